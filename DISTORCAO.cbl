      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:DISTORCAO IDADE-SERIE POR TURMA, SERIE E TURNO
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. A SECRETARIA DE
      *         EDUCACAO PEDE TODO SEMESTRE QUANTOS ALUNOS ESTAO DOIS
      *         OU MAIS ANOS ACIMA DA IDADE ESPERADA PARA A SERIE, E A
      *         CONTAGEM ERA FEITA A MAO PELAS FICHAS. ESTA ROTINA
      *         BATCH CALCULA A IDADE DE CADA ALUNO MATRICULADO NA
      *         DATA DE CORTE (31/03 DO ANO DE REFERENCIA) A PARTIR DE
      *         DT-NASCIMENTO E COMPARA COM A IDADE ESPERADA DA SERIE
      *         DA TURMA (TUR-SERIE: ANO DO ENSINO FUNDAMENTAL + 5,
      *         ANO DO ENSINO MEDIO + 14). LISTA EM RELDISTOR.TXT OS
      *         ALUNOS EM DISTORCAO POR TURMA, COM TOTAIS E
      *         PERCENTUAIS POR SERIE E TURNO, E GRAVA O RESUMO EM
      *         DISTORCAO.TXT NO LAYOUT FIXO DO DISTRITO (DISTREC).
      *         ALUNOS SEM NASCIMENTO VALIDO OU EM TURMA SEM SERIE
      *         RECONHECIDA FICAM FORA DO CALCULO E SO SAO CONTADOS.
      *         GRAVA INICIO/FIM EM JOBLOG.DAT
      * UPDATE: 15/10/2026 MULTI-UNIDADE: SO CONTA OS ALUNOS
      *         (UNIDADE-ALUNO) E AS TURMAS (TUR-UNIDADE) DA UNIDADE DO
      *         LOGIN, ZERO = 01, PARA O TOTAL DA ESCOLA BATER COM O
      *         CABECALHO; RELDISTOR E DISTORCAO.TXT GANHAM O SUFIXO DA
      *         UNIDADE. CABECALHO QUE SAIA CORTADO AJUSTADO AO
      *         TAMANHO DO LITERAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTORCAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT TURMAS ASSIGN TO
                WS-TURMAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS TUR-CODIGO
                FILE STATUS IS WS-FS-TUR.

                SELECT RELATORIO ASSIGN TO
                WS-RELDISTOR-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT DISTRITO ASSIGN TO
                WS-DISTORCAO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-DIS.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTDIS-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
           COPY DATABASE.

       FD TURMAS.
           COPY TURMAS.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

       FD DISTRITO.
           COPY DISTREC.

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-SERIE                      PIC X(04).
           03 SD-TURNO                      PIC X(01).
           03 SD-TURMA                      PIC X(10).
           03 SD-NOME                       PIC X(30).
           03 SD-ID                         PIC 9(05).
           03 SD-DT-NASC                    PIC 9(08).
           03 SD-IDADE                      PIC 9(02).
           03 SD-IDADE-ESPERADA             PIC 9(02).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
           COPY SITCFG.

         01 WS-RELDISTOR-PATH               PIC X(80).
         01 WS-DISTORCAO-PATH               PIC X(80).
         01 WS-SORTDIS-PATH                 PIC X(80).

         01 WS-CABECALHO-1.
           03 FILLER                      PIC X(18) VALUE SPACES.
           03 FILLER                      PIC X(42)
              VALUE 'DISTORCAO IDADE-SERIE - ANO DE REFERENCIA '.
           03 WS-CB-ANO                   PIC 9(04).
         01 WS-CABECALHO-2.
           03 WS-CB-ESCOLA                PIC X(40).
           03 FILLER                      PIC X(16)
              VALUE '  DATA DE CORTE '.
           03 WS-CB-CORTE                 PIC 99/99/9999.
           03 FILLER                      PIC X(12)
              VALUE '  GERADO EM '.
           03 WS-CB-DATA                  PIC 9(08).
         01 WS-CABECALHO-3.
           03 FILLER                      PIC X(100) VALUE ALL '-'.
         01 WS-CAB-TURMA.
           03 FILLER                      PIC X(07) VALUE 'TURMA: '.
           03 WS-CT-TURMA                 PIC X(10).
           03 FILLER                      PIC X(08) VALUE ' SERIE: '.
           03 WS-CT-SERIE                 PIC X(04).
           03 FILLER                      PIC X(08) VALUE ' TURNO: '.
           03 WS-CT-TURNO                 PIC X(01).
           03 FILLER                      PIC X(18)
              VALUE ' IDADE ESPERADA: '.
           03 WS-CT-IDADE-ESP             PIC Z9.
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(45)
              VALUE '     ID NOME                           NASCIM'.
           03 FILLER                      PIC X(30)
              VALUE 'ENTO  IDADE  ANOS ACIMA'.
         01 WS-DET-ALUNO.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-NOME                  PIC X(30).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-NASC                  PIC 99/99/9999.
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-DA-IDADE                 PIC Z9.
           03 FILLER                      PIC X(10) VALUE SPACES.
           03 WS-DA-ACIMA                 PIC Z9.
         01 WS-DET-SUBTOTAL.
           03 WS-DS-ROTULO                PIC X(20).
           03 FILLER                      PIC X(14)
              VALUE 'MATRICULADOS: '.
           03 WS-DS-MATRICULADOS          PIC ZZZZ9.
           03 FILLER                      PIC X(16)
              VALUE '  EM DISTORCAO: '.
           03 WS-DS-DISTORCAO             PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-PERCENTUAL            PIC ZZ9,99.
           03 FILLER                      PIC X(01) VALUE '%'.
         01 WS-CAB-RESUMO.
           03 FILLER                      PIC X(45)
              VALUE 'SERIE TURNO IDADE ESP. MATRICULADOS  EM DISTO'.
           03 FILLER                      PIC X(20)
              VALUE 'RCAO  PERCENTUAL'.
         01 WS-DET-RESUMO.
           03 WS-DR-SERIE                 PIC X(06).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DR-TURNO                 PIC X(05).
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-DR-IDADE-ESP             PIC Z9.
           03 FILLER                      PIC X(10) VALUE SPACES.
           03 WS-DR-MATRICULADOS          PIC ZZZZ9.
           03 FILLER                      PIC X(08) VALUE SPACES.
           03 WS-DR-DISTORCAO             PIC ZZZZ9.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DR-PERCENTUAL            PIC ZZ9,99.
           03 FILLER                      PIC X(01) VALUE '%'.
         01 WS-DET-QTD.
           03 WS-DQ-TEXTO                 PIC X(45).
           03 WS-DQ-QTD                   PIC ZZZZ9.

         01 WS-SERIE-TRAB                  PIC X(04) VALUE SPACES.
         01 WS-SERIE-TRAB-R REDEFINES WS-SERIE-TRAB.
           03 WS-ST-ANO                    PIC X(01).
           03 WS-ST-ANO-N REDEFINES WS-ST-ANO
                                           PIC 9(01).
           03 WS-ST-ETAPA                  PIC X(02).
              88 ETAPA-FUNDAMENTAL         VALUE 'EF'.
              88 ETAPA-MEDIO               VALUE 'EM'.
           03 FILLER                       PIC X(01).

         01 WS-DT-NASC-DIG                 PIC 9(08).
         01 WS-DT-NASC-R REDEFINES WS-DT-NASC-DIG.
           03 WS-NASC-ANO                  PIC 9(04).
           03 WS-NASC-MMDD                 PIC 9(04).
           03 WS-NASC-MMDD-R REDEFINES WS-NASC-MMDD.
              05 WS-NASC-MES               PIC 9(02).
              05 WS-NASC-DIA               PIC 9(02).

         01 WS-DATA-EDIT                   PIC 9(08) VALUE ZEROS.
         01 WS-DATA-EDIT-R REDEFINES WS-DATA-EDIT.
           03 WS-DE-DIA                    PIC 9(02).
           03 WS-DE-MES                    PIC 9(02).
           03 WS-DE-ANO                    PIC 9(04).

         01 WS-TAB-RESUMO.
           03 WS-RS-ITEM OCCURS 60.
              05 WS-RS-SERIE              PIC X(04).
              05 WS-RS-TURNO              PIC X(01).
              05 WS-RS-IDADE-ESP          PIC 9(02).
              05 WS-RS-MATRICULADOS       PIC 9(05).
              05 WS-RS-DISTORCAO          PIC 9(05).
         77 WS-QTD-RS                      PIC 9(02) VALUE ZEROS.
         77 WS-IDX-RS                      PIC 9(02) COMP VALUE ZEROS.

         01 WS-TAB-TURNOS.
           03 FILLER                      PIC X(03) VALUE 'MTN'.
         01 FILLER REDEFINES WS-TAB-TURNOS.
           03 WS-TN-CODIGO                PIC X(01) OCCURS 3.
         01 WS-TAB-TURNO-NOME.
           03 FILLER                      PIC X(15)
              VALUE 'MANHATARDENOITE'.
         01 FILLER REDEFINES WS-TAB-TURNO-NOME.
           03 WS-TN-NOME                  PIC X(05) OCCURS 3.
         01 WS-TOT-TURNOS.
           03 WS-TT-ITEM OCCURS 3.
              05 WS-TT-MATRICULADOS       PIC 9(05).
              05 WS-TT-DISTORCAO          PIC 9(05).
         77 WS-IDX-TN                      PIC 9(01) COMP VALUE ZEROS.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-FS-DIS                      PIC 99.
           88 FS-DIS-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-HOUVE-ERRO                  PIC X     VALUE 'N'.
           88 HOUVE-ERRO                   VALUE 'S' FALSE 'N'.
         77 WS-ANO-REFERENCIA              PIC 9(04) VALUE ZEROS.
         77 WS-DATA-CORTE                  PIC 9(08) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-IDADE                       PIC 9(02) VALUE ZEROS.
         77 WS-IDADE-ESPERADA              PIC 9(02) VALUE ZEROS.
         77 WS-ANOS-ACIMA                  PIC 9(02) VALUE ZEROS.
         77 WS-ANOS-DISTORCAO              PIC 9(01) VALUE 2.
         77 WS-PERCENTUAL                  PIC 9(03)V99 VALUE ZEROS.
         77 WS-TURMA-ANT                   PIC X(10) VALUE HIGH-VALUES.
         77 WS-SERIE-ANT                   PIC X(04) VALUE HIGH-VALUES.
         77 WS-TURNO-ANT                   PIC X(01) VALUE HIGH-VALUES.
         77 WS-TURMA-MATRIC                PIC 9(05) VALUE ZEROS.
         77 WS-TURMA-DISTORCAO             PIC 9(05) VALUE ZEROS.
         77 WS-SERIE-MATRIC                PIC 9(05) VALUE ZEROS.
         77 WS-SERIE-DISTORCAO             PIC 9(05) VALUE ZEROS.
         77 WS-CONT-CONFERIDOS             PIC 9(05) VALUE ZEROS.
         77 WS-CONT-CALCULADOS             PIC 9(05) VALUE ZEROS.
         77 WS-CONT-DISTORCAO              PIC 9(05) VALUE ZEROS.
         77 WS-CONT-SEM-NASC               PIC 9(05) VALUE ZEROS.
         77 WS-CONT-SEM-SERIE              PIC 9(05) VALUE ZEROS.
         77 WS-CONT-REGISTROS              PIC 9(05) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-TUR                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** DISTORCAO IDADE-SERIE ***'
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           MOVE 'DISTORCAO'         TO JA-NOME
           MOVE 'I'                 TO JA-FASE
           MOVE SPACES              TO JA-STATUS
           MOVE ZEROS               TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           PERFORM P300-GERA-RELATORIO THRU P300-FIM
           MOVE 'F'                 TO JA-FASE
           IF NOT HOUVE-ERRO
               MOVE 'OK'            TO JA-STATUS
           ELSE
               MOVE 'ERRO'          TO JA-STATUS
           END-IF
           MOVE WS-CONT-DISTORCAO   TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           PERFORM P900-FIM
           .

       P100-MONTA-CAMINHOS.
           ACCEPT WS-BASE-DIR FROM ENVIRONMENT 'BOLETIMV2_HOME'
           IF WS-BASE-DIR EQUAL SPACES THEN
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\bin' DELIMITED BY SIZE
                  INTO WS-BIN-DIR
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\GRAVAJOB' DELIMITED BY SIZE
                  INTO WS-BIN-GRAVAJOB-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CFGPARAM' DELIMITED BY SIZE
                  INTO WS-BIN-CFGPARAM-PATH
           CALL WS-BIN-CFGPARAM-PATH USING CFG-PARAMETROS
               ON EXCEPTION
                   CONTINUE
           END-CALL

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RELDISTOR' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-RELDISTOR-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISTORCAO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-DISTORCAO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTDIS.TMP' DELIMITED BY SIZE
                  INTO WS-SORTDIS-PATH
           .
       P100-FIM.
           EXIT.

       P300-GERA-RELATORIO.
           SET FS-OK                TO TRUE
           SET FS-TUR-OK            TO TRUE
           SET FS-REL-OK            TO TRUE
           SET FS-DIS-OK            TO TRUE
           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD

           MOVE ZEROS               TO WS-ANO-REFERENCIA
           DISPLAY 'ANO DE REFERENCIA (0 PARA ' CFG-ANO-LETIVO '): '
           ACCEPT WS-ANO-REFERENCIA
           IF WS-ANO-REFERENCIA EQUAL ZEROS
               MOVE CFG-ANO-LETIVO  TO WS-ANO-REFERENCIA
           END-IF
           COMPUTE WS-DATA-CORTE = WS-ANO-REFERENCIA * 10000 + 0331

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET HOUVE-ERRO TO TRUE
               GO TO P300-FIM
           END-IF

           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
               DISPLAY 'ERRO AO ABRIR O CATALOGO DE TURMAS'
               DISPLAY 'FILE STATUS: ' WS-FS-TUR
               SET HOUVE-ERRO TO TRUE
               CLOSE ALUNOS
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE DISTORCAO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               SET HOUVE-ERRO TO TRUE
               GO TO P300-ENCERRA
           END-IF

           OPEN OUTPUT DISTRITO
           IF NOT FS-DIS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO DISTRITO'
               DISPLAY 'FILE STATUS: ' WS-FS-DIS
               SET HOUVE-ERRO TO TRUE
               CLOSE RELATORIO
               GO TO P300-ENCERRA
           END-IF

           MOVE WS-ANO-REFERENCIA   TO WS-CB-ANO
           MOVE CFG-NOME-ESCOLA     TO WS-CB-ESCOLA
           MOVE WS-DATA-CORTE       TO WS-DT-NASC-DIG
           PERFORM P480-EDITA-DATA  THRU P480-FIM
           MOVE WS-DATA-EDIT        TO WS-CB-CORTE
           MOVE WS-DATA-HOJE        TO WS-CB-DATA
           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE REL-LINHA FROM WS-CABECALHO-3

           SORT WORK-SORT
               ON ASCENDING KEY SD-SERIE SD-TURNO SD-TURMA SD-NOME
               INPUT PROCEDURE  P400-ALIMENTA-SORT THRU P400-FIM
               OUTPUT PROCEDURE P500-IMPRIME THRU P500-FIM

           PERFORM P600-RESUMO      THRU P600-FIM

           CLOSE RELATORIO
           CLOSE DISTRITO

           DISPLAY 'ALUNOS MATRICULADOS..: ' WS-CONT-CONFERIDOS
           DISPLAY 'IDADE CALCULADA......: ' WS-CONT-CALCULADOS
           DISPLAY 'EM DISTORCAO.........: ' WS-CONT-DISTORCAO
           DISPLAY 'SEM NASCIMENTO VALIDO: ' WS-CONT-SEM-NASC
           DISPLAY 'SEM SERIE RECONHECIDA: ' WS-CONT-SEM-SERIE
           DISPLAY 'RELATORIO GERADO EM..: ' WS-RELDISTOR-PATH
           DISPLAY 'ARQUIVO DO DISTRITO..: ' WS-DISTORCAO-PATH
           .
       P300-ENCERRA.
           CLOSE ALUNOS
           CLOSE TURMAS
           .
       P300-FIM.
           EXIT.

      ******************************************************************
      * SELECIONA OS MATRICULADOS ATIVOS DA UNIDADE DO LOGIN, CALCULA
      * A IDADE NA DATA DE CORTE E A IDADE ESPERADA DA SERIE DA TURMA;
      * OS QUE NAO TEM NASCIMENTO VALIDO OU SERIE RECONHECIDA SO
      * ENTRAM NA CONTAGEM. ALUNO EM TURMA DE OUTRA UNIDADE FICA FORA
      ******************************************************************
       P400-ALIMENTA-SORT.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO ID-ALUNO

           START ALUNOS KEY IS NOT LESS THAN ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ALUNOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF ALUNO-ATIVO AND
                          (MAT-MATRICULADO OR MAT-LEGADO)
                           PERFORM P410-CONFERE-ALUNO THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM
           .
       P400-FIM.
           EXIT.

       P410-CONFERE-ALUNO.
           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND
              UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P410-FIM
           END-IF

           MOVE SPACES              TO WS-SERIE-TRAB
           MOVE TURMA-ALUNO         TO TUR-CODIGO
           READ TURMAS
               INVALID KEY
                   MOVE SPACES      TO TUR-SERIE
                   MOVE SPACES      TO TUR-TURNO
                   MOVE CFG-UNIDADE TO TUR-UNIDADE
           END-READ

           MOVE 1                   TO WS-UNIDADE-TUR
           IF TUR-UNIDADE NUMERIC AND
              TUR-UNIDADE > ZEROS
               MOVE TUR-UNIDADE     TO WS-UNIDADE-TUR
           END-IF
           IF WS-UNIDADE-TUR NOT EQUAL CFG-UNIDADE
               GO TO P410-FIM
           END-IF

           ADD 1 TO WS-CONT-CONFERIDOS
           MOVE TUR-SERIE           TO WS-SERIE-TRAB
           PERFORM P450-IDADE-ESPERADA THRU P450-FIM
           IF WS-IDADE-ESPERADA EQUAL ZEROS
               ADD 1 TO WS-CONT-SEM-SERIE
               GO TO P410-FIM
           END-IF

           MOVE DT-NASCIMENTO       TO WS-DT-NASC-DIG
           IF DT-NASCIMENTO NOT NUMERIC OR
              WS-NASC-MES < 1 OR WS-NASC-MES > 12 OR
              WS-NASC-DIA < 1 OR WS-NASC-DIA > 31 OR
              WS-NASC-ANO < 1900 OR
              WS-NASC-ANO NOT LESS THAN WS-ANO-REFERENCIA
               ADD 1 TO WS-CONT-SEM-NASC
               GO TO P410-FIM
           END-IF

      * IDADE COMPLETA EM 31/03: QUEM FAZ ANIVERSARIO DEPOIS DA DATA
      * DE CORTE AINDA NAO COMPLETOU OS ANOS DO ANO DE REFERENCIA
           COMPUTE WS-IDADE = WS-ANO-REFERENCIA - WS-NASC-ANO
           IF WS-NASC-MMDD > 0331
               SUBTRACT 1           FROM WS-IDADE
           END-IF

           ADD 1 TO WS-CONT-CALCULADOS
           MOVE TUR-SERIE           TO SD-SERIE
           MOVE TUR-TURNO           TO SD-TURNO
           MOVE TURMA-ALUNO         TO SD-TURMA
           MOVE NM-ALUNO            TO SD-NOME
           MOVE ID-ALUNO            TO SD-ID
           MOVE DT-NASCIMENTO       TO SD-DT-NASC
           MOVE WS-IDADE            TO SD-IDADE
           MOVE WS-IDADE-ESPERADA   TO SD-IDADE-ESPERADA
           RELEASE SD-REGISTRO
           .
       P410-FIM.
           EXIT.

      ******************************************************************
      * IDADE ESPERADA DA SERIE EM WS-SERIE-TRAB, NO CODIGO USADO EM
      * TUR-SERIE (EX. 6EF, 1EM): NO ENSINO FUNDAMENTAL DE NOVE ANOS O
      * 1O ANO E CURSADO AOS 6 ANOS (ANO + 5) E NO ENSINO MEDIO A 1A
      * SERIE AOS 15 (ANO + 14). ZERO = SERIE NAO RECONHECIDA
      ******************************************************************
       P450-IDADE-ESPERADA.
           MOVE ZEROS               TO WS-IDADE-ESPERADA

           IF WS-ST-ANO NOT NUMERIC OR WS-ST-ANO-N EQUAL ZEROS
               GO TO P450-FIM
           END-IF

           EVALUATE TRUE
               WHEN ETAPA-FUNDAMENTAL
                   COMPUTE WS-IDADE-ESPERADA = WS-ST-ANO-N + 5
               WHEN ETAPA-MEDIO
                   COMPUTE WS-IDADE-ESPERADA = WS-ST-ANO-N + 14
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       P450-FIM.
           EXIT.

       P480-EDITA-DATA.
           MOVE WS-NASC-DIA         TO WS-DE-DIA
           MOVE WS-NASC-MES         TO WS-DE-MES
           MOVE WS-NASC-ANO         TO WS-DE-ANO
           .
       P480-FIM.
           EXIT.

      ******************************************************************
      * LISTA OS ALUNOS EM DISTORCAO POR TURMA (ORDEM SERIE, TURNO,
      * TURMA E NOME) COM O SUBTOTAL DE CADA TURMA, E ACUMULA A TABELA
      * DE SERIE X TURNO PARA O RESUMO
      ******************************************************************
       P500-IMPRIME.
           SET EOF-SORT-OK          TO FALSE
           MOVE HIGH-VALUES         TO WS-TURMA-ANT
           MOVE HIGH-VALUES         TO WS-SERIE-ANT
           MOVE HIGH-VALUES         TO WS-TURNO-ANT
           MOVE ZEROS               TO WS-QTD-RS

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       PERFORM P510-ALUNO THRU P510-FIM
               END-RETURN
           END-PERFORM

           IF WS-TURMA-ANT NOT EQUAL HIGH-VALUES
               PERFORM P520-FECHA-TURMA THRU P520-FIM
           END-IF
           .
       P500-FIM.
           EXIT.

       P510-ALUNO.
           IF SD-TURMA NOT EQUAL WS-TURMA-ANT
               IF WS-TURMA-ANT NOT EQUAL HIGH-VALUES
                   PERFORM P520-FECHA-TURMA THRU P520-FIM
               END-IF
               MOVE SD-TURMA        TO WS-TURMA-ANT
               MOVE ZEROS           TO WS-TURMA-MATRIC
               MOVE ZEROS           TO WS-TURMA-DISTORCAO
               MOVE SD-TURMA        TO WS-CT-TURMA
               MOVE SD-SERIE        TO WS-CT-SERIE
               MOVE SD-TURNO        TO WS-CT-TURNO
               MOVE SD-IDADE-ESPERADA TO WS-CT-IDADE-ESP
               WRITE REL-LINHA FROM SPACES
               WRITE REL-LINHA FROM WS-CAB-TURMA
               WRITE REL-LINHA FROM WS-CAB-COLUNAS
           END-IF

           IF SD-SERIE NOT EQUAL WS-SERIE-ANT OR
              SD-TURNO NOT EQUAL WS-TURNO-ANT
               MOVE SD-SERIE        TO WS-SERIE-ANT
               MOVE SD-TURNO        TO WS-TURNO-ANT
               IF WS-QTD-RS < 60
                   ADD 1 TO WS-QTD-RS
                   MOVE SD-SERIE    TO WS-RS-SERIE(WS-QTD-RS)
                   MOVE SD-TURNO    TO WS-RS-TURNO(WS-QTD-RS)
                   MOVE SD-IDADE-ESPERADA
                                    TO WS-RS-IDADE-ESP(WS-QTD-RS)
                   MOVE ZEROS       TO WS-RS-MATRICULADOS(WS-QTD-RS)
                   MOVE ZEROS       TO WS-RS-DISTORCAO(WS-QTD-RS)
               END-IF
           END-IF

           ADD 1 TO WS-TURMA-MATRIC
           ADD 1 TO WS-RS-MATRICULADOS(WS-QTD-RS)

           IF SD-IDADE < SD-IDADE-ESPERADA
               GO TO P510-FIM
           END-IF
           COMPUTE WS-ANOS-ACIMA = SD-IDADE - SD-IDADE-ESPERADA
           IF WS-ANOS-ACIMA < WS-ANOS-DISTORCAO
               GO TO P510-FIM
           END-IF

           ADD 1 TO WS-TURMA-DISTORCAO
           ADD 1 TO WS-RS-DISTORCAO(WS-QTD-RS)
           ADD 1 TO WS-CONT-DISTORCAO

           MOVE SD-ID               TO WS-DA-ID
           MOVE SD-NOME             TO WS-DA-NOME
           MOVE SD-DT-NASC          TO WS-DT-NASC-DIG
           PERFORM P480-EDITA-DATA  THRU P480-FIM
           MOVE WS-DATA-EDIT        TO WS-DA-NASC
           MOVE SD-IDADE            TO WS-DA-IDADE
           MOVE WS-ANOS-ACIMA       TO WS-DA-ACIMA
           WRITE REL-LINHA FROM WS-DET-ALUNO
           .
       P510-FIM.
           EXIT.

       P520-FECHA-TURMA.
           IF WS-TURMA-DISTORCAO EQUAL ZEROS
               MOVE '  NENHUM ALUNO EM DISTORCAO NA TURMA'
                                    TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           MOVE 'TOTAL DA TURMA'    TO WS-DS-ROTULO
           MOVE WS-TURMA-MATRIC     TO WS-DS-MATRICULADOS
           MOVE WS-TURMA-DISTORCAO  TO WS-DS-DISTORCAO
           COMPUTE WS-PERCENTUAL ROUNDED =
                   WS-TURMA-DISTORCAO * 100 / WS-TURMA-MATRIC
           MOVE WS-PERCENTUAL       TO WS-DS-PERCENTUAL
           WRITE REL-LINHA FROM WS-DET-SUBTOTAL
           .
       P520-FIM.
           EXIT.

      ******************************************************************
      * RESUMO POR SERIE E TURNO (COM O TOTAL DE CADA SERIE), POR
      * TURNO E DA ESCOLA, NO RELATORIO E NO ARQUIVO DO DISTRITO
      ******************************************************************
       P600-RESUMO.
           MOVE ZEROS               TO WS-SERIE-MATRIC
           MOVE ZEROS               TO WS-SERIE-DISTORCAO
           PERFORM VARYING WS-IDX-TN FROM 1 BY 1 UNTIL WS-IDX-TN > 3
               MOVE ZEROS           TO WS-TT-MATRICULADOS(WS-IDX-TN)
               MOVE ZEROS           TO WS-TT-DISTORCAO(WS-IDX-TN)
           END-PERFORM

           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-CABECALHO-3
           MOVE 'RESUMO POR SERIE E TURNO' TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-CAB-RESUMO

           PERFORM VARYING WS-IDX-RS FROM 1 BY 1
                   UNTIL WS-IDX-RS > WS-QTD-RS
               MOVE 'D'             TO DIS-TIPO
               MOVE WS-RS-SERIE(WS-IDX-RS)     TO DIS-SERIE
               MOVE WS-RS-TURNO(WS-IDX-RS)     TO DIS-TURNO
               MOVE WS-RS-IDADE-ESP(WS-IDX-RS) TO DIS-IDADE-ESPERADA
               MOVE WS-RS-MATRICULADOS(WS-IDX-RS)
                                    TO DIS-MATRICULADOS
               MOVE WS-RS-DISTORCAO(WS-IDX-RS) TO DIS-EM-DISTORCAO
               PERFORM P650-GRAVA-RESUMO THRU P650-FIM

               ADD WS-RS-MATRICULADOS(WS-IDX-RS) TO WS-SERIE-MATRIC
               ADD WS-RS-DISTORCAO(WS-IDX-RS)    TO WS-SERIE-DISTORCAO
               PERFORM VARYING WS-IDX-TN FROM 1 BY 1
                       UNTIL WS-IDX-TN > 3
                   IF WS-RS-TURNO(WS-IDX-RS) EQUAL
                      WS-TN-CODIGO(WS-IDX-TN)
                       ADD WS-RS-MATRICULADOS(WS-IDX-RS)
                           TO WS-TT-MATRICULADOS(WS-IDX-TN)
                       ADD WS-RS-DISTORCAO(WS-IDX-RS)
                           TO WS-TT-DISTORCAO(WS-IDX-TN)
                   END-IF
               END-PERFORM

      * FIM DA SERIE: ULTIMA LINHA DA TABELA OU SERIE SEGUINTE DIFERENTE
               IF WS-IDX-RS EQUAL WS-QTD-RS
                   PERFORM P620-TOTAL-SERIE THRU P620-FIM
               ELSE
                   IF WS-RS-SERIE(WS-IDX-RS + 1) NOT EQUAL
                      WS-RS-SERIE(WS-IDX-RS)
                       PERFORM P620-TOTAL-SERIE THRU P620-FIM
                   END-IF
               END-IF
           END-PERFORM

           WRITE REL-LINHA FROM SPACES
           MOVE 'RESUMO POR TURNO'  TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-CAB-RESUMO
           PERFORM VARYING WS-IDX-TN FROM 1 BY 1 UNTIL WS-IDX-TN > 3
               MOVE 'T'             TO DIS-TIPO
               MOVE SPACES          TO DIS-SERIE
               MOVE WS-TN-CODIGO(WS-IDX-TN)  TO DIS-TURNO
               MOVE ZEROS           TO DIS-IDADE-ESPERADA
               MOVE WS-TT-MATRICULADOS(WS-IDX-TN) TO DIS-MATRICULADOS
               MOVE WS-TT-DISTORCAO(WS-IDX-TN)    TO DIS-EM-DISTORCAO
               PERFORM P650-GRAVA-RESUMO THRU P650-FIM
           END-PERFORM

           WRITE REL-LINHA FROM SPACES
           MOVE 'E'                 TO DIS-TIPO
           MOVE SPACES              TO DIS-SERIE
           MOVE SPACES              TO DIS-TURNO
           MOVE ZEROS               TO DIS-IDADE-ESPERADA
           MOVE WS-CONT-CALCULADOS  TO DIS-MATRICULADOS
           MOVE WS-CONT-DISTORCAO   TO DIS-EM-DISTORCAO
           PERFORM P650-GRAVA-RESUMO THRU P650-FIM

           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-CABECALHO-3
           MOVE 'ALUNOS MATRICULADOS CONFERIDOS...............:'
                                    TO WS-DQ-TEXTO
           MOVE WS-CONT-CONFERIDOS  TO WS-DQ-QTD
           WRITE REL-LINHA FROM WS-DET-QTD
           MOVE 'FORA DO CALCULO - SEM NASCIMENTO VALIDO......:'
                                    TO WS-DQ-TEXTO
           MOVE WS-CONT-SEM-NASC    TO WS-DQ-QTD
           WRITE REL-LINHA FROM WS-DET-QTD
           MOVE 'FORA DO CALCULO - TURMA SEM SERIE RECONHECIDA:'
                                    TO WS-DQ-TEXTO
           MOVE WS-CONT-SEM-SERIE   TO WS-DQ-QTD
           WRITE REL-LINHA FROM WS-DET-QTD
           .
       P600-FIM.
           EXIT.

       P620-TOTAL-SERIE.
           MOVE 'S'                 TO DIS-TIPO
           MOVE WS-RS-SERIE(WS-IDX-RS)     TO DIS-SERIE
           MOVE SPACES              TO DIS-TURNO
           MOVE WS-RS-IDADE-ESP(WS-IDX-RS) TO DIS-IDADE-ESPERADA
           MOVE WS-SERIE-MATRIC     TO DIS-MATRICULADOS
           MOVE WS-SERIE-DISTORCAO  TO DIS-EM-DISTORCAO
           PERFORM P650-GRAVA-RESUMO THRU P650-FIM
           WRITE REL-LINHA FROM SPACES

           MOVE ZEROS               TO WS-SERIE-MATRIC
           MOVE ZEROS               TO WS-SERIE-DISTORCAO
           .
       P620-FIM.
           EXIT.

      * LINHA DO RESUMO IMPRESSO E REGISTRO POSICIONAL DO DISTRITO A
      * PARTIR DOS CAMPOS JA MONTADOS EM REG-DISTORCAO
       P650-GRAVA-RESUMO.
           MOVE ZEROS               TO WS-PERCENTUAL
           IF DIS-MATRICULADOS > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                       DIS-EM-DISTORCAO * 100 / DIS-MATRICULADOS
           END-IF

           MOVE DIS-SERIE           TO WS-DR-SERIE
           MOVE SPACES              TO WS-DR-TURNO
           EVALUATE TRUE
               WHEN DIS-TOTAL-SERIE
                   MOVE 'TOTAL'     TO WS-DR-TURNO
               WHEN DIS-TOTAL-ESCOLA
                   MOVE 'ESCOLA'    TO WS-DR-SERIE
                   MOVE 'TOTAL'     TO WS-DR-TURNO
               WHEN OTHER
                   PERFORM VARYING WS-IDX-TN FROM 1 BY 1
                           UNTIL WS-IDX-TN > 3
                       IF DIS-TURNO EQUAL WS-TN-CODIGO(WS-IDX-TN)
                           MOVE WS-TN-NOME(WS-IDX-TN) TO WS-DR-TURNO
                       END-IF
                   END-PERFORM
           END-EVALUATE
           MOVE DIS-IDADE-ESPERADA  TO WS-DR-IDADE-ESP
           MOVE DIS-MATRICULADOS    TO WS-DR-MATRICULADOS
           MOVE DIS-EM-DISTORCAO    TO WS-DR-DISTORCAO
           MOVE WS-PERCENTUAL       TO WS-DR-PERCENTUAL
           WRITE REL-LINHA FROM WS-DET-RESUMO

           MOVE WS-ANO-REFERENCIA   TO DIS-ANO-REFERENCIA
           MOVE WS-DATA-CORTE       TO DIS-DATA-CORTE
           MOVE WS-PERCENTUAL       TO DIS-PERCENTUAL
           MOVE WS-DATA-HOJE        TO DIS-DT-GERACAO
           WRITE REG-DISTORCAO
           ADD 1 TO WS-CONT-REGISTROS
           .
       P650-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM DISTORCAO.
