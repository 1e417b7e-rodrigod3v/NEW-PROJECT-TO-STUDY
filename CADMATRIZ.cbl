      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:MATRIZ CURRICULAR POR SERIE E CARGA HORARIA DO ANO
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. NAO HAVIA REGISTRO DE
      *         QUANTAS AULAS SEMANAIS CADA DISCIPLINA DEVE TER EM
      *         CADA SERIE, E NINGUEM CONSEGUIA PROVAR OS 200 DIAS
      *         LETIVOS / 800 HORAS DO MINIMO LEGAL. MANTEM MATRIZ.DAT
      *         (SERIE + DISCIPLINA -> AULAS SEMANAIS E CARGA ANUAL EM
      *         HORAS), COM A SERIE NO MESMO CODIGO DE TUR-SERIE. O
      *         RELATORIO DE CARGA HORARIA DO ANO (CARGAHOR.TXT) CONTA
      *         OS DIAS LETIVOS DO CALENDARIO POR DIA DA SEMANA,
      *         APLICA A GRADE DE HORARIOS DE CADA TURMA E CONFRONTA AS
      *         HORAS PREVISTAS POR TURMA E POR DISCIPLINA COM A MATRIZ
      *         DA SERIE E COM O MINIMO LEGAL; A DURACAO DA AULA VEM DE
      *         CFG-MINUTOS-AULA
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CALENDARIO ESCOLAR DA
      *         UNIDADE DO LOGIN (CALENDARIO.DAT NA SEDE,
      *         CALENDARIO_NN.DAT NAS DEMAIS UNIDADES)
      * UPDATE: 15/10/2026 MULTI-UNIDADE: A CARGA HORARIA DO ANO SO
      *         CONFERE AS TURMAS DA UNIDADE DO LOGIN (TUR-UNIDADE,
      *         ZERO = 01), DONA DO CALENDARIO LIDO; CARGAHOR GANHA O
      *         SUFIXO DA UNIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMATRIZ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT MATRIZ ASSIGN TO
                WS-MATRIZ-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MTZ-CHAVE
                FILE STATUS IS WS-FS-MTZ.

                SELECT MATERIAS ASSIGN TO
                WS-MATERIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAT-ID-MATERIA
                FILE STATUS IS WS-FS-MAT.

                SELECT TURMAS ASSIGN TO
                WS-TURMAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TUR-CODIGO
                FILE STATUS IS WS-FS-TUR.

                SELECT HORARIOS ASSIGN TO
                WS-HORARIOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOR-CHAVE
                FILE STATUS IS WS-FS-HOR.

                SELECT CALENDARIO ASSIGN TO
                WS-CALENDARIO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAL-DATA
                FILE STATUS IS WS-FS-CAL.

                SELECT RELATORIO ASSIGN TO
                WS-CARGAHOR-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD MATRIZ.
           COPY MATRIZ.

       FD MATERIAS.
           COPY MATERIAS.

       FD TURMAS.
           COPY TURMAS.

       FD HORARIOS.
           COPY HORARIOS.

       FD CALENDARIO.
           COPY CALENDARIO.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

         01 WS-CARGAHOR-PATH                PIC X(80).

         01 WS-LIN-ESCOLA.
           03 WS-LE-ESCOLA                PIC X(40).
         01 WS-LIN-TRACO.
           03 FILLER                      PIC X(100) VALUE ALL '-'.
         01 WS-CAB-CARGA.
           03 FILLER                      PIC X(10) VALUE SPACES.
           03 FILLER                      PIC X(36)
              VALUE 'CARGA HORARIA PREVISTA - ANO LETIVO '.
           03 WS-CC-ANO                   PIC 9(04).
         01 WS-DET-DIAS.
           03 FILLER                      PIC X(22)
              VALUE 'DIAS LETIVOS NO ANO: '.
           03 WS-DD-DIAS                  PIC ZZ9.
           03 FILLER                      PIC X(20)
              VALUE ' (MINIMO LEGAL 200) '.
           03 WS-DD-SITUACAO              PIC X(25).
         01 WS-DET-SEMANA.
           03 FILLER                      PIC X(22)
              VALUE 'POR DIA DA SEMANA..: '.
           03 WS-DSM-ITEM OCCURS 6.
              05 WS-DSM-DIA               PIC X(04).
              05 WS-DSM-QTD               PIC ZZ9.
              05 FILLER                   PIC X(02).
         01 WS-DET-DURACAO.
           03 FILLER                      PIC X(22)
              VALUE 'DURACAO DA AULA....: '.
           03 WS-DDU-MIN                  PIC Z9.
           03 FILLER                      PIC X(08) VALUE ' MINUTOS'.
         01 WS-CAB-TURMA.
           03 FILLER                      PIC X(07) VALUE 'TURMA: '.
           03 WS-CT-TURMA                 PIC X(10).
           03 FILLER                      PIC X(08) VALUE ' SERIE: '.
           03 WS-CT-SERIE                 PIC X(04).
           03 FILLER                      PIC X(08) VALUE ' TURNO: '.
           03 WS-CT-TURNO                 PIC X(01).
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(47)
              VALUE '  DISCIPLINA           SEM.GRADE SEM.MTZ AULAS/'.
           03 FILLER                      PIC X(40)
              VALUE 'ANO  HORAS CARGA.MTZ SITUACAO'.
         01 WS-DET-DISCIPLINA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DDI-MATERIA              PIC X(20).
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DDI-SEM-GRADE            PIC Z9.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DDI-SEM-MTZ              PIC Z9.
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DDI-AULAS-ANO            PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DDI-HORAS                PIC ZZZZ9.
           03 FILLER                      PIC X(05) VALUE SPACES.
           03 WS-DDI-CARGA-MTZ            PIC ZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DDI-SITUACAO             PIC X(26).
         01 WS-DET-TOTAL-TURMA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(20)
              VALUE 'TOTAL DA TURMA'.
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DTT-SEM-GRADE            PIC Z9.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DTT-SEM-MTZ              PIC Z9.
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DTT-AULAS-ANO            PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DTT-HORAS                PIC ZZZZ9.
           03 FILLER                      PIC X(05) VALUE SPACES.
           03 WS-DTT-CARGA-MTZ            PIC ZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DTT-SITUACAO             PIC X(26).
         01 WS-DET-QTD.
           03 WS-DQ-TEXTO                 PIC X(45).
           03 WS-DQ-QTD                   PIC ZZZZ9.

         01 WS-TAB-DIAS.
           03 FILLER                      PIC X(18)
              VALUE 'SEGTERQUAQUISEXSAB'.
         01 FILLER REDEFINES WS-TAB-DIAS.
           03 WS-DIA-NOME                 PIC X(03) OCCURS 6.

         77 WS-FS-MTZ                      PIC 99.
           88 FS-MTZ-OK                    VALUE 0.
         77 WS-FS-MAT                      PIC 99.
           88 FS-MAT-OK                    VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-HOR                      PIC 99.
           88 FS-HOR-OK                    VALUE 0.
         77 WS-FS-CAL                      PIC 99.
           88 FS-CAL-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-TUR                     PIC X     VALUE 'N'.
           88 EOF-TUR-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-MAT-DISPONIVEL              PIC X     VALUE 'N'.
           88 MAT-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRMA                    PIC X(01) VALUE SPACES.
         77 WS-SERIE-PESQUISA              PIC X(04) VALUE SPACES.
         77 WS-ID-MATERIA                  PIC 9(20) VALUE ZEROS.
         77 WS-NOVA-AULAS                  PIC 9(02) VALUE ZEROS.
         77 WS-NOVA-CARGA                  PIC 9(04) VALUE ZEROS.
         77 WS-NM-MATERIA                  PIC X(20) VALUE SPACES.
         77 WS-HOJE                        PIC 9(08) VALUE ZEROS.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         77 WS-ANO-LETIVO                  PIC 9(04) VALUE ZEROS.
         77 WS-DATA-INICIO                 PIC 9(08) VALUE ZEROS.
         77 WS-DATA-FIM                    PIC 9(08) VALUE ZEROS.
         77 WS-DIAS-LETIVOS                PIC 9(03) VALUE ZEROS.
         77 WS-MIN-DIAS-LEGAL              PIC 9(03) VALUE 200.
         77 WS-MIN-HORAS-LEGAL             PIC 9(04) VALUE 800.
         01 WS-LETIVOS-SEMANA.
           03 WS-LET-DIA OCCURS 7          PIC 9(03).
         77 WS-IDX-DIA                     PIC 9(01) COMP VALUE ZEROS.
         01 WS-TAB-CARGA.
           03 WS-TC-ITEM OCCURS 30.
              05 WS-TC-MATERIA             PIC 9(20).
              05 WS-TC-SEM-GRADE           PIC 9(02).
              05 WS-TC-AULAS-ANO           PIC 9(05).
              05 WS-TC-SEM-MTZ             PIC 9(02).
              05 WS-TC-CARGA-MTZ           PIC 9(04).
              05 WS-TC-NA-MATRIZ           PIC X(01).
         77 WS-QTD-TC                      PIC 9(02) VALUE ZEROS.
         77 WS-IDX-TC                      PIC 9(02) COMP VALUE ZEROS.
         77 WS-ACHOU-TC                    PIC 9(02) VALUE ZEROS.
         77 WS-HORAS                       PIC 9(05) VALUE ZEROS.
         01 WS-TOTAIS-TURMA.
           03 WS-TT-SEM-GRADE              PIC 9(02).
           03 WS-TT-SEM-MTZ                PIC 9(02).
           03 WS-TT-AULAS-ANO              PIC 9(05).
           03 WS-TT-HORAS                  PIC 9(05).
           03 WS-TT-CARGA-MTZ              PIC 9(04).
         77 WS-QTD-TURMAS                  PIC 9(04) VALUE ZEROS.
         77 WS-QTD-TURMAS-ABAIXO           PIC 9(04) VALUE ZEROS.
         77 WS-QTD-DISC-ABAIXO             PIC 9(04) VALUE ZEROS.
         77 WS-QTD-DISC-DIVERGE            PIC 9(04) VALUE ZEROS.
         77 WS-UNIDADE-TUR                 PIC 9(02) VALUE ZEROS.
         01 WS-DATA-AULA-R.
           03 WS-DCH-ANO                   PIC 9(04).
           03 WS-DCH-MES                   PIC 9(02).
           03 WS-DCH-DIA                   PIC 9(02).
         77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
         77 WS-ZL-MES                      PIC 9(02) VALUE ZEROS.
         77 WS-ZL-ANO                      PIC 9(04) VALUE ZEROS.
         77 WS-ZL-K                        PIC 9(02) VALUE ZEROS.
         77 WS-ZL-J                        PIC 9(02) VALUE ZEROS.
         77 WS-ZL-SOMA                     PIC 9(05) VALUE ZEROS.
         77 WS-ZL-QUOC                     PIC 9(04) VALUE ZEROS.
         77 WS-ZL-RESTO                    PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P200-ABRE-ARQUIVOS  THRU P200-FIM
           IF FS-MTZ-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE MATRIZ
           END-IF
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
                  '\CFGPARAM' DELIMITED BY SIZE
                  INTO WS-BIN-CFGPARAM-PATH
           CALL WS-BIN-CFGPARAM-PATH USING CFG-PARAMETROS
               ON EXCEPTION
                   CONTINUE
           END-CALL

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATRIZ.DAT' DELIMITED BY SIZE
                  INTO WS-MATRIZ-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATERIAS.DAT' DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\HORARIOS.DAT' DELIMITED BY SIZE
                  INTO WS-HORARIOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CARGAHOR' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-CARGAHOR-PATH
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ARQUIVOS.
           SET FS-MTZ-OK            TO TRUE

           OPEN I-O MATRIZ

           IF WS-FS-MTZ EQUAL 35 THEN
               OPEN OUTPUT MATRIZ
               CLOSE MATRIZ
               OPEN I-O MATRIZ
           END-IF

           IF NOT FS-MTZ-OK
               DISPLAY 'ERRO AO ABRIR A MATRIZ CURRICULAR'
               DISPLAY 'FILE STATUS: ' WS-FS-MTZ
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** MATRIZ CURRICULAR ****'
           DISPLAY '  1 - LISTAR A MATRIZ DA SERIE'
           DISPLAY '  2 - INCLUIR/ALTERAR DISCIPLINA NA MATRIZ'
           DISPLAY '  3 - REMOVER DISCIPLINA DA MATRIZ'
           DISPLAY '  4 - CARGA HORARIA DO ANO (GRADE X CALENDARIO)'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           ACCEPT WS-HOJE           FROM DATE YYYYMMDD

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-LISTA           THRU P310-FIM
               WHEN '2'
                   PERFORM P320-INCLUI          THRU P320-FIM
               WHEN '3'
                   PERFORM P340-REMOVE          THRU P340-FIM
               WHEN '4'
                   PERFORM P400-CARGA-HORARIA   THRU P400-FIM
               WHEN 'X'
                   SET EXIT-OK TO TRUE
               WHEN 'x'
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
       P300-FIM.
           EXIT.

       P310-LISTA.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT
           MOVE ZEROS               TO WS-NOVA-AULAS
           MOVE ZEROS               TO WS-NOVA-CARGA

           DISPLAY 'SERIE/ETAPA (EX. 6EF, 1EM): '
           ACCEPT WS-SERIE-PESQUISA

           SET MAT-DISPONIVEL       TO FALSE
           SET FS-MAT-OK            TO TRUE
           OPEN INPUT MATERIAS
           IF FS-MAT-OK
               SET MAT-DISPONIVEL   TO TRUE
           END-IF

           MOVE WS-SERIE-PESQUISA   TO MTZ-SERIE
           MOVE ZEROS               TO MTZ-ID-MATERIA
           START MATRIZ KEY IS NOT LESS THAN MTZ-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ MATRIZ NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF MTZ-SERIE NOT EQUAL WS-SERIE-PESQUISA
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           ADD MTZ-AULAS-SEMANAIS TO WS-NOVA-AULAS
                           ADD MTZ-CARGA-ANUAL    TO WS-NOVA-CARGA
                           MOVE MTZ-ID-MATERIA TO MAT-ID-MATERIA
                           PERFORM P810-NOME-MATERIA THRU P810-FIM
                           DISPLAY MTZ-ID-MATERIA ' ' WS-NM-MATERIA
                                   ' AULAS/SEM: ' MTZ-AULAS-SEMANAIS
                                   ' CARGA ANUAL: ' MTZ-CARGA-ANUAL
                                   'H'
                       END-IF
               END-READ
           END-PERFORM

           IF MAT-DISPONIVEL
               CLOSE MATERIAS
           END-IF

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUMA DISCIPLINA NA MATRIZ DA SERIE'
           ELSE
               DISPLAY 'DISCIPLINAS: ' WS-CONT
                       '  AULAS/SEMANA: ' WS-NOVA-AULAS
                       '  CARGA ANUAL: ' WS-NOVA-CARGA 'H'
           END-IF
           .
       P310-FIM.
           EXIT.

      ******************************************************************
      * INCLUI OU ALTERA A DISCIPLINA NA MATRIZ DA SERIE; A DISCIPLINA
      * PRECISA EXISTIR ATIVA NO CATALOGO MATERIAS.DAT
      ******************************************************************
       P320-INCLUI.
           DISPLAY 'SERIE/ETAPA (EX. 6EF, 1EM): '
           ACCEPT WS-SERIE-PESQUISA
           IF WS-SERIE-PESQUISA EQUAL SPACES
               DISPLAY '*** SERIE NAO INFORMADA ***'
               GO TO P320-FIM
           END-IF
           DISPLAY 'ID DA DISCIPLINA: '
           MOVE ZEROS               TO WS-ID-MATERIA
           ACCEPT WS-ID-MATERIA

           SET FS-MAT-OK            TO TRUE
           OPEN INPUT MATERIAS
           IF NOT FS-MAT-OK
               DISPLAY '*** CATALOGO DE DISCIPLINAS INDISPONIVEL ***'
               GO TO P320-FIM
           END-IF
           MOVE WS-ID-MATERIA       TO MAT-ID-MATERIA
           READ MATERIAS
               INVALID KEY
                   DISPLAY '*** DISCIPLINA NAO CONSTA NO CATALOGO ***'
                   CLOSE MATERIAS
                   GO TO P320-FIM
           END-READ
           IF MATERIA-INATIVA
               DISPLAY '*** DISCIPLINA DESATIVADA ***'
               CLOSE MATERIAS
               GO TO P320-FIM
           END-IF
           DISPLAY 'DISCIPLINA: ' MAT-NM-MATERIA
           CLOSE MATERIAS

           MOVE WS-SERIE-PESQUISA   TO MTZ-SERIE
           MOVE WS-ID-MATERIA       TO MTZ-ID-MATERIA
           READ MATRIZ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'JA NA MATRIZ - AULAS/SEM: '
                           MTZ-AULAS-SEMANAIS ' CARGA ANUAL: '
                           MTZ-CARGA-ANUAL 'H'
           END-READ

           MOVE ZEROS               TO WS-NOVA-AULAS
           PERFORM WITH TEST AFTER
                   UNTIL WS-NOVA-AULAS > ZEROS
               DISPLAY 'AULAS SEMANAIS NA GRADE: '
               ACCEPT WS-NOVA-AULAS
               IF WS-NOVA-AULAS EQUAL ZEROS
                   DISPLAY '*** INFORME AO MENOS UMA AULA SEMANAL ***'
               END-IF
           END-PERFORM

           MOVE ZEROS               TO WS-NOVA-CARGA
           PERFORM WITH TEST AFTER
                   UNTIL WS-NOVA-CARGA > ZEROS
               DISPLAY 'CARGA ANUAL MINIMA (HORAS): '
               ACCEPT WS-NOVA-CARGA
               IF WS-NOVA-CARGA EQUAL ZEROS
                   DISPLAY '*** CARGA ANUAL INVALIDA ***'
               END-IF
           END-PERFORM

           MOVE WS-SERIE-PESQUISA   TO MTZ-SERIE
           MOVE WS-ID-MATERIA       TO MTZ-ID-MATERIA
           MOVE WS-NOVA-AULAS       TO MTZ-AULAS-SEMANAIS
           MOVE WS-NOVA-CARGA       TO MTZ-CARGA-ANUAL
           MOVE WS-HOJE             TO MTZ-DT-ATUALIZACAO
           MOVE LK-OPERADOR-ID      TO MTZ-OPERADOR

           WRITE REG-MATRIZ
               INVALID KEY
                   REWRITE REG-MATRIZ
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A MATRIZ'
                       NOT INVALID KEY
                           DISPLAY 'MATRIZ ATUALIZADA'
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'DISCIPLINA INCLUIDA NA MATRIZ'
           END-WRITE
           .
       P320-FIM.
           EXIT.

       P340-REMOVE.
           DISPLAY 'SERIE/ETAPA (EX. 6EF, 1EM): '
           ACCEPT MTZ-SERIE
           DISPLAY 'ID DA DISCIPLINA: '
           ACCEPT MTZ-ID-MATERIA

           READ MATRIZ
               INVALID KEY
                   DISPLAY 'DISCIPLINA NAO CONSTA NA MATRIZ DA SERIE'
               NOT INVALID KEY
                   DISPLAY 'CONFIRMA A REMOCAO? <S> - <N>'
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA EQUAL 'S' OR WS-CONFIRMA EQUAL 's'
                       DELETE MATRIZ
                           INVALID KEY
                               DISPLAY 'ERRO AO REMOVER DA MATRIZ'
                           NOT INVALID KEY
                               DISPLAY 'DISCIPLINA REMOVIDA DA MATRIZ'
                       END-DELETE
                   END-IF
           END-READ
           .
       P340-FIM.
           EXIT.

      ******************************************************************
      * CARGA HORARIA DO ANO: CONTA OS DIAS LETIVOS DO CALENDARIO POR
      * DIA DA SEMANA; PARA CADA TURMA DO ANO, CADA AULA DA GRADE
      * SEMANAL ACONTECE TANTAS VEZES QUANTOS FOREM OS DIAS LETIVOS
      * DAQUELE DIA DA SEMANA. AS HORAS SAEM DAS AULAS X
      * CFG-MINUTOS-AULA E SAO CONFRONTADAS COM A MATRIZ DA SERIE E
      * COM O MINIMO LEGAL (200 DIAS / 800 HORAS)
      ******************************************************************
       P400-CARGA-HORARIA.
           SET FS-CAL-OK            TO TRUE
           SET FS-TUR-OK            TO TRUE
           SET FS-HOR-OK            TO TRUE
           SET FS-REL-OK            TO TRUE
           MOVE ZEROS               TO WS-QTD-TURMAS
           MOVE ZEROS               TO WS-QTD-TURMAS-ABAIXO
           MOVE ZEROS               TO WS-QTD-DISC-ABAIXO
           MOVE ZEROS               TO WS-QTD-DISC-DIVERGE

           DISPLAY 'ANO LETIVO (AAAA, 0 = ANO ATUAL): '
           MOVE ZEROS               TO WS-ANO-LETIVO
           ACCEPT WS-ANO-LETIVO
           IF WS-ANO-LETIVO EQUAL ZEROS
               MOVE WS-HOJE(1:4)    TO WS-ANO-LETIVO
           END-IF
           COMPUTE WS-DATA-INICIO = WS-ANO-LETIVO * 10000 + 0101
           COMPUTE WS-DATA-FIM    = WS-ANO-LETIVO * 10000 + 1231

           OPEN INPUT CALENDARIO
           IF NOT FS-CAL-OK
               DISPLAY 'CALENDARIO ESCOLAR INDISPONIVEL - SEM DIAS '
                       'LETIVOS PARA A CARGA HORARIA'
               GO TO P400-FIM
           END-IF
           PERFORM P410-CONTA-LETIVOS THRU P410-FIM
           CLOSE CALENDARIO

           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
               DISPLAY '*** CATALOGO DE TURMAS INDISPONIVEL ***'
               GO TO P400-FIM
           END-IF

           OPEN INPUT HORARIOS
           IF NOT FS-HOR-OK
               DISPLAY 'GRADE DE HORARIOS INDISPONIVEL'
               CLOSE TURMAS
               GO TO P400-FIM
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE CARGA HORARIA'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE TURMAS
               CLOSE HORARIOS
               GO TO P400-FIM
           END-IF

           SET MAT-DISPONIVEL       TO FALSE
           SET FS-MAT-OK            TO TRUE
           OPEN INPUT MATERIAS
           IF FS-MAT-OK
               SET MAT-DISPONIVEL   TO TRUE
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-LE-ESCOLA
           MOVE WS-ANO-LETIVO       TO WS-CC-ANO
           WRITE REL-LINHA FROM WS-LIN-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-CARGA
           WRITE REL-LINHA FROM WS-LIN-TRACO

           MOVE WS-DIAS-LETIVOS     TO WS-DD-DIAS
           IF WS-DIAS-LETIVOS < WS-MIN-DIAS-LEGAL
               MOVE '*** ABAIXO DO MINIMO ***' TO WS-DD-SITUACAO
           ELSE
               MOVE 'ATENDE'        TO WS-DD-SITUACAO
           END-IF
           WRITE REL-LINHA FROM WS-DET-DIAS
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 6
               MOVE WS-DIA-NOME(WS-IDX-DIA) TO WS-DSM-DIA(WS-IDX-DIA)
               MOVE WS-LET-DIA(WS-IDX-DIA)  TO WS-DSM-QTD(WS-IDX-DIA)
           END-PERFORM
           WRITE REL-LINHA FROM WS-DET-SEMANA
           MOVE CFG-MINUTOS-AULA    TO WS-DDU-MIN
           WRITE REL-LINHA FROM WS-DET-DURACAO

           SET EOF-TUR-OK           TO FALSE
           MOVE LOW-VALUES          TO TUR-CODIGO
           START TURMAS KEY IS NOT LESS THAN TUR-CODIGO
               INVALID KEY
                   SET EOF-TUR-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-TUR-OK
               READ TURMAS NEXT RECORD
                   AT END
                       SET EOF-TUR-OK TO TRUE
                   NOT AT END
                       IF TUR-ANO-LETIVO EQUAL WS-ANO-LETIVO OR
                          TUR-ANO-LETIVO EQUAL ZEROS
                           PERFORM P420-CARGA-TURMA THRU P420-FIM
                       END-IF
               END-READ
           END-PERFORM

           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-LIN-TRACO
           MOVE 'TURMAS CONFERIDAS............................:'
                                    TO WS-DQ-TEXTO
           MOVE WS-QTD-TURMAS       TO WS-DQ-QTD
           WRITE REL-LINHA FROM WS-DET-QTD
           MOVE 'TURMAS ABAIXO DO MINIMO LEGAL DE HORAS........:'
                                    TO WS-DQ-TEXTO
           MOVE WS-QTD-TURMAS-ABAIXO TO WS-DQ-QTD
           WRITE REL-LINHA FROM WS-DET-QTD
           MOVE 'DISCIPLINAS ABAIXO DA CARGA DA MATRIZ........:'
                                    TO WS-DQ-TEXTO
           MOVE WS-QTD-DISC-ABAIXO  TO WS-DQ-QTD
           WRITE REL-LINHA FROM WS-DET-QTD
           MOVE 'DISCIPLINAS COM GRADE DIFERENTE DA MATRIZ....:'
                                    TO WS-DQ-TEXTO
           MOVE WS-QTD-DISC-DIVERGE TO WS-DQ-QTD
           WRITE REL-LINHA FROM WS-DET-QTD

           CLOSE TURMAS
           CLOSE HORARIOS
           CLOSE RELATORIO
           IF MAT-DISPONIVEL
               CLOSE MATERIAS
           END-IF

           DISPLAY 'DIAS LETIVOS NO ANO...........: ' WS-DIAS-LETIVOS
           DISPLAY 'TURMAS CONFERIDAS.............: ' WS-QTD-TURMAS
           DISPLAY 'TURMAS ABAIXO DO MINIMO LEGAL.: '
                   WS-QTD-TURMAS-ABAIXO
           DISPLAY 'RELATORIO GERADO EM...........: ' WS-CARGAHOR-PATH
           .
       P400-FIM.
           EXIT.

       P410-CONTA-LETIVOS.
           MOVE ZEROS               TO WS-DIAS-LETIVOS
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 7
               MOVE ZEROS           TO WS-LET-DIA(WS-IDX-DIA)
           END-PERFORM

           SET EOF-OK               TO FALSE
           MOVE WS-DATA-INICIO      TO CAL-DATA
           START CALENDARIO KEY IS NOT LESS THAN CAL-DATA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ CALENDARIO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CAL-DATA > WS-DATA-FIM
                           SET EOF-OK TO TRUE
                       ELSE
                           IF CAL-LETIVO
                               ADD 1 TO WS-DIAS-LETIVOS
                               MOVE CAL-DATA TO WS-DATA-AULA-R
                               PERFORM P600-DIA-DA-SEMANA
                                  THRU P600-FIM
                               ADD 1 TO WS-LET-DIA(WS-DIA-SEMANA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P410-FIM.
           EXIT.

      ******************************************************************
      * CARGA DE UMA TURMA: ACUMULA A GRADE POR DISCIPLINA, JUNTA A
      * MATRIZ DA SERIE (DISCIPLINA DA MATRIZ AUSENTE DA GRADE ENTRA
      * COM ZERO AULAS) E IMPRIME UMA LINHA POR DISCIPLINA. TURMA DE
      * OUTRA UNIDADE (TUR-UNIDADE, ZERO = 01) FICA FORA - OS DIAS
      * LETIVOS SAO OS DO CALENDARIO DA UNIDADE DO LOGIN
      ******************************************************************
       P420-CARGA-TURMA.
           MOVE 1                   TO WS-UNIDADE-TUR
           IF TUR-UNIDADE NUMERIC AND
              TUR-UNIDADE > ZEROS
               MOVE TUR-UNIDADE     TO WS-UNIDADE-TUR
           END-IF
           IF WS-UNIDADE-TUR NOT EQUAL CFG-UNIDADE
               GO TO P420-FIM
           END-IF

           ADD 1 TO WS-QTD-TURMAS
           MOVE ZEROS               TO WS-QTD-TC
           INITIALIZE WS-TOTAIS-TURMA

           SET EOF-OK               TO FALSE
           MOVE TUR-CODIGO          TO HOR-TURMA
           MOVE ZEROS               TO HOR-DIA
           MOVE ZEROS               TO HOR-PERIODO
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ HORARIOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF HOR-TURMA NOT EQUAL TUR-CODIGO
                           SET EOF-OK TO TRUE
                       ELSE
                           MOVE HOR-ID-MATERIA TO WS-ID-MATERIA
                           PERFORM P430-LOCALIZA-DISCIPLINA
                              THRU P430-FIM
                           IF WS-ACHOU-TC > ZEROS AND
                              HOR-DIA > ZEROS AND HOR-DIA < 7
                               ADD 1 TO WS-TC-SEM-GRADE(WS-ACHOU-TC)
                               ADD WS-LET-DIA(HOR-DIA)
                                   TO WS-TC-AULAS-ANO(WS-ACHOU-TC)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF TUR-SERIE NOT EQUAL SPACES
               SET EOF-OK           TO FALSE
               MOVE TUR-SERIE       TO MTZ-SERIE
               MOVE ZEROS           TO MTZ-ID-MATERIA
               START MATRIZ KEY IS NOT LESS THAN MTZ-CHAVE
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ MATRIZ NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF MTZ-SERIE NOT EQUAL TUR-SERIE
                               SET EOF-OK TO TRUE
                           ELSE
                               MOVE MTZ-ID-MATERIA TO WS-ID-MATERIA
                               PERFORM P430-LOCALIZA-DISCIPLINA
                                  THRU P430-FIM
                               IF WS-ACHOU-TC > ZEROS
                                   MOVE 'S' TO
                                        WS-TC-NA-MATRIZ(WS-ACHOU-TC)
                                   MOVE MTZ-AULAS-SEMANAIS TO
                                        WS-TC-SEM-MTZ(WS-ACHOU-TC)
                                   MOVE MTZ-CARGA-ANUAL TO
                                        WS-TC-CARGA-MTZ(WS-ACHOU-TC)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE TUR-CODIGO          TO WS-CT-TURMA
           MOVE TUR-SERIE           TO WS-CT-SERIE
           MOVE TUR-TURNO           TO WS-CT-TURNO
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-CAB-TURMA
           WRITE REL-LINHA FROM WS-CAB-COLUNAS

           PERFORM VARYING WS-IDX-TC FROM 1 BY 1
                   UNTIL WS-IDX-TC > WS-QTD-TC
               PERFORM P440-LINHA-DISCIPLINA THRU P440-FIM
           END-PERFORM

           MOVE WS-TT-SEM-GRADE     TO WS-DTT-SEM-GRADE
           MOVE WS-TT-SEM-MTZ       TO WS-DTT-SEM-MTZ
           MOVE WS-TT-AULAS-ANO     TO WS-DTT-AULAS-ANO
           MOVE WS-TT-HORAS         TO WS-DTT-HORAS
           MOVE WS-TT-CARGA-MTZ     TO WS-DTT-CARGA-MTZ
           EVALUATE TRUE
               WHEN WS-TT-HORAS < WS-MIN-HORAS-LEGAL
                   ADD 1 TO WS-QTD-TURMAS-ABAIXO
                   MOVE '*** ABAIXO DAS 800 HORAS'  TO WS-DTT-SITUACAO
               WHEN WS-TT-HORAS < WS-TT-CARGA-MTZ
                   MOVE 'ABAIXO DA CARGA DA MATRIZ' TO WS-DTT-SITUACAO
               WHEN TUR-SERIE EQUAL SPACES
                   MOVE 'TURMA SEM SERIE/MATRIZ'    TO WS-DTT-SITUACAO
               WHEN OTHER
                   MOVE 'ATENDE'                    TO WS-DTT-SITUACAO
           END-EVALUATE
           WRITE REL-LINHA FROM WS-DET-TOTAL-TURMA
           .
       P420-FIM.
           EXIT.

      * POSICAO DA DISCIPLINA WS-ID-MATERIA NA TABELA DA TURMA,
      * ACRESCENTANDO QUANDO AINDA NAO ESTA (ZERO = TABELA CHEIA)
       P430-LOCALIZA-DISCIPLINA.
           MOVE ZEROS               TO WS-ACHOU-TC
           PERFORM VARYING WS-IDX-TC FROM 1 BY 1
                   UNTIL WS-IDX-TC > WS-QTD-TC OR WS-ACHOU-TC > ZEROS
               IF WS-TC-MATERIA(WS-IDX-TC) EQUAL WS-ID-MATERIA
                   MOVE WS-IDX-TC   TO WS-ACHOU-TC
               END-IF
           END-PERFORM

           IF WS-ACHOU-TC EQUAL ZEROS AND WS-QTD-TC < 30
               ADD 1 TO WS-QTD-TC
               MOVE WS-QTD-TC       TO WS-ACHOU-TC
               MOVE WS-ID-MATERIA   TO WS-TC-MATERIA(WS-QTD-TC)
               MOVE ZEROS           TO WS-TC-SEM-GRADE(WS-QTD-TC)
               MOVE ZEROS           TO WS-TC-AULAS-ANO(WS-QTD-TC)
               MOVE ZEROS           TO WS-TC-SEM-MTZ(WS-QTD-TC)
               MOVE ZEROS           TO WS-TC-CARGA-MTZ(WS-QTD-TC)
               MOVE 'N'             TO WS-TC-NA-MATRIZ(WS-QTD-TC)
           END-IF
           .
       P430-FIM.
           EXIT.

       P440-LINHA-DISCIPLINA.
           COMPUTE WS-HORAS ROUNDED =
                   WS-TC-AULAS-ANO(WS-IDX-TC) * CFG-MINUTOS-AULA / 60

           MOVE WS-TC-MATERIA(WS-IDX-TC) TO MAT-ID-MATERIA
           PERFORM P810-NOME-MATERIA THRU P810-FIM
           MOVE WS-NM-MATERIA              TO WS-DDI-MATERIA
           MOVE WS-TC-SEM-GRADE(WS-IDX-TC) TO WS-DDI-SEM-GRADE
           MOVE WS-TC-SEM-MTZ(WS-IDX-TC)   TO WS-DDI-SEM-MTZ
           MOVE WS-TC-AULAS-ANO(WS-IDX-TC) TO WS-DDI-AULAS-ANO
           MOVE WS-HORAS                   TO WS-DDI-HORAS
           MOVE WS-TC-CARGA-MTZ(WS-IDX-TC) TO WS-DDI-CARGA-MTZ

           EVALUATE TRUE
               WHEN TUR-SERIE EQUAL SPACES
                   MOVE 'TURMA SEM SERIE'           TO WS-DDI-SITUACAO
               WHEN WS-TC-NA-MATRIZ(WS-IDX-TC) NOT EQUAL 'S'
                   ADD 1 TO WS-QTD-DISC-DIVERGE
                   MOVE 'FORA DA MATRIZ DA SERIE'   TO WS-DDI-SITUACAO
               WHEN WS-TC-SEM-GRADE(WS-IDX-TC) EQUAL ZEROS
                   ADD 1 TO WS-QTD-DISC-DIVERGE
                   ADD 1 TO WS-QTD-DISC-ABAIXO
                   MOVE '*** AUSENTE DA GRADE'      TO WS-DDI-SITUACAO
               WHEN WS-HORAS < WS-TC-CARGA-MTZ(WS-IDX-TC)
                   ADD 1 TO WS-QTD-DISC-ABAIXO
                   MOVE '*** ABAIXO DA CARGA'       TO WS-DDI-SITUACAO
               WHEN WS-TC-SEM-GRADE(WS-IDX-TC) NOT EQUAL
                    WS-TC-SEM-MTZ(WS-IDX-TC)
                   ADD 1 TO WS-QTD-DISC-DIVERGE
                   MOVE 'GRADE DIFERENTE DA MATRIZ' TO WS-DDI-SITUACAO
               WHEN OTHER
                   MOVE 'ATENDE'                    TO WS-DDI-SITUACAO
           END-EVALUATE
           WRITE REL-LINHA FROM WS-DET-DISCIPLINA

           ADD WS-TC-SEM-GRADE(WS-IDX-TC) TO WS-TT-SEM-GRADE
           ADD WS-TC-SEM-MTZ(WS-IDX-TC)   TO WS-TT-SEM-MTZ
           ADD WS-TC-AULAS-ANO(WS-IDX-TC) TO WS-TT-AULAS-ANO
           ADD WS-HORAS                   TO WS-TT-HORAS
           ADD WS-TC-CARGA-MTZ(WS-IDX-TC) TO WS-TT-CARGA-MTZ
           .
       P440-FIM.
           EXIT.

      * NOME DA DISCIPLINA EM MAT-ID-MATERIA
       P810-NOME-MATERIA.
           MOVE 'DISCIPLINA NAO CADASTR.' TO WS-NM-MATERIA
           IF MAT-DISPONIVEL
               READ MATERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAT-NM-MATERIA TO WS-NM-MATERIA
               END-READ
           END-IF
           .
       P810-FIM.
           EXIT.

      ******************************************************************
      * DIA DA SEMANA DA DATA EM WS-DATA-AULA-R PELA CONGRUENCIA DE
      * ZELLER, NA CONVENCAO DA GRADE DE HORARIOS (1=SEGUNDA ...
      * 6=SABADO, 7=DOMINGO)
      ******************************************************************
       P600-DIA-DA-SEMANA.
           MOVE WS-DCH-MES          TO WS-ZL-MES
           MOVE WS-DCH-ANO          TO WS-ZL-ANO
           IF WS-ZL-MES < 3
               ADD 12               TO WS-ZL-MES
               SUBTRACT 1           FROM WS-ZL-ANO
           END-IF

           DIVIDE WS-ZL-ANO BY 100 GIVING WS-ZL-J
                  REMAINDER WS-ZL-K

           COMPUTE WS-ZL-SOMA = WS-DCH-DIA
                   + ((13 * (WS-ZL-MES + 1)) / 5)
                   + WS-ZL-K + (WS-ZL-K / 4)
                   + (WS-ZL-J / 4) + (5 * WS-ZL-J)

           DIVIDE WS-ZL-SOMA BY 7 GIVING WS-ZL-QUOC
                  REMAINDER WS-ZL-RESTO

      * ZELLER DEVOLVE 0=SABADO E 1=DOMINGO; CONVERTE PARA 1=SEGUNDA
           EVALUATE WS-ZL-RESTO
               WHEN 0
                   MOVE 6 TO WS-DIA-SEMANA
               WHEN 1
                   MOVE 7 TO WS-DIA-SEMANA
               WHEN OTHER
                   COMPUTE WS-DIA-SEMANA = WS-ZL-RESTO - 1
           END-EVALUATE
           .
       P600-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CADMATRIZ.
