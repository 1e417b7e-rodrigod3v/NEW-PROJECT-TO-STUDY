      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:INDICADORES DE RENDIMENTO E MOVIMENTO POR ANO LETIVO
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. A ESCOLA NAO TINHA
      *         RELATORIO COM AS TAXAS OFICIAIS. ESTA ROTINA BATCH
      *         APURA, PARA OS TRES ULTIMOS ANOS LETIVOS ENCERRADOS
      *         LADO A LADO (A DIRECAO APRESENTA A TENDENCIA AO
      *         CONSELHO ESCOLAR EM MARCO), AS TAXAS DE APROVACAO,
      *         REPROVACAO, ABANDONO, TRANSFERENCIA E ADMISSAO POR
      *         TURMA, POR SERIE (TUR-SERIE) E DA ESCOLA, EM
      *         RELTAXAS.TXT. A SITUACAO FINAL DE CADA ALUNO/ANO E
      *         REFEITA A PARTIR DE HISTORICO.DAT COMO NO ENCERRAANO
      *         (MEDIA DAS DISCIPLINAS, RECUPERACAO, CONCEITO MINIMO,
      *         LIMITE DE FALTAS DE FREQANUAL.DAT), COM A APROVACAO DO
      *         CONSELHO (CONSELHO.DAT) E A PROMOCAO EM DEPENDENCIA
      *         (DEPENDENCIAS.DAT) POR CIMA. TRANSFERIDO E QUEM TEM
      *         ST-MATRICULA F COM DT-SITUACAO NO ANO; ABANDONO E QUEM
      *         NAO FOI TRANSFERIDO E NAO CHEGOU AO FECHAMENTO (SEM
      *         REGISTRO EM FREQANUAL.DAT NUM ANO QUE TEM FREQUENCIA
      *         ARQUIVADA), QUEM FICOU COM PRESENCA ABAIXO DE 25% OU
      *         TRANCOU SEM CURSAR. ADMITIDO E QUEM CURSA NA ESCOLA
      *         PELA PRIMEIRA VEZ NO ANO; NA TURMA, TAMBEM QUEM CHEGOU
      *         POR REMANEJAMENTO (REMANEJO.DAT) DURANTE O ANO.
      *         GRAVA INICIO/FIM EM JOBLOG.DAT
      * UPDATE: 15/10/2026 MULTI-UNIDADE: A ROTINA PERGUNTA A
      *         ABRANGENCIA - SO A UNIDADE DO LOGIN <U> (ALUNOS COM
      *         UNIDADE-ALUNO DELA; QUEM NAO ESTA MAIS EM ALUNOS.DAT,
      *         PELA FAIXA DE IDS) OU A REDE TODA <R>, COM O TOTAL
      *         CONSOLIDADO NA LINHA 'REDE'
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTAXAS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT HISTORICO ASSIGN TO
                WS-HISTORICO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-CHAVE
                FILE STATUS IS WS-FS-HIST.

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

                SELECT FREQANUAL ASSIGN TO
                WS-FREQANUAL-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FQA-CHAVE
                FILE STATUS IS WS-FS-FQA.

                SELECT CONSELHO ASSIGN TO
                WS-CONSELHO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CSL-CHAVE
                FILE STATUS IS WS-FS-CSL.

                SELECT DEPENDENCIAS ASSIGN TO
                WS-DEPENDENCIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEP-CHAVE
                FILE STATUS IS WS-FS-DEP.

                SELECT REMANEJO ASSIGN TO
                WS-REMANEJO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RMJ-CHAVE
                FILE STATUS IS WS-FS-RMJ.

                SELECT RELATORIO ASSIGN TO
                WS-RELTAXAS-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTTAX-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORICO.
           COPY HISTORICO.

       FD ALUNOS.
           COPY DATABASE.

       FD TURMAS.
           COPY TURMAS.

       FD FREQANUAL.
           COPY FREQANUAL.

       FD CONSELHO.
           COPY CONSELHO.

       FD DEPENDENCIAS.
           COPY DEPENDENC.

       FD REMANEJO.
           COPY REMANEJO.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(132).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-SERIE                      PIC X(04).
           03 SD-TURMA                      PIC X(10).
           03 SD-IDX                        PIC 9(03).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
           COPY SITCFG.

         01 WS-REMANEJO-PATH                PIC X(80).
         01 WS-RELTAXAS-PATH                PIC X(80).
         01 WS-SORTTAX-PATH                 PIC X(80).

         01 WS-CABECALHO-1.
           03 FILLER                      PIC X(24) VALUE SPACES.
           03 FILLER                      PIC X(46)
              VALUE 'INDICADORES DE RENDIMENTO E MOVIMENTO ESCOLAR'.
         01 WS-CABECALHO-2.
           03 WS-CB-ESCOLA                PIC X(40).
           03 FILLER                      PIC X(12)
              VALUE '  GERADO EM '.
           03 WS-CB-DATA                  PIC 9(08).
         01 WS-CABECALHO-3.
           03 FILLER                      PIC X(132) VALUE ALL '-'.
         01 WS-CAB-ANOS.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(11)
              VALUE 'ANO LETIVO '.
           03 WS-CA-ANO-1                 PIC 9(04).
           03 FILLER                      PIC X(21) VALUE SPACES.
           03 FILLER                      PIC X(11)
              VALUE 'ANO LETIVO '.
           03 WS-CA-ANO-2                 PIC 9(04).
           03 FILLER                      PIC X(21) VALUE SPACES.
           03 FILLER                      PIC X(11)
              VALUE 'ANO LETIVO '.
           03 WS-CA-ANO-3                 PIC 9(04).
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(18)
              VALUE 'SERIE TURMA'.
           03 FILLER                      PIC X(36)
              VALUE '   MAT  APR%  REP%  ABA%  TRA%  ADM%'.
           03 FILLER                      PIC X(36)
              VALUE '   MAT  APR%  REP%  ABA%  TRA%  ADM%'.
           03 FILLER                      PIC X(36)
              VALUE '   MAT  APR%  REP%  ABA%  TRA%  ADM%'.
         01 WS-DET-TAXAS.
           03 WS-DT-SERIE                 PIC X(05).
           03 FILLER                      PIC X(01).
           03 WS-DT-TURMA                 PIC X(10).
           03 FILLER                      PIC X(02).
           03 WS-DT-ANO OCCURS 3.
              05 FILLER                   PIC X(02).
              05 WS-DT-MAT                PIC ZZZ9.
              05 WS-DT-TAXA OCCURS 5.
                 07 FILLER                PIC X(01).
                 07 WS-DT-PCT             PIC ZZ9,9.
         01 WS-DET-CONTAGEM.
           03 WS-DC-ROTULO                PIC X(24).
           03 WS-DC-ANO OCCURS 3.
              05 FILLER                   PIC X(06).
              05 WS-DC-QTD                PIC ZZZZ9.
         01 WS-CAB-CONTAGEM.
           03 FILLER                      PIC X(24)
              VALUE 'ESCOLA - QUANTIDADES'.
           03 FILLER                      PIC X(07) VALUE SPACES.
           03 WS-CC-ANO-1                 PIC 9(04).
           03 FILLER                      PIC X(07) VALUE SPACES.
           03 WS-CC-ANO-2                 PIC 9(04).
           03 FILLER                      PIC X(07) VALUE SPACES.
           03 WS-CC-ANO-3                 PIC 9(04).
         01 WS-LIN-LEGENDA-1.
           03 FILLER                      PIC X(40)
              VALUE 'MAT = ALUNOS DO ANO NA TURMA/SERIE (APRO'.
           03 FILLER                      PIC X(40)
              VALUE 'VADOS + REPROVADOS + ABANDONO + TRANSFER'.
           03 FILLER                      PIC X(06)
              VALUE 'IDOS)'.
         01 WS-LIN-LEGENDA-2.
           03 FILLER                      PIC X(40)
              VALUE 'ADM% = ADMITIDOS NO ANO SOBRE MAT (NA TU'.
           03 FILLER                      PIC X(40)
              VALUE 'RMA INCLUI OS REMANEJADOS PARA ELA)'.

         01 WS-TAB-ANOS.
           03 WS-ANO-COL OCCURS 3          PIC 9(04).
         01 WS-TAB-FQA-USO.
           03 WS-FQA-USADO OCCURS 3        PIC X(01).

      * CONTADORES POR ANO: 1 APROVADOS, 2 REPROVADOS, 3 ABANDONO,
      * 4 TRANSFERIDOS, 5 ADMITIDOS
         01 WS-TAB-TURMAS.
           03 WS-TX-ITEM OCCURS 300.
              05 WS-TX-TURMA              PIC X(10).
              05 WS-TX-SERIE              PIC X(04).
              05 WS-TX-ANO OCCURS 3.
                 07 WS-TX-CONT OCCURS 5   PIC 9(05).
         77 WS-QTD-TX                      PIC 9(03) VALUE ZEROS.
         77 WS-IDX-TX                      PIC 9(03) COMP VALUE ZEROS.
         77 WS-ACHOU-TX                    PIC 9(03) VALUE ZEROS.
         01 WS-TAB-SERIES.
           03 WS-SX-ITEM OCCURS 40.
              05 WS-SX-SERIE              PIC X(04).
              05 WS-SX-ANO OCCURS 3.
                 07 WS-SX-CONT OCCURS 5   PIC 9(05).
         77 WS-QTD-SX                      PIC 9(02) VALUE ZEROS.
         77 WS-IDX-SX                      PIC 9(02) COMP VALUE ZEROS.
         77 WS-ACHOU-SX                    PIC 9(02) VALUE ZEROS.
         01 WS-TAB-ESCOLA.
           03 WS-EX-ANO OCCURS 3.
              05 WS-EX-CONT OCCURS 5      PIC 9(05).
      * LINHA EM IMPRESSAO (COPIA DA TURMA, SERIE OU ESCOLA)
         01 WS-TAB-LINHA.
           03 WS-LX-ANO OCCURS 3.
              05 WS-LX-CONT OCCURS 5      PIC 9(05).

         77 WS-FS-HIST                     PIC 99.
           88 FS-HIST-OK                   VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-FQA                      PIC 99.
           88 FS-FQA-OK                    VALUE 0.
         77 WS-FS-CSL                      PIC 99.
           88 FS-CSL-OK                    VALUE 0.
         77 WS-FS-DEP                      PIC 99.
           88 FS-DEP-OK                    VALUE 0.
         77 WS-FS-RMJ                      PIC 99.
           88 FS-RMJ-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-TUR-DISPONIVEL              PIC X     VALUE 'N'.
           88 TUR-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-FQA-DISPONIVEL              PIC X     VALUE 'N'.
           88 FQA-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-CSL-DISPONIVEL              PIC X     VALUE 'N'.
           88 CSL-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-DEP-DISPONIVEL              PIC X     VALUE 'N'.
           88 DEP-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-RMJ-DISPONIVEL              PIC X     VALUE 'N'.
           88 RMJ-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-AUX                     PIC X     VALUE 'N'.
           88 EOF-AUX-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-HOUVE-ERRO                  PIC X     VALUE 'N'.
           88 HOUVE-ERRO                   VALUE 'S' FALSE 'N'.
         77 WS-ACHOU                       PIC X     VALUE 'N'.
           88 ACHOU-OK                     VALUE 'S' FALSE 'N'.
         77 WS-ALUNO-LIDO                  PIC X     VALUE 'N'.
           88 ALUNO-LIDO                   VALUE 'S' FALSE 'N'.
         77 WS-FQA-LIDO                    PIC X     VALUE 'N'.
           88 FQA-LIDO                     VALUE 'S' FALSE 'N'.
         77 WS-REMANEJADO                  PIC X     VALUE 'N'.
           88 ALUNO-REMANEJADO             VALUE 'S' FALSE 'N'.
         77 WS-ADMITIDO                    PIC X     VALUE 'N'.
           88 ALUNO-ADMITIDO               VALUE 'S' FALSE 'N'.
         77 WS-CONCEITO-REPROV             PIC X     VALUE 'N'.
           88 CONCEITO-REPROVADO           VALUE 'S' FALSE 'N'.
         77 WS-AP-RECUP                    PIC X     VALUE 'N'.
           88 AP-TEM-RECUPERACAO           VALUE 'S' FALSE 'N'.

         77 WS-ULTIMO-ANO                  PIC 9(04) VALUE ZEROS.
         77 WS-ANO-MINIMO                  PIC 9(04) VALUE ZEROS.
         77 WS-IDX-ANO                     PIC 9(01) COMP VALUE ZEROS.
         77 WS-COL                         PIC 9(01) VALUE ZEROS.
         77 WS-IDX-CAT                     PIC 9(01) COMP VALUE ZEROS.
         77 WS-CATEGORIA                   PIC 9(01) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-DATA-INI                    PIC 9(08) VALUE ZEROS.
         77 WS-DATA-FIM                    PIC 9(08) VALUE ZEROS.
         77 WS-ANO-SITUACAO                PIC 9(04) VALUE ZEROS.
         77 WS-PRESENCA-ABANDONO           PIC 9(03)V99 VALUE 25.
         77 WS-PERC-FALTAS                 PIC 9(03)V99 VALUE ZEROS.
         77 WS-BASE                        PIC 9(05) VALUE ZEROS.
         77 WS-PCT                         PIC 9(03)V9 VALUE ZEROS.

      * GRUPO ALUNO/ANO CORRENTE DA VARREDURA DO HISTORICO
         77 WS-GRP-ALUNO                   PIC 9(05) VALUE ZEROS.
         77 WS-GRP-ANO                     PIC 9(04) VALUE ZEROS.
         77 WS-GRP-TURMA                   PIC X(10) VALUE SPACES.
         77 WS-GRP-ATIVO                   PIC X     VALUE 'N'.
           88 GRUPO-ABERTO                 VALUE 'S' FALSE 'N'.
         77 WS-PRIMEIRO-ANO                PIC 9(04) VALUE ZEROS.
         77 WS-ALUNO-ANT                   PIC 9(05) VALUE ZEROS.
         77 WS-AP-PREV-MATERIA             PIC 9(20) VALUE ZEROS.
         77 WS-AP-SOMA-BIM                 PIC 9(03)V99 VALUE ZEROS.
         77 WS-AP-CONT-BIM                 PIC 9(02) VALUE ZEROS.
         77 WS-AP-MEDIA-RECUP              PIC 9(02)V99 VALUE ZEROS.
         77 WS-AP-MEDIA-MATERIA            PIC 9(02)V99 VALUE ZEROS.
         77 WS-AP-CONCEITO                 PIC X(01) VALUE SPACES.
         77 WS-SOMA-ALUNO                  PIC 9(04)V99 VALUE ZEROS.
         77 WS-CONT-DISC-ALUNO             PIC 9(03) VALUE ZEROS.
         77 WS-MEDIA-ALUNO                 PIC 9(02)V99 VALUE ZEROS.

         77 WS-CLASSE-ALUNO                PIC X(01) VALUE SPACES.
         77 WS-TURMA-CLASSE                PIC X(10) VALUE SPACES.
         77 WS-SERIE-CLASSE                PIC X(04) VALUE SPACES.
         77 WS-CONT-ALUNOS-ANO             PIC 9(05) VALUE ZEROS.
         77 WS-ABRANGENCIA                 PIC X(01) VALUE 'U'.
           88 ABRANGE-REDE                 VALUE 'R'.
           88 ABRANGE-UNIDADE              VALUE 'U'.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** INDICADORES DE RENDIMENTO E MOVIMENTO ***'
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           MOVE 'RELTAXAS'          TO JA-NOME
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
           MOVE WS-CONT-ALUNOS-ANO  TO JA-CONTADOR
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
                  '\HISTORICO.DAT' DELIMITED BY SIZE
                  INTO WS-HISTORICO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQANUAL.DAT' DELIMITED BY SIZE
                  INTO WS-FREQANUAL-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONSELHO.DAT' DELIMITED BY SIZE
                  INTO WS-CONSELHO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DEPENDENCIAS.DAT' DELIMITED BY SIZE
                  INTO WS-DEPENDENCIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\REMANEJO.DAT' DELIMITED BY SIZE
                  INTO WS-REMANEJO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RELTAXAS.TXT' DELIMITED BY SIZE
                  INTO WS-RELTAXAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTTAX.TMP' DELIMITED BY SIZE
                  INTO WS-SORTTAX-PATH
           .
       P100-FIM.
           EXIT.

       P300-GERA-RELATORIO.
           SET FS-HIST-OK           TO TRUE
           SET FS-OK                TO TRUE
           SET FS-REL-OK            TO TRUE
           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD

           MOVE ZEROS               TO WS-ULTIMO-ANO
           COMPUTE WS-ANO-SITUACAO = CFG-ANO-LETIVO - 1
           DISPLAY 'ULTIMO ANO LETIVO ENCERRADO (0 PARA '
                   WS-ANO-SITUACAO '): '
           ACCEPT WS-ULTIMO-ANO
           IF WS-ULTIMO-ANO EQUAL ZEROS
               MOVE WS-ANO-SITUACAO TO WS-ULTIMO-ANO
           END-IF

           MOVE SPACES              TO WS-ABRANGENCIA
           PERFORM UNTIL ABRANGE-REDE OR ABRANGE-UNIDADE
               DISPLAY 'ABRANGENCIA: <U> UNIDADE ' CFG-UNIDADE
                       ' OU <R> REDE TODA'
               ACCEPT WS-ABRANGENCIA
               IF WS-ABRANGENCIA EQUAL 'u'
                   MOVE 'U'         TO WS-ABRANGENCIA
               END-IF
               IF WS-ABRANGENCIA EQUAL 'r'
                   MOVE 'R'         TO WS-ABRANGENCIA
               END-IF
           END-PERFORM
           COMPUTE WS-ANO-COL(1) = WS-ULTIMO-ANO - 2
           COMPUTE WS-ANO-COL(2) = WS-ULTIMO-ANO - 1
           MOVE WS-ULTIMO-ANO       TO WS-ANO-COL(3)

           OPEN INPUT HISTORICO
           IF NOT FS-HIST-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO (HISTORICO.DAT)'
               DISPLAY 'FILE STATUS: ' WS-FS-HIST
               SET HOUVE-ERRO TO TRUE
               GO TO P300-FIM
           END-IF

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET HOUVE-ERRO TO TRUE
               CLOSE HISTORICO
               GO TO P300-FIM
           END-IF

           PERFORM P310-ABRE-APOIO  THRU P310-FIM

           PERFORM P320-ANO-MINIMO  THRU P320-FIM
           PERFORM P330-USO-FREQANUAL THRU P330-FIM

           PERFORM P400-VARRE-HISTORICO THRU P400-FIM
           PERFORM P500-SAIDAS-SEM-HISTORICO THRU P500-FIM

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE INDICADORES'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               SET HOUVE-ERRO TO TRUE
               GO TO P300-ENCERRA
           END-IF

           PERFORM P600-IMPRIME     THRU P600-FIM

           CLOSE RELATORIO

           DISPLAY 'ANOS COMPARADOS......: ' WS-ANO-COL(1) ' '
                   WS-ANO-COL(2) ' ' WS-ANO-COL(3)
           DISPLAY 'ALUNOS/ANO APURADOS..: ' WS-CONT-ALUNOS-ANO
           DISPLAY 'TURMAS...............: ' WS-QTD-TX
           DISPLAY 'RELATORIO GERADO EM..: ' WS-RELTAXAS-PATH
           .
       P300-ENCERRA.
           CLOSE HISTORICO
           CLOSE ALUNOS
           IF TUR-DISPONIVEL
               CLOSE TURMAS
           END-IF
           IF FQA-DISPONIVEL
               CLOSE FREQANUAL
           END-IF
           IF CSL-DISPONIVEL
               CLOSE CONSELHO
           END-IF
           IF DEP-DISPONIVEL
               CLOSE DEPENDENCIAS
           END-IF
           IF RMJ-DISPONIVEL
               CLOSE REMANEJO
           END-IF
           .
       P300-FIM.
           EXIT.

      * ARQUIVOS DE APOIO: NA FALTA DE UM DELES A REGRA
      * CORRESPONDENTE SIMPLESMENTE NAO SE APLICA
       P310-ABRE-APOIO.
           SET FS-TUR-OK            TO TRUE
           SET TUR-DISPONIVEL       TO FALSE
           OPEN INPUT TURMAS
           IF FS-TUR-OK
               SET TUR-DISPONIVEL   TO TRUE
           ELSE
               DISPLAY 'CATALOGO DE TURMAS INDISPONIVEL - TURMAS SEM '
                       'SERIE NO RELATORIO'
           END-IF

           SET FS-FQA-OK            TO TRUE
           SET FQA-DISPONIVEL       TO FALSE
           OPEN INPUT FREQANUAL
           IF FS-FQA-OK
               SET FQA-DISPONIVEL   TO TRUE
           ELSE
               DISPLAY 'FREQUENCIA ANUAL INDISPONIVEL - ABANDONO SO '
                       'PELOS TRANCAMENTOS'
           END-IF

           SET FS-CSL-OK            TO TRUE
           SET CSL-DISPONIVEL       TO FALSE
           OPEN INPUT CONSELHO
           IF FS-CSL-OK
               SET CSL-DISPONIVEL   TO TRUE
           END-IF

           SET FS-DEP-OK            TO TRUE
           SET DEP-DISPONIVEL       TO FALSE
           OPEN INPUT DEPENDENCIAS
           IF FS-DEP-OK
               SET DEP-DISPONIVEL   TO TRUE
           END-IF

           SET FS-RMJ-OK            TO TRUE
           SET RMJ-DISPONIVEL       TO FALSE
           OPEN INPUT REMANEJO
           IF FS-RMJ-OK
               SET RMJ-DISPONIVEL   TO TRUE
           END-IF
           .
       P310-FIM.
           EXIT.

      ******************************************************************
      * PRIMEIRO ANO CURSADO NA ESCOLA QUE CONSTA NO HISTORICO: NESSE
      * ANO TODOS SERIAM "NOVOS", ENTAO A ADMISSAO SO CONTA DEPOIS DELE
      ******************************************************************
       P320-ANO-MINIMO.
           MOVE 9999                TO WS-ANO-MINIMO
           SET EOF-OK               TO FALSE
           MOVE LOW-VALUES          TO HIST-CHAVE
           START HISTORICO KEY IS NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ HISTORICO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF HIST-ANO-PROPRIO AND
                          HIST-ANO-LETIVO > ZEROS AND
                          HIST-ANO-LETIVO < WS-ANO-MINIMO
                           MOVE HIST-ANO-LETIVO TO WS-ANO-MINIMO
                       END-IF
               END-READ
           END-PERFORM
           .
       P320-FIM.
           EXIT.

      ******************************************************************
      * ANO SEM NENHUM REGISTRO EM FREQANUAL.DAT (ESCOLA QUE NAO FAZIA
      * CHAMADA NO SISTEMA) NAO USA A FALTA DO REGISTRO COMO ABANDONO
      ******************************************************************
       P330-USO-FREQANUAL.
           MOVE 'N'                 TO WS-FQA-USADO(1)
           MOVE 'N'                 TO WS-FQA-USADO(2)
           MOVE 'N'                 TO WS-FQA-USADO(3)
           IF NOT FQA-DISPONIVEL
               GO TO P330-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE LOW-VALUES          TO FQA-CHAVE
           START FREQANUAL KEY IS NOT LESS THAN FQA-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ FREQANUAL NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                               UNTIL WS-IDX-ANO > 3
                           IF FQA-ANO-LETIVO EQUAL
                              WS-ANO-COL(WS-IDX-ANO)
                               MOVE 'S' TO WS-FQA-USADO(WS-IDX-ANO)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           .
       P330-FIM.
           EXIT.

      ******************************************************************
      * VARRE O HISTORICO (CHAVE ALUNO + ANO + DISCIPLINA + BIMESTRE):
      * CADA GRUPO ALUNO/ANO CURSADO NA ESCOLA DENTRO DOS TRES ANOS
      * COMPARADOS E CLASSIFICADO UMA VEZ, NA TURMA EM QUE FECHOU O ANO
      ******************************************************************
       P400-VARRE-HISTORICO.
           SET EOF-OK               TO FALSE
           SET GRUPO-ABERTO         TO FALSE
           MOVE ZEROS               TO WS-ALUNO-ANT
           MOVE LOW-VALUES          TO HIST-CHAVE
           START HISTORICO KEY IS NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ HISTORICO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF HIST-ANO-PROPRIO
                           PERFORM P410-REGISTRO THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM

           IF GRUPO-ABERTO
               PERFORM P430-FECHA-GRUPO THRU P430-FIM
           END-IF
           .
       P400-FIM.
           EXIT.

       P410-REGISTRO.
           IF GRUPO-ABERTO AND
              (HIST-ID-ALUNO NOT EQUAL WS-GRP-ALUNO OR
               HIST-ANO-LETIVO NOT EQUAL WS-GRP-ANO)
               PERFORM P430-FECHA-GRUPO THRU P430-FIM
           END-IF

           IF HIST-ID-ALUNO NOT EQUAL WS-ALUNO-ANT
               MOVE HIST-ID-ALUNO   TO WS-ALUNO-ANT
               MOVE HIST-ANO-LETIVO TO WS-PRIMEIRO-ANO
           END-IF

           IF NOT GRUPO-ABERTO
               SET GRUPO-ABERTO     TO TRUE
               MOVE HIST-ID-ALUNO   TO WS-GRP-ALUNO
               MOVE HIST-ANO-LETIVO TO WS-GRP-ANO
               MOVE SPACES          TO WS-GRP-TURMA
               MOVE ZEROS           TO WS-SOMA-ALUNO
               MOVE ZEROS           TO WS-CONT-DISC-ALUNO
               MOVE ZEROS           TO WS-AP-PREV-MATERIA
               MOVE ZEROS           TO WS-AP-SOMA-BIM
               MOVE ZEROS           TO WS-AP-CONT-BIM
               MOVE ZEROS           TO WS-AP-MEDIA-RECUP
               MOVE SPACES          TO WS-AP-CONCEITO
               SET AP-TEM-RECUPERACAO TO FALSE
               SET CONCEITO-REPROVADO TO FALSE
           END-IF

           IF HIST-TURMA NOT EQUAL SPACES
               MOVE HIST-TURMA      TO WS-GRP-TURMA
           END-IF

           IF HIST-ID-MATERIA NOT EQUAL WS-AP-PREV-MATERIA
               PERFORM P420-FECHA-MATERIA THRU P420-FIM
               MOVE HIST-ID-MATERIA TO WS-AP-PREV-MATERIA
           END-IF

      * MESMA REGRA DO FECHAMENTO DE ANO: BIMESTRE 5 E A PROVA FINAL DE
      * RECUPERACAO E VALE PELA DISCIPLINA; CONCEITO FICA FORA DA MEDIA
           IF HIST-CONCEITO NOT EQUAL SPACES
               MOVE HIST-CONCEITO   TO WS-AP-CONCEITO
           ELSE
               IF HIST-BIMESTRE EQUAL 5
                   SET AP-TEM-RECUPERACAO TO TRUE
                   MOVE HIST-MEDIA  TO WS-AP-MEDIA-RECUP
               ELSE
                   ADD HIST-MEDIA   TO WS-AP-SOMA-BIM
                   ADD 1            TO WS-AP-CONT-BIM
               END-IF
           END-IF
           .
       P410-FIM.
           EXIT.

       P420-FECHA-MATERIA.
           IF AP-TEM-RECUPERACAO OR WS-AP-CONT-BIM > ZEROS
               IF AP-TEM-RECUPERACAO
                   MOVE WS-AP-MEDIA-RECUP TO WS-AP-MEDIA-MATERIA
               ELSE
                   COMPUTE WS-AP-MEDIA-MATERIA ROUNDED =
                           WS-AP-SOMA-BIM / WS-AP-CONT-BIM
               END-IF
               ADD WS-AP-MEDIA-MATERIA TO WS-SOMA-ALUNO
               ADD 1                TO WS-CONT-DISC-ALUNO
           ELSE
               IF WS-AP-CONCEITO NOT EQUAL SPACES AND
                  WS-AP-CONCEITO > CFG-CONCEITO-MINIMO
                   SET CONCEITO-REPROVADO TO TRUE
               END-IF
           END-IF

           MOVE ZEROS               TO WS-AP-SOMA-BIM
           MOVE ZEROS               TO WS-AP-CONT-BIM
           MOVE ZEROS               TO WS-AP-MEDIA-RECUP
           MOVE SPACES              TO WS-AP-CONCEITO
           SET AP-TEM-RECUPERACAO   TO FALSE
           .
       P420-FIM.
           EXIT.

       P430-FECHA-GRUPO.
           PERFORM P420-FECHA-MATERIA THRU P420-FIM
           SET GRUPO-ABERTO         TO FALSE

           MOVE ZEROS               TO WS-COL
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1 UNTIL WS-IDX-ANO > 3
               IF WS-GRP-ANO EQUAL WS-ANO-COL(WS-IDX-ANO)
                   MOVE WS-IDX-ANO  TO WS-COL
               END-IF
           END-PERFORM
           IF WS-COL EQUAL ZEROS
               GO TO P430-FIM
           END-IF

           IF ABRANGE-UNIDADE
               PERFORM P435-UNIDADE-GRUPO THRU P435-FIM
               IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
                   GO TO P430-FIM
               END-IF
           END-IF

           MOVE ZEROS               TO WS-MEDIA-ALUNO
           IF WS-CONT-DISC-ALUNO > ZEROS
               COMPUTE WS-MEDIA-ALUNO ROUNDED =
                       WS-SOMA-ALUNO / WS-CONT-DISC-ALUNO
           END-IF

           PERFORM P440-CLASSIFICA  THRU P440-FIM

           SET ALUNO-ADMITIDO       TO FALSE
           IF WS-GRP-ANO EQUAL WS-PRIMEIRO-ANO AND
              WS-GRP-ANO > WS-ANO-MINIMO
               SET ALUNO-ADMITIDO   TO TRUE
           END-IF

           MOVE WS-GRP-TURMA        TO WS-TURMA-CLASSE
           PERFORM P460-REMANEJADO  THRU P460-FIM
           PERFORM P470-ACUMULA     THRU P470-FIM
           .
       P430-FIM.
           EXIT.

      ******************************************************************
      * UNIDADE DO ALUNO DO GRUPO: A DO CADASTRO (ZERO/ESPACOS = 01) OU,
      * SE ELE NAO ESTA MAIS EM ALUNOS.DAT, A DO LOGIN QUANDO O ID CAI
      * NA FAIXA DELA
      ******************************************************************
       P435-UNIDADE-GRUPO.
           MOVE CFG-UNIDADE         TO WS-UNIDADE-ALU
           MOVE WS-GRP-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   IF WS-GRP-ALUNO < CFG-ID-INICIAL OR
                      WS-GRP-ALUNO > CFG-ID-FINAL
                       MOVE ZEROS   TO WS-UNIDADE-ALU
                   END-IF
               NOT INVALID KEY
                   MOVE 1           TO WS-UNIDADE-ALU
                   IF UNIDADE-ALUNO NUMERIC AND
                      UNIDADE-ALUNO > ZEROS
                       MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALU
                   END-IF
           END-READ
           .
       P435-FIM.
           EXIT.

      ******************************************************************
      * SITUACAO FINAL DO ALUNO NO ANO DO GRUPO:
      *   4 TRANSFERIDO - ST-MATRICULA F COM DT-SITUACAO NO ANO
      *   3 ABANDONO    - NAO CHEGOU AO FECHAMENTO (SEM FREQANUAL NUM
      *                   ANO COM FREQUENCIA ARQUIVADA) OU PRESENCA
      *                   ABAIXO DE WS-PRESENCA-ABANDONO
      *   1 APROVADO    - CONSELHO, DEPENDENCIA OU MEDIA NO CORTE
      *   2 REPROVADO   - LIMITE DE FALTAS, MEDIA OU CONCEITO
      ******************************************************************
       P440-CLASSIFICA.
           SET ALUNO-LIDO           TO FALSE
           MOVE WS-GRP-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ALUNO-LIDO   TO TRUE
           END-READ

           IF ALUNO-LIDO AND MAT-TRANSFERIDO
               MOVE DT-SITUACAO(1:4) TO WS-ANO-SITUACAO
               IF WS-ANO-SITUACAO EQUAL WS-GRP-ANO
                   MOVE 4           TO WS-CATEGORIA
                   GO TO P440-FIM
               END-IF
           END-IF

           SET FQA-LIDO             TO FALSE
           IF FQA-DISPONIVEL
               MOVE WS-GRP-ALUNO    TO FQA-ID-ALUNO
               MOVE WS-GRP-ANO      TO FQA-ANO-LETIVO
               READ FREQANUAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FQA-LIDO TO TRUE
               END-READ
           END-IF

           IF NOT FQA-LIDO AND WS-FQA-USADO(WS-COL) EQUAL 'S'
               MOVE 3               TO WS-CATEGORIA
               GO TO P440-FIM
           END-IF
           IF FQA-LIDO AND FQA-PERC-PRESENCA < WS-PRESENCA-ABANDONO
               MOVE 3               TO WS-CATEGORIA
               GO TO P440-FIM
           END-IF

           IF CSL-DISPONIVEL
               MOVE WS-GRP-ALUNO    TO CSL-ID-ALUNO
               MOVE WS-GRP-ANO      TO CSL-ANO-LETIVO
               READ CONSELHO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CSL-APROVADO-CONSELHO
                           MOVE 1   TO WS-CATEGORIA
                           GO TO P440-FIM
                       END-IF
               END-READ
           END-IF

           PERFORM P450-TEM-DEPENDENCIA THRU P450-FIM
           IF ACHOU-OK
               MOVE 1               TO WS-CATEGORIA
               GO TO P440-FIM
           END-IF

           IF FQA-LIDO
               COMPUTE WS-PERC-FALTAS = 100 - FQA-PERC-PRESENCA
               IF WS-PERC-FALTAS > CFG-LIMITE-FALTAS
                   MOVE 2           TO WS-CATEGORIA
                   GO TO P440-FIM
               END-IF
           END-IF

           IF CONCEITO-REPROVADO
               MOVE 2               TO WS-CATEGORIA
               GO TO P440-FIM
           END-IF

           IF WS-CONT-DISC-ALUNO > ZEROS AND
              WS-MEDIA-ALUNO < CFG-CORTE-APROVACAO
               MOVE 2               TO WS-CATEGORIA
           ELSE
               MOVE 1               TO WS-CATEGORIA
           END-IF
           .
       P440-FIM.
           EXIT.

      * PROMOVIDO EM DEPENDENCIA NO FECHAMENTO DO ANO DO GRUPO
       P450-TEM-DEPENDENCIA.
           SET ACHOU-OK             TO FALSE
           IF NOT DEP-DISPONIVEL
               GO TO P450-FIM
           END-IF

           SET EOF-AUX-OK           TO FALSE
           MOVE WS-GRP-ALUNO        TO DEP-ID-ALUNO
           MOVE ZEROS               TO DEP-ID-MATERIA
           MOVE ZEROS               TO DEP-ANO-ORIGEM
           START DEPENDENCIAS KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ DEPENDENCIAS NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF DEP-ID-ALUNO NOT EQUAL WS-GRP-ALUNO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF DEP-ANO-ORIGEM EQUAL WS-GRP-ANO
                               SET ACHOU-OK   TO TRUE
                               SET EOF-AUX-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P450-FIM.
           EXIT.

      * CHEGOU A TURMA WS-TURMA-CLASSE POR REMANEJAMENTO NO ANO
       P460-REMANEJADO.
           SET ALUNO-REMANEJADO     TO FALSE
           IF NOT RMJ-DISPONIVEL
               GO TO P460-FIM
           END-IF

           COMPUTE WS-DATA-INI = WS-GRP-ANO * 10000 + 0101
           COMPUTE WS-DATA-FIM = WS-GRP-ANO * 10000 + 1231

           SET EOF-AUX-OK           TO FALSE
           MOVE WS-GRP-ALUNO        TO RMJ-ID-ALUNO
           MOVE WS-DATA-INI         TO RMJ-DT-EFETIVA
           START REMANEJO KEY IS NOT LESS THAN RMJ-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ REMANEJO NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF RMJ-ID-ALUNO NOT EQUAL WS-GRP-ALUNO OR
                          RMJ-DT-EFETIVA > WS-DATA-FIM
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF RMJ-TURMA-DESTINO EQUAL WS-TURMA-CLASSE
                               SET ALUNO-REMANEJADO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P460-FIM.
           EXIT.

      ******************************************************************
      * SOMA A SITUACAO (WS-CATEGORIA) E A ADMISSAO NA TURMA
      * WS-TURMA-CLASSE, NA SUA SERIE E NA ESCOLA, NA COLUNA DO ANO
      ******************************************************************
       P470-ACUMULA.
           ADD 1 TO WS-CONT-ALUNOS-ANO

           PERFORM P480-LOCALIZA-TURMA THRU P480-FIM
           PERFORM P490-LOCALIZA-SERIE THRU P490-FIM

           ADD 1 TO WS-EX-CONT(WS-COL WS-CATEGORIA)
           IF ALUNO-ADMITIDO
               ADD 1 TO WS-EX-CONT(WS-COL 5)
           END-IF

           IF WS-ACHOU-TX > ZEROS
               ADD 1 TO WS-TX-CONT(WS-ACHOU-TX WS-COL WS-CATEGORIA)
               IF ALUNO-ADMITIDO OR ALUNO-REMANEJADO
                   ADD 1 TO WS-TX-CONT(WS-ACHOU-TX WS-COL 5)
               END-IF
           END-IF

           IF WS-ACHOU-SX > ZEROS
               ADD 1 TO WS-SX-CONT(WS-ACHOU-SX WS-COL WS-CATEGORIA)
               IF ALUNO-ADMITIDO
                   ADD 1 TO WS-SX-CONT(WS-ACHOU-SX WS-COL 5)
               END-IF
           END-IF
           .
       P470-FIM.
           EXIT.

       P480-LOCALIZA-TURMA.
           MOVE ZEROS               TO WS-ACHOU-TX
           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-QTD-TX OR WS-ACHOU-TX > ZEROS
               IF WS-TX-TURMA(WS-IDX-TX) EQUAL WS-TURMA-CLASSE
                   MOVE WS-IDX-TX   TO WS-ACHOU-TX
               END-IF
           END-PERFORM

           IF WS-ACHOU-TX > ZEROS
               MOVE WS-TX-SERIE(WS-ACHOU-TX) TO WS-SERIE-CLASSE
               GO TO P480-FIM
           END-IF

           MOVE SPACES              TO WS-SERIE-CLASSE
           IF TUR-DISPONIVEL
               MOVE WS-TURMA-CLASSE TO TUR-CODIGO
               READ TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TUR-SERIE TO WS-SERIE-CLASSE
               END-READ
           END-IF

           IF WS-QTD-TX < 300
               ADD 1 TO WS-QTD-TX
               MOVE WS-QTD-TX       TO WS-ACHOU-TX
               MOVE WS-TURMA-CLASSE TO WS-TX-TURMA(WS-QTD-TX)
               MOVE WS-SERIE-CLASSE TO WS-TX-SERIE(WS-QTD-TX)
               PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                       UNTIL WS-IDX-ANO > 3
                   PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                           UNTIL WS-IDX-CAT > 5
                       MOVE ZEROS TO
                            WS-TX-CONT(WS-QTD-TX WS-IDX-ANO WS-IDX-CAT)
                   END-PERFORM
               END-PERFORM
           END-IF
           .
       P480-FIM.
           EXIT.

       P490-LOCALIZA-SERIE.
           MOVE ZEROS               TO WS-ACHOU-SX
           PERFORM VARYING WS-IDX-SX FROM 1 BY 1
                   UNTIL WS-IDX-SX > WS-QTD-SX OR WS-ACHOU-SX > ZEROS
               IF WS-SX-SERIE(WS-IDX-SX) EQUAL WS-SERIE-CLASSE
                   MOVE WS-IDX-SX   TO WS-ACHOU-SX
               END-IF
           END-PERFORM

           IF WS-ACHOU-SX EQUAL ZEROS AND WS-QTD-SX < 40
               ADD 1 TO WS-QTD-SX
               MOVE WS-QTD-SX       TO WS-ACHOU-SX
               MOVE WS-SERIE-CLASSE TO WS-SX-SERIE(WS-QTD-SX)
               PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                       UNTIL WS-IDX-ANO > 3
                   PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                           UNTIL WS-IDX-CAT > 5
                       MOVE ZEROS TO
                            WS-SX-CONT(WS-QTD-SX WS-IDX-ANO WS-IDX-CAT)
                   END-PERFORM
               END-PERFORM
           END-IF
           .
       P490-FIM.
           EXIT.

      ******************************************************************
      * TRANSFERIDOS E TRANCADOS NUM DOS TRES ANOS QUE SAIRAM ANTES DE
      * QUALQUER LANCAMENTO (NADA NO HISTORICO DAQUELE ANO): ENTRAM NA
      * TURMA DO CADASTRO COMO TRANSFERENCIA OU ABANDONO
      ******************************************************************
       P500-SAIDAS-SEM-HISTORICO.
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
                       MOVE 1 TO WS-UNIDADE-ALU
                       IF UNIDADE-ALUNO NUMERIC AND
                          UNIDADE-ALUNO > ZEROS
                           MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALU
                       END-IF
                       IF (MAT-TRANSFERIDO OR MAT-TRANCADO) AND
                          (ABRANGE-REDE OR
                           WS-UNIDADE-ALU EQUAL CFG-UNIDADE)
                           PERFORM P510-SAIDA THRU P510-FIM
                       END-IF
               END-READ
           END-PERFORM
           .
       P500-FIM.
           EXIT.

       P510-SAIDA.
           MOVE DT-SITUACAO(1:4)    TO WS-ANO-SITUACAO
           MOVE ZEROS               TO WS-COL
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1 UNTIL WS-IDX-ANO > 3
               IF WS-ANO-SITUACAO EQUAL WS-ANO-COL(WS-IDX-ANO)
                   MOVE WS-IDX-ANO  TO WS-COL
               END-IF
           END-PERFORM
           IF WS-COL EQUAL ZEROS
               GO TO P510-FIM
           END-IF

           MOVE ID-ALUNO            TO WS-GRP-ALUNO
           MOVE WS-ANO-SITUACAO     TO WS-GRP-ANO

      * JA CLASSIFICADO NA VARREDURA DO HISTORICO?
           SET ACHOU-OK             TO FALSE
           SET ALUNO-ADMITIDO       TO TRUE
           MOVE WS-GRP-ALUNO        TO HIST-ID-ALUNO
           MOVE ZEROS               TO HIST-ANO-LETIVO
           MOVE ZEROS               TO HIST-ID-MATERIA
           MOVE ZEROS               TO HIST-BIMESTRE
           START HISTORICO KEY IS NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
               NOT INVALID KEY
                   SET EOF-AUX-OK TO FALSE
           END-START
           PERFORM UNTIL EOF-AUX-OK
               READ HISTORICO NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF HIST-ID-ALUNO NOT EQUAL WS-GRP-ALUNO OR
                          HIST-ANO-LETIVO > WS-GRP-ANO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF HIST-ANO-PROPRIO
                               SET ALUNO-ADMITIDO TO FALSE
                               IF HIST-ANO-LETIVO EQUAL WS-GRP-ANO
                                   SET ACHOU-OK   TO TRUE
                                   SET EOF-AUX-OK TO TRUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ACHOU-OK
               GO TO P510-FIM
           END-IF

           IF WS-GRP-ANO NOT > WS-ANO-MINIMO
               SET ALUNO-ADMITIDO   TO FALSE
           END-IF
           IF MAT-TRANSFERIDO
               MOVE 4               TO WS-CATEGORIA
           ELSE
               MOVE 3               TO WS-CATEGORIA
           END-IF
           SET ALUNO-REMANEJADO     TO FALSE
           MOVE TURMA-ALUNO         TO WS-TURMA-CLASSE
           PERFORM P470-ACUMULA     THRU P470-FIM
           .
       P510-FIM.
           EXIT.

      ******************************************************************
      * IMPRESSAO: TURMAS EM ORDEM DE SERIE E TURMA COM O TOTAL DE CADA
      * SERIE, DEPOIS A ESCOLA EM TAXAS E EM QUANTIDADES
      ******************************************************************
       P600-IMPRIME.
           MOVE CFG-NOME-ESCOLA     TO WS-CB-ESCOLA
           IF ABRANGE-REDE
               MOVE 'REDE - TODAS AS UNIDADES' TO WS-CB-ESCOLA
           END-IF
           MOVE WS-DATA-HOJE        TO WS-CB-DATA
           MOVE WS-ANO-COL(1)       TO WS-CA-ANO-1
           MOVE WS-ANO-COL(2)       TO WS-CA-ANO-2
           MOVE WS-ANO-COL(3)       TO WS-CA-ANO-3
           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE REL-LINHA FROM WS-CABECALHO-3
           WRITE REL-LINHA FROM WS-CAB-ANOS
           WRITE REL-LINHA FROM WS-CAB-COLUNAS
           WRITE REL-LINHA FROM WS-CABECALHO-3

           SORT WORK-SORT
               ON ASCENDING KEY SD-SERIE SD-TURMA
               INPUT PROCEDURE  P610-ALIMENTA-SORT THRU P610-FIM
               OUTPUT PROCEDURE P620-LISTA-TURMAS THRU P620-FIM

           WRITE REL-LINHA FROM WS-CABECALHO-3
           MOVE WS-TAB-ESCOLA       TO WS-TAB-LINHA
           MOVE 'ESCOLA'            TO WS-DT-SERIE
           IF ABRANGE-REDE
               MOVE 'REDE'          TO WS-DT-SERIE
           END-IF
           MOVE 'TOTAL'             TO WS-DT-TURMA
           PERFORM P650-LINHA-TAXAS THRU P650-FIM

           WRITE REL-LINHA FROM SPACES
           MOVE WS-ANO-COL(1)       TO WS-CC-ANO-1
           MOVE WS-ANO-COL(2)       TO WS-CC-ANO-2
           MOVE WS-ANO-COL(3)       TO WS-CC-ANO-3
           WRITE REL-LINHA FROM WS-CAB-CONTAGEM
           MOVE 'ALUNOS NO ANO'     TO WS-DC-ROTULO
           MOVE ZEROS               TO WS-IDX-CAT
           PERFORM P660-LINHA-CONTAGEM THRU P660-FIM
           MOVE 'APROVADOS'         TO WS-DC-ROTULO
           MOVE 1                   TO WS-IDX-CAT
           PERFORM P660-LINHA-CONTAGEM THRU P660-FIM
           MOVE 'REPROVADOS'        TO WS-DC-ROTULO
           MOVE 2                   TO WS-IDX-CAT
           PERFORM P660-LINHA-CONTAGEM THRU P660-FIM
           MOVE 'ABANDONO'          TO WS-DC-ROTULO
           MOVE 3                   TO WS-IDX-CAT
           PERFORM P660-LINHA-CONTAGEM THRU P660-FIM
           MOVE 'TRANSFERIDOS'      TO WS-DC-ROTULO
           MOVE 4                   TO WS-IDX-CAT
           PERFORM P660-LINHA-CONTAGEM THRU P660-FIM
           MOVE 'ADMITIDOS'         TO WS-DC-ROTULO
           MOVE 5                   TO WS-IDX-CAT
           PERFORM P660-LINHA-CONTAGEM THRU P660-FIM

           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-LIN-LEGENDA-1
           WRITE REL-LINHA FROM WS-LIN-LEGENDA-2
           .
       P600-FIM.
           EXIT.

       P610-ALIMENTA-SORT.
           PERFORM VARYING WS-IDX-TX FROM 1 BY 1
                   UNTIL WS-IDX-TX > WS-QTD-TX
               MOVE WS-TX-SERIE(WS-IDX-TX) TO SD-SERIE
               MOVE WS-TX-TURMA(WS-IDX-TX) TO SD-TURMA
               MOVE WS-IDX-TX              TO SD-IDX
               RELEASE SD-REGISTRO
           END-PERFORM
           .
       P610-FIM.
           EXIT.

       P620-LISTA-TURMAS.
           SET EOF-SORT-OK          TO FALSE
           MOVE HIGH-VALUES         TO WS-SERIE-CLASSE

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       IF SD-SERIE NOT EQUAL WS-SERIE-CLASSE
                           IF WS-SERIE-CLASSE NOT EQUAL HIGH-VALUES
                               PERFORM P630-TOTAL-SERIE THRU P630-FIM
                           END-IF
                           MOVE SD-SERIE TO WS-SERIE-CLASSE
                       END-IF
                       MOVE SD-IDX   TO WS-IDX-TX
                       MOVE WS-TX-ITEM(WS-IDX-TX)(15:) TO WS-TAB-LINHA
                       MOVE SD-SERIE TO WS-DT-SERIE
                       MOVE SD-TURMA TO WS-DT-TURMA
                       PERFORM P650-LINHA-TAXAS THRU P650-FIM
               END-RETURN
           END-PERFORM

           IF WS-SERIE-CLASSE NOT EQUAL HIGH-VALUES
               PERFORM P630-TOTAL-SERIE THRU P630-FIM
           END-IF
           .
       P620-FIM.
           EXIT.

       P630-TOTAL-SERIE.
           PERFORM P490-LOCALIZA-SERIE THRU P490-FIM
           IF WS-ACHOU-SX EQUAL ZEROS
               GO TO P630-FIM
           END-IF
           MOVE WS-SX-ITEM(WS-ACHOU-SX)(5:) TO WS-TAB-LINHA
           MOVE WS-SERIE-CLASSE     TO WS-DT-SERIE
           IF WS-SERIE-CLASSE EQUAL SPACES
               MOVE 'SEM SERIE'     TO WS-DT-TURMA
           ELSE
               MOVE 'TOTAL SERIE'   TO WS-DT-TURMA
           END-IF
           PERFORM P650-LINHA-TAXAS THRU P650-FIM
           WRITE REL-LINHA FROM SPACES
           .
       P630-FIM.
           EXIT.

      * TAXAS DA LINHA EM WS-TAB-LINHA SOBRE O TOTAL DE ALUNOS DO ANO
      * (APROVADOS + REPROVADOS + ABANDONO + TRANSFERIDOS)
       P650-LINHA-TAXAS.
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1 UNTIL WS-IDX-ANO > 3
               MOVE SPACES          TO WS-DT-ANO(WS-IDX-ANO)
               COMPUTE WS-BASE = WS-LX-CONT(WS-IDX-ANO 1)
                               + WS-LX-CONT(WS-IDX-ANO 2)
                               + WS-LX-CONT(WS-IDX-ANO 3)
                               + WS-LX-CONT(WS-IDX-ANO 4)
               MOVE WS-BASE         TO WS-DT-MAT(WS-IDX-ANO)
               PERFORM VARYING WS-IDX-CAT FROM 1 BY 1
                       UNTIL WS-IDX-CAT > 5
                   MOVE ZEROS       TO WS-PCT
                   IF WS-BASE > ZEROS
                       COMPUTE WS-PCT ROUNDED =
                               WS-LX-CONT(WS-IDX-ANO WS-IDX-CAT) * 100
                               / WS-BASE
                   END-IF
                   MOVE WS-PCT TO WS-DT-PCT(WS-IDX-ANO WS-IDX-CAT)
               END-PERFORM
           END-PERFORM
           WRITE REL-LINHA FROM WS-DET-TAXAS
           .
       P650-FIM.
           EXIT.

      * QUANTIDADES DA ESCOLA NA CATEGORIA WS-IDX-CAT (ZERO = TOTAL)
       P660-LINHA-CONTAGEM.
           MOVE SPACES              TO WS-DET-CONTAGEM(25:)
           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1 UNTIL WS-IDX-ANO > 3
               IF WS-IDX-CAT EQUAL ZEROS
                   COMPUTE WS-BASE = WS-EX-CONT(WS-IDX-ANO 1)
                                   + WS-EX-CONT(WS-IDX-ANO 2)
                                   + WS-EX-CONT(WS-IDX-ANO 3)
                                   + WS-EX-CONT(WS-IDX-ANO 4)
               ELSE
                   MOVE WS-EX-CONT(WS-IDX-ANO WS-IDX-CAT) TO WS-BASE
               END-IF
               MOVE WS-BASE         TO WS-DC-QTD(WS-IDX-ANO)
           END-PERFORM
           WRITE REL-LINHA FROM WS-DET-CONTAGEM
           .
       P660-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM RELTAXAS.
