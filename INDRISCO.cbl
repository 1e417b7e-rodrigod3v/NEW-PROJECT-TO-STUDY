      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:INDICE SEMANAL DE RISCO (NOTAS, FALTAS E OCORRENCIAS)
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. O RELTEND SO OLHA A
      *         QUEDA DAS MEDIAS, O ALERTAFALTA SO AS FALTAS SEGUIDAS
      *         E O CADOCORR SO A CONTAGEM DE OCORRENCIAS; A
      *         ORIENTACAO CRUZAVA OS TRES A MAO. ESTA ROTINA DA A
      *         CADA ALUNO ATIVO E MATRICULADO DA UNIDADE UMA
      *         PONTUACAO COM OS PESOS CFG-RISCO-PESO-* DOS
      *         PARAMETROS, FATOR A FATOR:
      *         - MEDIA: ALGUMA DISCIPLINA ABAIXO DO CORTE DE
      *           RECUPERACAO (PESO CHEIO) OU DO DE APROVACAO (METADE)
      *         - QUEDA: QUEDA DO PENULTIMO PARA O ULTIMO BIMESTRE
      *           LANCADO DE 2,00 OU MAIS (CHEIO) OU DE 1,00 (METADE)
      *         - PRESENCA: FALTAS EM FREQUENCIA.DAT ACIMA DE
      *           CFG-LIMITE-FALTAS (CHEIO) OU DA METADE DELE (METADE)
      *         - OCORRENCIAS NA JANELA DE CFG-OCORR-JANELA DIAS: NO
      *           LIMITE CFG-OCORR-LIMITE (CHEIO) OU ALGUMA (METADE)
      *         - REMANEJAMENTO DE TURMA NA MESMA JANELA (CHEIO)
      *         - SEGUNDA CHAMADA PENDENTE: DUAS OU MAIS (CHEIO) OU
      *           UMA (METADE)
      *         A PONTUACAO DA SEMANA VAI PARA RISCOHIST.DAT E A LISTA
      *         SAI POR TURMA, DO MAIOR PARA O MENOR RISCO, COM OS
      *         PONTOS DE CADA FATOR, A PONTUACAO DA ULTIMA SEMANA
      *         ANTERIOR E A TENDENCIA. ARQUIVO AINDA NAO USADO PELA
      *         ESCOLA CONTA ZERO NO SEU FATOR. NAO FAZ PERGUNTAS E
      *         PODE ENTRAR NA CADEIA NOTURNA NUM DIA DA SEMANA. GRAVA
      *         INICIO/FIM EM JOBLOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INDRISCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT DISCIPLINAS ASSIGN TO
                WS-DISCIPLINAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISC-CHAVE
                FILE STATUS IS WS-FS-DISC.

                SELECT FREQUENCIA ASSIGN TO
                WS-FREQUENCIA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FREQ-CHAVE
                FILE STATUS IS WS-FS-FREQ.

                SELECT OCORRENCIAS ASSIGN TO
                WS-OCORRENCIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCO-CHAVE
                FILE STATUS IS WS-FS-OCO.

                SELECT REMANEJO ASSIGN TO
                WS-REMANEJO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RMJ-CHAVE
                FILE STATUS IS WS-FS-RMJ.

                SELECT SEGCHAM ASSIGN TO
                WS-SEGCHAM-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SGC-CHAVE
                FILE STATUS IS WS-FS-SGC.

                SELECT RISCOHIST ASSIGN TO
                WS-RISCOHIST-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RSH-CHAVE
                FILE STATUS IS WS-FS-RSH.

                SELECT RELATORIO ASSIGN TO
                WS-INDRISCO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTRISCO-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
           COPY DATABASE.

       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD FREQUENCIA.
           COPY FREQUENCIA.

       FD OCORRENCIAS.
           COPY OCORRENCIAS.

       FD REMANEJO.
           COPY REMANEJO.

       FD SEGCHAM.
           COPY SEGCHAM.

       FD RISCOHIST.
           COPY RISCOHIST.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(120).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-TURMA                      PIC X(10).
           03 SD-PONTOS                     PIC 9(03).
           03 SD-NOME                       PIC X(30).
           03 SD-ID-ALUNO                   PIC 9(05).
           03 SD-FATORES.
              05 SD-PT-FATOR OCCURS 6       PIC 9(02).
           03 SD-ANTERIOR                   PIC 9(03).
           03 SD-TEM-ANTERIOR               PIC X(01).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
           COPY SITCFG.

         01 WS-REMANEJO-PATH                PIC X(80).
         01 WS-INDRISCO-PATH                PIC X(80).
         01 WS-SORTRISCO-PATH               PIC X(80).

         01 WS-CABECALHO-1.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 WS-CB1-ESCOLA               PIC X(40).
         01 WS-CABECALHO-2.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(34)
              VALUE 'INDICE DE RISCO - SEMANA DE '.
           03 WS-CB2-SEMANA               PIC X(10).
         01 WS-CABECALHO-3.
           03 FILLER                      PIC X(120) VALUE ALL '-'.
         01 WS-CAB-PESOS.
           03 FILLER                      PIC X(13)
              VALUE 'PESOS - MED: '.
           03 WS-CP-MEDIA                 PIC Z9.
           03 FILLER                      PIC X(07) VALUE '  QUE: '.
           03 WS-CP-QUEDA                 PIC Z9.
           03 FILLER                      PIC X(07) VALUE '  FRQ: '.
           03 WS-CP-FREQ                  PIC Z9.
           03 FILLER                      PIC X(07) VALUE '  OCO: '.
           03 WS-CP-OCORR                 PIC Z9.
           03 FILLER                      PIC X(07) VALUE '  REM: '.
           03 WS-CP-REMANEJ               PIC Z9.
           03 FILLER                      PIC X(07) VALUE '  2CH: '.
           03 WS-CP-SEGCH                 PIC Z9.
         01 WS-CAB-LEGENDA.
           03 FILLER                      PIC X(40)
              VALUE 'MED=MEDIA ABAIXO DO CORTE  QUE=QUEDA NO '.
           03 FILLER                      PIC X(40)
              VALUE 'BIMESTRE  FRQ=PRESENCA  OCO=OCORRENCIAS'.
           03 FILLER                      PIC X(40)
              VALUE '  REM=REMANEJAMENTO  2CH=2A CHAMADA'.
         01 WS-CAB-JANELA.
           03 FILLER                      PIC X(40)
              VALUE 'OCORRENCIAS E REMANEJAMENTOS DESDE '.
           03 WS-CJ-DATA                  PIC X(10).
           03 FILLER                      PIC X(40)
              VALUE '  (FATOR PELA METADE = METADE DO PESO)'.
         01 WS-CAB-TURMA.
           03 FILLER                      PIC X(07) VALUE 'TURMA: '.
           03 WS-CT-TURMA                 PIC X(10).
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(04) VALUE 'ORD'.
           03 FILLER                      PIC X(06) VALUE 'ID'.
           03 FILLER                      PIC X(31) VALUE 'ALUNO'.
           03 FILLER                      PIC X(06) VALUE 'RISCO'.
           03 FILLER                      PIC X(24)
              VALUE 'MED QUE FRQ OCO REM 2CH'.
           03 FILLER                      PIC X(10) VALUE 'ANTERIOR'.
           03 FILLER                      PIC X(10) VALUE 'TENDENCIA'.
         01 WS-DET-RISCO.
           03 WS-DR-ORDEM                 PIC ZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-NOME                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-PONTOS                PIC ZZ9.
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DR-FATOR OCCURS 6.
              05 WS-DR-PT                 PIC ZZ9.
              05 FILLER                   PIC X(01).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DR-ANTERIOR              PIC X(03).
           03 FILLER                      PIC X(05) VALUE SPACES.
           03 WS-DR-TENDENCIA             PIC X(08).
         01 WS-DET-TOTAIS.
           03 FILLER            PIC X(19)
              VALUE 'ALUNOS AVALIADOS: '.
           03 WS-DT-AVALIADOS   PIC ZZZZ9.
           03 FILLER            PIC X(16)
              VALUE '  COM RISCO:   '.
           03 WS-DT-LISTADOS    PIC ZZZZ9.
           03 FILLER            PIC X(15)
              VALUE '  SUBIRAM:    '.
           03 WS-DT-SUBIRAM     PIC ZZZZ9.
           03 FILLER            PIC X(15)
              VALUE '  CAIRAM:     '.
           03 WS-DT-CAIRAM      PIC ZZZZ9.

         01 WS-TAB-PONTOS.
           03 WS-PT-FATOR OCCURS 6       PIC 9(02).
         01 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         01 WS-SEMANA                      PIC 9(08) VALUE ZEROS.
         01 WS-DATA-JANELA                 PIC 9(08) VALUE ZEROS.
         01 WS-DATA-CALC                   PIC 9(08) VALUE ZEROS.
         01 WS-DATA-CALC-R REDEFINES WS-DATA-CALC.
           03 WS-DJ-ANO                    PIC 9(04).
           03 WS-DJ-MES                    PIC 9(02).
           03 WS-DJ-DIA                    PIC 9(02).
         01 WS-DATA-ED.
           03 WS-DE-DIA                    PIC 9(02).
           03 FILLER                       PIC X(01) VALUE '/'.
           03 WS-DE-MES                    PIC 9(02).
           03 FILLER                       PIC X(01) VALUE '/'.
           03 WS-DE-ANO                    PIC 9(04).
         01 WS-TAB-DIAS-MES.
           03 FILLER                      PIC X(24)
              VALUE '312831303130313130313031'.
         01 WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           03 WS-DIAS-DO-MES OCCURS 12   PIC 9(02).

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-DISC                     PIC 99.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-FREQ                     PIC 99.
           88 FS-FREQ-OK                   VALUE 0.
         77 WS-FS-OCO                      PIC 99.
           88 FS-OCO-OK                    VALUE 0.
         77 WS-FS-RMJ                      PIC 99.
           88 FS-RMJ-OK                    VALUE 0.
         77 WS-FS-SGC                      PIC 99.
           88 FS-SGC-OK                    VALUE 0.
         77 WS-FS-RSH                      PIC 99.
           88 FS-RSH-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-ABRIU-DISC                  PIC X     VALUE 'N'.
           88 ABRIU-DISC                   VALUE 'S' FALSE 'N'.
         77 WS-ABRIU-FREQ                  PIC X     VALUE 'N'.
           88 ABRIU-FREQ                   VALUE 'S' FALSE 'N'.
         77 WS-ABRIU-OCO                   PIC X     VALUE 'N'.
           88 ABRIU-OCO                    VALUE 'S' FALSE 'N'.
         77 WS-ABRIU-RMJ                   PIC X     VALUE 'N'.
           88 ABRIU-RMJ                    VALUE 'S' FALSE 'N'.
         77 WS-ABRIU-SGC                   PIC X     VALUE 'N'.
           88 ABRIU-SGC                    VALUE 'S' FALSE 'N'.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-AUX                     PIC X     VALUE 'N'.
           88 EOF-AUX-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-HOUVE-ERRO                  PIC X     VALUE 'N'.
           88 HOUVE-ERRO                   VALUE 'S' FALSE 'N'.
         77 WS-TEM-ANTERIOR                PIC X     VALUE 'N'.
           88 TEM-ANTERIOR                 VALUE 'S' FALSE 'N'.
         77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
         77 WS-IDX-JAN                     PIC 9(03) COMP VALUE ZEROS.
         77 WS-IDX-FATOR                   PIC 9(01) COMP VALUE ZEROS.
         77 WS-ULTIMO-DIA                  PIC 9(02) VALUE ZEROS.
         77 WS-RESTO                       PIC 9(04) VALUE ZEROS.
         77 WS-QUOCIENTE                   PIC 9(04) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-PONTOS                      PIC 9(03) VALUE ZEROS.
         77 WS-PONTOS-ANT                  PIC 9(03) VALUE ZEROS.
         77 WS-PREV-MATERIA                PIC 9(20) VALUE ZEROS.
         77 WS-QTD-BIM                     PIC 9(01) VALUE ZEROS.
         77 WS-SOMA-BIM                    PIC 9(03)V99 VALUE ZEROS.
         77 WS-MEDIA-DISC                  PIC 9(02)V99 VALUE ZEROS.
         77 WS-ULT-MEDIA                   PIC 9(02)V99 VALUE ZEROS.
         77 WS-PEN-MEDIA                   PIC 9(02)V99 VALUE ZEROS.
         77 WS-QUEDA                       PIC S9(02)V99 VALUE ZEROS.
         77 WS-MAIOR-QUEDA                 PIC 9(02)V99 VALUE ZEROS.
         77 WS-MENOR-MEDIA                 PIC 9(02)V99 VALUE ZEROS.
         77 WS-TEM-MEDIA                   PIC X     VALUE 'N'.
           88 TEM-MEDIA                    VALUE 'S' FALSE 'N'.
         77 WS-FREQ-DIAS                   PIC 9(03) VALUE ZEROS.
         77 WS-FREQ-FALTAS                 PIC 9(03) VALUE ZEROS.
         77 WS-PERC-FALTAS                 PIC 9(03)V99 VALUE ZEROS.
         77 WS-CONT-OCO                    PIC 9(03) VALUE ZEROS.
         77 WS-CONT-RMJ                    PIC 9(03) VALUE ZEROS.
         77 WS-CONT-SGC                    PIC 9(03) VALUE ZEROS.
         77 WS-PREV-TURMA                  PIC X(10) VALUE SPACES.
         77 WS-ORDEM                       PIC 9(03) VALUE ZEROS.
         77 WS-ANT-EDIT                    PIC ZZ9.
         77 WS-CONT-AVALIADOS              PIC 9(05) VALUE ZEROS.
         77 WS-CONT-LISTADOS               PIC 9(05) VALUE ZEROS.
         77 WS-CONT-SUBIRAM                PIC 9(05) VALUE ZEROS.
         77 WS-CONT-CAIRAM                 PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** INDICE SEMANAL DE RISCO ***'
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           MOVE 'INDRISCO'          TO JA-NOME
           MOVE 'I'                 TO JA-FASE
           MOVE SPACES              TO JA-STATUS
           MOVE ZEROS               TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           PERFORM P200-DATAS       THRU P200-FIM
           PERFORM P300-APURA       THRU P300-FIM
           MOVE 'F'                 TO JA-FASE
           IF NOT HOUVE-ERRO
               MOVE 'OK'            TO JA-STATUS
           ELSE
               MOVE 'ERRO'          TO JA-STATUS
           END-IF
           MOVE WS-CONT-AVALIADOS   TO JA-CONTADOR
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
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OCORRENCIAS.DAT' DELIMITED BY SIZE
                  INTO WS-OCORRENCIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\REMANEJO.DAT' DELIMITED BY SIZE
                  INTO WS-REMANEJO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SEGCHAM.DAT' DELIMITED BY SIZE
                  INTO WS-SEGCHAM-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RISCOHIST.DAT' DELIMITED BY SIZE
                  INTO WS-RISCOHIST-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\INDRISCO.TXT' DELIMITED BY SIZE
                  INTO WS-INDRISCO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTRISCO.TMP' DELIMITED BY SIZE
                  INTO WS-SORTRISCO-PATH
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * SEMANA DA RODADA (A SEGUNDA-FEIRA DA SEMANA CORRENTE) E INICIO
      * DA JANELA DE OCORRENCIAS/REMANEJAMENTOS (HOJE MENOS
      * CFG-OCORR-JANELA DIAS)
      ******************************************************************
       P200-DATAS.
           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           ACCEPT WS-DIA-SEMANA     FROM DAY-OF-WEEK

           MOVE WS-DATA-HOJE        TO WS-DATA-CALC
           PERFORM VARYING WS-IDX-JAN FROM 2 BY 1
                   UNTIL WS-IDX-JAN > WS-DIA-SEMANA
               PERFORM P720-DIA-ANTERIOR THRU P720-FIM
           END-PERFORM
           MOVE WS-DATA-CALC        TO WS-SEMANA

           MOVE WS-DATA-HOJE        TO WS-DATA-CALC
           PERFORM VARYING WS-IDX-JAN FROM 1 BY 1
                   UNTIL WS-IDX-JAN > CFG-OCORR-JANELA
               PERFORM P720-DIA-ANTERIOR THRU P720-FIM
           END-PERFORM
           MOVE WS-DATA-CALC        TO WS-DATA-JANELA

           DISPLAY 'SEMANA.................: ' WS-SEMANA
           DISPLAY 'JANELA DESDE...........: ' WS-DATA-JANELA
           .
       P200-FIM.
           EXIT.

       P300-APURA.
           SET EOF-OK               TO FALSE
           SET FS-OK                TO TRUE
           SET FS-REL-OK            TO TRUE
           MOVE ZEROS               TO WS-CONT-AVALIADOS
           MOVE ZEROS               TO WS-CONT-LISTADOS
           MOVE ZEROS               TO WS-CONT-SUBIRAM
           MOVE ZEROS               TO WS-CONT-CAIRAM

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET HOUVE-ERRO TO TRUE
               GO TO P300-FIM
           END-IF

           PERFORM P310-ABRE-HISTORICO THRU P310-FIM
           IF NOT FS-RSH-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE RISCO'
               DISPLAY 'FILE STATUS: ' WS-FS-RSH
               SET HOUVE-ERRO TO TRUE
               CLOSE ALUNOS
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE RISCO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               SET HOUVE-ERRO TO TRUE
               CLOSE ALUNOS
               CLOSE RISCOHIST
               GO TO P300-FIM
           END-IF

           PERFORM P320-ABRE-OPCIONAIS THRU P320-FIM
           PERFORM P330-CABECALHO      THRU P330-FIM

           SORT WORK-SORT
               ON ASCENDING  KEY SD-TURMA
               ON DESCENDING KEY SD-PONTOS
               ON ASCENDING  KEY SD-NOME
               INPUT PROCEDURE  P400-PONTUA-ALUNOS THRU P400-FIM
               OUTPUT PROCEDURE P600-LISTA-TURMAS  THRU P600-FIM

           WRITE REL-LINHA FROM WS-CABECALHO-3
           MOVE WS-CONT-AVALIADOS   TO WS-DT-AVALIADOS
           MOVE WS-CONT-LISTADOS    TO WS-DT-LISTADOS
           MOVE WS-CONT-SUBIRAM     TO WS-DT-SUBIRAM
           MOVE WS-CONT-CAIRAM      TO WS-DT-CAIRAM
           WRITE REL-LINHA FROM WS-DET-TOTAIS

           CLOSE ALUNOS
           CLOSE RISCOHIST
           CLOSE RELATORIO
           PERFORM P390-FECHA-OPCIONAIS THRU P390-FIM

           DISPLAY 'ALUNOS AVALIADOS.......: ' WS-CONT-AVALIADOS
           DISPLAY 'ALUNOS COM RISCO.......: ' WS-CONT-LISTADOS
           DISPLAY 'RISCO SUBIU / CAIU.....: ' WS-CONT-SUBIRAM
                   ' / ' WS-CONT-CAIRAM
           DISPLAY 'RELATORIO GERADO EM....: ' WS-INDRISCO-PATH
           .
       P300-FIM.
           EXIT.

       P310-ABRE-HISTORICO.
           SET FS-RSH-OK            TO TRUE
           OPEN I-O RISCOHIST
           IF WS-FS-RSH EQUAL 35
               OPEN OUTPUT RISCOHIST
               CLOSE RISCOHIST
               SET FS-RSH-OK        TO TRUE
               OPEN I-O RISCOHIST
           END-IF
           .
       P310-FIM.
           EXIT.

      ******************************************************************
      * ARQUIVOS QUE A ESCOLA PODE AINDA NAO USAR: SEM O ARQUIVO NO
      * DISCO O FATOR CORRESPONDENTE FICA ZERADO PARA TODOS
      ******************************************************************
       P320-ABRE-OPCIONAIS.
           SET ABRIU-DISC           TO FALSE
           SET ABRIU-FREQ           TO FALSE
           SET ABRIU-OCO            TO FALSE
           SET ABRIU-RMJ            TO FALSE
           SET ABRIU-SGC            TO FALSE

           OPEN INPUT DISCIPLINAS
           IF FS-DISC-OK
               SET ABRIU-DISC TO TRUE
           END-IF
           OPEN INPUT FREQUENCIA
           IF FS-FREQ-OK
               SET ABRIU-FREQ TO TRUE
           END-IF
           OPEN INPUT OCORRENCIAS
           IF FS-OCO-OK
               SET ABRIU-OCO TO TRUE
           END-IF
           OPEN INPUT REMANEJO
           IF FS-RMJ-OK
               SET ABRIU-RMJ TO TRUE
           END-IF
           OPEN INPUT SEGCHAM
           IF FS-SGC-OK
               SET ABRIU-SGC TO TRUE
           END-IF
           .
       P320-FIM.
           EXIT.

       P330-CABECALHO.
           MOVE CFG-NOME-ESCOLA        TO WS-CB1-ESCOLA
           MOVE WS-SEMANA              TO WS-DATA-CALC
           PERFORM P790-EDITA-DATA     THRU P790-FIM
           MOVE WS-DATA-ED             TO WS-CB2-SEMANA
           MOVE WS-DATA-JANELA         TO WS-DATA-CALC
           PERFORM P790-EDITA-DATA     THRU P790-FIM
           MOVE WS-DATA-ED             TO WS-CJ-DATA
           MOVE CFG-RISCO-PESO-MEDIA   TO WS-CP-MEDIA
           MOVE CFG-RISCO-PESO-QUEDA   TO WS-CP-QUEDA
           MOVE CFG-RISCO-PESO-FREQ    TO WS-CP-FREQ
           MOVE CFG-RISCO-PESO-OCORR   TO WS-CP-OCORR
           MOVE CFG-RISCO-PESO-REMANEJ TO WS-CP-REMANEJ
           MOVE CFG-RISCO-PESO-SEGCH   TO WS-CP-SEGCH

           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE REL-LINHA FROM WS-CABECALHO-3
           WRITE REL-LINHA FROM WS-CAB-PESOS
           WRITE REL-LINHA FROM WS-CAB-LEGENDA
           WRITE REL-LINHA FROM WS-CAB-JANELA
           WRITE REL-LINHA FROM WS-CABECALHO-3
           .
       P330-FIM.
           EXIT.

       P390-FECHA-OPCIONAIS.
           IF ABRIU-DISC
               CLOSE DISCIPLINAS
           END-IF
           IF ABRIU-FREQ
               CLOSE FREQUENCIA
           END-IF
           IF ABRIU-OCO
               CLOSE OCORRENCIAS
           END-IF
           IF ABRIU-RMJ
               CLOSE REMANEJO
           END-IF
           IF ABRIU-SGC
               CLOSE SEGCHAM
           END-IF
           .
       P390-FIM.
           EXIT.

      ******************************************************************
      * ALUNOS ATIVOS E MATRICULADOS DA UNIDADE DO LOGIN: CALCULA OS
      * SEIS FATORES, GRAVA A SEMANA NO HISTORICO E MANDA PARA A LISTA
      * QUEM TEM RISCO AGORA OU TINHA NA ULTIMA SEMANA GRAVADA
      ******************************************************************
       P400-PONTUA-ALUNOS.
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
                       IF ALUNO-ATIVO AND
                          (MAT-MATRICULADO OR MAT-LEGADO) AND
                          WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                           PERFORM P410-PONTUA-ALUNO THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM
           .
       P400-FIM.
           EXIT.

       P410-PONTUA-ALUNO.
           ADD 1                    TO WS-CONT-AVALIADOS
           PERFORM VARYING WS-IDX-FATOR FROM 1 BY 1
                   UNTIL WS-IDX-FATOR > 6
               MOVE ZEROS TO WS-PT-FATOR(WS-IDX-FATOR)
           END-PERFORM

           PERFORM P420-FATOR-NOTAS     THRU P420-FIM
           PERFORM P440-FATOR-PRESENCA  THRU P440-FIM
           PERFORM P450-FATOR-OCORR     THRU P450-FIM
           PERFORM P460-FATOR-REMANEJO  THRU P460-FIM
           PERFORM P470-FATOR-SEGCHAM   THRU P470-FIM

           MOVE ZEROS               TO WS-PONTOS
           PERFORM VARYING WS-IDX-FATOR FROM 1 BY 1
                   UNTIL WS-IDX-FATOR > 6
               ADD WS-PT-FATOR(WS-IDX-FATOR) TO WS-PONTOS
           END-PERFORM

           PERFORM P480-HISTORICO   THRU P480-FIM

           IF WS-PONTOS EQUAL ZEROS AND
              (NOT TEM-ANTERIOR OR WS-PONTOS-ANT EQUAL ZEROS)
               GO TO P410-FIM
           END-IF

           MOVE TURMA-ALUNO         TO SD-TURMA
           MOVE WS-PONTOS           TO SD-PONTOS
           MOVE NM-ALUNO            TO SD-NOME
           MOVE ID-ALUNO            TO SD-ID-ALUNO
           MOVE WS-TAB-PONTOS       TO SD-FATORES
           MOVE WS-PONTOS-ANT       TO SD-ANTERIOR
           MOVE WS-TEM-ANTERIOR     TO SD-TEM-ANTERIOR
           RELEASE SD-REGISTRO
           .
       P410-FIM.
           EXIT.

      ******************************************************************
      * FATORES 1 E 2 - MEDIA ATUAL DE CADA DISCIPLINA (BIMESTRES 1 A
      * 4 LANCADOS COM NOTA) CONTRA OS CORTES E QUEDA DO PENULTIMO
      * PARA O ULTIMO BIMESTRE LANCADO; VALE A PIOR DISCIPLINA
      ******************************************************************
       P420-FATOR-NOTAS.
           IF NOT ABRIU-DISC
               GO TO P420-FIM
           END-IF

           SET TEM-MEDIA            TO FALSE
           MOVE 99,99               TO WS-MENOR-MEDIA
           MOVE ZEROS               TO WS-MAIOR-QUEDA
           MOVE ZEROS               TO WS-PREV-MATERIA
           PERFORM P430-ZERA-DISCIPLINA THRU P430-FIM
           SET EOF-AUX-OK           TO FALSE

           MOVE ID-ALUNO            TO DISC-ID-ALUNO
           MOVE ZEROS               TO DISC-ID-MATERIA
           MOVE ZEROS               TO DISC-BIMESTRE
           START DISCIPLINAS KEY IS NOT LESS THAN DISC-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ DISCIPLINAS NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF DISC-ID-ALUNO NOT EQUAL ID-ALUNO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF DISC-ID-MATERIA NOT EQUAL WS-PREV-MATERIA
                               PERFORM P435-FECHA-DISCIPLINA
                                       THRU P435-FIM
                               MOVE DISC-ID-MATERIA TO WS-PREV-MATERIA
                           END-IF
                           IF DISC-CONCEITO EQUAL SPACES AND
                              DISC-BIMESTRE >= 1 AND
                              DISC-BIMESTRE <= 4
                               ADD 1             TO WS-QTD-BIM
                               ADD DISC-MEDIA    TO WS-SOMA-BIM
                               MOVE WS-ULT-MEDIA TO WS-PEN-MEDIA
                               MOVE DISC-MEDIA   TO WS-ULT-MEDIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM P435-FECHA-DISCIPLINA THRU P435-FIM

           IF TEM-MEDIA
               IF WS-MENOR-MEDIA < CFG-CORTE-RECUPERACAO
                   MOVE CFG-RISCO-PESO-MEDIA TO WS-PT-FATOR(1)
               ELSE
                   IF WS-MENOR-MEDIA < CFG-CORTE-APROVACAO
                       COMPUTE WS-PT-FATOR(1) =
                               CFG-RISCO-PESO-MEDIA / 2
                   END-IF
               END-IF
           END-IF

           IF WS-MAIOR-QUEDA >= 2
               MOVE CFG-RISCO-PESO-QUEDA TO WS-PT-FATOR(2)
           ELSE
               IF WS-MAIOR-QUEDA >= 1
                   COMPUTE WS-PT-FATOR(2) = CFG-RISCO-PESO-QUEDA / 2
               END-IF
           END-IF
           .
       P420-FIM.
           EXIT.

       P430-ZERA-DISCIPLINA.
           MOVE ZEROS               TO WS-QTD-BIM
           MOVE ZEROS               TO WS-SOMA-BIM
           MOVE ZEROS               TO WS-ULT-MEDIA
           MOVE ZEROS               TO WS-PEN-MEDIA
           .
       P430-FIM.
           EXIT.

       P435-FECHA-DISCIPLINA.
           IF WS-QTD-BIM EQUAL ZEROS
               GO TO P435-FIM
           END-IF

           SET TEM-MEDIA            TO TRUE
           COMPUTE WS-MEDIA-DISC ROUNDED = WS-SOMA-BIM / WS-QTD-BIM
           IF WS-MEDIA-DISC < WS-MENOR-MEDIA
               MOVE WS-MEDIA-DISC   TO WS-MENOR-MEDIA
           END-IF

           IF WS-QTD-BIM > 1
               COMPUTE WS-QUEDA = WS-PEN-MEDIA - WS-ULT-MEDIA
               IF WS-QUEDA > WS-MAIOR-QUEDA
                   MOVE WS-QUEDA    TO WS-MAIOR-QUEDA
               END-IF
           END-IF

           PERFORM P430-ZERA-DISCIPLINA THRU P430-FIM
           .
       P435-FIM.
           EXIT.

      ******************************************************************
      * FATOR 3 - PERCENTUAL DE FALTAS (F) NOS DIAS DE CHAMADA DO ANO;
      * FALTA JUSTIFICADA NAO CONTA, COMO NO BOLETIM
      ******************************************************************
       P440-FATOR-PRESENCA.
           IF NOT ABRIU-FREQ
               GO TO P440-FIM
           END-IF

           MOVE ZEROS               TO WS-FREQ-DIAS
           MOVE ZEROS               TO WS-FREQ-FALTAS
           SET EOF-AUX-OK           TO FALSE

           MOVE ID-ALUNO            TO FREQ-ID-ALUNO
           MOVE ZEROS               TO FREQ-DATA
           START FREQUENCIA KEY IS NOT LESS THAN FREQ-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF FREQ-ID-ALUNO NOT EQUAL ID-ALUNO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-FREQ-DIAS
                           IF PRESENCA-FALTA
                               ADD 1 TO WS-FREQ-FALTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FREQ-DIAS EQUAL ZEROS
               GO TO P440-FIM
           END-IF

           COMPUTE WS-PERC-FALTAS ROUNDED =
                   (WS-FREQ-FALTAS * 100) / WS-FREQ-DIAS
           IF WS-PERC-FALTAS > CFG-LIMITE-FALTAS
               MOVE CFG-RISCO-PESO-FREQ TO WS-PT-FATOR(3)
           ELSE
               IF (WS-PERC-FALTAS * 2) > CFG-LIMITE-FALTAS
                   COMPUTE WS-PT-FATOR(3) = CFG-RISCO-PESO-FREQ / 2
               END-IF
           END-IF
           .
       P440-FIM.
           EXIT.

      ******************************************************************
      * FATOR 4 - OCORRENCIAS REGISTRADAS DESDE O INICIO DA JANELA
      ******************************************************************
       P450-FATOR-OCORR.
           IF NOT ABRIU-OCO
               GO TO P450-FIM
           END-IF

           MOVE ZEROS               TO WS-CONT-OCO
           SET EOF-AUX-OK           TO FALSE

           MOVE ID-ALUNO            TO OCO-ID-ALUNO
           MOVE WS-DATA-JANELA      TO OCO-DATA
           MOVE ZEROS               TO OCO-SEQ
           START OCORRENCIAS KEY IS NOT LESS THAN OCO-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF OCO-ID-ALUNO NOT EQUAL ID-ALUNO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-OCO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT-OCO >= CFG-OCORR-LIMITE
               MOVE CFG-RISCO-PESO-OCORR TO WS-PT-FATOR(4)
           ELSE
               IF WS-CONT-OCO > ZEROS
                   COMPUTE WS-PT-FATOR(4) = CFG-RISCO-PESO-OCORR / 2
               END-IF
           END-IF
           .
       P450-FIM.
           EXIT.

      ******************************************************************
      * FATOR 5 - TROCA DE TURMA EFETIVADA DENTRO DA JANELA (TROCA
      * AGENDADA PARA DEPOIS DE HOJE AINDA NAO CONTA)
      ******************************************************************
       P460-FATOR-REMANEJO.
           IF NOT ABRIU-RMJ
               GO TO P460-FIM
           END-IF

           MOVE ZEROS               TO WS-CONT-RMJ
           SET EOF-AUX-OK           TO FALSE

           MOVE ID-ALUNO            TO RMJ-ID-ALUNO
           MOVE WS-DATA-JANELA      TO RMJ-DT-EFETIVA
           START REMANEJO KEY IS NOT LESS THAN RMJ-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ REMANEJO NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF RMJ-ID-ALUNO NOT EQUAL ID-ALUNO OR
                          RMJ-DT-EFETIVA > WS-DATA-HOJE
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-RMJ
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT-RMJ > ZEROS
               MOVE CFG-RISCO-PESO-REMANEJ TO WS-PT-FATOR(5)
           END-IF
           .
       P460-FIM.
           EXIT.

      ******************************************************************
      * FATOR 6 - PEDIDOS DE SEGUNDA CHAMADA AINDA PENDENTES
      ******************************************************************
       P470-FATOR-SEGCHAM.
           IF NOT ABRIU-SGC
               GO TO P470-FIM
           END-IF

           MOVE ZEROS               TO WS-CONT-SGC
           SET EOF-AUX-OK           TO FALSE

           MOVE ID-ALUNO            TO SGC-ID-ALUNO
           MOVE ZEROS               TO SGC-ID-MATERIA
           MOVE ZEROS               TO SGC-BIMESTRE
           START SEGCHAM KEY IS NOT LESS THAN SGC-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ SEGCHAM NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF SGC-ID-ALUNO NOT EQUAL ID-ALUNO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF SGC-PENDENTE
                               ADD 1 TO WS-CONT-SGC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT-SGC > 1
               MOVE CFG-RISCO-PESO-SEGCH TO WS-PT-FATOR(6)
           ELSE
               IF WS-CONT-SGC EQUAL 1
                   COMPUTE WS-PT-FATOR(6) = CFG-RISCO-PESO-SEGCH / 2
               END-IF
           END-IF
           .
       P470-FIM.
           EXIT.

      ******************************************************************
      * PONTUACAO DA ULTIMA SEMANA ANTERIOR GRAVADA PARA O ALUNO E
      * GRAVACAO DA SEMANA CORRENTE (REGRAVA SE JA RODOU NA SEMANA)
      ******************************************************************
       P480-HISTORICO.
           SET TEM-ANTERIOR         TO FALSE
           MOVE ZEROS               TO WS-PONTOS-ANT
           SET EOF-AUX-OK           TO FALSE

           MOVE ID-ALUNO            TO RSH-ID-ALUNO
           MOVE ZEROS               TO RSH-SEMANA
           START RISCOHIST KEY IS NOT LESS THAN RSH-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ RISCOHIST NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF RSH-ID-ALUNO NOT EQUAL ID-ALUNO OR
                          RSH-SEMANA NOT LESS THAN WS-SEMANA
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           SET TEM-ANTERIOR TO TRUE
                           MOVE RSH-PONTOS  TO WS-PONTOS-ANT
                       END-IF
               END-READ
           END-PERFORM

           MOVE ID-ALUNO            TO RSH-ID-ALUNO
           MOVE WS-SEMANA           TO RSH-SEMANA
           MOVE TURMA-ALUNO         TO RSH-TURMA
           MOVE WS-UNIDADE-ALU      TO RSH-UNIDADE
           MOVE WS-PONTOS           TO RSH-PONTOS
           MOVE WS-TAB-PONTOS       TO RSH-FATORES
           MOVE WS-DATA-HOJE        TO RSH-DT-CALCULO

           WRITE REG-RISCOHIST
               INVALID KEY
                   REWRITE REG-RISCOHIST
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O HISTORICO DO '
                                   'ALUNO ' ID-ALUNO
                           SET HOUVE-ERRO TO TRUE
                   END-REWRITE
           END-WRITE
           .
       P480-FIM.
           EXIT.

      ******************************************************************
      * LISTA POR TURMA, DO MAIOR PARA O MENOR RISCO, COM OS PONTOS DE
      * CADA FATOR, A SEMANA ANTERIOR E A TENDENCIA
      ******************************************************************
       P600-LISTA-TURMAS.
           SET EOF-SORT-OK          TO FALSE
           MOVE HIGH-VALUES         TO WS-PREV-TURMA

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       IF SD-TURMA NOT EQUAL WS-PREV-TURMA
                           PERFORM P610-ABRE-TURMA THRU P610-FIM
                       END-IF
                       PERFORM P620-LINHA-ALUNO THRU P620-FIM
               END-RETURN
           END-PERFORM

           IF WS-CONT-LISTADOS EQUAL ZEROS
               MOVE 'NENHUM ALUNO COM PONTUACAO DE RISCO NA SEMANA'
                                    TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           .
       P600-FIM.
           EXIT.

       P610-ABRE-TURMA.
           IF WS-PREV-TURMA NOT EQUAL HIGH-VALUES
               WRITE REL-LINHA FROM SPACES
           END-IF
           MOVE SD-TURMA            TO WS-PREV-TURMA
           MOVE SD-TURMA            TO WS-CT-TURMA
           MOVE ZEROS               TO WS-ORDEM
           WRITE REL-LINHA FROM WS-CAB-TURMA
           WRITE REL-LINHA FROM WS-CAB-COLUNAS
           .
       P610-FIM.
           EXIT.

       P620-LINHA-ALUNO.
           ADD 1                    TO WS-ORDEM
           ADD 1                    TO WS-CONT-LISTADOS
           MOVE WS-ORDEM            TO WS-DR-ORDEM
           MOVE SD-ID-ALUNO         TO WS-DR-ID
           MOVE SD-NOME             TO WS-DR-NOME
           MOVE SD-PONTOS           TO WS-DR-PONTOS
           PERFORM VARYING WS-IDX-FATOR FROM 1 BY 1
                   UNTIL WS-IDX-FATOR > 6
               MOVE SD-PT-FATOR(WS-IDX-FATOR)
                    TO WS-DR-PT(WS-IDX-FATOR)
           END-PERFORM

           IF SD-TEM-ANTERIOR NOT EQUAL 'S'
               MOVE '  -'           TO WS-DR-ANTERIOR
               MOVE 'NOVO'          TO WS-DR-TENDENCIA
           ELSE
               MOVE SD-ANTERIOR     TO WS-ANT-EDIT
               MOVE WS-ANT-EDIT     TO WS-DR-ANTERIOR
               EVALUATE TRUE
                   WHEN SD-PONTOS > SD-ANTERIOR
                       MOVE 'SUBIU'   TO WS-DR-TENDENCIA
                       ADD 1 TO WS-CONT-SUBIRAM
                   WHEN SD-PONTOS < SD-ANTERIOR
                       MOVE 'CAIU'    TO WS-DR-TENDENCIA
                       ADD 1 TO WS-CONT-CAIRAM
                   WHEN OTHER
                       MOVE 'ESTAVEL' TO WS-DR-TENDENCIA
               END-EVALUATE
           END-IF

           WRITE REL-LINHA FROM WS-DET-RISCO
           .
       P620-FIM.
           EXIT.

       P720-DIA-ANTERIOR.
           IF WS-DJ-DIA > 1
               SUBTRACT 1           FROM WS-DJ-DIA
               GO TO P720-FIM
           END-IF

           IF WS-DJ-MES > 1
               SUBTRACT 1           FROM WS-DJ-MES
           ELSE
               MOVE 12              TO WS-DJ-MES
               SUBTRACT 1           FROM WS-DJ-ANO
           END-IF

           MOVE WS-DIAS-DO-MES(WS-DJ-MES) TO WS-ULTIMO-DIA

           IF WS-DJ-MES EQUAL 2
               DIVIDE WS-DJ-ANO BY 4 GIVING WS-QUOCIENTE
                      REMAINDER WS-RESTO
               IF WS-RESTO EQUAL ZEROS
                   DIVIDE WS-DJ-ANO BY 100 GIVING WS-QUOCIENTE
                          REMAINDER WS-RESTO
                   IF WS-RESTO NOT EQUAL ZEROS
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       DIVIDE WS-DJ-ANO BY 400 GIVING WS-QUOCIENTE
                              REMAINDER WS-RESTO
                       IF WS-RESTO EQUAL ZEROS
                           MOVE 29 TO WS-ULTIMO-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE WS-ULTIMO-DIA       TO WS-DJ-DIA
           .
       P720-FIM.
           EXIT.

       P790-EDITA-DATA.
           MOVE WS-DJ-DIA           TO WS-DE-DIA
           MOVE WS-DJ-MES           TO WS-DE-MES
           MOVE WS-DJ-ANO           TO WS-DE-ANO
           .
       P790-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM INDRISCO.
