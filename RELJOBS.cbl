      *         COM AS ROTINAS BATCH DO MENU QUE REGISTRAM NO DIARIO -
      *         UM JOB SEM NENHUM REGISTRO NA DATA SAI COMO NAO RODOU
      *         E CONTA COMO PROBLEMA, EM VEZ DE SUMIR DO RELATORIO
      * UPDATE: 15/10/2026 LOTENOITE ENTRA NOS JOBS PREVISTOS E O
      *         RELATORIO GANHA O BLOCO DA CADEIA NOTURNA: O ULTIMO
      *         RESULTADO DE CADA PASSO NA DATA (CADEIALOG.DAT) E A
      *         SITUACAO DA CADEIA - CONCLUIDA OU PARADA, COM O PASSO
      *         DE ONDE A PROXIMA RODADA RETOMA (CADEIAST.DAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELJOBS.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT CADEIALOG ASSIGN TO
                WS-CADEIALOG-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CLG.

                SELECT CADEIAST ASSIGN TO
                WS-CADEIAST-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CST.

       DATA DIVISION.
       FILE SECTION.
       FD JOBLOG.
       FD RELATORIO.
         01 REL-LINHA                       PIC X(80).

       FD CADEIALOG.
           COPY CADEIALOG.

       FD CADEIAST.
           COPY CADEIAST.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.

           03 FILLER                      PIC X(12) VALUE 'LOGROTAC'.
           03 FILLER                      PIC X(12) VALUE 'REORG'.
           03 FILLER                      PIC X(12) VALUE 'DATAQUAL'.
           03 FILLER                      PIC X(12) VALUE 'LOTENOITE'.
         01 WS-JOBS-PREVISTOS-R REDEFINES WS-JOBS-PREVISTOS.
           03 WS-JP-NOME OCCURS 12       PIC X(12).
         77 WS-QTD-PREVISTOS               PIC 9(03) VALUE 12.

         01 WS-CABECALHO-CADEIA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(30)
              VALUE 'CADEIA NOTURNA (LOTENOITE)'.
         01 WS-DET-PASSO.
           03 FILLER                      PIC X(06) VALUE 'PASSO '.
           03 WS-DP-PASSO                 PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DP-PROGRAMA              PIC X(12).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DP-HORA                  PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DP-RESULTADO             PIC X(14).
           03 FILLER                      PIC X(06)
              VALUE ' CONT '.
           03 WS-DP-CONTADOR              PIC ZZZZZ9.
         01 WS-LINHA-SITUACAO             PIC X(80) VALUE SPACES.

         01 WS-TAB-CADEIA.
           03 WS-TC-ITEM OCCURS 99.
              05 WS-TC-PROGRAMA           PIC X(12).
              05 WS-TC-HORA               PIC 9(08).
              05 WS-TC-RESULTADO          PIC X(12).
              05 WS-TC-CONTADOR           PIC 9(06).

         01 WS-TAB-JOBS.
           03 WS-JOB-ITEM OCCURS 50.
         77 WS-ACHOU-JOB                   PIC X     VALUE 'N'.
           88 ACHOU-JOB                    VALUE 'S' FALSE 'N'.
         77 WS-CONT-FALHAS                 PIC 9(03) VALUE ZEROS.
         77 WS-FS-CLG                      PIC 99.
           88 FS-CLG-OK                    VALUE 0.
         77 WS-FS-CST                      PIC 99.
           88 FS-CST-OK                    VALUE 0.
         77 WS-QTD-PASSOS-DIA              PIC 9(03) VALUE ZEROS.
         77 WS-CADEIA-COM-FALHA            PIC X     VALUE 'N'.
           88 CADEIA-COM-FALHA             VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RELJOBS.TXT' DELIMITED BY SIZE
                  INTO WS-RELJOBS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CADEIALOG.DAT' DELIMITED BY SIZE
                  INTO WS-CADEIALOG-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CADEIAST.DAT' DELIMITED BY SIZE
                  INTO WS-CADEIAST-PATH
           .
       P100-FIM.
           EXIT.

           WRITE REL-LINHA FROM WS-CABECALHO-2

           PERFORM P600-CADEIA-NOTURNA THRU P600-FIM

           CLOSE RELATORIO

           DISPLAY 'RODADAS COM PROBLEMA: ' WS-CONT-FALHAS
       P500-FIM.
           EXIT.

      ******************************************************************
      * BLOCO DA CADEIA NOTURNA: ULTIMO RESULTADO DE CADA PASSO NA
      * DATA (UMA RETOMADA NO MESMO DIA SOBREPOE A RODADA QUE FALHOU)
      * E A SITUACAO ATUAL GRAVADA PELO LOTENOITE. PASSO COM ERRO,
      * DEPENDENCIA NAO CUMPRIDA OU PENDENTE CONTA COMO PROBLEMA
      ******************************************************************
       P600-CADEIA-NOTURNA.
           MOVE ZEROS               TO WS-QTD-PASSOS-DIA
           SET CADEIA-COM-FALHA     TO FALSE
           PERFORM VARYING WS-IDX-JOB FROM 1 BY 1
                   UNTIL WS-IDX-JOB > 99
               MOVE SPACES      TO WS-TC-PROGRAMA(WS-IDX-JOB)
               MOVE ZEROS       TO WS-TC-HORA(WS-IDX-JOB)
               MOVE SPACES      TO WS-TC-RESULTADO(WS-IDX-JOB)
               MOVE ZEROS       TO WS-TC-CONTADOR(WS-IDX-JOB)
           END-PERFORM

           SET FS-CLG-OK            TO TRUE
           OPEN INPUT CADEIALOG
           IF NOT FS-CLG-OK
               GO TO P600-FIM
           END-IF

           SET EOF-OK               TO FALSE
           PERFORM UNTIL EOF-OK
               READ CADEIALOG
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CLG-DATA EQUAL WS-DATA-RELATORIO AND
                          CLG-PASSO > ZEROS
                           IF WS-TC-RESULTADO(CLG-PASSO) EQUAL SPACES
                               ADD 1 TO WS-QTD-PASSOS-DIA
                           END-IF
                           MOVE CLG-PROGRAMA
                                    TO WS-TC-PROGRAMA(CLG-PASSO)
                           MOVE CLG-HORA
                                    TO WS-TC-HORA(CLG-PASSO)
                           MOVE CLG-RESULTADO
                                    TO WS-TC-RESULTADO(CLG-PASSO)
                           MOVE CLG-CONTADOR
                                    TO WS-TC-CONTADOR(CLG-PASSO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CADEIALOG

           IF WS-QTD-PASSOS-DIA EQUAL ZEROS
               GO TO P600-FIM
           END-IF

           WRITE REL-LINHA FROM WS-CABECALHO-CADEIA
           DISPLAY WS-CABECALHO-CADEIA
           WRITE REL-LINHA FROM WS-CABECALHO-2

           PERFORM VARYING WS-IDX-JOB FROM 1 BY 1
                   UNTIL WS-IDX-JOB > 99
               IF WS-TC-RESULTADO(WS-IDX-JOB) NOT EQUAL SPACES
                   MOVE WS-IDX-JOB                  TO WS-DP-PASSO
                   MOVE WS-TC-PROGRAMA(WS-IDX-JOB)  TO WS-DP-PROGRAMA
                   MOVE WS-TC-HORA(WS-IDX-JOB)      TO WS-DP-HORA
                   MOVE WS-TC-CONTADOR(WS-IDX-JOB)  TO WS-DP-CONTADOR
                   IF WS-TC-RESULTADO(WS-IDX-JOB) EQUAL 'ERRO' OR
                      WS-TC-RESULTADO(WS-IDX-JOB) EQUAL 'DEPENDENCIA' OR
                      WS-TC-RESULTADO(WS-IDX-JOB) EQUAL 'PENDENTE'
                       MOVE SPACES             TO WS-DP-RESULTADO
                       STRING '*' DELIMITED BY SIZE
                              WS-TC-RESULTADO(WS-IDX-JOB)
                              DELIMITED BY '  '
                              '*' DELIMITED BY SIZE
                              INTO WS-DP-RESULTADO
                       SET CADEIA-COM-FALHA TO TRUE
                   ELSE
                       MOVE WS-TC-RESULTADO(WS-IDX-JOB)
                                               TO WS-DP-RESULTADO
                   END-IF
                   WRITE REL-LINHA FROM WS-DET-PASSO
                   DISPLAY WS-DET-PASSO
               END-IF
           END-PERFORM

           IF CADEIA-COM-FALHA
               ADD 1 TO WS-CONT-FALHAS
           END-IF

           MOVE SPACES              TO WS-LINHA-SITUACAO
           MOVE ZEROS               TO CST-PASSO-REINICIO
           SET FS-CST-OK            TO TRUE
           OPEN INPUT CADEIAST
           IF FS-CST-OK
               READ CADEIAST
                   AT END
                       MOVE ZEROS   TO CST-PASSO-REINICIO
               END-READ
               CLOSE CADEIAST
           END-IF

           IF CST-PASSO-REINICIO > ZEROS
               STRING 'SITUACAO ATUAL: CADEIA PARADA - A PROXIMA '
                      DELIMITED BY SIZE
                      'RODADA RETOMA DO PASSO ' DELIMITED BY SIZE
                      CST-PASSO-REINICIO DELIMITED BY SIZE
                      ' (' DELIMITED BY SIZE
                      CST-PROGRAMA DELIMITED BY SPACE
                      ')' DELIMITED BY SIZE
                      INTO WS-LINHA-SITUACAO
           ELSE
               MOVE 'SITUACAO ATUAL: CADEIA CONCLUIDA'
                                    TO WS-LINHA-SITUACAO
           END-IF
           WRITE REL-LINHA FROM WS-LINHA-SITUACAO
           DISPLAY WS-LINHA-SITUACAO
           WRITE REL-LINHA FROM WS-CABECALHO-2
           .
       P600-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
