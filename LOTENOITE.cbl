      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:CADEIA DE LOTES NOTURNOS COM DEPENDENCIAS E REINICIO
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. TODA NOITE O OPERADOR
      *         DE PLANTAO RODAVA BACKALUNO, CONSOLIDA, VERIFICA,
      *         LOGROTAC E REORG A MAO, NA ORDEM QUE ACHAVA MELHOR, E
      *         QUANDO UM ABORTAVA OS SEGUINTES RODAVAM EM CIMA DE
      *         DADO RUIM. ESTA ROTINA LE A DEFINICAO DA CADEIA
      *         (CADEIA.DAT, MANTIDA PELO CADCADEIA; SEM ELA GRAVA A
      *         CADEIA PADRAO), CHAMA CADA PASSO PROGRAMADO PARA O DIA
      *         SEM PERGUNTAS (BOLETIMV2_LOTE=S), CONFERE O RESULTADO
      *         DO PASSO NO DIARIO JOBLOG.DAT E PARA A CADEIA NO
      *         PRIMEIRO ERRO OU DEPENDENCIA NAO CUMPRIDA. O PASSO QUE
      *         FALHOU FICA EM CADEIAST.DAT E A PROXIMA RODADA RETOMA
      *         DELE. CADA PASSO DE CADA RODADA VAI PARA CADEIALOG.DAT,
      *         QUE O RELJOBS MOSTRA COMO A CADEIA DA NOITE. GRAVA
      *         INICIO/FIM EM JOBLOG.DAT
      * UPDATE: 15/10/2026 CADEIA PADRAO COM O PASSO GERARESUMO (RESUMO
      *         POR TURMA) DEPOIS DA CONSOLIDACAO E ANTES DA
      *         VERIFICACAO, QUE PASSA A CONFERIR O RESUMO
      * UPDATE: 15/10/2026 MULTI-UNIDADE: OS PASSOS QUE TRABALHAM SO COM
      *         A UNIDADE DO LOGIN (CONSOLIDA, VERIFICA E, QUANDO
      *         INCLUIDOS NA CADEIA PELO CADCADEIA, SEGAUTO E INDRISCO)
      *         RODAM UMA VEZ PARA CADA UNIDADE ATIVA DE UNIDADES.DAT,
      *         COM BOLETIMV2_UNIDADE NO AMBIENTE; O PASSO SO FICA OK SE
      *         TODAS AS UNIDADES TERMINAREM OK. OS DEMAIS PASSOS
      *         CONTINUAM UMA VEZ SO PARA A REDE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTENOITE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT CADEIA ASSIGN TO
                WS-CADEIA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAD-PASSO
                FILE STATUS IS WS-FS-CAD.

                SELECT CADEIAST ASSIGN TO
                WS-CADEIAST-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CST.

                SELECT CADEIALOG ASSIGN TO
                WS-CADEIALOG-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CLG.

                SELECT JOBLOG ASSIGN TO
                WS-JOBLOG-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-JOB.

                SELECT UNIDADES ASSIGN TO
                WS-UNIDADES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS UNI-CODIGO
                FILE STATUS IS WS-FS-UNI.

       DATA DIVISION.
       FILE SECTION.
       FD CADEIA.
           COPY CADEIA.

       FD CADEIAST.
           COPY CADEIAST.

       FD CADEIALOG.
           COPY CADEIALOG.

       FD JOBLOG.
           COPY JOBLOG.

       FD UNIDADES.
           COPY UNIDADES.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
         01 WS-JOBLOG-PATH                  PIC X(80).
         01 WS-BIN-PASSO-PATH               PIC X(80).

      * CADEIA PADRAO, GRAVADA QUANDO CADEIA.DAT AINDA NAO EXISTE:
      * PASSO, PROGRAMA, DEPENDE DE, DIAS (SEG A DOM), SO FIM DE MES
         01 WS-CADEIA-PADRAO.
           03 FILLER                      PIC X(24)
              VALUE '01BACKALUNO   00SSSSSSSN'.
           03 FILLER                      PIC X(24)
              VALUE '02CONSOLIDA   01SSSSSSSN'.
           03 FILLER                      PIC X(24)
              VALUE '03GERARESUMO  02SSSSSSSN'.
           03 FILLER                      PIC X(24)
              VALUE '04VERIFICA    03SSSSSSSN'.
           03 FILLER                      PIC X(24)
              VALUE '05LOGROTAC    04SSSSSSSS'.
           03 FILLER                      PIC X(24)
              VALUE '06REORG       04NNNNNNSN'.
         01 WS-CADEIA-PADRAO-R REDEFINES WS-CADEIA-PADRAO.
           03 WS-CP-ITEM OCCURS 6.
              05 WS-CP-PASSO              PIC 9(02).
              05 WS-CP-PROGRAMA           PIC X(12).
              05 WS-CP-DEPENDE            PIC 9(02).
              05 WS-CP-DIAS               PIC X(07).
              05 WS-CP-FIM-MES            PIC X(01).
         01 WS-DESC-PADRAO.
           03 FILLER                      PIC X(30)
              VALUE 'BACKUP NOTURNO'.
           03 FILLER                      PIC X(30)
              VALUE 'CONSOLIDACAO DE MEDIAS'.
           03 FILLER                      PIC X(30)
              VALUE 'RESUMO POR TURMA'.
           03 FILLER                      PIC X(30)
              VALUE 'VERIFICACAO DE CONSISTENCIA'.
           03 FILLER                      PIC X(30)
              VALUE 'ROTACAO DO LOG (FIM DO MES)'.
           03 FILLER                      PIC X(30)
              VALUE 'REORGANIZACAO (DOMINGO)'.
         01 WS-DESC-PADRAO-R REDEFINES WS-DESC-PADRAO.
           03 WS-DP-DESCRICAO OCCURS 6    PIC X(30).

         01 WS-TAB-PASSOS.
           03 WS-TP-ITEM OCCURS 50.
              05 WS-TP-PASSO              PIC 9(02).
              05 WS-TP-PROGRAMA           PIC X(12).
              05 WS-TP-DEPENDE            PIC 9(02).
              05 WS-TP-DIAS               PIC X(07).
              05 WS-TP-FIM-MES            PIC X(01).
              05 WS-TP-ATIVO              PIC X(01).
              05 WS-TP-RESULTADO          PIC X(12).
              05 WS-TP-CONTADOR           PIC 9(06).

      * PROGRAMAS QUE TRABALHAM SO COM A UNIDADE DO LOGIN: NA CADEIA
      * RODAM UMA VEZ PARA CADA UNIDADE ATIVA DE UNIDADES.DAT
         01 WS-PROG-UNIDADE.
           03 FILLER                      PIC X(12) VALUE 'CONSOLIDA'.
           03 FILLER                      PIC X(12) VALUE 'VERIFICA'.
           03 FILLER                      PIC X(12) VALUE 'SEGAUTO'.
           03 FILLER                      PIC X(12) VALUE 'INDRISCO'.
         01 WS-PROG-UNIDADE-R REDEFINES WS-PROG-UNIDADE.
           03 WS-PU-PROGRAMA OCCURS 4     PIC X(12).

         01 WS-TAB-UNIDADES.
           03 WS-TU-CODIGO OCCURS 99      PIC 9(02).

         01 WS-TAB-DIAS-MES.
           03 FILLER                      PIC X(24)
              VALUE '312831303130313130313031'.
         01 WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           03 WS-DIAS-DO-MES OCCURS 12   PIC 9(02).

         01 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-DH-ANO                    PIC 9(04).
           03 WS-DH-MES                    PIC 9(02).
           03 WS-DH-DIA                    PIC 9(02).

         77 WS-FS-CAD                      PIC 99.
           88 FS-CAD-OK                    VALUE 0.
         77 WS-FS-CST                      PIC 99.
           88 FS-CST-OK                    VALUE 0.
         77 WS-FS-CLG                      PIC 99.
           88 FS-CLG-OK                    VALUE 0.
         77 WS-FS-JOB                      PIC 99.
           88 FS-JOB-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-HOUVE-ERRO                  PIC X     VALUE 'N'.
           88 HOUVE-ERRO                   VALUE 'S' FALSE 'N'.
         77 WS-CADEIA-PARADA               PIC X     VALUE 'N'.
           88 CADEIA-PARADA                VALUE 'S' FALSE 'N'.
         77 WS-FIM-DE-MES                  PIC X     VALUE 'N'.
           88 HOJE-FIM-DE-MES              VALUE 'S' FALSE 'N'.
         77 WS-DEP-CUMPRIDA                PIC X     VALUE 'N'.
           88 DEPENDENCIA-CUMPRIDA         VALUE 'S' FALSE 'N'.
         77 WS-QTD-PASSOS                  PIC 9(02) VALUE ZEROS.
         77 WS-IDX-PASSO                   PIC 9(02) VALUE ZEROS.
         77 WS-IDX-DEP                     PIC 9(02) VALUE ZEROS.
         77 WS-PASSO-REINICIO              PIC 9(02) VALUE ZEROS.
         77 WS-PASSO-FALHO                 PIC 9(02) VALUE ZEROS.
         77 WS-CONT-EXECUTADOS             PIC 9(06) VALUE ZEROS.
         77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
         77 WS-ULTIMO-DIA                  PIC 9(02) VALUE ZEROS.
         77 WS-RESTO                       PIC 9(04) VALUE ZEROS.
         77 WS-QUOCIENTE                   PIC 9(04) VALUE ZEROS.
         77 WS-DATA-INICIO                 PIC 9(08) VALUE ZEROS.
         77 WS-HORA-INICIO                 PIC 9(08) VALUE ZEROS.
         77 WS-ULT-FASE                    PIC X(01) VALUE SPACES.
         77 WS-ULT-STATUS                  PIC X(10) VALUE SPACES.
         77 WS-ULT-CONTADOR                PIC 9(06) VALUE ZEROS.
         77 WS-FS-UNI                      PIC 99.
           88 FS-UNI-OK                    VALUE 0.
         77 WS-QTD-UNIDADES                PIC 9(02) VALUE ZEROS.
         77 WS-IDX-UNID                    PIC 9(02) VALUE ZEROS.
         77 WS-IDX-PROG                    PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-ENV                 PIC X(02) VALUE SPACES.
         77 WS-UNIDADE-LOGIN               PIC X(02) VALUE SPACES.
         77 WS-POR-UNIDADE                 PIC X     VALUE 'N'.
           88 PASSO-POR-UNIDADE            VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** CADEIA DE LOTES NOTURNOS ***'
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           MOVE 'LOTENOITE'         TO JA-NOME
           MOVE 'I'                 TO JA-FASE
           MOVE SPACES              TO JA-STATUS
           MOVE ZEROS               TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           PERFORM P300-EXECUTA     THRU P300-FIM
           MOVE 'LOTENOITE'         TO JA-NOME
           MOVE 'F'                 TO JA-FASE
           IF NOT HOUVE-ERRO
               MOVE 'OK'            TO JA-STATUS
           ELSE
               MOVE 'ERRO'          TO JA-STATUS
           END-IF
           MOVE WS-CONT-EXECUTADOS  TO JA-CONTADOR
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

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CADEIA.DAT' DELIMITED BY SIZE
                  INTO WS-CADEIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CADEIAST.DAT' DELIMITED BY SIZE
                  INTO WS-CADEIAST-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CADEIALOG.DAT' DELIMITED BY SIZE
                  INTO WS-CADEIALOG-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\JOBLOG.DAT' DELIMITED BY SIZE
                  INTO WS-JOBLOG-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\UNIDADES.DAT' DELIMITED BY SIZE
                  INTO WS-UNIDADES-PATH
           .
       P100-FIM.
           EXIT.

       P300-EXECUTA.
           SET CADEIA-PARADA        TO FALSE
           MOVE ZEROS               TO WS-CONT-EXECUTADOS
           MOVE ZEROS               TO WS-PASSO-FALHO

           PERFORM P250-DATA-DO-DIA THRU P250-FIM
           PERFORM P260-CARREGA-UNIDADES THRU P260-FIM

           PERFORM P310-CARREGA-CADEIA THRU P310-FIM
           IF HOUVE-ERRO
               GO TO P300-FIM
           END-IF
           IF WS-QTD-PASSOS EQUAL ZEROS
               DISPLAY 'CADEIA SEM PASSOS DEFINIDOS (CADCADEIA)'
               GO TO P300-FIM
           END-IF

           PERFORM P330-LE-SITUACAO THRU P330-FIM
           IF WS-PASSO-REINICIO > ZEROS
               DISPLAY 'RETOMANDO A CADEIA DO PASSO '
                       WS-PASSO-REINICIO ' (' CST-PROGRAMA
                       ') QUE FALHOU EM ' CST-DATA
           END-IF

           SET FS-CLG-OK            TO TRUE
           OPEN EXTEND CADEIALOG
           IF WS-FS-CLG EQUAL 35 THEN
               OPEN OUTPUT CADEIALOG
               CLOSE CADEIALOG
               OPEN EXTEND CADEIALOG
           END-IF
           IF NOT FS-CLG-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO DA CADEIA'
               DISPLAY 'FILE STATUS: ' WS-FS-CLG
               SET HOUVE-ERRO TO TRUE
               GO TO P300-FIM
           END-IF

      * OS PASSOS RODAM SEM PERGUNTAS ENQUANTO A CADEIA ESTA NO AR
           DISPLAY 'BOLETIMV2_LOTE' UPON ENVIRONMENT-NAME
           DISPLAY 'S'              UPON ENVIRONMENT-VALUE

           PERFORM P400-PASSO THRU P400-FIM
                   VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO > WS-QTD-PASSOS

           DISPLAY 'BOLETIMV2_LOTE' UPON ENVIRONMENT-NAME
           DISPLAY 'N'              UPON ENVIRONMENT-VALUE
           DISPLAY 'BOLETIMV2_UNIDADE' UPON ENVIRONMENT-NAME
           DISPLAY WS-UNIDADE-LOGIN UPON ENVIRONMENT-VALUE

           CLOSE CADEIALOG

           PERFORM P350-GRAVA-SITUACAO THRU P350-FIM

           DISPLAY 'PASSOS EXECUTADOS....: ' WS-CONT-EXECUTADOS
           IF CADEIA-PARADA
               DISPLAY '*** CADEIA PARADA NO PASSO ' WS-PASSO-FALHO
                       ' - A PROXIMA RODADA RETOMA DELE ***'
           ELSE
               DISPLAY 'CADEIA CONCLUIDA'
           END-IF
           .
       P300-FIM.
           EXIT.

      ******************************************************************
      * DATA DE HOJE, DIA DA SEMANA (1=SEGUNDA ... 7=DOMINGO, COMO NA
      * GRADE DE HORARIOS) E SE HOJE E O ULTIMO DIA DO MES
      ******************************************************************
       P250-DATA-DO-DIA.
           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           ACCEPT WS-DIA-SEMANA     FROM DAY-OF-WEEK

           MOVE WS-DIAS-DO-MES(WS-DH-MES) TO WS-ULTIMO-DIA
           IF WS-DH-MES EQUAL 2
               DIVIDE WS-DH-ANO BY 4 GIVING WS-QUOCIENTE
                      REMAINDER WS-RESTO
               IF WS-RESTO EQUAL ZEROS
                   DIVIDE WS-DH-ANO BY 100 GIVING WS-QUOCIENTE
                          REMAINDER WS-RESTO
                   IF WS-RESTO NOT EQUAL ZEROS
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       DIVIDE WS-DH-ANO BY 400 GIVING WS-QUOCIENTE
                              REMAINDER WS-RESTO
                       IF WS-RESTO EQUAL ZEROS
                           MOVE 29 TO WS-ULTIMO-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF

           SET HOJE-FIM-DE-MES      TO FALSE
           IF WS-DH-DIA EQUAL WS-ULTIMO-DIA
               SET HOJE-FIM-DE-MES  TO TRUE
           END-IF
           .
       P250-FIM.
           EXIT.

      ******************************************************************
      * UNIDADES ATIVAS DA REDE, NA ORDEM DO CODIGO; SEM UNIDADES.DAT
      * (ESCOLA UNICA) SO A UNIDADE 01. GUARDA A UNIDADE DO AMBIENTE
      * PARA DEVOLVE-LA NO FIM DA CADEIA
      ******************************************************************
       P260-CARREGA-UNIDADES.
           ACCEPT WS-UNIDADE-LOGIN FROM ENVIRONMENT 'BOLETIMV2_UNIDADE'
           MOVE ZEROS               TO WS-QTD-UNIDADES
           SET FS-UNI-OK            TO TRUE

           OPEN INPUT UNIDADES
           IF FS-UNI-OK
               SET EOF-OK           TO FALSE
               PERFORM UNTIL EOF-OK
                   READ UNIDADES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF UNI-CODIGO > ZEROS AND
                              NOT UNIDADE-INATIVA AND
                              WS-QTD-UNIDADES < 99
                               ADD 1 TO WS-QTD-UNIDADES
                               MOVE UNI-CODIGO
                                    TO WS-TU-CODIGO(WS-QTD-UNIDADES)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE UNIDADES
           END-IF

           IF WS-QTD-UNIDADES EQUAL ZEROS
               MOVE 1               TO WS-QTD-UNIDADES
               MOVE 1               TO WS-TU-CODIGO(1)
           END-IF
           .
       P260-FIM.
           EXIT.

      ******************************************************************
      * CARREGA A DEFINICAO NA ORDEM DOS PASSOS; SEM CADEIA.DAT GRAVA
      * A CADEIA PADRAO DAS SEIS ROTINAS DA NOITE
      ******************************************************************
       P310-CARREGA-CADEIA.
           MOVE ZEROS               TO WS-QTD-PASSOS
           SET FS-CAD-OK            TO TRUE

           OPEN INPUT CADEIA

           IF WS-FS-CAD EQUAL 35
               PERFORM P320-CADEIA-PADRAO THRU P320-FIM
               SET FS-CAD-OK        TO TRUE
               OPEN INPUT CADEIA
           END-IF

           IF NOT FS-CAD-OK
               DISPLAY 'ERRO AO ABRIR A DEFINICAO DA CADEIA'
               DISPLAY 'FILE STATUS: ' WS-FS-CAD
               SET HOUVE-ERRO TO TRUE
               GO TO P310-FIM
           END-IF

           PERFORM P315-LE-PASSOS   THRU P315-FIM
           CLOSE CADEIA

      * ARQUIVO CRIADO VAZIO PELO CADCADEIA TAMBEM RECEBE A PADRAO
           IF WS-QTD-PASSOS EQUAL ZEROS
               PERFORM P320-CADEIA-PADRAO THRU P320-FIM
               OPEN INPUT CADEIA
               IF FS-CAD-OK
                   PERFORM P315-LE-PASSOS THRU P315-FIM
                   CLOSE CADEIA
               END-IF
           END-IF
           .
       P310-FIM.
           EXIT.

       P315-LE-PASSOS.
           SET EOF-OK               TO FALSE
           PERFORM UNTIL EOF-OK
               READ CADEIA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF WS-QTD-PASSOS < 50
                           ADD 1 TO WS-QTD-PASSOS
                           MOVE CAD-PASSO
                                TO WS-TP-PASSO(WS-QTD-PASSOS)
                           MOVE CAD-PROGRAMA
                                TO WS-TP-PROGRAMA(WS-QTD-PASSOS)
                           MOVE CAD-DEPENDE
                                TO WS-TP-DEPENDE(WS-QTD-PASSOS)
                           MOVE CAD-DIAS-SEMANA
                                TO WS-TP-DIAS(WS-QTD-PASSOS)
                           MOVE CAD-FIM-MES
                                TO WS-TP-FIM-MES(WS-QTD-PASSOS)
                           MOVE CAD-ST-ATIVO
                                TO WS-TP-ATIVO(WS-QTD-PASSOS)
                           MOVE SPACES
                                TO WS-TP-RESULTADO(WS-QTD-PASSOS)
                           MOVE ZEROS
                                TO WS-TP-CONTADOR(WS-QTD-PASSOS)
                       END-IF
               END-READ
           END-PERFORM
           .
       P315-FIM.
           EXIT.

       P320-CADEIA-PADRAO.
           OPEN OUTPUT CADEIA
           IF NOT FS-CAD-OK
               GO TO P320-FIM
           END-IF

           PERFORM VARYING WS-IDX-PASSO FROM 1 BY 1
                   UNTIL WS-IDX-PASSO > 6
               MOVE WS-CP-PASSO(WS-IDX-PASSO)    TO CAD-PASSO
               MOVE WS-CP-PROGRAMA(WS-IDX-PASSO) TO CAD-PROGRAMA
               MOVE WS-CP-DEPENDE(WS-IDX-PASSO)  TO CAD-DEPENDE
               MOVE WS-CP-DIAS(WS-IDX-PASSO)     TO CAD-DIAS-SEMANA
               MOVE WS-CP-FIM-MES(WS-IDX-PASSO)  TO CAD-FIM-MES
               MOVE WS-DP-DESCRICAO(WS-IDX-PASSO) TO CAD-DESCRICAO
               SET PASSO-ATIVO                   TO TRUE
               WRITE REG-CADEIA
           END-PERFORM

           CLOSE CADEIA
           DISPLAY 'CADEIA PADRAO GRAVADA EM ' WS-CADEIA-PATH
           .
       P320-FIM.
           EXIT.

       P330-LE-SITUACAO.
           MOVE ZEROS               TO WS-PASSO-REINICIO
           MOVE SPACES              TO CST-PROGRAMA
           MOVE ZEROS               TO CST-DATA
           SET FS-CST-OK            TO TRUE

           OPEN INPUT CADEIAST
           IF NOT FS-CST-OK
               GO TO P330-FIM
           END-IF

           READ CADEIAST
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CST-PASSO-REINICIO TO WS-PASSO-REINICIO
           END-READ

           CLOSE CADEIAST
           .
       P330-FIM.
           EXIT.

       P350-GRAVA-SITUACAO.
           SET FS-CST-OK            TO TRUE

           OPEN OUTPUT CADEIAST
           IF NOT FS-CST-OK
               DISPLAY 'ERRO AO GRAVAR A SITUACAO DA CADEIA'
               DISPLAY 'FILE STATUS: ' WS-FS-CST
               SET HOUVE-ERRO TO TRUE
               GO TO P350-FIM
           END-IF

           ACCEPT CST-DATA          FROM DATE YYYYMMDD
           ACCEPT CST-HORA          FROM TIME
           IF CADEIA-PARADA
               MOVE WS-PASSO-FALHO  TO CST-PASSO-REINICIO
               MOVE 'ERRO'          TO CST-STATUS
               PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                       UNTIL WS-IDX-DEP > WS-QTD-PASSOS
                   IF WS-TP-PASSO(WS-IDX-DEP) EQUAL WS-PASSO-FALHO
                       MOVE WS-TP-PROGRAMA(WS-IDX-DEP)
                                    TO CST-PROGRAMA
                   END-IF
               END-PERFORM
           ELSE
               MOVE ZEROS           TO CST-PASSO-REINICIO
               MOVE SPACES          TO CST-PROGRAMA
               MOVE 'OK'            TO CST-STATUS
           END-IF

           WRITE REG-CADEIAST

           CLOSE CADEIAST
           .
       P350-FIM.
           EXIT.

      ******************************************************************
      * UM PASSO DA CADEIA: PULA O QUE JA FOI FEITO NA RODADA QUE
      * FALHOU, O INATIVO E O FORA DO AGENDAMENTO; CONFERE A
      * DEPENDENCIA, CHAMA O PROGRAMA E CONFERE O RESULTADO NO DIARIO
      ******************************************************************
       P400-PASSO.
           IF CADEIA-PARADA
               MOVE 'PENDENTE'      TO WS-TP-RESULTADO(WS-IDX-PASSO)
               GO TO P400-GRAVA
           END-IF

           IF WS-TP-PASSO(WS-IDX-PASSO) < WS-PASSO-REINICIO
               MOVE 'JA FEITO'      TO WS-TP-RESULTADO(WS-IDX-PASSO)
               GO TO P400-GRAVA
           END-IF

           IF WS-TP-ATIVO(WS-IDX-PASSO) EQUAL 'N'
               MOVE 'INATIVO'       TO WS-TP-RESULTADO(WS-IDX-PASSO)
               GO TO P400-GRAVA
           END-IF

           IF WS-TP-DIAS(WS-IDX-PASSO)(WS-DIA-SEMANA:1) EQUAL 'N' OR
              (WS-TP-FIM-MES(WS-IDX-PASSO) EQUAL 'S' AND
               NOT HOJE-FIM-DE-MES)
               MOVE 'NAO PROGR.'    TO WS-TP-RESULTADO(WS-IDX-PASSO)
               GO TO P400-GRAVA
           END-IF

           PERFORM P410-CONFERE-DEPENDENCIA THRU P410-FIM
           IF NOT DEPENDENCIA-CUMPRIDA
               MOVE 'DEPENDENCIA'   TO WS-TP-RESULTADO(WS-IDX-PASSO)
               DISPLAY '*** PASSO ' WS-TP-PASSO(WS-IDX-PASSO) ' '
                       WS-TP-PROGRAMA(WS-IDX-PASSO)
                       ': O PASSO ' WS-TP-DEPENDE(WS-IDX-PASSO)
                       ' NAO TERMINOU OK ***'
               SET CADEIA-PARADA    TO TRUE
               SET HOUVE-ERRO       TO TRUE
               MOVE WS-TP-PASSO(WS-IDX-PASSO) TO WS-PASSO-FALHO
               GO TO P400-GRAVA
           END-IF

           DISPLAY ' '
           DISPLAY '>>> PASSO ' WS-TP-PASSO(WS-IDX-PASSO) ' - '
                   WS-TP-PROGRAMA(WS-IDX-PASSO)

           MOVE SPACES              TO WS-BIN-PASSO-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\' DELIMITED BY SIZE
                  WS-TP-PROGRAMA(WS-IDX-PASSO) DELIMITED BY SPACE
                  INTO WS-BIN-PASSO-PATH

           MOVE 'OK'                TO WS-TP-RESULTADO(WS-IDX-PASSO)
           MOVE ZEROS               TO WS-TP-CONTADOR(WS-IDX-PASSO)

           SET PASSO-POR-UNIDADE    TO FALSE
           PERFORM VARYING WS-IDX-PROG FROM 1 BY 1
                   UNTIL WS-IDX-PROG > 4
               IF WS-PU-PROGRAMA(WS-IDX-PROG) EQUAL
                  WS-TP-PROGRAMA(WS-IDX-PASSO)
                   SET PASSO-POR-UNIDADE TO TRUE
               END-IF
           END-PERFORM

           IF PASSO-POR-UNIDADE
               PERFORM P420-CHAMA-PROGRAMA THRU P420-FIM
                       VARYING WS-IDX-UNID FROM 1 BY 1
                       UNTIL WS-IDX-UNID > WS-QTD-UNIDADES
               DISPLAY 'BOLETIMV2_UNIDADE' UPON ENVIRONMENT-NAME
               DISPLAY WS-UNIDADE-LOGIN UPON ENVIRONMENT-VALUE
           ELSE
               MOVE ZEROS           TO WS-IDX-UNID
               PERFORM P420-CHAMA-PROGRAMA THRU P420-FIM
           END-IF

           IF WS-TP-RESULTADO(WS-IDX-PASSO) EQUAL 'OK'
               ADD 1                TO WS-CONT-EXECUTADOS
           END-IF

           IF WS-TP-RESULTADO(WS-IDX-PASSO) EQUAL 'ERRO'
               DISPLAY '*** PASSO ' WS-TP-PASSO(WS-IDX-PASSO) ' '
                       WS-TP-PROGRAMA(WS-IDX-PASSO)
                       ' TERMINOU COM ERRO - CADEIA PARADA ***'
               SET CADEIA-PARADA    TO TRUE
               SET HOUVE-ERRO       TO TRUE
               MOVE WS-TP-PASSO(WS-IDX-PASSO) TO WS-PASSO-FALHO
           END-IF
           .
       P400-GRAVA.
           ACCEPT CLG-DATA          FROM DATE YYYYMMDD
           ACCEPT CLG-HORA          FROM TIME
           MOVE WS-TP-PASSO(WS-IDX-PASSO)     TO CLG-PASSO
           MOVE WS-TP-PROGRAMA(WS-IDX-PASSO)  TO CLG-PROGRAMA
           MOVE WS-TP-RESULTADO(WS-IDX-PASSO) TO CLG-RESULTADO
           MOVE WS-TP-CONTADOR(WS-IDX-PASSO)  TO CLG-CONTADOR
           WRITE REG-CADEIALOG

           DISPLAY 'PASSO ' CLG-PASSO ' ' CLG-PROGRAMA ' '
                   CLG-RESULTADO
           .
       P400-FIM.
           EXIT.

      ******************************************************************
      * CHAMA O PROGRAMA DO PASSO E CONFERE O RESULTADO NO DIARIO. NO
      * PASSO POR UNIDADE (WS-IDX-UNID > ZERO) A UNIDADE VAI NO
      * AMBIENTE E O CONTADOR DO PASSO SOMA O DE CADA UNIDADE; A
      * PRIMEIRA UNIDADE COM ERRO ENCERRA O PASSO
      ******************************************************************
       P420-CHAMA-PROGRAMA.
           IF WS-TP-RESULTADO(WS-IDX-PASSO) EQUAL 'ERRO'
               GO TO P420-FIM
           END-IF

           IF WS-IDX-UNID > ZEROS
               MOVE WS-TU-CODIGO(WS-IDX-UNID) TO WS-UNIDADE-ENV
               DISPLAY 'BOLETIMV2_UNIDADE' UPON ENVIRONMENT-NAME
               DISPLAY WS-UNIDADE-ENV UPON ENVIRONMENT-VALUE
               DISPLAY '    UNIDADE ' WS-UNIDADE-ENV
           END-IF

           ACCEPT WS-DATA-INICIO    FROM DATE YYYYMMDD
           ACCEPT WS-HORA-INICIO    FROM TIME

           MOVE SPACES              TO WS-ULT-FASE
           CALL WS-BIN-PASSO-PATH
               ON EXCEPTION
                   DISPLAY 'PROGRAMA BATCH NAO ENCONTRADO EM '
                           WS-BIN-PASSO-PATH
                   MOVE 'X'         TO WS-ULT-FASE
           END-CALL
           CANCEL WS-BIN-PASSO-PATH

           IF WS-ULT-FASE EQUAL 'X'
               MOVE 'ERRO'          TO WS-TP-RESULTADO(WS-IDX-PASSO)
           ELSE
               PERFORM P450-CONFERE-DIARIO THRU P450-FIM
               IF WS-ULT-FASE EQUAL 'F' AND WS-ULT-STATUS EQUAL 'OK'
                   ADD WS-ULT-CONTADOR
                                    TO WS-TP-CONTADOR(WS-IDX-PASSO)
               ELSE
                   MOVE 'ERRO'      TO WS-TP-RESULTADO(WS-IDX-PASSO)
               END-IF
           END-IF
           .
       P420-FIM.
           EXIT.

      ******************************************************************
      * O PASSO EXIGIDO TEM DE TER TERMINADO OK NESTA RODADA OU NA QUE
      * FALHOU (JA FEITO); FORA DO AGENDAMENTO OU INATIVO NAO SEGURA
      * A CADEIA. PASSO EXIGIDO QUE VEM DEPOIS NA ORDEM OU QUE NAO
      * EXISTE NA DEFINICAO NAO ESTA CUMPRIDO
      ******************************************************************
       P410-CONFERE-DEPENDENCIA.
           SET DEPENDENCIA-CUMPRIDA TO TRUE
           IF WS-TP-DEPENDE(WS-IDX-PASSO) EQUAL ZEROS
               GO TO P410-FIM
           END-IF

           SET DEPENDENCIA-CUMPRIDA TO FALSE
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP NOT < WS-IDX-PASSO
               IF WS-TP-PASSO(WS-IDX-DEP) EQUAL
                  WS-TP-DEPENDE(WS-IDX-PASSO)
                   IF WS-TP-RESULTADO(WS-IDX-DEP) EQUAL 'OK' OR
                      WS-TP-RESULTADO(WS-IDX-DEP) EQUAL 'JA FEITO' OR
                      WS-TP-RESULTADO(WS-IDX-DEP) EQUAL 'NAO PROGR.' OR
                      WS-TP-RESULTADO(WS-IDX-DEP) EQUAL 'INATIVO'
                       SET DEPENDENCIA-CUMPRIDA TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           .
       P410-FIM.
           EXIT.

      ******************************************************************
      * ULTIMA ENTRADA DO PROGRAMA NO DIARIO DESDE O INICIO DO PASSO:
      * SO FIM (F) COM STATUS OK CONTA COMO SUCESSO; INICIO SEM FIM OU
      * NENHUMA ENTRADA E ERRO
      ******************************************************************
       P450-CONFERE-DIARIO.
           MOVE SPACES              TO WS-ULT-FASE
           MOVE SPACES              TO WS-ULT-STATUS
           MOVE ZEROS               TO WS-ULT-CONTADOR
           SET FS-JOB-OK            TO TRUE

           OPEN INPUT JOBLOG
           IF NOT FS-JOB-OK
               GO TO P450-FIM
           END-IF

           SET EOF-OK               TO FALSE
           PERFORM UNTIL EOF-OK
               READ JOBLOG
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF JOB-NOME EQUAL WS-TP-PROGRAMA(WS-IDX-PASSO)
                          AND (JOB-DATA > WS-DATA-INICIO OR
                               (JOB-DATA EQUAL WS-DATA-INICIO AND
                                JOB-HORA NOT < WS-HORA-INICIO))
                           MOVE JOB-FASE     TO WS-ULT-FASE
                           MOVE JOB-STATUS   TO WS-ULT-STATUS
                           MOVE JOB-CONTADOR TO WS-ULT-CONTADOR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE JOBLOG
           .
       P450-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM LOTENOITE.
