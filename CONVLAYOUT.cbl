      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:CONVERSAO DE LAYOUT DOS ARQUIVOS DE ALUNO (JANELA BATCH)
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. LEVA PARA O LAYOUT
      *         ATUAL (LAYOUTVER) OS REGISTROS GRAVADOS EM VERSOES
      *         ANTERIORES DE ALUNOS.DAT, DISCIPLINAS.DAT, ALUNARQ.DAT
      *         E DAS GERACOES DE BACKUP (ALUNOS_/DISCIPLINAS_
      *         AAAAMMDD.BAK DE BACKCTL.DAT). CADA REGISTRO PASSA PELO
      *         CONVREG; O QUE NAO PODE SER CONVERTIDO VAI PARA
      *         CONVREJ.DAT COM O MOTIVO E O ARQUIVO FICA COMO ESTAVA
      *         ATE A CORRECAO. OS INDEXADOS SAO DESCARREGADOS E
      *         RECRIADOS COMO NO REORG; O ALUNARQ E REGRAVADO NO
      *         LUGAR; OS .BAK SAO REESCRITOS COM A LINHA DE
      *         CABECALHO DE VERSAO. A VERSAO DOS INDEXADOS FICA
      *         REGISTRADA EM LAYOUTCTL.DAT. CONTAGENS E REJEITADOS
      *         SAEM NO RELATORIO CONVLAYOUT.TXT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVLAYOUT.

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

                SELECT ALUNOS-ANT ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ANT-ID-ALUNO
                ALTERNATE RECORD KEY IS ANT-NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT DISCIPLINAS ASSIGN TO
                WS-DISCIPLINAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISC-CHAVE
                FILE STATUS IS WS-FS-DISC.

                SELECT DISCIPLINAS-ANT ASSIGN TO
                WS-DISCIPLINAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS DSA-CHAVE
                FILE STATUS IS WS-FS-DISC.

                SELECT ALUNARQ ASSIGN TO
                WS-ALUNARQ-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARQ-ID-ALUNO
                FILE STATUS IS WS-FS-ARQ.

                SELECT BACKUP ASSIGN TO
                WS-BACKUP-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-BAK.

                SELECT BACKCTL ASSIGN TO
                WS-BACKCTL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CTL.

                SELECT CONVWRK ASSIGN TO
                WS-CONVWRK-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-WRK.

                SELECT CONVREJ ASSIGN TO
                WS-CONVREJ-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REJ.

                SELECT RELATORIO ASSIGN TO
                WS-CONVLAYOUT-REL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
           COPY DATABASE.

      * VISAO DE ALUNOS.DAT NO TAMANHO EM QUE FOI GRAVADO
       FD ALUNOS-ANT
           RECORD IS VARYING IN SIZE FROM 127 TO 300 CHARACTERS
           DEPENDING ON WS-TAM-LIDO.
         01 REG-ALUNOS-ANT.
           03 ANT-ID-ALUNO                  PIC 9(05).
           03 ANT-NM-ALUNO                  PIC X(30).
           03 FILLER                        PIC X(265).

       FD DISCIPLINAS.
           COPY DISCIPLINAS.

      * VISAO DE DISCIPLINAS.DAT NO TAMANHO EM QUE FOI GRAVADO
       FD DISCIPLINAS-ANT
           RECORD IS VARYING IN SIZE FROM 82 TO 87 CHARACTERS
           DEPENDING ON WS-TAM-LIDO.
         01 REG-DISCIPLINAS-ANT.
           03 DSA-CHAVE                     PIC X(26).
           03 FILLER                        PIC X(61).

       FD ALUNARQ.
           COPY ALUNARQ.

       FD BACKUP.
         01 BAK-LINHA                       PIC X(300).

       FD BACKCTL.
         01 CTL-LINHA.
           03 CTL-DATA-GERACAO              PIC 9(08).

       FD CONVWRK.
         01 WRK-LINHA                       PIC X(300).

       FD CONVREJ.
           COPY CONVREJ.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.
           COPY LAYOUTVER.
           COPY CONVAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).

         01 WS-BACKCTL-PATH                 PIC X(80).
         01 WS-CONVWRK-PATH                 PIC X(80).
         01 WS-CONVLAYOUT-REL-PATH          PIC X(80).

         01 WS-TAB-GERACOES.
           03 WS-GER-DATA                   PIC 9(08) OCCURS 100.

         01 WS-IMAGEM                       PIC X(300) VALUE SPACES.

         01 WS-CABECALHO-1.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'CONVERSAO DE LAYOUT DOS ARQUIVOS'.
         01 WS-CABECALHO-2.
           03 FILLER                      PIC X(80) VALUE ALL '-'.
         01 WS-CABECALHO-3.
           03 FILLER                      PIC X(24) VALUE 'ARQUIVO'.
           03 FILLER                      PIC X(04) VALUE 'ORIG'.
           03 FILLER                      PIC X(11) VALUE '      LIDOS'.
           03 FILLER                      PIC X(11) VALUE ' CONVERTID.'.
           03 FILLER                      PIC X(11) VALUE '     ATUAIS'.
           03 FILLER                      PIC X(11) VALUE ' REJEITADOS'.
         01 WS-DET-ARQUIVO.
           03 WS-DA-NOME                  PIC X(24).
           03 FILLER                      PIC X(01) VALUE 'V'.
           03 WS-DA-VERSAO                PIC 99.
           03 FILLER                      PIC X(07) VALUE SPACES.
           03 WS-DA-LIDOS                 PIC ZZZZ9.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DA-CONVERTIDOS           PIC ZZZZ9.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DA-ATUAIS                PIC ZZZZ9.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DA-REJEITADOS            PIC ZZZZ9.
         01 WS-DET-SITUACAO.
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-DS-TEXTO                 PIC X(60).
         01 WS-DET-REJEITO.
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 FILLER                      PIC X(09) VALUE 'REJEITO '.
           03 WS-DR-CHAVE                 PIC X(26).
           03 FILLER                      PIC X(03) VALUE ' - '.
           03 WS-DR-MOTIVO                PIC X(30).
         01 WS-DET-TOTAL.
           03 FILLER                      PIC X(24) VALUE 'TOTAL'.
           03 FILLER                      PIC X(10) VALUE SPACES.
           03 WS-DT-LIDOS                 PIC ZZZZ9.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DT-CONVERTIDOS           PIC ZZZZ9.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DT-ATUAIS                PIC ZZZZ9.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DT-REJEITADOS            PIC ZZZZ9.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-DISC                     PIC 99.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-ARQ                      PIC 99.
           88 FS-ARQ-OK                    VALUE 0.
         77 WS-FS-BAK                      PIC 99.
           88 FS-BAK-OK                    VALUE 0.
         77 WS-FS-CTL                      PIC 99.
           88 FS-CTL-OK                    VALUE 0.
         77 WS-FS-WRK                      PIC 99.
           88 FS-WRK-OK                    VALUE 0.
         77 WS-FS-REJ                      PIC 99.
           88 FS-REJ-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-LOTE                        PIC X     VALUE SPACES.
         77 WS-TAM-LIDO                    PIC 9(04) VALUE ZEROS.
         77 WS-VERSAO-ORIGEM               PIC 9(02) VALUE ZEROS.
         77 WS-VERSAO-ATUAL                PIC 9(02) VALUE ZEROS.
         77 WS-IDX-VER                     PIC 9(02) VALUE ZEROS.
         77 WS-IDX-GER                     PIC 9(03) COMP VALUE ZEROS.
         77 WS-QTD-GER                     PIC 9(03) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-BAK-PREFIXO                 PIC X(12) VALUE SPACES.
         77 WS-CONT-LIDOS                  PIC 9(05) VALUE ZEROS.
         77 WS-CONT-CONVERTIDOS            PIC 9(05) VALUE ZEROS.
         77 WS-CONT-ATUAIS                 PIC 9(05) VALUE ZEROS.
         77 WS-CONT-REJEITADOS             PIC 9(05) VALUE ZEROS.
         77 WS-CONT-DUPLICADOS             PIC 9(05) VALUE ZEROS.
         77 WS-TOT-LIDOS                   PIC 9(05) VALUE ZEROS.
         77 WS-TOT-CONVERTIDOS             PIC 9(05) VALUE ZEROS.
         77 WS-TOT-ATUAIS                  PIC 9(05) VALUE ZEROS.
         77 WS-TOT-REJEITADOS              PIC 9(05) VALUE ZEROS.
         77 WS-ERROS-SEGUIDOS              PIC 9(01) VALUE ZEROS.
         77 WS-DESCARGA-OK                 PIC X     VALUE 'S'.
           88 DESCARGA-OK                  VALUE 'S' FALSE 'N'.
         77 WS-HOUVE-ERRO                  PIC X     VALUE 'N'.
           88 HOUVE-ERRO                   VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** CONVERSAO DE LAYOUT DOS ARQUIVOS ***'
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           MOVE 'CONVLAYOUT' TO JA-NOME
           MOVE 'I'                 TO JA-FASE
           MOVE SPACES              TO JA-STATUS
           MOVE ZEROS               TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL

           MOVE SPACES              TO WS-LOTE
           ACCEPT WS-LOTE FROM ENVIRONMENT 'BOLETIMV2_LOTE'
           IF WS-LOTE EQUAL 'S'
               MOVE 'S'             TO WS-CONFIRM
           ELSE
               DISPLAY 'A CONVERSAO REGRAVA ALUNOS.DAT, '
                       'DISCIPLINAS.DAT, ALUNARQ.DAT E OS .BAK.'
               DISPLAY 'EXECUTE APENAS NA JANELA BATCH, COM O SISTEMA '
                       'FORA DO AR. CONFIRMA? <S> - <N>'
               ACCEPT WS-CONFIRM
           END-IF

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'CONVERSAO CANCELADA'
               MOVE 'F'             TO JA-FASE
               MOVE 'CANCELADO'     TO JA-STATUS
               CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               PERFORM P900-FIM
           END-IF

           MOVE 'V'                 TO CV-FUNCAO
           MOVE 'ALUNOS'            TO CV-ARQUIVO
           CALL WS-BIN-CONVREG-PATH USING WS-CONVREG-AREA
               ON EXCEPTION
                   DISPLAY 'SUBPROGRAMA CONVREG NAO ENCONTRADO - '
                           'CONVERSAO NAO EXECUTADA'
                   MOVE 'F'         TO JA-FASE
                   MOVE 'ERRO'      TO JA-STATUS
                   CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
                   PERFORM P900-FIM
           END-CALL

           SET FS-REL-OK            TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA CONVERSAO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               MOVE 'F'             TO JA-FASE
               MOVE 'ERRO'          TO JA-STATUS
               CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
                   ON EXCEPTION
                       CONTINUE
               END-CALL
               PERFORM P900-FIM
           END-IF

           SET FS-REJ-OK            TO TRUE
           OPEN EXTEND CONVREJ
           IF WS-FS-REJ EQUAL 35
               OPEN OUTPUT CONVREJ
               CLOSE CONVREJ
               OPEN EXTEND CONVREJ
           END-IF

           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE REL-LINHA FROM WS-CABECALHO-3
           WRITE REL-LINHA FROM WS-CABECALHO-2

           PERFORM P300-CONV-ALUNOS      THRU P300-FIM
           PERFORM P400-CONV-DISCIPLINAS THRU P400-FIM
           PERFORM P500-CONV-ALUNARQ     THRU P500-FIM
           PERFORM P600-CONV-BACKUPS     THRU P600-FIM

           WRITE REL-LINHA FROM WS-CABECALHO-2
           MOVE WS-TOT-LIDOS        TO WS-DT-LIDOS
           MOVE WS-TOT-CONVERTIDOS  TO WS-DT-CONVERTIDOS
           MOVE WS-TOT-ATUAIS       TO WS-DT-ATUAIS
           MOVE WS-TOT-REJEITADOS   TO WS-DT-REJEITADOS
           WRITE REL-LINHA FROM WS-DET-TOTAL
           CLOSE RELATORIO
           CLOSE CONVREJ

           DISPLAY 'TOTAL LIDOS ' WS-TOT-LIDOS
                   ' CONVERTIDOS ' WS-TOT-CONVERTIDOS
                   ' ATUAIS ' WS-TOT-ATUAIS
                   ' REJEITADOS ' WS-TOT-REJEITADOS
           IF WS-TOT-REJEITADOS > ZEROS
               DISPLAY '*** ATENCAO: HA REGISTROS REJEITADOS EM '
                       'CONVREJ.DAT - CORRIGIR E REPETIR ***'
           END-IF
           DISPLAY 'RELATORIO GERADO EM: ' WS-CONVLAYOUT-REL-PATH

           MOVE 'F'                 TO JA-FASE
           IF HOUVE-ERRO OR WS-TOT-REJEITADOS > ZEROS
               MOVE 'ERRO'          TO JA-STATUS
           ELSE
               MOVE 'OK'            TO JA-STATUS
           END-IF
           MOVE WS-TOT-CONVERTIDOS  TO JA-CONTADOR
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

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\bin' DELIMITED BY SIZE
                  INTO WS-BIN-DIR
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\GRAVAJOB' DELIMITED BY SIZE
                  INTO WS-BIN-GRAVAJOB-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CONVREG' DELIMITED BY SIZE
                  INTO WS-BIN-CONVREG-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNARQ.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNARQ-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\BACKCTL.DAT' DELIMITED BY SIZE
                  INTO WS-BACKCTL-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONVWRK.TMP' DELIMITED BY SIZE
                  INTO WS-CONVWRK-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONVREJ.DAT' DELIMITED BY SIZE
                  INTO WS-CONVREJ-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONVLAYOUT.TXT' DELIMITED BY SIZE
                  INTO WS-CONVLAYOUT-REL-PATH
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * ZERA AS CONTAGENS DO ARQUIVO QUE VAI SER CONVERTIDO
      ******************************************************************
       P200-ZERA-CONTAGENS.
           MOVE ZEROS               TO WS-CONT-LIDOS
           MOVE ZEROS               TO WS-CONT-CONVERTIDOS
           MOVE ZEROS               TO WS-CONT-ATUAIS
           MOVE ZEROS               TO WS-CONT-REJEITADOS
           MOVE ZEROS               TO WS-CONT-DUPLICADOS
           MOVE ZEROS               TO WS-ERROS-SEGUIDOS
           SET EOF-OK               TO FALSE
           SET DESCARGA-OK          TO TRUE
           .
       P200-FIM.
           EXIT.

      ******************************************************************
      * PASSA WS-IMAGEM (GRAVADA NA VERSAO WS-VERSAO-ORIGEM) PELO
      * CONVREG. CONVERTIDA, VOLTA EM CV-IMAGEM; REJEITADA, VAI PARA
      * CONVREJ.DAT E PARA O RELATORIO COM A IMAGEM ORIGINAL
      ******************************************************************
       P250-CONVERTE-IMAGEM.
           ADD 1                    TO WS-CONT-LIDOS
           MOVE 'C'                 TO CV-FUNCAO
           MOVE WS-VERSAO-ORIGEM    TO CV-VERSAO
           MOVE WS-IMAGEM           TO CV-IMAGEM
           CALL WS-BIN-CONVREG-PATH USING WS-CONVREG-AREA
               ON EXCEPTION
                   MOVE 'N'         TO CV-OK
                   MOVE 'CONVREG NAO ENCONTRADO' TO CV-MOTIVO
           END-CALL

           IF CV-OK NOT EQUAL 'S'
               ADD 1                TO WS-CONT-REJEITADOS
               MOVE WS-DA-NOME      TO REJ-ARQUIVO
               MOVE WS-DATA-HOJE    TO REJ-DATA
               MOVE CV-MOTIVO       TO REJ-MOTIVO
               MOVE WS-IMAGEM       TO REJ-IMAGEM
               WRITE REG-CONVREJ
               MOVE WS-IMAGEM(1:26) TO WS-DR-CHAVE
               MOVE CV-MOTIVO       TO WS-DR-MOTIVO
               WRITE REL-LINHA FROM WS-DET-REJEITO
               DISPLAY WS-DA-NOME ' REJEITO ' WS-IMAGEM(1:26)
                       ' - ' CV-MOTIVO
               GO TO P250-FIM
           END-IF

           IF CV-ALTERADO EQUAL 'S'
               ADD 1                TO WS-CONT-CONVERTIDOS
           ELSE
               ADD 1                TO WS-CONT-ATUAIS
           END-IF
           .
       P250-FIM.
           EXIT.

      ******************************************************************
      * REGISTRA EM LAYOUTCTL.DAT A VERSAO ATUAL DO ARQUIVO CONVERTIDO
      ******************************************************************
       P270-REGISTRA-VERSAO.
           MOVE 'R'                 TO CV-FUNCAO
           MOVE WS-VERSAO-ATUAL     TO CV-VERSAO
           CALL WS-BIN-CONVREG-PATH USING WS-CONVREG-AREA
               ON EXCEPTION
                   MOVE 'N'         TO CV-OK
           END-CALL
           IF CV-OK NOT EQUAL 'S'
               DISPLAY 'VERSAO DE ' CV-ARQUIVO ' NAO REGISTRADA - '
                       CV-MOTIVO
               SET HOUVE-ERRO       TO TRUE
           END-IF
           .
       P270-FIM.
           EXIT.

      ******************************************************************
      * ALUNOS.DAT: LE CADA REGISTRO NO TAMANHO EM QUE FOI GRAVADO (O
      * TAMANHO IDENTIFICA A VERSAO), CONVERTE PARA CONVWRK.TMP E, SE
      * ALGO MUDOU E NADA FOI REJEITADO, RECRIA E RECARREGA O ARQUIVO
      ******************************************************************
       P300-CONV-ALUNOS.
           PERFORM P200-ZERA-CONTAGENS THRU P200-FIM
           MOVE 'ALUNOS.DAT'        TO WS-DA-NOME
           MOVE 'ALUNOS'            TO CV-ARQUIVO
           MOVE LV-ALUNOS-ATUAL     TO WS-VERSAO-ATUAL

           MOVE 'V'                 TO CV-FUNCAO
           CALL WS-BIN-CONVREG-PATH USING WS-CONVREG-AREA
           MOVE CV-VERSAO           TO WS-DA-VERSAO

           SET FS-OK                TO TRUE
           OPEN INPUT ALUNOS-ANT

           IF WS-FS EQUAL 35
               DISPLAY 'ALUNOS.DAT NAO EXISTE - NADA A CONVERTER'
               GO TO P300-FIM
           END-IF

           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR ALUNOS.DAT PARA CONVERSAO'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET HOUVE-ERRO       TO TRUE
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT CONVWRK

           PERFORM UNTIL EOF-OK
               MOVE SPACES TO REG-ALUNOS-ANT
               READ ALUNOS-ANT NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       CONTINUE
               END-READ
               IF NOT EOF-OK
                   IF FS-OK
                       MOVE ZEROS TO WS-ERROS-SEGUIDOS
                       MOVE ZEROS TO WS-VERSAO-ORIGEM
                       PERFORM VARYING WS-IDX-VER FROM 1 BY 1
                               UNTIL WS-IDX-VER > LV-ALUNOS-ATUAL
                           IF LV-TAM-ALUNOS(WS-IDX-VER)
                              EQUAL WS-TAM-LIDO
                               MOVE WS-IDX-VER TO WS-VERSAO-ORIGEM
                           END-IF
                       END-PERFORM
                       MOVE REG-ALUNOS-ANT TO WS-IMAGEM
                       PERFORM P250-CONVERTE-IMAGEM THRU P250-FIM
                       IF CV-OK EQUAL 'S'
                           WRITE WRK-LINHA FROM CV-IMAGEM
                       END-IF
                   ELSE
                       ADD 1 TO WS-ERROS-SEGUIDOS
                       IF WS-ERROS-SEGUIDOS >= 5
                           DISPLAY 'MUITOS ERROS SEGUIDOS EM '
                                   'ALUNOS.DAT - LEITURA ABORTADA'
                           SET DESCARGA-OK TO FALSE
                           SET EOF-OK TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE ALUNOS-ANT
           CLOSE CONVWRK

           PERFORM P700-LINHA-RELATORIO THRU P700-FIM

           IF NOT DESCARGA-OK
               MOVE 'NAO CONVERTIDO - ARQUIVO COM ERROS DE LEITURA'
                                    TO WS-DS-TEXTO
               PERFORM P710-LINHA-SITUACAO THRU P710-FIM
               SET HOUVE-ERRO       TO TRUE
               GO TO P300-FIM
           END-IF

           IF WS-CONT-REJEITADOS > ZEROS
               MOVE 'NAO CONVERTIDO - CORRIGIR OS REJEITADOS E REPETIR'
                                    TO WS-DS-TEXTO
               PERFORM P710-LINHA-SITUACAO THRU P710-FIM
               GO TO P300-FIM
           END-IF

           IF WS-CONT-CONVERTIDOS EQUAL ZEROS
               MOVE 'JA ESTAVA NO LAYOUT ATUAL' TO WS-DS-TEXTO
               PERFORM P710-LINHA-SITUACAO THRU P710-FIM
               PERFORM P270-REGISTRA-VERSAO THRU P270-FIM
               GO TO P300-FIM
           END-IF

           SET FS-OK                TO TRUE
           OPEN OUTPUT ALUNOS

           IF NOT FS-OK
               DISPLAY 'ERRO AO RECRIAR ALUNOS.DAT - RESTAURE DO '
                       'BACKUP (RESTALUNO)'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET HOUVE-ERRO       TO TRUE
               GO TO P300-FIM
           END-IF

           SET EOF-OK               TO FALSE
           OPEN INPUT CONVWRK

           PERFORM UNTIL EOF-OK
               READ CONVWRK
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE WRK-LINHA TO REG-CONTATOS
                       WRITE REG-CONTATOS
                           INVALID KEY
                               ADD 1 TO WS-CONT-DUPLICADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE ALUNOS
           CLOSE CONVWRK

           PERFORM P720-SITUACAO-CONVERTIDO THRU P720-FIM
           PERFORM P270-REGISTRA-VERSAO THRU P270-FIM
           .
       P300-FIM.
           EXIT.

      ******************************************************************
      * DISCIPLINAS.DAT: MESMO CICLO DE LEITURA/CONVERSAO/RECARGA
      ******************************************************************
       P400-CONV-DISCIPLINAS.
           PERFORM P200-ZERA-CONTAGENS THRU P200-FIM
           MOVE 'DISCIPLINAS.DAT'   TO WS-DA-NOME
           MOVE 'DISCIPLINAS'       TO CV-ARQUIVO
           MOVE LV-DISC-ATUAL       TO WS-VERSAO-ATUAL

           MOVE 'V'                 TO CV-FUNCAO
           CALL WS-BIN-CONVREG-PATH USING WS-CONVREG-AREA
           MOVE CV-VERSAO           TO WS-DA-VERSAO

           SET FS-DISC-OK           TO TRUE
           OPEN INPUT DISCIPLINAS-ANT

           IF WS-FS-DISC EQUAL 35
               DISPLAY 'DISCIPLINAS.DAT NAO EXISTE - NADA A CONVERTER'
               GO TO P400-FIM
           END-IF

           IF NOT FS-DISC-OK
               DISPLAY 'ERRO AO ABRIR DISCIPLINAS.DAT PARA CONVERSAO'
               DISPLAY 'FILE STATUS: ' WS-FS-DISC
               SET HOUVE-ERRO       TO TRUE
               GO TO P400-FIM
           END-IF

           OPEN OUTPUT CONVWRK

           PERFORM UNTIL EOF-OK
               MOVE SPACES TO REG-DISCIPLINAS-ANT
               READ DISCIPLINAS-ANT NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       CONTINUE
               END-READ
               IF NOT EOF-OK
                   IF FS-DISC-OK
                       MOVE ZEROS TO WS-ERROS-SEGUIDOS
                       MOVE ZEROS TO WS-VERSAO-ORIGEM
                       PERFORM VARYING WS-IDX-VER FROM 1 BY 1
                               UNTIL WS-IDX-VER > LV-DISC-ATUAL
                           IF LV-TAM-DISC(WS-IDX-VER)
                              EQUAL WS-TAM-LIDO
                               MOVE WS-IDX-VER TO WS-VERSAO-ORIGEM
                           END-IF
                       END-PERFORM
                       MOVE REG-DISCIPLINAS-ANT TO WS-IMAGEM
                       PERFORM P250-CONVERTE-IMAGEM THRU P250-FIM
                       IF CV-OK EQUAL 'S'
                           WRITE WRK-LINHA FROM CV-IMAGEM
                       END-IF
                   ELSE
                       ADD 1 TO WS-ERROS-SEGUIDOS
                       IF WS-ERROS-SEGUIDOS >= 5
                           DISPLAY 'MUITOS ERROS SEGUIDOS EM '
                                   'DISCIPLINAS.DAT - LEITURA ABORTADA'
                           SET DESCARGA-OK TO FALSE
                           SET EOF-OK TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           CLOSE DISCIPLINAS-ANT
           CLOSE CONVWRK

           PERFORM P700-LINHA-RELATORIO THRU P700-FIM

           IF NOT DESCARGA-OK
               MOVE 'NAO CONVERTIDO - ARQUIVO COM ERROS DE LEITURA'
                                    TO WS-DS-TEXTO
               PERFORM P710-LINHA-SITUACAO THRU P710-FIM
               SET HOUVE-ERRO       TO TRUE
               GO TO P400-FIM
           END-IF

           IF WS-CONT-REJEITADOS > ZEROS
               MOVE 'NAO CONVERTIDO - CORRIGIR OS REJEITADOS E REPETIR'
                                    TO WS-DS-TEXTO
               PERFORM P710-LINHA-SITUACAO THRU P710-FIM
               GO TO P400-FIM
           END-IF

           IF WS-CONT-CONVERTIDOS EQUAL ZEROS
               MOVE 'JA ESTAVA NO LAYOUT ATUAL' TO WS-DS-TEXTO
               PERFORM P710-LINHA-SITUACAO THRU P710-FIM
               PERFORM P270-REGISTRA-VERSAO THRU P270-FIM
               GO TO P400-FIM
           END-IF

           SET FS-DISC-OK           TO TRUE
           OPEN OUTPUT DISCIPLINAS

           IF NOT FS-DISC-OK
               DISPLAY 'ERRO AO RECRIAR DISCIPLINAS.DAT - RESTAURE '
                       'DO BACKUP (RESTALUNO)'
               DISPLAY 'FILE STATUS: ' WS-FS-DISC
               SET HOUVE-ERRO       TO TRUE
               GO TO P400-FIM
           END-IF

           SET EOF-OK               TO FALSE
           OPEN INPUT CONVWRK

           PERFORM UNTIL EOF-OK
               READ CONVWRK
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE WRK-LINHA TO REG-DISCIPLINAS
                       WRITE REG-DISCIPLINAS
                           INVALID KEY
                               ADD 1 TO WS-CONT-DUPLICADOS
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE DISCIPLINAS
           CLOSE CONVWRK

           PERFORM P720-SITUACAO-CONVERTIDO THRU P720-FIM
           PERFORM P270-REGISTRA-VERSAO THRU P270-FIM
           .
       P400-FIM.
           EXIT.

      ******************************************************************
      * ALUNARQ.DAT: O REGISTRO TEM TAMANHO FIXO, A VERSAO DA IMAGEM
      * VEM DE LAYOUTCTL.DAT (00 = DESCONHECIDA). A IMAGEM CONVERTIDA
      * E REGRAVADA NO LUGAR; A REJEITADA FICA COMO ESTAVA
      ******************************************************************
       P500-CONV-ALUNARQ.
           PERFORM P200-ZERA-CONTAGENS THRU P200-FIM
           MOVE 'ALUNARQ.DAT'       TO WS-DA-NOME
           MOVE 'ALUNARQ'           TO CV-ARQUIVO
           MOVE LV-ALUNOS-ATUAL     TO WS-VERSAO-ATUAL

           MOVE 'V'                 TO CV-FUNCAO
           CALL WS-BIN-CONVREG-PATH USING WS-CONVREG-AREA
           MOVE CV-VERSAO           TO WS-DA-VERSAO
           MOVE CV-VERSAO           TO WS-VERSAO-ORIGEM

           SET FS-ARQ-OK            TO TRUE
           OPEN I-O ALUNARQ

           IF WS-FS-ARQ EQUAL 35
               DISPLAY 'ALUNARQ.DAT NAO EXISTE - NADA A CONVERTER'
               GO TO P500-FIM
           END-IF

           IF NOT FS-ARQ-OK
               DISPLAY 'ERRO AO ABRIR ALUNARQ.DAT PARA CONVERSAO'
               DISPLAY 'FILE STATUS: ' WS-FS-ARQ
               SET HOUVE-ERRO       TO TRUE
               GO TO P500-FIM
           END-IF

           PERFORM UNTIL EOF-OK
               READ ALUNARQ NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE REG-ALUNARQ TO WS-IMAGEM
                       PERFORM P250-CONVERTE-IMAGEM THRU P250-FIM
                       IF CV-OK EQUAL 'S' AND CV-ALTERADO EQUAL 'S'
                           MOVE CV-IMAGEM(6:295) TO ARQ-IMAGEM
                           REWRITE REG-ALUNARQ
                               INVALID KEY
                                   DISPLAY 'ERRO AO REGRAVAR ALUNARQ '
                                           ARQ-ID-ALUNO
                                   SET HOUVE-ERRO TO TRUE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALUNARQ

           PERFORM P700-LINHA-RELATORIO THRU P700-FIM

           IF WS-CONT-REJEITADOS > ZEROS
               MOVE 'REJEITADOS MANTIDOS - CORRIGIR E REPETIR'
                                    TO WS-DS-TEXTO
               PERFORM P710-LINHA-SITUACAO THRU P710-FIM
               GO TO P500-FIM
           END-IF

           PERFORM P720-SITUACAO-CONVERTIDO THRU P720-FIM
           PERFORM P270-REGISTRA-VERSAO THRU P270-FIM
           .
       P500-FIM.
           EXIT.

      ******************************************************************
      * GERACOES DE BACKUP: AS DATAS VEM DE BACKCTL.DAT, COMO NO
      * BACKALUNO; PARA CADA UMA, O .BAK DE ALUNOS E O DE DISCIPLINAS
      ******************************************************************
       P600-CONV-BACKUPS.
           SET EOF-OK               TO FALSE
           SET FS-CTL-OK            TO TRUE
           MOVE ZEROS               TO WS-QTD-GER

           OPEN INPUT BACKCTL

           IF WS-FS-CTL EQUAL 35
               DISPLAY 'NENHUMA GERACAO DE BACKUP REGISTRADA'
               GO TO P600-FIM
           END-IF

           IF NOT FS-CTL-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE GERACOES'
               DISPLAY 'FILE STATUS: ' WS-FS-CTL
               SET HOUVE-ERRO       TO TRUE
               GO TO P600-FIM
           END-IF

           PERFORM UNTIL EOF-OK
               READ BACKCTL
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF WS-QTD-GER < 100
                           ADD 1 TO WS-QTD-GER
                           MOVE CTL-DATA-GERACAO
                                TO WS-GER-DATA(WS-QTD-GER)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BACKCTL

           PERFORM VARYING WS-IDX-GER FROM 1 BY 1
                   UNTIL WS-IDX-GER > WS-QTD-GER
               MOVE 'ALUNOS'        TO WS-BAK-PREFIXO
               MOVE 'ALUNOS'        TO CV-ARQUIVO
               MOVE LV-ALUNOS-ATUAL TO WS-VERSAO-ATUAL
               PERFORM P650-CONV-BAK THRU P650-FIM
               MOVE 'DISCIPLINAS'   TO WS-BAK-PREFIXO
               MOVE 'DISCIPLINAS'   TO CV-ARQUIVO
               MOVE LV-DISC-ATUAL   TO WS-VERSAO-ATUAL
               PERFORM P650-CONV-BAK THRU P650-FIM
           END-PERFORM
           .
       P600-FIM.
           EXIT.

      ******************************************************************
      * UM .BAK: A PRIMEIRA LINHA E O CABECALHO DE VERSAO (SEM ELE, O
      * .BAK E DE ANTES DO CONTROLE DE LAYOUT - VERSAO 00). SE NAO
      * ESTA NA VERSAO ATUAL, CONVERTE PARA CONVWRK.TMP E REESCREVE O
      * .BAK COM O CABECALHO NOVO
      ******************************************************************
       P650-CONV-BAK.
           PERFORM P200-ZERA-CONTAGENS THRU P200-FIM
           MOVE SPACES              TO WS-BACKUP-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\' DELIMITED BY SIZE
                  WS-BAK-PREFIXO DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  WS-GER-DATA(WS-IDX-GER) DELIMITED BY SIZE
                  '.BAK' DELIMITED BY SIZE
                  INTO WS-BACKUP-PATH
           MOVE SPACES              TO WS-DA-NOME
           STRING WS-BAK-PREFIXO DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  WS-GER-DATA(WS-IDX-GER) DELIMITED BY SIZE
                  '.BAK' DELIMITED BY SIZE
                  INTO WS-DA-NOME

           SET FS-BAK-OK            TO TRUE
           OPEN INPUT BACKUP

           IF WS-FS-BAK EQUAL 35
               DISPLAY WS-DA-NOME ' NAO EXISTE - IGNORADO'
               GO TO P650-FIM
           END-IF

           IF NOT FS-BAK-OK
               DISPLAY 'ERRO AO ABRIR ' WS-DA-NOME
               DISPLAY 'FILE STATUS: ' WS-FS-BAK
               SET HOUVE-ERRO       TO TRUE
               GO TO P650-FIM
           END-IF

           MOVE SPACES              TO BAK-LINHA
           READ BACKUP
               AT END
                   SET EOF-OK TO TRUE
           END-READ

           IF EOF-OK
               CLOSE BACKUP
               GO TO P650-FIM
           END-IF

           MOVE ZEROS               TO WS-VERSAO-ORIGEM
           MOVE BAK-LINHA           TO WS-LAYOUT-CAB
           IF LV-CAB-OK
               IF LV-CAB-VERSAO NUMERIC
                   MOVE LV-CAB-VERSAO TO WS-VERSAO-ORIGEM
               END-IF
               MOVE WS-VERSAO-ORIGEM TO WS-DA-VERSAO
               IF WS-VERSAO-ORIGEM EQUAL WS-VERSAO-ATUAL
                   CLOSE BACKUP
                   GO TO P650-FIM
               END-IF
               IF WS-VERSAO-ORIGEM > WS-VERSAO-ATUAL
                   CLOSE BACKUP
                   PERFORM P700-LINHA-RELATORIO THRU P700-FIM
                   MOVE 'GRAVADO EM LAYOUT MAIS NOVO - NAO CONVERTIDO'
                                    TO WS-DS-TEXTO
                   PERFORM P710-LINHA-SITUACAO THRU P710-FIM
                   SET HOUVE-ERRO   TO TRUE
                   GO TO P650-FIM
               END-IF
           ELSE
               MOVE ZEROS           TO WS-DA-VERSAO
           END-IF

           OPEN OUTPUT CONVWRK

           IF NOT LV-CAB-OK
               MOVE BAK-LINHA       TO WS-IMAGEM
               PERFORM P250-CONVERTE-IMAGEM THRU P250-FIM
               IF CV-OK EQUAL 'S'
                   WRITE WRK-LINHA FROM CV-IMAGEM
               END-IF
           END-IF

           PERFORM UNTIL EOF-OK
               MOVE SPACES TO BAK-LINHA
               READ BACKUP
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE BAK-LINHA TO WS-IMAGEM
                       PERFORM P250-CONVERTE-IMAGEM THRU P250-FIM
                       IF CV-OK EQUAL 'S'
                           WRITE WRK-LINHA FROM CV-IMAGEM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BACKUP
           CLOSE CONVWRK

           PERFORM P700-LINHA-RELATORIO THRU P700-FIM

           IF WS-CONT-REJEITADOS > ZEROS
               MOVE 'NAO CONVERTIDO - CORRIGIR OS REJEITADOS E REPETIR'
                                    TO WS-DS-TEXTO
               PERFORM P710-LINHA-SITUACAO THRU P710-FIM
               GO TO P650-FIM
           END-IF

           SET FS-BAK-OK            TO TRUE
           OPEN OUTPUT BACKUP

           IF NOT FS-BAK-OK
               DISPLAY 'ERRO AO REESCREVER ' WS-DA-NOME
               DISPLAY 'FILE STATUS: ' WS-FS-BAK
               SET HOUVE-ERRO       TO TRUE
               GO TO P650-FIM
           END-IF

           MOVE SPACES              TO WS-LAYOUT-CAB
           SET LV-CAB-OK            TO TRUE
           MOVE CV-ARQUIVO          TO LV-CAB-ARQUIVO
           MOVE WS-VERSAO-ATUAL     TO LV-CAB-VERSAO
           IF CV-ARQUIVO EQUAL 'ALUNOS'
               MOVE LV-TAM-ALUNOS(WS-VERSAO-ATUAL) TO LV-CAB-TAMANHO
           ELSE
               MOVE LV-TAM-DISC(WS-VERSAO-ATUAL)   TO LV-CAB-TAMANHO
           END-IF
           MOVE WS-DATA-HOJE        TO LV-CAB-DATA
           WRITE BAK-LINHA FROM WS-LAYOUT-CAB

           SET EOF-OK               TO FALSE
           OPEN INPUT CONVWRK

           PERFORM UNTIL EOF-OK
               READ CONVWRK
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       WRITE BAK-LINHA FROM WRK-LINHA
               END-READ
           END-PERFORM

           CLOSE BACKUP
           CLOSE CONVWRK

           PERFORM P720-SITUACAO-CONVERTIDO THRU P720-FIM
           .
       P650-FIM.
           EXIT.

       P700-LINHA-RELATORIO.
           MOVE WS-CONT-LIDOS       TO WS-DA-LIDOS
           MOVE WS-CONT-CONVERTIDOS TO WS-DA-CONVERTIDOS
           MOVE WS-CONT-ATUAIS      TO WS-DA-ATUAIS
           MOVE WS-CONT-REJEITADOS  TO WS-DA-REJEITADOS
           WRITE REL-LINHA FROM WS-DET-ARQUIVO

           ADD WS-CONT-LIDOS        TO WS-TOT-LIDOS
           ADD WS-CONT-CONVERTIDOS  TO WS-TOT-CONVERTIDOS
           ADD WS-CONT-ATUAIS       TO WS-TOT-ATUAIS
           ADD WS-CONT-REJEITADOS   TO WS-TOT-REJEITADOS

           DISPLAY WS-DA-NOME ' LIDOS ' WS-CONT-LIDOS
                   ' CONVERTIDOS ' WS-CONT-CONVERTIDOS
                   ' ATUAIS ' WS-CONT-ATUAIS
                   ' REJEITADOS ' WS-CONT-REJEITADOS
           .
       P700-FIM.
           EXIT.

       P710-LINHA-SITUACAO.
           WRITE REL-LINHA FROM WS-DET-SITUACAO
           DISPLAY '    ' WS-DS-TEXTO
           .
       P710-FIM.
           EXIT.

       P720-SITUACAO-CONVERTIDO.
           MOVE SPACES              TO WS-DS-TEXTO
           STRING 'CONVERTIDO PARA A VERSAO ' DELIMITED BY SIZE
                  WS-VERSAO-ATUAL DELIMITED BY SIZE
                  INTO WS-DS-TEXTO
           PERFORM P710-LINHA-SITUACAO THRU P710-FIM

           IF WS-CONT-DUPLICADOS > ZEROS
               MOVE SPACES          TO WS-DS-TEXTO
               STRING 'CHAVES DUPLICADAS NA RECARGA: ' DELIMITED BY SIZE
                      WS-CONT-DUPLICADOS DELIMITED BY SIZE
                      INTO WS-DS-TEXTO
               PERFORM P710-LINHA-SITUACAO THRU P710-FIM
               SET HOUVE-ERRO       TO TRUE
           END-IF
           .
       P720-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CONVLAYOUT.
