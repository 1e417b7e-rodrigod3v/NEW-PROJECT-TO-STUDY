      *         BACKALUNO, INFORMANDO A CONTAGEM DE REGISTROS ANTES E
      *         DEPOIS DE CADA ARQUIVO. CADA ARQUIVO PEDE CONFIRMACAO
      *         <S>/<N> ANTES DE SER SOBRESCRITO
      * UPDATE: 15/10/2026 ANTES DE SOBRESCREVER LOGALUNO.DAT GUARDA O
      *         LOG ATUAL EM LOGANTREST.DAT, PARA QUE AS INCLUSOES E
      *         EXCLUSOES FEITAS DEPOIS DA GERACAO NAO SE PERCAM E
      *         POSSAM SER REAPLICADAS PELO RECUPALU
      * UPDATE: 15/10/2026 O .BAK DE ALUNOS E O DE DISCIPLINAS SO SAO
      *         CARREGADOS DIRETO QUANDO O CABECALHO DE VERSAO
      *         (LAYOUTVER) E O DO LAYOUT ATUAL. GERACAO DE LAYOUT MAIS
      *         NOVO E RECUSADA; GERACAO DE LAYOUT ANTERIOR (OU SEM
      *         CABECALHO) SO E CARREGADA SE O OPERADOR PEDIR A
      *         CONVERSAO NA CARGA: CADA LINHA PASSA PELO CONVREG E AS
      *         REJEITADAS VAO PARA CONVREJ.DAT. A VERSAO CARREGADA
      *         FICA REGISTRADA EM LAYOUTCTL.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTALUNO.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LOG.

                SELECT LOGANTREST ASSIGN TO
                WS-LOGANTREST-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LAR.

                SELECT BACKUP ASSIGN TO
                WS-BACKUP-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CTL.

                SELECT CONVREJ ASSIGN TO
                WS-CONVREJ-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REJ.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       FD LOGALUNO.
           COPY LOGREC.

       FD LOGANTREST.
         01 LAR-LINHA                       PIC X(41).

       FD BACKUP.
         01 BAK-LINHA                       PIC X(300).

         01 CTL-LINHA.
           03 CTL-DATA-GERACAO              PIC 9(08).

       FD CONVREJ.
           COPY CONVREJ.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.
           COPY LAYOUTVER.
           COPY CONVAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).

           88 FS-MAT-OK                     VALUE 0.
         77 WS-FS-LOG                       PIC 99.
           88 FS-LOG-OK                     VALUE 0.
         77 WS-FS-LAR                       PIC 99.
           88 FS-LAR-OK                     VALUE 0.
         77 WS-FS-BAK                       PIC 99.
           88 FS-BAK-OK                     VALUE 0.
         77 WS-FS-CTL                       PIC 99.
         77 WS-CONT-DEPOIS                  PIC 9(05) VALUE ZEROS.
         77 WS-HOUVE-ERRO                    PIC X     VALUE 'N'.
           88 HOUVE-ERRO                     VALUE 'S' FALSE 'N'.
         77 WS-FS-REJ                       PIC 99.
           88 FS-REJ-OK                     VALUE 0.
         77 WS-NOME-BAK                     PIC X(24) VALUE SPACES.
         77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
         77 WS-VERSAO-ORIGEM                PIC 9(02) VALUE ZEROS.
         77 WS-VERSAO-ATUAL                 PIC 9(02) VALUE ZEROS.
         77 WS-CONT-REJEITADOS              PIC 9(05) VALUE ZEROS.
         77 WS-LINHA-PENDENTE               PIC X     VALUE 'N'.
           88 LINHA-PENDENTE                VALUE 'S' FALSE 'N'.
         77 WS-CONVERTE-CARGA               PIC X     VALUE 'N'.
           88 CONVERTE-CARGA                VALUE 'S' FALSE 'N'.
         77 WS-LAYOUT-RECUSADO              PIC X     VALUE 'N'.
           88 LAYOUT-RECUSADO               VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.

           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\GRAVAJOB' DELIMITED BY SIZE
                  INTO WS-BIN-GRAVAJOB-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CONVREG' DELIMITED BY SIZE
                  INTO WS-BIN-CONVREG-PATH

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\LOGALUNO.DAT' DELIMITED BY SIZE
                  INTO WS-LOGALUNO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\LOGANTREST.DAT' DELIMITED BY SIZE
                  INTO WS-LOGANTREST-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\BACKCTL.DAT' DELIMITED BY SIZE
                  INTO WS-BACKCTL-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONVREJ.DAT' DELIMITED BY SIZE
                  INTO WS-CONVREJ-PATH
           .
       P100-FIM.
           EXIT.
                  WS-DATA-ESCOLHIDA DELIMITED BY SIZE
                  '.BAK' DELIMITED BY SIZE
                  INTO WS-BACKUP-PATH
           MOVE SPACES              TO WS-NOME-BAK
           STRING WS-BAK-PREFIXO DELIMITED BY SPACE
                  '_' DELIMITED BY SIZE
                  WS-DATA-ESCOLHIDA DELIMITED BY SIZE
                  '.BAK' DELIMITED BY SIZE
                  INTO WS-NOME-BAK
           .
       P200-FIM.
           EXIT.

      ******************************************************************
      * LE A PRIMEIRA LINHA DO .BAK JA ABERTO E DECIDE COMO CARREGAR:
      * CABECALHO DA VERSAO ATUAL - CARGA DIRETA; VERSAO MAIS NOVA -
      * RECUSA; VERSAO ANTERIOR OU SEM CABECALHO (A LINHA LIDA JA E
      * DADO E FICA PENDENTE) - SO COM CONVERSAO NA CARGA
      ******************************************************************
       P250-VERIFICA-LAYOUT.
           SET LINHA-PENDENTE       TO FALSE
           SET CONVERTE-CARGA       TO FALSE
           SET LAYOUT-RECUSADO      TO FALSE
           MOVE ZEROS               TO WS-VERSAO-ORIGEM
           MOVE ZEROS               TO WS-CONT-REJEITADOS

           MOVE SPACES              TO BAK-LINHA
           READ BACKUP
               AT END
                   SET EOF-OK TO TRUE
           END-READ
           IF EOF-OK
               GO TO P250-FIM
           END-IF

           MOVE BAK-LINHA           TO WS-LAYOUT-CAB
           IF LV-CAB-OK
               IF LV-CAB-VERSAO NUMERIC
                   MOVE LV-CAB-VERSAO TO WS-VERSAO-ORIGEM
               END-IF
               IF WS-VERSAO-ORIGEM EQUAL WS-VERSAO-ATUAL
                   GO TO P250-FIM
               END-IF
               IF WS-VERSAO-ORIGEM > WS-VERSAO-ATUAL
                   DISPLAY '*** GERACAO GRAVADA NO LAYOUT '
                           WS-VERSAO-ORIGEM ', MAIS NOVO QUE O DO '
                           'SISTEMA (' WS-VERSAO-ATUAL ') ***'
                   SET LAYOUT-RECUSADO TO TRUE
                   SET HOUVE-ERRO   TO TRUE
                   GO TO P250-FIM
               END-IF
               DISPLAY 'GERACAO GRAVADA NO LAYOUT ' WS-VERSAO-ORIGEM
                       ' - O LAYOUT ATUAL E O ' WS-VERSAO-ATUAL
           ELSE
               SET LINHA-PENDENTE   TO TRUE
               DISPLAY 'GERACAO SEM CABECALHO DE VERSAO (ANTERIOR AO '
                       'CONTROLE DE LAYOUT)'
           END-IF

           DISPLAY 'CONVERTER PARA O LAYOUT ATUAL DURANTE A CARGA? '
                   '<S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'CARGA RECUSADA - CONVERTA A GERACAO PELO '
                       'CONVLAYOUT OU NA CARGA'
               SET LAYOUT-RECUSADO  TO TRUE
               GO TO P250-FIM
           END-IF

           MOVE 'V'                 TO CV-FUNCAO
           CALL WS-BIN-CONVREG-PATH USING WS-CONVREG-AREA
               ON EXCEPTION
                   DISPLAY 'SUBPROGRAMA CONVREG NAO ENCONTRADO - '
                           'CARGA RECUSADA'
                   SET LAYOUT-RECUSADO TO TRUE
                   SET HOUVE-ERRO   TO TRUE
                   GO TO P250-FIM
           END-CALL

           SET FS-REJ-OK            TO TRUE
           OPEN EXTEND CONVREJ
           IF WS-FS-REJ EQUAL 35
               OPEN OUTPUT CONVREJ
               CLOSE CONVREJ
               OPEN EXTEND CONVREJ
           END-IF
           SET CONVERTE-CARGA       TO TRUE
           .
       P250-FIM.
           EXIT.

      ******************************************************************
      * CONVERTE BAK-LINHA PELO CONVREG; A REJEITADA VAI PARA
      * CONVREJ.DAT E VOLTA COM CV-OK = 'N'
      ******************************************************************
       P260-CONVERTE-LINHA.
           MOVE 'C'                 TO CV-FUNCAO
           MOVE WS-VERSAO-ORIGEM    TO CV-VERSAO
           MOVE BAK-LINHA           TO CV-IMAGEM
           CALL WS-BIN-CONVREG-PATH USING WS-CONVREG-AREA
               ON EXCEPTION
                   MOVE 'N'         TO CV-OK
                   MOVE 'CONVREG NAO ENCONTRADO' TO CV-MOTIVO
           END-CALL

           IF CV-OK NOT EQUAL 'S'
               ADD 1                TO WS-CONT-REJEITADOS
               MOVE WS-NOME-BAK     TO REJ-ARQUIVO
               MOVE WS-DATA-HOJE    TO REJ-DATA
               MOVE CV-MOTIVO       TO REJ-MOTIVO
               MOVE BAK-LINHA       TO REJ-IMAGEM
               WRITE REG-CONVREJ
               DISPLAY 'REJEITADO NA CONVERSAO: ' BAK-LINHA(1:26)
                       ' - ' CV-MOTIVO
           END-IF
           .
       P260-FIM.
           EXIT.

      ******************************************************************
      * FIM DA CARGA: FECHA CONVREJ.DAT, INFORMA OS REJEITADOS E
      * REGISTRA EM LAYOUTCTL.DAT A VERSAO ATUAL PARA O ARQUIVO
      ******************************************************************
       P270-FINALIZA-CARGA.
           IF CONVERTE-CARGA
               CLOSE CONVREJ
               DISPLAY 'REJEITADOS NA CONVERSAO: ' WS-CONT-REJEITADOS
                       ' (EM ' WS-CONVREJ-PATH ')'
               IF WS-CONT-REJEITADOS > ZEROS
                   SET HOUVE-ERRO   TO TRUE
               END-IF
           END-IF

           MOVE 'R'                 TO CV-FUNCAO
           MOVE WS-VERSAO-ATUAL     TO CV-VERSAO
           CALL WS-BIN-CONVREG-PATH USING WS-CONVREG-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       P270-FIM.
           EXIT.

      ******************************************************************
      * LISTA AS GERACOES DE BACKCTL.DAT E PEDE AO OPERADOR A DATA DA
      * GERACAO A RESTAURAR
               GO TO P400-FIM
           END-IF

           MOVE 'ALUNOS'            TO CV-ARQUIVO
           MOVE LV-ALUNOS-ATUAL     TO WS-VERSAO-ATUAL
           PERFORM P250-VERIFICA-LAYOUT THRU P250-FIM
           IF LAYOUT-RECUSADO
               CLOSE BACKUP
               DISPLAY 'ALUNOS.DAT NAO RESTAURADO'
               GO TO P400-FIM
           END-IF

           SET FS-OK                TO TRUE
           OPEN OUTPUT ALUNOS

               GO TO P400-FIM
           END-IF

           IF LINHA-PENDENTE
               PERFORM P410-GRAVA-ALUNO THRU P410-FIM
           END-IF

           PERFORM UNTIL EOF-OK
               MOVE SPACES TO BAK-LINHA
               READ BACKUP
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P410-GRAVA-ALUNO THRU P410-FIM
               END-READ
           END-PERFORM

           CLOSE BACKUP
           CLOSE ALUNOS

           PERFORM P270-FINALIZA-CARGA THRU P270-FIM

           DISPLAY 'ALUNOS.DAT......: ANTES ' WS-CONT-ANTES
                   ' / DEPOIS ' WS-CONT-DEPOIS
           .
       P400-FIM.
           EXIT.

       P410-GRAVA-ALUNO.
           IF CONVERTE-CARGA
               PERFORM P260-CONVERTE-LINHA THRU P260-FIM
               IF CV-OK NOT EQUAL 'S'
                   GO TO P410-FIM
               END-IF
               MOVE CV-IMAGEM       TO REG-CONTATOS
           ELSE
               MOVE BAK-LINHA       TO REG-CONTATOS
           END-IF
           WRITE REG-CONTATOS
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA IGNORADA: '
                           ID-ALUNO
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-DEPOIS
           END-WRITE
           .
       P410-FIM.
           EXIT.

       P500-RESTAURA-DISCIPLINAS.
           MOVE 'DISCIPLINAS'       TO WS-BAK-PREFIXO
           PERFORM P200-MONTA-NOME-BACKUP THRU P200-FIM
               GO TO P500-FIM
           END-IF

           MOVE 'DISCIPLINAS'       TO CV-ARQUIVO
           MOVE LV-DISC-ATUAL       TO WS-VERSAO-ATUAL
           PERFORM P250-VERIFICA-LAYOUT THRU P250-FIM
           IF LAYOUT-RECUSADO
               CLOSE BACKUP
               DISPLAY 'DISCIPLINAS.DAT NAO RESTAURADO'
               GO TO P500-FIM
           END-IF

           SET FS-DISC-OK           TO TRUE
           OPEN OUTPUT DISCIPLINAS

               GO TO P500-FIM
           END-IF

           IF LINHA-PENDENTE
               PERFORM P510-GRAVA-DISCIPLINA THRU P510-FIM
           END-IF

           PERFORM UNTIL EOF-OK
               MOVE SPACES TO BAK-LINHA
               READ BACKUP
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P510-GRAVA-DISCIPLINA THRU P510-FIM
               END-READ
           END-PERFORM

           CLOSE BACKUP
           CLOSE DISCIPLINAS

           PERFORM P270-FINALIZA-CARGA THRU P270-FIM

           DISPLAY 'DISCIPLINAS.DAT.: ANTES ' WS-CONT-ANTES
                   ' / DEPOIS ' WS-CONT-DEPOIS
           .
       P500-FIM.
           EXIT.

       P510-GRAVA-DISCIPLINA.
           IF CONVERTE-CARGA
               PERFORM P260-CONVERTE-LINHA THRU P260-FIM
               IF CV-OK NOT EQUAL 'S'
                   GO TO P510-FIM
               END-IF
               MOVE CV-IMAGEM       TO REG-DISCIPLINAS
           ELSE
               MOVE BAK-LINHA       TO REG-DISCIPLINAS
           END-IF
           WRITE REG-DISCIPLINAS
               INVALID KEY
                   DISPLAY 'CHAVE DUPLICADA IGNORADA: '
                           DISC-CHAVE
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-DEPOIS
           END-WRITE
           .
       P510-FIM.
           EXIT.

       P600-RESTAURA-MATERIAS.
           MOVE 'MATERIAS'          TO WS-BAK-PREFIXO
           PERFORM P200-MONTA-NOME-BACKUP THRU P200-FIM
           MOVE ZEROS               TO WS-CONT-ANTES
           MOVE ZEROS               TO WS-CONT-DEPOIS

      * O LOG ATUAL TEM AS OPERACOES POSTERIORES A GERACAO: FICA EM
      * LOGANTREST.DAT PARA A RECUPERACAO PARA FRENTE (RECUPALU)
           OPEN INPUT LOGALUNO
           IF FS-LOG-OK
               SET FS-LAR-OK        TO TRUE
               OPEN OUTPUT LOGANTREST
               IF NOT FS-LAR-OK
                   DISPLAY 'ERRO AO GUARDAR O LOG ATUAL EM '
                           'LOGANTREST.DAT'
                   DISPLAY 'FILE STATUS: ' WS-FS-LAR
                   DISPLAY 'LOGALUNO.DAT NAO RESTAURADO'
                   SET HOUVE-ERRO TO TRUE
                   CLOSE LOGALUNO
                   GO TO P700-FIM
               END-IF
               PERFORM UNTIL EOF-OK
                   READ LOGALUNO
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           ADD 1 TO WS-CONT-ANTES
                           MOVE REG-LOG TO LAR-LINHA
                           WRITE LAR-LINHA
                   END-READ
               END-PERFORM
               CLOSE LOGANTREST
               CLOSE LOGALUNO
               DISPLAY 'LOG ATUAL GUARDADO EM ' WS-LOGANTREST-PATH
           END-IF

           SET EOF-OK               TO FALSE
