      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:IMPORTACAO DO RETORNO DO CENSO ESCOLAR DO DISTRITO
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. O ARQUIVO DE RETORNO
      *         DO DISTRITO (CENSORET.TXT, REGISTROS ACEITOS COM O
      *         CODIGO OFICIAL DO ALUNO E REJEITADOS COM O MOTIVO) ERA
      *         CONFERIDO NO OLHO E DESCARTADO. ESTE BATCH GRAVA O
      *         CODIGO INEP DE CADA ACEITO EM CODINEP.DAT CONTRA O
      *         ID-ALUNO (CODIGO JA ATRIBUIDO A OUTRO ALUNO NAO E
      *         GRAVADO E VAI PARA A LISTA) E EMITE RETCENSO.TXT POR
      *         TURMA COM OS REJEITADOS E O MOTIVO DO DISTRITO, OS
      *         ALUNOS ENVIADOS NO CENSO.TXT QUE NAO VOLTARAM NO
      *         RETORNO E OS IDS DO RETORNO QUE NAO EXISTEM AQUI.
      *         GRAVA INICIO/FIM EM JOBLOG.DAT
      * UPDATE: 15/10/2026 A DATA SAIA COLADA AO ROTULO DO CABECALHO -
      *         CAMPO AJUSTADO AO TAMANHO DO LITERAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCENSO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT RETORNO ASSIGN TO
                WS-CENSORET-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-RET.

                SELECT CENSO ASSIGN TO
                WS-CENSO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CEN.

                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT CODINEP ASSIGN TO
                WS-CODINEP-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS INP-ID-ALUNO
                ALTERNATE RECORD KEY IS INP-COD-INEP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-INP.

                SELECT RELATORIO ASSIGN TO
                WS-RETCENSO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTRET-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD RETORNO.
           COPY CENSORET.

       FD CENSO.
           COPY CENSOREC.

       FD ALUNOS.
           COPY DATABASE.

       FD CODINEP.
           COPY CODINEP.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(132).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-TURMA                      PIC X(10).
           03 SD-NOME                       PIC X(30).
           03 SD-ID-ALUNO                   PIC 9(05).
           03 SD-TIPO                       PIC X(01).
           03 SD-COD-INEP                   PIC X(12).
           03 SD-COD-MOTIVO                 PIC X(03).
           03 SD-DS-MOTIVO                  PIC X(60).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
           COPY SITCFG.

         01 WS-CENSORET-PATH                PIC X(80).
         01 WS-CENSO-PATH                   PIC X(80).
         01 WS-RETCENSO-PATH                PIC X(80).
         01 WS-SORTRET-PATH                 PIC X(80).

         01 WS-CABECALHO-1.
           03 FILLER                      PIC X(24) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'RETORNO DO CENSO ESCOLAR - PENDENCIAS'.
         01 WS-CABECALHO-2.
           03 WS-CB-ESCOLA                PIC X(40).
           03 FILLER                      PIC X(16)
              VALUE '  ANO DO CENSO: '.
           03 WS-CB-ANO                   PIC 9(04).
           03 FILLER                      PIC X(15)
              VALUE '  IMPORTADO EM '.
           03 WS-CB-DATA                  PIC 9(08).
         01 WS-CABECALHO-3.
           03 FILLER                      PIC X(132) VALUE ALL '-'.
         01 WS-CAB-TURMA.
           03 FILLER                      PIC X(07) VALUE 'TURMA: '.
           03 WS-CT-TURMA                 PIC X(10).
         01 WS-DET-PENDENCIA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DP-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DP-NOME                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DP-OCORRENCIA            PIC X(22).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DP-MOTIVO                PIC X(70).
         01 WS-DET-SUBTOTAL.
           03 FILLER                      PIC X(08) VALUE SPACES.
           03 FILLER                      PIC X(21)
              VALUE 'PENDENCIAS NA TURMA: '.
           03 WS-DS-QTD                   PIC ZZZZ9.
         01 WS-DET-TOTAL.
           03 WS-DT-ROTULO                PIC X(34).
           03 WS-DT-QTD                   PIC ZZZZ9.

      * ALUNOS PRESENTES NO RETORNO (POSICAO = ID-ALUNO)
         01 WS-TAB-RETORNO.
           03 WS-NO-RETORNO OCCURS 99999   PIC X(01).

         77 WS-FS-RET                      PIC 99.
           88 FS-RET-OK                    VALUE 0.
         77 WS-FS-CEN                      PIC 99.
           88 FS-CEN-OK                    VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-INP                      PIC 99.
           88 FS-INP-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-HOUVE-ERRO                  PIC X     VALUE 'N'.
           88 HOUVE-ERRO                   VALUE 'S' FALSE 'N'.
         77 WS-CENSO-DISPONIVEL            PIC X     VALUE 'N'.
           88 CENSO-DISPONIVEL             VALUE 'S' FALSE 'N'.
         77 WS-ALUNO-LIDO                  PIC X     VALUE 'N'.
           88 ALUNO-LIDO                   VALUE 'S' FALSE 'N'.

         77 WS-ANO-CENSO                   PIC 9(04) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-TURMA-ANT                   PIC X(10) VALUE SPACES.
         77 WS-QTD-TURMA                   PIC 9(05) VALUE ZEROS.
         77 WS-CONT-LIDOS                  PIC 9(05) VALUE ZEROS.
         77 WS-CONT-ACEITOS                PIC 9(05) VALUE ZEROS.
         77 WS-CONT-GRAVADOS               PIC 9(05) VALUE ZEROS.
         77 WS-CONT-ALTERADOS              PIC 9(05) VALUE ZEROS.
         77 WS-CONT-REJEITADOS             PIC 9(05) VALUE ZEROS.
         77 WS-CONT-CONFLITOS              PIC 9(05) VALUE ZEROS.
         77 WS-CONT-DESCONHECIDOS          PIC 9(05) VALUE ZEROS.
         77 WS-CONT-AUSENTES               PIC 9(05) VALUE ZEROS.
         77 WS-CONT-INVALIDOS              PIC 9(05) VALUE ZEROS.
         77 WS-ID-CONFLITO                 PIC 9(05) VALUE ZEROS.
         77 WS-ID-EDIT                     PIC ZZZZ9.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** IMPORTACAO DO RETORNO DO CENSO ESCOLAR ***'
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           MOVE 'IMPCENSO'          TO JA-NOME
           MOVE 'I'                 TO JA-FASE
           MOVE SPACES              TO JA-STATUS
           MOVE ZEROS               TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           PERFORM P300-IMPORTA     THRU P300-FIM
           MOVE 'F'                 TO JA-FASE
           IF NOT HOUVE-ERRO
               MOVE 'OK'            TO JA-STATUS
           ELSE
               MOVE 'ERRO'          TO JA-STATUS
           END-IF
           MOVE WS-CONT-GRAVADOS    TO JA-CONTADOR
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
                  '\CENSORET.TXT' DELIMITED BY SIZE
                  INTO WS-CENSORET-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CENSO.TXT' DELIMITED BY SIZE
                  INTO WS-CENSO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CODINEP.DAT' DELIMITED BY SIZE
                  INTO WS-CODINEP-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RETCENSO.TXT' DELIMITED BY SIZE
                  INTO WS-RETCENSO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTRET.TMP' DELIMITED BY SIZE
                  INTO WS-SORTRET-PATH
           .
       P100-FIM.
           EXIT.

       P300-IMPORTA.
           SET FS-RET-OK            TO TRUE
           SET FS-OK                TO TRUE
           SET FS-INP-OK            TO TRUE
           SET FS-REL-OK            TO TRUE
           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           MOVE ALL 'N'             TO WS-TAB-RETORNO

           MOVE ZEROS               TO WS-ANO-CENSO
           DISPLAY 'ANO DO CENSO (0 PARA ' CFG-ANO-LETIVO '): '
           ACCEPT WS-ANO-CENSO
           IF WS-ANO-CENSO EQUAL ZEROS
               MOVE CFG-ANO-LETIVO  TO WS-ANO-CENSO
           END-IF

           OPEN INPUT RETORNO
           IF NOT FS-RET-OK
               DISPLAY 'ERRO AO ABRIR O RETORNO DO CENSO (CENSORET.TXT)'
               DISPLAY 'FILE STATUS: ' WS-FS-RET
               SET HOUVE-ERRO TO TRUE
               GO TO P300-FIM
           END-IF

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET HOUVE-ERRO TO TRUE
               CLOSE RETORNO
               GO TO P300-FIM
           END-IF

           OPEN I-O CODINEP
           IF WS-FS-INP EQUAL 35 THEN
               OPEN OUTPUT CODINEP
               CLOSE CODINEP
               OPEN I-O CODINEP
           END-IF
           IF NOT FS-INP-OK
               DISPLAY 'ERRO AO ABRIR OS CODIGOS INEP (CODINEP.DAT)'
               DISPLAY 'FILE STATUS: ' WS-FS-INP
               SET HOUVE-ERRO TO TRUE
               CLOSE RETORNO
               CLOSE ALUNOS
               GO TO P300-FIM
           END-IF

           SET FS-CEN-OK            TO TRUE
           SET CENSO-DISPONIVEL     TO FALSE
           OPEN INPUT CENSO
           IF FS-CEN-OK
               SET CENSO-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'CENSO.TXT ENVIADO NAO ENCONTRADO - SEM A '
                       'LISTA DOS QUE NAO VOLTARAM'
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DO RETORNO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               SET HOUVE-ERRO TO TRUE
               GO TO P300-ENCERRA
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-CB-ESCOLA
           MOVE WS-ANO-CENSO        TO WS-CB-ANO
           MOVE WS-DATA-HOJE        TO WS-CB-DATA
           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE REL-LINHA FROM WS-CABECALHO-3

           SORT WORK-SORT
               ON ASCENDING KEY SD-TURMA SD-NOME SD-ID-ALUNO
               INPUT PROCEDURE  P400-LE-RETORNO THRU P400-FIM
               OUTPUT PROCEDURE P600-LISTA-PENDENCIAS THRU P600-FIM

           PERFORM P700-TOTAIS      THRU P700-FIM

           CLOSE RELATORIO

           DISPLAY 'REGISTROS NO RETORNO.: ' WS-CONT-LIDOS
           DISPLAY 'ACEITOS..............: ' WS-CONT-ACEITOS
           DISPLAY 'CODIGOS GRAVADOS.....: ' WS-CONT-GRAVADOS
           DISPLAY 'REJEITADOS...........: ' WS-CONT-REJEITADOS
           DISPLAY 'NAO VOLTARAM.........: ' WS-CONT-AUSENTES
           DISPLAY 'RELATORIO GERADO EM..: ' WS-RETCENSO-PATH
           .
       P300-ENCERRA.
           CLOSE RETORNO
           CLOSE ALUNOS
           CLOSE CODINEP
           IF CENSO-DISPONIVEL
               CLOSE CENSO
           END-IF
           .
       P300-FIM.
           EXIT.

      ******************************************************************
      * ENTRADA DO SORT: CADA REGISTRO DO RETORNO (ACEITO GRAVA O
      * CODIGO, O RESTO VIRA PENDENCIA) E DEPOIS OS ALUNOS DO CENSO.TXT
      * ENVIADO QUE NAO APARECERAM NO RETORNO
      *   TIPOS: R REJEITADO, C CODIGO DE OUTRO ALUNO, D ID
      *          DESCONHECIDO, V CODIGO EM BRANCO, N NAO VOLTOU
      ******************************************************************
       P400-LE-RETORNO.
           SET EOF-OK               TO FALSE

           PERFORM UNTIL EOF-OK
               READ RETORNO
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT-LIDOS
                       PERFORM P410-PROCESSA-RETORNO THRU P410-FIM
               END-READ
           END-PERFORM

           IF CENSO-DISPONIVEL
               PERFORM P500-CONFERE-ENVIADOS THRU P500-FIM
           END-IF
           .
       P400-FIM.
           EXIT.

       P410-PROCESSA-RETORNO.
           IF RET-ID-ALUNO NOT NUMERIC OR RET-ID-ALUNO EQUAL ZEROS
               ADD 1 TO WS-CONT-INVALIDOS
               GO TO P410-FIM
           END-IF

           MOVE 'S'                 TO WS-NO-RETORNO(RET-ID-ALUNO)

           MOVE SPACES              TO SD-REGISTRO
           MOVE RET-ID-ALUNO        TO SD-ID-ALUNO
           MOVE RET-COD-INEP        TO SD-COD-INEP
           MOVE RET-COD-MOTIVO      TO SD-COD-MOTIVO
           MOVE RET-DS-MOTIVO       TO SD-DS-MOTIVO

           SET ALUNO-LIDO           TO FALSE
           MOVE RET-ID-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ALUNO-LIDO   TO TRUE
                   MOVE TURMA-ALUNO TO SD-TURMA
                   MOVE NM-ALUNO    TO SD-NOME
           END-READ

           IF NOT ALUNO-LIDO
               ADD 1 TO WS-CONT-DESCONHECIDOS
               MOVE 'D'             TO SD-TIPO
               RELEASE SD-REGISTRO
               GO TO P410-FIM
           END-IF

           IF NOT RET-ACEITO
               ADD 1 TO WS-CONT-REJEITADOS
               MOVE 'R'             TO SD-TIPO
               RELEASE SD-REGISTRO
               GO TO P410-FIM
           END-IF

           ADD 1 TO WS-CONT-ACEITOS
           IF RET-COD-INEP EQUAL SPACES
               ADD 1 TO WS-CONT-INVALIDOS
               MOVE 'V'             TO SD-TIPO
               RELEASE SD-REGISTRO
               GO TO P410-FIM
           END-IF

           PERFORM P420-GRAVA-CODIGO THRU P420-FIM
           .
       P410-FIM.
           EXIT.

      * O MESMO CODIGO OFICIAL NAO PODE FICAR EM DOIS ALUNOS: O
      * CONFLITO (CADASTRO DUPLICADO AQUI OU ERRO DO DISTRITO) VAI
      * PARA A LISTA SEM GRAVAR
       P420-GRAVA-CODIGO.
           MOVE ZEROS               TO WS-ID-CONFLITO
           MOVE RET-COD-INEP        TO INP-COD-INEP
           READ CODINEP KEY IS INP-COD-INEP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF INP-ID-ALUNO NOT EQUAL RET-ID-ALUNO
                       MOVE INP-ID-ALUNO TO WS-ID-CONFLITO
                   END-IF
           END-READ

           IF WS-ID-CONFLITO > ZEROS
               ADD 1 TO WS-CONT-CONFLITOS
               MOVE WS-ID-CONFLITO  TO WS-ID-EDIT
               MOVE 'C'             TO SD-TIPO
               MOVE SPACES          TO SD-COD-MOTIVO
               MOVE SPACES          TO SD-DS-MOTIVO
               STRING RET-COD-INEP DELIMITED BY SPACE
                      ' JA GRAVADO NO ALUNO ' DELIMITED BY SIZE
                      WS-ID-EDIT DELIMITED BY SIZE
                      INTO SD-DS-MOTIVO
               RELEASE SD-REGISTRO
               GO TO P420-FIM
           END-IF

           MOVE RET-ID-ALUNO        TO INP-ID-ALUNO
           READ CODINEP
               INVALID KEY
                   MOVE RET-ID-ALUNO  TO INP-ID-ALUNO
                   MOVE RET-COD-INEP  TO INP-COD-INEP
                   MOVE WS-ANO-CENSO  TO INP-ANO-CENSO
                   MOVE WS-DATA-HOJE  TO INP-DT-RETORNO
                   WRITE REG-CODINEP
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O CODIGO DO ALUNO '
                                   RET-ID-ALUNO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRAVADOS
                   END-WRITE
               NOT INVALID KEY
                   IF INP-COD-INEP NOT EQUAL RET-COD-INEP
                       ADD 1 TO WS-CONT-ALTERADOS
                       DISPLAY 'ALUNO ' RET-ID-ALUNO ' CODIGO '
                               INP-COD-INEP ' -> ' RET-COD-INEP
                   END-IF
                   MOVE RET-COD-INEP  TO INP-COD-INEP
                   MOVE WS-ANO-CENSO  TO INP-ANO-CENSO
                   MOVE WS-DATA-HOJE  TO INP-DT-RETORNO
                   REWRITE REG-CODINEP
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR O CODIGO DO '
                                   'ALUNO ' RET-ID-ALUNO
                       NOT INVALID KEY
                           ADD 1 TO WS-CONT-GRAVADOS
                   END-REWRITE
           END-READ
           .
       P420-FIM.
           EXIT.

      * ALUNO ENVIADO NO CENSO.TXT QUE O DISTRITO NAO DEVOLVEU
       P500-CONFERE-ENVIADOS.
           SET EOF-OK               TO FALSE

           PERFORM UNTIL EOF-OK
               READ CENSO
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CEN-ID-ALUNO NUMERIC AND
                          CEN-ID-ALUNO > ZEROS
                           IF WS-NO-RETORNO(CEN-ID-ALUNO) EQUAL 'N'
                               ADD 1 TO WS-CONT-AUSENTES
                               MOVE SPACES       TO SD-REGISTRO
                               MOVE CEN-TURMA    TO SD-TURMA
                               MOVE CEN-NM-ALUNO TO SD-NOME
                               MOVE CEN-ID-ALUNO TO SD-ID-ALUNO
                               MOVE 'N'          TO SD-TIPO
                               RELEASE SD-REGISTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P500-FIM.
           EXIT.

      ******************************************************************
      * SAIDA DO SORT: AS PENDENCIAS POR TURMA, COM O MOTIVO DO
      * DISTRITO E A QUANTIDADE DE CADA TURMA
      ******************************************************************
       P600-LISTA-PENDENCIAS.
           SET EOF-SORT-OK          TO FALSE
           MOVE HIGH-VALUES         TO WS-TURMA-ANT
           MOVE ZEROS               TO WS-QTD-TURMA

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       IF SD-TURMA NOT EQUAL WS-TURMA-ANT
                           IF WS-TURMA-ANT NOT EQUAL HIGH-VALUES
                               PERFORM P620-SUBTOTAL THRU P620-FIM
                           END-IF
                           MOVE SD-TURMA  TO WS-TURMA-ANT
                           MOVE SD-TURMA  TO WS-CT-TURMA
                           IF SD-TURMA EQUAL SPACES
                               MOVE '(SEM)' TO WS-CT-TURMA
                           END-IF
                           WRITE REL-LINHA FROM WS-CAB-TURMA
                       END-IF
                       PERFORM P610-LINHA THRU P610-FIM
               END-RETURN
           END-PERFORM

           IF WS-TURMA-ANT NOT EQUAL HIGH-VALUES
               PERFORM P620-SUBTOTAL THRU P620-FIM
           ELSE
               MOVE 'NENHUMA PENDENCIA NO RETORNO' TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           .
       P600-FIM.
           EXIT.

       P610-LINHA.
           ADD 1 TO WS-QTD-TURMA
           MOVE SD-ID-ALUNO         TO WS-DP-ID
           MOVE SD-NOME             TO WS-DP-NOME
           MOVE SPACES              TO WS-DP-MOTIVO
           EVALUATE SD-TIPO
               WHEN 'R'
                   MOVE 'REJEITADO PELO DISTRITO' TO WS-DP-OCORRENCIA
                   STRING SD-COD-MOTIVO DELIMITED BY SIZE
                          ' - ' DELIMITED BY SIZE
                          SD-DS-MOTIVO DELIMITED BY SIZE
                          INTO WS-DP-MOTIVO
               WHEN 'C'
                   MOVE 'CODIGO DE OUTRO ALUNO' TO WS-DP-OCORRENCIA
                   MOVE SD-DS-MOTIVO TO WS-DP-MOTIVO
               WHEN 'D'
                   MOVE 'ID NAO CADASTRADO'  TO WS-DP-OCORRENCIA
                   MOVE 'ALUNO DO RETORNO NAO EXISTE NESTA ESCOLA'
                                     TO WS-DP-MOTIVO
               WHEN 'V'
                   MOVE 'ACEITO SEM CODIGO'  TO WS-DP-OCORRENCIA
                   MOVE 'DISTRITO NAO INFORMOU O CODIGO INEP'
                                     TO WS-DP-MOTIVO
               WHEN OTHER
                   MOVE 'NAO CONSTA NO RETORNO' TO WS-DP-OCORRENCIA
                   MOVE 'ENVIADO NO CENSO.TXT E NAO DEVOLVIDO'
                                     TO WS-DP-MOTIVO
           END-EVALUATE
           WRITE REL-LINHA FROM WS-DET-PENDENCIA
           .
       P610-FIM.
           EXIT.

       P620-SUBTOTAL.
           MOVE WS-QTD-TURMA        TO WS-DS-QTD
           WRITE REL-LINHA FROM WS-DET-SUBTOTAL
           WRITE REL-LINHA FROM SPACES
           MOVE ZEROS               TO WS-QTD-TURMA
           .
       P620-FIM.
           EXIT.

       P700-TOTAIS.
           WRITE REL-LINHA FROM WS-CABECALHO-3
           MOVE 'REGISTROS NO RETORNO..............' TO WS-DT-ROTULO
           MOVE WS-CONT-LIDOS       TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE 'ACEITOS PELO DISTRITO.............' TO WS-DT-ROTULO
           MOVE WS-CONT-ACEITOS     TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE 'CODIGOS INEP GRAVADOS.............' TO WS-DT-ROTULO
           MOVE WS-CONT-GRAVADOS    TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE '  DOS QUAIS COM CODIGO ALTERADO...' TO WS-DT-ROTULO
           MOVE WS-CONT-ALTERADOS   TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE 'REJEITADOS PELO DISTRITO..........' TO WS-DT-ROTULO
           MOVE WS-CONT-REJEITADOS  TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE 'CODIGO JA GRAVADO EM OUTRO ALUNO..' TO WS-DT-ROTULO
           MOVE WS-CONT-CONFLITOS   TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE 'IDS DO RETORNO NAO CADASTRADOS....' TO WS-DT-ROTULO
           MOVE WS-CONT-DESCONHECIDOS TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE 'ENVIADOS QUE NAO VOLTARAM.........' TO WS-DT-ROTULO
           MOVE WS-CONT-AUSENTES    TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE 'REGISTROS INVALIDOS NO RETORNO....' TO WS-DT-ROTULO
           MOVE WS-CONT-INVALIDOS   TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           .
       P700-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM IMPCENSO.
