      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:REGISTRA UM DOCUMENTO EMITIDO E GERA A AUTENTICACAO
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO SUBPROGRAMA. RECEBE ALUNO, NOME,
      *         TIPO DO DOCUMENTO, TURMA, ANO LETIVO E OPERADOR E
      *         GRAVA O DOCUMENTO EM DOCEMITIDOS.DAT COM O PROXIMO
      *         NUMERO (MESMO ESQUEMA DO ENFILAMSG COM A MSGFILA) E UM
      *         CODIGO DE AUTENTICACAO DE 8 POSICOES, SEM REPETICAO NO
      *         REGISTRO, DEVOLVIDOS AO CHAMADOR PARA A IMPRESSAO. USA
      *         SO LETRAS E DIGITOS QUE NAO SE CONFUNDEM NO TELEFONE
      *         (SEM 0/O E 1/I)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGDOC.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT DOCEMITIDOS ASSIGN TO
                WS-DOCEMITIDOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DOE-NUMERO
                ALTERNATE RECORD KEY IS DOE-COD-AUTENT
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS DOE-ID-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-DOE.

       DATA DIVISION.
       FILE SECTION.
       FD DOCEMITIDOS.
           COPY DOCEMIT.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.

         01 WS-ALFABETO                    PIC X(32)
            VALUE 'ABCDEFGHJKLMNPQRSTUVWXYZ23456789'.

         77 WS-FS-DOE                      PIC 99.
           88 FS-DOE-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-CODIGO-LIVRE                PIC X     VALUE 'N'.
           88 CODIGO-LIVRE                 VALUE 'S' FALSE 'N'.
         77 WS-PROX-NUMERO                 PIC 9(07) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-HORA-AGORA                  PIC 9(08) VALUE ZEROS.
         77 WS-SEMENTE                     PIC 9(15) VALUE ZEROS.
         77 WS-QUOCIENTE                   PIC 9(15) VALUE ZEROS.
         77 WS-RESTO                       PIC 9(02) VALUE ZEROS.
         77 WS-IDX-COD                     PIC 9(02) VALUE ZEROS.
         77 WS-TENTATIVAS                  PIC 9(02) VALUE ZEROS.
         77 WS-CODIGO                      PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
         01 LK-REGDOC-AREA.
           05 LK-RD-ID-ALUNO               PIC 9(05).
           05 LK-RD-NM-ALUNO               PIC X(30).
           05 LK-RD-TIPO                   PIC X(01).
           05 LK-RD-TURMA                  PIC X(10).
           05 LK-RD-ANO-LETIVO             PIC 9(04).
           05 LK-RD-OPERADOR               PIC X(10).
           05 LK-RD-NUMERO                 PIC 9(07).
           05 LK-RD-COD-AUTENT             PIC X(08).
           05 LK-RD-OK                     PIC X(01).

       PROCEDURE DIVISION USING LK-REGDOC-AREA.

       MAIN-PROCEDURE.
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P300-REGISTRA       THRU P300-FIM
           PERFORM P900-FIM
           .

       P100-MONTA-CAMINHOS.
           ACCEPT WS-BASE-DIR FROM ENVIRONMENT 'BOLETIMV2_HOME'
           IF WS-BASE-DIR EQUAL SPACES THEN
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DOCEMITIDOS.DAT' DELIMITED BY SIZE
                  INTO WS-DOCEMITIDOS-PATH
           .
       P100-FIM.
           EXIT.

       P300-REGISTRA.
           MOVE 'N'                 TO LK-RD-OK
           MOVE ZEROS               TO LK-RD-NUMERO
           MOVE SPACES              TO LK-RD-COD-AUTENT
           SET FS-DOE-OK            TO TRUE
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-PROX-NUMERO
           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           ACCEPT WS-HORA-AGORA     FROM TIME

           OPEN I-O DOCEMITIDOS

           IF WS-FS-DOE EQUAL 35 THEN
               OPEN OUTPUT DOCEMITIDOS
               CLOSE DOCEMITIDOS
               OPEN I-O DOCEMITIDOS
           END-IF

           IF NOT FS-DOE-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE DOCUMENTOS'
               DISPLAY 'FILE STATUS: ' WS-FS-DOE
               GO TO P300-FIM
           END-IF

           MOVE ZEROS               TO DOE-NUMERO
           START DOCEMITIDOS KEY IS NOT LESS THAN DOE-NUMERO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ DOCEMITIDOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE DOE-NUMERO TO WS-PROX-NUMERO
               END-READ
           END-PERFORM

           ADD 1                    TO WS-PROX-NUMERO

      * SEMENTE DO CODIGO: NUMERO, ALUNO, DATA E HORA DA EMISSAO
           COMPUTE WS-SEMENTE = WS-PROX-NUMERO * 7919
                              + LK-RD-ID-ALUNO * 104729
                              + WS-HORA-AGORA * 31
                              + WS-DATA-HOJE
           DIVIDE WS-SEMENTE BY 2147483647
               GIVING WS-QUOCIENTE REMAINDER WS-SEMENTE
           IF WS-SEMENTE EQUAL ZEROS
               MOVE 12345           TO WS-SEMENTE
           END-IF

           SET CODIGO-LIVRE         TO FALSE
           MOVE ZEROS               TO WS-TENTATIVAS
           PERFORM UNTIL CODIGO-LIVRE OR WS-TENTATIVAS > 20
               ADD 1 TO WS-TENTATIVAS
               PERFORM P350-GERA-CODIGO THRU P350-FIM
               MOVE WS-CODIGO       TO DOE-COD-AUTENT
               READ DOCEMITIDOS KEY IS DOE-COD-AUTENT
                   INVALID KEY
                       SET CODIGO-LIVRE TO TRUE
               END-READ
           END-PERFORM

           IF NOT CODIGO-LIVRE
               DISPLAY 'NAO FOI POSSIVEL GERAR O CODIGO DE '
                       'AUTENTICACAO'
               CLOSE DOCEMITIDOS
               GO TO P300-FIM
           END-IF

           MOVE WS-PROX-NUMERO      TO DOE-NUMERO
           MOVE WS-CODIGO           TO DOE-COD-AUTENT
           MOVE LK-RD-ID-ALUNO      TO DOE-ID-ALUNO
           MOVE LK-RD-NM-ALUNO      TO DOE-NM-ALUNO
           MOVE LK-RD-TIPO          TO DOE-TIPO
           MOVE LK-RD-TURMA         TO DOE-TURMA
           MOVE LK-RD-ANO-LETIVO    TO DOE-ANO-LETIVO
           MOVE WS-DATA-HOJE        TO DOE-DT-EMISSAO
           MOVE WS-HORA-AGORA       TO DOE-HR-EMISSAO
           MOVE LK-RD-OPERADOR      TO DOE-OPERADOR
           SET DOE-VALIDO           TO TRUE
           MOVE ZEROS               TO DOE-DT-CANCELAMENTO
           MOVE SPACES              TO DOE-OPER-CANCELAMENTO

           WRITE REG-DOCEMITIDO
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O DOCUMENTO'
               NOT INVALID KEY
                   MOVE WS-PROX-NUMERO TO LK-RD-NUMERO
                   MOVE WS-CODIGO      TO LK-RD-COD-AUTENT
                   MOVE 'S'            TO LK-RD-OK
           END-WRITE

           CLOSE DOCEMITIDOS
           .
       P300-FIM.
           EXIT.

      * OITO POSICOES DO ALFABETO, CADA UMA DE UM PASSO DO GERADOR
      * CONGRUENTE (MULTIPLICADOR 48271, MODULO 2147483647)
       P350-GERA-CODIGO.
           MOVE SPACES              TO WS-CODIGO
           PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD > 8
               COMPUTE WS-SEMENTE = WS-SEMENTE * 48271
               DIVIDE WS-SEMENTE BY 2147483647
                   GIVING WS-QUOCIENTE REMAINDER WS-SEMENTE
               DIVIDE WS-SEMENTE BY 32
                   GIVING WS-QUOCIENTE REMAINDER WS-RESTO
               MOVE WS-ALFABETO(WS-RESTO + 1:1)
                                    TO WS-CODIGO(WS-IDX-COD:1)
           END-PERFORM
           .
       P350-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM REGDOC.
