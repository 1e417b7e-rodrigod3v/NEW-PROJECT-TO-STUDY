      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:CADASTRO DAS UNIDADES ESCOLARES DA REDE
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. MANTEM UNIDADES.DAT
      *         (CODIGO, NOME, CODIGO INEP E FAIXA DE IDS DE ALUNO DE
      *         CADA UNIDADE). A FAIXA NAO PODE SOBREPOR A DE OUTRA
      *         UNIDADE, PARA QUE OS IDS CONTINUEM UNICOS NA REDE. O
      *         MENU SO OFERECE ESTA OPCAO A COORDENACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADUNID.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT UNIDADES ASSIGN TO
                WS-UNIDADES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS UNI-CODIGO
                FILE STATUS IS WS-FS-UNI.

       DATA DIVISION.
       FILE SECTION.
       FD UNIDADES.
           COPY UNIDADES.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.

         77 WS-FS-UNI                      PIC 99.
           88 FS-UNI-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONT                        PIC 9(03) VALUE ZEROS.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-SOBREPOE                    PIC X     VALUE 'N'.
           88 FAIXA-SOBREPOE               VALUE 'S' FALSE 'N'.
         01 WS-UNIDADE-NOVA.
           05 WS-NOVO-CODIGO               PIC 9(02) VALUE ZEROS.
           05 WS-NOVO-NOME                 PIC X(40) VALUE SPACES.
           05 WS-NOVO-INEP                 PIC X(08) VALUE SPACES.
           05 WS-NOVO-ID-INICIAL           PIC 9(05) VALUE ZEROS.
           05 WS-NOVO-ID-FINAL             PIC 9(05) VALUE ZEROS.
           05 WS-NOVO-ST-ATIVO             PIC X(01) VALUE 'S'.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P200-ABRE-ARQUIVO   THRU P200-FIM
           IF FS-UNI-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE UNIDADES
           END-IF
           PERFORM P900-FIM
           .

       P100-MONTA-CAMINHOS.
           ACCEPT WS-BASE-DIR FROM ENVIRONMENT 'BOLETIMV2_HOME'
           IF WS-BASE-DIR EQUAL SPACES THEN
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\UNIDADES.DAT' DELIMITED BY SIZE
                  INTO WS-UNIDADES-PATH
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ARQUIVO.
           SET FS-UNI-OK            TO TRUE

           OPEN I-O UNIDADES

           IF WS-FS-UNI EQUAL 35 THEN
               OPEN OUTPUT UNIDADES
               CLOSE UNIDADES
               OPEN I-O UNIDADES
           END-IF

           IF NOT FS-UNI-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE UNIDADES'
               DISPLAY 'FILE STATUS: ' WS-FS-UNI
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** UNIDADES ESCOLARES DA REDE ****'
           DISPLAY '  1 - LISTAR UNIDADES'
           DISPLAY '  2 - INCLUIR UNIDADE'
           DISPLAY '  3 - ALTERAR UNIDADE'
           DISPLAY '  4 - DESATIVAR/REATIVAR UNIDADE'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-LISTA      THRU P310-FIM
               WHEN '2'
                   PERFORM P320-INCLUI     THRU P320-FIM
               WHEN '3'
                   PERFORM P330-ALTERA     THRU P330-FIM
               WHEN '4'
                   PERFORM P340-DESATIVA   THRU P340-FIM
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
           MOVE ZEROS               TO UNI-CODIGO

           START UNIDADES KEY IS NOT LESS THAN UNI-CODIGO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ UNIDADES NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT
                       IF UNIDADE-INATIVA
                           DISPLAY UNI-CODIGO ' ' UNI-NOME
                                   ' (INATIVA)'
                       ELSE
                           DISPLAY UNI-CODIGO ' ' UNI-NOME
                       END-IF
                       DISPLAY '   INEP ' UNI-COD-INEP
                               '  IDS ' UNI-ID-INICIAL
                               ' A ' UNI-ID-FINAL
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUMA UNIDADE CADASTRADA (ESCOLA UNICA, '
                       'UNIDADE 01)'
           END-IF
           .
       P310-FIM.
           EXIT.

       P320-INCLUI.
           DISPLAY 'CODIGO DA UNIDADE (01-99): '
           MOVE ZEROS               TO WS-NOVO-CODIGO
           ACCEPT WS-NOVO-CODIGO

           IF WS-NOVO-CODIGO EQUAL ZEROS
               DISPLAY '*** CODIGO NAO INFORMADO ***'
               GO TO P320-FIM
           END-IF

           MOVE WS-NOVO-CODIGO      TO UNI-CODIGO
           READ UNIDADES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY '*** UNIDADE JA CADASTRADA ***'
                   GO TO P320-FIM
           END-READ

           MOVE SPACES              TO WS-NOVO-NOME
                                       WS-NOVO-INEP
           PERFORM P350-DADOS-UNIDADE THRU P350-FIM
           IF FAIXA-SOBREPOE
               GO TO P320-FIM
           END-IF

           MOVE 'S'                 TO WS-NOVO-ST-ATIVO
           PERFORM P370-MONTA-REGISTRO THRU P370-FIM

           WRITE REG-UNIDADES
               INVALID KEY
                   DISPLAY '*** UNIDADE JA CADASTRADA ***'
               NOT INVALID KEY
                   DISPLAY '*** UNIDADE CADASTRADA COM SUCESSO ***'
           END-WRITE
           .
       P320-FIM.
           EXIT.

       P330-ALTERA.
           DISPLAY 'CODIGO DA UNIDADE: '
           MOVE ZEROS               TO WS-NOVO-CODIGO
           ACCEPT WS-NOVO-CODIGO

           MOVE WS-NOVO-CODIGO      TO UNI-CODIGO
           READ UNIDADES
               INVALID KEY
                   DISPLAY 'UNIDADE NAO ENCONTRADA'
                   GO TO P330-FIM
           END-READ

           DISPLAY 'NOME ATUAL: ' UNI-NOME
           DISPLAY 'INEP ATUAL: ' UNI-COD-INEP
           DISPLAY 'FAIXA ATUAL: ' UNI-ID-INICIAL ' A ' UNI-ID-FINAL
           MOVE UNI-NOME            TO WS-NOVO-NOME
           MOVE UNI-COD-INEP        TO WS-NOVO-INEP
           MOVE UNI-ST-ATIVO        TO WS-NOVO-ST-ATIVO

           PERFORM P350-DADOS-UNIDADE THRU P350-FIM
           IF FAIXA-SOBREPOE
               GO TO P330-FIM
           END-IF

           DISPLAY 'CONFIRMA? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'UNIDADE NAO ALTERADA'
               GO TO P330-FIM
           END-IF

           MOVE WS-NOVO-CODIGO      TO UNI-CODIGO
           READ UNIDADES
               INVALID KEY
                   DISPLAY 'UNIDADE NAO ENCONTRADA'
                   GO TO P330-FIM
           END-READ
           PERFORM P370-MONTA-REGISTRO THRU P370-FIM

           REWRITE REG-UNIDADES
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A UNIDADE'
               NOT INVALID KEY
                   DISPLAY 'UNIDADE ALTERADA...'
           END-REWRITE
           .
       P330-FIM.
           EXIT.

       P340-DESATIVA.
           DISPLAY 'CODIGO DA UNIDADE: '
           MOVE ZEROS               TO UNI-CODIGO
           ACCEPT UNI-CODIGO

           READ UNIDADES
               INVALID KEY
                   DISPLAY 'UNIDADE NAO ENCONTRADA'
               NOT INVALID KEY
                   IF UNIDADE-INATIVA
                       DISPLAY UNI-NOME ' ESTA INATIVA. REATIVAR? '
                               '<S> - <N>'
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM EQUAL 'S'
                           SET UNIDADE-ATIVA TO TRUE
                           REWRITE REG-UNIDADES
                           DISPLAY 'UNIDADE REATIVADA...'
                       END-IF
                   ELSE
                       DISPLAY UNI-NOME ' ESTA ATIVA. DESATIVAR? '
                               '<S> - <N>'
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM EQUAL 'S'
                           SET UNIDADE-INATIVA TO TRUE
                           REWRITE REG-UNIDADES
                           DISPLAY 'UNIDADE DESATIVADA...'
                       END-IF
                   END-IF
           END-READ
           .
       P340-FIM.
           EXIT.

      ******************************************************************
      * NOME, INEP E FAIXA DE IDS; ENTER MANTEM NOME E INEP ATUAIS. A
      * FAIXA E CONFERIDA CONTRA AS DAS DEMAIS UNIDADES
      ******************************************************************
       P350-DADOS-UNIDADE.
           SET FAIXA-SOBREPOE       TO FALSE

           DISPLAY 'NOME DA UNIDADE: '
           ACCEPT UNI-NOME
           IF UNI-NOME NOT EQUAL SPACES
               MOVE UNI-NOME        TO WS-NOVO-NOME
           END-IF
           DISPLAY 'CODIGO INEP DA ESCOLA: '
           MOVE SPACES              TO UNI-COD-INEP
           ACCEPT UNI-COD-INEP
           IF UNI-COD-INEP NOT EQUAL SPACES
               MOVE UNI-COD-INEP    TO WS-NOVO-INEP
           END-IF

           MOVE ZEROS               TO WS-NOVO-ID-INICIAL
                                       WS-NOVO-ID-FINAL
           PERFORM WITH TEST AFTER
                   UNTIL WS-NOVO-ID-INICIAL > ZEROS AND
                         WS-NOVO-ID-FINAL NOT LESS WS-NOVO-ID-INICIAL
               DISPLAY 'PRIMEIRO ID DE ALUNO DA UNIDADE: '
               ACCEPT WS-NOVO-ID-INICIAL
               DISPLAY 'ULTIMO ID DE ALUNO DA UNIDADE: '
               ACCEPT WS-NOVO-ID-FINAL
               IF WS-NOVO-ID-INICIAL EQUAL ZEROS OR
                  WS-NOVO-ID-FINAL < WS-NOVO-ID-INICIAL
                   DISPLAY '*** FAIXA DE IDS INVALIDA ***'
               END-IF
           END-PERFORM

           PERFORM P360-CONFERE-FAIXA THRU P360-FIM
           .
       P350-FIM.
           EXIT.

       P360-CONFERE-FAIXA.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO UNI-CODIGO

           START UNIDADES KEY IS NOT LESS THAN UNI-CODIGO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ UNIDADES NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF UNI-CODIGO NOT EQUAL WS-NOVO-CODIGO AND
                          WS-NOVO-ID-INICIAL NOT > UNI-ID-FINAL AND
                          WS-NOVO-ID-FINAL NOT < UNI-ID-INICIAL
                           SET FAIXA-SOBREPOE TO TRUE
                           DISPLAY '*** FAIXA SOBREPOE A DA UNIDADE '
                                   UNI-CODIGO ' (' UNI-ID-INICIAL
                                   ' A ' UNI-ID-FINAL ') ***'
                       END-IF
               END-READ
           END-PERFORM
           .
       P360-FIM.
           EXIT.

       P370-MONTA-REGISTRO.
           MOVE WS-NOVO-CODIGO      TO UNI-CODIGO
           MOVE WS-NOVO-NOME        TO UNI-NOME
           MOVE WS-NOVO-INEP        TO UNI-COD-INEP
           MOVE WS-NOVO-ID-INICIAL  TO UNI-ID-INICIAL
           MOVE WS-NOVO-ID-FINAL    TO UNI-ID-FINAL
           MOVE WS-NOVO-ST-ATIVO    TO UNI-ST-ATIVO
           MOVE LK-OPERADOR-ID      TO UNI-OPERADOR
           ACCEPT UNI-DATA          FROM DATE YYYYMMDD
           .
       P370-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CADUNID.
