      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:CATALOGO DE SALAS E AMBIENTES
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. MANTEM SALAS.DAT
      *         (CODIGO, DESCRICAO, TIPO - SALA COMUM, LABORATORIO,
      *         QUADRA, INFORMATICA OU OUTRO - E CAPACIDADE) DA UNIDADE
      *         DO LOGIN. SALA NAO E REMOVIDA, E DESATIVADA, PORQUE A
      *         GRADE DE HORARIOS PODE AINDA APONTAR PARA ELA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSALA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT SALAS ASSIGN TO
                WS-SALAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SAL-CODIGO
                FILE STATUS IS WS-FS-SAL.

       DATA DIVISION.
       FILE SECTION.
       FD SALAS.
           COPY SALAS.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

         77 WS-FS-SAL                      PIC 99.
           88 FS-SAL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-CONT                        PIC 9(03) VALUE ZEROS.
         77 WS-UNIDADE-SALA                PIC 9(02) VALUE ZEROS.
         77 WS-TIPO-DESC                   PIC X(12) VALUE SPACES.
         77 WS-NOVA-DESCRICAO              PIC X(30) VALUE SPACES.
         77 WS-NOVO-TIPO                   PIC X(01) VALUE SPACES.
         77 WS-NOVA-CAPACIDADE             PIC 9(03) VALUE ZEROS.

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
           IF FS-SAL-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE SALAS
           END-IF
           PERFORM P900-FIM
           .

       P100-MONTA-CAMINHOS.
           ACCEPT WS-BASE-DIR FROM ENVIRONMENT 'BOLETIMV2_HOME'
           IF WS-BASE-DIR EQUAL SPACES THEN
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SALAS.DAT' DELIMITED BY SIZE
                  INTO WS-SALAS-PATH
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
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ARQUIVO.
           SET FS-SAL-OK            TO TRUE

           OPEN I-O SALAS

           IF WS-FS-SAL EQUAL 35 THEN
               OPEN OUTPUT SALAS
               CLOSE SALAS
               OPEN I-O SALAS
           END-IF

           IF NOT FS-SAL-OK
               DISPLAY 'ERRO AO ABRIR O CATALOGO DE SALAS'
               DISPLAY 'FILE STATUS: ' WS-FS-SAL
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** SALAS E AMBIENTES ****'
           DISPLAY '  1 - LISTAR SALAS'
           DISPLAY '  2 - INCLUIR SALA'
           DISPLAY '  3 - ALTERAR SALA'
           DISPLAY '  4 - DESATIVAR/REATIVAR SALA'
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
           MOVE SPACES              TO SAL-CODIGO

           START SALAS KEY IS NOT LESS THAN SAL-CODIGO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           DISPLAY 'CODIGO DESCRICAO                      TIPO         '
                   'CAP'
           PERFORM UNTIL EOF-OK
               READ SALAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P350-UNIDADE-SALA THRU P350-FIM
                       IF WS-UNIDADE-SALA EQUAL CFG-UNIDADE
                           ADD 1 TO WS-CONT
                           PERFORM P360-DESCREVE-TIPO THRU P360-FIM
                           IF SALA-INATIVA
                               DISPLAY SAL-CODIGO ' ' SAL-DESCRICAO ' '
                                       WS-TIPO-DESC ' ' SAL-CAPACIDADE
                                       ' (INATIVA)'
                           ELSE
                               DISPLAY SAL-CODIGO ' ' SAL-DESCRICAO ' '
                                       WS-TIPO-DESC ' ' SAL-CAPACIDADE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUMA SALA CADASTRADA NA UNIDADE'
           END-IF
           .
       P310-FIM.
           EXIT.

       P320-INCLUI.
           DISPLAY 'CODIGO DA SALA (EX.: S101, LAB1, QUADRA): '
           MOVE SPACES              TO SAL-CODIGO
           ACCEPT SAL-CODIGO

           IF SAL-CODIGO EQUAL SPACES
               DISPLAY '*** CODIGO NAO INFORMADO ***'
               GO TO P320-FIM
           END-IF
           INSPECT SAL-CODIGO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           READ SALAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY '*** SALA JA CADASTRADA ***'
                   GO TO P320-FIM
           END-READ

           MOVE SPACES              TO WS-NOVA-DESCRICAO
           MOVE SPACES              TO WS-NOVO-TIPO
           MOVE ZEROS               TO WS-NOVA-CAPACIDADE
           PERFORM P370-DADOS-SALA THRU P370-FIM
           IF WS-NOVO-TIPO EQUAL SPACES
               GO TO P320-FIM
           END-IF

           MOVE WS-NOVA-DESCRICAO   TO SAL-DESCRICAO
           MOVE WS-NOVO-TIPO        TO SAL-TIPO
           MOVE WS-NOVA-CAPACIDADE  TO SAL-CAPACIDADE
           MOVE CFG-UNIDADE         TO SAL-UNIDADE
           MOVE 'S'                 TO SAL-ST-ATIVO

           WRITE REG-SALAS
               INVALID KEY
                   DISPLAY '*** SALA JA CADASTRADA ***'
               NOT INVALID KEY
                   DISPLAY '*** SALA CADASTRADA COM SUCESSO ***'
           END-WRITE
           .
       P320-FIM.
           EXIT.

       P330-ALTERA.
           DISPLAY 'CODIGO DA SALA: '
           MOVE SPACES              TO SAL-CODIGO
           ACCEPT SAL-CODIGO
           INSPECT SAL-CODIGO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           READ SALAS
               INVALID KEY
                   DISPLAY 'SALA NAO ENCONTRADA'
                   GO TO P330-FIM
           END-READ

           PERFORM P350-UNIDADE-SALA THRU P350-FIM
           IF WS-UNIDADE-SALA NOT EQUAL CFG-UNIDADE
               DISPLAY '*** A SALA ' SAL-CODIGO ' E DA UNIDADE '
                       WS-UNIDADE-SALA ' ***'
               GO TO P330-FIM
           END-IF

           PERFORM P360-DESCREVE-TIPO THRU P360-FIM
           DISPLAY 'DESCRICAO ATUAL..: ' SAL-DESCRICAO
           DISPLAY 'TIPO ATUAL.......: ' WS-TIPO-DESC
           DISPLAY 'CAPACIDADE ATUAL.: ' SAL-CAPACIDADE
           MOVE SAL-DESCRICAO       TO WS-NOVA-DESCRICAO
           MOVE SAL-TIPO            TO WS-NOVO-TIPO
           MOVE SAL-CAPACIDADE      TO WS-NOVA-CAPACIDADE

           PERFORM P370-DADOS-SALA THRU P370-FIM
           IF WS-NOVO-TIPO EQUAL SPACES
               GO TO P330-FIM
           END-IF

           DISPLAY 'CONFIRMA? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'SALA NAO ALTERADA'
               GO TO P330-FIM
           END-IF

           MOVE WS-NOVA-DESCRICAO   TO SAL-DESCRICAO
           MOVE WS-NOVO-TIPO        TO SAL-TIPO
           MOVE WS-NOVA-CAPACIDADE  TO SAL-CAPACIDADE

           REWRITE REG-SALAS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A SALA'
               NOT INVALID KEY
                   DISPLAY 'SALA ALTERADA...'
           END-REWRITE
           .
       P330-FIM.
           EXIT.

       P340-DESATIVA.
           DISPLAY 'CODIGO DA SALA: '
           MOVE SPACES              TO SAL-CODIGO
           ACCEPT SAL-CODIGO
           INSPECT SAL-CODIGO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           READ SALAS
               INVALID KEY
                   DISPLAY 'SALA NAO ENCONTRADA'
                   GO TO P340-FIM
           END-READ

           PERFORM P350-UNIDADE-SALA THRU P350-FIM
           IF WS-UNIDADE-SALA NOT EQUAL CFG-UNIDADE
               DISPLAY '*** A SALA ' SAL-CODIGO ' E DA UNIDADE '
                       WS-UNIDADE-SALA ' ***'
               GO TO P340-FIM
           END-IF

           IF SALA-INATIVA
               DISPLAY SAL-CODIGO ' ESTA INATIVA. REATIVAR? <S> - <N>'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM EQUAL 'S'
                   MOVE 'S'         TO SAL-ST-ATIVO
                   REWRITE REG-SALAS
                   DISPLAY 'SALA REATIVADA...'
               END-IF
           ELSE
               DISPLAY SAL-CODIGO ' ESTA ATIVA. DESATIVAR? <S> - <N>'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM EQUAL 'S'
                   SET SALA-INATIVA TO TRUE
                   REWRITE REG-SALAS
                   DISPLAY 'SALA DESATIVADA...'
               END-IF
           END-IF
           .
       P340-FIM.
           EXIT.

       P350-UNIDADE-SALA.
           MOVE 1                   TO WS-UNIDADE-SALA
           IF SAL-UNIDADE NUMERIC AND SAL-UNIDADE > ZEROS
               MOVE SAL-UNIDADE     TO WS-UNIDADE-SALA
           END-IF
           .
       P350-FIM.
           EXIT.

       P360-DESCREVE-TIPO.
           EVALUATE TRUE
               WHEN SALA-COMUM
                   MOVE 'SALA COMUM'  TO WS-TIPO-DESC
               WHEN SALA-LABORATORIO
                   MOVE 'LABORATORIO' TO WS-TIPO-DESC
               WHEN SALA-QUADRA
                   MOVE 'QUADRA'      TO WS-TIPO-DESC
               WHEN SALA-INFORMATICA
                   MOVE 'INFORMATICA' TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE 'OUTRO'       TO WS-TIPO-DESC
           END-EVALUATE
           .
       P360-FIM.
           EXIT.

      ******************************************************************
      * DESCRICAO, TIPO E CAPACIDADE; ENTER MANTEM O VALOR ATUAL.
      * DADOS INVALIDOS DEVOLVEM WS-NOVO-TIPO EM BRANCO
      ******************************************************************
       P370-DADOS-SALA.
           DISPLAY 'DESCRICAO: '
           MOVE SPACES              TO SAL-DESCRICAO
           ACCEPT SAL-DESCRICAO
           IF SAL-DESCRICAO NOT EQUAL SPACES
               MOVE SAL-DESCRICAO   TO WS-NOVA-DESCRICAO
           END-IF

           DISPLAY 'TIPO <C> SALA COMUM <L> LABORATORIO <Q> QUADRA '
                   '<I> INFORMATICA <O> OUTRO: '
           MOVE SPACES              TO SAL-TIPO
           ACCEPT SAL-TIPO
           INSPECT SAL-TIPO CONVERTING 'clqio' TO 'CLQIO'
           IF SAL-TIPO NOT EQUAL SPACES
               MOVE SAL-TIPO        TO WS-NOVO-TIPO
           END-IF
           MOVE WS-NOVO-TIPO        TO SAL-TIPO
           IF NOT SALA-TIPO-VALIDO
               DISPLAY '*** TIPO INVALIDO. USE C, L, Q, I OU O ***'
               MOVE SPACES          TO WS-NOVO-TIPO
               GO TO P370-FIM
           END-IF

           DISPLAY 'CAPACIDADE (ALUNOS): '
           MOVE ZEROS               TO SAL-CAPACIDADE
           ACCEPT SAL-CAPACIDADE
           IF SAL-CAPACIDADE > ZEROS
               MOVE SAL-CAPACIDADE  TO WS-NOVA-CAPACIDADE
           END-IF
           IF WS-NOVA-CAPACIDADE EQUAL ZEROS
               DISPLAY '*** CAPACIDADE NAO INFORMADA ***'
               MOVE SPACES          TO WS-NOVO-TIPO
           END-IF
           .
       P370-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CADSALA.
