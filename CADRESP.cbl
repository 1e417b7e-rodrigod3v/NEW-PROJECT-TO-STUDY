      *         ATUALIZACAO DO RESPONSAVEL PROPAGA PARA TODOS OS
      *         ALUNOS VINCULADOS DE UMA VEZ. O CONVOCA AGRUPA AS
      *         CARTAS POR RESPONSAVEL VINCULADO
      * UPDATE: 15/10/2026 TRILHA DE ACESSO (LGPD): ABRIR O
      *         RESPONSAVEL PARA ATUALIZACAO (TELEFONE, ENDERECO E
      *         EMAIL NA TELA) GRAVA OPERADOR, DATA E HORA EM
      *         ACESSOS.DAT (GRAVAACE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADRESP.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY ACEAREA.

         01 WS-RESPONSAVEIS-PATH            PIC X(80).

               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\bin' DELIMITED BY SIZE
                  INTO WS-BIN-DIR
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\GRAVAACE' DELIMITED BY SIZE
                  INTO WS-BIN-GRAVAACE-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RESPONSAVEIS.DAT' DELIMITED BY SIZE
                  INTO WS-RESPONSAVEIS-PATH

           MOVE RSP-ID              TO WS-ID-RESP

           MOVE 'R'                 TO AA-TIPO
           MOVE RSP-ID              TO AA-ID
           MOVE 'ENDERECO'          TO AA-DADO
           PERFORM P380-REGISTRA-ACESSO THRU P380-FIM

           DISPLAY 'NOME ATUAL....: ' RSP-NOME
           DISPLAY 'NOVO NOME (OU BRANCO PARA MANTER): '
           ACCEPT WS-NOVO-TEXTO
       P370-FIM.
           EXIT.

      ******************************************************************
      * TRILHA DE ACESSO (LGPD): QUEM ABRIU O DADO SENSIVEL, QUANDO
      ******************************************************************
       P380-REGISTRA-ACESSO.
           MOVE 'CADRESP'           TO AA-PROGRAMA
           MOVE LK-OPERADOR-ID      TO AA-OPERADOR
           CALL WS-BIN-GRAVAACE-PATH USING WS-ACE-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       P380-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
