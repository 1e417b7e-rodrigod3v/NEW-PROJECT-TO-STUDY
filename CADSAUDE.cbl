      *         QUANDO UMA CRIANCA PASSA MAL - SAI IMPRESSA COM OS
      *         CASOS CRITICOS DESTACADOS; E O CONSULTAR MOSTRA O
      *         ALERTA DE CASO CRITICO NA CONSULTA DO ALUNO
      * UPDATE: 15/10/2026 TRILHA DE ACESSO (LGPD): A CONSULTA DA
      *         FICHA E CADA ALUNO IMPRESSO NA FOLHA DE EMERGENCIA
      *         GRAVAM OPERADOR, DATA E HORA EM ACESSOS.DAT (GRAVAACE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSAUDE.
       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY ACEAREA.

         01 WS-OPERADORES-PATH              PIC X(80).
         01 WS-SAUDETURMA-PATH              PIC X(80).
               ON EXCEPTION
                   CONTINUE
           END-CALL
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\GRAVAACE' DELIMITED BY SIZE
                  INTO WS-BIN-GRAVAACE-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SAUDE.DAT' DELIMITED BY SIZE
                   GO TO P340-FIM
           END-READ

           MOVE 'A'                 TO AA-TIPO
           MOVE SAU-ID-ALUNO        TO AA-ID
           MOVE 'FICHA-SAUDE'       TO AA-DADO
           PERFORM P380-REGISTRA-ACESSO THRU P380-FIM

           DISPLAY 'ALERGIAS......: ' SAU-ALERGIAS
           DISPLAY 'CONDICOES.....: ' SAU-CONDICOES
           DISPLAY 'MEDICACAO.....: ' SAU-MEDICACAO

           ADD 1                    TO WS-CONT

           MOVE 'A'                 TO AA-TIPO
           MOVE ID-ALUNO            TO AA-ID
           MOVE 'FOLHA-EMERG'       TO AA-DADO
           PERFORM P380-REGISTRA-ACESSO THRU P380-FIM

           MOVE ID-ALUNO            TO WS-FA-ID
           MOVE NM-ALUNO            TO WS-FA-NOME
           IF SAU-CASO-CRITICO
       P370-FIM.
           EXIT.

      ******************************************************************
      * TRILHA DE ACESSO (LGPD): QUEM ABRIU O DADO SENSIVEL, QUANDO
      ******************************************************************
       P380-REGISTRA-ACESSO.
           MOVE 'CADSAUDE'          TO AA-PROGRAMA
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
