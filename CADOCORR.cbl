      *         COORDENACAO (ACOMPOCOR.DAT), RESOLVIDA PELA OPCAO 5
      *         QUANDO A REUNIAO ACONTECEU - ALUNO COM BOA MEDIA E
      *         CINCO OCORRENCIAS NO MES DEIXA DE PASSAR EM BRANCO
      * UPDATE: 15/10/2026 TRILHA DE ACESSO (LGPD): A LISTA E A FICHA
      *         DE OCORRENCIAS DE UM ALUNO GRAVAM OPERADOR, DATA E
      *         HORA EM ACESSOS.DAT (GRAVAACE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADOCORR.
       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY ACEAREA.

         01 WS-FICHA-PATH                   PIC X(80).
         01 WS-ACOMPOCOR-PATH               PIC X(80).
               ON EXCEPTION
                   CONTINUE
           END-CALL
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\GRAVAACE' DELIMITED BY SIZE
                  INTO WS-BIN-GRAVAACE-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE

           DISPLAY 'OCORRENCIAS DE ' NM-ALUNO ':'

           MOVE 'A'                 TO AA-TIPO
           MOVE WS-ID-PESQUISA      TO AA-ID
           MOVE 'OCORRENCIAS'       TO AA-DADO
           PERFORM P520-REGISTRA-ACESSO THRU P520-FIM

           MOVE ZEROS               TO WS-CONT
           SET EOF-OK               TO FALSE

       P500-FIM.
           EXIT.

      ******************************************************************
      * TRILHA DE ACESSO (LGPD): QUEM ABRIU O DADO SENSIVEL, QUANDO
      ******************************************************************
       P520-REGISTRA-ACESSO.
           MOVE 'CADOCORR'          TO AA-PROGRAMA
           MOVE LK-OPERADOR-ID      TO AA-OPERADOR
           CALL WS-BIN-GRAVAACE-PATH USING WS-ACE-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       P520-FIM.
           EXIT.

       P550-TEXTO-TIPO.
           EVALUATE TRUE
               WHEN OCO-ADVERTENCIA
           SET FS-FICHA-OK          TO TRUE
           MOVE WS-ID-PESQUISA      TO WS-ID-EDIT

           MOVE 'A'                 TO AA-TIPO
           MOVE WS-ID-PESQUISA      TO AA-ID
           MOVE 'FICHA-OCORR'       TO AA-DADO
           PERFORM P520-REGISTRA-ACESSO THRU P520-FIM

           MOVE SPACES              TO WS-FICHA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OCORR_' DELIMITED BY SIZE
