      * UPDATE: 02/09/2026 MOSTRA O ALERTA DE CASO CRITICO DE SAUDE
      *         (SAUDE.DAT, CADSAUDE) NA CONSULTA POR ID - O DETALHE
      *         DA FICHA CONTINUA RESTRITO A COORDENACAO NO CADSAUDE
      * UPDATE: 15/10/2026 TRILHA DE ACESSO (LGPD): A CONSULTA POR ID,
      *         CADA ALUNO LISTADO NA BUSCA POR NOME E A CONSULTA AO
      *         ARQUIVO MORTO GRAVAM OPERADOR, DATA E HORA EM
      *         ACESSOS.DAT (GRAVAACE). A AREA DE LIGACAO PASSA A
      *         RECEBER O OPERADOR, COMO NOS DEMAIS PROGRAMAS DO MENU
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSULTAR.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY ACEAREA.

         01 WS-REGISTRO                     PIC X(127) VALUE SPACES.
         01 FILLER REDEFINES WS-REGISTRO.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\bin' DELIMITED BY SIZE
                  INTO WS-BIN-DIR
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\GRAVAACE' DELIMITED BY SIZE
                  INTO WS-BIN-GRAVAACE-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
                           DISPLAY 'NOTA PARTICIP..: ' WS-NT-CIEN
                           DISPLAY 'MEDIA..........: ' WS-MEDIA
                           DISPLAY 'SITUACAO.......: ' WS-ST-APROVACAO
                           MOVE 'CADASTRO'  TO AA-DADO
                           PERFORM P440-REGISTRA-ACESSO THRU P440-FIM
                           EVALUATE TRUE
                               WHEN MAT-PRE-MATRICULA
                                   DISPLAY 'MATRICULA......: '
                               MOVE 'S'         TO WS-ACHOU-NOME
                               DISPLAY WS-ID-ALUNO ' - ' WS-NM-ALUNO
                                       '  TEL: ' WS-TEL-ALUNO
                               MOVE 'BUSCA-NOME' TO AA-DADO
                               PERFORM P440-REGISTRA-ACESSO
                                       THRU P440-FIM
                           END-IF
                       END-IF
               END-READ
                               MOVE 'S'     TO WS-ACHOU-NOME
                               DISPLAY WS-ID-ALUNO ' - ' WS-NM-ALUNO
                                       '  TEL: ' WS-TEL-ALUNO
                               MOVE 'BUSCA-NOME' TO AA-DADO
                               PERFORM P440-REGISTRA-ACESSO
                                       THRU P440-FIM
                           END-IF
                       END-IF
               END-READ
                   DISPLAY 'TELEFONE.......: ' WS-TEL-ALUNO
                   DISPLAY 'MEDIA..........: ' WS-MEDIA
                   DISPLAY 'SITUACAO.......: ' WS-ST-APROVACAO
                   MOVE 'ARQ-MORTO'     TO AA-DADO
                   PERFORM P440-REGISTRA-ACESSO THRU P440-FIM
                   DISPLAY 'O HISTORICO ESCOLAR COMPLETO SAI PELO '
                           'PROGRAMA HISTESCOLAR'
           END-READ
       P430-FIM.
           EXIT.

      ******************************************************************
      * TRILHA DE ACESSO (LGPD): QUEM CONSULTOU O ALUNO, QUANDO
      ******************************************************************
       P440-REGISTRA-ACESSO.
           MOVE 'A'                 TO AA-TIPO
           MOVE WS-ID-ALUNO         TO AA-ID
           MOVE 'CONSULTAR'         TO AA-PROGRAMA
           MOVE LK-OPERADOR-ID      TO AA-OPERADOR
           CALL WS-BIN-GRAVAACE-PATH USING WS-ACE-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       P440-FIM.
           EXIT.

      ******************************************************************
      * COM PROVA FINAL DE RECUPERACAO, A MEDIA FINAL E A SITUACAO
      * DEFINITIVA DELA VALEM PELA DISCIPLINA
