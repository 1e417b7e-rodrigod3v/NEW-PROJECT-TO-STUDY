      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:ANONIMIZACAO DO ARQUIVO MORTO APOS A RETENCAO (LGPD)
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. O ARQUIVO MORTO
      *         (ALUNARQ.DAT) GUARDAVA PARA SEMPRE NOME, ENDERECO,
      *         TELEFONES E EMAIL DE EX-ALUNOS. PASSADO O PRAZO DE
      *         RETENCAO (CFG-RETENCAO-ANOS, CONTADO DA DT-INATIVACAO
      *         OU, NA FALTA DELA, DA DT-SITUACAO DA IMAGEM), A IMAGEM
      *         TEM OS DADOS PESSOAIS APAGADOS (NOME VIRA ANONIMIZADO)
      *         MAS MANTEM ID, TURMA E DATAS, DE MODO QUE O ID
      *         CONTINUA RESERVADO E O HISTORICO ESCOLAR CONTINUA
      *         EMITIVEL. A FICHA DE SAUDE E O CADASTRO DO AEE DO
      *         ALUNO SAO EXCLUIDOS E AS DESCRICOES DAS OCORRENCIAS
      *         SUBSTITUIDAS. IMAGENS SEM DATA FICAM COMO ESTAO E SAO
      *         CONTADAS A PARTE. RELATORIO EM ANONIMIZA.TXT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ALUNARQ ASSIGN TO
                WS-ALUNARQ-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARQ-ID-ALUNO
                FILE STATUS IS WS-FS-ARQ.

                SELECT SAUDE ASSIGN TO
                WS-SAUDE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SAU-ID-ALUNO
                FILE STATUS IS WS-FS-SAU.

                SELECT AEE ASSIGN TO
                WS-AEE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AEE-ID-ALUNO
                FILE STATUS IS WS-FS-AEE.

                SELECT OCORRENCIAS ASSIGN TO
                WS-OCORRENCIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCO-CHAVE
                FILE STATUS IS WS-FS-OCO.

                SELECT RELATORIO ASSIGN TO
                WS-ANONIMIZA-REL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNARQ.
           COPY ALUNARQ.

       FD SAUDE.
           COPY SAUDE.

       FD AEE.
           COPY AEE.

       FD OCORRENCIAS.
           COPY OCORRENCIAS.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
         01 WS-ANONIMIZA-REL-PATH           PIC X(80).
           COPY SITCFG.

      * A IMAGEM DO ARQUIVO MORTO E REG-CONTATOS SEM A CHAVE; O
      * REGISTRO E RECOMPOSTO AQUI PARA TRABALHAR PELOS NOMES DE CAMPO
           COPY DATABASE.

         01 WS-CABECALHO-1.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'ANONIMIZACAO DO ARQUIVO MORTO (LGPD)'.
         01 WS-CABECALHO-2.
           03 FILLER                      PIC X(22)
              VALUE 'RETENCAO (ANOS).....: '.
           03 WS-CB-ANOS                  PIC Z9.
           03 FILLER                      PIC X(20)
              VALUE '   DATA DE CORTE.: '.
           03 WS-CB-CORTE                 PIC 9(08).
         01 WS-CABECALHO-3.
           03 FILLER                      PIC X(80) VALUE ALL '-'.
         01 WS-DET-ALUNO.
           03 WS-DA-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-TURMA                 PIC X(10).
           03 FILLER                      PIC X(11)
              VALUE ' SAIDA EM '.
           03 WS-DA-DATA                  PIC 9(08).
           03 FILLER                      PIC X(07) VALUE ' SAUDE '.
           03 WS-DA-SAUDE                 PIC X(01).
           03 FILLER                      PIC X(05) VALUE ' AEE '.
           03 WS-DA-AEE                   PIC X(01).
           03 FILLER                      PIC X(07) VALUE ' OCORR '.
           03 WS-DA-OCORR                 PIC ZZ9.
         01 WS-DET-TOTAIS.
           03 FILLER            PIC X(22)
              VALUE 'IMAGENS ANONIMIZADAS '.
           03 WS-DT-ANONIM      PIC ZZZZ9.
           03 FILLER            PIC X(20)
              VALUE '  SEM DATA (MANTIDAS'.
           03 FILLER            PIC X(03) VALUE ') '.
           03 WS-DT-SEM-DATA    PIC ZZZZ9.
         01 WS-DET-TOTAIS-2.
           03 FILLER            PIC X(22)
              VALUE 'OCORRENCIAS TRATADAS '.
           03 WS-DT-OCORR       PIC ZZZZ9.

         01 WS-IMAGEM                      PIC X(300) VALUE SPACES.

         77 WS-FS-ARQ                      PIC 99.
           88 FS-ARQ-OK                    VALUE 0.
         77 WS-FS-SAU                      PIC 99.
           88 FS-SAU-OK                    VALUE 0.
         77 WS-FS-AEE                      PIC 99.
           88 FS-AEE-OK                    VALUE 0.
         77 WS-FS-OCO                      PIC 99.
           88 FS-OCO-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-OCO                     PIC X     VALUE 'N'.
           88 EOF-OCO-OK                   VALUE 'S' FALSE 'N'.
         77 WS-TEM-SAUDE                   PIC X     VALUE 'N'.
           88 TEM-SAUDE                    VALUE 'S' FALSE 'N'.
         77 WS-TEM-AEE                     PIC X     VALUE 'N'.
           88 TEM-AEE                      VALUE 'S' FALSE 'N'.
         77 WS-ANOS                        PIC 9(02) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-DATA-CORTE                  PIC 9(08) VALUE ZEROS.
         77 WS-DATA-SAIDA                  PIC 9(08) VALUE ZEROS.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-CONT-ANONIM                 PIC 9(05) VALUE ZEROS.
         77 WS-CONT-SEM-DATA               PIC 9(05) VALUE ZEROS.
         77 WS-CONT-OCORR                  PIC 9(05) VALUE ZEROS.
         77 WS-CONT-OCORR-ALUNO            PIC 9(03) VALUE ZEROS.
         77 WS-ID-CORRENTE                 PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** ANONIMIZACAO DO ARQUIVO MORTO (LGPD) ***'
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           MOVE 'ANONIMIZA' TO JA-NOME
           MOVE 'I'                 TO JA-FASE
           MOVE SPACES              TO JA-STATUS
           MOVE ZEROS               TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           PERFORM P200-CONFIRMA       THRU P200-FIM
           IF WS-CONFIRM EQUAL 'S'
               PERFORM P250-ABRE-ARQUIVOS THRU P250-FIM
               IF FS-ARQ-OK AND FS-SAU-OK AND FS-AEE-OK AND
                  FS-OCO-OK AND FS-REL-OK
                   PERFORM P300-ANONIMIZA THRU P300-FIM
                   PERFORM P600-TOTAIS    THRU P600-FIM
               END-IF
               PERFORM P700-FECHA-ARQUIVOS THRU P700-FIM
           ELSE
               DISPLAY 'ANONIMIZACAO CANCELADA'
           END-IF
           MOVE 'F'                 TO JA-FASE
           IF WS-CONFIRM NOT EQUAL 'S'
               MOVE 'CANCELADO'     TO JA-STATUS
           ELSE
               IF FS-ARQ-OK AND FS-SAU-OK AND FS-AEE-OK AND
                  FS-OCO-OK AND FS-REL-OK
                   MOVE 'OK'        TO JA-STATUS
               ELSE
                   MOVE 'ERRO'      TO JA-STATUS
               END-IF
           END-IF
           MOVE WS-CONT-ANONIM TO JA-CONTADOR
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
                  '\ALUNARQ.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNARQ-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SAUDE.DAT' DELIMITED BY SIZE
                  INTO WS-SAUDE-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\AEE.DAT' DELIMITED BY SIZE
                  INTO WS-AEE-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OCORRENCIAS.DAT' DELIMITED BY SIZE
                  INTO WS-OCORRENCIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ANONIMIZA.TXT' DELIMITED BY SIZE
                  INTO WS-ANONIMIZA-REL-PATH
           .
       P100-FIM.
           EXIT.

       P200-CONFIRMA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE CFG-RETENCAO-ANOS   TO WS-ANOS
           IF WS-ANOS EQUAL ZEROS
               MOVE 5 TO WS-ANOS
           END-IF

           COMPUTE WS-DATA-CORTE = WS-DATA-HOJE - (WS-ANOS * 10000)

           DISPLAY 'RETENCAO DO ARQUIVO MORTO: ' WS-ANOS ' ANOS'
           DISPLAY 'SERAO ANONIMIZADOS OS ALUNOS ARQUIVADOS COM SAIDA '
                   'ANTERIOR A ' WS-DATA-CORTE
           DISPLAY 'A OPERACAO NAO PODE SER DESFEITA. CONFIRMA? '
                   '<S> - <N>'
           ACCEPT WS-CONFIRM
           .
       P200-FIM.
           EXIT.

       P250-ABRE-ARQUIVOS.
           SET FS-ARQ-OK            TO TRUE
           SET FS-SAU-OK            TO TRUE
           SET FS-AEE-OK            TO TRUE
           SET FS-OCO-OK            TO TRUE
           SET FS-REL-OK            TO TRUE

           OPEN I-O ALUNARQ
           IF NOT FS-ARQ-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MORTO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS-ARQ
               GO TO P250-FIM
           END-IF

           OPEN I-O SAUDE
           IF WS-FS-SAU EQUAL 35 THEN
               OPEN OUTPUT SAUDE
               CLOSE SAUDE
               OPEN I-O SAUDE
           END-IF
           IF NOT FS-SAU-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SAUDE'
               DISPLAY 'FILE STATUS: ' WS-FS-SAU
               GO TO P250-FIM
           END-IF

           OPEN I-O AEE
           IF WS-FS-AEE EQUAL 35 THEN
               OPEN OUTPUT AEE
               CLOSE AEE
               OPEN I-O AEE
           END-IF
           IF NOT FS-AEE-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO AEE'
               DISPLAY 'FILE STATUS: ' WS-FS-AEE
               GO TO P250-FIM
           END-IF

           OPEN I-O OCORRENCIAS
           IF WS-FS-OCO EQUAL 35 THEN
               OPEN OUTPUT OCORRENCIAS
               CLOSE OCORRENCIAS
               OPEN I-O OCORRENCIAS
           END-IF
           IF NOT FS-OCO-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE OCORRENCIAS'
               DISPLAY 'FILE STATUS: ' WS-FS-OCO
               GO TO P250-FIM
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
           END-IF
           .
       P250-FIM.
           EXIT.

      ******************************************************************
      * VARRE O ARQUIVO MORTO E ANONIMIZA AS IMAGENS CUJA SAIDA JA
      * PASSOU DO PRAZO DE RETENCAO
      ******************************************************************
       P300-ANONIMIZA.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT-ANONIM
           MOVE ZEROS               TO WS-CONT-SEM-DATA
           MOVE ZEROS               TO WS-CONT-OCORR

           MOVE WS-ANOS             TO WS-CB-ANOS
           MOVE WS-DATA-CORTE       TO WS-CB-CORTE
           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE REL-LINHA FROM WS-CABECALHO-3

           MOVE ZEROS               TO ARQ-ID-ALUNO

           START ALUNARQ KEY IS NOT LESS THAN ARQ-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ALUNARQ NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P350-AVALIA-IMAGEM THRU P350-FIM
               END-READ
           END-PERFORM

           WRITE REL-LINHA FROM WS-CABECALHO-3
           .
       P300-FIM.
           EXIT.

       P350-AVALIA-IMAGEM.
           MOVE SPACES              TO WS-IMAGEM
           MOVE ARQ-IMAGEM          TO WS-IMAGEM(6:295)
           MOVE WS-IMAGEM           TO REG-CONTATOS
           MOVE ARQ-ID-ALUNO        TO ID-ALUNO

           IF NM-ALUNO EQUAL 'ANONIMIZADO'
               GO TO P350-FIM
           END-IF

           MOVE ZEROS               TO WS-DATA-SAIDA
           IF DT-INATIVACAO NUMERIC AND DT-INATIVACAO > ZEROS
               MOVE DT-INATIVACAO   TO WS-DATA-SAIDA
           ELSE
               IF DT-SITUACAO NUMERIC AND DT-SITUACAO > ZEROS
                   MOVE DT-SITUACAO TO WS-DATA-SAIDA
               END-IF
           END-IF

           IF WS-DATA-SAIDA EQUAL ZEROS
               ADD 1                TO WS-CONT-SEM-DATA
               GO TO P350-FIM
           END-IF

           IF WS-DATA-SAIDA < WS-DATA-CORTE
               PERFORM P400-ANONIMIZA-ALUNO THRU P400-FIM
           END-IF
           .
       P350-FIM.
           EXIT.

       P400-ANONIMIZA-ALUNO.
           MOVE ARQ-ID-ALUNO        TO WS-ID-CORRENTE

           MOVE 'ANONIMIZADO'       TO NM-ALUNO
           MOVE SPACES              TO TEL-ALUNO
           MOVE ZEROS               TO DT-NASCIMENTO
           MOVE SPACES              TO END-ALUNO
           MOVE SPACES              TO NM-RESPONSAVEL
           MOVE SPACES              TO TEL-RESPONSAVEL
           MOVE SPACES              TO EMAIL-ALUNO
           MOVE SPACES              TO ST-BENEFICIARIO
           MOVE ZEROS               TO ID-RESPONSAVEL

           MOVE REG-CONTATOS        TO WS-IMAGEM
           MOVE WS-IMAGEM(6:295)    TO ARQ-IMAGEM

           REWRITE REG-ALUNARQ
               INVALID KEY
                   DISPLAY 'ERRO AO ANONIMIZAR O ALUNO '
                           WS-ID-CORRENTE
                   GO TO P400-FIM
           END-REWRITE

           ADD 1                    TO WS-CONT-ANONIM

           SET TEM-SAUDE            TO FALSE
           MOVE WS-ID-CORRENTE      TO SAU-ID-ALUNO
           DELETE SAUDE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TEM-SAUDE TO TRUE
           END-DELETE

           SET TEM-AEE              TO FALSE
           MOVE WS-ID-CORRENTE      TO AEE-ID-ALUNO
           DELETE AEE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET TEM-AEE TO TRUE
           END-DELETE

           PERFORM P450-OCORRENCIAS THRU P450-FIM

           MOVE WS-ID-CORRENTE      TO WS-DA-ID
           MOVE TURMA-ALUNO         TO WS-DA-TURMA
           MOVE WS-DATA-SAIDA       TO WS-DA-DATA
           MOVE WS-TEM-SAUDE        TO WS-DA-SAUDE
           MOVE WS-TEM-AEE          TO WS-DA-AEE
           MOVE WS-CONT-OCORR-ALUNO TO WS-DA-OCORR
           WRITE REL-LINHA FROM WS-DET-ALUNO
           .
       P400-FIM.
           EXIT.

       P450-OCORRENCIAS.
           SET EOF-OCO-OK           TO FALSE
           MOVE ZEROS               TO WS-CONT-OCORR-ALUNO

           MOVE WS-ID-CORRENTE      TO OCO-ID-ALUNO
           MOVE ZEROS               TO OCO-DATA
           MOVE ZEROS               TO OCO-SEQ

           START OCORRENCIAS KEY IS NOT LESS THAN OCO-CHAVE
               INVALID KEY
                   SET EOF-OCO-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OCO-OK
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       SET EOF-OCO-OK TO TRUE
                   NOT AT END
                       IF OCO-ID-ALUNO NOT EQUAL WS-ID-CORRENTE
                           SET EOF-OCO-OK TO TRUE
                       ELSE
                           MOVE 'DESCRICAO ANONIMIZADA'
                                            TO OCO-DESCRICAO
                           REWRITE REG-OCORRENCIAS
                               INVALID KEY
                                   DISPLAY 'ERRO AO ANONIMIZAR '
                                           OCO-CHAVE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONT-OCORR
                                   ADD 1 TO WS-CONT-OCORR-ALUNO
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           .
       P450-FIM.
           EXIT.

       P600-TOTAIS.
           MOVE WS-CONT-ANONIM      TO WS-DT-ANONIM
           MOVE WS-CONT-SEM-DATA    TO WS-DT-SEM-DATA
           WRITE REL-LINHA FROM WS-DET-TOTAIS
           MOVE WS-CONT-OCORR       TO WS-DT-OCORR
           WRITE REL-LINHA FROM WS-DET-TOTAIS-2

           DISPLAY 'IMAGENS ANONIMIZADAS...: ' WS-CONT-ANONIM
           DISPLAY 'SEM DATA (MANTIDAS)....: ' WS-CONT-SEM-DATA
           DISPLAY 'OCORRENCIAS TRATADAS...: ' WS-CONT-OCORR
           DISPLAY 'RELATORIO GERADO EM....: ' WS-ANONIMIZA-REL-PATH
           .
       P600-FIM.
           EXIT.

       P700-FECHA-ARQUIVOS.
           IF FS-ARQ-OK
               CLOSE ALUNARQ
           END-IF
           IF FS-SAU-OK
               CLOSE SAUDE
           END-IF
           IF FS-AEE-OK
               CLOSE AEE
           END-IF
           IF FS-OCO-OK
               CLOSE OCORRENCIAS
           END-IF
           IF FS-REL-OK
               CLOSE RELATORIO
           END-IF
           .
       P700-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM ANONIMIZA.
