      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:CONVERSAO DE LAYOUT DE REGISTROS DE ALUNO E LANCAMENTO
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO SUBPROGRAMA. RECEBE UMA IMAGEM
      *         DE REG-CONTATOS (ALUNOS OU ALUNARQ) OU DE
      *         REG-DISCIPLINAS E A VERSAO DE LAYOUT EM QUE FOI
      *         GRAVADA (LAYOUTVER) E DEVOLVE A IMAGEM NO LAYOUT
      *         ATUAL: CORTA O QUE A VERSAO DE ORIGEM NAO TINHA, POE
      *         ZEROS NOS CAMPOS NUMERICOS EM BRANCO (CAMPOS
      *         ACRESCENTADOS DEPOIS DA GRAVACAO) E UNIDADE 01 ONDE
      *         NAO HAVIA UNIDADE. REJEITA, COM O MOTIVO, A IMAGEM
      *         COM CHAVE INVALIDA, NUMERICO COM LIXO OU SITUACAO FORA
      *         DO DOMINIO, EM VEZ DE DEIXAR LIXO ENTRAR NOS ARQUIVOS.
      *         TAMBEM CONSULTA E REGISTRA EM LAYOUTCTL.DAT A VERSAO
      *         DE CADA ARQUIVO INDEXADO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVREG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT LAYOUTCTL ASSIGN TO
                WS-LAYOUTCTL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LYC.

       DATA DIVISION.
       FILE SECTION.
       FD LAYOUTCTL.
           COPY LAYOUTCTL.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY LAYOUTVER.
           COPY DATABASE.
           COPY DISCIPLINAS.

         01 WS-LAYOUTCTL-PATH               PIC X(80).

      * CAMPOS NUMERICOS FORA DA CHAVE: NOME, POSICAO E TAMANHO NA
      * IMAGEM. EM BRANCO VIRAM ZEROS; COM LIXO REJEITAM O REGISTRO
         01 WS-TAB-NUM-ALUNOS.
           03 FILLER                      PIC X(19)
              VALUE 'ID-MATERIA    05120'.
           03 FILLER                      PIC X(19)
              VALUE 'NT-PORT       09104'.
           03 FILLER                      PIC X(19)
              VALUE 'NT-MAT        09504'.
           03 FILLER                      PIC X(19)
              VALUE 'NT-CIEN       09904'.
           03 FILLER                      PIC X(19)
              VALUE 'MEDIA         10304'.
           03 FILLER                      PIC X(19)
              VALUE 'DT-NASCIMENTO 12808'.
           03 FILLER                      PIC X(19)
              VALUE 'DT-INATIVACAO 27108'.
           03 FILLER                      PIC X(19)
              VALUE 'DT-SITUACAO   28008'.
           03 FILLER                      PIC X(19)
              VALUE 'ID-RESPONSAVEL28905'.
           03 FILLER                      PIC X(19)
              VALUE 'ID-MESCLADO-EM29405'.
           03 FILLER                      PIC X(19)
              VALUE 'UNIDADE-ALUNO 29902'.
         01 WS-TAB-NUM-ALUNOS-R REDEFINES WS-TAB-NUM-ALUNOS.
           03 WS-NA-CAMPO OCCURS 11.
             05 WS-NA-NOME                PIC X(14).
             05 WS-NA-POS                 PIC 9(03).
             05 WS-NA-TAM                 PIC 9(02).
         01 WS-TAB-NUM-DISC.
           03 FILLER                      PIC X(19)
              VALUE 'NT-PORT       04704'.
           03 FILLER                      PIC X(19)
              VALUE 'NT-MAT        05104'.
           03 FILLER                      PIC X(19)
              VALUE 'NT-CIEN       05504'.
           03 FILLER                      PIC X(19)
              VALUE 'MEDIA         05904'.
           03 FILLER                      PIC X(19)
              VALUE 'ANO-LETIVO    08304'.
         01 WS-TAB-NUM-DISC-R REDEFINES WS-TAB-NUM-DISC.
           03 WS-ND-CAMPO OCCURS 5.
             05 WS-ND-NOME                PIC X(14).
             05 WS-ND-POS                 PIC 9(03).
             05 WS-ND-TAM                 PIC 9(02).

         01 WS-TAB-LINHAS.
           03 WS-TL-LINHA OCCURS 20        PIC X(22).

         01 WS-IMAGEM-NOVA                  PIC X(300) VALUE SPACES.

         77 WS-FS-LYC                      PIC 99.
           88 FS-LYC-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-TAM                         PIC 9(04) VALUE ZEROS.
         77 WS-POS                         PIC 9(03) VALUE ZEROS.
         77 WS-LEN                         PIC 9(02) VALUE ZEROS.
         77 WS-IDX                         PIC 9(02) VALUE ZEROS.
         77 WS-QTD-LINHAS                  PIC 9(02) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
         01 LK-CONVREG-AREA.
           05 LK-CV-FUNCAO                 PIC X(01).
           05 LK-CV-ARQUIVO                PIC X(12).
           05 LK-CV-VERSAO                 PIC 9(02).
           05 LK-CV-IMAGEM                 PIC X(300).
           05 LK-CV-ALTERADO               PIC X(01).
           05 LK-CV-OK                     PIC X(01).
           05 LK-CV-MOTIVO                 PIC X(30).

       PROCEDURE DIVISION USING LK-CONVREG-AREA.

       MAIN-PROCEDURE.
           MOVE 'S'                 TO LK-CV-OK
           MOVE 'N'                 TO LK-CV-ALTERADO
           MOVE SPACES              TO LK-CV-MOTIVO

           EVALUATE LK-CV-FUNCAO
               WHEN 'C'
                   PERFORM P300-CONVERTE   THRU P300-FIM
               WHEN 'V'
                   PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
                   PERFORM P500-CONSULTA   THRU P500-FIM
               WHEN 'R'
                   PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
                   PERFORM P600-REGISTRA   THRU P600-FIM
               WHEN OTHER
                   MOVE 'N'         TO LK-CV-OK
                   MOVE 'FUNCAO INVALIDA' TO LK-CV-MOTIVO
           END-EVALUATE
           PERFORM P900-FIM
           .

       P100-MONTA-CAMINHOS.
           ACCEPT WS-BASE-DIR FROM ENVIRONMENT 'BOLETIMV2_HOME'
           IF WS-BASE-DIR EQUAL SPACES THEN
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

           MOVE SPACES              TO WS-LAYOUTCTL-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\LAYOUTCTL.DAT' DELIMITED BY SIZE
                  INTO WS-LAYOUTCTL-PATH
           .
       P100-FIM.
           EXIT.

       P300-CONVERTE.
           EVALUATE LK-CV-ARQUIVO
               WHEN 'ALUNOS'
                   PERFORM P310-CONVERTE-ALUNO THRU P310-FIM
               WHEN 'ALUNARQ'
                   PERFORM P310-CONVERTE-ALUNO THRU P310-FIM
               WHEN 'DISCIPLINAS'
                   PERFORM P350-CONVERTE-DISC  THRU P350-FIM
               WHEN OTHER
                   MOVE 'N'         TO LK-CV-OK
                   MOVE 'ARQUIVO SEM CONTROLE DE LAYOUT'
                                    TO LK-CV-MOTIVO
           END-EVALUATE
           .
       P300-FIM.
           EXIT.

      ******************************************************************
      * REG-CONTATOS: SO OS BYTES QUE A VERSAO DE ORIGEM TINHA; O
      * RESTO COMECA EM BRANCO E RECEBE O PADRAO DO CAMPO
      ******************************************************************
       P310-CONVERTE-ALUNO.
           IF LK-CV-VERSAO > LV-ALUNOS-ATUAL
               MOVE 'N'             TO LK-CV-OK
               MOVE 'LAYOUT MAIS NOVO QUE O SISTEMA' TO LK-CV-MOTIVO
               GO TO P310-FIM
           END-IF
           IF LK-CV-VERSAO EQUAL ZEROS
               MOVE LV-TAM-ALUNOS(LV-ALUNOS-ATUAL) TO WS-TAM
           ELSE
               MOVE LV-TAM-ALUNOS(LK-CV-VERSAO)    TO WS-TAM
           END-IF

           MOVE SPACES              TO REG-CONTATOS
           MOVE LK-CV-IMAGEM(1:WS-TAM) TO REG-CONTATOS(1:WS-TAM)

           IF ID-ALUNO NOT NUMERIC OR ID-ALUNO EQUAL ZEROS
               MOVE 'N'             TO LK-CV-OK
               MOVE 'ID DO ALUNO INVALIDO' TO LK-CV-MOTIVO
               GO TO P310-FIM
           END-IF
           IF NM-ALUNO EQUAL SPACES
               MOVE 'N'             TO LK-CV-OK
               MOVE 'NOME DO ALUNO EM BRANCO' TO LK-CV-MOTIVO
               GO TO P310-FIM
           END-IF
           IF ST-ATIVO EQUAL SPACE
               SET ALUNO-ATIVO      TO TRUE
           END-IF
           IF NOT ALUNO-ATIVO AND NOT ALUNO-INATIVO
               MOVE 'N'             TO LK-CV-OK
               MOVE 'ST-ATIVO INVALIDO' TO LK-CV-MOTIVO
               GO TO P310-FIM
           END-IF
           IF NOT MAT-PRE-MATRICULA AND NOT MAT-MATRICULADO AND
              NOT MAT-TRANCADO AND NOT MAT-TRANSFERIDO AND
              NOT MAT-LEGADO
               MOVE 'N'             TO LK-CV-OK
               MOVE 'ST-MATRICULA INVALIDO' TO LK-CV-MOTIVO
               GO TO P310-FIM
           END-IF
           IF ST-BENEFICIARIO NOT EQUAL 'S' AND
              ST-BENEFICIARIO NOT EQUAL 'N' AND
              ST-BENEFICIARIO NOT EQUAL SPACE
               MOVE 'N'             TO LK-CV-OK
               MOVE 'ST-BENEFICIARIO INVALIDO' TO LK-CV-MOTIVO
               GO TO P310-FIM
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 11 OR LK-CV-OK EQUAL 'N'
               MOVE WS-NA-POS(WS-IDX) TO WS-POS
               MOVE WS-NA-TAM(WS-IDX) TO WS-LEN
               IF REG-CONTATOS(WS-POS:WS-LEN) EQUAL SPACES
                   MOVE ALL '0'     TO REG-CONTATOS(WS-POS:WS-LEN)
               ELSE
                   IF REG-CONTATOS(WS-POS:WS-LEN) NOT NUMERIC
                       MOVE 'N'     TO LK-CV-OK
                       STRING 'NAO NUMERICO: ' DELIMITED BY SIZE
                              WS-NA-NOME(WS-IDX) DELIMITED BY SPACE
                              INTO LK-CV-MOTIVO
                   END-IF
               END-IF
           END-PERFORM
           IF LK-CV-OK EQUAL 'N'
               GO TO P310-FIM
           END-IF

           IF UNIDADE-ALUNO EQUAL ZEROS
               MOVE 1               TO UNIDADE-ALUNO
           END-IF

           MOVE REG-CONTATOS        TO WS-IMAGEM-NOVA
           IF WS-IMAGEM-NOVA NOT EQUAL LK-CV-IMAGEM
               MOVE 'S'             TO LK-CV-ALTERADO
               MOVE WS-IMAGEM-NOVA  TO LK-CV-IMAGEM
           END-IF
           .
       P310-FIM.
           EXIT.

      ******************************************************************
      * REG-DISCIPLINAS: MESMA REGRA; A CHAVE TEM DE SER VALIDA E O
      * CONCEITO, QUANDO HA, DE A A E
      ******************************************************************
       P350-CONVERTE-DISC.
           IF LK-CV-VERSAO > LV-DISC-ATUAL
               MOVE 'N'             TO LK-CV-OK
               MOVE 'LAYOUT MAIS NOVO QUE O SISTEMA' TO LK-CV-MOTIVO
               GO TO P350-FIM
           END-IF
           IF LK-CV-VERSAO EQUAL ZEROS
               MOVE LV-TAM-DISC(LV-DISC-ATUAL) TO WS-TAM
           ELSE
               MOVE LV-TAM-DISC(LK-CV-VERSAO)  TO WS-TAM
           END-IF

           MOVE SPACES              TO REG-DISCIPLINAS
           MOVE LK-CV-IMAGEM(1:WS-TAM) TO REG-DISCIPLINAS(1:WS-TAM)

           IF DISC-ID-ALUNO NOT NUMERIC OR DISC-ID-ALUNO EQUAL ZEROS
               MOVE 'N'             TO LK-CV-OK
               MOVE 'ID DO ALUNO INVALIDO' TO LK-CV-MOTIVO
               GO TO P350-FIM
           END-IF
           IF DISC-ID-MATERIA NOT NUMERIC
               MOVE 'N'             TO LK-CV-OK
               MOVE 'ID DA DISCIPLINA INVALIDO' TO LK-CV-MOTIVO
               GO TO P350-FIM
           END-IF
           IF DISC-BIMESTRE NOT NUMERIC OR DISC-BIMESTRE < 1 OR
              DISC-BIMESTRE > 4
               MOVE 'N'             TO LK-CV-OK
               MOVE 'BIMESTRE INVALIDO' TO LK-CV-MOTIVO
               GO TO P350-FIM
           END-IF
           IF DISC-CONCEITO NOT EQUAL SPACE AND
              (DISC-CONCEITO < 'A' OR DISC-CONCEITO > 'E')
               MOVE 'N'             TO LK-CV-OK
               MOVE 'CONCEITO INVALIDO' TO LK-CV-MOTIVO
               GO TO P350-FIM
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > 5 OR LK-CV-OK EQUAL 'N'
               MOVE WS-ND-POS(WS-IDX) TO WS-POS
               MOVE WS-ND-TAM(WS-IDX) TO WS-LEN
               IF REG-DISCIPLINAS(WS-POS:WS-LEN) EQUAL SPACES
                   MOVE ALL '0'     TO REG-DISCIPLINAS(WS-POS:WS-LEN)
               ELSE
                   IF REG-DISCIPLINAS(WS-POS:WS-LEN) NOT NUMERIC
                       MOVE 'N'     TO LK-CV-OK
                       STRING 'NAO NUMERICO: ' DELIMITED BY SIZE
                              WS-ND-NOME(WS-IDX) DELIMITED BY SPACE
                              INTO LK-CV-MOTIVO
                   END-IF
               END-IF
           END-PERFORM
           IF LK-CV-OK EQUAL 'N'
               GO TO P350-FIM
           END-IF

           MOVE REG-DISCIPLINAS     TO WS-IMAGEM-NOVA
           IF WS-IMAGEM-NOVA NOT EQUAL LK-CV-IMAGEM
               MOVE 'S'             TO LK-CV-ALTERADO
               MOVE WS-IMAGEM-NOVA  TO LK-CV-IMAGEM
           END-IF
           .
       P350-FIM.
           EXIT.

      ******************************************************************
      * VERSAO REGISTRADA PARA O ARQUIVO; SEM LINHA = 00
      ******************************************************************
       P500-CONSULTA.
           SET EOF-OK               TO FALSE
           SET FS-LYC-OK            TO TRUE
           MOVE ZEROS               TO LK-CV-VERSAO

           OPEN INPUT LAYOUTCTL
           IF NOT FS-LYC-OK
               GO TO P500-FIM
           END-IF

           PERFORM UNTIL EOF-OK
               READ LAYOUTCTL
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF LYC-ARQUIVO EQUAL LK-CV-ARQUIVO AND
                          LYC-VERSAO NUMERIC
                           MOVE LYC-VERSAO TO LK-CV-VERSAO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LAYOUTCTL
           .
       P500-FIM.
           EXIT.

      ******************************************************************
      * REGRAVA LAYOUTCTL.DAT TROCANDO (OU ACRESCENTANDO) A LINHA DO
      * ARQUIVO PELA VERSAO INFORMADA COM A DATA DE HOJE
      ******************************************************************
       P600-REGISTRA.
           SET EOF-OK               TO FALSE
           SET FS-LYC-OK            TO TRUE
           MOVE ZEROS               TO WS-QTD-LINHAS

           OPEN INPUT LAYOUTCTL
           IF FS-LYC-OK
               PERFORM UNTIL EOF-OK
                   READ LAYOUTCTL
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF LYC-ARQUIVO NOT EQUAL LK-CV-ARQUIVO AND
                              WS-QTD-LINHAS < 19
                               ADD 1 TO WS-QTD-LINHAS
                               MOVE REG-LAYOUTCTL
                                    TO WS-TL-LINHA(WS-QTD-LINHAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAYOUTCTL
           END-IF

           MOVE LK-CV-ARQUIVO       TO LYC-ARQUIVO
           MOVE LK-CV-VERSAO        TO LYC-VERSAO
           MOVE WS-DATA-HOJE        TO LYC-DATA
           ADD 1                    TO WS-QTD-LINHAS
           MOVE REG-LAYOUTCTL       TO WS-TL-LINHA(WS-QTD-LINHAS)

           SET FS-LYC-OK            TO TRUE
           OPEN OUTPUT LAYOUTCTL
           IF NOT FS-LYC-OK
               MOVE 'N'             TO LK-CV-OK
               MOVE 'ERRO AO GRAVAR LAYOUTCTL.DAT' TO LK-CV-MOTIVO
               GO TO P600-FIM
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-LINHAS
               WRITE REG-LAYOUTCTL FROM WS-TL-LINHA(WS-IDX)
           END-PERFORM

           CLOSE LAYOUTCTL
           .
       P600-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CONVREG.
