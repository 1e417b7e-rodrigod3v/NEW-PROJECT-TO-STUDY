      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:APROVACAO E APLICACAO DA PROPOSTA DE ENTURMACAO
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. A PROPOSTA GERADA PELA
      *         ROTINA BATCH ENTURMA SO CHEGA A ALUNOS.DAT DEPOIS DO
      *         VISTO DA COORDENACAO: ESTE PROGRAMA MOSTRA O RESUMO
      *         POR SERIE E TURMA E, CONFIRMADO, GRAVA A TURMA
      *         PROPOSTA EM TURMA-ALUNO COM A TRILHA ANTES/DEPOIS DE
      *         HISTALT (COMO O REMANEJA) E O LOG DO ALUNO, MARCANDO
      *         A PROPOSTA COMO APLICADA. OS SEM VAGA FICAM PARA
      *         DECISAO MANUAL (REMANEJA/FILA DE ESPERA). O MENU
      *         RESTRINGE ESTE PROGRAMA AO NIVEL COORDENACAO
      * UPDATE: 15/10/2026 MULTI-UNIDADE: O RESUMO E A APLICACAO SO
      *         CONSIDERAM AS PROPOSTAS DOS ALUNOS DA UNIDADE DO LOGIN
      *         (UNIDADE-ALUNO, ZERO = 01) - ENTURMA.DAT E COMPARTILHADO
      *         E CADA UNIDADE APROVA A SUA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APROVENT.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ENTURMA ASSIGN TO
                WS-ENTURMA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEN-ID-ALUNO
                FILE STATUS IS WS-FS-PEN.

                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT HISTALT ASSIGN TO
                WS-HISTALT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HALT.

                SELECT LOGALUNO ASSIGN TO
                WS-LOGALUNO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD ENTURMA.
           COPY PROPENT.

       FD ALUNOS.
           COPY DATABASE.

       FD HISTALT.
           COPY HISTALT.

       FD LOGALUNO.
           COPY LOGREC.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

         01 WS-TAB-RESUMO.
           03 WS-RS-ITEM OCCURS 100.
              05 WS-RS-SERIE              PIC X(04).
              05 WS-RS-TURMA              PIC X(10).
              05 WS-RS-PROPOSTOS          PIC 9(04).
              05 WS-RS-APLICADOS          PIC 9(04).

         77 WS-FS-PEN                      PIC 99.
           88 FS-PEN-OK                    VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-HALT                     PIC 99.
           88 FS-HALT-OK                   VALUE 0.
         77 WS-FS-LOG                      PIC 99.
           88 FS-LOG-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-ACHOU                       PIC X     VALUE 'N'.
           88 ACHOU-OK                     VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-ANO-ALVO                    PIC 9(04) VALUE ZEROS.
         77 WS-SERIE-PESQUISA              PIC X(04) VALUE SPACES.
         77 WS-IMAGEM-ANTES                PIC X(300) VALUE SPACES.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-QTD-RESUMO                  PIC 9(03) VALUE ZEROS.
         77 WS-IDX-RES                     PIC 9(03) COMP VALUE ZEROS.
         77 WS-IDX-ESCOLHA                 PIC 9(03) COMP VALUE ZEROS.
         77 WS-CONT-PROPOSTOS              PIC 9(04) VALUE ZEROS.
         77 WS-CONT-SEM-VAGA               PIC 9(04) VALUE ZEROS.
         77 WS-CONT-APLICADOS              PIC 9(04) VALUE ZEROS.
         77 WS-CONT-RECUSADOS              PIC 9(04) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P200-ABRE-ENTURMA   THRU P200-FIM
           IF FS-PEN-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE ENTURMA
           END-IF
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
                  '\CFGPARAM' DELIMITED BY SIZE
                  INTO WS-BIN-CFGPARAM-PATH
           CALL WS-BIN-CFGPARAM-PATH USING CFG-PARAMETROS
               ON EXCEPTION
                   CONTINUE
           END-CALL

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ENTURMA.DAT' DELIMITED BY SIZE
                  INTO WS-ENTURMA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\HISTALT.DAT' DELIMITED BY SIZE
                  INTO WS-HISTALT-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\LOGALUNO.DAT' DELIMITED BY SIZE
                  INTO WS-LOGALUNO-PATH
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ENTURMA.
           SET FS-PEN-OK            TO TRUE

           OPEN I-O ENTURMA

           IF WS-FS-PEN EQUAL 35
               DISPLAY 'NENHUMA PROPOSTA DE ENTURMACAO GERADA - RODE '
                       'A ROTINA BATCH 17 (ENTURMA)'
               GO TO P200-FIM
           END-IF

           IF NOT FS-PEN-OK
               DISPLAY 'ERRO AO ABRIR A PROPOSTA DE ENTURMACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-PEN
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** APROVACAO DA ENTURMACAO ****'
           DISPLAY '  1 - RESUMO DA PROPOSTA POR TURMA'
           DISPLAY '  2 - APROVAR E APLICAR A PROPOSTA DE UMA SERIE'
           DISPLAY '  3 - APROVAR E APLICAR A PROPOSTA INTEIRA'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-PEDE-ANO       THRU P310-FIM
                   MOVE SPACES TO WS-SERIE-PESQUISA
                   PERFORM P320-RESUMO         THRU P320-FIM
               WHEN '2'
                   PERFORM P310-PEDE-ANO       THRU P310-FIM
                   DISPLAY 'SERIE: '
                   ACCEPT WS-SERIE-PESQUISA
                   IF WS-SERIE-PESQUISA NOT EQUAL SPACES
                       PERFORM P400-APLICA     THRU P400-FIM
                   END-IF
               WHEN '3'
                   PERFORM P310-PEDE-ANO       THRU P310-FIM
                   MOVE SPACES TO WS-SERIE-PESQUISA
                   PERFORM P400-APLICA         THRU P400-FIM
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

       P310-PEDE-ANO.
           MOVE ZEROS               TO WS-ANO-ALVO
           DISPLAY 'ANO LETIVO DA PROPOSTA (0 PARA ' CFG-ANO-LETIVO
                   '): '
           ACCEPT WS-ANO-ALVO
           IF WS-ANO-ALVO EQUAL ZEROS
               MOVE CFG-ANO-LETIVO  TO WS-ANO-ALVO
           END-IF
           .
       P310-FIM.
           EXIT.

      ******************************************************************
      * RESUMO DA PROPOSTA DO ANO (E SERIE, SE INFORMADA): PROPOSTOS E
      * JA APLICADOS POR TURMA, E OS SEM VAGA. SO CONTA OS ALUNOS DA
      * UNIDADE DO LOGIN - ENTURMA.DAT TRAZ AS PROPOSTAS DE TODAS
      ******************************************************************
       P320-RESUMO.
           MOVE ZEROS               TO WS-QTD-RESUMO
           MOVE ZEROS               TO WS-CONT-PROPOSTOS
           MOVE ZEROS               TO WS-CONT-SEM-VAGA
           MOVE ZEROS               TO WS-CONT-APLICADOS

           SET FS-OK                TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P320-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO PEN-ID-ALUNO

           START ENTURMA KEY IS NOT LESS THAN PEN-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ENTURMA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF PEN-ANO-LETIVO EQUAL WS-ANO-ALVO AND
                          (WS-SERIE-PESQUISA EQUAL SPACES OR
                           PEN-SERIE EQUAL WS-SERIE-PESQUISA)
                           PERFORM P330-ACUMULA-RESUMO THRU P330-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALUNOS

           IF WS-QTD-RESUMO EQUAL ZEROS
               DISPLAY 'NENHUMA PROPOSTA PARA O ANO ' WS-ANO-ALVO
               GO TO P320-FIM
           END-IF

           DISPLAY 'SERIE TURMA      PROPOSTOS APLICADOS'
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-RESUMO
               DISPLAY WS-RS-SERIE(WS-IDX-RES) '  '
                       WS-RS-TURMA(WS-IDX-RES) ' '
                       WS-RS-PROPOSTOS(WS-IDX-RES) '      '
                       WS-RS-APLICADOS(WS-IDX-RES)
           END-PERFORM
           DISPLAY 'A APLICAR: ' WS-CONT-PROPOSTOS
                   '  JA APLICADOS: ' WS-CONT-APLICADOS
                   '  SEM VAGA: ' WS-CONT-SEM-VAGA
           .
       P320-FIM.
           EXIT.

      ******************************************************************
      * UNIDADE DO ALUNO DA PROPOSTA (UNIDADE-ALUNO, ZERO = 01); O
      * ALUNO QUE SAIU DO CADASTRO FICA COM A UNIDADE DONA DA FAIXA
      * DE IDS EM QUE ELE CAI
      ******************************************************************
       P325-UNIDADE-PROPOSTA.
           MOVE ZEROS               TO WS-UNIDADE-ALU
           MOVE PEN-ID-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   IF ID-ALUNO NOT < CFG-ID-INICIAL AND
                      ID-ALUNO NOT > CFG-ID-FINAL
                       MOVE CFG-UNIDADE TO WS-UNIDADE-ALU
                   END-IF
                   GO TO P325-FIM
           END-READ

           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND
              UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           .
       P325-FIM.
           EXIT.

       P330-ACUMULA-RESUMO.
           PERFORM P325-UNIDADE-PROPOSTA THRU P325-FIM
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P330-FIM
           END-IF

           IF PEN-TURMA-PROPOSTA EQUAL SPACES
               IF PEN-PROPOSTA
                   ADD 1 TO WS-CONT-SEM-VAGA
               END-IF
               GO TO P330-FIM
           END-IF

           SET ACHOU-OK             TO FALSE
           PERFORM VARYING WS-IDX-RES FROM 1 BY 1
                   UNTIL WS-IDX-RES > WS-QTD-RESUMO
               IF WS-RS-TURMA(WS-IDX-RES) EQUAL PEN-TURMA-PROPOSTA
                   SET ACHOU-OK TO TRUE
                   MOVE WS-IDX-RES TO WS-IDX-ESCOLHA
                   MOVE WS-QTD-RESUMO TO WS-IDX-RES
               END-IF
           END-PERFORM

           IF NOT ACHOU-OK
               IF WS-QTD-RESUMO NOT LESS 100
                   GO TO P330-FIM
               END-IF
               ADD 1 TO WS-QTD-RESUMO
               MOVE WS-QTD-RESUMO      TO WS-IDX-ESCOLHA
               MOVE PEN-SERIE          TO WS-RS-SERIE(WS-IDX-ESCOLHA)
               MOVE PEN-TURMA-PROPOSTA TO WS-RS-TURMA(WS-IDX-ESCOLHA)
               MOVE ZEROS          TO WS-RS-PROPOSTOS(WS-IDX-ESCOLHA)
               MOVE ZEROS          TO WS-RS-APLICADOS(WS-IDX-ESCOLHA)
           END-IF

           IF PEN-APLICADA
               ADD 1 TO WS-RS-APLICADOS(WS-IDX-ESCOLHA)
               ADD 1 TO WS-CONT-APLICADOS
           ELSE
               ADD 1 TO WS-RS-PROPOSTOS(WS-IDX-ESCOLHA)
               ADD 1 TO WS-CONT-PROPOSTOS
           END-IF
           .
       P330-FIM.
           EXIT.

      ******************************************************************
      * APLICA EM ALUNOS.DAT AS PROPOSTAS PENDENTES DO ANO/SERIE QUE
      * TEM TURMA: TROCA TURMA-ALUNO, GRAVA HISTALT E O LOG, E MARCA
      * A PROPOSTA COMO APLICADA. AS PROPOSTAS DOS ALUNOS DE OUTRA
      * UNIDADE FICAM PARA A COORDENACAO DELA
      ******************************************************************
       P400-APLICA.
           PERFORM P320-RESUMO      THRU P320-FIM
           IF WS-CONT-PROPOSTOS EQUAL ZEROS
               DISPLAY 'NADA A APLICAR'
               GO TO P400-FIM
           END-IF

           DISPLAY 'APLICAR ' WS-CONT-PROPOSTOS
                   ' ENTURMACOES EM ALUNOS.DAT? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'APLICACAO CANCELADA'
               GO TO P400-FIM
           END-IF

           SET FS-OK                TO TRUE
           OPEN I-O ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P400-FIM
           END-IF

           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           MOVE ZEROS               TO WS-CONT-APLICADOS
           MOVE ZEROS               TO WS-CONT-RECUSADOS
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO PEN-ID-ALUNO

           START ENTURMA KEY IS NOT LESS THAN PEN-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ENTURMA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF PEN-ANO-LETIVO EQUAL WS-ANO-ALVO AND
                          PEN-PROPOSTA AND
                          PEN-TURMA-PROPOSTA NOT EQUAL SPACES AND
                          (WS-SERIE-PESQUISA EQUAL SPACES OR
                           PEN-SERIE EQUAL WS-SERIE-PESQUISA)
                           PERFORM P420-APLICA-ALUNO THRU P420-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALUNOS

           DISPLAY 'ENTURMACOES APLICADAS: ' WS-CONT-APLICADOS
           IF WS-CONT-RECUSADOS > ZEROS
               DISPLAY 'NAO APLICADAS (ALUNO INATIVO OU FORA DO '
                       'CADASTRO): ' WS-CONT-RECUSADOS
           END-IF
           .
       P400-FIM.
           EXIT.

       P420-APLICA-ALUNO.
           PERFORM P325-UNIDADE-PROPOSTA THRU P325-FIM
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P420-FIM
           END-IF

           MOVE PEN-ID-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   ADD 1 TO WS-CONT-RECUSADOS
                   GO TO P420-FIM
           END-READ

           IF ALUNO-INATIVO
               ADD 1 TO WS-CONT-RECUSADOS
               GO TO P420-FIM
           END-IF

           MOVE SPACES              TO WS-IMAGEM-ANTES
           MOVE REG-CONTATOS        TO WS-IMAGEM-ANTES

           IF TURMA-ALUNO NOT EQUAL PEN-TURMA-PROPOSTA
               MOVE PEN-TURMA-PROPOSTA TO TURMA-ALUNO
               REWRITE REG-CONTATOS
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O ALUNO ' ID-ALUNO
                       ADD 1 TO WS-CONT-RECUSADOS
                       GO TO P420-FIM
               END-REWRITE
               PERFORM P430-GRAVA-HISTALT THRU P430-FIM
               PERFORM P600-GRAVA-LOG     THRU P600-FIM
           END-IF

           SET PEN-APLICADA         TO TRUE
           MOVE WS-DATA-HOJE        TO PEN-DT-APLICACAO
           MOVE LK-OPERADOR-ID      TO PEN-OPERADOR
           REWRITE REG-PROPENT
               INVALID KEY
                   DISPLAY 'ERRO AO MARCAR A PROPOSTA DO ALUNO '
                           PEN-ID-ALUNO
           END-REWRITE

           ADD 1 TO WS-CONT-APLICADOS
           .
       P420-FIM.
           EXIT.

      ******************************************************************
      * GRAVA EM HISTALT.DAT A IMAGEM ANTES/DEPOIS DA TROCA DE TURMA,
      * A MESMA TRILHA DO REMANEJA, PARA O REVERTER PODER DESFAZER
      ******************************************************************
       P430-GRAVA-HISTALT.
           SET FS-HALT-OK           TO TRUE

           OPEN EXTEND HISTALT

           IF WS-FS-HALT EQUAL 35 THEN
               OPEN OUTPUT HISTALT
               CLOSE HISTALT
               OPEN EXTEND HISTALT
           END-IF

           IF NOT FS-HALT-OK
               DISPLAY 'ERRO AO ABRIR O HISTORICO DE ALTERACOES'
               DISPLAY 'FILE STATUS: ' WS-FS-HALT
               GO TO P430-FIM
           END-IF

           MOVE 'C'                 TO HALT-TIPO
           MOVE ID-ALUNO            TO HALT-ID-ALUNO
           MOVE LK-OPERADOR-ID      TO HALT-OPERADOR
           ACCEPT HALT-DATA         FROM DATE YYYYMMDD
           ACCEPT HALT-HORA         FROM TIME
           MOVE WS-IMAGEM-ANTES     TO HALT-ANTES
           MOVE SPACES              TO HALT-DEPOIS
           MOVE REG-CONTATOS        TO HALT-DEPOIS

           WRITE REG-HISTALT

           CLOSE HISTALT
           .
       P430-FIM.
           EXIT.

       P600-GRAVA-LOG.
           SET FS-LOG-OK            TO TRUE

           OPEN EXTEND LOGALUNO

           IF WS-FS-LOG EQUAL 35 THEN
               OPEN OUTPUT LOGALUNO
               CLOSE LOGALUNO
               OPEN EXTEND LOGALUNO
           END-IF

           IF NOT FS-LOG-OK
               GO TO P600-FIM
           END-IF

           MOVE ID-ALUNO            TO LOG-ID-ALUNO
           MOVE 'ENTURMACAO'        TO LOG-OPERACAO
           MOVE LK-OPERADOR-ID      TO LOG-OPERADOR-ID
           ACCEPT LOG-DATA          FROM DATE YYYYMMDD
           ACCEPT LOG-HORA          FROM TIME

           WRITE REG-LOG

           CLOSE LOGALUNO
           .
       P600-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM APROVENT.
