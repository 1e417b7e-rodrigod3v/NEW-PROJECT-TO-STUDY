      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:PROJECAO "QUANTO FALTA" POR ALUNO E POR TURMA
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. PARA CADA DISCIPLINA
      *         DO ALUNO, COM OS BIMESTRES JA LANCADOS EM
      *         DISCIPLINAS.DAT, IMPRIME A MEDIA ATUAL, A MEDIA QUE
      *         FALTA EM CADA BIMESTRE RESTANTE PARA A APROVACAO
      *         DIRETA E PARA NAO PERDER A RECUPERACAO, A NOTA DE
      *         PROVA CORRESPONDENTE PELOS PESOS DE SITCFG E A
      *         SITUACAO (GARANTIDA, EM ABERTO, SO COM RECUPERACAO OU
      *         ABAIXO DA RECUPERACAO) - CONTA FEITA PELO SUBPROGRAMA
      *         CALCPROJ, O MESMO DO RODAPE DO RELBOLETIM. LANCAMENTO
      *         POR CONCEITO E A RECUPERACAO FINAL (BIMESTRE 5) FICAM
      *         FORA. POR TURMA SAEM TODOS OS ALUNOS ATIVOS DA TURMA NA
      *         UNIDADE DO LOGIN, COM O RESUMO DAS SITUACOES NO FIM.
      *         SAIDA CATALOGADA PELO RELNOME (PROJECAO)
      * UPDATE: 15/10/2026 ROTULO DO RELATORIO SAIA COLADO AO VALOR -
      *         CAMPO AJUSTADO AO TAMANHO DO LITERAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROJECAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT DISCIPLINAS ASSIGN TO
                WS-DISCIPLINAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISC-CHAVE
                FILE STATUS IS WS-FS-DISC.

                SELECT RELATORIO ASSIGN TO
                WS-PROJECAO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
           COPY DATABASE.

       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY RELNAREA.
           COPY PROJAREA.

         01 WS-CAB-ESCOLA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 WS-CE-ESCOLA                PIC X(40).
         01 WS-CAB-TITULO.
           03 FILLER                      PIC X(16) VALUE SPACES.
           03 FILLER                      PIC X(33)
              VALUE 'PROJECAO "QUANTO FALTA" - ANO '.
           03 WS-CT-ANO                   PIC 9(04).
         01 WS-CAB-TRACO.
           03 FILLER                      PIC X(80) VALUE ALL '-'.
         01 WS-LEG-CORTES.
           03 FILLER                      PIC X(20)
              VALUE 'CORTE DE APROVACAO: '.
           03 WS-LC-APROVACAO             PIC Z9,99.
           03 FILLER                      PIC X(26)
              VALUE '   CORTE DE RECUPERACAO: '.
           03 WS-LC-RECUPERACAO           PIC Z9,99.
         01 WS-LEG-PESOS.
           03 FILLER                      PIC X(15)
              VALUE 'PESOS - PROVA: '.
           03 WS-LP-PROVA                 PIC 9,99.
           03 FILLER                      PIC X(12)
              VALUE '  TRABALHO: '.
           03 WS-LP-TRABALHO              PIC 9,99.
           03 FILLER                      PIC X(16)
              VALUE '  PARTICIPACAO: '.
           03 WS-LP-PARTICIPACAO          PIC 9,99.
         01 WS-LEG-EXPLICA-1.
           03 FILLER                      PIC X(40)
              VALUE 'P/APROV E P/RECUP: MEDIA MINIMA EM CADA '.
           03 FILLER                      PIC X(40)
              VALUE 'BIMESTRE QUE AINDA FALTA LANCAR'.
         01 WS-LEG-EXPLICA-2.
           03 FILLER                      PIC X(41)
              VALUE 'PROVA: NOTA DE PROVA QUE DA O P/APROV SE '.
           03 FILLER                      PIC X(40)
              VALUE 'TRABALHO/PARTICIPACAO SEGUIREM A MEDIA'.
         01 WS-CAB-ALUNO.
           03 FILLER                      PIC X(07) VALUE 'ALUNO: '.
           03 WS-CA-ID                    PIC 9(05).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-CA-NOME                  PIC X(30).
           03 FILLER                      PIC X(08) VALUE ' TURMA: '.
           03 WS-CA-TURMA                 PIC X(10).
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(22) VALUE 'DISCIPLINA'.
           03 FILLER                      PIC X(05) VALUE 'BIMS'.
           03 FILLER                      PIC X(07) VALUE 'MEDIA'.
           03 FILLER                      PIC X(08) VALUE 'P/APROV'.
           03 FILLER                      PIC X(08) VALUE 'P/RECUP'.
           03 FILLER                      PIC X(08) VALUE 'PROVA'.
           03 FILLER                      PIC X(22) VALUE 'SITUACAO'.
         01 WS-DET-PROJ.
           03 WS-DP-MATERIA               PIC X(20).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DP-QTD                   PIC 9(01).
           03 FILLER                      PIC X(02) VALUE '/4'.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DP-MEDIA                 PIC ZZ,99.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DP-APROV                 PIC X(06).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DP-RECUP                 PIC X(06).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DP-PROVA                 PIC X(06).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DP-SITUACAO              PIC X(22).
         01 WS-LIN-NENHUMA.
           03 FILLER                      PIC X(40)
              VALUE 'NENHUMA NOTA NUMERICA LANCADA NO ANO'.
         01 WS-TOT-TITULO.
           03 FILLER                      PIC X(40)
              VALUE 'RESUMO DA TURMA (DISCIPLINAS x ALUNO)'.
         01 WS-TOT-LINHA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-TL-DESCRICAO             PIC X(22).
           03 FILLER                      PIC X(02) VALUE ': '.
           03 WS-TL-QTD                   PIC ZZZZ9.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-DISC                     PIC 99.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-DISC                    PIC X     VALUE 'N'.
           88 EOF-DISC-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-ID-PESQUISA                 PIC 9(05) VALUE ZEROS.
         77 WS-TURMA                       PIC X(10) VALUE SPACES.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-PREV-MATERIA                PIC 9(20) VALUE ZEROS.
         77 WS-PREV-NM-MATERIA             PIC X(20) VALUE SPACES.
         77 WS-QTD-BIM                     PIC 9(01) VALUE ZEROS.
         77 WS-SOMA-MEDIAS                 PIC 9(03)V99 VALUE ZEROS.
         77 WS-SOMA-TRABALHO               PIC 9(03)V99 VALUE ZEROS.
         77 WS-SOMA-PARTICIP               PIC 9(03)V99 VALUE ZEROS.
         77 WS-QTD-DISC-ALUNO              PIC 9(02) VALUE ZEROS.
         77 WS-CONT-ALUNOS                 PIC 9(05) VALUE ZEROS.
         77 WS-CONT-GARANTIDA              PIC 9(05) VALUE ZEROS.
         77 WS-CONT-ABERTO                 PIC 9(05) VALUE ZEROS.
         77 WS-CONT-RECUPERACAO            PIC 9(05) VALUE ZEROS.
         77 WS-CONT-FORA                   PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           SET EXIT-OK               TO FALSE
           PERFORM P300-PROCESSA     THRU P300-FIM UNTIL EXIT-OK
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
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\RELNOME' DELIMITED BY SIZE
                  INTO WS-BIN-RELNOME-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CALCPROJ' DELIMITED BY SIZE
                  INTO WS-BIN-CALCPROJ-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PROJECAO.TXT' DELIMITED BY SIZE
                  INTO WS-PROJECAO-PATH
           .
       P100-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** PROJECAO "QUANTO FALTA" ****'
           DISPLAY '  1 - POR ALUNO'
           DISPLAY '  2 - POR TURMA'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-POR-ALUNO THRU P400-FIM
               WHEN '2'
                   PERFORM P450-POR-TURMA THRU P450-FIM
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

       P400-POR-ALUNO.
           DISPLAY 'ID DO ALUNO: '
           ACCEPT WS-ID-PESQUISA

           PERFORM P600-ABRE-ARQUIVOS THRU P600-FIM
           IF NOT FS-OK OR NOT FS-DISC-OK OR NOT FS-REL-OK
               GO TO P400-ENCERRA
           END-IF

           MOVE WS-ID-PESQUISA      TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO REGISTRADO'
                   GO TO P400-ENCERRA
           END-READ

           IF ALUNO-INATIVO
               DISPLAY 'ALUNO NAO REGISTRADO'
               GO TO P400-ENCERRA
           END-IF

           PERFORM P500-PROJETA-ALUNO THRU P500-FIM
           DISPLAY 'PROJECAO GERADA EM: ' WS-PROJECAO-PATH
           .
       P400-ENCERRA.
           PERFORM P690-FECHA-ARQUIVOS THRU P690-FIM
           .
       P400-FIM.
           EXIT.

       P450-POR-TURMA.
           DISPLAY 'TURMA: '
           ACCEPT WS-TURMA
           IF WS-TURMA EQUAL SPACES
               DISPLAY '*** TURMA OBRIGATORIA ***'
               GO TO P450-FIM
           END-IF

           PERFORM P600-ABRE-ARQUIVOS THRU P600-FIM
           IF NOT FS-OK OR NOT FS-DISC-OK OR NOT FS-REL-OK
               GO TO P450-ENCERRA
           END-IF

           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO ID-ALUNO
           START ALUNOS KEY IS NOT LESS THAN ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ALUNOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE 1 TO WS-UNIDADE-ALU
                       IF UNIDADE-ALUNO NUMERIC AND
                          UNIDADE-ALUNO > ZEROS
                           MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALU
                       END-IF
                       IF ALUNO-ATIVO AND
                          TURMA-ALUNO EQUAL WS-TURMA AND
                          WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                           PERFORM P500-PROJETA-ALUNO THRU P500-FIM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT-ALUNOS EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO ATIVO NA TURMA ' WS-TURMA
           ELSE
               PERFORM P560-RESUMO-TURMA THRU P560-FIM
               DISPLAY 'ALUNOS PROJETADOS: ' WS-CONT-ALUNOS
               DISPLAY 'PROJECAO GERADA EM: ' WS-PROJECAO-PATH
           END-IF
           .
       P450-ENCERRA.
           PERFORM P690-FECHA-ARQUIVOS THRU P690-FIM
           .
       P450-FIM.
           EXIT.

      ******************************************************************
      * BLOCO DE UM ALUNO: PERCORRE AS DISCIPLINAS DELE COM QUEBRA POR
      * MATERIA E PROJETA CADA UMA AO FECHAR A MATERIA
      ******************************************************************
       P500-PROJETA-ALUNO.
           ADD 1                    TO WS-CONT-ALUNOS
           MOVE ID-ALUNO            TO WS-CA-ID
           MOVE NM-ALUNO            TO WS-CA-NOME
           MOVE TURMA-ALUNO         TO WS-CA-TURMA
           WRITE REL-LINHA FROM WS-CAB-ALUNO
           WRITE REL-LINHA FROM WS-CAB-COLUNAS

           MOVE ZEROS               TO WS-QTD-DISC-ALUNO
           MOVE ZEROS               TO WS-PREV-MATERIA
           PERFORM P540-ZERA-MATERIA THRU P540-FIM
           SET EOF-DISC-OK          TO FALSE

           MOVE ID-ALUNO            TO DISC-ID-ALUNO
           MOVE ZEROS               TO DISC-ID-MATERIA
           MOVE ZEROS               TO DISC-BIMESTRE

           START DISCIPLINAS KEY IS NOT LESS THAN DISC-CHAVE
               INVALID KEY
                   SET EOF-DISC-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-DISC-OK
               READ DISCIPLINAS NEXT RECORD
                   AT END
                       SET EOF-DISC-OK TO TRUE
                   NOT AT END
                       IF DISC-ID-ALUNO NOT EQUAL ID-ALUNO
                           SET EOF-DISC-OK TO TRUE
                       ELSE
                           IF DISC-ID-MATERIA NOT EQUAL WS-PREV-MATERIA
                               PERFORM P520-FECHA-MATERIA THRU P520-FIM
                               MOVE DISC-ID-MATERIA TO WS-PREV-MATERIA
                               MOVE DISC-NM-MATERIA
                                    TO WS-PREV-NM-MATERIA
                           END-IF
      * SO ENTRAM OS BIMESTRES 1 A 4 LANCADOS COM NOTA
                           IF DISC-CONCEITO EQUAL SPACES AND
                              DISC-BIMESTRE >= 1 AND
                              DISC-BIMESTRE <= 4
                               ADD 1 TO WS-QTD-BIM
                               ADD DISC-MEDIA       TO WS-SOMA-MEDIAS
                               ADD DISC-NT-TRABALHO TO WS-SOMA-TRABALHO
                               ADD DISC-NT-PARTICIPACAO
                                   TO WS-SOMA-PARTICIP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM P520-FECHA-MATERIA THRU P520-FIM

           IF WS-QTD-DISC-ALUNO EQUAL ZEROS
               WRITE REL-LINHA FROM WS-LIN-NENHUMA
           END-IF
           WRITE REL-LINHA FROM WS-CAB-TRACO
           .
       P500-FIM.
           EXIT.

       P520-FECHA-MATERIA.
           IF WS-QTD-BIM EQUAL ZEROS
               PERFORM P540-ZERA-MATERIA THRU P540-FIM
               GO TO P520-FIM
           END-IF

           MOVE WS-QTD-BIM          TO PJ-QTD-BIM
           MOVE WS-SOMA-MEDIAS      TO PJ-SOMA-MEDIAS
           MOVE WS-SOMA-TRABALHO    TO PJ-SOMA-TRABALHO
           MOVE WS-SOMA-PARTICIP    TO PJ-SOMA-PARTICIP
           MOVE CFG-CORTE-APROVACAO TO PJ-CORTE-APROVACAO
           MOVE CFG-CORTE-RECUPERACAO TO PJ-CORTE-RECUPERACAO
           MOVE CFG-PESO-PROVA      TO PJ-PESO-PROVA
           MOVE CFG-PESO-TRABALHO   TO PJ-PESO-TRABALHO
           MOVE CFG-PESO-PARTICIPACAO TO PJ-PESO-PARTICIPACAO
           MOVE 'S'                 TO PJ-SITUACAO

           CALL WS-BIN-CALCPROJ-PATH USING WS-CALCPROJ-AREA
               ON EXCEPTION
                   DISPLAY 'CALCPROJ INDISPONIVEL - PROJECAO NAO '
                           'CALCULADA'
                   MOVE SPACES TO PJ-ED-APROVACAO
                   MOVE SPACES TO PJ-ED-RECUPERACAO
                   MOVE SPACES TO PJ-ED-PROVA
                   MOVE 'NAO CALCULADA' TO PJ-DESCRICAO
           END-CALL

           ADD 1                    TO WS-QTD-DISC-ALUNO
           MOVE WS-PREV-NM-MATERIA  TO WS-DP-MATERIA
           MOVE WS-QTD-BIM          TO WS-DP-QTD
           MOVE PJ-MEDIA-ATUAL      TO WS-DP-MEDIA
           MOVE PJ-ED-APROVACAO     TO WS-DP-APROV
           MOVE PJ-ED-RECUPERACAO   TO WS-DP-RECUP
           MOVE PJ-ED-PROVA         TO WS-DP-PROVA
           MOVE PJ-DESCRICAO        TO WS-DP-SITUACAO
           WRITE REL-LINHA FROM WS-DET-PROJ

           EVALUATE TRUE
               WHEN PJ-GARANTIDA
                   ADD 1 TO WS-CONT-GARANTIDA
               WHEN PJ-EM-ABERTO
                   ADD 1 TO WS-CONT-ABERTO
               WHEN PJ-SO-RECUPERACAO
                   ADD 1 TO WS-CONT-RECUPERACAO
               WHEN PJ-FORA-RECUPERACAO
                   ADD 1 TO WS-CONT-FORA
           END-EVALUATE

           PERFORM P540-ZERA-MATERIA THRU P540-FIM
           .
       P520-FIM.
           EXIT.

       P540-ZERA-MATERIA.
           MOVE ZEROS               TO WS-QTD-BIM
           MOVE ZEROS               TO WS-SOMA-MEDIAS
           MOVE ZEROS               TO WS-SOMA-TRABALHO
           MOVE ZEROS               TO WS-SOMA-PARTICIP
           .
       P540-FIM.
           EXIT.

       P560-RESUMO-TURMA.
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-TOT-TITULO
           MOVE 'APROVACAO GARANTIDA'   TO WS-TL-DESCRICAO
           MOVE WS-CONT-GARANTIDA       TO WS-TL-QTD
           WRITE REL-LINHA FROM WS-TOT-LINHA
           MOVE 'EM ABERTO'             TO WS-TL-DESCRICAO
           MOVE WS-CONT-ABERTO          TO WS-TL-QTD
           WRITE REL-LINHA FROM WS-TOT-LINHA
           MOVE 'SO COM RECUPERACAO'    TO WS-TL-DESCRICAO
           MOVE WS-CONT-RECUPERACAO     TO WS-TL-QTD
           WRITE REL-LINHA FROM WS-TOT-LINHA
           MOVE 'ABAIXO DA RECUPERACAO' TO WS-TL-DESCRICAO
           MOVE WS-CONT-FORA            TO WS-TL-QTD
           WRITE REL-LINHA FROM WS-TOT-LINHA
           .
       P560-FIM.
           EXIT.

      ******************************************************************
      * ABRE ALUNOS, DISCIPLINAS E A SAIDA CATALOGADA E GRAVA O
      * CABECALHO COM OS CORTES E OS PESOS EM VIGOR
      ******************************************************************
       P600-ABRE-ARQUIVOS.
           MOVE ZEROS               TO WS-CONT-ALUNOS
           MOVE ZEROS               TO WS-CONT-GARANTIDA
           MOVE ZEROS               TO WS-CONT-ABERTO
           MOVE ZEROS               TO WS-CONT-RECUPERACAO
           MOVE ZEROS               TO WS-CONT-FORA

           SET FS-OK                TO TRUE
           SET FS-DISC-OK           TO TRUE
           MOVE 99                  TO WS-FS-REL
           OPEN INPUT ALUNOS
           OPEN INPUT DISCIPLINAS

           IF NOT FS-OK OR NOT FS-DISC-OK
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS'
               DISPLAY 'FILE STATUS ALUNOS.....: ' WS-FS
               DISPLAY 'FILE STATUS DISCIPLINAS: ' WS-FS-DISC
               GO TO P600-FIM
           END-IF

           MOVE 'PROJECAO'          TO RN-PREFIXO
           MOVE LK-OPERADOR-ID      TO RN-OPERADOR
           MOVE SPACES              TO RN-CAMINHO
           CALL WS-BIN-RELNOME-PATH USING WS-RELNOME-AREA
               ON EXCEPTION
                   DISPLAY 'RELNOME INDISPONIVEL - USANDO O '
                           'CAMINHO FIXO'
           END-CALL
           IF RN-CAMINHO NOT EQUAL SPACES
               MOVE RN-CAMINHO TO WS-PROJECAO-PATH
           END-IF

           SET FS-REL-OK            TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE PROJECAO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               GO TO P600-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA       TO WS-CE-ESCOLA
           MOVE CFG-ANO-LETIVO        TO WS-CT-ANO
           MOVE CFG-CORTE-APROVACAO   TO WS-LC-APROVACAO
           MOVE CFG-CORTE-RECUPERACAO TO WS-LC-RECUPERACAO
           MOVE CFG-PESO-PROVA        TO WS-LP-PROVA
           MOVE CFG-PESO-TRABALHO     TO WS-LP-TRABALHO
           MOVE CFG-PESO-PARTICIPACAO TO WS-LP-PARTICIPACAO

           WRITE REL-LINHA FROM WS-CAB-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-TITULO
           WRITE REL-LINHA FROM WS-CAB-TRACO
           WRITE REL-LINHA FROM WS-LEG-CORTES
           WRITE REL-LINHA FROM WS-LEG-PESOS
           WRITE REL-LINHA FROM WS-LEG-EXPLICA-1
           WRITE REL-LINHA FROM WS-LEG-EXPLICA-2
           WRITE REL-LINHA FROM WS-CAB-TRACO
           .
       P600-FIM.
           EXIT.

       P690-FECHA-ARQUIVOS.
           IF FS-REL-OK
               CLOSE RELATORIO
           END-IF
           CLOSE ALUNOS
           CLOSE DISCIPLINAS
           .
       P690-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM PROJECAO.
