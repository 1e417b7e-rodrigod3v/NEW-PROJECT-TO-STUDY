      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:ABERTURA AUTOMATICA DE SEGUNDA CHAMADA
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. CONFERE AS AVALIACOES
      *         MARCADAS EM AVALAGENDA.DAT (MENOS TRABALHO) NUMA DATA -
      *         POR PADRAO ONTEM - CONTRA A CHAMADA DO DIA EM
      *         FREQUENCIA.DAT E ABRE EM SEGCHAM.DAT UM PEDIDO PENDENTE
      *         DE SEGUNDA CHAMADA PARA CADA ALUNO ATIVO DA TURMA
      *         MARCADO COM FALTA (F OU J). PEDIDO JA EXISTENTE PARA O
      *         ALUNO/DISCIPLINA/BIMESTRE E MANTIDO. RODANDO DENTRO DA
      *         CADEIA NOTURNA (BOLETIMV2_LOTE=S) NAO PERGUNTA A DATA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEGAUTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT AVALAGENDA ASSIGN TO
                WS-AVALAGENDA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS AGD-CHAVE
                FILE STATUS IS WS-FS-AGD.

                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT FREQUENCIA ASSIGN TO
                WS-FREQUENCIA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FREQ-CHAVE
                FILE STATUS IS WS-FS-FREQ.

                SELECT SEGCHAM ASSIGN TO
                WS-SEGCHAM-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SGC-CHAVE
                FILE STATUS IS WS-FS-SGC.

       DATA DIVISION.
       FILE SECTION.
       FD AVALAGENDA.
           COPY AVALAGENDA.

       FD ALUNOS.
           COPY DATABASE.

       FD FREQUENCIA.
           COPY FREQUENCIA.

       FD SEGCHAM.
           COPY SEGCHAM.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
           COPY SITCFG.

         01 WS-TAB-DIAS-MES.
           03 FILLER                      PIC X(24)
              VALUE '312831303130313130313031'.
         01 WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           03 WS-DIAS-DO-MES OCCURS 12   PIC 9(02).

         01 WS-DATA-CONFERE.
           03 WS-DC-ANO                    PIC 9(04).
           03 WS-DC-MES                    PIC 9(02).
           03 WS-DC-DIA                    PIC 9(02).
         01 WS-DATA-CONFERE-R REDEFINES WS-DATA-CONFERE
                                           PIC 9(08).

         01 WS-MOTIVO.
           03 FILLER                       PIC X(22)
              VALUE 'FALTA NA AVALIACAO DE '.
           03 WS-MO-DIA                    PIC 9(02).
           03 FILLER                       PIC X(01) VALUE '/'.
           03 WS-MO-MES                    PIC 9(02).
           03 FILLER                       PIC X(01) VALUE '/'.
           03 WS-MO-ANO                    PIC 9(04).
           03 FILLER                       PIC X(07) VALUE ' (AUTO)'.

      * AVALIACOES DA DATA CONFERIDA (TURMA, DISCIPLINA, BIMESTRE)
         01 WS-TAB-AVALIACOES.
           03 WS-TA-ITEM OCCURS 300.
              05 WS-TA-TURMA               PIC X(10).
              05 WS-TA-MATERIA             PIC 9(20).
              05 WS-TA-BIMESTRE            PIC 9(01).
         77 WS-QTD-AVAL                    PIC 9(03) VALUE ZEROS.
         77 WS-MAX-AVAL                    PIC 9(03) VALUE 300.
         77 WS-IDX                         PIC 9(03) VALUE ZEROS.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-AGD                      PIC 99.
           88 FS-AGD-OK                    VALUE 0.
         77 WS-FS-FREQ                     PIC 99.
           88 FS-FREQ-OK                   VALUE 0.
         77 WS-FS-SGC                      PIC 99.
           88 FS-SGC-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-HOUVE-ERRO                  PIC X     VALUE 'N'.
           88 HOUVE-ERRO                   VALUE 'S' FALSE 'N'.
         77 WS-TEM-AVALIACAO               PIC X     VALUE 'N'.
           88 TEM-AVALIACAO                VALUE 'S' FALSE 'N'.
         77 WS-LOTE                        PIC X(01) VALUE SPACES.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-DATA-INFORMADA              PIC 9(08) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-ULTIMO-DIA                  PIC 9(02) VALUE ZEROS.
         77 WS-QUOCIENTE                   PIC 9(04) VALUE ZEROS.
         77 WS-RESTO                       PIC 9(04) VALUE ZEROS.
         77 WS-CONT-ABERTOS                PIC 9(05) VALUE ZEROS.
         77 WS-CONT-EXISTENTES             PIC 9(05) VALUE ZEROS.
         77 WS-CONT-FALTOSOS               PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** SEGUNDA CHAMADA AUTOMATICA ***'
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           MOVE 'SEGAUTO'           TO JA-NOME
           MOVE 'I'                 TO JA-FASE
           MOVE SPACES              TO JA-STATUS
           MOVE ZEROS               TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL

           SET HOUVE-ERRO           TO FALSE
           PERFORM P200-DATA-CONFERE   THRU P200-FIM
           PERFORM P300-CARREGA-AGENDA THRU P300-FIM
           IF NOT HOUVE-ERRO AND WS-QTD-AVAL > ZEROS
               PERFORM P400-CONFERE-ALUNOS THRU P400-FIM
           END-IF

           DISPLAY 'AVALIACOES NA DATA......: ' WS-QTD-AVAL
           DISPLAY 'ALUNOS COM FALTA........: ' WS-CONT-FALTOSOS
           DISPLAY 'PEDIDOS ABERTOS.........: ' WS-CONT-ABERTOS
           DISPLAY 'PEDIDOS JA EXISTENTES...: ' WS-CONT-EXISTENTES

           MOVE 'F'                 TO JA-FASE
           IF HOUVE-ERRO
               MOVE 'ERRO'          TO JA-STATUS
           ELSE
               MOVE 'OK'            TO JA-STATUS
           END-IF
           MOVE WS-CONT-ABERTOS     TO JA-CONTADOR
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
                  '\AVALAGENDA.DAT' DELIMITED BY SIZE
                  INTO WS-AVALAGENDA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SEGCHAM.DAT' DELIMITED BY SIZE
                  INTO WS-SEGCHAM-PATH

           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * DATA CONFERIDA: ONTEM, OU A INFORMADA PELO OPERADOR (PARA
      * RECUPERAR UM DIA EM QUE A ROTINA NAO RODOU). NA CADEIA
      * NOTURNA NAO HA PERGUNTA
      ******************************************************************
       P200-DATA-CONFERE.
           MOVE WS-DATA-HOJE        TO WS-DATA-CONFERE-R
           PERFORM P700-DIA-ANTERIOR THRU P700-FIM

           ACCEPT WS-LOTE FROM ENVIRONMENT 'BOLETIMV2_LOTE'
           IF WS-LOTE NOT EQUAL 'S'
               DISPLAY 'DATA DAS AVALIACOES (AAAAMMDD, 0 = ONTEM): '
               MOVE ZEROS           TO WS-DATA-INFORMADA
               ACCEPT WS-DATA-INFORMADA
               IF WS-DATA-INFORMADA > ZEROS
                   MOVE WS-DATA-INFORMADA TO WS-DATA-CONFERE-R
               END-IF
           END-IF

           MOVE WS-DC-DIA           TO WS-MO-DIA
           MOVE WS-DC-MES           TO WS-MO-MES
           MOVE WS-DC-ANO           TO WS-MO-ANO
           DISPLAY 'DATA CONFERIDA..........: ' WS-DATA-CONFERE-R
           .
       P200-FIM.
           EXIT.

      ******************************************************************
      * GUARDA NA TABELA AS AVALIACOES DA DATA (TRABALHO NAO TEM
      * SEGUNDA CHAMADA). SEM AGENDA NO DISCO NAO HA O QUE CONFERIR
      ******************************************************************
       P300-CARREGA-AGENDA.
           MOVE ZEROS               TO WS-QTD-AVAL
           SET FS-AGD-OK            TO TRUE
           OPEN INPUT AVALAGENDA
           IF WS-FS-AGD EQUAL 35
               DISPLAY 'AGENDA DE AVALIACOES AINDA NAO CRIADA'
               GO TO P300-FIM
           END-IF
           IF NOT FS-AGD-OK
               DISPLAY 'ERRO AO ABRIR A AGENDA DE AVALIACOES'
               DISPLAY 'FILE STATUS: ' WS-FS-AGD
               SET HOUVE-ERRO TO TRUE
               GO TO P300-FIM
           END-IF

           SET EOF-OK               TO FALSE
           PERFORM UNTIL EOF-OK
               READ AVALAGENDA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF AGD-DATA EQUAL WS-DATA-CONFERE-R AND
                          NOT AGD-TRABALHO
                           IF WS-QTD-AVAL < WS-MAX-AVAL
                               ADD 1 TO WS-QTD-AVAL
                               MOVE AGD-TURMA
                                 TO WS-TA-TURMA(WS-QTD-AVAL)
                               MOVE AGD-ID-MATERIA
                                 TO WS-TA-MATERIA(WS-QTD-AVAL)
                               MOVE AGD-BIMESTRE
                                 TO WS-TA-BIMESTRE(WS-QTD-AVAL)
                           ELSE
                               DISPLAY '*** TABELA DE AVALIACOES '
                                       'CHEIA - ' AGD-TURMA
                                       ' NAO CONFERIDA ***'
                               SET HOUVE-ERRO TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AVALAGENDA
           .
       P300-FIM.
           EXIT.

      ******************************************************************
      * PERCORRE OS ALUNOS ATIVOS DA UNIDADE; O ALUNO DE TURMA COM
      * AVALIACAO NA DATA E MARCADO COM FALTA NA CHAMADA DO DIA GANHA
      * UM PEDIDO DE SEGUNDA CHAMADA POR AVALIACAO PERDIDA
      ******************************************************************
       P400-CONFERE-ALUNOS.
           SET FS-OK                TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET HOUVE-ERRO TO TRUE
               GO TO P400-FIM
           END-IF

           SET FS-FREQ-OK           TO TRUE
           OPEN INPUT FREQUENCIA
           IF NOT FS-FREQ-OK
               DISPLAY 'ERRO AO ABRIR A FREQUENCIA'
               DISPLAY 'FILE STATUS: ' WS-FS-FREQ
               SET HOUVE-ERRO TO TRUE
               CLOSE ALUNOS
               GO TO P400-FIM
           END-IF

           SET FS-SGC-OK            TO TRUE
           OPEN I-O SEGCHAM
           IF WS-FS-SGC EQUAL 35 THEN
               OPEN OUTPUT SEGCHAM
               CLOSE SEGCHAM
               OPEN I-O SEGCHAM
           END-IF
           IF NOT FS-SGC-OK
               DISPLAY 'ERRO AO ABRIR OS PEDIDOS DE SEGUNDA CHAMADA'
               DISPLAY 'FILE STATUS: ' WS-FS-SGC
               SET HOUVE-ERRO TO TRUE
               CLOSE ALUNOS
               CLOSE FREQUENCIA
               GO TO P400-FIM
           END-IF

           SET EOF-OK               TO FALSE
           PERFORM UNTIL EOF-OK
               READ ALUNOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P410-CONFERE-ALUNO THRU P410-FIM
               END-READ
           END-PERFORM

           CLOSE ALUNOS
           CLOSE FREQUENCIA
           CLOSE SEGCHAM
           .
       P400-FIM.
           EXIT.

       P410-CONFERE-ALUNO.
           IF NOT ALUNO-ATIVO OR MAT-TRANCADO OR MAT-TRANSFERIDO
               GO TO P410-FIM
           END-IF

           MOVE 1 TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P410-FIM
           END-IF

           SET TEM-AVALIACAO        TO FALSE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-AVAL
               IF WS-TA-TURMA(WS-IDX) EQUAL TURMA-ALUNO
                   SET TEM-AVALIACAO TO TRUE
               END-IF
           END-PERFORM
           IF NOT TEM-AVALIACAO
               GO TO P410-FIM
           END-IF

           MOVE ID-ALUNO            TO FREQ-ID-ALUNO
           MOVE WS-DATA-CONFERE-R   TO FREQ-DATA
           READ FREQUENCIA
               INVALID KEY
                   GO TO P410-FIM
           END-READ
           IF NOT PRESENCA-FALTA AND NOT PRESENCA-JUSTIFICADA
               GO TO P410-FIM
           END-IF

           ADD 1                    TO WS-CONT-FALTOSOS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-AVAL
               IF WS-TA-TURMA(WS-IDX) EQUAL TURMA-ALUNO
                   PERFORM P420-ABRE-PEDIDO THRU P420-FIM
               END-IF
           END-PERFORM
           .
       P410-FIM.
           EXIT.

       P420-ABRE-PEDIDO.
           MOVE ID-ALUNO                TO SGC-ID-ALUNO
           MOVE WS-TA-MATERIA(WS-IDX)   TO SGC-ID-MATERIA
           MOVE WS-TA-BIMESTRE(WS-IDX)  TO SGC-BIMESTRE
           MOVE TURMA-ALUNO             TO SGC-TURMA
           MOVE WS-MOTIVO               TO SGC-MOTIVO
           MOVE WS-DATA-HOJE            TO SGC-DT-PEDIDO
           MOVE ZEROS                   TO SGC-DT-PROVA
           SET SGC-PENDENTE             TO TRUE
           MOVE 'SEGAUTO'               TO SGC-OPERADOR

           WRITE REG-SEGCHAM
               INVALID KEY
                   ADD 1 TO WS-CONT-EXISTENTES
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-ABERTOS
                   DISPLAY 'PEDIDO ABERTO: ' ID-ALUNO ' ' NM-ALUNO
                           ' ' TURMA-ALUNO
           END-WRITE
           .
       P420-FIM.
           EXIT.

      ******************************************************************
      * RECUA WS-DATA-CONFERE EM UM DIA, RESPEITANDO O TAMANHO DOS
      * MESES E O ANO BISSEXTO
      ******************************************************************
       P700-DIA-ANTERIOR.
           IF WS-DC-DIA > 1
               SUBTRACT 1           FROM WS-DC-DIA
               GO TO P700-FIM
           END-IF

           IF WS-DC-MES > 1
               SUBTRACT 1           FROM WS-DC-MES
           ELSE
               MOVE 12              TO WS-DC-MES
               SUBTRACT 1           FROM WS-DC-ANO
           END-IF

           MOVE WS-DIAS-DO-MES(WS-DC-MES) TO WS-ULTIMO-DIA

           IF WS-DC-MES EQUAL 2
               DIVIDE WS-DC-ANO BY 4 GIVING WS-QUOCIENTE
                      REMAINDER WS-RESTO
               IF WS-RESTO EQUAL ZEROS
                   DIVIDE WS-DC-ANO BY 100 GIVING WS-QUOCIENTE
                          REMAINDER WS-RESTO
                   IF WS-RESTO NOT EQUAL ZEROS
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       DIVIDE WS-DC-ANO BY 400 GIVING WS-QUOCIENTE
                              REMAINDER WS-RESTO
                       IF WS-RESTO EQUAL ZEROS
                           MOVE 29 TO WS-ULTIMO-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE WS-ULTIMO-DIA       TO WS-DC-DIA
           .
       P700-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM SEGAUTO.
