      *         FEITA AQUI; SO DEPOIS DA CONFIRMACAO GRAVA CENSO.TXT
      *         COM UM REGISTRO POSICIONAL (CENSOREC) POR ALUNO
      *         MATRICULADO VALIDO. GRAVA INICIO/FIM EM JOBLOG.DAT
      * UPDATE: 15/10/2026 OS CAMPOS DE EDUCACAO ESPECIAL DO CENSO
      *         (NECESSIDADES, RECURSOS NAS AVALIACOES, ATENDIMENTO
      *         NA SALA DE RECURSOS) SAEM DO CADASTRO DO AEE
      *         (AEE.DAT). CADASTRO SEM NENHUMA NECESSIDADE VIRA A
      *         PENDENCIA AEE-SEM-NECESSIDADE. AEE.DAT E OPCIONAL
      * UPDATE: 15/10/2026 MULTI-UNIDADE: A EXPORTACAO PERGUNTA A
      *         ABRANGENCIA - SO A UNIDADE DO LOGIN <U> OU A REDE
      *         TODA <R>, CONSOLIDANDO TODAS AS UNIDADES NUM UNICO
      *         CENSO.TXT. CADA REGISTRO LEVA O CODIGO INEP DA UNIDADE
      *         DO ALUNO (CEN-COD-INEP, DE UNIDADES.DAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPCENSO.
                RECORD KEY IS TUR-CODIGO
                FILE STATUS IS WS-FS-TUR.

                SELECT AEE ASSIGN TO
                WS-AEE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AEE-ID-ALUNO
                FILE STATUS IS WS-FS-AEE.

                SELECT UNIDADES ASSIGN TO
                WS-UNIDADES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS UNI-CODIGO
                FILE STATUS IS WS-FS-UNI.

                SELECT CENSO ASSIGN TO
                WS-CENSO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD TURMAS.
           COPY TURMAS.

       FD AEE.
           COPY AEE.

       FD UNIDADES.
           COPY UNIDADES.

       FD CENSO.
           COPY CENSOREC.

           88 FS-OK                        VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-AEE                      PIC 99.
           88 FS-AEE-OK                    VALUE 0.
         77 WS-TEM-AEE                     PIC X     VALUE 'N'.
           88 TEM-CADASTRO-AEE             VALUE 'S' FALSE 'N'.
         77 WS-IDX-AEE                     PIC 9(01) VALUE ZEROS.
         77 WS-FS-CEN                      PIC 99.
           88 FS-CEN-OK                    VALUE 0.
         77 WS-FS-REJ                      PIC 99.
         77 WS-CONT-EXPORTADOS             PIC 9(05) VALUE ZEROS.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-FASE                        PIC X(01) VALUE '1'.
         77 WS-FS-UNI                      PIC 99.
           88 FS-UNI-OK                    VALUE 0.
         77 WS-ABRANGENCIA                 PIC X(01) VALUE 'U'.
           88 ABRANGE-REDE                 VALUE 'R'.
           88 ABRANGE-UNIDADE              VALUE 'U'.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         01 WS-TAB-INEP.
           03 WS-INEP-UNIDADE              PIC X(08) OCCURS 99.

       PROCEDURE DIVISION.

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\AEE.DAT' DELIMITED BY SIZE
                  INTO WS-AEE-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CENSO.TXT' DELIMITED BY SIZE
                  INTO WS-CENSO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CENSOREJ.TXT' DELIMITED BY SIZE
                  INTO WS-CENSOREJ-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\UNIDADES.DAT' DELIMITED BY SIZE
                  INTO WS-UNIDADES-PATH
           .
       P100-FIM.
           EXIT.
           MOVE ZEROS               TO WS-CONT-REJEITADOS
           MOVE ZEROS               TO WS-CONT-EXPORTADOS

           MOVE SPACES              TO WS-ABRANGENCIA
           PERFORM UNTIL ABRANGE-REDE OR ABRANGE-UNIDADE
               DISPLAY 'ABRANGENCIA: <U> UNIDADE ' CFG-UNIDADE
                       ' OU <R> REDE TODA'
               ACCEPT WS-ABRANGENCIA
               IF WS-ABRANGENCIA EQUAL 'u'
                   MOVE 'U'         TO WS-ABRANGENCIA
               END-IF
               IF WS-ABRANGENCIA EQUAL 'r'
                   MOVE 'R'         TO WS-ABRANGENCIA
               END-IF
           END-PERFORM

           PERFORM P320-CARREGA-UNIDADES THRU P320-FIM

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
                       'SEM VALIDACAO DE CATALOGO'
           END-IF

           SET FS-AEE-OK            TO TRUE
           OPEN INPUT AEE
           IF NOT FS-AEE-OK
               DISPLAY 'CADASTRO DO AEE INDISPONIVEL - CAMPOS DE '
                       'EDUCACAO ESPECIAL EM BRANCO'
           END-IF

           OPEN OUTPUT REJEITADOS
           IF NOT FS-REJ-OK
               DISPLAY 'ERRO AO ABRIR A LISTA DE REJEITADOS'
           IF FS-TUR-OK
               CLOSE TURMAS
           END-IF
           IF FS-AEE-OK
               CLOSE AEE
           END-IF
           .
       P300-FIM.
           EXIT.

      ******************************************************************
      * CODIGO INEP DE CADA UNIDADE DA REDE; SEM O CADASTRO DE UNIDADES
      * O CAMPO SAI EM BRANCO
      ******************************************************************
       P320-CARREGA-UNIDADES.
           MOVE SPACES              TO WS-TAB-INEP
           SET FS-UNI-OK            TO TRUE
           OPEN INPUT UNIDADES
           IF NOT FS-UNI-OK
               GO TO P320-FIM
           END-IF

           SET EOF-OK               TO FALSE
           PERFORM UNTIL EOF-OK
               READ UNIDADES NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF UNI-CODIGO > ZEROS
                           MOVE UNI-COD-INEP
                                TO WS-INEP-UNIDADE(UNI-CODIGO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE UNIDADES
           .
       P320-FIM.
           EXIT.

       P350-VARRE-ALUNOS.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO ID-ALUNO
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE 1 TO WS-UNIDADE-ALU
                       IF UNIDADE-ALUNO NUMERIC AND
                          UNIDADE-ALUNO > ZEROS
                           MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALU
                       END-IF
                       IF ALUNO-ATIVO AND
                          (MAT-MATRICULADO OR MAT-LEGADO) AND
                          (ABRANGE-REDE OR
                           WS-UNIDADE-ALU EQUAL CFG-UNIDADE)
                           PERFORM P400-PROCESSA-ALUNO THRU P400-FIM
                       END-IF
               END-READ
               END-READ
           END-IF

           SET TEM-CADASTRO-AEE     TO FALSE
           IF FS-AEE-OK
               MOVE ID-ALUNO        TO AEE-ID-ALUNO
               READ AEE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TEM-CADASTRO-AEE TO TRUE
                       IF AEE-NECESSIDADE(1) EQUAL SPACES AND
                          AEE-NECESSIDADE(2) EQUAL SPACES AND
                          AEE-NECESSIDADE(3) EQUAL SPACES
                           STRING ' AEE-SEM-NECESSIDADE'
                                  DELIMITED BY SIZE
                                  INTO WS-PENDENCIAS
                                  WITH POINTER WS-PEND-PTR
                           SET TEM-PENDENCIA TO TRUE
                       END-IF
               END-READ
           END-IF

           IF WS-FASE EQUAL '1'
               ADD 1 TO WS-CONT-CONFERIDOS
               IF TEM-PENDENCIA
               MOVE 'N'             TO CEN-ST-BENEFICIARIO
           END-IF

           MOVE 'N'                 TO CEN-NEC-ESPECIAL
           MOVE 'N'                 TO CEN-ATEND-AEE
           MOVE WS-INEP-UNIDADE(WS-UNIDADE-ALU) TO CEN-COD-INEP
           PERFORM VARYING WS-IDX-AEE FROM 1 BY 1 UNTIL WS-IDX-AEE > 3
               MOVE SPACES TO CEN-TIPO-NECESSIDADE(WS-IDX-AEE)
           END-PERFORM
           PERFORM VARYING WS-IDX-AEE FROM 1 BY 1 UNTIL WS-IDX-AEE > 8
               MOVE 'N'    TO CEN-RECURSO-AVAL(WS-IDX-AEE)
           END-PERFORM
           IF TEM-CADASTRO-AEE
               MOVE 'S'             TO CEN-NEC-ESPECIAL
               PERFORM VARYING WS-IDX-AEE FROM 1 BY 1
                       UNTIL WS-IDX-AEE > 3
                   MOVE AEE-NECESSIDADE(WS-IDX-AEE)
                        TO CEN-TIPO-NECESSIDADE(WS-IDX-AEE)
               END-PERFORM
               PERFORM VARYING WS-IDX-AEE FROM 1 BY 1
                       UNTIL WS-IDX-AEE > 8
                   IF AEE-RECURSO-AVAL(WS-IDX-AEE) EQUAL 'S'
                       MOVE 'S' TO CEN-RECURSO-AVAL(WS-IDX-AEE)
                   END-IF
               END-PERFORM
               PERFORM VARYING WS-IDX-AEE FROM 1 BY 1
                       UNTIL WS-IDX-AEE > 5
                   IF AEE-DIA-ATEND(WS-IDX-AEE) EQUAL 'S'
                       MOVE 'S' TO CEN-ATEND-AEE
                   END-IF
               END-PERFORM
           END-IF

           WRITE REG-CENSO
           ADD 1                    TO WS-CONT-EXPORTADOS
           .
