      * UPDATE: 02/09/2026 TURMA NA CAPACIDADE PASSA DE AVISO A
      *         RECUSA: O CANDIDATO VAI PARA A FILA DE ESPERA DA
      *         TURMA (CADFILA) EM VEZ DE ESTOURAR A LOTACAO
      * UPDATE: 15/10/2026 MULTI-UNIDADE: O PROXIMO ID SAI DO CONTROLE
      *         DA UNIDADE DO LOGIN (CONTROLE_NN.DAT) DENTRO DA FAIXA
      *         DE IDS DELA (CFG-ID-INICIAL/FINAL); FAIXA ESGOTADA
      *         RECUSA O CADASTRO. O ALUNO NOVO RECEBE UNIDADE-ALUNO E
      *         SO PODE ENTRAR EM TURMA DA PROPRIA UNIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADALUNO.
           88 TURMA-CHEIA                    VALUE 'S' FALSE 'N'.
         77 WS-TURMA-CANCELADA              PIC X     VALUE 'N'.
           88 TURMA-CANCELADA                VALUE 'S' FALSE 'N'.
         77 WS-TURMA-OUTRA-UNID             PIC X     VALUE 'N'.
           88 TURMA-OUTRA-UNIDADE            VALUE 'S' FALSE 'N'.
         77 WS-UNIDADE-TURMA                PIC 9(02) VALUE ZEROS.
         77 WS-CONFIRMA-TURMA               PIC X     VALUE SPACES.
         77 WS-CAP-TURMA                    PIC 9(03) VALUE ZEROS.
         77 WS-CONT-TURMA                   PIC 9(03) VALUE ZEROS.
                  '\ALUNARQ.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNARQ-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONTROLE' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CONTROLE-PATH
           .
       P100-FIM.
               END-READ
           ELSE
               PERFORM P350-PROXIMO-ID THRU P350-FIM
               IF WS-ID-ALUNO > CFG-ID-FINAL
                   SET ALUNO-NAO-ENCONTRADO TO TRUE
                   DISPLAY '*** FAIXA DE IDS DA UNIDADE ESGOTADA ('
                           CFG-ID-INICIAL ' A ' CFG-ID-FINAL
                           '). OPERACAO CANCELADA ***'
               ELSE
                   DISPLAY 'ID DO ALUNO (ATRIBUIDO AUTOMATICAMENTE): '
                           WS-ID-ALUNO
               END-IF
           END-IF

           IF ALUNO-ENCONTRADO
                       SET TURMA-VALIDA TO TRUE
                   END-IF
                   IF NOT TURMA-VALIDA AND NOT TURMA-CHEIA
                      AND NOT TURMA-OUTRA-UNIDADE
                       DISPLAY '*** TURMA NAO CONSTA NO CATALOGO. '
                               'CADASTRE-A EM TURMAS (MENU) ***'
                   END-IF
           MOVE WS-ST-BENEFICIARIO    TO ST-BENEFICIARIO
           MOVE ZEROS                 TO ID-RESPONSAVEL
           MOVE ZEROS                 TO ID-MESCLADO-EM
           MOVE CFG-UNIDADE           TO UNIDADE-ALUNO

           WRITE REG-CONTATOS
                 INVALID KEY
               END-IF
           END-IF

           IF CTL-PROX-ID < CFG-ID-INICIAL
               MOVE CFG-ID-INICIAL   TO CTL-PROX-ID
           END-IF

           MOVE CTL-PROX-ID          TO WS-ID-ALUNO
           .
       P350-FIM.
      ******************************************************************
      * BOOTSTRAP DO REGISTRO DE CONTROLE: VARRE ALUNOS.DAT (CONTANDO
      * ATIVOS/INATIVOS) E ALUNARQ.DAT PARA SEMEAR O PROXIMO ID PELO
      * MAIOR ID JA USADO - INCLUSIVE OS ARQUIVADOS. SO CONTAM OS IDS
      * DENTRO DA FAIXA DA UNIDADE DO LOGIN
      ******************************************************************
       P352-BOOTSTRAP-CONTROLE.
           MOVE ZEROS                TO WS-MAX-ID
                   AT END
                       SET EOF-SCAN-OK TO TRUE
                   NOT AT END
                     IF ID-ALUNO NOT < CFG-ID-INICIAL AND
                        ID-ALUNO NOT > CFG-ID-FINAL
                       IF ID-ALUNO > WS-MAX-ID
                           MOVE ID-ALUNO TO WS-MAX-ID
                       END-IF
                       ELSE
                           ADD 1 TO CTL-QTD-INATIVOS
                       END-IF
                     END-IF
               END-READ
           END-PERFORM

                       AT END
                           SET EOF-SCAN-OK TO TRUE
                       NOT AT END
                           IF ARQ-ID-ALUNO > WS-MAX-ID AND
                              ARQ-ID-ALUNO NOT < CFG-ID-INICIAL AND
                              ARQ-ID-ALUNO NOT > CFG-ID-FINAL
                               MOVE ARQ-ID-ALUNO TO WS-MAX-ID
                           END-IF
                   END-READ
       P385-VALIDA-TURMA.
           SET TURMA-VALIDA          TO FALSE
           SET TURMA-CHEIA           TO FALSE
           SET TURMA-OUTRA-UNIDADE   TO FALSE
           SET FS-TUR-OK             TO TRUE
           MOVE ZEROS                TO WS-CAP-TURMA

               NOT INVALID KEY
                   SET TURMA-VALIDA TO TRUE
                   MOVE TUR-CAPACIDADE TO WS-CAP-TURMA
                   MOVE 1              TO WS-UNIDADE-TURMA
                   IF TUR-UNIDADE NUMERIC AND TUR-UNIDADE > ZEROS
                       MOVE TUR-UNIDADE TO WS-UNIDADE-TURMA
                   END-IF
                   IF WS-UNIDADE-TURMA NOT EQUAL CFG-UNIDADE
                       DISPLAY '*** A TURMA ' WS-TURMA-ALUNO
                               ' E DA UNIDADE ' WS-UNIDADE-TURMA ' ***'
                       SET TURMA-VALIDA        TO FALSE
                       SET TURMA-OUTRA-UNIDADE TO TRUE
                   END-IF
           END-READ

           CLOSE TURMAS
