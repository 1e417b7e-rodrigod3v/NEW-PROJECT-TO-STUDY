      *         DAVA OK PARA UMA CARGA QUE NEM COMECOU
      * UPDATE: 22/08/2026 DT-INATIVACAO ZERADA NO ALUNO NOVO, COMO OS
      *         DEMAIS CAMPOS QUE A CARGA NAO TRAZ
      * UPDATE: 15/10/2026 MULTI-UNIDADE: A CARGA USA O CONTROLE DA
      *         UNIDADE DO LOGIN (CONTROLE_NN.DAT) E A FAIXA DE IDS
      *         DELA; ESGOTADA A FAIXA, OU COM TURMA DE OUTRA UNIDADE,
      *         O REGISTRO E REJEITADO. O ALUNO IMPORTADO RECEBE
      *         UNIDADE-ALUNO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPALUNO.
           88 TURMAS-ABERTO                   VALUE 'S' FALSE 'N'.
         77 WS-TURMA-VALIDA                   PIC X     VALUE 'N'.
           88 TURMA-VALIDA                    VALUE 'S' FALSE 'N'.
         77 WS-TURMA-OUTRA-UNID               PIC X     VALUE 'N'.
           88 TURMA-OUTRA-UNIDADE             VALUE 'S' FALSE 'N'.
         77 WS-UNIDADE-TURMA                  PIC 9(02) VALUE ZEROS.
         77 WS-FS-ARQ                          PIC 99.
           88 FS-ARQ-OK                        VALUE 0.
         77 WS-FS-CTL                          PIC 99.
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
               END-IF
           END-IF

           IF CTL-PROX-ID < CFG-ID-INICIAL
               MOVE CFG-ID-INICIAL   TO CTL-PROX-ID
           END-IF
           .
       P350-FIM.
           EXIT.
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
                   MOVE IMP-NM-ALUNO       TO WS-DR-NOME
                   MOVE 'TURMA NAO CONSTA NO CATALOGO'
                                           TO WS-DR-MOTIVO
                   IF TURMA-OUTRA-UNIDADE
                       MOVE 'TURMA DE OUTRA UNIDADE DA REDE'
                                           TO WS-DR-MOTIVO
                   END-IF
                   WRITE REL-LINHA FROM WS-DET-REJ
                   ADD 1 TO WS-CONT-REJEITADOS
                   GO TO P360-FIM
               END-IF
           END-IF

           IF CTL-PROX-ID > CFG-ID-FINAL
               MOVE IMP-NM-ALUNO           TO WS-DR-NOME
               MOVE 'FAIXA DE IDS DA UNIDADE CHEIA'
                                           TO WS-DR-MOTIVO
               WRITE REL-LINHA FROM WS-DET-REJ
               ADD 1 TO WS-CONT-REJEITADOS
               GO TO P360-FIM
           END-IF

           COMPUTE WS-MEDIA ROUNDED =
                   (IMP-NT-PORT * CFG-PESO-PROVA
                    + IMP-NT-MAT * CFG-PESO-TRABALHO
           MOVE SPACES                TO TEL-RESPONSAVEL
           MOVE SPACES                TO EMAIL-ALUNO
           MOVE IMP-TURMA             TO TURMA-ALUNO
           MOVE CFG-UNIDADE           TO UNIDADE-ALUNO

           WRITE REG-CONTATOS
               INVALID KEY
      ******************************************************************
       P370-VALIDA-TURMA.
           SET TURMA-VALIDA         TO FALSE
           SET TURMA-OUTRA-UNIDADE  TO FALSE

           IF NOT TURMAS-ABERTO
               GO TO P370-FIM
                   CONTINUE
               NOT INVALID KEY
                   SET TURMA-VALIDA TO TRUE
                   MOVE 1           TO WS-UNIDADE-TURMA
                   IF TUR-UNIDADE NUMERIC AND TUR-UNIDADE > ZEROS
                       MOVE TUR-UNIDADE TO WS-UNIDADE-TURMA
                   END-IF
                   IF WS-UNIDADE-TURMA NOT EQUAL CFG-UNIDADE
                       SET TURMA-VALIDA        TO FALSE
                       SET TURMA-OUTRA-UNIDADE TO TRUE
                   END-IF
           END-READ
           .
       P370-FIM.
