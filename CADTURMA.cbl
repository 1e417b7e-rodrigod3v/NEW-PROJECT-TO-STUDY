      * UPDATE: 22/08/2026 CAPTURA TUR-PROXIMA (TURMA DE DESTINO DOS
      *         APROVADOS NO FECHAMENTO DE ANO) NA INCLUSAO E NA
      *         ALTERACAO
      * UPDATE: 15/10/2026 CAPTURA TUR-SERIE (SERIE/ETAPA QUE AGRUPA
      *         AS TURMAS PARALELAS PARA A ENTURMACAO AUTOMATICA) NA
      *         INCLUSAO E NA ALTERACAO, E MOSTRA NA LISTAGEM
      * UPDATE: 15/10/2026 MULTI-UNIDADE: A TURMA INCLUIDA FICA NA
      *         UNIDADE DO LOGIN (TUR-UNIDADE); FORA DA SEDE O CODIGO
      *         TEM DE COMECAR PELOS DOIS DIGITOS DA UNIDADE. LISTAGEM,
      *         ALTERACAO E OCUPACAO SO ENXERGAM AS TURMAS DA UNIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADTURMA.
         77 WS-NOVO-TURNO                  PIC X(01) VALUE SPACES.
         77 WS-NOVA-CAPACIDADE             PIC 9(03) VALUE ZEROS.
         77 WS-NOVA-PROXIMA                PIC X(10) VALUE SPACES.
         77 WS-NOVA-SERIE                  PIC X(04) VALUE SPACES.
         77 WS-UNIDADE-TURMA               PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-PREFIXO-UNIDADE             PIC 9(02) VALUE ZEROS.

           COPY SITCFG.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OCUPTURMA.TXT' DELIMITED BY SIZE
                  INTO WS-OCUPTURMA-PATH
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
           MOVE CFG-UNIDADE         TO WS-PREFIXO-UNIDADE
           .
       P100-FIM.
           EXIT.
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P325-UNIDADE-TURMA THRU P325-FIM
                       IF WS-UNIDADE-TURMA EQUAL CFG-UNIDADE
                           ADD 1 TO WS-CONT
                           DISPLAY TUR-CODIGO ' ' TUR-DESCRICAO
                                   ' TURNO: ' TUR-TURNO
                                   ' ANO: ' TUR-ANO-LETIVO
                                   ' CAP: ' TUR-CAPACIDADE
                                   ' SERIE: ' TUR-SERIE
                       END-IF
               END-READ
           END-PERFORM

               GO TO P320-FIM
           END-IF

           IF CFG-UNIDADE > 1 AND
              TUR-CODIGO(1:2) NOT EQUAL WS-PREFIXO-UNIDADE
               DISPLAY '*** O CODIGO DA TURMA DEVE COMECAR PELA '
                       'UNIDADE ' WS-PREFIXO-UNIDADE ' ***'
               GO TO P320-FIM
           END-IF

           DISPLAY 'DESCRICAO: '
           ACCEPT TUR-DESCRICAO

           DISPLAY 'PROXIMA TURMA NO FECHAMENTO DE ANO '
                   '(OU BRANCO): '
           ACCEPT TUR-PROXIMA
           DISPLAY 'SERIE/ETAPA DA TURMA (EX. 6EF, 1EM): '
           ACCEPT TUR-SERIE
           MOVE CFG-UNIDADE         TO TUR-UNIDADE

           WRITE REG-TURMAS
               INVALID KEY
               INVALID KEY
                   DISPLAY 'TURMA NAO ENCONTRADA'
               NOT INVALID KEY
                   PERFORM P325-UNIDADE-TURMA THRU P325-FIM
                   IF WS-UNIDADE-TURMA NOT EQUAL CFG-UNIDADE
                       DISPLAY '*** TURMA DA UNIDADE '
                               WS-UNIDADE-TURMA ' ***'
                       GO TO P330-FIM
                   END-IF
                   DISPLAY 'DESCRICAO ATUAL: ' TUR-DESCRICAO
                   DISPLAY 'NOVA DESCRICAO (OU BRANCO PARA MANTER): '
                   ACCEPT WS-NOVA-DESCRICAO
                   IF WS-NOVA-PROXIMA NOT EQUAL SPACES
                       MOVE WS-NOVA-PROXIMA TO TUR-PROXIMA
                   END-IF
                   DISPLAY 'SERIE ATUAL: ' TUR-SERIE
                   DISPLAY 'NOVA SERIE (OU BRANCO PARA MANTER): '
                   ACCEPT WS-NOVA-SERIE
                   IF WS-NOVA-SERIE NOT EQUAL SPACES
                       MOVE WS-NOVA-SERIE TO TUR-SERIE
                   END-IF
                   REWRITE REG-TURMAS
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR A TURMA'
       P330-FIM.
           EXIT.

      ******************************************************************
      * UNIDADE DONA DA TURMA LIDA; REGISTRO ANTIGO SEM UNIDADE = 01
      ******************************************************************
       P325-UNIDADE-TURMA.
           MOVE 1                   TO WS-UNIDADE-TURMA
           IF TUR-UNIDADE NUMERIC AND TUR-UNIDADE > ZEROS
               MOVE TUR-UNIDADE     TO WS-UNIDADE-TURMA
           END-IF
           .
       P325-FIM.
           EXIT.

      ******************************************************************
      * CONTA OS ALUNOS ATIVOS POR TURMA EM ALUNOS.DAT E CONFRONTA COM
      * A CAPACIDADE DO CATALOGO; TURMAS DIGITADAS FORA DO CATALOGO
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE 1 TO WS-UNIDADE-ALU
                       IF UNIDADE-ALUNO NUMERIC AND
                          UNIDADE-ALUNO > ZEROS
                           MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALU
                       END-IF
                       IF ALUNO-ATIVO AND TURMA-ALUNO NOT EQUAL SPACES
                          AND WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                           PERFORM P410-ACUMULA-TURMA THRU P410-FIM
                       END-IF
               END-READ
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P325-UNIDADE-TURMA THRU P325-FIM
                       IF WS-UNIDADE-TURMA EQUAL CFG-UNIDADE
                           PERFORM P420-IMPRIME-TURMA THRU P420-FIM
                       END-IF
               END-READ
           END-PERFORM

