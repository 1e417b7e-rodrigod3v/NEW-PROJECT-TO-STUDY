      *         DEPOIS ENTRE AS DISCIPLINAS, COMO NO BOLETIM E NO
      *         CONSOLIDA - O BIMESTRE 5 DEIXA DE ENTRAR COMO QUINTA
      *         PARCELA
      * UPDATE: 15/10/2026 MULTI-UNIDADE: O RANKING E DA UNIDADE DO
      *         LOGIN - SO ENTRAM OS ALUNOS DELA (UNIDADE-ALUNO;
      *         ZERO/ESPACOS = UNIDADE 01)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RANKING.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-TOP-N                       PIC 9(03) VALUE 10.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.

           COPY SITCFG.
         77 WS-CONT                        PIC 9(03) VALUE ZEROS.
         77 WS-SOMA-ALUNO                  PIC 9(05)V99 VALUE ZEROS.
         77 WS-CONT-DISC-ALUNO             PIC 9(03) VALUE ZEROS.
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\RELNOME' DELIMITED BY SIZE
                  INTO WS-BIN-RELNOME-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CFGPARAM' DELIMITED BY SIZE
                  INTO WS-BIN-CFGPARAM-PATH

           CALL WS-BIN-CFGPARAM-PATH USING CFG-PARAMETROS
               ON EXCEPTION
                   CONTINUE
           END-CALL

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE 1 TO WS-UNIDADE-ALU
                       IF UNIDADE-ALUNO NUMERIC AND
                          UNIDADE-ALUNO > ZEROS
                           MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALU
                       END-IF
                       IF ALUNO-ATIVO AND
                          WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                           PERFORM P345-ACUMULA-DISCIPLINAS-ALUNO
                                   THRU P345-FIM
                           IF WS-CONT-DISC-ALUNO > ZEROS
