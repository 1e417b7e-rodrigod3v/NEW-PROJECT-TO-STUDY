      *         PROFESSORES (PROFESSORES.DAT) E AS ATRIBUICOES DE
      *         PROFESSOR POR TURMA/DISCIPLINA (ATRIBUICOES.DAT), QUE
      *         A FICHA DE CHAMADA E O BOLETIM PASSAM A IMPRIMIR
      * UPDATE: 15/10/2026 MULTI-UNIDADE: O PROFESSOR INCLUIDO FICA
      *         LOTADO NA UNIDADE DO LOGIN (PROF-UNIDADE), MOSTRADA NA
      *         LISTAGEM. O CADASTRO CONTINUA UNICO NA REDE, PARA QUE O
      *         MESMO PROFESSOR POSSA TER AULAS EM MAIS DE UMA UNIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADPROF.
           88 PROF-VALIDO                  VALUE 'S' FALSE 'N'.
         77 WS-MAT-VALIDA                  PIC X     VALUE 'N'.
           88 MAT-VALIDA                   VALUE 'S' FALSE 'N'.
         77 WS-UNIDADE-PROF                PIC 9(02) VALUE ZEROS.

           COPY SITCFG.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATERIAS.DAT' DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
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
           .
       P100-FIM.
           EXIT.
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT
                       MOVE 1 TO WS-UNIDADE-PROF
                       IF PROF-UNIDADE NUMERIC AND PROF-UNIDADE > ZEROS
                           MOVE PROF-UNIDADE TO WS-UNIDADE-PROF
                       END-IF
                       IF PROFESSOR-INATIVO
                           DISPLAY PROF-ID ' - ' PROF-NOME
                                   ' UNID ' WS-UNIDADE-PROF
                                   ' (INATIVO)'
                       ELSE
                           DISPLAY PROF-ID ' - ' PROF-NOME
                                   ' UNID ' WS-UNIDADE-PROF
                                   '  TEL: ' PROF-TELEFONE
                       END-IF
               END-READ
           DISPLAY 'TELEFONE DO PROFESSOR: '
           ACCEPT PROF-TELEFONE
           SET PROFESSOR-ATIVO      TO TRUE
           MOVE CFG-UNIDADE         TO PROF-UNIDADE

           WRITE REG-PROFESSORES
               INVALID KEY
