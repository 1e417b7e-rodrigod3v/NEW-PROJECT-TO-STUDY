      *         DISTRITO TER FALTAS POR DISCIPLINA. AS MARCACOES VAO
      *         EM FREQ-PERIODO-MARCA E A MARCACAO DIARIA VIRA F SO
      *         QUANDO O ALUNO FALTOU EM TODOS OS PERIODOS COM AULA
      * UPDATE: 15/10/2026 NA CHAMADA POR AULA O OPERADOR VINCULADO A
      *         PROFESSOR SO MARCA OS PERIODOS DAS SUAS ATRIBUICOES
      *         (TESTAPROF) OU OS QUE ELE COBRE COMO SUBSTITUTO NA
      *         DATA (FALTAPROF.DAT, MANTIDO PELO CADSUBST). AS
      *         MARCACOES JA FEITAS NOS DEMAIS PERIODOS DO DIA SAO
      *         PRESERVADAS, PARA QUE CADA PROFESSOR FACA A CHAMADA DA
      *         SUA AULA SEM APAGAR A DOS OUTROS
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CALENDARIO ESCOLAR DA
      *         UNIDADE DO LOGIN (CALENDARIO.DAT NA SEDE,
      *         CALENDARIO_NN.DAT NAS DEMAIS UNIDADES)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCAFREQ.
                RECORD KEY IS MAT-ID-MATERIA
                FILE STATUS IS WS-FS-MAT.

                SELECT OPERADORES ASSIGN TO
                WS-OPERADORES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPER-ID
                FILE STATUS IS WS-FS-OPER.

                SELECT FALTAPROF ASSIGN TO
                WS-FALTAPROF-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FPR-CHAVE
                ALTERNATE RECORD KEY IS FPR-DATA
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-FPR.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTTURMA-PATH.

       FD MATERIAS.
           COPY MATERIAS.

       FD OPERADORES.
           COPY OPERADORES.

       FD FALTAPROF.
           COPY FALTAPROF.

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-NOME                       PIC X(30).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY PROFAREA.

         01 WS-OPERADORES-PATH              PIC X(80).

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
           88 FS-HOR-OK                    VALUE 0.
         77 WS-FS-MAT                      PIC 99.
           88 FS-MAT-OK                    VALUE 0.
         77 WS-FS-OPER                     PIC 99.
           88 FS-OPER-OK                   VALUE 0.
         77 WS-FS-FPR                      PIC 99.
           88 FS-FPR-OK                    VALUE 0.
         77 WS-EOF-FPR                     PIC X     VALUE 'N'.
           88 EOF-FPR-OK                   VALUE 'S' FALSE 'N'.
         77 WS-PROF-OPERADOR               PIC 9(05) VALUE ZEROS.
         77 WS-CONT-PER-LIBERADOS          PIC 9(01) VALUE ZEROS.
         77 WS-MODO-CHAMADA                PIC X(01) VALUE '1'.
         77 WS-TEM-GRADE                   PIC X     VALUE 'N'.
           88 TEM-GRADE-DIA                VALUE 'S' FALSE 'N'.
           03 WS-GD-ITEM OCCURS 6.
              05 WS-GD-MATERIA             PIC 9(20).
              05 WS-GD-NOME                PIC X(20).
              05 WS-GD-LIBERADO            PIC X(01).
         77 WS-IDX-PER                     PIC 9(01) COMP VALUE ZEROS.
         77 WS-PRES-PER                    PIC X(01) VALUE SPACES.
         77 WS-CONT-PER-AULAS              PIC 9(01) VALUE ZEROS.
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
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
                  '\SORTTURMA.TMP' DELIMITED BY SIZE
                  INTO WS-SORTTURMA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\HORARIOS.DAT' DELIMITED BY SIZE
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATERIAS.DAT' DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OPERADORES.DAT' DELIMITED BY SIZE
                  INTO WS-OPERADORES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FALTAPROF.DAT' DELIMITED BY SIZE
                  INTO WS-FALTAPROF-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\bin' DELIMITED BY SIZE
                  INTO WS-BIN-DIR
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\TESTAPROF' DELIMITED BY SIZE
                  INTO WS-BIN-TESTAPROF-PATH
           .
       P100-FIM.
           EXIT.
                           'NESTE DIA - CHAMADA POR AULA INDISPONIVEL'
                   GO TO P300-FIM
               END-IF
               PERFORM P335-CONFERE-ALCANCE THRU P335-FIM
               IF WS-CONT-PER-LIBERADOS EQUAL ZEROS
                   DISPLAY '*** NENHUMA AULA DO DIA NAS SUAS '
                           'ATRIBUICOES - CHAMADA RECUSADA ***'
                   GO TO P300-FIM
               END-IF
           END-IF

           OPEN INPUT ALUNOS
       P330-FIM.
           EXIT.

      ******************************************************************
      * ALCANCE DA CHAMADA POR AULA: CADA PERIODO COM AULA FICA
      * LIBERADO QUANDO A TURMA/DISCIPLINA ESTA NAS ATRIBUICOES DO
      * OPERADOR (TESTAPROF) OU QUANDO O PROFESSOR VINCULADO A ELE E O
      * SUBSTITUTO DAQUELA AULA NA DATA (FALTAPROF.DAT)
      ******************************************************************
       P335-CONFERE-ALCANCE.
           MOVE ZEROS               TO WS-CONT-PER-LIBERADOS
           MOVE ZEROS               TO WS-PROF-OPERADOR

           SET FS-OPER-OK           TO TRUE
           OPEN INPUT OPERADORES
           IF FS-OPER-OK
               MOVE LK-OPERADOR-ID  TO OPER-ID
               READ OPERADORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OPER-PROF-ID NUMERIC
                           MOVE OPER-PROF-ID TO WS-PROF-OPERADOR
                       END-IF
               END-READ
               CLOSE OPERADORES
           END-IF

           SET FS-FPR-OK            TO TRUE
           OPEN INPUT FALTAPROF

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               MOVE 'N'             TO WS-GD-LIBERADO(WS-IDX-PER)
               IF WS-GD-MATERIA(WS-IDX-PER) > ZEROS
                   MOVE LK-OPERADOR-ID    TO TP-OPERADOR-ID
                   MOVE WS-TURMA-PESQUISA TO TP-TURMA
                   MOVE WS-GD-MATERIA(WS-IDX-PER) TO TP-ID-MATERIA
                   MOVE 'S'               TO TP-PERMITIDO
                   CALL WS-BIN-TESTAPROF-PATH USING WS-TESTAPROF-AREA
                       ON EXCEPTION
                           CONTINUE
                   END-CALL
                   IF TP-PERMITIDO EQUAL 'N'
                       PERFORM P337-PROCURA-SUBSTITUICAO
                          THRU P337-FIM
                   END-IF
                   IF TP-PERMITIDO EQUAL 'S'
                       MOVE 'S' TO WS-GD-LIBERADO(WS-IDX-PER)
                       ADD 1    TO WS-CONT-PER-LIBERADOS
                   ELSE
                       DISPLAY '  PERIODO ' WS-IDX-PER ' - '
                               WS-GD-NOME(WS-IDX-PER)
                               ' FORA DAS SUAS ATRIBUICOES'
                   END-IF
               END-IF
           END-PERFORM

           IF FS-FPR-OK
               CLOSE FALTAPROF
           END-IF
           .
       P335-FIM.
           EXIT.

      * FALTAS DE PROFESSOR NA DATA DA CHAMADA EM QUE O PROFESSOR DO
      * OPERADOR COBRE A AULA DA TURMA NO PERIODO WS-IDX-PER
       P337-PROCURA-SUBSTITUICAO.
           IF NOT FS-FPR-OK OR WS-PROF-OPERADOR EQUAL ZEROS
               GO TO P337-FIM
           END-IF

           SET EOF-FPR-OK           TO FALSE
           MOVE WS-DATA-CHAMADA     TO FPR-DATA
           START FALTAPROF KEY IS EQUAL FPR-DATA
               INVALID KEY
                   SET EOF-FPR-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-FPR-OK
               READ FALTAPROF NEXT RECORD
                   AT END
                       SET EOF-FPR-OK TO TRUE
                   NOT AT END
                       IF FPR-DATA NOT EQUAL WS-DATA-CHAMADA
                           SET EOF-FPR-OK TO TRUE
                       ELSE
                           IF FPR-PER-AFETADO(WS-IDX-PER) AND
                              FPR-SUBSTITUIDA(WS-IDX-PER) AND
                              FPR-ID-SUBSTITUTO(WS-IDX-PER) EQUAL
                              WS-PROF-OPERADOR AND
                              FPR-TURMA(WS-IDX-PER) EQUAL
                              WS-TURMA-PESQUISA
                               MOVE 'S' TO TP-PERMITIDO
                               SET EOF-FPR-OK TO TRUE
                               DISPLAY '  PERIODO ' WS-IDX-PER
                                       ' LIBERADO - SUBSTITUICAO'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P337-FIM.
           EXIT.

       P340-ALIMENTA-SORT.
           PERFORM UNTIL EOF-OK
               READ ALUNOS NEXT RECORD
           MOVE SPACES              TO FREQ-PERIODOS

           IF WS-MODO-CHAMADA EQUAL '2'
      * PRESERVA AS MARCACOES DOS PERIODOS FORA DO ALCANCE DO OPERADOR
               MOVE SD-ID           TO FREQ-ID-ALUNO
               MOVE WS-DATA-CHAMADA TO FREQ-DATA
               READ FREQUENCIA
                   INVALID KEY
                       MOVE SPACES  TO FREQ-PERIODOS
               END-READ
               PERFORM P365-CHAMADA-POR-AULA THRU P365-FIM
           ELSE
               MOVE SPACES          TO WS-PRESENCA
      ******************************************************************
      * PERCORRE OS PERIODOS COM AULA DO DIA MARCANDO P/F POR
      * PERIODO; A MARCACAO DIARIA VIRA F SO QUANDO O ALUNO FALTOU EM
      * TODOS OS PERIODOS COM AULA. PERIODO NAO LIBERADO AO OPERADOR
      * MANTEM A MARCACAO JA GRAVADA
      ******************************************************************
       P365-CHAMADA-POR-AULA.
           MOVE ZEROS               TO WS-CONT-PER-AULAS

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               IF WS-GD-MATERIA(WS-IDX-PER) > ZEROS AND
                  WS-GD-LIBERADO(WS-IDX-PER) NOT EQUAL 'S'
                   ADD 1 TO WS-CONT-PER-AULAS
                   IF FREQ-PERIODO-MARCA(WS-IDX-PER) EQUAL 'F'
                       ADD 1 TO WS-CONT-PER-FALTAS
                   END-IF
               END-IF
               IF WS-GD-MATERIA(WS-IDX-PER) > ZEROS AND
                  WS-GD-LIBERADO(WS-IDX-PER) EQUAL 'S'
                   ADD 1 TO WS-CONT-PER-AULAS
                   MOVE SPACES TO WS-PRES-PER
                   PERFORM WITH TEST AFTER
