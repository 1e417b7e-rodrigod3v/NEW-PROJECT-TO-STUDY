      *         HORARIO JA PREENCHIDO DA TURMA PEDE CONFIRMACAO.
      *         IMPRIME A GRADE SEMANAL POR TURMA (GRADETURMA.TXT) E
      *         POR PROFESSOR (GRADEPROF.TXT)
      * UPDATE: 15/10/2026 CONFERENCIA DA GRADE CONTRA A MATRIZ
      *         CURRICULAR DA SERIE DA TURMA (MATRIZ.DAT, MANTIDA PELO
      *         CADMATRIZ): AO GRAVAR UM HORARIO AVISA SE A DISCIPLINA
      *         FICOU FORA DA MATRIZ OU COM AULAS SEMANAIS DIFERENTES
      *         DO PREVISTO, E A NOVA OPCAO 5 CONFERE A GRADE INTEIRA
      *         DA TURMA (FALTAS, EXCESSOS E DISCIPLINAS FORA DA
      *         MATRIZ). SOMENTE AVISO, NAO IMPEDE A GRAVACAO
      * UPDATE: 15/10/2026 SALA/AMBIENTE EM CADA HORARIO (HOR-SALA, DO
      *         CATALOGO SALAS.DAT MANTIDO PELO CADSALA): A SALA TEM DE
      *         ESTAR ATIVA, SER DA UNIDADE DA TURMA, COMPORTAR OS
      *         MATRICULADOS DA TURMA E NAO ESTAR OCUPADA NO MESMO
      *         DIA/PERIODO POR OUTRA TURMA DO MESMO TURNO. AS GRADES
      *         IMPRESSAS MOSTRAM A SALA; NOVAS OPCOES 6 (OCUPACAO DAS
      *         SALAS POR TURNO, OCUPSALA.TXT) E 7 (SALAS LIVRES NUM
      *         DIA/PERIODO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADHORARIO.
                RECORD KEY IS PROF-ID
                FILE STATUS IS WS-FS-PROF.

                SELECT MATRIZ ASSIGN TO
                WS-MATRIZ-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS MTZ-CHAVE
                FILE STATUS IS WS-FS-MTZ.

                SELECT SALAS ASSIGN TO
                WS-SALAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SAL-CODIGO
                FILE STATUS IS WS-FS-SAL.

                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT GRADE ASSIGN TO
                WS-GRADE-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD PROFESSORES.
           COPY PROFESSORES.

       FD MATRIZ.
           COPY MATRIZ.

       FD SALAS.
           COPY SALAS.

       FD ALUNOS.
           COPY DATABASE.

       FD GRADE.
         01 GRADE-LINHA                     PIC X(100).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

         01 WS-GRADE-PATH                   PIC X(80).

              VALUE ' PROF. '.
           03 WS-LH-PROFESSOR             PIC X(30).
           03 WS-LH-TURMA                 PIC X(11).
           03 FILLER                      PIC X(06) VALUE ' SALA '.
           03 WS-LH-SALA                  PIC X(06).

         01 WS-TAB-DIAS.
           03 FILLER                      PIC X(18)
           88 FS-PROF-OK                   VALUE 0.
         77 WS-FS-GRADE                    PIC 99.
           88 FS-GRADE-OK                  VALUE 0.
         77 WS-FS-MTZ                      PIC 99.
           88 FS-MTZ-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 TEM-CONFLITO                 VALUE 'S' FALSE 'N'.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-CONT                        PIC 9(04) VALUE ZEROS.
         77 WS-SERIE-TURMA                 PIC X(04) VALUE SPACES.
         77 WS-FILTRO-MATERIA              PIC 9(20) VALUE ZEROS.
         77 WS-CONT-AVISOS                 PIC 9(02) VALUE ZEROS.
         01 WS-TAB-CONFERE.
           03 WS-CM-ITEM OCCURS 30.
              05 WS-CM-MATERIA             PIC 9(20).
              05 WS-CM-GRADE               PIC 9(02).
              05 WS-CM-MATRIZ              PIC 9(02).
              05 WS-CM-NA-MATRIZ           PIC X(01).
         77 WS-QTD-CM                      PIC 9(02) VALUE ZEROS.
         77 WS-IDX-CM                      PIC 9(02) COMP VALUE ZEROS.
         77 WS-ACHOU-CM                    PIC 9(02) VALUE ZEROS.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-SAL                      PIC 99.
           88 FS-SAL-OK                    VALUE 0.
         77 WS-SALA                        PIC X(06) VALUE SPACES.
         77 WS-TURNO-TURMA                 PIC X(01) VALUE SPACES.
         77 WS-TURNO-FILTRO                PIC X(01) VALUE SPACES.
         77 WS-TIPO-FILTRO                 PIC X(01) VALUE SPACES.
         77 WS-CAP-MINIMA                  PIC 9(03) VALUE ZEROS.
         77 WS-UNIDADE-TURMA               PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-SALA                PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-MATRICULADOS                PIC 9(03) VALUE ZEROS.
         77 WS-TURMA-CHOQUE                PIC X(10) VALUE SPACES.
         77 WS-SALA-OK                     PIC X     VALUE 'N'.
           88 SALA-OK                      VALUE 'S' FALSE 'N'.

      * SALAS DA UNIDADE COM A OCUPACAO DE UM TURNO: TURMA POR
      * DIA (1=SEG A 6=SAB) E PERIODO (1 A 6)
         01 WS-TAB-SALAS.
           03 WS-TS-ITEM OCCURS 60.
              05 WS-TS-CODIGO              PIC X(06).
              05 WS-TS-DESCRICAO           PIC X(30).
              05 WS-TS-TIPO                PIC X(01).
              05 WS-TS-CAPACIDADE          PIC 9(03).
              05 WS-TS-DIA OCCURS 6.
                 07 WS-TS-TURMA OCCURS 6   PIC X(10).
         77 WS-QTD-SALAS                   PIC 9(02) VALUE ZEROS.
         77 WS-IDX-SALA                    PIC 9(02) COMP VALUE ZEROS.
         77 WS-ACHOU-SALA                  PIC 9(02) VALUE ZEROS.
         77 WS-IDX-DIA                     PIC 9(01) COMP VALUE ZEROS.
         77 WS-IDX-PER                     PIC 9(01) COMP VALUE ZEROS.

         01 WS-CAB-SALA.
           03 FILLER                      PIC X(06) VALUE 'SALA '.
           03 WS-CS-CODIGO                PIC X(06).
           03 FILLER                      PIC X(03) VALUE ' - '.
           03 WS-CS-DESCRICAO             PIC X(30).
           03 FILLER                      PIC X(06) VALUE ' CAP. '.
           03 WS-CS-CAPACIDADE            PIC ZZ9.
         01 WS-CAB-DIAS.
           03 FILLER                      PIC X(04) VALUE 'PER'.
           03 FILLER                      PIC X(11) VALUE 'SEG'.
           03 FILLER                      PIC X(11) VALUE 'TER'.
           03 FILLER                      PIC X(11) VALUE 'QUA'.
           03 FILLER                      PIC X(11) VALUE 'QUI'.
           03 FILLER                      PIC X(11) VALUE 'SEX'.
           03 FILLER                      PIC X(11) VALUE 'SAB'.
         01 WS-LIN-OCUPACAO.
           03 WS-LO-PERIODO               PIC 9(01).
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-LO-CELULA OCCURS 6.
              05 WS-LO-TURMA              PIC X(10).
              05 FILLER                   PIC X(01).

       LINKAGE SECTION.
         01 LK-COM-AREA.
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PROFESSORES.DAT' DELIMITED BY SIZE
                  INTO WS-PROFESSORES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATRIZ.DAT' DELIMITED BY SIZE
                  INTO WS-MATRIZ-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SALAS.DAT' DELIMITED BY SIZE
                  INTO WS-SALAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OCUPSALA.TXT' DELIMITED BY SIZE
                  INTO WS-OCUPSALA-PATH
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
           DISPLAY '  2 - REMOVER HORARIO'
           DISPLAY '  3 - GRADE DA TURMA (IMPRESSA)'
           DISPLAY '  4 - GRADE DO PROFESSOR (IMPRESSA)'
           DISPLAY '  5 - CONFERIR GRADE DA TURMA X MATRIZ'
           DISPLAY '  6 - OCUPACAO DAS SALAS (IMPRESSA)'
           DISPLAY '  7 - SALAS LIVRES NO DIA/PERIODO'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

                   PERFORM P600-GRADE-TURMA THRU P600-FIM
               WHEN '4'
                   PERFORM P700-GRADE-PROFESSOR THRU P700-FIM
               WHEN '5'
                   PERFORM P750-CONFERE-TURMA THRU P750-FIM
               WHEN '6'
                   PERFORM P850-OCUPACAO-SALAS THRU P850-FIM
               WHEN '7'
                   PERFORM P880-SALAS-LIVRES THRU P880-FIM
               WHEN 'X'
                   SET EXIT-OK TO TRUE
               WHEN 'x'
           ACCEPT WS-ID-MATERIA
           DISPLAY 'ID DO PROFESSOR: '
           ACCEPT WS-ID-PROF
           DISPLAY 'SALA: '
           MOVE SPACES              TO WS-SALA
           ACCEPT WS-SALA
           INSPECT WS-SALA
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           PERFORM P430-VALIDA-DADOS THRU P430-FIM

               GO TO P400-FIM
           END-IF

           PERFORM P460-VALIDA-SALA THRU P460-FIM
           IF NOT SALA-OK
               GO TO P400-FIM
           END-IF

           MOVE WS-TURMA            TO HOR-TURMA
           MOVE WS-DIA              TO HOR-DIA
           MOVE WS-PERIODO          TO HOR-PERIODO
           MOVE WS-PERIODO          TO HOR-PERIODO
           MOVE WS-ID-MATERIA       TO HOR-ID-MATERIA
           MOVE WS-ID-PROF          TO HOR-ID-PROFESSOR
           MOVE WS-SALA             TO HOR-SALA

           WRITE REG-HORARIOS
               INVALID KEY
               NOT INVALID KEY
                   DISPLAY '*** HORARIO GRAVADO ***'
           END-WRITE

           MOVE WS-ID-MATERIA       TO WS-FILTRO-MATERIA
           PERFORM P800-CONFERE-MATRIZ THRU P800-FIM
           .
       P400-FIM.
           EXIT.
                   CLOSE TURMAS
                   GO TO P430-FIM
           END-READ
           MOVE TUR-SERIE           TO WS-SERIE-TURMA
           MOVE TUR-TURNO           TO WS-TURNO-TURMA
           MOVE 1                   TO WS-UNIDADE-TURMA
           IF TUR-UNIDADE NUMERIC AND TUR-UNIDADE > ZEROS
               MOVE TUR-UNIDADE     TO WS-UNIDADE-TURMA
           END-IF
           CLOSE TURMAS

           SET FS-MAT-OK            TO TRUE
       P440-FIM.
           EXIT.

      ******************************************************************
      * A SALA TEM DE ESTAR NO CATALOGO, ATIVA, NA UNIDADE DA TURMA,
      * COMPORTAR OS MATRICULADOS DA TURMA E ESTAR LIVRE NO DIA/
      * PERIODO PARA O TURNO DA TURMA
      ******************************************************************
       P460-VALIDA-SALA.
           SET SALA-OK              TO FALSE

           IF WS-SALA EQUAL SPACES
               DISPLAY '*** SALA NAO INFORMADA ***'
               GO TO P460-FIM
           END-IF

           SET FS-SAL-OK            TO TRUE
           OPEN INPUT SALAS
           IF NOT FS-SAL-OK
               DISPLAY '*** CATALOGO DE SALAS INDISPONIVEL ***'
               GO TO P460-FIM
           END-IF
           MOVE WS-SALA             TO SAL-CODIGO
           READ SALAS
               INVALID KEY
                   DISPLAY '*** SALA NAO CONSTA NO CATALOGO ***'
                   CLOSE SALAS
                   GO TO P460-FIM
           END-READ
           CLOSE SALAS

           IF SALA-INATIVA
               DISPLAY '*** SALA DESATIVADA ***'
               GO TO P460-FIM
           END-IF

           MOVE 1                   TO WS-UNIDADE-SALA
           IF SAL-UNIDADE NUMERIC AND SAL-UNIDADE > ZEROS
               MOVE SAL-UNIDADE     TO WS-UNIDADE-SALA
           END-IF
           IF WS-UNIDADE-SALA NOT EQUAL WS-UNIDADE-TURMA
               DISPLAY '*** A SALA ' WS-SALA ' E DA UNIDADE '
                       WS-UNIDADE-SALA ' ***'
               GO TO P460-FIM
           END-IF

           PERFORM P470-CONTA-MATRICULADOS THRU P470-FIM
           IF WS-MATRICULADOS > SAL-CAPACIDADE
               DISPLAY '*** A SALA ' WS-SALA ' COMPORTA '
                       SAL-CAPACIDADE ' ALUNOS E A TURMA TEM '
                       WS-MATRICULADOS ' MATRICULADOS ***'
               GO TO P460-FIM
           END-IF

           PERFORM P480-CONFERE-CHOQUE-SALA THRU P480-FIM
           IF TEM-CONFLITO
               DISPLAY '*** CONFLITO: A SALA ' WS-SALA ' JA ESTA COM A '
                       'TURMA ' WS-TURMA-CHOQUE ' NESSE DIA/PERIODO ***'
               GO TO P460-FIM
           END-IF

           DISPLAY 'SALA......: ' SAL-DESCRICAO
           SET SALA-OK              TO TRUE
           .
       P460-FIM.
           EXIT.

      ******************************************************************
      * CONTA OS ALUNOS ATIVOS E MATRICULADOS DA TURMA (PRE-MATRICULA,
      * TRANCADO E TRANSFERIDO NAO OCUPAM CADEIRA)
      ******************************************************************
       P470-CONTA-MATRICULADOS.
           MOVE ZEROS               TO WS-MATRICULADOS
           SET FS-OK                TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'CADASTRO DE ALUNOS INDISPONIVEL - CAPACIDADE '
                       'NAO CONFERIDA'
               GO TO P470-FIM
           END-IF

           SET EOF-OK               TO FALSE
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
                       IF ALUNO-ATIVO AND TURMA-ALUNO EQUAL WS-TURMA
                          AND WS-UNIDADE-ALU EQUAL WS-UNIDADE-TURMA
                          AND (MAT-MATRICULADO OR MAT-LEGADO)
                           ADD 1 TO WS-MATRICULADOS
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALUNOS
           .
       P470-FIM.
           EXIT.

      ******************************************************************
      * VARRE A GRADE CONFERINDO SE A SALA JA ESTA COM OUTRA TURMA DO
      * MESMO TURNO NO MESMO DIA/PERIODO (TURNOS DIFERENTES DIVIDEM A
      * SALA SEM CHOQUE)
      ******************************************************************
       P480-CONFERE-CHOQUE-SALA.
           SET TEM-CONFLITO         TO FALSE
           SET EOF-OK               TO FALSE
           MOVE SPACES              TO WS-TURMA-CHOQUE

           SET FS-TUR-OK            TO TRUE
           OPEN INPUT TURMAS

           MOVE SPACES              TO HOR-TURMA
           MOVE ZEROS               TO HOR-DIA
           MOVE ZEROS               TO HOR-PERIODO

           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ HORARIOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF HOR-SALA EQUAL WS-SALA AND
                          HOR-DIA EQUAL WS-DIA AND
                          HOR-PERIODO EQUAL WS-PERIODO AND
                          HOR-TURMA NOT EQUAL WS-TURMA
                           MOVE HOR-TURMA  TO TUR-CODIGO
                           MOVE SPACES     TO TUR-TURNO
                           IF FS-TUR-OK
                               READ TURMAS
                                   INVALID KEY
                                       MOVE SPACES TO TUR-TURNO
                               END-READ
                           END-IF
                           IF TUR-TURNO EQUAL WS-TURNO-TURMA OR
                              TUR-TURNO EQUAL SPACES
                               MOVE HOR-TURMA  TO WS-TURMA-CHOQUE
                               SET TEM-CONFLITO TO TRUE
                               SET EOF-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF FS-TUR-OK
               CLOSE TURMAS
           END-IF
           .
       P480-FIM.
           EXIT.

       P500-REMOVE.
           PERFORM P420-CAPTURA-SLOT THRU P420-FIM

       P650-MONTA-LINHA.
           MOVE WS-DIA-NOME(HOR-DIA) TO WS-LH-DIA
           MOVE HOR-PERIODO          TO WS-LH-PERIODO
           MOVE HOR-SALA             TO WS-LH-SALA

           MOVE SPACES               TO WS-LH-MATERIA
           SET FS-MAT-OK             TO TRUE
       P700-FIM.
           EXIT.

      ******************************************************************
      * CONFERE A GRADE INTEIRA DE UMA TURMA CONTRA A MATRIZ DA SERIE
      ******************************************************************
       P750-CONFERE-TURMA.
           DISPLAY 'TURMA: '
           ACCEPT WS-TURMA

           SET FS-TUR-OK            TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
               DISPLAY '*** CATALOGO DE TURMAS INDISPONIVEL ***'
               GO TO P750-FIM
           END-IF
           MOVE WS-TURMA            TO TUR-CODIGO
           READ TURMAS
               INVALID KEY
                   DISPLAY '*** TURMA NAO CONSTA NO CATALOGO ***'
                   CLOSE TURMAS
                   GO TO P750-FIM
           END-READ
           MOVE TUR-SERIE           TO WS-SERIE-TURMA
           CLOSE TURMAS

           MOVE ZEROS               TO WS-FILTRO-MATERIA
           PERFORM P800-CONFERE-MATRIZ THRU P800-FIM

           IF WS-CONT-AVISOS EQUAL ZEROS AND
              WS-SERIE-TURMA NOT EQUAL SPACES AND FS-MTZ-OK
               DISPLAY 'GRADE DA TURMA CONFERE COM A MATRIZ DA SERIE '
                       WS-SERIE-TURMA
           END-IF
           .
       P750-FIM.
           EXIT.

      ******************************************************************
      * CONTA AS AULAS SEMANAIS DE CADA DISCIPLINA NA GRADE DA TURMA
      * WS-TURMA E CONFRONTA COM A MATRIZ DA SERIE WS-SERIE-TURMA.
      * WS-FILTRO-MATERIA DIFERENTE DE ZERO RESTRINGE OS AVISOS A UMA
      * DISCIPLINA (CONFERENCIA APOS GRAVAR UM HORARIO)
      ******************************************************************
       P800-CONFERE-MATRIZ.
           MOVE ZEROS               TO WS-CONT-AVISOS
           MOVE ZEROS               TO WS-QTD-CM

           IF WS-SERIE-TURMA EQUAL SPACES
               DISPLAY 'TURMA SEM SERIE CADASTRADA - GRADE NAO '
                       'CONFERIDA COM A MATRIZ'
               GO TO P800-FIM
           END-IF

           SET FS-MTZ-OK            TO TRUE
           OPEN INPUT MATRIZ
           IF NOT FS-MTZ-OK
               DISPLAY 'MATRIZ CURRICULAR NAO CADASTRADA - GRADE NAO '
                       'CONFERIDA'
               GO TO P800-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE WS-TURMA            TO HOR-TURMA
           MOVE ZEROS               TO HOR-DIA
           MOVE ZEROS               TO HOR-PERIODO
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ HORARIOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF HOR-TURMA NOT EQUAL WS-TURMA
                           SET EOF-OK TO TRUE
                       ELSE
                           MOVE HOR-ID-MATERIA TO WS-ID-MATERIA
                           PERFORM P810-LOCALIZA THRU P810-FIM
                           IF WS-ACHOU-CM > ZEROS
                               ADD 1 TO WS-CM-GRADE(WS-ACHOU-CM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           SET EOF-OK               TO FALSE
           MOVE WS-SERIE-TURMA      TO MTZ-SERIE
           MOVE ZEROS               TO MTZ-ID-MATERIA
           START MATRIZ KEY IS NOT LESS THAN MTZ-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ MATRIZ NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF MTZ-SERIE NOT EQUAL WS-SERIE-TURMA
                           SET EOF-OK TO TRUE
                       ELSE
                           MOVE MTZ-ID-MATERIA TO WS-ID-MATERIA
                           PERFORM P810-LOCALIZA THRU P810-FIM
                           IF WS-ACHOU-CM > ZEROS
                               MOVE 'S' TO WS-CM-NA-MATRIZ(WS-ACHOU-CM)
                               MOVE MTZ-AULAS-SEMANAIS
                                    TO WS-CM-MATRIZ(WS-ACHOU-CM)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MATRIZ

           PERFORM VARYING WS-IDX-CM FROM 1 BY 1
                   UNTIL WS-IDX-CM > WS-QTD-CM
               IF WS-FILTRO-MATERIA EQUAL ZEROS OR
                  WS-FILTRO-MATERIA EQUAL WS-CM-MATERIA(WS-IDX-CM)
                   EVALUATE TRUE
                       WHEN WS-CM-NA-MATRIZ(WS-IDX-CM) NOT EQUAL 'S'
                           ADD 1 TO WS-CONT-AVISOS
                           DISPLAY '*** AVISO: DISCIPLINA '
                                   WS-CM-MATERIA(WS-IDX-CM)
                                   ' FORA DA MATRIZ DA SERIE '
                                   WS-SERIE-TURMA ' ***'
                       WHEN WS-CM-GRADE(WS-IDX-CM) <
                            WS-CM-MATRIZ(WS-IDX-CM)
                           ADD 1 TO WS-CONT-AVISOS
                           DISPLAY '*** AVISO: DISCIPLINA '
                                   WS-CM-MATERIA(WS-IDX-CM)
                                   ' COM ' WS-CM-GRADE(WS-IDX-CM)
                                   ' AULAS NA GRADE - A MATRIZ PEDE '
                                   WS-CM-MATRIZ(WS-IDX-CM) ' ***'
                       WHEN WS-CM-GRADE(WS-IDX-CM) >
                            WS-CM-MATRIZ(WS-IDX-CM)
                           ADD 1 TO WS-CONT-AVISOS
                           DISPLAY '*** AVISO: DISCIPLINA '
                                   WS-CM-MATERIA(WS-IDX-CM)
                                   ' COM ' WS-CM-GRADE(WS-IDX-CM)
                                   ' AULAS NA GRADE - EXCEDE A MATRIZ ('
                                   WS-CM-MATRIZ(WS-IDX-CM) ') ***'
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       P800-FIM.
           EXIT.

      * POSICAO DA DISCIPLINA WS-ID-MATERIA NA TABELA DE CONFERENCIA,
      * ACRESCENTANDO QUANDO AINDA NAO ESTA (ZERO = TABELA CHEIA)
       P810-LOCALIZA.
           MOVE ZEROS               TO WS-ACHOU-CM
           PERFORM VARYING WS-IDX-CM FROM 1 BY 1
                   UNTIL WS-IDX-CM > WS-QTD-CM OR WS-ACHOU-CM > ZEROS
               IF WS-CM-MATERIA(WS-IDX-CM) EQUAL WS-ID-MATERIA
                   MOVE WS-IDX-CM   TO WS-ACHOU-CM
               END-IF
           END-PERFORM

           IF WS-ACHOU-CM EQUAL ZEROS AND WS-QTD-CM < 30
               ADD 1 TO WS-QTD-CM
               MOVE WS-QTD-CM       TO WS-ACHOU-CM
               MOVE WS-ID-MATERIA   TO WS-CM-MATERIA(WS-QTD-CM)
               MOVE ZEROS           TO WS-CM-GRADE(WS-QTD-CM)
               MOVE ZEROS           TO WS-CM-MATRIZ(WS-QTD-CM)
               MOVE 'N'             TO WS-CM-NA-MATRIZ(WS-QTD-CM)
           END-IF
           .
       P810-FIM.
           EXIT.

      ******************************************************************
      * IMPRIME A OCUPACAO SEMANAL DAS SALAS DA UNIDADE NUM TURNO: UM
      * QUADRO POR SALA COM A TURMA DE CADA DIA/PERIODO
      ******************************************************************
       P850-OCUPACAO-SALAS.
           PERFORM P855-PEDE-TURNO THRU P855-FIM
           PERFORM P860-CARREGA-SALAS THRU P860-FIM
           IF WS-QTD-SALAS EQUAL ZEROS
               GO TO P850-FIM
           END-IF
           PERFORM P870-OCUPA-SALAS THRU P870-FIM

           SET FS-GRADE-OK          TO TRUE
           MOVE WS-OCUPSALA-PATH    TO WS-GRADE-PATH
           OPEN OUTPUT GRADE
           IF NOT FS-GRADE-OK
               DISPLAY 'ERRO AO ABRIR A OCUPACAO DAS SALAS'
               DISPLAY 'FILE STATUS: ' WS-FS-GRADE
               GO TO P850-FIM
           END-IF

           MOVE SPACES              TO WS-CG-TITULO
           STRING 'OCUPACAO DAS SALAS - TURNO ' DELIMITED BY SIZE
                  WS-TURNO-FILTRO DELIMITED BY SIZE
                  INTO WS-CG-TITULO
           WRITE GRADE-LINHA FROM WS-LIN-TRACO
           WRITE GRADE-LINHA FROM WS-CAB-GRADE
           WRITE GRADE-LINHA FROM WS-LIN-TRACO

           PERFORM VARYING WS-IDX-SALA FROM 1 BY 1
                   UNTIL WS-IDX-SALA > WS-QTD-SALAS
               MOVE WS-TS-CODIGO(WS-IDX-SALA)     TO WS-CS-CODIGO
               MOVE WS-TS-DESCRICAO(WS-IDX-SALA)  TO WS-CS-DESCRICAO
               MOVE WS-TS-CAPACIDADE(WS-IDX-SALA) TO WS-CS-CAPACIDADE
               MOVE SPACES          TO GRADE-LINHA
               WRITE GRADE-LINHA
               WRITE GRADE-LINHA FROM WS-CAB-SALA
               WRITE GRADE-LINHA FROM WS-CAB-DIAS
               PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                       UNTIL WS-IDX-PER > 6
                   MOVE WS-IDX-PER  TO WS-LO-PERIODO
                   PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                           UNTIL WS-IDX-DIA > 6
                       MOVE WS-TS-TURMA(WS-IDX-SALA WS-IDX-DIA
                                        WS-IDX-PER)
                         TO WS-LO-TURMA(WS-IDX-DIA)
                       IF WS-LO-TURMA(WS-IDX-DIA) EQUAL SPACES
                           MOVE '.'    TO WS-LO-TURMA(WS-IDX-DIA)
                       END-IF
                   END-PERFORM
                   WRITE GRADE-LINHA FROM WS-LIN-OCUPACAO
               END-PERFORM
           END-PERFORM

           WRITE GRADE-LINHA FROM WS-LIN-TRACO
           CLOSE GRADE

           DISPLAY 'OCUPACAO GERADA EM: ' WS-GRADE-PATH
           .
       P850-FIM.
           EXIT.

       P855-PEDE-TURNO.
           MOVE SPACES              TO WS-TURNO-FILTRO
           PERFORM WITH TEST AFTER
                   UNTIL WS-TURNO-FILTRO EQUAL 'M' OR
                         WS-TURNO-FILTRO EQUAL 'T' OR
                         WS-TURNO-FILTRO EQUAL 'N'
               DISPLAY 'TURNO <M> MANHA <T> TARDE <N> NOITE: '
               ACCEPT WS-TURNO-FILTRO
               INSPECT WS-TURNO-FILTRO CONVERTING 'mtn' TO 'MTN'
               IF WS-TURNO-FILTRO NOT EQUAL 'M' AND
                  WS-TURNO-FILTRO NOT EQUAL 'T' AND
                  WS-TURNO-FILTRO NOT EQUAL 'N'
                   DISPLAY '*** TURNO INVALIDO. USE M, T OU N ***'
               END-IF
           END-PERFORM
           .
       P855-FIM.
           EXIT.

      ******************************************************************
      * CARREGA NA TABELA AS SALAS ATIVAS DA UNIDADE DO LOGIN, COM A
      * OCUPACAO ZERADA
      ******************************************************************
       P860-CARREGA-SALAS.
           MOVE ZEROS               TO WS-QTD-SALAS
           INITIALIZE WS-TAB-SALAS

           SET FS-SAL-OK            TO TRUE
           OPEN INPUT SALAS
           IF NOT FS-SAL-OK
               DISPLAY '*** CATALOGO DE SALAS INDISPONIVEL ***'
               GO TO P860-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE SPACES              TO SAL-CODIGO
           START SALAS KEY IS NOT LESS THAN SAL-CODIGO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ SALAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE 1 TO WS-UNIDADE-SALA
                       IF SAL-UNIDADE NUMERIC AND SAL-UNIDADE > ZEROS
                           MOVE SAL-UNIDADE TO WS-UNIDADE-SALA
                       END-IF
                       IF SALA-ATIVA AND
                          WS-UNIDADE-SALA EQUAL CFG-UNIDADE
                           IF WS-QTD-SALAS < 60
                               ADD 1 TO WS-QTD-SALAS
                               MOVE SAL-CODIGO
                                 TO WS-TS-CODIGO(WS-QTD-SALAS)
                               MOVE SAL-DESCRICAO
                                 TO WS-TS-DESCRICAO(WS-QTD-SALAS)
                               MOVE SAL-TIPO
                                 TO WS-TS-TIPO(WS-QTD-SALAS)
                               MOVE SAL-CAPACIDADE
                                 TO WS-TS-CAPACIDADE(WS-QTD-SALAS)
                           ELSE
                               DISPLAY '*** TABELA DE SALAS CHEIA - '
                                       SAL-CODIGO ' IGNORADA ***'
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SALAS

           IF WS-QTD-SALAS EQUAL ZEROS
               DISPLAY 'NENHUMA SALA ATIVA CADASTRADA NA UNIDADE'
           END-IF
           .
       P860-FIM.
           EXIT.

      ******************************************************************
      * MARCA NA TABELA A TURMA QUE OCUPA CADA SALA EM CADA DIA/
      * PERIODO, SO PARA AS TURMAS DO TURNO WS-TURNO-FILTRO
      ******************************************************************
       P870-OCUPA-SALAS.
           SET FS-TUR-OK            TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
               DISPLAY '*** CATALOGO DE TURMAS INDISPONIVEL ***'
               GO TO P870-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE SPACES              TO HOR-TURMA
           MOVE ZEROS               TO HOR-DIA
           MOVE ZEROS               TO HOR-PERIODO
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ HORARIOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF HOR-SALA NOT EQUAL SPACES
                           PERFORM P875-MARCA-OCUPACAO THRU P875-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TURMAS
           .
       P870-FIM.
           EXIT.

       P875-MARCA-OCUPACAO.
           MOVE ZEROS               TO WS-ACHOU-SALA
           PERFORM VARYING WS-IDX-SALA FROM 1 BY 1
                   UNTIL WS-IDX-SALA > WS-QTD-SALAS
                      OR WS-ACHOU-SALA > ZEROS
               IF WS-TS-CODIGO(WS-IDX-SALA) EQUAL HOR-SALA
                   MOVE WS-IDX-SALA TO WS-ACHOU-SALA
               END-IF
           END-PERFORM
           IF WS-ACHOU-SALA EQUAL ZEROS
               GO TO P875-FIM
           END-IF

           MOVE HOR-TURMA           TO TUR-CODIGO
           READ TURMAS
               INVALID KEY
                   GO TO P875-FIM
           END-READ
           IF TUR-TURNO NOT EQUAL WS-TURNO-FILTRO
               GO TO P875-FIM
           END-IF

           MOVE HOR-TURMA
             TO WS-TS-TURMA(WS-ACHOU-SALA HOR-DIA HOR-PERIODO)
           .
       P875-FIM.
           EXIT.

      ******************************************************************
      * SALAS LIVRES NUM DIA/PERIODO/TURNO, COM FILTRO OPCIONAL DE
      * TIPO E DE CAPACIDADE MINIMA
      ******************************************************************
       P880-SALAS-LIVRES.
           MOVE ZEROS               TO WS-DIA
           PERFORM WITH TEST AFTER
                   UNTIL WS-DIA >= 1 AND WS-DIA <= 6
               DISPLAY 'DIA DA SEMANA (1=SEG A 6=SAB): '
               ACCEPT WS-DIA
               IF WS-DIA < 1 OR WS-DIA > 6
                   DISPLAY '*** DIA INVALIDO ***'
               END-IF
           END-PERFORM

           MOVE ZEROS               TO WS-PERIODO
           PERFORM WITH TEST AFTER
                   UNTIL WS-PERIODO >= 1 AND WS-PERIODO <= 6
               DISPLAY 'PERIODO (1 A 6): '
               ACCEPT WS-PERIODO
               IF WS-PERIODO < 1 OR WS-PERIODO > 6
                   DISPLAY '*** PERIODO INVALIDO ***'
               END-IF
           END-PERFORM

           PERFORM P855-PEDE-TURNO THRU P855-FIM

           DISPLAY 'TIPO <C> COMUM <L> LAB. <Q> QUADRA <I> INFORMATICA '
                   '<O> OUTRO (BRANCO = TODOS): '
           MOVE SPACES              TO WS-TIPO-FILTRO
           ACCEPT WS-TIPO-FILTRO
           INSPECT WS-TIPO-FILTRO CONVERTING 'clqio' TO 'CLQIO'
           DISPLAY 'CAPACIDADE MINIMA (0 = QUALQUER): '
           MOVE ZEROS               TO WS-CAP-MINIMA
           ACCEPT WS-CAP-MINIMA

           PERFORM P860-CARREGA-SALAS THRU P860-FIM
           IF WS-QTD-SALAS EQUAL ZEROS
               GO TO P880-FIM
           END-IF
           PERFORM P870-OCUPA-SALAS THRU P870-FIM

           MOVE ZEROS               TO WS-CONT
           DISPLAY 'SALAS LIVRES - ' WS-DIA-NOME(WS-DIA) ' PERIODO '
                   WS-PERIODO ' TURNO ' WS-TURNO-FILTRO
           PERFORM VARYING WS-IDX-SALA FROM 1 BY 1
                   UNTIL WS-IDX-SALA > WS-QTD-SALAS
               IF WS-TS-TURMA(WS-IDX-SALA WS-DIA WS-PERIODO)
                  EQUAL SPACES
                  AND (WS-TIPO-FILTRO EQUAL SPACES OR
                       WS-TIPO-FILTRO EQUAL WS-TS-TIPO(WS-IDX-SALA))
                  AND WS-TS-CAPACIDADE(WS-IDX-SALA) >= WS-CAP-MINIMA
                   ADD 1 TO WS-CONT
                   DISPLAY '  ' WS-TS-CODIGO(WS-IDX-SALA) ' '
                           WS-TS-DESCRICAO(WS-IDX-SALA) ' TIPO '
                           WS-TS-TIPO(WS-IDX-SALA) ' CAP. '
                           WS-TS-CAPACIDADE(WS-IDX-SALA)
               END-IF
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUMA SALA LIVRE COM ESSES CRITERIOS'
           END-IF
           .
       P880-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
