      *         SAIR COM DISCIPLINA EM BRANCO. ORDENADO POR PROFESSOR
      *         (SORT) PARA A COORDENACAO ENTREGAR A CADA UM A SUA
      *         PROPRIA PAGINA DE PENDENCIAS
      * UPDATE: 15/10/2026 COM O RESUMO POR TURMA (RESUMOTURMA.DAT) NO
      *         AR, A ATRIBUICAO CUJA TURMA JA TEM LANCAMENTO DO
      *         BIMESTRE PARA TODOS OS ALUNOS (OU NAO TEM ALUNOS) NAO
      *         VARRE MAIS O CADASTRO DE ALUNOS; ALUNO ENTURMADO NO DIA
      *         ENTRA NO RESUMO NA RODADA NOTURNA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDNOTAS.
                RECORD KEY IS MAT-ID-MATERIA
                FILE STATUS IS WS-FS-MAT.

                SELECT RESUMOTURMA ASSIGN TO
                WS-RESUMOTURMA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RT-CHAVE
                FILE STATUS IS WS-FS-RES.

                SELECT RELATORIO ASSIGN TO
                WS-PENDNOTAS-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD MATERIAS.
           COPY MATERIAS.

       FD RESUMOTURMA.
           COPY RESUMOTURMA.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

           88 FS-MAT-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-FS-RES                      PIC 99.
           88 FS-RES-OK                    VALUE 0.
         77 WS-USA-RESUMO                  PIC X     VALUE 'N'.
           88 RESUMO-DISPONIVEL            VALUE 'S' FALSE 'N'.
         77 WS-SEM-PENDENCIA               PIC X     VALUE 'N'.
           88 TURMA-SEM-PENDENCIA          VALUE 'S' FALSE 'N'.
         77 WS-EOF-ATR                     PIC X     VALUE 'N'.
           88 EOF-ATR-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EOF-ALU                     PIC X     VALUE 'N'.
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATERIAS.DAT' DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RESUMOTURMA.DAT' DELIMITED BY SIZE
                  INTO WS-RESUMOTURMA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PENDNOTAS.TXT' DELIMITED BY SIZE
                  INTO WS-PENDNOTAS-PATH
           OPEN INPUT PROFESSORES
           OPEN INPUT MATERIAS

      * RESUMO POR TURMA E OPCIONAL: SEM ELE TODA ATRIBUICAO VARRE
      * OS ALUNOS
           SET FS-RES-OK            TO TRUE
           OPEN INPUT RESUMOTURMA
           IF FS-RES-OK
               SET RESUMO-DISPONIVEL TO TRUE
           ELSE
               SET RESUMO-DISPONIVEL TO FALSE
           END-IF

           IF NOT FS-OK OR NOT FS-DISC-OK
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS'
               DISPLAY 'FILE STATUS ALUNOS.....: ' WS-FS
           IF FS-MAT-OK
               CLOSE MATERIAS
           END-IF
           IF RESUMO-DISPONIVEL
               CLOSE RESUMOTURMA
           END-IF
           .
       P300-FIM.
           DISPLAY 'DESEJA CONTINUAR? <S> - <N>'
               END-READ
           END-IF

           IF RESUMO-DISPONIVEL
               PERFORM P430-CONSULTA-RESUMO THRU P430-FIM
               IF TURMA-SEM-PENDENCIA
                   GO TO P420-FIM
               END-IF
           END-IF

           SET EOF-ALU-OK           TO FALSE
           MOVE ZEROS               TO ID-ALUNO

       P420-FIM.
           EXIT.

      ******************************************************************
      * PELO RESUMO POR TURMA: LANCAMENTOS (NOTA OU CONCEITO) PARA
      * TODOS OS ALUNOS DA TURMA, OU TURMA SEM ALUNOS, DISPENSAM A
      * VARREDURA DE ALUNOS DA ATRIBUICAO
      ******************************************************************
       P430-CONSULTA-RESUMO.
           SET TURMA-SEM-PENDENCIA  TO FALSE

           MOVE WS-ATR-TURMA        TO RT-TURMA
           MOVE WS-ATR-MATERIA      TO RT-ID-MATERIA
           MOVE WS-BIMESTRE         TO RT-BIMESTRE

           READ RESUMOTURMA
               INVALID KEY
                   MOVE ZEROS       TO RT-ID-MATERIA
                   MOVE ZEROS       TO RT-BIMESTRE
                   PERFORM P435-CONSULTA-TOTAL THRU P435-FIM
               NOT INVALID KEY
                   IF RT-QTD-LANC + RT-QTD-CONCEITO
                      NOT LESS RT-QTD-ALUNOS
                       SET TURMA-SEM-PENDENCIA TO TRUE
                   END-IF
           END-READ
           .
       P430-FIM.
           EXIT.

       P435-CONSULTA-TOTAL.
           READ RESUMOTURMA
               INVALID KEY
                   SET TURMA-SEM-PENDENCIA TO TRUE
               NOT INVALID KEY
                   IF RT-QTD-ALUNOS EQUAL ZEROS
                       SET TURMA-SEM-PENDENCIA TO TRUE
                   END-IF
           END-READ
           .
       P435-FIM.
           EXIT.

       P450-CONFERE-LANCAMENTO.
           MOVE ID-ALUNO            TO DISC-ID-ALUNO
           MOVE WS-ATR-MATERIA      TO DISC-ID-MATERIA
