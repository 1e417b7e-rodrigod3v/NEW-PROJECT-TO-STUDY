      *         DEPOIS ENTRE AS DISCIPLINAS, COMO NO BOLETIM E NO
      *         CONSOLIDA - O BIMESTRE 5 DEIXA DE ENTRAR COMO QUINTA
      *         PARCELA
      * UPDATE: 15/10/2026 MULTI-UNIDADE: SO ENTRAM NA ESTATISTICA OS
      *         ALUNOS DA UNIDADE DO LOGIN (UNIDADE-ALUNO; ZERO/ESPACOS
      *         = UNIDADE 01)
      * UPDATE: 15/10/2026 COM O RESUMO POR TURMA (RESUMOTURMA.DAT) NO
      *         AR, OS TOTAIS SAEM DAS LINHAS DE TOTAL DAS TURMAS DA
      *         UNIDADE, SEM VARRER DISCIPLINAS.DAT; SEM O ARQUIVO A
      *         APURACAO CONTINUA PELO DETALHE. MENOR/MAIOR MARCADAS
      *         PARA REAPURACAO GERAM AVISO NO RELATORIO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTATIST.
                RECORD KEY IS DISC-CHAVE
                FILE STATUS IS WS-FS-DISC.

                SELECT RESUMOTURMA ASSIGN TO
                WS-RESUMOTURMA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RT-CHAVE
                FILE STATUS IS WS-FS-RES.

                SELECT ESTATREL ASSIGN TO
                WS-ESTATIST-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD RESUMOTURMA.
           COPY RESUMOTURMA.

       FD ESTATREL.
         01 EST-LINHA                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
           COPY RELNAREA.

         01 WS-CABECALHO-1.
           03 FILLER                  PIC X(05) VALUE SPACES.
           03 FILLER                  PIC X(08) VALUE 'ALUNO: '.
           03 WS-D-MAIOR-NOME         PIC X(30).
         01 WS-DET-AVISO.
           03 FILLER                  PIC X(80) VALUE
              '*** MENOR/MAIOR MEDIA PODEM MUDAR NA RODADA NOTURNA'.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-FS-RES                      PIC 99.
           88 FS-RES-OK                    VALUE 0.
         77 WS-EOF-RES                     PIC X     VALUE 'N'.
           88 EOF-RES-OK                   VALUE 'S' FALSE 'N'.
         77 WS-USA-RESUMO                  PIC X     VALUE 'N'.
           88 RESUMO-USADO                 VALUE 'S' FALSE 'N'.
         77 WS-REVER-EXTREMOS              PIC X     VALUE 'N'.
           88 EXTREMOS-REVER               VALUE 'S' FALSE 'N'.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-DISC                    PIC X     VALUE 'N'.
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RESUMOTURMA.DAT' DELIMITED BY SIZE
                  INTO WS-RESUMOTURMA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ESTATIST.TXT' DELIMITED BY SIZE
                  INTO WS-ESTATIST-PATH
           MOVE 99,99                TO WS-MEDIA-MIN
           MOVE ZEROS               TO WS-MEDIA-MAX

           PERFORM P250-LE-RESUMO   THRU P250-FIM
           IF RESUMO-USADO
               GO TO P300-TOTALIZA
           END-IF

           SET FS-DISC-OK           TO TRUE

           OPEN INPUT ALUNOS
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
                          WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                           PERFORM P350-ACUMULA THRU P350-FIM
                       END-IF
               END-READ
           END-PERFORM
           .
       P300-TOTALIZA.
           IF WS-CONT > ZEROS
               COMPUTE WS-MEDIA-TURMA ROUNDED =
                       WS-SOMA-MEDIA / WS-CONT
           CLOSE DISCIPLINAS
           .

      ******************************************************************
      * COM O RESUMO POR TURMA (GERARESUMO) NO AR, OS TOTAIS SAEM DAS
      * LINHAS DE TOTAL DAS TURMAS DA UNIDADE, SEM VARRER AS NOTAS;
      * SEM O ARQUIVO, OU SEM TURMA DA UNIDADE NELE, A APURACAO VOLTA
      * AO DETALHE DE ALUNOS/DISCIPLINAS
      ******************************************************************
       P250-LE-RESUMO.
           SET RESUMO-USADO         TO FALSE
           SET EXTREMOS-REVER       TO FALSE
           SET EOF-RES-OK           TO FALSE
           SET FS-RES-OK            TO TRUE

           OPEN INPUT RESUMOTURMA

           IF NOT FS-RES-OK
               GO TO P250-FIM
           END-IF

           PERFORM UNTIL EOF-RES-OK
               READ RESUMOTURMA NEXT RECORD
                   AT END
                       SET EOF-RES-OK TO TRUE
                   NOT AT END
                       IF RT-ID-MATERIA EQUAL ZEROS AND
                          RT-BIMESTRE EQUAL ZEROS AND
                          RT-UNIDADE EQUAL CFG-UNIDADE
                           PERFORM P260-SOMA-TURMA THRU P260-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESUMOTURMA

           IF RESUMO-USADO
               DISPLAY 'TOTAIS APURADOS PELO RESUMO POR TURMA'
           END-IF
           .
       P250-FIM.
           EXIT.

       P260-SOMA-TURMA.
           SET RESUMO-USADO         TO TRUE

           IF RT-QTD-LANC EQUAL ZEROS
               GO TO P260-FIM
           END-IF

           ADD RT-QTD-LANC          TO WS-CONT
           ADD RT-SOMA-MEDIAS       TO WS-SOMA-MEDIA
           ADD RT-QTD-APROVADOS     TO WS-CONT-APROVADO
           ADD RT-QTD-RECUPERACAO   TO WS-CONT-RECUPERACAO
           ADD RT-QTD-REPROVADOS    TO WS-CONT-REPROVADO

           IF RT-EXTREMOS-REVER
               SET EXTREMOS-REVER   TO TRUE
           END-IF

           IF RT-MENOR-MEDIA < WS-MEDIA-MIN
               MOVE RT-MENOR-MEDIA  TO WS-MEDIA-MIN
               MOVE RT-NM-MENOR     TO WS-NOME-MIN
           END-IF

           IF RT-MAIOR-MEDIA > WS-MEDIA-MAX
               MOVE RT-MAIOR-MEDIA  TO WS-MEDIA-MAX
               MOVE RT-NM-MAIOR     TO WS-NOME-MAX
           END-IF
           .
       P260-FIM.
           EXIT.

       P350-ACUMULA.
           PERFORM P355-ACUMULA-DISCIPLINAS-ALUNO THRU P355-FIM

           WRITE EST-LINHA FROM SPACES
           WRITE EST-LINHA FROM WS-DET-MENOR
           WRITE EST-LINHA FROM WS-DET-MAIOR
           IF EXTREMOS-REVER
               WRITE EST-LINHA FROM WS-DET-AVISO
           END-IF

           CLOSE ESTATREL

