      *         MEDIAS E CONTAGEM/PERCENTUAL EM CADA FAIXA DE SITCFG,
      *         ORDENADO DA PIOR PARA A MELHOR (MAIOR PERCENTUAL DE
      *         REPROVACAO PRIMEIRO), PARA DIRECIONAR O REFORCO
      * UPDATE: 15/10/2026 COM O RESUMO POR TURMA (RESUMOTURMA.DAT) NO
      *         AR, OS AGREGADOS DO BIMESTRE SAEM DAS LINHAS DE
      *         DISCIPLINA DAS TURMAS, SEM VARRER DISCIPLINAS.DAT (SO
      *         ALUNOS ATIVOS E MATRICULADOS, FAIXAS DA ULTIMA
      *         APURACAO); SEM O ARQUIVO A APURACAO CONTINUA PELO
      *         DETALHE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELDISC.
                RECORD KEY IS DISC-CHAVE
                FILE STATUS IS WS-FS-DISC.

                SELECT RESUMOTURMA ASSIGN TO
                WS-RESUMOTURMA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RT-CHAVE
                FILE STATUS IS WS-FS-RES.

                SELECT RELATORIO ASSIGN TO
                WS-RELDISC-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD RESUMOTURMA.
           COPY RESUMOTURMA.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-FS-RES                      PIC 99.
           88 FS-RES-OK                    VALUE 0.
         77 WS-EOF-RES                     PIC X     VALUE 'N'.
           88 EOF-RES-OK                   VALUE 'S' FALSE 'N'.
         77 WS-USA-RESUMO                  PIC X     VALUE 'N'.
           88 RESUMO-USADO                 VALUE 'S' FALSE 'N'.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-BIMESTRE                    PIC 9(01) VALUE ZEROS.
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RESUMOTURMA.DAT' DELIMITED BY SIZE
                  INTO WS-RESUMOTURMA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RELDISC.TXT' DELIMITED BY SIZE
                  INTO WS-RELDISC-PATH
               END-IF
           END-PERFORM

           PERFORM P250-LE-RESUMO   THRU P250-FIM
           IF RESUMO-USADO
               GO TO P300-TOTALIZA
           END-IF

           OPEN INPUT DISCIPLINAS

           IF NOT FS-DISC-OK
           END-PERFORM

           CLOSE DISCIPLINAS
           .
       P300-TOTALIZA.
           IF WS-QTD-AGR EQUAL ZEROS
               DISPLAY 'NENHUM LANCAMENTO NO BIMESTRE INFORMADO'
               GO TO P300-FIM
       P300-FIM.
           EXIT.

      ******************************************************************
      * COM O RESUMO POR TURMA (GERARESUMO) NO AR, AS LINHAS DE
      * DISCIPLINA DO BIMESTRE JA TRAZEM LANCAMENTOS, SOMA E FAIXAS -
      * SOMA AS TURMAS SEM VARRER DISCIPLINAS.DAT. SEM O ARQUIVO (OU
      * VAZIO) A APURACAO VOLTA AO DETALHE
      ******************************************************************
       P250-LE-RESUMO.
           SET RESUMO-USADO         TO FALSE
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
                       SET RESUMO-USADO TO TRUE
                       IF RT-BIMESTRE EQUAL WS-BIMESTRE AND
                          RT-ID-MATERIA > ZEROS AND
                          RT-QTD-LANC > ZEROS
                           PERFORM P270-ACUMULA-RESUMO THRU P270-FIM
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

       P270-ACUMULA-RESUMO.
           SET ACHOU-AGRUPAMENTO    TO FALSE

           PERFORM VARYING WS-IDX-AGR FROM 1 BY 1
                   UNTIL WS-IDX-AGR > WS-QTD-AGR
               IF WS-AGR-MATERIA(WS-IDX-AGR) EQUAL RT-ID-MATERIA
                   SET ACHOU-AGRUPAMENTO TO TRUE
                   MOVE WS-QTD-AGR TO WS-IDX-AGR
               END-IF
           END-PERFORM

           IF NOT ACHOU-AGRUPAMENTO
               IF WS-QTD-AGR NOT < 100
                   GO TO P270-FIM
               END-IF
               ADD 1 TO WS-QTD-AGR
               MOVE WS-QTD-AGR          TO WS-IDX-AGR
               MOVE RT-ID-MATERIA       TO WS-AGR-MATERIA(WS-IDX-AGR)
               MOVE RT-NM-MATERIA       TO WS-AGR-NOME(WS-IDX-AGR)
               MOVE ZEROS               TO WS-AGR-CONT(WS-IDX-AGR)
               MOVE ZEROS               TO WS-AGR-SOMA(WS-IDX-AGR)
               MOVE ZEROS               TO WS-AGR-APROVADOS(WS-IDX-AGR)
               MOVE ZEROS               TO
                    WS-AGR-RECUPERACAO(WS-IDX-AGR)
               MOVE ZEROS               TO
                    WS-AGR-REPROVADOS(WS-IDX-AGR)
           END-IF

           ADD RT-QTD-LANC          TO WS-AGR-CONT(WS-IDX-AGR)
           ADD RT-SOMA-MEDIAS       TO WS-AGR-SOMA(WS-IDX-AGR)
           ADD RT-QTD-APROVADOS     TO WS-AGR-APROVADOS(WS-IDX-AGR)
           ADD RT-QTD-RECUPERACAO   TO WS-AGR-RECUPERACAO(WS-IDX-AGR)
           ADD RT-QTD-REPROVADOS    TO WS-AGR-REPROVADOS(WS-IDX-AGR)
           .
       P270-FIM.
           EXIT.

       P350-ACUMULA.
           SET ACHOU-AGRUPAMENTO    TO FALSE

