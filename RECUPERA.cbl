      * UPDATE: 02/09/2026 LANCAMENTO RECUSADO QUANDO O BIMESTRE 5
      *         (RECUPERACAO FINAL) FOI FECHADO PELO FECHABIM
      *         (CONSULTA VIA TESTABIM)
      * UPDATE: 15/10/2026 A PROVA FINAL PASSA PELO SUBPROGRAMA
      *         ATUALRESUMO PARA O RESUMO POR TURMA (RESUMOTURMA.DAT)
      *         ACOMPANHAR O LANCAMENTO DO BIMESTRE 5
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPERA.
           COPY PATHCFG.
           COPY SITCFG.
           COPY BIMAREA.
           COPY RESAREA.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\TESTABIM' DELIMITED BY SIZE
                  INTO WS-BIN-TESTABIM-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\ATUALRESUMO' DELIMITED BY SIZE
                  INTO WS-BIN-ATUALRESUMO-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
           MOVE CFG-ANO-LETIVO      TO DISC-ANO-LETIVO
           MOVE SPACES              TO DISC-CONCEITO

           MOVE 'R'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           WRITE REG-DISCIPLINAS
               INVALID KEY
                   REWRITE REG-DISCIPLINAS
                   DISPLAY '*** PROVA FINAL REGISTRADA ***'
                   PERFORM P600-GRAVA-LOG THRU P600-FIM
           END-WRITE

           MOVE 'S'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
           .
       P500-ENCERRA.
           MOVE 'F'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
           CLOSE ALUNOS
           CLOSE DISCIPLINAS
           .
       P550-FIM.
           EXIT.

      ******************************************************************
      * RESUMO POR TURMA EM DIA: RA-FUNCAO 'R' ANTES DE GRAVAR O
      * LANCAMENTO DE DISC-CHAVE, 'S' DEPOIS, 'F' NO FIM
      ******************************************************************
       P680-ATUALIZA-RESUMO.
           MOVE DISC-ID-ALUNO       TO RA-ID-ALUNO
           MOVE DISC-ID-MATERIA     TO RA-ID-MATERIA
           MOVE DISC-BIMESTRE       TO RA-BIMESTRE
           CALL WS-BIN-ATUALRESUMO-PATH USING WS-RESUMO-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       P680-FIM.
           EXIT.

       P600-GRAVA-LOG.
           SET FS-LOG-OK            TO TRUE

