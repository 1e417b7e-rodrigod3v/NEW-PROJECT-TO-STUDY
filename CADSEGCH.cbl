      *         ATRIBUIDAS A ELE (TESTAPROF), COMO NO LANCANOTA;
      *         TENTATIVA FORA DA ATRIBUICAO E RECUSADA E REGISTRADA
      *         NO LOG DE AUDITORIA
      * UPDATE: 15/10/2026 A NOTA DA SEGUNDA CHAMADA PASSA PELO
      *         SUBPROGRAMA ATUALRESUMO (RETIRA O LANCAMENTO ANTIGO
      *         ANTES DA REGRAVACAO E SOMA O NOVO DEPOIS), PARA O RESUMO
      *         POR TURMA (RESUMOTURMA.DAT) FICAR EM DIA ATE A RODADA
      *         NOTURNA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSEGCH.
           COPY SITCFG.
           COPY BIMAREA.
           COPY PROFAREA.
           COPY RESAREA.

         77 WS-FS-SGC                      PIC 99.
           88 FS-SGC-OK                    VALUE 0.
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\TESTAPROF' DELIMITED BY SIZE
                  INTO WS-BIN-TESTAPROF-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\ATUALRESUMO' DELIMITED BY SIZE
                  INTO WS-BIN-ATUALRESUMO-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SEGCHAM.DAT' DELIMITED BY SIZE
           MOVE WS-MEDIA            TO DISC-MEDIA
           MOVE WS-ST-APROVACAO     TO DISC-ST-APROVACAO

           MOVE 'R'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           REWRITE REG-DISCIPLINAS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O LANCAMENTO'
                   MOVE 'S'         TO RA-FUNCAO
                   PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
                   MOVE 'F'         TO RA-FUNCAO
                   PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
                   CLOSE DISCIPLINAS
                   GO TO P360-FIM
           END-REWRITE

           MOVE 'S'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
           MOVE 'F'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           CLOSE DISCIPLINAS

           DISPLAY 'MEDIA RECALCULADA: ' WS-MEDIA
       P360-FIM.
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

