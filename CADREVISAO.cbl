      *         CIMA DO FECHAMENTO DE BIMESTRE, ESTE CAMINHO DE
      *         GRAVACAO NAO PODE FICAR ABERTO AO OPERADOR COMUM NEM
      *         AO PROFESSOR CUJA PROPRIA NOTA ESTA SENDO CONTESTADA
      * UPDATE: 15/10/2026 A CORRECAO DEFERIDA PASSA PELO SUBPROGRAMA
      *         ATUALRESUMO (RETIRA A NOTA ANTIGA ANTES DA REGRAVACAO E
      *         SOMA A NOVA DEPOIS), PARA O RESUMO POR TURMA
      *         (RESUMOTURMA.DAT) FICAR EM DIA ATE A RODADA NOTURNA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADREVISAO.
       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY RESAREA.

         01 WS-CARTA-PATH                   PIC X(80).
         01 WS-OPERADORES-PATH              PIC X(80).
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CFGPARAM' DELIMITED BY SIZE
                  INTO WS-BIN-CFGPARAM-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\ATUALRESUMO' DELIMITED BY SIZE
                  INTO WS-BIN-ATUALRESUMO-PATH
           CALL WS-BIN-CFGPARAM-PATH USING CFG-PARAMETROS
               ON EXCEPTION
                   CONTINUE
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
                   MOVE 99 TO WS-FS-DISC
                   GO TO P400-FIM
           END-REWRITE

           MOVE 'S'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
           MOVE 'F'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           DISPLAY 'MEDIA CORRIGIDA: ' WS-MEDIA
                   ' SITUACAO: ' WS-ST-APROVACAO

       P500-FIM.
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

