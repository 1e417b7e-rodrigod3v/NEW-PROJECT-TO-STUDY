      *         LANCA NAS TURMAS/DISCIPLINAS ATRIBUIDAS A ELE
      *         (TESTAPROF); TENTATIVA FORA DA ATRIBUICAO E RECUSADA
      *         E REGISTRADA NO LOG DE AUDITORIA
      * UPDATE: 15/10/2026 A GRAVACAO EM DISCIPLINAS PASSA PELO
      *         SUBPROGRAMA ATUALRESUMO PARA O RESUMO POR TURMA
      *         (RESUMOTURMA.DAT) ACOMPANHAR A ALTERACAO; TROCA DE TURMA
      *         DO ALUNO SO ENTRA NO RESUMO NA RODADA NOTURNA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTERAR.
           COPY SITCFG.
           COPY BIMAREA.
           COPY PROFAREA.
           COPY RESAREA.

         01 WS-REGISTRO                     PIC X(127) VALUE SPACES.
         01 FILLER REDEFINES WS-REGISTRO.
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\TESTAPROF' DELIMITED BY SIZE
                  INTO WS-BIN-TESTAPROF-PATH
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
                   PERFORM P430-GRAVA-HISTALT THRU P430-FIM
           END-WRITE

           MOVE 'S'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
           MOVE 'F'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           CLOSE DISCIPLINAS
           .
       P520-FIM.
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

       P530-LOGA-NEGADO.
           SET FS-LOG-OK            TO TRUE

