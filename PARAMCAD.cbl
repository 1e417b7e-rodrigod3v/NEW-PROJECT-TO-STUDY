      * UPDATE: 02/09/2026 EDICAO DOS NOVOS PARAMETROS DO ALERTA DE
      *         BUSCA ATIVA: FALTAS CONSECUTIVAS DO ALERTA E CORTE DE
      *         NOTIFICACAO AO CONSELHO TUTELAR (ALERTAFALTA)
      * UPDATE: 15/10/2026 EDICAO DO PRAZO DOS EMPRESTIMOS DA
      *         BIBLIOTECA EM DIAS (BIBLIOTECA)
      * UPDATE: 15/10/2026 EDICAO DA DURACAO DA AULA EM MINUTOS (CARGA
      *         HORARIA DO ANO NO CADMATRIZ)
      * UPDATE: 15/10/2026 EDICAO DO PRAZO DE RETENCAO DO ARQUIVO MORTO
      *         EM ANOS (ANONIMIZA, LGPD)
      * UPDATE: 15/10/2026 MULTI-UNIDADE: EDITA O ARQUIVO DE PARAMETROS
      *         DA UNIDADE DO LOGIN (PARAMETROS.DAT NA SEDE,
      *         PARAMETROS_NN.DAT NAS DEMAIS), COM O SUFIXO DEVOLVIDO
      *         PELO CFGPARAM, QUE TAMBEM CRIA O ARQUIVO DA UNIDADE
      *         NOVA A PARTIR DO DA SEDE
      * UPDATE: 15/10/2026 EDICAO DO MAXIMO DE PROVAS POR TURMA NO DIA
      *         (CADAGENDA)
      * UPDATE: 15/10/2026 EDICAO DOS PESOS DO INDICE SEMANAL DE RISCO
      *         (INDRISCO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARAMCAD.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

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
           DISPLAY 'PARAMETROS DA UNIDADE ' CFG-UNIDADE

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PARAMETROS' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-PARAMETROS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PARAMETROS.LOG' DELIMITED BY SIZE
              PAR-OCORR-JANELA > ZEROS
               MOVE PAR-OCORR-JANELA    TO CFG-OCORR-JANELA
           END-IF
           IF PAR-PRAZO-EMPRESTIMO NUMERIC AND
              PAR-PRAZO-EMPRESTIMO > ZEROS
               MOVE PAR-PRAZO-EMPRESTIMO TO CFG-PRAZO-EMPRESTIMO
           END-IF
           IF PAR-MINUTOS-AULA NUMERIC AND
              PAR-MINUTOS-AULA > ZEROS
               MOVE PAR-MINUTOS-AULA TO CFG-MINUTOS-AULA
           END-IF
           IF PAR-RETENCAO-ANOS NUMERIC AND
              PAR-RETENCAO-ANOS > ZEROS
               MOVE PAR-RETENCAO-ANOS TO CFG-RETENCAO-ANOS
           END-IF
           IF PAR-PROVAS-DIA NUMERIC AND
              PAR-PROVAS-DIA > ZEROS
               MOVE PAR-PROVAS-DIA TO CFG-PROVAS-DIA
           END-IF
           IF PAR-RISCO-PESO-MEDIA NUMERIC AND
              PAR-RISCO-PESO-MEDIA > ZEROS
               MOVE PAR-RISCO-PESO-MEDIA TO CFG-RISCO-PESO-MEDIA
           END-IF
           IF PAR-RISCO-PESO-QUEDA NUMERIC AND
              PAR-RISCO-PESO-QUEDA > ZEROS
               MOVE PAR-RISCO-PESO-QUEDA TO CFG-RISCO-PESO-QUEDA
           END-IF
           IF PAR-RISCO-PESO-FREQ NUMERIC AND
              PAR-RISCO-PESO-FREQ > ZEROS
               MOVE PAR-RISCO-PESO-FREQ TO CFG-RISCO-PESO-FREQ
           END-IF
           IF PAR-RISCO-PESO-OCORR NUMERIC AND
              PAR-RISCO-PESO-OCORR > ZEROS
               MOVE PAR-RISCO-PESO-OCORR TO CFG-RISCO-PESO-OCORR
           END-IF
           IF PAR-RISCO-PESO-REMANEJ NUMERIC AND
              PAR-RISCO-PESO-REMANEJ > ZEROS
               MOVE PAR-RISCO-PESO-REMANEJ TO CFG-RISCO-PESO-REMANEJ
           END-IF
           IF PAR-RISCO-PESO-SEGCH NUMERIC AND
              PAR-RISCO-PESO-SEGCH > ZEROS
               MOVE PAR-RISCO-PESO-SEGCH TO CFG-RISCO-PESO-SEGCH
           END-IF

           CLOSE PARAMETROS
           .
               MOVE WS-NOVO-JANELA        TO WS-LM-NOVO
               PERFORM P600-LOGA-MUDANCA THRU P600-FIM
           END-IF

           DISPLAY 'PRAZO DO EMPRESTIMO (DIAS)..: '
                   CFG-PRAZO-EMPRESTIMO
           DISPLAY 'NOVO VALOR (OU 0 PARA MANTER): '
           ACCEPT WS-NOVO-INT
           IF WS-NOVO-INT > ZEROS AND
              WS-NOVO-INT NOT EQUAL CFG-PRAZO-EMPRESTIMO
               MOVE 'PRAZO DO EMPRESTIMO' TO WS-LM-CAMPO
               MOVE CFG-PRAZO-EMPRESTIMO  TO WS-LM-ANTIGO
               MOVE WS-NOVO-INT           TO CFG-PRAZO-EMPRESTIMO
               MOVE WS-NOVO-INT           TO WS-LM-NOVO
               PERFORM P600-LOGA-MUDANCA THRU P600-FIM
           END-IF

           DISPLAY 'DURACAO DA AULA (MINUTOS)...: '
                   CFG-MINUTOS-AULA
           DISPLAY 'NOVO VALOR (OU 0 PARA MANTER): '
           ACCEPT WS-NOVO-INT
           IF WS-NOVO-INT > ZEROS AND
              WS-NOVO-INT NOT EQUAL CFG-MINUTOS-AULA
               MOVE 'DURACAO DA AULA'     TO WS-LM-CAMPO
               MOVE CFG-MINUTOS-AULA      TO WS-LM-ANTIGO
               MOVE WS-NOVO-INT           TO CFG-MINUTOS-AULA
               MOVE WS-NOVO-INT           TO WS-LM-NOVO
               PERFORM P600-LOGA-MUDANCA THRU P600-FIM
           END-IF

           DISPLAY 'RETENCAO DO ARQUIVO MORTO (ANOS): '
                   CFG-RETENCAO-ANOS
           DISPLAY 'NOVO VALOR (OU 0 PARA MANTER): '
           ACCEPT WS-NOVO-INT
           IF WS-NOVO-INT > ZEROS AND
              WS-NOVO-INT NOT EQUAL CFG-RETENCAO-ANOS
               MOVE 'RETENCAO LGPD (ANOS)' TO WS-LM-CAMPO
               MOVE CFG-RETENCAO-ANOS     TO WS-LM-ANTIGO
               MOVE WS-NOVO-INT           TO CFG-RETENCAO-ANOS
               MOVE WS-NOVO-INT           TO WS-LM-NOVO
               PERFORM P600-LOGA-MUDANCA THRU P600-FIM
           END-IF

           DISPLAY 'MAXIMO DE PROVAS POR TURMA NO DIA: '
                   CFG-PROVAS-DIA
           DISPLAY 'NOVO VALOR (OU 0 PARA MANTER): '
           ACCEPT WS-NOVO-INT
           IF WS-NOVO-INT > ZEROS AND
              WS-NOVO-INT NOT EQUAL CFG-PROVAS-DIA
               MOVE 'PROVAS POR DIA'      TO WS-LM-CAMPO
               MOVE CFG-PROVAS-DIA        TO WS-LM-ANTIGO
               MOVE WS-NOVO-INT           TO CFG-PROVAS-DIA
               MOVE WS-NOVO-INT           TO WS-LM-NOVO
               PERFORM P600-LOGA-MUDANCA THRU P600-FIM
           END-IF

           DISPLAY 'PESO RISCO: MEDIA ABAIXO DO CORTE: '
                   CFG-RISCO-PESO-MEDIA
           DISPLAY 'NOVO VALOR (OU 0 PARA MANTER): '
           ACCEPT WS-NOVO-INT
           IF WS-NOVO-INT > ZEROS AND
              WS-NOVO-INT NOT EQUAL CFG-RISCO-PESO-MEDIA
               MOVE 'PESO RISCO MEDIA'    TO WS-LM-CAMPO
               MOVE CFG-RISCO-PESO-MEDIA  TO WS-LM-ANTIGO
               MOVE WS-NOVO-INT           TO CFG-RISCO-PESO-MEDIA
               MOVE WS-NOVO-INT           TO WS-LM-NOVO
               PERFORM P600-LOGA-MUDANCA THRU P600-FIM
           END-IF

           DISPLAY 'PESO RISCO: QUEDA ENTRE BIMESTRES: '
                   CFG-RISCO-PESO-QUEDA
           DISPLAY 'NOVO VALOR (OU 0 PARA MANTER): '
           ACCEPT WS-NOVO-INT
           IF WS-NOVO-INT > ZEROS AND
              WS-NOVO-INT NOT EQUAL CFG-RISCO-PESO-QUEDA
               MOVE 'PESO RISCO QUEDA'    TO WS-LM-CAMPO
               MOVE CFG-RISCO-PESO-QUEDA  TO WS-LM-ANTIGO
               MOVE WS-NOVO-INT           TO CFG-RISCO-PESO-QUEDA
               MOVE WS-NOVO-INT           TO WS-LM-NOVO
               PERFORM P600-LOGA-MUDANCA THRU P600-FIM
           END-IF

           DISPLAY 'PESO RISCO: PRESENCA BAIXA.......: '
                   CFG-RISCO-PESO-FREQ
           DISPLAY 'NOVO VALOR (OU 0 PARA MANTER): '
           ACCEPT WS-NOVO-INT
           IF WS-NOVO-INT > ZEROS AND
              WS-NOVO-INT NOT EQUAL CFG-RISCO-PESO-FREQ
               MOVE 'PESO RISCO PRESENCA' TO WS-LM-CAMPO
               MOVE CFG-RISCO-PESO-FREQ   TO WS-LM-ANTIGO
               MOVE WS-NOVO-INT           TO CFG-RISCO-PESO-FREQ
               MOVE WS-NOVO-INT           TO WS-LM-NOVO
               PERFORM P600-LOGA-MUDANCA THRU P600-FIM
           END-IF

           DISPLAY 'PESO RISCO: OCORRENCIAS RECENTES: '
                   CFG-RISCO-PESO-OCORR
           DISPLAY 'NOVO VALOR (OU 0 PARA MANTER): '
           ACCEPT WS-NOVO-INT
           IF WS-NOVO-INT > ZEROS AND
              WS-NOVO-INT NOT EQUAL CFG-RISCO-PESO-OCORR
               MOVE 'PESO RISCO OCORRENCIAS' TO WS-LM-CAMPO
               MOVE CFG-RISCO-PESO-OCORR  TO WS-LM-ANTIGO
               MOVE WS-NOVO-INT           TO CFG-RISCO-PESO-OCORR
               MOVE WS-NOVO-INT           TO WS-LM-NOVO
               PERFORM P600-LOGA-MUDANCA THRU P600-FIM
           END-IF

           DISPLAY 'PESO RISCO: REMANEJAMENTO RECENTE: '
                   CFG-RISCO-PESO-REMANEJ
           DISPLAY 'NOVO VALOR (OU 0 PARA MANTER): '
           ACCEPT WS-NOVO-INT
           IF WS-NOVO-INT > ZEROS AND
              WS-NOVO-INT NOT EQUAL CFG-RISCO-PESO-REMANEJ
               MOVE 'PESO RISCO REMANEJO' TO WS-LM-CAMPO
               MOVE CFG-RISCO-PESO-REMANEJ TO WS-LM-ANTIGO
               MOVE WS-NOVO-INT           TO CFG-RISCO-PESO-REMANEJ
               MOVE WS-NOVO-INT           TO WS-LM-NOVO
               PERFORM P600-LOGA-MUDANCA THRU P600-FIM
           END-IF

           DISPLAY 'PESO RISCO: SEGUNDA CHAMADA PEND.: '
                   CFG-RISCO-PESO-SEGCH
           DISPLAY 'NOVO VALOR (OU 0 PARA MANTER): '
           ACCEPT WS-NOVO-INT
           IF WS-NOVO-INT > ZEROS AND
              WS-NOVO-INT NOT EQUAL CFG-RISCO-PESO-SEGCH
               MOVE 'PESO RISCO 2A CHAMADA' TO WS-LM-CAMPO
               MOVE CFG-RISCO-PESO-SEGCH  TO WS-LM-ANTIGO
               MOVE WS-NOVO-INT           TO CFG-RISCO-PESO-SEGCH
               MOVE WS-NOVO-INT           TO WS-LM-NOVO
               PERFORM P600-LOGA-MUDANCA THRU P600-FIM
           END-IF
           .
       P300-FIM.
           EXIT.
           MOVE CFG-CONCEITO-MINIMO    TO PAR-CONCEITO-MINIMO
           MOVE CFG-OCORR-LIMITE       TO PAR-OCORR-LIMITE
           MOVE CFG-OCORR-JANELA       TO PAR-OCORR-JANELA
           MOVE CFG-PRAZO-EMPRESTIMO   TO PAR-PRAZO-EMPRESTIMO
           MOVE CFG-MINUTOS-AULA        TO PAR-MINUTOS-AULA
           MOVE CFG-RETENCAO-ANOS       TO PAR-RETENCAO-ANOS
           MOVE CFG-PROVAS-DIA          TO PAR-PROVAS-DIA
           MOVE CFG-RISCO-PESO-MEDIA    TO PAR-RISCO-PESO-MEDIA
           MOVE CFG-RISCO-PESO-QUEDA    TO PAR-RISCO-PESO-QUEDA
           MOVE CFG-RISCO-PESO-FREQ     TO PAR-RISCO-PESO-FREQ
           MOVE CFG-RISCO-PESO-OCORR    TO PAR-RISCO-PESO-OCORR
           MOVE CFG-RISCO-PESO-REMANEJ  TO PAR-RISCO-PESO-REMANEJ
           MOVE CFG-RISCO-PESO-SEGCH    TO PAR-RISCO-PESO-SEGCH

           WRITE REG-PARAMETROS

