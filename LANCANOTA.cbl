      *         NO LUGAR DAS TRES NOTAS; A SITUACAO VEM DA REGRA DO
      *         CONCEITO MINIMO (CFG-CONCEITO-MINIMO) E O LANCAMENTO
      *         FICA FORA DA MEDIA NUMERICA DO ALUNO
      * UPDATE: 15/10/2026 DIARIO DE DEPENDENCIA: ESCOLHIDO O MODO 2,
      *         O PROFESSOR PERCORRE OS ALUNOS QUE DEVEM A DISCIPLINA
      *         EM DEPENDENCIA VINDOS DA TURMA INFORMADA
      *         (DEPENDENCIAS.DAT, EM CURSO NO ANO LETIVO) E A MEDIA
      *         DO BIMESTRE VAI PARA O PROPRIO REGISTRO DA DEPENDENCIA,
      *         FORA DE DISCIPLINAS.DAT. A DIGITACAO DAS TRES NOTAS
      *         PASSA PARA UM PARAGRAFO COMUM AOS DOIS DIARIOS
      * UPDATE: 15/10/2026 CADA LANCAMENTO GRAVADO EM DISCIPLINAS.DAT
      *         PASSA PELO SUBPROGRAMA ATUALRESUMO (RETIRA O VALOR
      *         ANTIGO ANTES DA GRAVACAO E SOMA O NOVO DEPOIS), PARA O
      *         RESUMO POR TURMA (RESUMOTURMA.DAT) DOS RELATORIOS FICAR
      *         EM DIA ATE A RODADA NOTURNA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCANOTA.
                RECORD KEY IS OBS-CHAVE
                FILE STATUS IS WS-FS-OBS.

                SELECT DEPENDENCIAS ASSIGN TO
                WS-DEPENDENCIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEP-CHAVE
                FILE STATUS IS WS-FS-DEP.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTTURMA-PATH.

       FD OBSERVA.
           COPY OBSERVA.

       FD DEPENDENCIAS.
           COPY DEPENDENC.

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-NOME                       PIC X(30).
           COPY SITCFG.
           COPY BIMAREA.
           COPY PROFAREA.
           COPY RESAREA.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-OBS                      PIC 99.
           88 FS-OBS-OK                    VALUE 0.
         77 WS-OBSERVACAO                  PIC X(60) VALUE SPACES.
         77 WS-FS-DEP                      PIC 99.
           88 FS-DEP-OK                    VALUE 0.
         77 WS-EOF-DEP                     PIC X     VALUE 'N'.
           88 EOF-DEP-OK                   VALUE 'S' FALSE 'N'.
         77 WS-TIPO-DIARIO                 PIC X(01) VALUE '1'.
           88 DIARIO-DEPENDENCIA           VALUE '2'.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\TESTAPROF' DELIMITED BY SIZE
                  INTO WS-BIN-TESTAPROF-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\ATUALRESUMO' DELIMITED BY SIZE
                  INTO WS-BIN-ATUALRESUMO-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OBSERVA.DAT' DELIMITED BY SIZE
                  INTO WS-OBSERVA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DEPENDENCIAS.DAT' DELIMITED BY SIZE
                  INTO WS-DEPENDENCIAS-PATH
           .
       P100-FIM.
           EXIT.
               GO TO P300-FIM
           END-IF

           DISPLAY 'DIARIO: <1> ALUNOS DA TURMA  <2> DEPENDENCIAS '
                   'VINDAS DA TURMA'
           ACCEPT WS-TIPO-DIARIO
           IF DIARIO-DEPENDENCIA
               PERFORM P700-DIARIO-DEPENDENCIA THRU P700-FIM
               GO TO P300-FIM
           END-IF

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'

           CLOSE ALUNOS
           CLOSE DISCIPLINAS
           MOVE 'F'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
           .
       P300-FIM.
           DISPLAY 'DESEJA CONTINUAR? <S> - <N>'
               GO TO P360-FIM
           END-IF

           PERFORM P362-DIGITA-NOTAS THRU P362-FIM

           MOVE SD-ID               TO DISC-ID-ALUNO
           MOVE WS-ID-MATERIA       TO DISC-ID-MATERIA
           MOVE WS-BIMESTRE         TO DISC-BIMESTRE
           MOVE WS-NM-MATERIA       TO DISC-NM-MATERIA
           MOVE WS-NT-PROVA         TO DISC-NT-PROVA
           MOVE WS-NT-TRABALHO      TO DISC-NT-TRABALHO
           MOVE WS-NT-PARTICIPACAO  TO DISC-NT-PARTICIPACAO
           MOVE WS-MEDIA            TO DISC-MEDIA
           MOVE WS-ST-APROVACAO     TO DISC-ST-APROVACAO
           MOVE CFG-ANO-LETIVO      TO DISC-ANO-LETIVO
           MOVE SPACES              TO DISC-CONCEITO

           MOVE 'R'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           WRITE REG-DISCIPLINAS
               INVALID KEY
                   REWRITE REG-DISCIPLINAS
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O LANCAMENTO'
                           MOVE 'S' TO RA-FUNCAO
                           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
                           GO TO P360-FIM
                   END-REWRITE
           END-WRITE

           MOVE 'S'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           ADD 1                    TO WS-CONT-LANCADOS
           PERFORM P600-GRAVA-LOG THRU P600-FIM

           DISPLAY '  OBSERVACAO DO BIMESTRE (OU BRANCO): '
           ACCEPT WS-OBSERVACAO
           IF WS-OBSERVACAO NOT EQUAL SPACES
               PERFORM P650-GRAVA-OBSERVACAO THRU P650-FIM
           END-IF
           .
       P360-FIM.
           EXIT.

      ******************************************************************
      * DIGITACAO DAS TRES NOTAS COM A MEDIA PONDERADA E A SITUACAO
      * MOSTRADAS NA HORA; COMUM AO DIARIO DA TURMA E AO DIARIO DE
      * DEPENDENCIA
      ******************************************************************
       P362-DIGITA-NOTAS.
           MOVE 99,99               TO WS-NT-PROVA
           PERFORM WITH TEST AFTER UNTIL WS-NT-PROVA NOT > 10,00
               DISPLAY '  NOTA DA PROVA: '
           END-IF

           DISPLAY '  MEDIA: ' WS-MEDIA ' SITUACAO: ' WS-ST-APROVACAO
           .
       P362-FIM.
           EXIT.

      ******************************************************************
           MOVE CFG-ANO-LETIVO      TO DISC-ANO-LETIVO
           MOVE WS-CONCEITO         TO DISC-CONCEITO

           MOVE 'R'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           WRITE REG-DISCIPLINAS
               INVALID KEY
                   REWRITE REG-DISCIPLINAS
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O LANCAMENTO'
                           MOVE 'S' TO RA-FUNCAO
                           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
                           GO TO P365-FIM
                   END-REWRITE
           END-WRITE

           MOVE 'S'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           ADD 1                    TO WS-CONT-LANCADOS
           PERFORM P600-GRAVA-LOG THRU P600-FIM

       P365-FIM.
           EXIT.

      ******************************************************************
      * RESUMO POR TURMA EM DIA: RA-FUNCAO 'R' ANTES DE GRAVAR O
      * LANCAMENTO DE DISC-CHAVE, 'S' DEPOIS, 'F' AO FECHAR O DIARIO
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

      ******************************************************************
      * GRAVA A OBSERVACAO DO PROFESSOR PARA O ALUNO/BIMESTRE/
      * DISCIPLINA CORRENTES, COM O CARIMBO DO OPERADOR
       P610-FIM.
           EXIT.

      ******************************************************************
      * DIARIO DE DEPENDENCIA: PERCORRE AS DEPENDENCIAS EM CURSO NO
      * ANO LETIVO DA DISCIPLINA ESCOLHIDA, VINDAS DA TURMA INFORMADA,
      * E GRAVA A MEDIA DO BIMESTRE NO PROPRIO REGISTRO DA
      * DEPENDENCIA. DISCIPLINA POR CONCEITO NAO GERA DEPENDENCIA
      ******************************************************************
       P700-DIARIO-DEPENDENCIA.
           IF DISCIPLINA-CONCEITO
               DISPLAY '*** DISCIPLINA POR CONCEITO NAO TEM '
                       'DEPENDENCIA ***'
               GO TO P700-FIM
           END-IF

           SET FS-DEP-OK            TO TRUE
           SET EOF-DEP-OK           TO FALSE

           OPEN I-O DEPENDENCIAS
           IF NOT FS-DEP-OK
               DISPLAY 'NENHUMA DEPENDENCIA REGISTRADA'
               DISPLAY 'FILE STATUS: ' WS-FS-DEP
               GO TO P700-FIM
           END-IF

           DISPLAY ' '
           DISPLAY 'DEPENDENCIAS DE ' WS-NM-MATERIA
                   ' VINDAS DA TURMA ' WS-TURMA-PESQUISA
                   ' - BIMESTRE ' WS-BIMESTRE
           DISPLAY ' '

           MOVE ZEROS               TO DEP-ID-ALUNO
           MOVE ZEROS               TO DEP-ID-MATERIA
           MOVE ZEROS               TO DEP-ANO-ORIGEM

           START DEPENDENCIAS KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY
                   SET EOF-DEP-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-DEP-OK
               READ DEPENDENCIAS NEXT RECORD
                   AT END
                       SET EOF-DEP-OK TO TRUE
                   NOT AT END
                       IF DEP-PENDENTE AND
                          DEP-ID-MATERIA EQUAL WS-ID-MATERIA AND
                          DEP-TURMA-ORIGEM EQUAL WS-TURMA-PESQUISA AND
                          DEP-ANO-CURSANDO EQUAL CFG-ANO-LETIVO
                           ADD 1 TO WS-CONT
                           PERFORM P710-GRAVA-DEPENDENCIA THRU P710-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DEPENDENCIAS

           DISPLAY ' '
           DISPLAY 'DEPENDENCIAS EM CURSO: ' WS-CONT
           DISPLAY 'NOTAS LANCADAS.......: ' WS-CONT-LANCADOS
           DISPLAY 'ALUNOS PULADOS.......: ' WS-CONT-PULADOS
           .
       P700-FIM.
           EXIT.

       P710-GRAVA-DEPENDENCIA.
           DISPLAY DEP-ID-ALUNO ' - ' DEP-NM-ALUNO
                   ' (ORIGEM ' DEP-ANO-ORIGEM ')'
           DISPLAY 'LANCAR NOTAS PARA O ALUNO? <S> - <N> (PULAR)'
           ACCEPT WS-LANCA-ALUNO

           IF WS-LANCA-ALUNO NOT EQUAL 'S' AND
              WS-LANCA-ALUNO NOT EQUAL 's'
               ADD 1 TO WS-CONT-PULADOS
               GO TO P710-FIM
           END-IF

           PERFORM P362-DIGITA-NOTAS THRU P362-FIM

           MOVE WS-MEDIA            TO DEP-BIM-MEDIA(WS-BIMESTRE)
           MOVE 'S'                 TO DEP-BIM-LANCADO(WS-BIMESTRE)
           MOVE LK-OPERADOR-ID      TO DEP-OPERADOR

           REWRITE REG-DEPENDENCIAS
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O LANCAMENTO'
                   GO TO P710-FIM
           END-REWRITE

           ADD 1                    TO WS-CONT-LANCADOS
           PERFORM P620-LOGA-DEPENDENCIA THRU P620-FIM
           .
       P710-FIM.
           EXIT.

       P620-LOGA-DEPENDENCIA.
           SET FS-LOG-OK            TO TRUE

           OPEN EXTEND LOGALUNO

           IF WS-FS-LOG EQUAL 35 THEN
               OPEN OUTPUT LOGALUNO
               CLOSE LOGALUNO
               OPEN EXTEND LOGALUNO
           END-IF

           IF NOT FS-LOG-OK
               GO TO P620-FIM
           END-IF

           MOVE DEP-ID-ALUNO        TO LOG-ID-ALUNO
           MOVE 'NOTADEPEND'        TO LOG-OPERACAO
           MOVE LK-OPERADOR-ID      TO LOG-OPERADOR-ID
           ACCEPT LOG-DATA          FROM DATE YYYYMMDD
           ACCEPT LOG-HORA          FROM TIME

           WRITE REG-LOG

           CLOSE LOGALUNO
           .
       P620-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
