      *         TRAZ A LETRA A-E, CLASSIFICADA PELA REGRA DO CONCEITO
      *         MINIMO E GRAVADA EM DISC-CONCEITO COM AS NOTAS
      *         ZERADAS, FORA DA MEDIA NUMERICA DO ALUNO
      * UPDATE: 15/10/2026 SETIMA COLUNA OPCIONAL TIPO: 'D' LANCA A
      *         MEDIA NA DEPENDENCIA EM CURSO DO ALUNO NAQUELA
      *         DISCIPLINA (DEPENDENCIAS.DAT, ANO CURSANDO = ANO
      *         LETIVO) EM VEZ DE DISCIPLINAS.DAT; SEM DEPENDENCIA EM
      *         ABERTO A LINHA E REJEITADA. BRANCO SEGUE COMO ANTES
      * UPDATE: 15/10/2026 CADA LANCAMENTO IMPORTADO PARA
      *         DISCIPLINAS.DAT PASSA PELO SUBPROGRAMA ATUALRESUMO
      *         (RETIRA O VALOR ANTIGO ANTES DA GRAVACAO E SOMA O NOVO
      *         DEPOIS), PARA O RESUMO POR TURMA (RESUMOTURMA.DAT) DOS
      *         RELATORIOS FICAR EM DIA ATE A RODADA NOTURNA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPNOTAS.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LOG.

                SELECT DEPENDENCIAS ASSIGN TO
                WS-DEPENDENCIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEP-CHAVE
                FILE STATUS IS WS-FS-DEP.

                SELECT IMPORTA ASSIGN TO
                WS-IMPNOTAS-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD LOGALUNO.
           COPY LOGREC.

       FD DEPENDENCIAS.
           COPY DEPENDENC.

       FD IMPORTA.
         01 IMP-LINHA                       PIC X(200).

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
           COPY SITCFG.
           COPY BIMAREA.
           COPY RESAREA.

         01 WS-IMPNOTAS-PATH                PIC X(80).
         01 WS-IMPNOTASREL-PATH             PIC X(80).
         01 WS-CSV-NOTA1-TXT                PIC X(06).
         01 WS-CSV-NOTA2-TXT                PIC X(06).
         01 WS-CSV-NOTA3-TXT                PIC X(06).
         01 WS-CSV-TIPO-TXT                 PIC X(01).
           88 LINHA-DEPENDENCIA             VALUE 'D' 'd'.
         01 WS-NOTA-TXT                     PIC X(06).
         01 WS-NT-INT-TXT                   PIC X(02).
         01 WS-NT-DEC-TXT                   PIC X(02).
         77 WS-MAT-CONCEITO                PIC X     VALUE 'N'.
           88 MATERIA-POR-CONCEITO         VALUE 'S' FALSE 'N'.
         77 WS-CONCEITO-CSV                PIC X(01) VALUE SPACES.
         77 WS-FS-DEP                      PIC 99.
           88 FS-DEP-OK                    VALUE 0.
         77 WS-DEP-DISPONIVEL              PIC X     VALUE 'N'.
           88 DEP-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-DEP-ACHADA                  PIC X     VALUE 'N'.
           88 DEP-ACHADA                   VALUE 'S' FALSE 'N'.
         77 WS-EOF-DEP                     PIC X     VALUE 'N'.
           88 EOF-DEP-OK                   VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.

           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\TESTABIM' DELIMITED BY SIZE
                  INTO WS-BIN-TESTABIM-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\ATUALRESUMO' DELIMITED BY SIZE
                  INTO WS-BIN-ATUALRESUMO-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\LOGALUNO.DAT' DELIMITED BY SIZE
                  INTO WS-LOGALUNO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DEPENDENCIAS.DAT' DELIMITED BY SIZE
                  INTO WS-DEPENDENCIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\IMPNOTAS.CSV' DELIMITED BY SIZE
                  INTO WS-IMPNOTAS-PATH
               GO TO P300-FIM
           END-IF

      * SEM O ARQUIVO DE DEPENDENCIAS A CARGA SEGUE; SO AS LINHAS DO
      * TIPO 'D' SAO REJEITADAS
           SET DEP-DISPONIVEL       TO FALSE
           OPEN I-O DEPENDENCIAS
           IF FS-DEP-OK
               SET DEP-DISPONIVEL   TO TRUE
           END-IF

           PERFORM UNTIL EOF-OK
               READ IMPORTA
                   AT END
           CLOSE MATERIAS
           CLOSE DISCIPLINAS
           CLOSE IMPREL
           IF DEP-DISPONIVEL
               CLOSE DEPENDENCIAS
           END-IF
           MOVE 'F'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
           .
       P300-FIM.
           EXIT.
           MOVE SPACES              TO WS-CSV-NOTA1-TXT
           MOVE SPACES              TO WS-CSV-NOTA2-TXT
           MOVE SPACES              TO WS-CSV-NOTA3-TXT
           MOVE SPACES              TO WS-CSV-TIPO-TXT

           UNSTRING IMP-LINHA DELIMITED BY ';'
               INTO WS-CSV-ID-TXT
                    WS-CSV-NOTA1-TXT
                    WS-CSV-NOTA2-TXT
                    WS-CSV-NOTA3-TXT
                    WS-CSV-TIPO-TXT
           END-UNSTRING

           MOVE WS-CSV-ID-TXT       TO WS-NUM-TXT
           END-IF

           IF MATERIA-POR-CONCEITO
               IF LINHA-DEPENDENCIA
                   MOVE 'CONCEITO NAO TEM DEPENDENCIA' TO WS-DR-MOTIVO
                   PERFORM P480-REJEITA THRU P480-FIM
                   GO TO P400-FIM
               END-IF
               PERFORM P450-IMPORTA-CONCEITO THRU P450-FIM
               GO TO P400-FIM
           END-IF
               END-IF
           END-IF

           IF LINHA-DEPENDENCIA
               PERFORM P460-IMPORTA-DEPENDENCIA THRU P460-FIM
               GO TO P400-FIM
           END-IF

           MOVE WS-ID-ALUNO-CSV     TO DISC-ID-ALUNO
           MOVE WS-ID-MATERIA-CSV   TO DISC-ID-MATERIA
           MOVE WS-BIMESTRE-CSV     TO DISC-BIMESTRE
           MOVE CFG-ANO-LETIVO      TO DISC-ANO-LETIVO
           MOVE SPACES              TO DISC-CONCEITO

           MOVE 'R'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           WRITE REG-DISCIPLINAS
               INVALID KEY
                   REWRITE REG-DISCIPLINAS
                       SET LINHA-VALIDA TO FALSE
           END-WRITE

           MOVE 'S'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           IF LINHA-VALIDA
               MOVE WS-ID-ALUNO-CSV TO WS-DO-ID
               MOVE WS-BIMESTRE-CSV TO WS-DO-BIM
           MOVE CFG-ANO-LETIVO      TO DISC-ANO-LETIVO
           MOVE WS-CONCEITO-CSV     TO DISC-CONCEITO

           MOVE 'R'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           WRITE REG-DISCIPLINAS
               INVALID KEY
                   REWRITE REG-DISCIPLINAS
                           MOVE 'ERRO AO GRAVAR O LANCAMENTO'
                                        TO WS-DR-MOTIVO
                           PERFORM P480-REJEITA THRU P480-FIM
                           MOVE 'S' TO RA-FUNCAO
                           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM
                           GO TO P450-FIM
                   END-REWRITE
           END-WRITE

           MOVE 'S'                 TO RA-FUNCAO
           PERFORM P680-ATUALIZA-RESUMO THRU P680-FIM

           MOVE WS-ID-ALUNO-CSV TO WS-DO-ID
           MOVE WS-BIMESTRE-CSV TO WS-DO-BIM
           MOVE WS-NM-MATERIA-CAT TO WS-DO-MATERIA
       P450-FIM.
           EXIT.

      ******************************************************************
      * LINHA DO TIPO 'D': A MEDIA VAI PARA A DEPENDENCIA EM CURSO DO
      * ALUNO NA DISCIPLINA (PENDENTE E CURSADA NO ANO LETIVO); A
      * CHAVE TRAZ O ANO DE ORIGEM, ENTAO PERCORRE AS DO PAR
      * ALUNO/DISCIPLINA ATE ACHAR A DO ANO
      ******************************************************************
       P460-IMPORTA-DEPENDENCIA.
           SET DEP-ACHADA           TO FALSE
           SET EOF-DEP-OK           TO FALSE

           IF NOT DEP-DISPONIVEL
               MOVE 'SEM DEPENDENCIA EM ABERTO' TO WS-DR-MOTIVO
               PERFORM P480-REJEITA THRU P480-FIM
               GO TO P460-FIM
           END-IF

           MOVE WS-ID-ALUNO-CSV     TO DEP-ID-ALUNO
           MOVE WS-ID-MATERIA-CSV   TO DEP-ID-MATERIA
           MOVE ZEROS               TO DEP-ANO-ORIGEM

           START DEPENDENCIAS KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY
                   SET EOF-DEP-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-DEP-OK OR DEP-ACHADA
               READ DEPENDENCIAS NEXT RECORD
                   AT END
                       SET EOF-DEP-OK TO TRUE
                   NOT AT END
                       IF DEP-ID-ALUNO NOT EQUAL WS-ID-ALUNO-CSV OR
                          DEP-ID-MATERIA NOT EQUAL WS-ID-MATERIA-CSV
                           SET EOF-DEP-OK TO TRUE
                       ELSE
                           IF DEP-PENDENTE AND
                              DEP-ANO-CURSANDO EQUAL CFG-ANO-LETIVO
                               SET DEP-ACHADA TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NOT DEP-ACHADA
               MOVE 'SEM DEPENDENCIA EM ABERTO' TO WS-DR-MOTIVO
               PERFORM P480-REJEITA THRU P480-FIM
               GO TO P460-FIM
           END-IF

           MOVE WS-MEDIA            TO DEP-BIM-MEDIA(WS-BIMESTRE-CSV)
           MOVE 'S'                 TO DEP-BIM-LANCADO(WS-BIMESTRE-CSV)
           MOVE 'LOTE'              TO DEP-OPERADOR

           REWRITE REG-DEPENDENCIAS
               INVALID KEY
                   MOVE 'ERRO AO GRAVAR O LANCAMENTO' TO WS-DR-MOTIVO
                   PERFORM P480-REJEITA THRU P480-FIM
                   GO TO P460-FIM
           END-REWRITE

           MOVE WS-ID-ALUNO-CSV     TO WS-DO-ID
           MOVE WS-BIMESTRE-CSV     TO WS-DO-BIM
           MOVE WS-NM-MATERIA-CAT   TO WS-DO-MATERIA
           MOVE WS-MEDIA            TO WS-DO-MEDIA
           WRITE REL-LINHA FROM WS-DET-OK
           ADD 1 TO WS-CONT-IMPORTADOS
           PERFORM P600-GRAVA-LOG THRU P600-FIM
           .
       P460-FIM.
           EXIT.

       P480-REJEITA.
           MOVE IMP-LINHA(1:35)     TO WS-DR-LINHA
           WRITE REL-LINHA FROM WS-DET-REJ

           MOVE WS-ID-ALUNO-CSV     TO LOG-ID-ALUNO
           MOVE 'NOTAS-LOTE'        TO LOG-OPERACAO
           IF LINHA-DEPENDENCIA
               MOVE 'NOTADEPEND'    TO LOG-OPERACAO
           END-IF
           MOVE 'LOTE'              TO LOG-OPERADOR-ID
           ACCEPT LOG-DATA          FROM DATE YYYYMMDD
           ACCEPT LOG-HORA          FROM TIME
       P600-FIM.
           EXIT.

      ******************************************************************
      * RESUMO POR TURMA EM DIA: RA-FUNCAO 'R' ANTES DE GRAVAR O
      * LANCAMENTO DE DISC-CHAVE, 'S' DEPOIS, 'F' AO FIM DA IMPORTACAO
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
      * CONVERTE O TEXTO DE NOTA DO CSV (INTEIRO OU COM VIRGULA
      * DECIMAL, EX. 7 / 7,5 / 07,50) PARA 9(02)V99, VALIDANDO A
