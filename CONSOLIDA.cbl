      *         PREENCHIDO) FICA FORA DA MEDIA NUMERICA DO ALUNO -
      *         DISCIPLINAS COMO ARTES SAO CONFERIDAS PELA REGRA DO
      *         CONCEITO MINIMO NO PROPRIO LANCAMENTO
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CALENDARIO ESCOLAR DA
      *         UNIDADE DO LOGIN (CALENDARIO.DAT NA SEDE,
      *         CALENDARIO_NN.DAT NAS DEMAIS UNIDADES)
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CONSOLIDA SO OS ALUNOS DA
      *         UNIDADE DO LOGIN (UNIDADE-ALUNO, ZERO = 01), CUJO
      *         PERCENTUAL DE FALTAS SAI DO CALENDARIO DELA; O RELATORIO
      *         GANHA O SUFIXO DA UNIDADE (CONSOLIDA_NN.TXT). NA CADEIA
      *         NOTURNA O LOTENOITE RODA UMA VEZ POR UNIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSOLIDA.
         77 WS-HOUVE-ERRO                  PIC X     VALUE 'N'.
           88 HOUVE-ERRO                   VALUE 'S' FALSE 'N'.
         77 WS-CONT-ALTERADOS              PIC 9(05) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.

                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONSOLIDA' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-CONSOLIDA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * FECHA O ALUNO ANTERIOR (SO OS DA UNIDADE DO LOGIN): MEDIA DAS
      * DISCIPLINAS, CLASSIFICACAO PELOS CORTES E PELO LIMITE DE
      * FALTAS, REGRAVACAO SO QUANDO O PAR MEDIA/SITUACAO MUDOU
      ******************************************************************
       P500-FECHA-ALUNO.
           IF WS-PREV-ALUNO EQUAL ZEROS OR
           COMPUTE WS-MEDIA-ALUNO ROUNDED =
                   WS-SOMA-MATERIAS / WS-CONT-MATERIAS

           MOVE ZEROS               TO WS-SOMA-MATERIAS
           MOVE ZEROS               TO WS-CONT-MATERIAS

           MOVE WS-PREV-ALUNO       TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   GO TO P500-FIM
           END-READ

           IF ALUNO-INATIVO
               GO TO P500-FIM
           END-IF

      * SO OS ALUNOS DA UNIDADE DO LOGIN - O PERCENTUAL DE FALTAS E
      * APURADO SOBRE O CALENDARIO DELA
           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P500-FIM
           END-IF

           IF WS-MEDIA-ALUNO >= CFG-CORTE-APROVACAO
               MOVE 'APROVADO'      TO WS-SIT-ALUNO
           ELSE
               MOVE 'REPROVADO FALTAS' TO WS-SIT-ALUNO
           END-IF

           ADD 1                    TO WS-CONT-ALUNOS

           IF MEDIA EQUAL WS-MEDIA-ALUNO AND
