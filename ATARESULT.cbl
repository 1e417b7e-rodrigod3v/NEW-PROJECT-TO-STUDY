      *         E BLOCO DE ASSINATURA CFG-TITULO-ASSINATURA, QUEBRA
      *         DE PAGINA ENTRE TURMAS, SAIDA CATALOGADA VIA RELNOME
      *         PARA O REIMPRIME REEMITIR A SEGUNDA VIA
      * UPDATE: 15/10/2026 ALUNO COM PEI DO ANO DA ATA NO CADASTRO DO
      *         AEE (AEE.DAT) E DISCIPLINAS COM AVALIACAO ADAPTADA
      *         RECEBE, ABAIXO DA SUA LINHA, A NOTA 'AVALIACAO
      *         ADAPTADA:' COM AS DISCIPLINAS. AEE.DAT E OPCIONAL
      * UPDATE: 15/10/2026 MULTI-UNIDADE: A ATA E DA UNIDADE DO LOGIN -
      *         SO ENTRAM OS ALUNOS DELA (UNIDADE-ALUNO); ALUNO QUE NAO
      *         ESTA MAIS EM ALUNOS.DAT E RECONHECIDO PELA FAIXA DE IDS
      *         DA UNIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATARESULT.
                RECORD KEY IS CSL-CHAVE
                FILE STATUS IS WS-FS-CSL.

                SELECT AEE ASSIGN TO
                WS-AEE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AEE-ID-ALUNO
                FILE STATUS IS WS-FS-AEE.

                SELECT RELATORIO ASSIGN TO
                WS-ATARESULT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD CONSELHO.
           COPY CONSELHO.

       FD AEE.
           COPY AEE.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(90).

           03 SD-MEDIA                      PIC 9(02)V99.
           03 SD-FALTAS                     PIC 9(03).
           03 SD-SITUACAO                   PIC X(20).
           03 SD-ADAPTADAS                  PIC X(60).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
           COPY RELNAREA.

         01 WS-ATARESULT-PATH               PIC X(80).
           03 WS-DA-FALTAS                PIC ZZ9.
           03 FILLER                      PIC X(05) VALUE SPACES.
           03 WS-DA-SITUACAO              PIC X(20).
         01 WS-DET-ADAPTADA.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 FILLER                      PIC X(20)
              VALUE 'AVALIACAO ADAPTADA: '.
           03 WS-DAD-MATERIAS             PIC X(60).
         01 WS-TOT-TURMA.
           03 FILLER            PIC X(18)
              VALUE 'ALUNOS NA TURMA: '.
           88 FS-FQA-OK                    VALUE 0.
         77 WS-FS-CSL                      PIC 99.
           88 FS-CSL-OK                    VALUE 0.
         77 WS-FS-AEE                      PIC 99.
           88 FS-AEE-OK                    VALUE 0.
         77 WS-AEE-DISPONIVEL              PIC X     VALUE 'N'.
           88 AEE-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-IDX-AD                      PIC 9(02) VALUE ZEROS.
         77 WS-PTR-AD                      PIC 9(03) VALUE ZEROS.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONSELHO.DAT' DELIMITED BY SIZE
                  INTO WS-CONSELHO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\AEE.DAT' DELIMITED BY SIZE
                  INTO WS-AEE-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ATARESULT.TXT' DELIMITED BY SIZE
                  INTO WS-ATARESULT-PATH
               SET CSL-DISPONIVEL TO TRUE
           END-IF

           SET FS-AEE-OK            TO TRUE
           SET AEE-DISPONIVEL       TO FALSE
           OPEN INPUT AEE
           IF FS-AEE-OK
               SET AEE-DISPONIVEL TO TRUE
           END-IF

           MOVE 'ATARESULT'         TO RN-PREFIXO
           MOVE LK-OPERADOR-ID      TO RN-OPERADOR
           MOVE SPACES              TO RN-CAMINHO
           IF CSL-DISPONIVEL
               CLOSE CONSELHO
           END-IF
           IF AEE-DISPONIVEL
               CLOSE AEE
           END-IF
           .
       P300-FIM.
           DISPLAY 'DESEJA CONTINUAR? <S> - <N>'

           MOVE 'ALUNO NAO CADASTRADO' TO NM-ALUNO
           MOVE WS-PREV-ALUNO       TO ID-ALUNO
           MOVE CFG-UNIDADE         TO WS-UNIDADE-ALU
           READ ALUNOS
               INVALID KEY
                   IF WS-PREV-ALUNO < CFG-ID-INICIAL OR
                      WS-PREV-ALUNO > CFG-ID-FINAL
                       MOVE ZEROS   TO WS-UNIDADE-ALU
                   END-IF
               NOT INVALID KEY
                   MOVE 1           TO WS-UNIDADE-ALU
                   IF UNIDADE-ALUNO NUMERIC AND
                      UNIDADE-ALUNO > ZEROS
                       MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALU
                   END-IF
           END-READ

           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               MOVE ZEROS TO WS-SOMA-MATERIAS
               MOVE ZEROS TO WS-CONT-MATERIAS
               GO TO P440-FIM
           END-IF

           MOVE WS-ALUNO-TURMA      TO SD-TURMA
           MOVE NM-ALUNO            TO SD-NOME
           MOVE WS-PREV-ALUNO       TO SD-ID
           MOVE WS-MEDIA-ALUNO      TO SD-MEDIA
           MOVE WS-FALTAS-ALUNO     TO SD-FALTAS
           MOVE WS-SIT-ALUNO        TO SD-SITUACAO
           MOVE SPACES              TO SD-ADAPTADAS
           IF AEE-DISPONIVEL
               PERFORM P445-BUSCA-ADAPTADAS THRU P445-FIM
           END-IF
           RELEASE SD-REGISTRO

           MOVE ZEROS               TO WS-SOMA-MATERIAS
       P440-FIM.
           EXIT.

      * DISCIPLINAS COM AVALIACAO ADAPTADA NO PEI DO ANO DA ATA,
      * SEPARADAS POR VIRGULA
       P445-BUSCA-ADAPTADAS.
           MOVE WS-PREV-ALUNO       TO AEE-ID-ALUNO
           READ AEE
               INVALID KEY
                   GO TO P445-FIM
           END-READ

           IF AEE-ANO-PEI NOT EQUAL WS-ANO-ATA
               GO TO P445-FIM
           END-IF

           MOVE 1                   TO WS-PTR-AD
           PERFORM VARYING WS-IDX-AD FROM 1 BY 1
                   UNTIL WS-IDX-AD > AEE-QTD-ADAPTADAS
               IF WS-IDX-AD > 1
                   STRING ', ' DELIMITED BY SIZE
                          INTO SD-ADAPTADAS
                          WITH POINTER WS-PTR-AD
                   END-STRING
               END-IF
               STRING AEE-AD-NM-MATERIA(WS-IDX-AD)
                      DELIMITED BY '  '
                      INTO SD-ADAPTADAS
                      WITH POINTER WS-PTR-AD
               END-STRING
           END-PERFORM
           .
       P445-FIM.
           EXIT.

      ******************************************************************
      * IMPRIME A ATA ORDENADA, UMA SEQUENCIA DE PAGINA POR TURMA,
      * COM CABECALHO OFICIAL E BLOCO DE ASSINATURA AO FIM DE CADA
                       MOVE SD-FALTAS   TO WS-DA-FALTAS
                       MOVE SD-SITUACAO TO WS-DA-SITUACAO
                       WRITE REL-LINHA FROM WS-DET-ALUNO
                       IF SD-ADAPTADAS NOT EQUAL SPACES
                           MOVE SD-ADAPTADAS TO WS-DAD-MATERIAS
                           WRITE REL-LINHA FROM WS-DET-ADAPTADA
                       END-IF
                       ADD 1 TO WS-CONT-TURMA
                       ADD 1 TO WS-CONT-ALUNOS
               END-RETURN
