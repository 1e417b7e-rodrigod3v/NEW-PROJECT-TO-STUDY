      *         PARES CUJA QUEDA ATINGE O LIMITE INFORMADO PELO
      *         OPERADOR, PARA A COORDENACAO INTERVIR ANTES DO FIM DO
      *         ANO. A PROVA FINAL (BIMESTRE 5) FICA FORA DA SERIE
      * UPDATE: 15/10/2026 COM TURMA INFORMADA, OS LANCAMENTOS SAO LIDOS
      *         SO PARA OS ALUNOS ATIVOS DA TURMA (PELA CHAVE), SEM
      *         VARRER DISCIPLINAS.DAT INTEIRO, E AO FINAL SAI A MEDIA
      *         DA TURMA POR DISCIPLINA E BIMESTRE, COM *QUEDA*, TIRADA
      *         DO RESUMO POR TURMA (RESUMOTURMA.DAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELTEND.
                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                RECORD KEY IS DISC-CHAVE
                FILE STATUS IS WS-FS-DISC.

                SELECT RESUMOTURMA ASSIGN TO
                WS-RESUMOTURMA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RT-CHAVE
                FILE STATUS IS WS-FS-RES.

                SELECT RELATORIO ASSIGN TO
                WS-RELTEND-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD RESUMOTURMA.
           COPY RESUMOTURMA.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DT-ALERTA                PIC X(07).

         01 WS-CAB-TURMA.
           03 FILLER                      PIC X(37)
              VALUE 'MEDIA DA TURMA POR DISCIPLINA - TURMA'.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-CT-TURMA                 PIC X(10).

         01 WS-MEDIA-EDIT                   PIC ZZ,99.

         01 WS-TAB-BIMESTRES.
         77 WS-ALUNO-OK                    PIC X     VALUE 'N'.
           88 ALUNO-NO-FILTRO              VALUE 'S' FALSE 'N'.
         77 WS-ID-FILTRO-CACHE             PIC 9(05) VALUE ZEROS.
         77 WS-FS-RES                      PIC 99.
           88 FS-RES-OK                    VALUE 0.
         77 WS-EOF-ALU                     PIC X     VALUE 'N'.
           88 EOF-ALU-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EOF-RES                     PIC X     VALUE 'N'.
           88 EOF-RES-OK                   VALUE 'S' FALSE 'N'.
         77 WS-CONT-MATERIAS-TURMA         PIC 9(03) VALUE ZEROS.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RESUMOTURMA.DAT' DELIMITED BY SIZE
                  INTO WS-RESUMOTURMA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RELTEND.TXT' DELIMITED BY SIZE
                  INTO WS-RELTEND-PATH
           WRITE REL-LINHA FROM WS-CABECALHO-3
           WRITE REL-LINHA FROM WS-CABECALHO-2

      * COM TURMA INFORMADA, SO OS LANCAMENTOS DOS ALUNOS DA TURMA
      * SAO LIDOS (SEM VARRER DISCIPLINAS.DAT INTEIRO)
           IF WS-TURMA-FILTRO NOT EQUAL SPACES
               PERFORM P320-VARRE-TURMA THRU P320-FIM
               GO TO P300-TOTALIZA
           END-IF

           MOVE ZEROS               TO DISC-ID-ALUNO
           MOVE ZEROS               TO DISC-ID-MATERIA
           MOVE ZEROS               TO DISC-BIMESTRE
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P360-TRATA-LANCAMENTO THRU P360-FIM
               END-READ
           END-PERFORM
           .
       P300-TOTALIZA.
           PERFORM P400-FECHA-GRUPO THRU P400-FIM

           WRITE REL-LINHA FROM WS-CABECALHO-2

           IF WS-TURMA-FILTRO NOT EQUAL SPACES
               PERFORM P500-MEDIAS-TURMA THRU P500-FIM
           END-IF

           CLOSE RELATORIO

           DISPLAY 'PARES ALUNO/DISCIPLINA LISTADOS: ' WS-CONT-LINHAS
       P300-FIM.
           EXIT.

      ******************************************************************
      * PERCORRE OS ALUNOS ATIVOS DA TURMA INFORMADA E LE OS
      * LANCAMENTOS DE CADA UM PELA CHAVE. O GRUPO E FECHADO NO FIM DE
      * CADA ALUNO, AINDA POSICIONADO NELE - A LEITURA DIRETA DO
      * P450 NAO DESLOCA A VARREDURA
      ******************************************************************
       P320-VARRE-TURMA.
           SET EOF-ALU-OK           TO FALSE
           MOVE ZEROS               TO ID-ALUNO

           START ALUNOS KEY IS NOT LESS THAN ID-ALUNO
               INVALID KEY
                   SET EOF-ALU-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-ALU-OK
               READ ALUNOS NEXT RECORD
                   AT END
                       SET EOF-ALU-OK TO TRUE
                   NOT AT END
                       IF ALUNO-ATIVO AND
                          TURMA-ALUNO EQUAL WS-TURMA-FILTRO
                           PERFORM P330-LANCAMENTOS-ALUNO
                                   THRU P330-FIM
                       END-IF
               END-READ
           END-PERFORM
           .
       P320-FIM.
           EXIT.

       P330-LANCAMENTOS-ALUNO.
           SET EOF-OK               TO FALSE
           MOVE ID-ALUNO            TO DISC-ID-ALUNO
           MOVE ZEROS               TO DISC-ID-MATERIA
           MOVE ZEROS               TO DISC-BIMESTRE

           START DISCIPLINAS KEY IS NOT LESS THAN DISC-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ DISCIPLINAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF DISC-ID-ALUNO NOT EQUAL ID-ALUNO
                           SET EOF-OK TO TRUE
                       ELSE
                           PERFORM P360-TRATA-LANCAMENTO THRU P360-FIM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM P400-FECHA-GRUPO THRU P400-FIM
           MOVE ZEROS               TO WS-PREV-ALUNO
           MOVE ZEROS               TO WS-PREV-MATERIA
           .
       P330-FIM.
           EXIT.

       P360-TRATA-LANCAMENTO.
      * LANCAMENTO POR CONCEITO TEM A MEDIA ZERADA E VIRARIA UMA
      * LINHA DE TENDENCIA 0,00 - FICA FORA DA EVOLUCAO
           IF DISC-CONCEITO NOT EQUAL SPACES
               GO TO P360-FIM
           END-IF

           IF DISC-ID-ALUNO NOT EQUAL WS-PREV-ALUNO OR
              DISC-ID-MATERIA NOT EQUAL WS-PREV-MATERIA
               PERFORM P400-FECHA-GRUPO THRU P400-FIM
               MOVE DISC-ID-ALUNO   TO WS-PREV-ALUNO
               MOVE DISC-ID-MATERIA TO WS-PREV-MATERIA
           END-IF
           MOVE DISC-NM-MATERIA     TO WS-PREV-NM-MATERIA
           IF DISC-BIMESTRE >= 1 AND DISC-BIMESTRE <= 4
               MOVE DISC-MEDIA      TO WS-BIM-MEDIA(DISC-BIMESTRE)
               MOVE 'S'             TO WS-BIM-TEM(DISC-BIMESTRE)
           END-IF
           .
       P360-FIM.
           EXIT.

       P350-LIMPA-SLOTS.
           PERFORM VARYING WS-IDX-BIM FROM 1 BY 1
                   UNTIL WS-IDX-BIM > 4
               GO TO P400-FIM
           END-IF

           PERFORM P420-CALCULA-QUEDA THRU P420-FIM

           MOVE WS-PREV-ALUNO       TO WS-DT-ID
           MOVE NM-ALUNO            TO WS-DT-NOME
       P400-FIM.
           EXIT.

       P420-CALCULA-QUEDA.
           MOVE ZEROS               TO WS-MAIOR-QUEDA
           SET TEM-ANTERIOR         TO FALSE

           PERFORM VARYING WS-IDX-BIM FROM 1 BY 1
                   UNTIL WS-IDX-BIM > 4
               IF WS-BIM-TEM(WS-IDX-BIM) EQUAL 'S'
                   IF TEM-ANTERIOR
                       COMPUTE WS-QUEDA = WS-MEDIA-ANTERIOR
                               - WS-BIM-MEDIA(WS-IDX-BIM)
                       IF WS-QUEDA > WS-MAIOR-QUEDA
                           MOVE WS-QUEDA TO WS-MAIOR-QUEDA
                       END-IF
                   END-IF
                   MOVE WS-BIM-MEDIA(WS-IDX-BIM)
                        TO WS-MEDIA-ANTERIOR
                   SET TEM-ANTERIOR TO TRUE
               END-IF
           END-PERFORM
           .
       P420-FIM.
           EXIT.

      ******************************************************************
      * LE O ALUNO DO GRUPO (COM CACHE DO ULTIMO ID) E APLICA O FILTRO
      * DE TURMA/ATIVO
       P470-FIM.
           EXIT.

      ******************************************************************
      * MEDIA DA TURMA POR DISCIPLINA E BIMESTRE, PELAS LINHAS DO
      * RESUMO POR TURMA (GERARESUMO): SOMA / LANCAMENTOS POR NOTA.
      * SEM O RESUMO O BLOCO NAO SAI
      ******************************************************************
       P500-MEDIAS-TURMA.
           SET FS-RES-OK            TO TRUE
           SET EOF-RES-OK           TO FALSE
           MOVE ZEROS               TO WS-CONT-MATERIAS-TURMA
           MOVE ZEROS               TO WS-PREV-MATERIA
           PERFORM P350-LIMPA-SLOTS THRU P350-FIM

           OPEN INPUT RESUMOTURMA

           IF NOT FS-RES-OK
               DISPLAY 'RESUMO POR TURMA INDISPONIVEL - MEDIAS DA '
                       'TURMA NAO IMPRESSAS'
               GO TO P500-FIM
           END-IF

           MOVE WS-TURMA-FILTRO     TO WS-CT-TURMA
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-CAB-TURMA
           WRITE REL-LINHA FROM WS-CABECALHO-2

           MOVE WS-TURMA-FILTRO     TO RT-TURMA
           MOVE 1                   TO RT-ID-MATERIA
           MOVE ZEROS               TO RT-BIMESTRE

           START RESUMOTURMA KEY IS NOT LESS THAN RT-CHAVE
               INVALID KEY
                   SET EOF-RES-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-RES-OK
               READ RESUMOTURMA NEXT RECORD
                   AT END
                       SET EOF-RES-OK TO TRUE
                   NOT AT END
                       IF RT-TURMA NOT EQUAL WS-TURMA-FILTRO
                           SET EOF-RES-OK TO TRUE
                       ELSE
                           PERFORM P520-TRATA-LINHA-RESUMO
                                   THRU P520-FIM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM P550-FECHA-MATERIA-TURMA THRU P550-FIM

           WRITE REL-LINHA FROM WS-CABECALHO-2

           CLOSE RESUMOTURMA

           DISPLAY 'DISCIPLINAS COM MEDIA DA TURMA.: '
                   WS-CONT-MATERIAS-TURMA
           .
       P500-FIM.
           EXIT.

       P520-TRATA-LINHA-RESUMO.
           IF RT-ID-MATERIA NOT EQUAL WS-PREV-MATERIA
               PERFORM P550-FECHA-MATERIA-TURMA THRU P550-FIM
               MOVE RT-ID-MATERIA   TO WS-PREV-MATERIA
           END-IF
           MOVE RT-NM-MATERIA       TO WS-PREV-NM-MATERIA

           IF RT-BIMESTRE >= 1 AND RT-BIMESTRE <= 4 AND
              RT-QTD-LANC > ZEROS
               COMPUTE WS-BIM-MEDIA(RT-BIMESTRE) ROUNDED =
                       RT-SOMA-MEDIAS / RT-QTD-LANC
               MOVE 'S'             TO WS-BIM-TEM(RT-BIMESTRE)
           END-IF
           .
       P520-FIM.
           EXIT.

      ******************************************************************
      * IMPRIME A MEDIA DA TURMA NA DISCIPLINA, NO MESMO LAYOUT DA
      * LINHA DO ALUNO, COM *QUEDA* PELO MESMO LIMITE
      ******************************************************************
       P550-FECHA-MATERIA-TURMA.
           MOVE ZEROS               TO WS-CONT-BIMS
           PERFORM VARYING WS-IDX-BIM FROM 1 BY 1
                   UNTIL WS-IDX-BIM > 4
               IF WS-BIM-TEM(WS-IDX-BIM) EQUAL 'S'
                   ADD 1 TO WS-CONT-BIMS
               END-IF
           END-PERFORM

           IF WS-CONT-BIMS EQUAL ZEROS
               PERFORM P350-LIMPA-SLOTS THRU P350-FIM
               GO TO P550-FIM
           END-IF

           PERFORM P420-CALCULA-QUEDA THRU P420-FIM

           MOVE ZEROS               TO WS-DT-ID
           MOVE 'MEDIA DA TURMA'    TO WS-DT-NOME
           MOVE WS-PREV-NM-MATERIA  TO WS-DT-MATERIA

           PERFORM P470-FORMATA-SLOTS THRU P470-FIM

           IF WS-MAIOR-QUEDA > ZEROS
               MOVE WS-MAIOR-QUEDA  TO WS-MEDIA-EDIT
               MOVE WS-MEDIA-EDIT   TO WS-DT-QUEDA
           ELSE
               MOVE SPACES          TO WS-DT-QUEDA
           END-IF

           IF WS-MAIOR-QUEDA >= WS-QUEDA-LIMITE
               MOVE '*QUEDA*'       TO WS-DT-ALERTA
           ELSE
               MOVE SPACES          TO WS-DT-ALERTA
           END-IF

           WRITE REL-LINHA FROM WS-DET-TENDENCIA
           ADD 1 TO WS-CONT-MATERIAS-TURMA

           PERFORM P350-LIMPA-SLOTS THRU P350-FIM
           .
       P550-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
