      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:MANTEM RESUMOTURMA.DAT EM DIA A CADA LANCAMENTO
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO SUBPROGRAMA. CHAMADO PELOS
      *         PROGRAMAS DE LANCAMENTO DE NOTA EM VOLTA DE CADA
      *         GRAVACAO EM DISCIPLINAS.DAT: A FUNCAO 'R', ANTES DA
      *         GRAVACAO, TIRA DO RESUMO O LANCAMENTO ATUAL DO
      *         ALUNO/DISCIPLINA/BIMESTRE E A MEDIA ANUAL ATUAL DO
      *         ALUNO; A FUNCAO 'S', DEPOIS, SOMA OS VALORES NOVOS.
      *         ASSIM QUANTIDADES, SOMAS E FAIXAS FICAM EXATAS SEM
      *         REVARRER A TURMA; SO MENOR/MAIOR NAO TEM COMO SER
      *         DESFEITOS - QUANDO O VALOR RETIRADO ERA O MENOR OU O
      *         MAIOR, A LINHA FICA MARCADA (RT-EXTREMOS-REVER) ATE A
      *         RODADA NOTURNA DO GERARESUMO. OS ARQUIVOS FICAM ABERTOS
      *         ENTRE AS CHAMADAS ATE A FUNCAO 'F'. SEM O RESUMO
      *         GERADO, NAO FAZ NADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATUALRESUMO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT DISCIPLINAS ASSIGN TO
                WS-DISCIPLINAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISC-CHAVE
                FILE STATUS IS WS-FS-DISC.

                SELECT RESUMOTURMA ASSIGN TO
                WS-RESUMOTURMA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RT-CHAVE
                FILE STATUS IS WS-FS-RES.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
           COPY DATABASE.

       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD RESUMOTURMA.
           COPY RESUMOTURMA.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-DISC                     PIC 99.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-RES                      PIC 99.
           88 FS-RES-OK                    VALUE 0.
         77 WS-EOF-DISC                    PIC X     VALUE 'N'.
           88 EOF-DISC-OK                  VALUE 'S' FALSE 'N'.
         77 WS-ABERTOS                     PIC X     VALUE 'N'.
           88 ARQUIVOS-ABERTOS             VALUE 'S' FALSE 'N'.
         77 WS-RESUMO-DISP                 PIC X     VALUE 'N'.
           88 RESUMO-DISPONIVEL            VALUE 'S' FALSE 'N'.
         77 WS-LINHA-NOVA                  PIC X     VALUE 'N'.
           88 LINHA-NOVA                   VALUE 'S' FALSE 'N'.
         77 WS-LINHA-ACHADA                PIC X     VALUE 'N'.
           88 LINHA-ACHADA                 VALUE 'S' FALSE 'N'.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-QTD-TURMA                   PIC 9(05) VALUE ZEROS.
         77 WS-PREV-MATERIA                PIC 9(20) VALUE ZEROS.
         77 WS-SOMA-BIM                    PIC 9(03)V99 VALUE ZEROS.
         77 WS-CONT-BIM                    PIC 9(01) VALUE ZEROS.
         77 WS-MEDIA-RECUP                 PIC 9(02)V99 VALUE ZEROS.
         77 WS-TEM-RECUP                   PIC X     VALUE 'N'.
           88 TEM-RECUPERACAO-FINAL        VALUE 'S' FALSE 'N'.
         77 WS-MEDIA-MATERIA               PIC 9(02)V99 VALUE ZEROS.
         77 WS-SOMA-MATERIAS               PIC 9(05)V99 VALUE ZEROS.
         77 WS-CONT-MATERIAS               PIC 9(03) VALUE ZEROS.
         77 WS-VALOR                       PIC 9(02)V99 VALUE ZEROS.

       LINKAGE SECTION.
         01 LK-RESUMO-AREA.
           05 LK-RA-FUNCAO                 PIC X(01).
           05 LK-RA-ID-ALUNO               PIC 9(05).
           05 LK-RA-ID-MATERIA             PIC 9(20).
           05 LK-RA-BIMESTRE               PIC 9(01).
           05 LK-RA-OK                     PIC X(01).

       PROCEDURE DIVISION USING LK-RESUMO-AREA.

       MAIN-PROCEDURE.
           MOVE 'N'                 TO LK-RA-OK

           EVALUATE LK-RA-FUNCAO
               WHEN 'R'
               WHEN 'S'
                   PERFORM P200-ABRE-ARQUIVOS THRU P200-FIM
                   IF RESUMO-DISPONIVEL
                       PERFORM P300-ATUALIZA THRU P300-FIM
                   END-IF
               WHEN 'F'
                   PERFORM P800-FECHA-ARQUIVOS THRU P800-FIM
                   MOVE 'S'         TO LK-RA-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM P900-FIM
           .

       P100-MONTA-CAMINHOS.
           ACCEPT WS-BASE-DIR FROM ENVIRONMENT 'BOLETIMV2_HOME'
           IF WS-BASE-DIR EQUAL SPACES THEN
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

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

           MOVE SPACES              TO WS-ALUNOS-PATH
           MOVE SPACES              TO WS-DISCIPLINAS-PATH
           MOVE SPACES              TO WS-RESUMOTURMA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RESUMOTURMA.DAT' DELIMITED BY SIZE
                  INTO WS-RESUMOTURMA-PATH
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * ABRE OS ARQUIVOS NA PRIMEIRA CHAMADA. SEM RESUMOTURMA.DAT (O
      * GERARESUMO AINDA NAO RODOU) O SUBPROGRAMA FICA INATIVO ATE A
      * FUNCAO 'F'
      ******************************************************************
       P200-ABRE-ARQUIVOS.
           IF ARQUIVOS-ABERTOS
               GO TO P200-FIM
           END-IF

           SET ARQUIVOS-ABERTOS     TO TRUE
           SET RESUMO-DISPONIVEL    TO FALSE
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM

           SET FS-RES-OK            TO TRUE
           OPEN I-O RESUMOTURMA
           IF NOT FS-RES-OK
               GO TO P200-FIM
           END-IF

           SET FS-OK                TO TRUE
           OPEN INPUT ALUNOS
           IF NOT FS-OK
               CLOSE RESUMOTURMA
               GO TO P200-FIM
           END-IF

           SET FS-DISC-OK           TO TRUE
           OPEN INPUT DISCIPLINAS
           IF NOT FS-DISC-OK
               CLOSE RESUMOTURMA
               CLOSE ALUNOS
               GO TO P200-FIM
           END-IF

           SET RESUMO-DISPONIVEL    TO TRUE
           .
       P200-FIM.
           EXIT.

      ******************************************************************
      * RETIRA OU SOMA O LANCAMENTO E A MEDIA ANUAL DO ALUNO, SE ELE
      * ENTRA NA APURACAO (ATIVO, MATRICULADO E COM TURMA)
      ******************************************************************
       P300-ATUALIZA.
           MOVE LK-RA-ID-ALUNO      TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   GO TO P300-FIM
           END-READ

           IF NOT ALUNO-ATIVO OR
              NOT (MAT-MATRICULADO OR MAT-LEGADO) OR
              TURMA-ALUNO EQUAL SPACES
               GO TO P300-FIM
           END-IF

           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD

           PERFORM P400-LANCAMENTO  THRU P400-FIM
           PERFORM P500-MEDIA-ALUNO THRU P500-FIM

           MOVE 'S'                 TO LK-RA-OK
           .
       P300-FIM.
           EXIT.

      ******************************************************************
      * LINHA DA TURMA/DISCIPLINA/BIMESTRE: O LANCAMENTO COMO ESTA
      * GRAVADO AGORA EM DISCIPLINAS.DAT
      ******************************************************************
       P400-LANCAMENTO.
           MOVE LK-RA-ID-ALUNO      TO DISC-ID-ALUNO
           MOVE LK-RA-ID-MATERIA    TO DISC-ID-MATERIA
           MOVE LK-RA-BIMESTRE      TO DISC-BIMESTRE
           READ DISCIPLINAS
               INVALID KEY
                   GO TO P400-FIM
           END-READ

      * TOTAL DE ALUNOS DA TURMA PARA UMA LINHA DE DISCIPLINA NOVA
           MOVE ZEROS               TO WS-QTD-TURMA
           MOVE TURMA-ALUNO         TO RT-TURMA
           MOVE ZEROS               TO RT-ID-MATERIA
           MOVE ZEROS               TO RT-BIMESTRE
           READ RESUMOTURMA
               NOT INVALID KEY
                   MOVE RT-QTD-ALUNOS TO WS-QTD-TURMA
           END-READ

           MOVE TURMA-ALUNO         TO RT-TURMA
           MOVE DISC-ID-MATERIA     TO RT-ID-MATERIA
           MOVE DISC-BIMESTRE       TO RT-BIMESTRE
           PERFORM P410-LE-LINHA    THRU P410-FIM

           IF NOT LINHA-ACHADA
               MOVE DISC-NM-MATERIA TO RT-NM-MATERIA
               MOVE WS-QTD-TURMA    TO RT-QTD-ALUNOS
           END-IF

           IF NOT LINHA-ACHADA AND LK-RA-FUNCAO EQUAL 'R'
               GO TO P400-FIM
           END-IF

      * LANCAMENTO POR CONCEITO FICA FORA DA MEDIA NUMERICA
           IF DISC-CONCEITO NOT EQUAL SPACES
               IF LK-RA-FUNCAO EQUAL 'R'
                   IF RT-QTD-CONCEITO > ZEROS
                       SUBTRACT 1 FROM RT-QTD-CONCEITO
                   END-IF
               ELSE
                   ADD 1            TO RT-QTD-CONCEITO
               END-IF
           ELSE
               MOVE DISC-MEDIA      TO WS-VALOR
               IF LK-RA-FUNCAO EQUAL 'R'
                   PERFORM P470-RETIRA-VALOR THRU P470-FIM
               ELSE
                   PERFORM P460-SOMA-VALOR THRU P460-FIM
               END-IF
           END-IF

           PERFORM P430-GRAVA-LINHA THRU P430-FIM
           .
       P400-FIM.
           EXIT.

      ******************************************************************
      * LE A LINHA DE RT-CHAVE; SEM ELA, PREPARA UMA LINHA NOVA ZERADA
      ******************************************************************
       P410-LE-LINHA.
           SET LINHA-ACHADA         TO TRUE
           SET LINHA-NOVA           TO FALSE

           READ RESUMOTURMA
               INVALID KEY
                   SET LINHA-ACHADA TO FALSE
                   SET LINHA-NOVA   TO TRUE
                   MOVE WS-UNIDADE-ALU TO RT-UNIDADE
                   MOVE SPACES      TO RT-NM-MATERIA
                   MOVE ZEROS       TO RT-QTD-ALUNOS
                   MOVE ZEROS       TO RT-QTD-LANC
                   MOVE ZEROS       TO RT-QTD-CONCEITO
                   MOVE ZEROS       TO RT-SOMA-MEDIAS
                   MOVE ZEROS       TO RT-MENOR-MEDIA
                   MOVE SPACES      TO RT-NM-MENOR
                   MOVE ZEROS       TO RT-MAIOR-MEDIA
                   MOVE SPACES      TO RT-NM-MAIOR
                   MOVE ZEROS       TO RT-QTD-APROVADOS
                   MOVE ZEROS       TO RT-QTD-RECUPERACAO
                   MOVE ZEROS       TO RT-QTD-REPROVADOS
                   SET RT-EXTREMOS-OK TO TRUE
           END-READ
           .
       P410-FIM.
           EXIT.

       P430-GRAVA-LINHA.
           MOVE WS-DATA-HOJE        TO RT-DT-ATUALIZACAO

           IF LINHA-NOVA
               WRITE REG-RESUMOTURMA
                   INVALID KEY
                       DISPLAY 'RESUMO DA TURMA NAO ATUALIZADO - '
                               'FILE STATUS: ' WS-FS-RES
               END-WRITE
           ELSE
               REWRITE REG-RESUMOTURMA
                   INVALID KEY
                       DISPLAY 'RESUMO DA TURMA NAO ATUALIZADO - '
                               'FILE STATUS: ' WS-FS-RES
               END-REWRITE
           END-IF
           .
       P430-FIM.
           EXIT.

      ******************************************************************
      * SOMA WS-VALOR NA LINHA: QUANTIDADE, SOMA, MENOR/MAIOR COM O
      * NOME DO ALUNO E A FAIXA PELOS CORTES DE SITCFG
      ******************************************************************
       P460-SOMA-VALOR.
           IF RT-QTD-LANC EQUAL ZEROS
               MOVE WS-VALOR        TO RT-MENOR-MEDIA
               MOVE NM-ALUNO        TO RT-NM-MENOR
               MOVE WS-VALOR        TO RT-MAIOR-MEDIA
               MOVE NM-ALUNO        TO RT-NM-MAIOR
           ELSE
               IF WS-VALOR < RT-MENOR-MEDIA
                   MOVE WS-VALOR    TO RT-MENOR-MEDIA
                   MOVE NM-ALUNO    TO RT-NM-MENOR
               END-IF
               IF WS-VALOR > RT-MAIOR-MEDIA
                   MOVE WS-VALOR    TO RT-MAIOR-MEDIA
                   MOVE NM-ALUNO    TO RT-NM-MAIOR
               END-IF
           END-IF

           ADD 1                    TO RT-QTD-LANC
           ADD WS-VALOR             TO RT-SOMA-MEDIAS

           IF WS-VALOR >= CFG-CORTE-APROVACAO
               ADD 1 TO RT-QTD-APROVADOS
           ELSE
               IF WS-VALOR >= CFG-CORTE-RECUPERACAO
                   ADD 1 TO RT-QTD-RECUPERACAO
               ELSE
                   ADD 1 TO RT-QTD-REPROVADOS
               END-IF
           END-IF
           .
       P460-FIM.
           EXIT.

      ******************************************************************
      * TIRA WS-VALOR DA LINHA. SE ERA O MENOR OU O MAIOR, A LINHA FICA
      * MARCADA PARA A RODADA NOTURNA REAPURAR OS EXTREMOS
      ******************************************************************
       P470-RETIRA-VALOR.
           IF RT-QTD-LANC EQUAL ZEROS
               GO TO P470-FIM
           END-IF

           SUBTRACT 1               FROM RT-QTD-LANC
           IF RT-SOMA-MEDIAS > WS-VALOR
               SUBTRACT WS-VALOR    FROM RT-SOMA-MEDIAS
           ELSE
               MOVE ZEROS           TO RT-SOMA-MEDIAS
           END-IF

           IF WS-VALOR >= CFG-CORTE-APROVACAO
               IF RT-QTD-APROVADOS > ZEROS
                   SUBTRACT 1 FROM RT-QTD-APROVADOS
               END-IF
           ELSE
               IF WS-VALOR >= CFG-CORTE-RECUPERACAO
                   IF RT-QTD-RECUPERACAO > ZEROS
                       SUBTRACT 1 FROM RT-QTD-RECUPERACAO
                   END-IF
               ELSE
                   IF RT-QTD-REPROVADOS > ZEROS
                       SUBTRACT 1 FROM RT-QTD-REPROVADOS
                   END-IF
               END-IF
           END-IF

           IF RT-QTD-LANC EQUAL ZEROS
               MOVE ZEROS           TO RT-SOMA-MEDIAS
               MOVE ZEROS           TO RT-MENOR-MEDIA
               MOVE SPACES          TO RT-NM-MENOR
               MOVE ZEROS           TO RT-MAIOR-MEDIA
               MOVE SPACES          TO RT-NM-MAIOR
               SET RT-EXTREMOS-OK   TO TRUE
           ELSE
               IF WS-VALOR EQUAL RT-MENOR-MEDIA OR
                  WS-VALOR EQUAL RT-MAIOR-MEDIA
                   SET RT-EXTREMOS-REVER TO TRUE
               END-IF
           END-IF
           .
       P470-FIM.
           EXIT.

      ******************************************************************
      * LINHA DE TOTAL DA TURMA: A MEDIA ANUAL DO ALUNO COMO ESTA
      * AGORA (MEDIA DOS BIMESTRES 1 A 4 POR DISCIPLINA, OU A DO
      * BIMESTRE 5 DE RECUPERACAO, E DEPOIS ENTRE AS DISCIPLINAS)
      ******************************************************************
       P500-MEDIA-ALUNO.
           SET EOF-DISC-OK          TO FALSE
           MOVE ZEROS               TO WS-PREV-MATERIA
           MOVE ZEROS               TO WS-SOMA-BIM
           MOVE ZEROS               TO WS-CONT-BIM
           MOVE ZEROS               TO WS-MEDIA-RECUP
           SET TEM-RECUPERACAO-FINAL TO FALSE
           MOVE ZEROS               TO WS-SOMA-MATERIAS
           MOVE ZEROS               TO WS-CONT-MATERIAS

           MOVE ID-ALUNO            TO DISC-ID-ALUNO
           MOVE ZEROS               TO DISC-ID-MATERIA
           MOVE ZEROS               TO DISC-BIMESTRE

           START DISCIPLINAS KEY IS NOT LESS THAN DISC-CHAVE
               INVALID KEY
                   SET EOF-DISC-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-DISC-OK
               READ DISCIPLINAS NEXT RECORD
                   AT END
                       SET EOF-DISC-OK TO TRUE
                   NOT AT END
                       IF DISC-ID-ALUNO NOT EQUAL ID-ALUNO
                           SET EOF-DISC-OK TO TRUE
                       ELSE
                           IF DISC-ID-MATERIA NOT EQUAL
                              WS-PREV-MATERIA AND
                              (WS-CONT-BIM > ZEROS OR
                               TEM-RECUPERACAO-FINAL)
                               PERFORM P550-FECHA-MATERIA
                                       THRU P550-FIM
                           END-IF
                           MOVE DISC-ID-MATERIA TO WS-PREV-MATERIA
      * LANCAMENTO POR CONCEITO FICA FORA DA MEDIA NUMERICA
                           IF DISC-CONCEITO EQUAL SPACES
                               IF DISC-BIMESTRE EQUAL 5
                                   SET TEM-RECUPERACAO-FINAL TO TRUE
                                   MOVE DISC-MEDIA
                                        TO WS-MEDIA-RECUP
                               ELSE
                                   ADD DISC-MEDIA TO WS-SOMA-BIM
                                   ADD 1          TO WS-CONT-BIM
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT-BIM > ZEROS OR TEM-RECUPERACAO-FINAL
               PERFORM P550-FECHA-MATERIA THRU P550-FIM
           END-IF

           IF WS-CONT-MATERIAS EQUAL ZEROS
               GO TO P500-FIM
           END-IF

           COMPUTE WS-VALOR ROUNDED =
                   WS-SOMA-MATERIAS / WS-CONT-MATERIAS

           MOVE TURMA-ALUNO         TO RT-TURMA
           MOVE ZEROS               TO RT-ID-MATERIA
           MOVE ZEROS               TO RT-BIMESTRE
           PERFORM P410-LE-LINHA    THRU P410-FIM

           IF NOT LINHA-ACHADA
               IF LK-RA-FUNCAO EQUAL 'R'
                   GO TO P500-FIM
               END-IF
               MOVE 'TOTAL DA TURMA' TO RT-NM-MATERIA
           END-IF

           IF LK-RA-FUNCAO EQUAL 'R'
               PERFORM P470-RETIRA-VALOR THRU P470-FIM
           ELSE
               PERFORM P460-SOMA-VALOR THRU P460-FIM
           END-IF

           PERFORM P430-GRAVA-LINHA THRU P430-FIM
           .
       P500-FIM.
           EXIT.

       P550-FECHA-MATERIA.
           IF TEM-RECUPERACAO-FINAL
               MOVE WS-MEDIA-RECUP  TO WS-MEDIA-MATERIA
           ELSE
               COMPUTE WS-MEDIA-MATERIA ROUNDED =
                       WS-SOMA-BIM / WS-CONT-BIM
           END-IF

           ADD WS-MEDIA-MATERIA     TO WS-SOMA-MATERIAS
           ADD 1                    TO WS-CONT-MATERIAS

           MOVE ZEROS               TO WS-SOMA-BIM
           MOVE ZEROS               TO WS-CONT-BIM
           MOVE ZEROS               TO WS-MEDIA-RECUP
           SET TEM-RECUPERACAO-FINAL TO FALSE
           .
       P550-FIM.
           EXIT.

       P800-FECHA-ARQUIVOS.
           IF RESUMO-DISPONIVEL
               CLOSE RESUMOTURMA
               CLOSE ALUNOS
               CLOSE DISCIPLINAS
           END-IF

           SET RESUMO-DISPONIVEL    TO FALSE
           SET ARQUIVOS-ABERTOS     TO FALSE
           .
       P800-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM ATUALRESUMO.
