      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:GERACAO NOTURNA DO RESUMO POR TURMA/DISCIPLINA/BIMESTRE
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. ESTATIST, RELDISC,
      *         PENDNOTAS E RELTEND VARRIAM DISCIPLINAS.DAT INTEIRO (E
      *         ALUNOS.DAT) SO PARA TOTALIZAR UMA TURMA, E COM AS
      *         NOTAS POR AVALIACAO E POR BIMESTRE CADA RELATORIO
      *         LEVAVA MINUTOS. ESTA ROTINA RECONSTROI RESUMOTURMA.DAT
      *         DO ZERO NA JANELA DA NOITE, DEPOIS DO CONSOLIDA: PARA
      *         CADA ALUNO ATIVO E MATRICULADO, SOMA CADA LANCAMENTO NA
      *         LINHA DA SUA TURMA/DISCIPLINA/BIMESTRE E A MEDIA ANUAL
      *         DO ALUNO NA LINHA DE TOTAL DA TURMA; AO FIM, COPIA O
      *         TOTAL DE ALUNOS DA TURMA PARA AS LINHAS DE DISCIPLINA.
      *         DURANTE O DIA O ATUALRESUMO MANTEM O ARQUIVO EM DIA A
      *         CADA LANCAMENTO. GRAVA INICIO/FIM EM JOBLOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERARESUMO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
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
                ACCESS MODE IS DYNAMIC
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
           COPY JOBAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
           COPY SITCFG.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-DISC                     PIC 99.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-RES                      PIC 99.
           88 FS-RES-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-DISC                    PIC X     VALUE 'N'.
           88 EOF-DISC-OK                  VALUE 'S' FALSE 'N'.
         77 WS-LINHA-NOVA                  PIC X     VALUE 'N'.
           88 LINHA-NOVA                   VALUE 'S' FALSE 'N'.
         77 WS-HOUVE-ERRO                  PIC X     VALUE 'N'.
           88 HOUVE-ERRO                   VALUE 'S' FALSE 'N'.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
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
         77 WS-QTD-TURMA                   PIC 9(05) VALUE ZEROS.
         77 WS-CONT-ALUNOS                 PIC 9(05) VALUE ZEROS.
         77 WS-CONT-LANCAMENTOS            PIC 9(07) VALUE ZEROS.
         77 WS-CONT-LINHAS                 PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** GERACAO DO RESUMO POR TURMA ***'
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           MOVE 'GERARESUMO' TO JA-NOME
           MOVE 'I'                 TO JA-FASE
           MOVE SPACES              TO JA-STATUS
           MOVE ZEROS               TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           PERFORM P300-GERA          THRU P300-FIM
           MOVE 'F'                 TO JA-FASE
           IF NOT HOUVE-ERRO
               MOVE 'OK'            TO JA-STATUS
           ELSE
               MOVE 'ERRO'           TO JA-STATUS
           END-IF
           MOVE WS-CONT-LINHAS      TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
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
                  '\GRAVAJOB' DELIMITED BY SIZE
                  INTO WS-BIN-GRAVAJOB-PATH

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
      * RECONSTROI RESUMOTURMA.DAT: ALUNOS EM SEQUENCIA, LANCAMENTOS
      * DE CADA ALUNO PELA CHAVE (SEM VARRER DISCIPLINAS.DAT INTEIRO
      * FORA DE ORDEM) E, AO FIM, O TOTAL DE ALUNOS DA TURMA COPIADO
      * PARA AS LINHAS DE DISCIPLINA
      ******************************************************************
       P300-GERA.
           SET FS-OK                TO TRUE
           SET FS-DISC-OK           TO TRUE
           SET FS-RES-OK            TO TRUE
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT-ALUNOS
           MOVE ZEROS               TO WS-CONT-LANCAMENTOS
           MOVE ZEROS               TO WS-CONT-LINHAS
           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET HOUVE-ERRO TO TRUE
               GO TO P300-FIM
           END-IF

           OPEN INPUT DISCIPLINAS
           IF NOT FS-DISC-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS'
               DISPLAY 'FILE STATUS: ' WS-FS-DISC
               SET HOUVE-ERRO TO TRUE
               CLOSE ALUNOS
               GO TO P300-FIM
           END-IF

      * O RESUMO E SEMPRE REFEITO DO ZERO
           OPEN OUTPUT RESUMOTURMA
           CLOSE RESUMOTURMA
           OPEN I-O RESUMOTURMA
           IF NOT FS-RES-OK
               DISPLAY 'ERRO AO ABRIR O RESUMO POR TURMA'
               DISPLAY 'FILE STATUS: ' WS-FS-RES
               SET HOUVE-ERRO TO TRUE
               CLOSE ALUNOS
               CLOSE DISCIPLINAS
               GO TO P300-FIM
           END-IF

           PERFORM UNTIL EOF-OK
               READ ALUNOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF ALUNO-ATIVO AND
                          (MAT-MATRICULADO OR MAT-LEGADO) AND
                          TURMA-ALUNO NOT EQUAL SPACES
                           PERFORM P400-ACUMULA-ALUNO THRU P400-FIM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM P600-PROPAGA-TOTAL THRU P600-FIM

           CLOSE ALUNOS
           CLOSE DISCIPLINAS
           CLOSE RESUMOTURMA

           DISPLAY 'ALUNOS APURADOS.......: ' WS-CONT-ALUNOS
           DISPLAY 'LANCAMENTOS SOMADOS...: ' WS-CONT-LANCAMENTOS
           DISPLAY 'LINHAS DO RESUMO......: ' WS-CONT-LINHAS
           DISPLAY 'RESUMO GERADO EM......: ' WS-RESUMOTURMA-PATH
           .
       P300-FIM.
           EXIT.

      ******************************************************************
      * UM ALUNO: CONTA NA TURMA, SOMA CADA LANCAMENTO NA LINHA DA
      * DISCIPLINA/BIMESTRE E A MEDIA ANUAL NA LINHA DE TOTAL
      ******************************************************************
       P400-ACUMULA-ALUNO.
           ADD 1                    TO WS-CONT-ALUNOS
           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF

           PERFORM P410-LE-TOTAL THRU P410-FIM
           ADD 1                    TO RT-QTD-ALUNOS
           PERFORM P430-GRAVA-LINHA THRU P430-FIM

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
                           PERFORM P450-ACUMULA-LANCAMENTO
                                   THRU P450-FIM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT-BIM > ZEROS OR TEM-RECUPERACAO-FINAL
               PERFORM P470-FECHA-MATERIA THRU P470-FIM
           END-IF

      * SEM NENHUMA DISCIPLINA POR NOTA O ALUNO SO CONTA NA TURMA
           IF WS-CONT-MATERIAS EQUAL ZEROS
               GO TO P400-FIM
           END-IF

           COMPUTE WS-VALOR ROUNDED =
                   WS-SOMA-MATERIAS / WS-CONT-MATERIAS

           PERFORM P410-LE-TOTAL THRU P410-FIM
           PERFORM P460-SOMA-VALOR THRU P460-FIM
           PERFORM P430-GRAVA-LINHA THRU P430-FIM
           .
       P400-FIM.
           EXIT.

      ******************************************************************
      * POSICIONA NA LINHA DE TOTAL DA TURMA DO ALUNO (CRIA SE NAO HA)
      ******************************************************************
       P410-LE-TOTAL.
           MOVE TURMA-ALUNO         TO RT-TURMA
           MOVE ZEROS               TO RT-ID-MATERIA
           MOVE ZEROS               TO RT-BIMESTRE
           SET LINHA-NOVA           TO FALSE

           READ RESUMOTURMA
               INVALID KEY
                   MOVE 'TOTAL DA TURMA' TO RT-NM-MATERIA
                   PERFORM P420-INICIA-LINHA THRU P420-FIM
           END-READ
           .
       P410-FIM.
           EXIT.

       P420-INICIA-LINHA.
           SET LINHA-NOVA           TO TRUE
           MOVE WS-UNIDADE-ALU      TO RT-UNIDADE
           MOVE ZEROS               TO RT-QTD-ALUNOS
           MOVE ZEROS               TO RT-QTD-LANC
           MOVE ZEROS               TO RT-QTD-CONCEITO
           MOVE ZEROS               TO RT-SOMA-MEDIAS
           MOVE ZEROS               TO RT-MENOR-MEDIA
           MOVE SPACES              TO RT-NM-MENOR
           MOVE ZEROS               TO RT-MAIOR-MEDIA
           MOVE SPACES              TO RT-NM-MAIOR
           MOVE ZEROS               TO RT-QTD-APROVADOS
           MOVE ZEROS               TO RT-QTD-RECUPERACAO
           MOVE ZEROS               TO RT-QTD-REPROVADOS
           SET RT-EXTREMOS-OK       TO TRUE
           .
       P420-FIM.
           EXIT.

       P430-GRAVA-LINHA.
           MOVE WS-DATA-HOJE        TO RT-DT-ATUALIZACAO

           IF LINHA-NOVA
               WRITE REG-RESUMOTURMA
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O RESUMO DA TURMA '
                               RT-TURMA
                       DISPLAY 'FILE STATUS: ' WS-FS-RES
                       SET HOUVE-ERRO TO TRUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CONT-LINHAS
               END-WRITE
           ELSE
               REWRITE REG-RESUMOTURMA
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR O RESUMO DA TURMA '
                               RT-TURMA
                       DISPLAY 'FILE STATUS: ' WS-FS-RES
                       SET HOUVE-ERRO TO TRUE
               END-REWRITE
           END-IF
           .
       P430-FIM.
           EXIT.

      ******************************************************************
      * UM LANCAMENTO: SOMA NA LINHA DA TURMA/DISCIPLINA/BIMESTRE E
      * ACUMULA A MEDIA DA DISCIPLINA PARA A MEDIA ANUAL DO ALUNO
      ******************************************************************
       P450-ACUMULA-LANCAMENTO.
           ADD 1                    TO WS-CONT-LANCAMENTOS

           MOVE TURMA-ALUNO         TO RT-TURMA
           MOVE DISC-ID-MATERIA     TO RT-ID-MATERIA
           MOVE DISC-BIMESTRE       TO RT-BIMESTRE
           SET LINHA-NOVA           TO FALSE

           READ RESUMOTURMA
               INVALID KEY
                   MOVE DISC-NM-MATERIA TO RT-NM-MATERIA
                   PERFORM P420-INICIA-LINHA THRU P420-FIM
           END-READ

      * LANCAMENTO POR CONCEITO FICA FORA DA MEDIA NUMERICA
           IF DISC-CONCEITO NOT EQUAL SPACES
               ADD 1                TO RT-QTD-CONCEITO
           ELSE
               MOVE DISC-MEDIA      TO WS-VALOR
               PERFORM P460-SOMA-VALOR THRU P460-FIM
           END-IF

           PERFORM P430-GRAVA-LINHA THRU P430-FIM

           IF DISC-ID-MATERIA NOT EQUAL WS-PREV-MATERIA AND
              (WS-CONT-BIM > ZEROS OR TEM-RECUPERACAO-FINAL)
               PERFORM P470-FECHA-MATERIA THRU P470-FIM
           END-IF
           MOVE DISC-ID-MATERIA     TO WS-PREV-MATERIA

           IF DISC-CONCEITO EQUAL SPACES
               IF DISC-BIMESTRE EQUAL 5
                   SET TEM-RECUPERACAO-FINAL TO TRUE
                   MOVE DISC-MEDIA  TO WS-MEDIA-RECUP
               ELSE
                   ADD DISC-MEDIA   TO WS-SOMA-BIM
                   ADD 1            TO WS-CONT-BIM
               END-IF
           END-IF
           .
       P450-FIM.
           EXIT.

      ******************************************************************
      * SOMA WS-VALOR NA LINHA POSICIONADA: QUANTIDADE, SOMA, MENOR E
      * MAIOR (COM O NOME DO ALUNO) E A FAIXA PELOS CORTES DE SITCFG
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
      * FECHA A DISCIPLINA DO ALUNO: COM PROVA FINAL DE RECUPERACAO A
      * MEDIA FINAL DELA VALE PELA DISCIPLINA; SENAO, A MEDIA DOS
      * BIMESTRES LANCADOS
      ******************************************************************
       P470-FECHA-MATERIA.
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
       P470-FIM.
           EXIT.

      ******************************************************************
      * A LINHA DE TOTAL E A PRIMEIRA DE CADA TURMA NA ORDEM DA CHAVE:
      * SEU TOTAL DE ALUNOS VAI PARA AS LINHAS DE DISCIPLINA SEGUINTES
      ******************************************************************
       P600-PROPAGA-TOTAL.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-QTD-TURMA
           MOVE LOW-VALUES          TO RT-CHAVE

           START RESUMOTURMA KEY IS NOT LESS THAN RT-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ RESUMOTURMA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF RT-ID-MATERIA EQUAL ZEROS AND
                          RT-BIMESTRE EQUAL ZEROS
                           MOVE RT-QTD-ALUNOS TO WS-QTD-TURMA
                       ELSE
                           MOVE WS-QTD-TURMA  TO RT-QTD-ALUNOS
                           REWRITE REG-RESUMOTURMA
                               INVALID KEY
                                   SET HOUVE-ERRO TO TRUE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           .
       P600-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM GERARESUMO.
