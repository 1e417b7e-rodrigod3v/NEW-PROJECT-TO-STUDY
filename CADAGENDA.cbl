      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:CALENDARIO DE AVALIACOES POR TURMA
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. MANTEM AVALAGENDA.DAT
      *         (PROVAS, TRABALHOS, SIMULADOS E RECUPERACOES MARCADOS
      *         POR TURMA, DISCIPLINA E DATA) NO LUGAR DO CADERNO DA
      *         SALA DOS PROFESSORES. A MARCACAO SO ACEITA DIA LETIVO
      *         DO CALENDARIO ESCOLAR DA UNIDADE, BIMESTRE ABERTO
      *         (TESTABIM) E NO MAXIMO CFG-PROVAS-DIA AVALIACOES POR
      *         TURMA NO DIA (TRABALHO NAO CONTA NO LIMITE). OPERADOR
      *         VINCULADO A PROFESSOR SO MARCA E CANCELA NAS SUAS
      *         ATRIBUICOES (TESTAPROF). IMPRIME O CALENDARIO DA TURMA
      *         PARA ALUNOS E FAMILIAS (RELNOME, PREFIXO AGENDAAVAL)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAGENDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT AVALAGENDA ASSIGN TO
                WS-AVALAGENDA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AGD-CHAVE
                FILE STATUS IS WS-FS-AGD.

                SELECT TURMAS ASSIGN TO
                WS-TURMAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS TUR-CODIGO
                FILE STATUS IS WS-FS-TUR.

                SELECT MATERIAS ASSIGN TO
                WS-MATERIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAT-ID-MATERIA
                FILE STATUS IS WS-FS-MAT.

                SELECT CALENDARIO ASSIGN TO
                WS-CALENDARIO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAL-DATA
                FILE STATUS IS WS-FS-CAL.

                SELECT RELATORIO ASSIGN TO
                WS-AGENDAAVAL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD AVALAGENDA.
           COPY AVALAGENDA.

       FD TURMAS.
           COPY TURMAS.

       FD MATERIAS.
           COPY MATERIAS.

       FD CALENDARIO.
           COPY CALENDARIO.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY BIMAREA.
           COPY PROFAREA.
           COPY RELNAREA.

         77 WS-FS-AGD                      PIC 99.
           88 FS-AGD-OK                    VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-MAT                      PIC 99.
           88 FS-MAT-OK                    VALUE 0.
         77 WS-FS-CAL                      PIC 99.
           88 FS-CAL-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         77 WS-CONT-DIA                    PIC 9(02) VALUE ZEROS.
         77 WS-TURMA                       PIC X(10) VALUE SPACES.
         77 WS-TUR-DESCRICAO               PIC X(30) VALUE SPACES.
         77 WS-UNIDADE-TURMA               PIC 9(02) VALUE ZEROS.
         77 WS-ID-MATERIA                  PIC 9(20) VALUE ZEROS.
         77 WS-NM-MATERIA                  PIC X(20) VALUE SPACES.
         77 WS-DATA                        PIC 9(08) VALUE ZEROS.
         77 WS-DATA-INICIO                 PIC 9(08) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-TIPO                        PIC X(01) VALUE SPACES.
         77 WS-TIPO-DESC                   PIC X(12) VALUE SPACES.
         77 WS-BIMESTRE                    PIC 9(01) VALUE ZEROS.
         77 WS-DESCRICAO                   PIC X(30) VALUE SPACES.
         77 WS-TURMA-OK                    PIC X     VALUE 'N'.
           88 TURMA-OK                     VALUE 'S' FALSE 'N'.
         77 WS-MAT-VALIDA                  PIC X     VALUE 'N'.
           88 MAT-VALIDA                   VALUE 'S' FALSE 'N'.
         77 WS-BIM-LIVRE                   PIC X     VALUE 'S'.
           88 BIMESTRE-LIVRE               VALUE 'S' FALSE 'N'.
         77 WS-DATA-LETIVA                 PIC X     VALUE 'N'.
           88 DATA-LETIVA-OK               VALUE 'S' FALSE 'N'.

         01 WS-DATA-ED.
           03 WS-DE-DIA                    PIC 9(02).
           03 FILLER                       PIC X(01) VALUE '/'.
           03 WS-DE-MES                    PIC 9(02).
           03 FILLER                       PIC X(01) VALUE '/'.
           03 WS-DE-ANO                    PIC 9(04).
         01 WS-DATA-AUX.
           03 WS-DA-ANO                    PIC 9(04).
           03 WS-DA-MES                    PIC 9(02).
           03 WS-DA-DIA                    PIC 9(02).

         01 WS-CAB-ESCOLA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 WS-CE-ESCOLA                PIC X(40).
         01 WS-CAB-TITULO.
           03 FILLER                      PIC X(34)
              VALUE 'CALENDARIO DE AVALIACOES - TURMA: '.
           03 WS-CT-TURMA                 PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-CT-DESCRICAO             PIC X(30).
         01 WS-CAB-PERIODO.
           03 FILLER                      PIC X(13)
              VALUE 'ANO LETIVO: '.
           03 WS-CP-ANO                   PIC 9(04).
           03 FILLER                      PIC X(24)
              VALUE '   AVALIACOES A PARTIR '.
           03 FILLER                      PIC X(04) VALUE 'DE '.
           03 WS-CP-DATA                  PIC X(10).
         01 WS-CAB-TRACO                  PIC X(100) VALUE ALL '-'.
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(13) VALUE 'DATA'.
           03 FILLER                      PIC X(04) VALUE 'BIM'.
           03 FILLER                      PIC X(13) VALUE 'TIPO'.
           03 FILLER                      PIC X(21) VALUE 'DISCIPLINA'.
           03 FILLER                      PIC X(30) VALUE 'CONTEUDO'.
         01 WS-DET-LINHA.
           03 WS-DL-DATA                  PIC X(10).
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DL-BIMESTRE              PIC 9(01).
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DL-TIPO                  PIC X(12).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DL-MATERIA               PIC X(20).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DL-DESCRICAO             PIC X(30).
         01 WS-TOT-LINHA.
           03 FILLER                      PIC X(22)
              VALUE 'AVALIACOES MARCADAS: '.
           03 WS-TL-CONT                  PIC ZZZZ9.
         01 WS-ROD-AVISO-1.
           03 FILLER                      PIC X(38)
              VALUE 'QUEM FALTAR A UMA PROVA TEM A SEGUNDA '.
           03 FILLER                      PIC X(38)
              VALUE 'CHAMADA ABERTA PELA ESCOLA NO DIA SEGU'.
           03 FILLER                      PIC X(05) VALUE 'INTE.'.
         01 WS-ROD-AVISO-2.
           03 FILLER                      PIC X(38)
              VALUE 'QUALQUER MUDANCA DE DATA SERA COMUNICA'.
           03 FILLER                      PIC X(22)
              VALUE 'DA COM ANTECEDENCIA.'.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P200-ABRE-ARQUIVO   THRU P200-FIM
           IF FS-AGD-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE AVALAGENDA
           END-IF
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
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\TESTABIM' DELIMITED BY SIZE
                  INTO WS-BIN-TESTABIM-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\TESTAPROF' DELIMITED BY SIZE
                  INTO WS-BIN-TESTAPROF-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\RELNOME' DELIMITED BY SIZE
                  INTO WS-BIN-RELNOME-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\AVALAGENDA.DAT' DELIMITED BY SIZE
                  INTO WS-AVALAGENDA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATERIAS.DAT' DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\AGENDAAVAL.TXT' DELIMITED BY SIZE
                  INTO WS-AGENDAAVAL-PATH

           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ARQUIVO.
           SET FS-AGD-OK            TO TRUE

           OPEN I-O AVALAGENDA

           IF WS-FS-AGD EQUAL 35 THEN
               OPEN OUTPUT AVALAGENDA
               CLOSE AVALAGENDA
               OPEN I-O AVALAGENDA
           END-IF

           IF NOT FS-AGD-OK
               DISPLAY 'ERRO AO ABRIR A AGENDA DE AVALIACOES'
               DISPLAY 'FILE STATUS: ' WS-FS-AGD
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** CALENDARIO DE AVALIACOES ****'
           DISPLAY '  1 - LISTAR AGENDA DA TURMA'
           DISPLAY '  2 - MARCAR AVALIACAO'
           DISPLAY '  3 - CANCELAR AVALIACAO'
           DISPLAY '  4 - IMPRIMIR CALENDARIO DA TURMA'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-LISTA      THRU P310-FIM
               WHEN '2'
                   PERFORM P320-MARCA      THRU P320-FIM
               WHEN '3'
                   PERFORM P340-CANCELA    THRU P340-FIM
               WHEN '4'
                   PERFORM P500-IMPRIME    THRU P500-FIM
               WHEN 'X'
                   SET EXIT-OK TO TRUE
               WHEN 'x'
                   SET EXIT-OK TO TRUE
               WHEN OTHER
                   DISPLAY 'OPCAO INVALIDA'
           END-EVALUATE
           .
       P300-FIM.
           EXIT.

       P310-LISTA.
           PERFORM P400-VALIDA-TURMA THRU P400-FIM
           IF NOT TURMA-OK
               GO TO P310-FIM
           END-IF

           DISPLAY 'A PARTIR DA DATA (AAAAMMDD, 0 = TODAS): '
           MOVE ZEROS               TO WS-DATA-INICIO
           ACCEPT WS-DATA-INICIO

           OPEN INPUT MATERIAS
           PERFORM P450-POSICIONA THRU P450-FIM

           MOVE ZEROS               TO WS-CONT
           DISPLAY 'DATA       BIM TIPO         DISCIPLINA           '
                   'CONTEUDO'
           PERFORM UNTIL EOF-OK
               READ AVALAGENDA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF AGD-TURMA NOT EQUAL WS-TURMA
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           PERFORM P460-MONTA-DETALHE THRU P460-FIM
                           DISPLAY WS-DL-DATA ' ' WS-DL-BIMESTRE '   '
                                   WS-DL-TIPO ' ' WS-DL-MATERIA ' '
                                   WS-DL-DESCRICAO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE MATERIAS

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUMA AVALIACAO MARCADA PARA A TURMA'
           ELSE
               DISPLAY 'AVALIACOES MARCADAS: ' WS-CONT
           END-IF
           .
       P310-FIM.
           EXIT.

      ******************************************************************
      * MARCACAO: TURMA DA UNIDADE, DISCIPLINA ATIVA, ATRIBUICAO DO
      * PROFESSOR, BIMESTRE ABERTO, DIA LETIVO E LIMITE DIARIO DE
      * AVALIACOES DA TURMA, NESSA ORDEM
      ******************************************************************
       P320-MARCA.
           PERFORM P400-VALIDA-TURMA THRU P400-FIM
           IF NOT TURMA-OK
               GO TO P320-FIM
           END-IF

           DISPLAY 'ID DA DISCIPLINA: '
           MOVE ZEROS               TO WS-ID-MATERIA
           ACCEPT WS-ID-MATERIA
           PERFORM P410-VALIDA-MATERIA THRU P410-FIM
           IF NOT MAT-VALIDA
               GO TO P320-FIM
           END-IF

           PERFORM P420-TESTA-PROFESSOR THRU P420-FIM
           IF TP-PERMITIDO EQUAL 'N'
               GO TO P320-FIM
           END-IF

           DISPLAY 'TIPO: <P> PROVA  <T> TRABALHO  <S> SIMULADO  '
                   '<R> RECUPERACAO'
           MOVE SPACES              TO WS-TIPO
           ACCEPT WS-TIPO
           INSPECT WS-TIPO CONVERTING 'ptsr' TO 'PTSR'
           IF WS-TIPO NOT EQUAL 'P' AND WS-TIPO NOT EQUAL 'T' AND
              WS-TIPO NOT EQUAL 'S' AND WS-TIPO NOT EQUAL 'R'
               DISPLAY '*** TIPO DE AVALIACAO INVALIDO ***'
               GO TO P320-FIM
           END-IF

           MOVE ZEROS               TO WS-BIMESTRE
           PERFORM WITH TEST AFTER
                   UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY 'BIMESTRE (1 A 4): '
               ACCEPT WS-BIMESTRE
               IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                   DISPLAY '*** BIMESTRE INVALIDO. USE 1 A 4 ***'
               END-IF
           END-PERFORM

           PERFORM P430-TESTA-BIMESTRE THRU P430-FIM
           IF NOT BIMESTRE-LIVRE
               GO TO P320-FIM
           END-IF

           DISPLAY 'DATA DA AVALIACAO (AAAAMMDD): '
           MOVE ZEROS               TO WS-DATA
           ACCEPT WS-DATA
           IF WS-DATA < WS-DATA-HOJE
               DISPLAY '*** DATA JA PASSOU - MARCACAO RECUSADA ***'
               GO TO P320-FIM
           END-IF

           PERFORM P440-VALIDA-DIA-LETIVO THRU P440-FIM
           IF NOT DATA-LETIVA-OK
               GO TO P320-FIM
           END-IF

           IF WS-TIPO NOT EQUAL 'T'
               PERFORM P330-CONTA-DIA THRU P330-FIM
               IF WS-CONT-DIA NOT < CFG-PROVAS-DIA
                   DISPLAY '*** A TURMA JA TEM ' WS-CONT-DIA
                           ' AVALIACAO(OES) NESSE DIA - LIMITE DE '
                           CFG-PROVAS-DIA ' ***'
                   DISPLAY '*** MARCACAO RECUSADA - ESCOLHA OUTRA '
                           'DATA ***'
                   GO TO P320-FIM
               END-IF
           END-IF

           DISPLAY 'CONTEUDO/DESCRICAO: '
           MOVE SPACES              TO WS-DESCRICAO
           ACCEPT WS-DESCRICAO

           MOVE WS-TURMA            TO AGD-TURMA
           MOVE WS-DATA             TO AGD-DATA
           MOVE WS-ID-MATERIA       TO AGD-ID-MATERIA
           MOVE WS-TIPO             TO AGD-TIPO
           MOVE WS-BIMESTRE         TO AGD-BIMESTRE
           MOVE WS-DESCRICAO        TO AGD-DESCRICAO
           MOVE LK-OPERADOR-ID      TO AGD-OPERADOR
           MOVE WS-DATA-HOJE        TO AGD-DT-MARCACAO

           WRITE REG-AVALAGENDA
               INVALID KEY
                   DISPLAY '*** JA EXISTE ESSA AVALIACAO DA DISCIPLINA '
                           'NESSE DIA ***'
               NOT INVALID KEY
                   DISPLAY '*** AVALIACAO MARCADA COM SUCESSO ***'
           END-WRITE
           .
       P320-FIM.
           EXIT.

      ******************************************************************
      * CONTA AS AVALIACOES DA TURMA NA DATA, MENOS OS TRABALHOS
      ******************************************************************
       P330-CONTA-DIA.
           MOVE ZEROS               TO WS-CONT-DIA
           SET EOF-OK               TO FALSE
           MOVE WS-TURMA            TO AGD-TURMA
           MOVE WS-DATA             TO AGD-DATA
           MOVE ZEROS               TO AGD-ID-MATERIA
           MOVE LOW-VALUES          TO AGD-TIPO

           START AVALAGENDA KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ AVALAGENDA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF AGD-TURMA NOT EQUAL WS-TURMA OR
                          AGD-DATA  NOT EQUAL WS-DATA
                           SET EOF-OK TO TRUE
                       ELSE
                           IF NOT AGD-TRABALHO
                               ADD 1 TO WS-CONT-DIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P330-FIM.
           EXIT.

       P340-CANCELA.
           PERFORM P400-VALIDA-TURMA THRU P400-FIM
           IF NOT TURMA-OK
               GO TO P340-FIM
           END-IF

           DISPLAY 'DATA DA AVALIACAO (AAAAMMDD): '
           MOVE ZEROS               TO WS-DATA
           ACCEPT WS-DATA
           DISPLAY 'ID DA DISCIPLINA: '
           MOVE ZEROS               TO WS-ID-MATERIA
           ACCEPT WS-ID-MATERIA
           DISPLAY 'TIPO: <P> PROVA  <T> TRABALHO  <S> SIMULADO  '
                   '<R> RECUPERACAO'
           MOVE SPACES              TO WS-TIPO
           ACCEPT WS-TIPO
           INSPECT WS-TIPO CONVERTING 'ptsr' TO 'PTSR'

           MOVE WS-TURMA            TO AGD-TURMA
           MOVE WS-DATA             TO AGD-DATA
           MOVE WS-ID-MATERIA       TO AGD-ID-MATERIA
           MOVE WS-TIPO             TO AGD-TIPO
           READ AVALAGENDA
               INVALID KEY
                   DISPLAY 'AVALIACAO NAO ENCONTRADA'
                   GO TO P340-FIM
           END-READ

           PERFORM P420-TESTA-PROFESSOR THRU P420-FIM
           IF TP-PERMITIDO EQUAL 'N'
               GO TO P340-FIM
           END-IF

           MOVE AGD-BIMESTRE        TO WS-BIMESTRE
           PERFORM P430-TESTA-BIMESTRE THRU P430-FIM
           IF NOT BIMESTRE-LIVRE
               GO TO P340-FIM
           END-IF

           DISPLAY 'CONTEUDO: ' AGD-DESCRICAO
           DISPLAY 'MARCADA POR ' AGD-OPERADOR ' EM ' AGD-DT-MARCACAO
           DISPLAY 'CONFIRMA O CANCELAMENTO? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'AVALIACAO MANTIDA'
               GO TO P340-FIM
           END-IF

           DELETE AVALAGENDA
               INVALID KEY
                   DISPLAY 'ERRO AO CANCELAR A AVALIACAO'
               NOT INVALID KEY
                   DISPLAY 'AVALIACAO CANCELADA...'
           END-DELETE
           .
       P340-FIM.
           EXIT.

      ******************************************************************
      * A TURMA TEM DE ESTAR NO CATALOGO E SER DA UNIDADE DO LOGIN
      ******************************************************************
       P400-VALIDA-TURMA.
           SET TURMA-OK             TO FALSE
           DISPLAY 'INFORME A TURMA: '
           MOVE SPACES              TO WS-TURMA
           ACCEPT WS-TURMA

           SET FS-TUR-OK            TO TRUE
           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
               DISPLAY 'CATALOGO DE TURMAS INDISPONIVEL'
               DISPLAY 'FILE STATUS: ' WS-FS-TUR
               GO TO P400-FIM
           END-IF

           MOVE WS-TURMA            TO TUR-CODIGO
           READ TURMAS
               INVALID KEY
                   DISPLAY '*** TURMA NAO CADASTRADA ***'
               NOT INVALID KEY
                   MOVE TUR-DESCRICAO TO WS-TUR-DESCRICAO
                   MOVE 1           TO WS-UNIDADE-TURMA
                   IF TUR-UNIDADE NUMERIC AND TUR-UNIDADE > ZEROS
                       MOVE TUR-UNIDADE TO WS-UNIDADE-TURMA
                   END-IF
                   IF WS-UNIDADE-TURMA NOT EQUAL CFG-UNIDADE
                       DISPLAY '*** A TURMA ' WS-TURMA
                               ' E DA UNIDADE ' WS-UNIDADE-TURMA ' ***'
                   ELSE
                       SET TURMA-OK TO TRUE
                   END-IF
           END-READ

           CLOSE TURMAS
           .
       P400-FIM.
           EXIT.

       P410-VALIDA-MATERIA.
           SET MAT-VALIDA           TO FALSE
           SET FS-MAT-OK            TO TRUE
           OPEN INPUT MATERIAS
           IF NOT FS-MAT-OK
               DISPLAY 'CATALOGO DE DISCIPLINAS INDISPONIVEL'
               DISPLAY 'FILE STATUS: ' WS-FS-MAT
               GO TO P410-FIM
           END-IF

           MOVE WS-ID-MATERIA       TO MAT-ID-MATERIA
           READ MATERIAS
               INVALID KEY
                   DISPLAY '*** DISCIPLINA NAO CADASTRADA ***'
               NOT INVALID KEY
                   IF MATERIA-INATIVA
                       DISPLAY '*** DISCIPLINA INATIVA ***'
                   ELSE
                       MOVE MAT-NM-MATERIA TO WS-NM-MATERIA
                       DISPLAY 'DISCIPLINA: ' WS-NM-MATERIA
                       SET MAT-VALIDA TO TRUE
                   END-IF
           END-READ

           CLOSE MATERIAS
           .
       P410-FIM.
           EXIT.

      ******************************************************************
      * OPERADOR VINCULADO A PROFESSOR SO MARCA/CANCELA AVALIACAO NAS
      * TURMAS/DISCIPLINAS ATRIBUIDAS A ELE (TESTAPROF)
      ******************************************************************
       P420-TESTA-PROFESSOR.
           MOVE LK-OPERADOR-ID      TO TP-OPERADOR-ID
           MOVE WS-TURMA            TO TP-TURMA
           MOVE WS-ID-MATERIA       TO TP-ID-MATERIA
           MOVE 'S'                 TO TP-PERMITIDO

           CALL WS-BIN-TESTAPROF-PATH USING WS-TESTAPROF-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL

           IF TP-PERMITIDO EQUAL 'N'
               DISPLAY '*** TURMA/DISCIPLINA FORA DAS SUAS '
                       'ATRIBUICOES - OPERACAO RECUSADA ***'
           END-IF
           .
       P420-FIM.
           EXIT.

      ******************************************************************
      * BIMESTRE FECHADO PELO FECHABIM NAO RECEBE NEM PERDE AVALIACAO
      ******************************************************************
       P430-TESTA-BIMESTRE.
           SET BIMESTRE-LIVRE       TO TRUE
           MOVE CFG-ANO-LETIVO      TO TB-ANO-LETIVO
           MOVE WS-BIMESTRE         TO TB-BIMESTRE
           MOVE 'N'                 TO TB-FECHADO

           CALL WS-BIN-TESTABIM-PATH USING WS-TESTABIM-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL

           IF TB-FECHADO EQUAL 'S'
               DISPLAY '*** BIMESTRE ' WS-BIMESTRE ' FECHADO - '
                       'OPERACAO RECUSADA ***'
               DISPLAY '*** SOLICITE A REABERTURA A COORDENACAO ***'
               SET BIMESTRE-LIVRE TO FALSE
           END-IF
           .
       P430-FIM.
           EXIT.

      ******************************************************************
      * SO DIA LETIVO DO CALENDARIO ESCOLAR DA UNIDADE RECEBE
      * AVALIACAO. SEM CALENDARIO NO DISCO, AVISA E ACEITA A DATA
      * (MESMO COMPORTAMENTO DO LANCAFREQ)
      ******************************************************************
       P440-VALIDA-DIA-LETIVO.
           SET FS-CAL-OK            TO TRUE
           SET DATA-LETIVA-OK       TO FALSE

           OPEN INPUT CALENDARIO

           IF NOT FS-CAL-OK
               DISPLAY 'CALENDARIO ESCOLAR INDISPONIVEL - DATA '
                       'ACEITA SEM CONFERENCIA'
               SET DATA-LETIVA-OK TO TRUE
               GO TO P440-FIM
           END-IF

           MOVE WS-DATA             TO CAL-DATA

           READ CALENDARIO
               INVALID KEY
                   DISPLAY '*** DATA FORA DO CALENDARIO ESCOLAR - '
                           'MARCACAO RECUSADA ***'
               NOT INVALID KEY
                   IF CAL-LETIVO
                       SET DATA-LETIVA-OK TO TRUE
                   ELSE
                       DISPLAY '*** ' CAL-TIPO ' - '
                               CAL-DESCRICAO ' ***'
                       DISPLAY '*** A DATA NAO E DIA LETIVO - '
                               'MARCACAO RECUSADA ***'
                   END-IF
           END-READ

           CLOSE CALENDARIO
           .
       P440-FIM.
           EXIT.

      ******************************************************************
      * POSICIONA A AGENDA NA PRIMEIRA AVALIACAO DA TURMA A PARTIR DE
      * WS-DATA-INICIO (A CHAVE COMECA POR TURMA + DATA)
      ******************************************************************
       P450-POSICIONA.
           SET EOF-OK               TO FALSE
           MOVE WS-TURMA            TO AGD-TURMA
           MOVE WS-DATA-INICIO      TO AGD-DATA
           MOVE ZEROS               TO AGD-ID-MATERIA
           MOVE LOW-VALUES          TO AGD-TIPO

           START AVALAGENDA KEY IS NOT LESS THAN AGD-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START
           .
       P450-FIM.
           EXIT.

       P460-MONTA-DETALHE.
           MOVE AGD-DATA            TO WS-DATA-AUX
           MOVE WS-DA-DIA           TO WS-DE-DIA
           MOVE WS-DA-MES           TO WS-DE-MES
           MOVE WS-DA-ANO           TO WS-DE-ANO
           MOVE WS-DATA-ED          TO WS-DL-DATA
           MOVE AGD-BIMESTRE        TO WS-DL-BIMESTRE

           EVALUATE TRUE
               WHEN AGD-PROVA
                   MOVE 'PROVA'       TO WS-TIPO-DESC
               WHEN AGD-TRABALHO
                   MOVE 'TRABALHO'    TO WS-TIPO-DESC
               WHEN AGD-SIMULADO
                   MOVE 'SIMULADO'    TO WS-TIPO-DESC
               WHEN AGD-RECUPERACAO
                   MOVE 'RECUPERACAO' TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE AGD-TIPO      TO WS-TIPO-DESC
           END-EVALUATE
           MOVE WS-TIPO-DESC        TO WS-DL-TIPO

           MOVE SPACES              TO WS-DL-MATERIA
           MOVE AGD-ID-MATERIA      TO MAT-ID-MATERIA
           READ MATERIAS
               INVALID KEY
                   MOVE AGD-ID-MATERIA TO WS-DL-MATERIA
               NOT INVALID KEY
                   MOVE MAT-NM-MATERIA TO WS-DL-MATERIA
           END-READ
           MOVE AGD-DESCRICAO       TO WS-DL-DESCRICAO
           .
       P460-FIM.
           EXIT.

      ******************************************************************
      * CALENDARIO IMPRESSO DA TURMA PARA ALUNOS E FAMILIAS: AS
      * AVALIACOES A PARTIR DA DATA INFORMADA (PADRAO HOJE), EM ORDEM
      * DE DATA, COM O CABECALHO DA ESCOLA
      ******************************************************************
       P500-IMPRIME.
           PERFORM P400-VALIDA-TURMA THRU P400-FIM
           IF NOT TURMA-OK
               GO TO P500-FIM
           END-IF

           DISPLAY 'A PARTIR DA DATA (AAAAMMDD, 0 = HOJE): '
           MOVE ZEROS               TO WS-DATA-INICIO
           ACCEPT WS-DATA-INICIO
           IF WS-DATA-INICIO EQUAL ZEROS
               MOVE WS-DATA-HOJE    TO WS-DATA-INICIO
           END-IF

           MOVE 'AGENDAAVAL'        TO RN-PREFIXO
           MOVE LK-OPERADOR-ID      TO RN-OPERADOR
           MOVE SPACES              TO RN-CAMINHO
           CALL WS-BIN-RELNOME-PATH USING WS-RELNOME-AREA
               ON EXCEPTION
                   DISPLAY 'RELNOME INDISPONIVEL - USANDO O '
                           'CAMINHO FIXO'
           END-CALL
           IF RN-CAMINHO NOT EQUAL SPACES
               MOVE RN-CAMINHO TO WS-AGENDAAVAL-PATH
           END-IF

           SET FS-REL-OK            TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O CALENDARIO IMPRESSO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               GO TO P500-FIM
           END-IF

           OPEN INPUT MATERIAS
           PERFORM P510-CABECALHO THRU P510-FIM
           PERFORM P450-POSICIONA THRU P450-FIM

           MOVE ZEROS               TO WS-CONT
           PERFORM UNTIL EOF-OK
               READ AVALAGENDA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF AGD-TURMA NOT EQUAL WS-TURMA
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           PERFORM P460-MONTA-DETALHE THRU P460-FIM
                           WRITE REL-LINHA FROM WS-DET-LINHA
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-CONT             TO WS-TL-CONT
           WRITE REL-LINHA FROM WS-CAB-TRACO
           WRITE REL-LINHA FROM WS-TOT-LINHA
           MOVE SPACES              TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WS-ROD-AVISO-1
           WRITE REL-LINHA FROM WS-ROD-AVISO-2

           CLOSE MATERIAS
           CLOSE RELATORIO

           DISPLAY 'AVALIACOES IMPRESSAS: ' WS-CONT
           DISPLAY 'CALENDARIO GERADO EM: ' WS-AGENDAAVAL-PATH
           .
       P500-FIM.
           EXIT.

       P510-CABECALHO.
           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-ESCOLA
           MOVE WS-TURMA            TO WS-CT-TURMA
           MOVE WS-TUR-DESCRICAO    TO WS-CT-DESCRICAO
           WRITE REL-LINHA FROM WS-CAB-TITULO

           MOVE CFG-ANO-LETIVO      TO WS-CP-ANO
           MOVE WS-DATA-INICIO      TO WS-DATA-AUX
           MOVE WS-DA-DIA           TO WS-DE-DIA
           MOVE WS-DA-MES           TO WS-DE-MES
           MOVE WS-DA-ANO           TO WS-DE-ANO
           MOVE WS-DATA-ED          TO WS-CP-DATA
           WRITE REL-LINHA FROM WS-CAB-PERIODO

           WRITE REL-LINHA FROM WS-CAB-TRACO
           WRITE REL-LINHA FROM WS-CAB-COLUNAS
           WRITE REL-LINHA FROM WS-CAB-TRACO
           .
       P510-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CADAGENDA.
