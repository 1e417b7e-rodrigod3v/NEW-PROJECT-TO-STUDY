      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:MAPAO DE NOTAS DO BIMESTRE POR TURMA
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. IMPRIME O MAPAO DE
      *         NOTAS QUE A COORDENACAO LEVA AO CONSELHO DE CLASSE,
      *         PARA UMA TURMA E UM BIMESTRE DO ANO CORRENTE: ALUNOS
      *         ATIVOS DA TURMA (UNIDADE DO LOGIN) EM ORDEM
      *         ALFABETICA, UMA COLUNA POR DISCIPLINA (ATRIBUICOES DA
      *         TURMA MAIS AS DISCIPLINAS COM LANCAMENTO NO BIMESTRE)
      *         COM DISC-MEDIA OU DISC-CONCEITO, MARCA '*' ABAIXO DO
      *         CORTE (CFG-CORTE-APROVACAO / CFG-CONCEITO-MINIMO) E
      *         FALTAS DA DISCIPLINA PELAS MARCACOES POR PERIODO DE
      *         FREQUENCIA.DAT LIGADAS A GRADE DE HORARIOS (MESMA
      *         APURACAO DO RELBOLETIM). NO FIM DA LINHA, MEDIA GERAL
      *         DO ALUNO NO BIMESTRE, PERCENTUAL DE PRESENCA E
      *         OCORRENCIAS DO PERIODO; NO PE DE CADA COLUNA, A MEDIA
      *         DA TURMA NA DISCIPLINA. O PERIODO DO BIMESTRE VEM DAS
      *         DATAS DE FECHAMENTO DE BIMESTRES.DAT (FECHABIM) E PODE
      *         SER CORRIGIDO NA TELA. PAGINA DE 132 COLUNAS (PAISAGEM)
      *         COM 8 DISCIPLINAS POR FAIXA, QUEBRA DE PAGINA E
      *         CABECALHO REPETIDO; SAIDA CATALOGADA VIA RELNOME PARA
      *         O REIMPRIME
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAPAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
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

                SELECT FREQUENCIA ASSIGN TO
                WS-FREQUENCIA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FREQ-CHAVE
                FILE STATUS IS WS-FS-FREQ.

                SELECT ATRIBUICOES ASSIGN TO
                WS-ATRIBUICOES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ATR-CHAVE
                FILE STATUS IS WS-FS-ATR.

                SELECT HORARIOS ASSIGN TO
                WS-HORARIOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HOR-CHAVE
                FILE STATUS IS WS-FS-HOR.

                SELECT MATERIAS ASSIGN TO
                WS-MATERIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAT-ID-MATERIA
                FILE STATUS IS WS-FS-MAT.

                SELECT OCORRENCIAS ASSIGN TO
                WS-OCORRENCIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCO-CHAVE
                FILE STATUS IS WS-FS-OCO.

                SELECT BIMESTRES ASSIGN TO
                WS-BIMESTRES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BIM-CHAVE
                FILE STATUS IS WS-FS-BIM.

                SELECT RELATORIO ASSIGN TO
                WS-MAPAO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTTURMA-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
           COPY DATABASE.

       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD FREQUENCIA.
           COPY FREQUENCIA.

       FD ATRIBUICOES.
           COPY ATRIBUICOES.

       FD HORARIOS.
           COPY HORARIOS.

       FD MATERIAS.
           COPY MATERIAS.

       FD OCORRENCIAS.
           COPY OCORRENCIAS.

       FD BIMESTRES.
           COPY BIMCTL.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(132).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-NOME                       PIC X(30).
           03 SD-ID                         PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
           COPY RELNAREA.

         01 WS-MAPAO-PATH                   PIC X(80).
         01 WS-BIMESTRES-PATH               PIC X(80).

         01 WS-CAB-ESCOLA.
           03 FILLER                      PIC X(46) VALUE SPACES.
           03 WS-CE-ESCOLA                PIC X(40).
         01 WS-CAB-TITULO.
           03 FILLER                      PIC X(46) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'MAPAO DE NOTAS - CONSELHO DE CLASSE'.
         01 WS-CAB-TURMA.
           03 FILLER                      PIC X(07)
              VALUE 'TURMA: '.
           03 WS-CT-TURMA                 PIC X(10).
           03 FILLER                      PIC X(12)
              VALUE '  BIMESTRE: '.
           03 WS-CT-BIMESTRE              PIC 9(01).
           03 FILLER                      PIC X(02)
              VALUE 'o/'.
           03 WS-CT-ANO                   PIC 9(04).
           03 FILLER                      PIC X(12)
              VALUE '  PERIODO: '.
           03 WS-CT-INICIO                PIC X(10).
           03 FILLER                      PIC X(03) VALUE ' A '.
           03 WS-CT-FIM                   PIC X(10).
           03 FILLER                      PIC X(16)
              VALUE '  DISCIPLINAS: '.
           03 WS-CT-COL-INI               PIC Z9.
           03 FILLER                      PIC X(03) VALUE ' A '.
           03 WS-CT-COL-FIM               PIC Z9.
           03 FILLER                      PIC X(04) VALUE ' DE '.
           03 WS-CT-COL-QTD               PIC Z9.
           03 FILLER                      PIC X(11)
              VALUE '   PAGINA: '.
           03 WS-CT-PAGINA                PIC ZZ9.
         01 WS-CAB-LEGENDA.
           03 FILLER                      PIC X(30)
              VALUE '* = ABAIXO DO CORTE (NOTA < '.
           03 WS-CL-CORTE                 PIC Z9,99.
           03 FILLER                      PIC X(24)
              VALUE ' OU CONCEITO PIOR QUE '.
           03 WS-CL-CONCEITO              PIC X(01).
           03 FILLER                      PIC X(50)
              VALUE ')   FT = FALTAS NA DISCIPLINA NO PERIODO'.
         01 WS-CAB-TRACO.
           03 FILLER                      PIC X(132) VALUE ALL '-'.
         01 WS-CAB-DISCIPLINAS.
           03 FILLER                      PIC X(25)
              VALUE 'ID    NOME DO ALUNO'.
           03 WS-CD-NOME                  PIC X(11) OCCURS 8 TIMES.
           03 FILLER                      PIC X(18)
              VALUE 'MEDIA  %PRES  OCO'.
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(25) VALUE SPACES.
           03 WS-CC-TITULO                PIC X(11) OCCURS 8 TIMES.
         01 WS-DET-MAPAO.
           03 WS-DM-ID                    PIC X(05).
           03 FILLER                      PIC X(01).
           03 WS-DM-NOME                  PIC X(18).
           03 FILLER                      PIC X(01).
           03 WS-DM-CELULA                OCCURS 8 TIMES.
              05 WS-DM-NOTA               PIC X(05).
              05 WS-DM-MARCA              PIC X(01).
              05 FILLER                   PIC X(01).
              05 WS-DM-FALTAS             PIC X(03).
              05 FILLER                   PIC X(01).
           03 FILLER                      PIC X(01).
           03 WS-DM-MEDIA                 PIC X(05).
           03 FILLER                      PIC X(02).
           03 WS-DM-PRESENCA              PIC X(05).
           03 FILLER                      PIC X(02).
           03 WS-DM-OCORR                 PIC X(03).
         01 WS-TOT-TURMA.
           03 FILLER            PIC X(18)
              VALUE 'ALUNOS NA TURMA: '.
           03 WS-TT-ALUNOS      PIC ZZZ9.
         01 WS-QUEBRA-PAGINA.
           03 FILLER                      PIC X(132) VALUE ALL '='.

         01 WS-DATA-FMT.
           03 WS-DF-DIA                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE '/'.
           03 WS-DF-MES                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE '/'.
           03 WS-DF-ANO                   PIC 9(04).
         01 WS-DATA-TRAB                  PIC 9(08) VALUE ZEROS.
         01 WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           03 WS-DT-ANO                   PIC 9(04).
           03 WS-DT-MES                   PIC 9(02).
           03 WS-DT-DIA                   PIC 9(02).
         01 WS-DIAS-MES-TAB.
           03 FILLER                      PIC X(24)
              VALUE '312831303130313130313031'.
         01 WS-DIAS-MES-R REDEFINES WS-DIAS-MES-TAB.
           03 WS-DIAS-MES                 PIC 9(02) OCCURS 12 TIMES.

      * COLUNAS DO MAPAO: UMA POR DISCIPLINA DA TURMA
         01 WS-TAB-COLUNAS.
           03 WS-COLUNA                   OCCURS 16 TIMES.
              05 WS-COL-MATERIA           PIC 9(20).
              05 WS-COL-NOME              PIC X(20).
              05 WS-COL-SOMA              PIC 9(05)V99.
              05 WS-COL-QTD               PIC 9(03).
              05 WS-COL-FALTAS            PIC 9(05).

      * LINHAS DO MAPAO: UMA POR ALUNO, NA ORDEM ALFABETICA DO SORT
         01 WS-TAB-ALUNOS.
           03 WS-ALUNO                    OCCURS 80 TIMES.
              05 WS-AL-ID                 PIC 9(05).
              05 WS-AL-NOME               PIC X(30).
              05 WS-AL-MEDIA              PIC 9(02)V99.
              05 WS-AL-QTD-NOTAS          PIC 9(02).
              05 WS-AL-DIAS               PIC 9(03).
              05 WS-AL-FALTAS             PIC 9(03).
              05 WS-AL-PRESENCA           PIC 9(03)V9.
              05 WS-AL-OCORR              PIC 9(03).
              05 WS-AL-CELULA             OCCURS 16 TIMES.
                 07 WS-CEL-TIPO           PIC X(01).
                    88 CEL-VAZIA          VALUE SPACE.
                    88 CEL-NOTA           VALUE 'N'.
                    88 CEL-CONCEITO       VALUE 'C'.
                 07 WS-CEL-MEDIA          PIC 9(02)V99.
                 07 WS-CEL-CONCEITO       PIC X(01).
                 07 WS-CEL-FALTAS         PIC 9(03).

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-DISC                     PIC 99.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-FREQ                     PIC 99.
           88 FS-FREQ-OK                   VALUE 0.
         77 WS-FS-ATR                      PIC 99.
           88 FS-ATR-OK                    VALUE 0.
         77 WS-FS-HOR                      PIC 99.
           88 FS-HOR-OK                    VALUE 0.
         77 WS-FS-MAT                      PIC 99.
           88 FS-MAT-OK                    VALUE 0.
         77 WS-FS-OCO                      PIC 99.
           88 FS-OCO-OK                    VALUE 0.
         77 WS-FS-BIM                      PIC 99.
           88 FS-BIM-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-FREQ-DISPONIVEL             PIC X     VALUE 'N'.
           88 FREQ-DISPONIVEL              VALUE 'S' FALSE 'N'.
         77 WS-ATR-DISPONIVEL              PIC X     VALUE 'N'.
           88 ATR-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-HOR-DISPONIVEL              PIC X     VALUE 'N'.
           88 HOR-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-MAT-DISPONIVEL              PIC X     VALUE 'N'.
           88 MAT-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-OCO-DISPONIVEL              PIC X     VALUE 'N'.
           88 OCO-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-TURMA-MAPAO                 PIC X(10) VALUE SPACES.
         77 WS-BIM-MAPAO                   PIC 9(01) VALUE ZEROS.
         77 WS-DATA-INI                    PIC 9(08) VALUE ZEROS.
         77 WS-DATA-FIM                    PIC 9(08) VALUE ZEROS.
         77 WS-DATA-DIGITADA               PIC 9(08) VALUE ZEROS.
         77 WS-RESTO-BISSEXTO              PIC 9(02) VALUE ZEROS.
         77 WS-QUOC-BISSEXTO               PIC 9(04) VALUE ZEROS.
         77 WS-ULTIMO-DIA                  PIC 9(02) VALUE ZEROS.
         77 WS-QTD-COL                     PIC 9(02) VALUE ZEROS.
         77 WS-QTD-ALU                     PIC 9(03) VALUE ZEROS.
         77 WS-COL-FORA                    PIC 9(03) VALUE ZEROS.
         77 WS-ALU-FORA                    PIC 9(03) VALUE ZEROS.
         77 WS-IDX-COL                     PIC 9(02) VALUE ZEROS.
         77 WS-IDX-ACHADA                  PIC 9(02) VALUE ZEROS.
         77 WS-ACHOU-COL                   PIC X     VALUE 'N'.
           88 ACHOU-COLUNA                 VALUE 'S' FALSE 'N'.
         77 WS-IDX-ALU                     PIC 9(03) VALUE ZEROS.
         77 WS-IDX-CEL                     PIC 9(02) VALUE ZEROS.
         77 WS-IDX-PER                     PIC 9(01) VALUE ZEROS.
         77 WS-MATERIA-BUSCA               PIC 9(20) VALUE ZEROS.
         77 WS-NOME-BUSCA                  PIC X(20) VALUE SPACES.
         77 WS-SOMA-ALUNO                  PIC 9(05)V99 VALUE ZEROS.
         77 WS-SOMA-MEDIAS                 PIC 9(05)V99 VALUE ZEROS.
         77 WS-QTD-MEDIAS                  PIC 9(03) VALUE ZEROS.
         77 WS-SOMA-PRESENCA               PIC 9(06)V9 VALUE ZEROS.
         77 WS-QTD-PRESENCA                PIC 9(03) VALUE ZEROS.
         77 WS-TOTAL-OCORR                 PIC 9(05) VALUE ZEROS.
         77 WS-MEDIA-TRAB                  PIC 9(02)V99 VALUE ZEROS.
         77 WS-PRESENCA-TRAB               PIC 9(03)V9 VALUE ZEROS.
         77 WS-MEDIA-ED                    PIC Z9,99.
         77 WS-PRESENCA-ED                 PIC ZZ9,9.
         77 WS-QTD-ED                      PIC ZZ9.
         77 WS-ID-ED                       PIC ZZZZ9.
         77 WS-BLOCO-INI                   PIC 9(02) VALUE ZEROS.
         77 WS-BLOCO-FIM                   PIC 9(02) VALUE ZEROS.
         77 WS-PAGINA                      PIC 9(03) VALUE ZEROS.
         77 WS-LINHAS-PAGINA               PIC 9(02) VALUE ZEROS.
         77 WS-MAX-LINHAS                  PIC 9(02) VALUE 45.
         01 WS-DATA-FREQ-R.
           03 WS-DFQ-ANO                   PIC 9(04).
           03 WS-DFQ-MES                   PIC 9(02).
           03 WS-DFQ-DIA                   PIC 9(02).
         77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
         77 WS-ZL-MES                      PIC 9(02) VALUE ZEROS.
         77 WS-ZL-ANO                      PIC 9(04) VALUE ZEROS.
         77 WS-ZL-K                        PIC 9(02) VALUE ZEROS.
         77 WS-ZL-J                        PIC 9(02) VALUE ZEROS.
         77 WS-ZL-SOMA                     PIC 9(05) VALUE ZEROS.
         77 WS-ZL-QUOC                     PIC 9(04) VALUE ZEROS.
         77 WS-ZL-RESTO                    PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           SET EXIT-OK               TO FALSE
           PERFORM P300-GERA-MAPAO  THRU P300-FIM UNTIL EXIT-OK
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
                  '\RELNOME' DELIMITED BY SIZE
                  INTO WS-BIN-RELNOME-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ATRIBUICOES.DAT' DELIMITED BY SIZE
                  INTO WS-ATRIBUICOES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\HORARIOS.DAT' DELIMITED BY SIZE
                  INTO WS-HORARIOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATERIAS.DAT' DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OCORRENCIAS.DAT' DELIMITED BY SIZE
                  INTO WS-OCORRENCIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\BIMESTRES.DAT' DELIMITED BY SIZE
                  INTO WS-BIMESTRES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MAPAO.TXT' DELIMITED BY SIZE
                  INTO WS-MAPAO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTTURMA.TMP' DELIMITED BY SIZE
                  INTO WS-SORTTURMA-PATH
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * PERIODO DO BIMESTRE: DO DIA SEGUINTE AO FECHAMENTO DO BIMESTRE
      * ANTERIOR (1o DE JANEIRO NO 1o BIMESTRE) ATE O FECHAMENTO DO
      * BIMESTRE PEDIDO (HOJE, SE AINDA ABERTO). A COORDENACAO PODE
      * DIGITAR OUTRAS DATAS; ENTER ACEITA O PERIODO SUGERIDO
      ******************************************************************
       P200-PERIODO.
           COMPUTE WS-DATA-INI = (CFG-ANO-LETIVO * 10000) + 101
           ACCEPT WS-DATA-FIM       FROM DATE YYYYMMDD

           SET FS-BIM-OK            TO TRUE
           OPEN INPUT BIMESTRES
           IF FS-BIM-OK
               IF WS-BIM-MAPAO > 1
                   MOVE CFG-ANO-LETIVO TO BIM-ANO-LETIVO
                   COMPUTE BIM-NUMERO = WS-BIM-MAPAO - 1
                   READ BIMESTRES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF BIM-FECHADO AND
                              BIM-DT-FECHAMENTO > ZEROS
                               MOVE BIM-DT-FECHAMENTO
                                    TO WS-DATA-TRAB
                               PERFORM P230-DIA-SEGUINTE
                                       THRU P230-FIM
                               MOVE WS-DATA-TRAB TO WS-DATA-INI
                           END-IF
                   END-READ
               END-IF
               MOVE CFG-ANO-LETIVO  TO BIM-ANO-LETIVO
               MOVE WS-BIM-MAPAO    TO BIM-NUMERO
               READ BIMESTRES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BIM-FECHADO AND
                          BIM-DT-FECHAMENTO > ZEROS
                           MOVE BIM-DT-FECHAMENTO TO WS-DATA-FIM
                       END-IF
               END-READ
               CLOSE BIMESTRES
           END-IF

           DISPLAY 'INICIO DO PERIODO (AAAAMMDD, ENTER = '
                   WS-DATA-INI '): '
           MOVE ZEROS               TO WS-DATA-DIGITADA
           ACCEPT WS-DATA-DIGITADA
           IF WS-DATA-DIGITADA > ZEROS
               MOVE WS-DATA-DIGITADA TO WS-DATA-INI
           END-IF

           DISPLAY 'FIM DO PERIODO (AAAAMMDD, ENTER = '
                   WS-DATA-FIM '): '
           MOVE ZEROS               TO WS-DATA-DIGITADA
           ACCEPT WS-DATA-DIGITADA
           IF WS-DATA-DIGITADA > ZEROS
               MOVE WS-DATA-DIGITADA TO WS-DATA-FIM
           END-IF
           .
       P200-FIM.
           EXIT.

      * SOMA UM DIA A WS-DATA-TRAB (AAAAMMDD)
       P230-DIA-SEGUINTE.
           IF WS-DT-MES < 1 OR WS-DT-MES > 12
               GO TO P230-FIM
           END-IF

           MOVE WS-DIAS-MES(WS-DT-MES) TO WS-ULTIMO-DIA
           IF WS-DT-MES EQUAL 2
               DIVIDE WS-DT-ANO BY 4 GIVING WS-QUOC-BISSEXTO
                      REMAINDER WS-RESTO-BISSEXTO
               IF WS-RESTO-BISSEXTO EQUAL ZEROS
                   MOVE 29          TO WS-ULTIMO-DIA
               END-IF
           END-IF

           IF WS-DT-DIA < WS-ULTIMO-DIA
               ADD 1                TO WS-DT-DIA
               GO TO P230-FIM
           END-IF

           MOVE 1                   TO WS-DT-DIA
           IF WS-DT-MES < 12
               ADD 1                TO WS-DT-MES
           ELSE
               MOVE 1               TO WS-DT-MES
               ADD 1                TO WS-DT-ANO
           END-IF
           .
       P230-FIM.
           EXIT.

       P300-GERA-MAPAO.
           SET FS-OK                TO TRUE
           SET FS-DISC-OK           TO TRUE
           SET FS-REL-OK            TO TRUE
           MOVE ZEROS               TO WS-QTD-COL
           MOVE ZEROS               TO WS-QTD-ALU
           MOVE ZEROS               TO WS-COL-FORA
           MOVE ZEROS               TO WS-ALU-FORA
           MOVE ZEROS               TO WS-PAGINA
           INITIALIZE WS-TAB-COLUNAS
           INITIALIZE WS-TAB-ALUNOS

           DISPLAY 'TURMA: '
           MOVE SPACES              TO WS-TURMA-MAPAO
           ACCEPT WS-TURMA-MAPAO
           IF WS-TURMA-MAPAO EQUAL SPACES
               DISPLAY '*** TURMA OBRIGATORIA ***'
               GO TO P300-FIM
           END-IF

           DISPLAY 'BIMESTRE (1 A 4): '
           MOVE ZEROS               TO WS-BIM-MAPAO
           ACCEPT WS-BIM-MAPAO
           IF WS-BIM-MAPAO < 1 OR WS-BIM-MAPAO > 4
               DISPLAY '*** BIMESTRE INVALIDO ***'
               GO TO P300-FIM
           END-IF

           PERFORM P200-PERIODO     THRU P200-FIM
           IF WS-DATA-FIM < WS-DATA-INI
               DISPLAY '*** FIM ANTERIOR AO INICIO ***'
               GO TO P300-FIM
           END-IF

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P300-FIM
           END-IF

           OPEN INPUT DISCIPLINAS
           IF NOT FS-DISC-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS'
               DISPLAY 'FILE STATUS: ' WS-FS-DISC
               CLOSE ALUNOS
               GO TO P300-FIM
           END-IF

           SET FS-FREQ-OK           TO TRUE
           SET FREQ-DISPONIVEL      TO FALSE
           OPEN INPUT FREQUENCIA
           IF FS-FREQ-OK
               SET FREQ-DISPONIVEL TO TRUE
           END-IF

           SET FS-ATR-OK            TO TRUE
           SET ATR-DISPONIVEL       TO FALSE
           OPEN INPUT ATRIBUICOES
           IF FS-ATR-OK
               SET ATR-DISPONIVEL TO TRUE
           END-IF

           SET FS-HOR-OK            TO TRUE
           SET HOR-DISPONIVEL       TO FALSE
           OPEN INPUT HORARIOS
           IF FS-HOR-OK
               SET HOR-DISPONIVEL TO TRUE
           END-IF

           SET FS-MAT-OK            TO TRUE
           SET MAT-DISPONIVEL       TO FALSE
           OPEN INPUT MATERIAS
           IF FS-MAT-OK
               SET MAT-DISPONIVEL TO TRUE
           END-IF

           SET FS-OCO-OK            TO TRUE
           SET OCO-DISPONIVEL       TO FALSE
           OPEN INPUT OCORRENCIAS
           IF FS-OCO-OK
               SET OCO-DISPONIVEL TO TRUE
           END-IF

           SORT WORK-SORT
               ON ASCENDING KEY SD-NOME
               INPUT PROCEDURE  P400-SELECIONA-ALUNOS THRU P400-FIM
               OUTPUT PROCEDURE P450-CARREGA-ALUNOS THRU P450-FIM

           IF WS-QTD-ALU EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO ATIVO NA TURMA ' WS-TURMA-MAPAO
               GO TO P300-ENCERRA
           END-IF

           IF ATR-DISPONIVEL
               PERFORM P500-CARREGA-COLUNAS THRU P500-FIM
           END-IF

           PERFORM P600-APURA-ALUNO THRU P600-FIM
                   VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-QTD-ALU

           MOVE 'MAPAO'             TO RN-PREFIXO
           MOVE LK-OPERADOR-ID      TO RN-OPERADOR
           MOVE SPACES              TO RN-CAMINHO
           CALL WS-BIN-RELNOME-PATH USING WS-RELNOME-AREA
               ON EXCEPTION
                   DISPLAY 'RELNOME INDISPONIVEL - USANDO O '
                           'CAMINHO FIXO'
           END-CALL
           IF RN-CAMINHO NOT EQUAL SPACES
               MOVE RN-CAMINHO TO WS-MAPAO-PATH
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO MAPAO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               GO TO P300-ENCERRA
           END-IF

           PERFORM P700-IMPRIME-MAPAO THRU P700-FIM

           CLOSE RELATORIO

           IF WS-ALU-FORA > ZEROS
               DISPLAY '*** ' WS-ALU-FORA ' ALUNO(S) ALEM DO LIMITE '
                       'DE 80 FICARAM FORA DO MAPAO ***'
           END-IF
           IF WS-COL-FORA > ZEROS
               DISPLAY '*** ' WS-COL-FORA ' LANCAMENTO(S) DE '
                       'DISCIPLINA ALEM DA 16a COLUNA FICARAM FORA ***'
           END-IF
           DISPLAY 'ALUNOS NO MAPAO...: ' WS-QTD-ALU
           DISPLAY 'DISCIPLINAS.......: ' WS-QTD-COL
           DISPLAY 'MAPAO GERADO EM...: ' WS-MAPAO-PATH
           .
       P300-ENCERRA.
           CLOSE ALUNOS
           CLOSE DISCIPLINAS
           IF FREQ-DISPONIVEL
               CLOSE FREQUENCIA
           END-IF
           IF ATR-DISPONIVEL
               CLOSE ATRIBUICOES
           END-IF
           IF HOR-DISPONIVEL
               CLOSE HORARIOS
           END-IF
           IF MAT-DISPONIVEL
               CLOSE MATERIAS
           END-IF
           IF OCO-DISPONIVEL
               CLOSE OCORRENCIAS
           END-IF
           .
       P300-FIM.
           DISPLAY 'DESEJA CONTINUAR? <S> - <N>'
           ACCEPT WS-EXIT
           .

      ******************************************************************
      * SELECIONA OS ALUNOS ATIVOS E MATRICULADOS DA TURMA, SO DA
      * UNIDADE DO LOGIN, PARA O SORT POR NOME
      ******************************************************************
       P400-SELECIONA-ALUNOS.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO ID-ALUNO

           START ALUNOS KEY IS NOT LESS THAN ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ALUNOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P410-FILTRA-ALUNO THRU P410-FIM
               END-READ
           END-PERFORM
           .
       P400-FIM.
           EXIT.

       P410-FILTRA-ALUNO.
           IF TURMA-ALUNO NOT EQUAL WS-TURMA-MAPAO
               GO TO P410-FIM
           END-IF

           IF NOT ALUNO-ATIVO
               GO TO P410-FIM
           END-IF

           IF NOT MAT-MATRICULADO AND NOT MAT-LEGADO
               GO TO P410-FIM
           END-IF

           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND
              UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P410-FIM
           END-IF

           MOVE NM-ALUNO            TO SD-NOME
           MOVE ID-ALUNO            TO SD-ID
           RELEASE SD-REGISTRO
           .
       P410-FIM.
           EXIT.

       P450-CARREGA-ALUNOS.
           SET EOF-SORT-OK          TO FALSE

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       IF WS-QTD-ALU < 80
                           ADD 1 TO WS-QTD-ALU
                           MOVE SD-ID   TO WS-AL-ID(WS-QTD-ALU)
                           MOVE SD-NOME TO WS-AL-NOME(WS-QTD-ALU)
                       ELSE
                           ADD 1 TO WS-ALU-FORA
                       END-IF
               END-RETURN
           END-PERFORM
           .
       P450-FIM.
           EXIT.

      ******************************************************************
      * ABRE AS COLUNAS NA ORDEM DAS ATRIBUICOES DA TURMA; DISCIPLINA
      * LANCADA SEM ATRIBUICAO GANHA COLUNA AO SER ENCONTRADA NAS NOTAS
      ******************************************************************
       P500-CARREGA-COLUNAS.
           SET EOF-OK               TO FALSE
           MOVE WS-TURMA-MAPAO      TO ATR-TURMA
           MOVE ZEROS               TO ATR-ID-MATERIA

           START ATRIBUICOES KEY IS NOT LESS THAN ATR-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ATRIBUICOES NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF ATR-TURMA NOT EQUAL WS-TURMA-MAPAO
                           SET EOF-OK TO TRUE
                       ELSE
                           MOVE ATR-ID-MATERIA TO WS-MATERIA-BUSCA
                           MOVE SPACES         TO WS-NOME-BUSCA
                           PERFORM P520-ACHA-COLUNA THRU P520-FIM
                       END-IF
               END-READ
           END-PERFORM
           .
       P500-FIM.
           EXIT.

      * DEVOLVE EM WS-IDX-COL A COLUNA DE WS-MATERIA-BUSCA, ABRINDO
      * UMA NOVA SE PRECISO; ZERO QUANDO AS 16 COLUNAS ESTAO TOMADAS
       P520-ACHA-COLUNA.
           SET ACHOU-COLUNA         TO FALSE
           MOVE ZEROS               TO WS-IDX-ACHADA

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > WS-QTD-COL
               IF WS-COL-MATERIA(WS-IDX-COL) EQUAL WS-MATERIA-BUSCA
                   SET ACHOU-COLUNA TO TRUE
                   MOVE WS-IDX-COL  TO WS-IDX-ACHADA
                   MOVE WS-QTD-COL  TO WS-IDX-COL
               END-IF
           END-PERFORM

           IF ACHOU-COLUNA
               MOVE WS-IDX-ACHADA   TO WS-IDX-COL
               GO TO P520-FIM
           END-IF

           IF WS-QTD-COL NOT < 16
               MOVE ZEROS           TO WS-IDX-COL
               GO TO P520-FIM
           END-IF

           ADD 1                    TO WS-QTD-COL
           MOVE WS-QTD-COL          TO WS-IDX-COL
           MOVE WS-MATERIA-BUSCA    TO WS-COL-MATERIA(WS-IDX-COL)
           MOVE WS-NOME-BUSCA       TO WS-COL-NOME(WS-IDX-COL)

           IF MAT-DISPONIVEL
               MOVE WS-MATERIA-BUSCA TO MAT-ID-MATERIA
               READ MATERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAT-NM-MATERIA
                            TO WS-COL-NOME(WS-IDX-COL)
               END-READ
           END-IF

           IF WS-COL-NOME(WS-IDX-COL) EQUAL SPACES
               MOVE WS-MATERIA-BUSCA TO WS-COL-NOME(WS-IDX-COL)
           END-IF
           .
       P520-FIM.
           EXIT.

      ******************************************************************
      * APURA A LINHA DO ALUNO WS-IDX-ALU: NOTAS DO BIMESTRE, FALTAS
      * POR DISCIPLINA E PRESENCA DO PERIODO, OCORRENCIAS DO PERIODO
      ******************************************************************
       P600-APURA-ALUNO.
           PERFORM P610-NOTAS-ALUNO THRU P610-FIM

           IF FREQ-DISPONIVEL
               PERFORM P620-FREQUENCIA-ALUNO THRU P620-FIM
           END-IF

           IF OCO-DISPONIVEL
               PERFORM P640-OCORRENCIAS-ALUNO THRU P640-FIM
           END-IF
           .
       P600-FIM.
           EXIT.

      * CONCEITO FICA FORA DA MEDIA GERAL, COMO NOS BATCHES E NO
      * BOLETIM
       P610-NOTAS-ALUNO.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-SOMA-ALUNO
           MOVE WS-AL-ID(WS-IDX-ALU) TO DISC-ID-ALUNO
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
                       IF DISC-ID-ALUNO NOT EQUAL
                          WS-AL-ID(WS-IDX-ALU)
                           SET EOF-OK TO TRUE
                       ELSE
                           IF DISC-BIMESTRE EQUAL WS-BIM-MAPAO
                               PERFORM P615-GUARDA-NOTA
                                       THRU P615-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-AL-QTD-NOTAS(WS-IDX-ALU) > ZEROS
               COMPUTE WS-AL-MEDIA(WS-IDX-ALU) ROUNDED =
                       WS-SOMA-ALUNO / WS-AL-QTD-NOTAS(WS-IDX-ALU)
           END-IF
           .
       P610-FIM.
           EXIT.

       P615-GUARDA-NOTA.
           MOVE DISC-ID-MATERIA     TO WS-MATERIA-BUSCA
           MOVE DISC-NM-MATERIA     TO WS-NOME-BUSCA
           PERFORM P520-ACHA-COLUNA THRU P520-FIM

           IF WS-IDX-COL EQUAL ZEROS
               ADD 1                TO WS-COL-FORA
               GO TO P615-FIM
           END-IF

           IF DISC-CONCEITO NOT EQUAL SPACES
               SET CEL-CONCEITO(WS-IDX-ALU, WS-IDX-COL) TO TRUE
               MOVE DISC-CONCEITO
                    TO WS-CEL-CONCEITO(WS-IDX-ALU, WS-IDX-COL)
               GO TO P615-FIM
           END-IF

           SET CEL-NOTA(WS-IDX-ALU, WS-IDX-COL) TO TRUE
           MOVE DISC-MEDIA
                TO WS-CEL-MEDIA(WS-IDX-ALU, WS-IDX-COL)
           ADD DISC-MEDIA           TO WS-SOMA-ALUNO
           ADD 1                    TO WS-AL-QTD-NOTAS(WS-IDX-ALU)
           ADD DISC-MEDIA           TO WS-COL-SOMA(WS-IDX-COL)
           ADD 1                    TO WS-COL-QTD(WS-IDX-COL)
           .
       P615-FIM.
           EXIT.

      ******************************************************************
      * DIAS E FALTAS DO ALUNO NO PERIODO; A MARCACAO J NAO CONTA COMO
      * FALTA (MESMA REGRA DO LIMITE DE FALTAS). COM CHAMADA POR AULA
      * E GRADE DE HORARIOS, AS FALTAS VAO PARA A COLUNA DA DISCIPLINA
      ******************************************************************
       P620-FREQUENCIA-ALUNO.
           SET EOF-OK               TO FALSE
           MOVE WS-AL-ID(WS-IDX-ALU) TO FREQ-ID-ALUNO
           MOVE WS-DATA-INI         TO FREQ-DATA

           START FREQUENCIA KEY IS NOT LESS THAN FREQ-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF FREQ-ID-ALUNO NOT EQUAL
                          WS-AL-ID(WS-IDX-ALU) OR
                          FREQ-DATA > WS-DATA-FIM
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-AL-DIAS(WS-IDX-ALU)
                           IF PRESENCA-FALTA
                               ADD 1 TO WS-AL-FALTAS(WS-IDX-ALU)
                           END-IF
                           IF HOR-DISPONIVEL AND
                              FREQ-PERIODOS NOT EQUAL SPACES
                               PERFORM P625-FALTAS-PERIODOS
                                       THRU P625-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-AL-DIAS(WS-IDX-ALU) > ZEROS
               COMPUTE WS-AL-PRESENCA(WS-IDX-ALU) ROUNDED =
                       ((WS-AL-DIAS(WS-IDX-ALU)
                       - WS-AL-FALTAS(WS-IDX-ALU)) * 100)
                       / WS-AL-DIAS(WS-IDX-ALU)
           END-IF
           .
       P620-FIM.
           EXIT.

       P625-FALTAS-PERIODOS.
           MOVE FREQ-DATA           TO WS-DATA-FREQ-R
           PERFORM P650-DIA-DA-SEMANA THRU P650-FIM

           IF WS-DIA-SEMANA > 6
               GO TO P625-FIM
           END-IF

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               IF FREQ-PERIODO-MARCA(WS-IDX-PER) EQUAL 'F'
                   MOVE FREQ-TURMA    TO HOR-TURMA
                   MOVE WS-DIA-SEMANA TO HOR-DIA
                   MOVE WS-IDX-PER    TO HOR-PERIODO
                   READ HORARIOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM P630-SOMA-FALTA-COLUNA
                                   THRU P630-FIM
                   END-READ
               END-IF
           END-PERFORM
           .
       P625-FIM.
           EXIT.

       P630-SOMA-FALTA-COLUNA.
           MOVE HOR-ID-MATERIA      TO WS-MATERIA-BUSCA
           MOVE SPACES              TO WS-NOME-BUSCA
           PERFORM P520-ACHA-COLUNA THRU P520-FIM

           IF WS-IDX-COL EQUAL ZEROS
               GO TO P630-FIM
           END-IF

           ADD 1 TO WS-CEL-FALTAS(WS-IDX-ALU, WS-IDX-COL)
           ADD 1 TO WS-COL-FALTAS(WS-IDX-COL)
           .
       P630-FIM.
           EXIT.

       P640-OCORRENCIAS-ALUNO.
           SET EOF-OK               TO FALSE
           MOVE WS-AL-ID(WS-IDX-ALU) TO OCO-ID-ALUNO
           MOVE WS-DATA-INI         TO OCO-DATA
           MOVE ZEROS               TO OCO-SEQ

           START OCORRENCIAS KEY IS NOT LESS THAN OCO-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF OCO-ID-ALUNO NOT EQUAL
                          WS-AL-ID(WS-IDX-ALU) OR
                          OCO-DATA > WS-DATA-FIM
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-AL-OCORR(WS-IDX-ALU)
                       END-IF
               END-READ
           END-PERFORM
           .
       P640-FIM.
           EXIT.

      ******************************************************************
      * DIA DA SEMANA DA DATA DO REGISTRO DE FREQUENCIA PELA
      * CONGRUENCIA DE ZELLER, NA CONVENCAO DA GRADE DE HORARIOS
      * (1=SEGUNDA ... 6=SABADO, 7=DOMINGO)
      ******************************************************************
       P650-DIA-DA-SEMANA.
           MOVE WS-DFQ-MES          TO WS-ZL-MES
           MOVE WS-DFQ-ANO          TO WS-ZL-ANO
           IF WS-ZL-MES < 3
               ADD 12               TO WS-ZL-MES
               SUBTRACT 1           FROM WS-ZL-ANO
           END-IF

           DIVIDE WS-ZL-ANO BY 100 GIVING WS-ZL-J
                  REMAINDER WS-ZL-K

           COMPUTE WS-ZL-SOMA = WS-DFQ-DIA
                   + ((13 * (WS-ZL-MES + 1)) / 5)
                   + WS-ZL-K + (WS-ZL-K / 4)
                   + (WS-ZL-J / 4) + (5 * WS-ZL-J)

           DIVIDE WS-ZL-SOMA BY 7 GIVING WS-ZL-QUOC
                  REMAINDER WS-ZL-RESTO

      * ZELLER DEVOLVE 0=SABADO E 1=DOMINGO; CONVERTE PARA 1=SEGUNDA
           EVALUATE WS-ZL-RESTO
               WHEN 0
                   MOVE 6 TO WS-DIA-SEMANA
               WHEN 1
                   MOVE 7 TO WS-DIA-SEMANA
               WHEN OTHER
                   COMPUTE WS-DIA-SEMANA = WS-ZL-RESTO - 1
           END-EVALUATE
           .
       P650-FIM.
           EXIT.

      ******************************************************************
      * IMPRIME O MAPAO EM FAIXAS DE 8 DISCIPLINAS (PAGINA PAISAGEM);
      * CADA FAIXA COMECA EM PAGINA NOVA, REPETE O CABECALHO A CADA
      * WS-MAX-LINHAS ALUNOS E FECHA COM A MEDIA DA TURMA POR COLUNA
      ******************************************************************
       P700-IMPRIME-MAPAO.
           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           MOVE WS-TURMA-MAPAO      TO WS-CT-TURMA
           MOVE WS-BIM-MAPAO        TO WS-CT-BIMESTRE
           MOVE CFG-ANO-LETIVO      TO WS-CT-ANO
           MOVE WS-DATA-INI         TO WS-DATA-TRAB
           PERFORM P790-FORMATA-DATA THRU P790-FIM
           MOVE WS-DATA-FMT         TO WS-CT-INICIO
           MOVE WS-DATA-FIM         TO WS-DATA-TRAB
           PERFORM P790-FORMATA-DATA THRU P790-FIM
           MOVE WS-DATA-FMT         TO WS-CT-FIM
           MOVE WS-QTD-COL          TO WS-CT-COL-QTD
           MOVE CFG-CORTE-APROVACAO TO WS-CL-CORTE
           MOVE CFG-CONCEITO-MINIMO TO WS-CL-CONCEITO

           IF WS-QTD-COL EQUAL ZEROS
               MOVE 1               TO WS-BLOCO-INI
               MOVE ZEROS           TO WS-BLOCO-FIM
               PERFORM P710-IMPRIME-FAIXA THRU P710-FIM
               MOVE
                 'NENHUMA DISCIPLINA LANCADA PARA A TURMA NO BIMESTRE'
                                    TO REL-LINHA
               WRITE REL-LINHA
               GO TO P700-FIM
           END-IF

           PERFORM VARYING WS-BLOCO-INI FROM 1 BY 8
                   UNTIL WS-BLOCO-INI > WS-QTD-COL
               COMPUTE WS-BLOCO-FIM = WS-BLOCO-INI + 7
               IF WS-BLOCO-FIM > WS-QTD-COL
                   MOVE WS-QTD-COL  TO WS-BLOCO-FIM
               END-IF
               PERFORM P710-IMPRIME-FAIXA THRU P710-FIM
           END-PERFORM
           .
       P700-FIM.
           EXIT.

       P710-IMPRIME-FAIXA.
           MOVE WS-BLOCO-INI        TO WS-CT-COL-INI
           MOVE WS-BLOCO-FIM        TO WS-CT-COL-FIM
           INITIALIZE WS-CAB-DISCIPLINAS
           INITIALIZE WS-CAB-COLUNAS

           PERFORM VARYING WS-IDX-COL FROM WS-BLOCO-INI BY 1
                   UNTIL WS-IDX-COL > WS-BLOCO-FIM
               COMPUTE WS-IDX-CEL = WS-IDX-COL - WS-BLOCO-INI + 1
               MOVE WS-COL-NOME(WS-IDX-COL)(1:10)
                    TO WS-CD-NOME(WS-IDX-CEL)
               MOVE ' NOTA   FT'  TO WS-CC-TITULO(WS-IDX-CEL)
           END-PERFORM

           IF WS-PAGINA > ZEROS
               WRITE REL-LINHA FROM WS-QUEBRA-PAGINA
               WRITE REL-LINHA FROM SPACES
           END-IF
           PERFORM P720-CABECALHO   THRU P720-FIM

           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-QTD-ALU
               IF WS-LINHAS-PAGINA NOT < WS-MAX-LINHAS
                   WRITE REL-LINHA FROM WS-QUEBRA-PAGINA
                   WRITE REL-LINHA FROM SPACES
                   PERFORM P720-CABECALHO THRU P720-FIM
               END-IF
               PERFORM P730-LINHA-ALUNO THRU P730-FIM
           END-PERFORM

           PERFORM P750-MEDIAS-TURMA THRU P750-FIM
           .
       P710-FIM.
           EXIT.

       P720-CABECALHO.
           ADD 1                    TO WS-PAGINA
           MOVE WS-PAGINA           TO WS-CT-PAGINA
           WRITE REL-LINHA FROM WS-CAB-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-TITULO
           WRITE REL-LINHA FROM WS-CAB-TRACO
           WRITE REL-LINHA FROM WS-CAB-TURMA
           WRITE REL-LINHA FROM WS-CAB-LEGENDA
           WRITE REL-LINHA FROM WS-CAB-TRACO
           WRITE REL-LINHA FROM WS-CAB-DISCIPLINAS
           WRITE REL-LINHA FROM WS-CAB-COLUNAS
           WRITE REL-LINHA FROM WS-CAB-TRACO
           MOVE ZEROS               TO WS-LINHAS-PAGINA
           .
       P720-FIM.
           EXIT.

       P730-LINHA-ALUNO.
           MOVE SPACES              TO WS-DET-MAPAO
           MOVE WS-AL-ID(WS-IDX-ALU) TO WS-ID-ED
           MOVE WS-ID-ED            TO WS-DM-ID
           MOVE WS-AL-NOME(WS-IDX-ALU) TO WS-DM-NOME

           PERFORM VARYING WS-IDX-COL FROM WS-BLOCO-INI BY 1
                   UNTIL WS-IDX-COL > WS-BLOCO-FIM
               COMPUTE WS-IDX-CEL = WS-IDX-COL - WS-BLOCO-INI + 1
               PERFORM P735-CELULA  THRU P735-FIM
           END-PERFORM

           IF WS-AL-QTD-NOTAS(WS-IDX-ALU) > ZEROS
               MOVE WS-AL-MEDIA(WS-IDX-ALU) TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED     TO WS-DM-MEDIA
           ELSE
               MOVE '   - '         TO WS-DM-MEDIA
           END-IF

           IF WS-AL-DIAS(WS-IDX-ALU) > ZEROS
               MOVE WS-AL-PRESENCA(WS-IDX-ALU) TO WS-PRESENCA-ED
               MOVE WS-PRESENCA-ED  TO WS-DM-PRESENCA
           ELSE
               MOVE '   - '         TO WS-DM-PRESENCA
           END-IF

           MOVE WS-AL-OCORR(WS-IDX-ALU) TO WS-QTD-ED
           MOVE WS-QTD-ED           TO WS-DM-OCORR

           WRITE REL-LINHA FROM WS-DET-MAPAO
           ADD 1                    TO WS-LINHAS-PAGINA
           .
       P730-FIM.
           EXIT.

       P735-CELULA.
           EVALUATE TRUE
               WHEN CEL-NOTA(WS-IDX-ALU, WS-IDX-COL)
                   MOVE WS-CEL-MEDIA(WS-IDX-ALU, WS-IDX-COL)
                        TO WS-MEDIA-ED
                   MOVE WS-MEDIA-ED TO WS-DM-NOTA(WS-IDX-CEL)
                   IF WS-CEL-MEDIA(WS-IDX-ALU, WS-IDX-COL) <
                      CFG-CORTE-APROVACAO
                       MOVE '*'     TO WS-DM-MARCA(WS-IDX-CEL)
                   END-IF
               WHEN CEL-CONCEITO(WS-IDX-ALU, WS-IDX-COL)
                   MOVE WS-CEL-CONCEITO(WS-IDX-ALU, WS-IDX-COL)
                        TO WS-DM-NOTA(WS-IDX-CEL)(5:1)
                   IF WS-CEL-CONCEITO(WS-IDX-ALU, WS-IDX-COL) >
                      CFG-CONCEITO-MINIMO
                       MOVE '*'     TO WS-DM-MARCA(WS-IDX-CEL)
                   END-IF
               WHEN OTHER
                   MOVE '   - '    TO WS-DM-NOTA(WS-IDX-CEL)
           END-EVALUATE

           IF WS-CEL-FALTAS(WS-IDX-ALU, WS-IDX-COL) > ZEROS
               MOVE WS-CEL-FALTAS(WS-IDX-ALU, WS-IDX-COL)
                    TO WS-QTD-ED
               MOVE WS-QTD-ED       TO WS-DM-FALTAS(WS-IDX-CEL)
           END-IF
           .
       P735-FIM.
           EXIT.

      ******************************************************************
      * PE DA FAIXA: MEDIA DA TURMA EM CADA DISCIPLINA (SO NOTAS),
      * TOTAL DE FALTAS DA COLUNA, MEDIA GERAL, PRESENCA MEDIA E TOTAL
      * DE OCORRENCIAS DA TURMA
      ******************************************************************
       P750-MEDIAS-TURMA.
           MOVE ZEROS               TO WS-SOMA-MEDIAS
           MOVE ZEROS               TO WS-QTD-MEDIAS
           MOVE ZEROS               TO WS-SOMA-PRESENCA
           MOVE ZEROS               TO WS-QTD-PRESENCA
           MOVE ZEROS               TO WS-TOTAL-OCORR

           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-QTD-ALU
               IF WS-AL-QTD-NOTAS(WS-IDX-ALU) > ZEROS
                   ADD WS-AL-MEDIA(WS-IDX-ALU) TO WS-SOMA-MEDIAS
                   ADD 1            TO WS-QTD-MEDIAS
               END-IF
               IF WS-AL-DIAS(WS-IDX-ALU) > ZEROS
                   ADD WS-AL-PRESENCA(WS-IDX-ALU) TO WS-SOMA-PRESENCA
                   ADD 1            TO WS-QTD-PRESENCA
               END-IF
               ADD WS-AL-OCORR(WS-IDX-ALU) TO WS-TOTAL-OCORR
           END-PERFORM

           MOVE SPACES              TO WS-DET-MAPAO
           MOVE 'MEDIA DA TURMA'    TO WS-DM-NOME

           PERFORM VARYING WS-IDX-COL FROM WS-BLOCO-INI BY 1
                   UNTIL WS-IDX-COL > WS-BLOCO-FIM
               COMPUTE WS-IDX-CEL = WS-IDX-COL - WS-BLOCO-INI + 1
               IF WS-COL-QTD(WS-IDX-COL) > ZEROS
                   COMPUTE WS-MEDIA-TRAB ROUNDED =
                           WS-COL-SOMA(WS-IDX-COL)
                           / WS-COL-QTD(WS-IDX-COL)
                   MOVE WS-MEDIA-TRAB TO WS-MEDIA-ED
                   MOVE WS-MEDIA-ED TO WS-DM-NOTA(WS-IDX-CEL)
                   IF WS-MEDIA-TRAB < CFG-CORTE-APROVACAO
                       MOVE '*'     TO WS-DM-MARCA(WS-IDX-CEL)
                   END-IF
               ELSE
                   MOVE '   - '    TO WS-DM-NOTA(WS-IDX-CEL)
               END-IF
               IF WS-COL-FALTAS(WS-IDX-COL) > ZEROS
                   MOVE WS-COL-FALTAS(WS-IDX-COL) TO WS-QTD-ED
                   MOVE WS-QTD-ED   TO WS-DM-FALTAS(WS-IDX-CEL)
               END-IF
           END-PERFORM

           IF WS-QTD-MEDIAS > ZEROS
               COMPUTE WS-MEDIA-TRAB ROUNDED =
                       WS-SOMA-MEDIAS / WS-QTD-MEDIAS
               MOVE WS-MEDIA-TRAB   TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED     TO WS-DM-MEDIA
           ELSE
               MOVE '   - '         TO WS-DM-MEDIA
           END-IF

           IF WS-QTD-PRESENCA > ZEROS
               COMPUTE WS-PRESENCA-TRAB ROUNDED =
                       WS-SOMA-PRESENCA / WS-QTD-PRESENCA
               MOVE WS-PRESENCA-TRAB TO WS-PRESENCA-ED
               MOVE WS-PRESENCA-ED  TO WS-DM-PRESENCA
           ELSE
               MOVE '   - '         TO WS-DM-PRESENCA
           END-IF

           MOVE WS-TOTAL-OCORR      TO WS-QTD-ED
           MOVE WS-QTD-ED           TO WS-DM-OCORR

           WRITE REL-LINHA FROM WS-CAB-TRACO
           WRITE REL-LINHA FROM WS-DET-MAPAO
           WRITE REL-LINHA FROM WS-CAB-TRACO
           MOVE WS-QTD-ALU          TO WS-TT-ALUNOS
           WRITE REL-LINHA FROM WS-TOT-TURMA
           .
       P750-FIM.
           EXIT.

      * AAAAMMDD PARA DD/MM/AAAA
       P790-FORMATA-DATA.
           MOVE WS-DT-DIA           TO WS-DF-DIA
           MOVE WS-DT-MES           TO WS-DF-MES
           MOVE WS-DT-ANO           TO WS-DF-ANO
           .
       P790-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM MAPAO.
