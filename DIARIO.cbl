      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:DIARIO DE CLASSE - CONTEUDO MINISTRADO POR AULA E AULAS
      *         PREVISTAS X REGISTRADAS
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. A SUPERVISAO AINDA
      *         RECOLHIA O DIARIO DE PAPEL PARA SABER O QUE FOI DADO EM
      *         CADA AULA. O PROFESSOR REGISTRA, PARA A TURMA + DATA +
      *         PERIODO DA GRADE (HORARIOS.DAT), O CONTEUDO E O TIPO DE
      *         ATIVIDADE EM CONTEUDOS.DAT; A DISCIPLINA E O PROFESSOR
      *         VEM DA GRADE DO DIA DA SEMANA. SO DIA LETIVO DO
      *         CALENDARIO E DATA ATE HOJE. OPERADOR VINCULADO A
      *         PROFESSOR SO REGISTRA E EXCLUI NAS SUAS ATRIBUICOES
      *         (TESTAPROF). O RELATORIO DE AULAS PREVISTAS (GRADE X
      *         DIAS LETIVOS DO PERIODO) X REGISTRADAS SAI POR
      *         PROFESSOR/TURMA/DISCIPLINA (AULASPREV.TXT), COM A LISTA
      *         OPCIONAL DAS AULAS SEM REGISTRO
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CALENDARIO ESCOLAR DA
      *         UNIDADE DO LOGIN (CALENDARIO.DAT NA SEDE,
      *         CALENDARIO_NN.DAT NAS DEMAIS UNIDADES)
      * UPDATE: 15/10/2026 MULTI-UNIDADE: A PREVISAO DE AULAS SO
      *         PERCORRE A GRADE DAS TURMAS DA UNIDADE DO LOGIN
      *         (TUR-UNIDADE, ZERO = 01), DONA DO CALENDARIO LIDO;
      *         AULASPREV GANHA O SUFIXO DA UNIDADE. CABECALHOS QUE
      *         SAIAM CORTADOS AJUSTADOS AO TAMANHO DO LITERAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT CONTEUDOS ASSIGN TO
                WS-CONTEUDOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CON-CHAVE
                FILE STATUS IS WS-FS-CON.

                SELECT HORARIOS ASSIGN TO
                WS-HORARIOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOR-CHAVE
                FILE STATUS IS WS-FS-HOR.

                SELECT CALENDARIO ASSIGN TO
                WS-CALENDARIO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAL-DATA
                FILE STATUS IS WS-FS-CAL.

                SELECT MATERIAS ASSIGN TO
                WS-MATERIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAT-ID-MATERIA
                FILE STATUS IS WS-FS-MAT.

                SELECT PROFESSORES ASSIGN TO
                WS-PROFESSORES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PROF-ID
                FILE STATUS IS WS-FS-PROF.

                SELECT TURMAS ASSIGN TO
                WS-TURMAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS TUR-CODIGO
                FILE STATUS IS WS-FS-TUR.

                SELECT RELATORIO ASSIGN TO
                WS-AULASPREV-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTAULA-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD CONTEUDOS.
           COPY CONTEUDOS.

       FD HORARIOS.
           COPY HORARIOS.

       FD CALENDARIO.
           COPY CALENDARIO.

       FD MATERIAS.
           COPY MATERIAS.

       FD PROFESSORES.
           COPY PROFESSORES.

       FD TURMAS.
           COPY TURMAS.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-PROFESSOR                  PIC 9(05).
           03 SD-TURMA                      PIC X(10).
           03 SD-MATERIA                    PIC 9(20).
           03 SD-DATA                       PIC 9(08).
           03 SD-PERIODO                    PIC 9(01).
           03 SD-REGISTRADA                 PIC X(01).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY PROFAREA.

         01 WS-AULASPREV-PATH               PIC X(80).
         01 WS-SORTAULA-PATH                PIC X(80).

         01 WS-LIN-ESCOLA.
           03 WS-LE-ESCOLA                PIC X(40).
         01 WS-LIN-TRACO.
           03 FILLER                      PIC X(100) VALUE ALL '-'.
         01 WS-CAB-PREVISTAS.
           03 FILLER                      PIC X(10) VALUE SPACES.
           03 FILLER                      PIC X(38)
              VALUE 'AULAS PREVISTAS X AULAS REGISTRADAS - '.
           03 WS-CP-INICIO                PIC 9(08).
           03 FILLER                      PIC X(03) VALUE ' A '.
           03 WS-CP-FIM                   PIC 9(08).
         01 WS-DET-LETIVOS.
           03 FILLER                      PIC X(37)
              VALUE 'DIAS LETIVOS NO PERIODO (CALENDARIO):'.
           03 WS-DL-DIAS                  PIC ZZ9.
         01 WS-CAB-PROFESSOR.
           03 FILLER                      PIC X(11)
              VALUE 'PROFESSOR: '.
           03 WS-CPR-ID                   PIC ZZZZ9.
           03 FILLER                      PIC X(03) VALUE ' - '.
           03 WS-CPR-NOME                 PIC X(30).
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(48)
              VALUE '  TURMA      DISCIPLINA           PREVISTAS  REG'.
           03 FILLER                      PIC X(30)
              VALUE 'ISTRADAS  SEM REG.      %'.
         01 WS-DET-AULAS.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DAU-TURMA                PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DAU-MATERIA              PIC X(20).
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DAU-PREVISTAS            PIC ZZZ9.
           03 FILLER                      PIC X(07) VALUE SPACES.
           03 WS-DAU-REGISTRADAS          PIC ZZZ9.
           03 FILLER                      PIC X(09) VALUE SPACES.
           03 WS-DAU-FALTAM               PIC ZZZ9.
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DAU-PERC                 PIC ZZ9,9.
         01 WS-DET-SEM-REGISTRO.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 FILLER                      PIC X(16)
              VALUE 'SEM REGISTRO EM '.
           03 WS-DSR-DATA                 PIC 9(08).
           03 FILLER                      PIC X(09) VALUE ' PERIODO '.
           03 WS-DSR-PERIODO              PIC 9(01).
         01 WS-DET-MAIS-FALTANTES.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 FILLER                      PIC X(10) VALUE '... E MAIS'.
           03 WS-DMF-QTD                  PIC ZZZ9.
           03 FILLER                      PIC X(21)
              VALUE ' AULA(S) SEM REGISTRO'.
         01 WS-DET-TOTAL.
           03 FILLER                      PIC X(18)
              VALUE 'TOTAL GERAL       '.
           03 FILLER                      PIC X(15) VALUE SPACES.
           03 WS-DTO-PREVISTAS            PIC ZZZZ9.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DTO-REGISTRADAS          PIC ZZZZ9.
           03 FILLER                      PIC X(08) VALUE SPACES.
           03 WS-DTO-FALTAM               PIC ZZZZ9.
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DTO-PERC                 PIC ZZ9,9.

         77 WS-FS-CON                      PIC 99.
           88 FS-CON-OK                    VALUE 0.
         77 WS-FS-HOR                      PIC 99.
           88 FS-HOR-OK                    VALUE 0.
         77 WS-FS-CAL                      PIC 99.
           88 FS-CAL-OK                    VALUE 0.
         77 WS-FS-MAT                      PIC 99.
           88 FS-MAT-OK                    VALUE 0.
         77 WS-FS-PROF                     PIC 99.
           88 FS-PROF-OK                   VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-HOR                     PIC X     VALUE 'N'.
           88 EOF-HOR-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-DATA-LETIVA                 PIC X     VALUE 'N'.
           88 DATA-LETIVA-OK               VALUE 'S' FALSE 'N'.
         77 WS-TEM-GRADE                   PIC X     VALUE 'N'.
           88 TEM-GRADE-DIA                VALUE 'S' FALSE 'N'.
         77 WS-MAT-DISPONIVEL              PIC X     VALUE 'N'.
           88 MAT-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-PROF-DISPONIVEL             PIC X     VALUE 'N'.
           88 PROF-DISPONIVEL              VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRMA                    PIC X(01) VALUE SPACES.
         77 WS-DETALHE                     PIC X(01) VALUE 'N'.
         77 WS-TURMA-PESQUISA              PIC X(10) VALUE SPACES.
         77 WS-DATA-AULA                   PIC 9(08) VALUE ZEROS.
         77 WS-PERIODO                     PIC 9(01) VALUE ZEROS.
         77 WS-NOVO-TIPO                   PIC X(01) VALUE SPACES.
         77 WS-NOVA-DESCRICAO              PIC X(60) VALUE SPACES.
         77 WS-DATA-INICIO                 PIC 9(08) VALUE ZEROS.
         77 WS-DATA-FIM                    PIC 9(08) VALUE ZEROS.
         77 WS-HOJE                        PIC 9(08) VALUE ZEROS.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         77 WS-DIAS-LETIVOS                PIC 9(03) VALUE ZEROS.
         77 WS-NM-MATERIA                  PIC X(20) VALUE SPACES.
         01 WS-GRADE-DIA.
           03 WS-GD-ITEM OCCURS 6.
              05 WS-GD-MATERIA             PIC 9(20).
              05 WS-GD-PROFESSOR           PIC 9(05).
              05 WS-GD-NOME                PIC X(20).
         77 WS-IDX-PER                     PIC 9(01) COMP VALUE ZEROS.
         01 WS-DATA-AULA-R.
           03 WS-DCH-ANO                   PIC 9(04).
           03 WS-DCH-MES                   PIC 9(02).
           03 WS-DCH-DIA                   PIC 9(02).
         77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
         77 WS-ZL-MES                      PIC 9(02) VALUE ZEROS.
         77 WS-ZL-ANO                      PIC 9(04) VALUE ZEROS.
         77 WS-ZL-K                        PIC 9(02) VALUE ZEROS.
         77 WS-ZL-J                        PIC 9(02) VALUE ZEROS.
         77 WS-ZL-SOMA                     PIC 9(05) VALUE ZEROS.
         77 WS-ZL-QUOC                     PIC 9(04) VALUE ZEROS.
         77 WS-ZL-RESTO                    PIC 9(04) VALUE ZEROS.
         01 WS-GRUPO-ANTERIOR.
           03 WS-GA-PROFESSOR              PIC 9(05).
           03 WS-GA-TURMA                  PIC X(10).
           03 WS-GA-MATERIA                PIC 9(20).
         01 WS-GRUPO-ATUAL.
           03 WS-GT-PROFESSOR              PIC 9(05).
           03 WS-GT-TURMA                  PIC X(10).
           03 WS-GT-MATERIA                PIC 9(20).
         77 WS-PROF-ANTERIOR               PIC 9(05) VALUE ZEROS.
         77 WS-GRP-PREVISTAS               PIC 9(04) VALUE ZEROS.
         77 WS-GRP-REGISTRADAS             PIC 9(04) VALUE ZEROS.
         77 WS-TOT-PREVISTAS               PIC 9(05) VALUE ZEROS.
         77 WS-TOT-REGISTRADAS             PIC 9(05) VALUE ZEROS.
         77 WS-FALTAM                      PIC 9(05) VALUE ZEROS.
         77 WS-PERCENTUAL                  PIC 9(03)V9 VALUE ZEROS.
         01 WS-TAB-FALTANTES.
           03 WS-FT-ITEM OCCURS 100.
              05 WS-FT-DATA                PIC 9(08).
              05 WS-FT-PERIODO             PIC 9(01).
         77 WS-QTD-FT                      PIC 9(04) VALUE ZEROS.
         77 WS-UNIDADE-TUR                 PIC 9(02) VALUE ZEROS.
         77 WS-IDX-FT                      PIC 9(04) COMP VALUE ZEROS.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P200-ABRE-ARQUIVOS  THRU P200-FIM
           IF FS-CON-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE CONTEUDOS
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
                  '\TESTAPROF' DELIMITED BY SIZE
                  INTO WS-BIN-TESTAPROF-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONTEUDOS.DAT' DELIMITED BY SIZE
                  INTO WS-CONTEUDOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\HORARIOS.DAT' DELIMITED BY SIZE
                  INTO WS-HORARIOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATERIAS.DAT' DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PROFESSORES.DAT' DELIMITED BY SIZE
                  INTO WS-PROFESSORES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\AULASPREV' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-AULASPREV-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTAULA.TMP' DELIMITED BY SIZE
                  INTO WS-SORTAULA-PATH
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ARQUIVOS.
           SET FS-CON-OK            TO TRUE

           OPEN I-O CONTEUDOS

           IF WS-FS-CON EQUAL 35 THEN
               OPEN OUTPUT CONTEUDOS
               CLOSE CONTEUDOS
               OPEN I-O CONTEUDOS
           END-IF

           IF NOT FS-CON-OK
               DISPLAY 'ERRO AO ABRIR O DIARIO DE CONTEUDOS'
               DISPLAY 'FILE STATUS: ' WS-FS-CON
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** DIARIO DE CLASSE - CONTEUDOS ****'
           DISPLAY '  1 - REGISTRAR CONTEUDO DA AULA'
           DISPLAY '  2 - CONSULTAR CONTEUDOS DA TURMA'
           DISPLAY '  3 - EXCLUIR REGISTRO DE AULA'
           DISPLAY '  4 - AULAS PREVISTAS X REGISTRADAS'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           ACCEPT WS-HOJE           FROM DATE YYYYMMDD

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P320-REGISTRA        THRU P320-FIM
               WHEN '2'
                   PERFORM P360-CONSULTA        THRU P360-FIM
               WHEN '3'
                   PERFORM P370-EXCLUI          THRU P370-FIM
               WHEN '4'
                   PERFORM P400-PREVISTAS       THRU P400-FIM
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

      ******************************************************************
      * REGISTRO DO CONTEUDO DE UMA AULA: TURMA, DATA LETIVA ATE HOJE E
      * PERIODO COM AULA NA GRADE DO DIA; A DISCIPLINA E O PROFESSOR
      * VEM DA GRADE. RELANCAR A MESMA AULA SUBSTITUI O REGISTRO
      ******************************************************************
       P320-REGISTRA.
           PERFORM P310-LE-AULA THRU P310-FIM
           IF NOT TEM-GRADE-DIA
               GO TO P320-FIM
           END-IF

           DISPLAY 'PERIODO (1 A 6): '
           MOVE ZEROS               TO WS-PERIODO
           ACCEPT WS-PERIODO
           IF WS-PERIODO < 1 OR WS-PERIODO > 6
               DISPLAY '*** PERIODO INVALIDO ***'
               GO TO P320-FIM
           END-IF
           IF WS-GD-MATERIA(WS-PERIODO) EQUAL ZEROS
               DISPLAY '*** PERIODO SEM AULA NA GRADE DA TURMA ***'
               GO TO P320-FIM
           END-IF

           MOVE WS-GD-MATERIA(WS-PERIODO) TO TP-ID-MATERIA
           PERFORM P380-TESTA-PROFESSOR THRU P380-FIM
           IF TP-PERMITIDO EQUAL 'N'
               GO TO P320-FIM
           END-IF

           MOVE WS-TURMA-PESQUISA   TO CON-TURMA
           MOVE WS-DATA-AULA        TO CON-DATA
           MOVE WS-PERIODO          TO CON-PERIODO
           READ CONTEUDOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'AULA JA REGISTRADA: ' CON-TIPO ' - '
                           CON-DESCRICAO
                   DISPLAY 'SUBSTITUIR O REGISTRO? <S> - <N>'
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT EQUAL 'S' AND
                      WS-CONFIRMA NOT EQUAL 's'
                       DISPLAY 'REGISTRO MANTIDO'
                       GO TO P320-FIM
                   END-IF
           END-READ

           MOVE SPACES              TO WS-NOVO-TIPO
           PERFORM WITH TEST AFTER
                   UNTIL WS-NOVO-TIPO EQUAL 'E' OR 'X' OR 'P' OR
                                           'G' OR 'A' OR 'O'
               DISPLAY 'TIPO DE ATIVIDADE: <E> EXPOSITIVA '
                       '<X> EXERCICIOS <P> PRATICA/LABORATORIO'
               DISPLAY '                   <G> TRABALHO EM GRUPO '
                       '<A> AVALIACAO <O> OUTRA'
               ACCEPT WS-NOVO-TIPO
               IF NOT (WS-NOVO-TIPO EQUAL 'E' OR 'X' OR 'P' OR
                                          'G' OR 'A' OR 'O')
                   DISPLAY '*** TIPO INVALIDO ***'
               END-IF
           END-PERFORM

           MOVE SPACES              TO WS-NOVA-DESCRICAO
           DISPLAY 'CONTEUDO MINISTRADO (RESUMO): '
           ACCEPT WS-NOVA-DESCRICAO
           IF WS-NOVA-DESCRICAO EQUAL SPACES
               DISPLAY '*** CONTEUDO NAO INFORMADO - NADA GRAVADO ***'
               GO TO P320-FIM
           END-IF

           MOVE WS-TURMA-PESQUISA   TO CON-TURMA
           MOVE WS-DATA-AULA        TO CON-DATA
           MOVE WS-PERIODO          TO CON-PERIODO
           MOVE WS-GD-MATERIA(WS-PERIODO)   TO CON-ID-MATERIA
           MOVE WS-GD-PROFESSOR(WS-PERIODO) TO CON-ID-PROFESSOR
           MOVE WS-NOVO-TIPO        TO CON-TIPO
           MOVE WS-NOVA-DESCRICAO   TO CON-DESCRICAO
           MOVE WS-HOJE             TO CON-DT-REGISTRO
           MOVE LK-OPERADOR-ID      TO CON-OPERADOR

           WRITE REG-CONTEUDOS
               INVALID KEY
                   REWRITE REG-CONTEUDOS
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O CONTEUDO'
                       NOT INVALID KEY
                           DISPLAY 'REGISTRO DA AULA ATUALIZADO'
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'CONTEUDO DA AULA REGISTRADO'
           END-WRITE
           .
       P320-FIM.
           EXIT.

      ******************************************************************
      * LE TURMA E DATA DA AULA, CONFERE O DIA LETIVO E CARREGA A GRADE
      * DO DIA, MOSTRANDO OS PERIODOS E SE JA TEM CONTEUDO REGISTRADO
      ******************************************************************
       P310-LE-AULA.
           SET TEM-GRADE-DIA        TO FALSE

           DISPLAY 'TURMA: '
           ACCEPT WS-TURMA-PESQUISA
           DISPLAY 'DATA DA AULA (AAAAMMDD, 0 = HOJE): '
           MOVE ZEROS               TO WS-DATA-AULA
           ACCEPT WS-DATA-AULA
           IF WS-DATA-AULA EQUAL ZEROS
               MOVE WS-HOJE         TO WS-DATA-AULA
           END-IF

           IF WS-DATA-AULA > WS-HOJE
               DISPLAY '*** DATA FUTURA - AULA AINDA NAO DADA ***'
               GO TO P310-FIM
           END-IF

           PERFORM P330-VALIDA-DIA-LETIVO THRU P330-FIM
           IF NOT DATA-LETIVA-OK
               GO TO P310-FIM
           END-IF

           PERFORM P340-CARREGA-GRADE THRU P340-FIM
           IF NOT TEM-GRADE-DIA
               DISPLAY 'SEM GRADE DE HORARIOS PARA A TURMA NESTE DIA'
               GO TO P310-FIM
           END-IF

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               IF WS-GD-MATERIA(WS-IDX-PER) > ZEROS
                   MOVE WS-TURMA-PESQUISA TO CON-TURMA
                   MOVE WS-DATA-AULA      TO CON-DATA
                   MOVE WS-IDX-PER        TO CON-PERIODO
                   READ CONTEUDOS
                       INVALID KEY
                           DISPLAY '  ' WS-IDX-PER ' - '
                                   WS-GD-NOME(WS-IDX-PER)
                                   ' (SEM REGISTRO)'
                       NOT INVALID KEY
                           DISPLAY '  ' WS-IDX-PER ' - '
                                   WS-GD-NOME(WS-IDX-PER)
                                   ' (REGISTRADA)'
                   END-READ
               END-IF
           END-PERFORM
           .
       P310-FIM.
           EXIT.

      * SO DIA LETIVO ACEITA REGISTRO DE AULA; SEM CALENDARIO.DAT NO
      * DISCO AVISA E ACEITA A DATA, COMO NA CHAMADA DO LANCAFREQ
       P330-VALIDA-DIA-LETIVO.
           SET FS-CAL-OK            TO TRUE
           SET DATA-LETIVA-OK       TO FALSE

           OPEN INPUT CALENDARIO

           IF NOT FS-CAL-OK
               DISPLAY 'CALENDARIO ESCOLAR INDISPONIVEL - DATA '
                       'ACEITA SEM CONFERENCIA'
               SET DATA-LETIVA-OK TO TRUE
               GO TO P330-FIM
           END-IF

           MOVE WS-DATA-AULA        TO CAL-DATA

           READ CALENDARIO
               INVALID KEY
                   DISPLAY '*** DATA FORA DO CALENDARIO ESCOLAR ***'
               NOT INVALID KEY
                   IF CAL-LETIVO
                       SET DATA-LETIVA-OK TO TRUE
                   ELSE
                       DISPLAY '*** ' CAL-TIPO ' - '
                               CAL-DESCRICAO ' ***'
                       DISPLAY '*** A DATA NAO E DIA LETIVO ***'
                   END-IF
           END-READ

           CLOSE CALENDARIO
           .
       P330-FIM.
           EXIT.

      * GRADE DO DIA DA TURMA: DISCIPLINA E PROFESSOR DE CADA PERIODO
      * NO DIA DA SEMANA DA DATA DA AULA
       P340-CARREGA-GRADE.
           SET FS-HOR-OK            TO TRUE
           SET FS-MAT-OK            TO TRUE
           SET TEM-GRADE-DIA        TO FALSE

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               MOVE ZEROS  TO WS-GD-MATERIA(WS-IDX-PER)
               MOVE ZEROS  TO WS-GD-PROFESSOR(WS-IDX-PER)
               MOVE SPACES TO WS-GD-NOME(WS-IDX-PER)
           END-PERFORM

           MOVE WS-DATA-AULA        TO WS-DATA-AULA-R
           PERFORM P600-DIA-DA-SEMANA THRU P600-FIM

           IF WS-DIA-SEMANA > 6
               GO TO P340-FIM
           END-IF

           OPEN INPUT HORARIOS

           IF NOT FS-HOR-OK
               DISPLAY 'GRADE DE HORARIOS INDISPONIVEL'
               GO TO P340-FIM
           END-IF

           OPEN INPUT MATERIAS

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               MOVE WS-TURMA-PESQUISA TO HOR-TURMA
               MOVE WS-DIA-SEMANA     TO HOR-DIA
               MOVE WS-IDX-PER        TO HOR-PERIODO
               READ HORARIOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET TEM-GRADE-DIA TO TRUE
                       MOVE HOR-ID-MATERIA
                            TO WS-GD-MATERIA(WS-IDX-PER)
                       MOVE HOR-ID-PROFESSOR
                            TO WS-GD-PROFESSOR(WS-IDX-PER)
                       MOVE 'DISCIPLINA NAO CADASTR.'
                            TO WS-GD-NOME(WS-IDX-PER)
                       IF FS-MAT-OK
                           MOVE HOR-ID-MATERIA TO MAT-ID-MATERIA
                           READ MATERIAS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE MAT-NM-MATERIA
                                        TO WS-GD-NOME(WS-IDX-PER)
                           END-READ
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HORARIOS
           IF FS-MAT-OK
               CLOSE MATERIAS
           END-IF
           .
       P340-FIM.
           EXIT.

       P360-CONSULTA.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT

           DISPLAY 'TURMA: '
           ACCEPT WS-TURMA-PESQUISA
           DISPLAY 'DATA INICIAL (AAAAMMDD): '
           MOVE ZEROS               TO WS-DATA-INICIO
           ACCEPT WS-DATA-INICIO
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = HOJE): '
           MOVE ZEROS               TO WS-DATA-FIM
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM EQUAL ZEROS
               MOVE WS-HOJE         TO WS-DATA-FIM
           END-IF

           MOVE WS-TURMA-PESQUISA   TO CON-TURMA
           MOVE WS-DATA-INICIO      TO CON-DATA
           MOVE ZEROS               TO CON-PERIODO

           START CONTEUDOS KEY IS NOT LESS THAN CON-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ CONTEUDOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CON-TURMA NOT EQUAL WS-TURMA-PESQUISA OR
                          CON-DATA > WS-DATA-FIM
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           DISPLAY CON-DATA ' P' CON-PERIODO ' '
                                   CON-ID-MATERIA ' PROF '
                                   CON-ID-PROFESSOR ' ' CON-TIPO
                           DISPLAY '    ' CON-DESCRICAO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUMA AULA REGISTRADA NO PERIODO'
           ELSE
               DISPLAY 'AULAS REGISTRADAS: ' WS-CONT
           END-IF
           .
       P360-FIM.
           EXIT.

       P370-EXCLUI.
           DISPLAY 'TURMA: '
           ACCEPT CON-TURMA
           DISPLAY 'DATA DA AULA (AAAAMMDD): '
           ACCEPT CON-DATA
           DISPLAY 'PERIODO (1 A 6): '
           ACCEPT CON-PERIODO

           READ CONTEUDOS
               INVALID KEY
                   DISPLAY 'AULA NAO REGISTRADA'
                   GO TO P370-FIM
           END-READ

           MOVE CON-TURMA           TO WS-TURMA-PESQUISA
           MOVE CON-ID-MATERIA      TO TP-ID-MATERIA
           PERFORM P380-TESTA-PROFESSOR THRU P380-FIM
           IF TP-PERMITIDO EQUAL 'N'
               GO TO P370-FIM
           END-IF

           DISPLAY 'AULA: ' CON-TIPO ' - ' CON-DESCRICAO
           DISPLAY 'CONFIRMA A EXCLUSAO? <S> - <N>'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'REGISTRO MANTIDO'
               GO TO P370-FIM
           END-IF

           DELETE CONTEUDOS RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR O REGISTRO'
               NOT INVALID KEY
                   DISPLAY 'REGISTRO DA AULA EXCLUIDO'
           END-DELETE
           .
       P370-FIM.
           EXIT.

      ******************************************************************
      * OPERADOR VINCULADO A PROFESSOR SO REGISTRA/EXCLUI AULAS DAS
      * TURMAS/DISCIPLINAS ATRIBUIDAS A ELE (TESTAPROF)
      ******************************************************************
       P380-TESTA-PROFESSOR.
           MOVE LK-OPERADOR-ID      TO TP-OPERADOR-ID
           MOVE WS-TURMA-PESQUISA   TO TP-TURMA
           MOVE 'S'                 TO TP-PERMITIDO

           CALL WS-BIN-TESTAPROF-PATH USING WS-TESTAPROF-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL

           IF TP-PERMITIDO EQUAL 'N'
               DISPLAY '*** TURMA/DISCIPLINA FORA DAS SUAS '
                       'ATRIBUICOES - REGISTRO RECUSADO ***'
           END-IF
           .
       P380-FIM.
           EXIT.

      ******************************************************************
      * AULAS PREVISTAS X REGISTRADAS NO PERIODO: CADA DIA LETIVO DO
      * CALENDARIO GERA UMA AULA PREVISTA POR PERIODO DA GRADE DE CADA
      * TURMA NAQUELE DIA DA SEMANA; A AULA CONTA COMO REGISTRADA
      * QUANDO HA CONTEUDO PARA A TURMA + DATA + PERIODO. SO ENTRAM AS
      * TURMAS DA UNIDADE DO LOGIN, DONA DO CALENDARIO LIDO
      ******************************************************************
       P400-PREVISTAS.
           SET FS-CAL-OK            TO TRUE
           SET FS-HOR-OK            TO TRUE
           SET FS-TUR-OK            TO TRUE
           SET FS-REL-OK            TO TRUE
           MOVE ZEROS               TO WS-DIAS-LETIVOS
           MOVE ZEROS               TO WS-TOT-PREVISTAS
           MOVE ZEROS               TO WS-TOT-REGISTRADAS

           DISPLAY 'DATA INICIAL (AAAAMMDD): '
           MOVE ZEROS               TO WS-DATA-INICIO
           ACCEPT WS-DATA-INICIO
           DISPLAY 'DATA FINAL (AAAAMMDD, 0 = HOJE): '
           MOVE ZEROS               TO WS-DATA-FIM
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM EQUAL ZEROS
               MOVE WS-HOJE         TO WS-DATA-FIM
           END-IF
           IF WS-DATA-INICIO EQUAL ZEROS OR
              WS-DATA-INICIO > WS-DATA-FIM
               DISPLAY '*** PERIODO INVALIDO ***'
               GO TO P400-FIM
           END-IF

           DISPLAY 'LISTAR AS AULAS SEM REGISTRO? <S> - <N>'
           ACCEPT WS-DETALHE
           IF WS-DETALHE EQUAL 's'
               MOVE 'S'             TO WS-DETALHE
           END-IF

           OPEN INPUT CALENDARIO
           IF NOT FS-CAL-OK
               DISPLAY 'CALENDARIO ESCOLAR INDISPONIVEL - SEM DIAS '
                       'LETIVOS PARA A PREVISAO'
               GO TO P400-FIM
           END-IF

           OPEN INPUT HORARIOS
           IF NOT FS-HOR-OK
               DISPLAY 'GRADE DE HORARIOS INDISPONIVEL'
               CLOSE CALENDARIO
               GO TO P400-FIM
           END-IF

           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
               DISPLAY 'ERRO AO ABRIR O CATALOGO DE TURMAS'
               DISPLAY 'FILE STATUS: ' WS-FS-TUR
               CLOSE CALENDARIO
               CLOSE HORARIOS
               GO TO P400-FIM
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE AULAS'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE CALENDARIO
               CLOSE HORARIOS
               CLOSE TURMAS
               GO TO P400-FIM
           END-IF

           SET MAT-DISPONIVEL       TO FALSE
           SET FS-MAT-OK            TO TRUE
           OPEN INPUT MATERIAS
           IF FS-MAT-OK
               SET MAT-DISPONIVEL   TO TRUE
           END-IF
           SET PROF-DISPONIVEL      TO FALSE
           SET FS-PROF-OK           TO TRUE
           OPEN INPUT PROFESSORES
           IF FS-PROF-OK
               SET PROF-DISPONIVEL  TO TRUE
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-LE-ESCOLA
           MOVE WS-DATA-INICIO      TO WS-CP-INICIO
           MOVE WS-DATA-FIM         TO WS-CP-FIM
           WRITE REL-LINHA FROM WS-LIN-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-PREVISTAS
           WRITE REL-LINHA FROM WS-LIN-TRACO

           SORT WORK-SORT
               ON ASCENDING KEY SD-PROFESSOR SD-TURMA SD-MATERIA
                                SD-DATA SD-PERIODO
               INPUT PROCEDURE  P410-SELECIONA-AULAS THRU P410-FIM
               OUTPUT PROCEDURE P430-IMPRIME-AULAS THRU P430-FIM

           MOVE WS-DIAS-LETIVOS     TO WS-DL-DIAS
           WRITE REL-LINHA FROM WS-LIN-TRACO
           WRITE REL-LINHA FROM WS-DET-LETIVOS
           MOVE WS-TOT-PREVISTAS    TO WS-DTO-PREVISTAS
           MOVE WS-TOT-REGISTRADAS  TO WS-DTO-REGISTRADAS
           COMPUTE WS-FALTAM = WS-TOT-PREVISTAS - WS-TOT-REGISTRADAS
           MOVE WS-FALTAM           TO WS-DTO-FALTAM
           MOVE ZEROS               TO WS-PERCENTUAL
           IF WS-TOT-PREVISTAS > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-TOT-REGISTRADAS * 100 / WS-TOT-PREVISTAS
           END-IF
           MOVE WS-PERCENTUAL       TO WS-DTO-PERC
           WRITE REL-LINHA FROM WS-DET-TOTAL

           CLOSE CALENDARIO
           CLOSE HORARIOS
           CLOSE TURMAS
           CLOSE RELATORIO
           IF MAT-DISPONIVEL
               CLOSE MATERIAS
           END-IF
           IF PROF-DISPONIVEL
               CLOSE PROFESSORES
           END-IF

           DISPLAY 'DIAS LETIVOS NO PERIODO: ' WS-DIAS-LETIVOS
           DISPLAY 'AULAS PREVISTAS........: ' WS-TOT-PREVISTAS
           DISPLAY 'AULAS REGISTRADAS......: ' WS-TOT-REGISTRADAS
           DISPLAY 'RELATORIO GERADO EM....: ' WS-AULASPREV-PATH
           .
       P400-FIM.
           EXIT.

       P410-SELECIONA-AULAS.
           SET EOF-OK               TO FALSE
           MOVE WS-DATA-INICIO      TO CAL-DATA

           START CALENDARIO KEY IS NOT LESS THAN CAL-DATA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ CALENDARIO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CAL-DATA > WS-DATA-FIM
                           SET EOF-OK TO TRUE
                       ELSE
                           IF CAL-LETIVO
                               ADD 1 TO WS-DIAS-LETIVOS
                               PERFORM P420-AULAS-DO-DIA THRU P420-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P410-FIM.
           EXIT.

      * PERCORRE A GRADE INTEIRA E LIBERA AS AULAS DO DIA DA SEMANA DA
      * DATA LETIVA CORRENTE, MARCANDO AS QUE TEM CONTEUDO REGISTRADO;
      * A GRADE DAS TURMAS DE OUTRA UNIDADE (P425) FICA FORA
       P420-AULAS-DO-DIA.
           MOVE CAL-DATA            TO WS-DATA-AULA
           MOVE CAL-DATA            TO WS-DATA-AULA-R
           PERFORM P600-DIA-DA-SEMANA THRU P600-FIM
           IF WS-DIA-SEMANA > 6
               GO TO P420-FIM
           END-IF

           SET EOF-HOR-OK           TO FALSE
           MOVE LOW-VALUES          TO HOR-CHAVE
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-HOR-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-HOR-OK
               READ HORARIOS NEXT RECORD
                   AT END
                       SET EOF-HOR-OK TO TRUE
                   NOT AT END
                       IF HOR-DIA EQUAL WS-DIA-SEMANA
                           PERFORM P425-UNIDADE-TURMA THRU P425-FIM
                       END-IF
                       IF HOR-DIA EQUAL WS-DIA-SEMANA AND
                          WS-UNIDADE-TUR EQUAL CFG-UNIDADE
                           MOVE HOR-ID-PROFESSOR TO SD-PROFESSOR
                           MOVE HOR-TURMA        TO SD-TURMA
                           MOVE HOR-ID-MATERIA   TO SD-MATERIA
                           MOVE WS-DATA-AULA     TO SD-DATA
                           MOVE HOR-PERIODO      TO SD-PERIODO
                           MOVE HOR-TURMA        TO CON-TURMA
                           MOVE WS-DATA-AULA     TO CON-DATA
                           MOVE HOR-PERIODO      TO CON-PERIODO
                           READ CONTEUDOS
                               INVALID KEY
                                   MOVE 'N' TO SD-REGISTRADA
                               NOT INVALID KEY
                                   MOVE 'S' TO SD-REGISTRADA
                           END-READ
                           RELEASE SD-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           .
       P420-FIM.
           EXIT.

      * UNIDADE DA TURMA DA GRADE (TUR-UNIDADE, ZERO = 01); TURMA FORA
      * DO CATALOGO CONTA COMO DA SEDE
       P425-UNIDADE-TURMA.
           MOVE 1                   TO WS-UNIDADE-TUR
           MOVE HOR-TURMA           TO TUR-CODIGO
           READ TURMAS
               INVALID KEY
                   GO TO P425-FIM
           END-READ
           IF TUR-UNIDADE NUMERIC AND
              TUR-UNIDADE > ZEROS
               MOVE TUR-UNIDADE     TO WS-UNIDADE-TUR
           END-IF
           .
       P425-FIM.
           EXIT.

       P430-IMPRIME-AULAS.
           SET EOF-SORT-OK          TO FALSE
           MOVE HIGH-VALUES         TO WS-GRUPO-ANTERIOR
           MOVE 99999               TO WS-PROF-ANTERIOR
           MOVE ZEROS               TO WS-GRP-PREVISTAS
           MOVE ZEROS               TO WS-GRP-REGISTRADAS
           MOVE ZEROS               TO WS-QTD-FT

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       MOVE SD-PROFESSOR TO WS-GT-PROFESSOR
                       MOVE SD-TURMA     TO WS-GT-TURMA
                       MOVE SD-MATERIA   TO WS-GT-MATERIA
                       IF WS-GRUPO-ATUAL NOT EQUAL WS-GRUPO-ANTERIOR
                           IF WS-GRUPO-ANTERIOR NOT EQUAL HIGH-VALUES
                               PERFORM P440-TOTAL-GRUPO THRU P440-FIM
                           END-IF
                           MOVE WS-GRUPO-ATUAL TO WS-GRUPO-ANTERIOR
                           IF SD-PROFESSOR NOT EQUAL WS-PROF-ANTERIOR
                               PERFORM P435-CABECALHO-PROF
                                  THRU P435-FIM
                           END-IF
                       END-IF
                       ADD 1 TO WS-GRP-PREVISTAS
                       IF SD-REGISTRADA EQUAL 'S'
                           ADD 1 TO WS-GRP-REGISTRADAS
                       ELSE
                           ADD 1 TO WS-QTD-FT
                           IF WS-QTD-FT NOT > 100
                               MOVE SD-DATA    TO WS-FT-DATA(WS-QTD-FT)
                               MOVE SD-PERIODO
                                    TO WS-FT-PERIODO(WS-QTD-FT)
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM

           IF WS-GRUPO-ANTERIOR NOT EQUAL HIGH-VALUES
               PERFORM P440-TOTAL-GRUPO THRU P440-FIM
           END-IF
           .
       P430-FIM.
           EXIT.

       P435-CABECALHO-PROF.
           MOVE SD-PROFESSOR        TO WS-PROF-ANTERIOR
           MOVE SD-PROFESSOR        TO WS-CPR-ID
           MOVE 'PROFESSOR NAO CADASTRADO' TO WS-CPR-NOME
           IF PROF-DISPONIVEL
               MOVE SD-PROFESSOR    TO PROF-ID
               READ PROFESSORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROF-NOME TO WS-CPR-NOME
               END-READ
           END-IF
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-CAB-PROFESSOR
           WRITE REL-LINHA FROM WS-CAB-COLUNAS
           .
       P435-FIM.
           EXIT.

       P440-TOTAL-GRUPO.
           MOVE 'DISCIPLINA NAO CADASTR.' TO WS-NM-MATERIA
           IF MAT-DISPONIVEL
               MOVE WS-GA-MATERIA   TO MAT-ID-MATERIA
               READ MATERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAT-NM-MATERIA TO WS-NM-MATERIA
               END-READ
           END-IF

           MOVE WS-GA-TURMA         TO WS-DAU-TURMA
           MOVE WS-NM-MATERIA       TO WS-DAU-MATERIA
           MOVE WS-GRP-PREVISTAS    TO WS-DAU-PREVISTAS
           MOVE WS-GRP-REGISTRADAS  TO WS-DAU-REGISTRADAS
           COMPUTE WS-FALTAM = WS-GRP-PREVISTAS - WS-GRP-REGISTRADAS
           MOVE WS-FALTAM           TO WS-DAU-FALTAM
           MOVE ZEROS               TO WS-PERCENTUAL
           IF WS-GRP-PREVISTAS > ZEROS
               COMPUTE WS-PERCENTUAL ROUNDED =
                       WS-GRP-REGISTRADAS * 100 / WS-GRP-PREVISTAS
           END-IF
           MOVE WS-PERCENTUAL       TO WS-DAU-PERC
           WRITE REL-LINHA FROM WS-DET-AULAS

           IF WS-DETALHE EQUAL 'S'
               PERFORM VARYING WS-IDX-FT FROM 1 BY 1
                       UNTIL WS-IDX-FT > WS-QTD-FT OR WS-IDX-FT > 100
                   MOVE WS-FT-DATA(WS-IDX-FT)    TO WS-DSR-DATA
                   MOVE WS-FT-PERIODO(WS-IDX-FT) TO WS-DSR-PERIODO
                   WRITE REL-LINHA FROM WS-DET-SEM-REGISTRO
               END-PERFORM
               IF WS-QTD-FT > 100
                   COMPUTE WS-DMF-QTD = WS-QTD-FT - 100
                   WRITE REL-LINHA FROM WS-DET-MAIS-FALTANTES
               END-IF
           END-IF

           ADD WS-GRP-PREVISTAS     TO WS-TOT-PREVISTAS
           ADD WS-GRP-REGISTRADAS   TO WS-TOT-REGISTRADAS
           MOVE ZEROS               TO WS-GRP-PREVISTAS
           MOVE ZEROS               TO WS-GRP-REGISTRADAS
           MOVE ZEROS               TO WS-QTD-FT
           .
       P440-FIM.
           EXIT.

      ******************************************************************
      * DIA DA SEMANA DA DATA EM WS-DATA-AULA-R PELA CONGRUENCIA DE
      * ZELLER, NA CONVENCAO DA GRADE DE HORARIOS (1=SEGUNDA ...
      * 6=SABADO, 7=DOMINGO)
      ******************************************************************
       P600-DIA-DA-SEMANA.
           MOVE WS-DCH-MES          TO WS-ZL-MES
           MOVE WS-DCH-ANO          TO WS-ZL-ANO
           IF WS-ZL-MES < 3
               ADD 12               TO WS-ZL-MES
               SUBTRACT 1           FROM WS-ZL-ANO
           END-IF

           DIVIDE WS-ZL-ANO BY 100 GIVING WS-ZL-J
                  REMAINDER WS-ZL-K

           COMPUTE WS-ZL-SOMA = WS-DCH-DIA
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
       P600-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM DIARIO.
