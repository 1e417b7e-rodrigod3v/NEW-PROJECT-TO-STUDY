      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:MERENDA ESCOLAR - REFEICOES DO DIA, DIETAS ESPECIAIS E
      *         RELATORIO MENSAL DO PNAE
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. A COZINHA CONTAVA OS
      *         PRATOS ANDANDO PELOS CORREDORES, MAS A CHAMADA DO
      *         LANCAFREQ JA SABE QUEM ESTA PRESENTE EM CADA TURMA.
      *         A CONTAGEM DO DIA SAI DAS PRESENCAS P DE
      *         FREQUENCIA.DAT POR TURMA (FREQ-TURMA) E TURNO
      *         (TUR-TURNO DO CATALOGO), COM OS PRESENTES DE DIETA
      *         ESPECIAL SEPARADOS; TURMA SEM CHAMADA NO DIA E
      *         SINALIZADA PARA A COZINHA NAO CONTAR ZERO. A LISTA DE
      *         DIETAS ESPECIAIS SAI DAS ALERGIAS/CONDICOES DA FICHA
      *         DE SAUDE (SAUDE.DAT) POR TURMA. O CONSOLIDADO MENSAL
      *         DO PNAE CRUZA OS DIAS LETIVOS DO CALENDARIO COM OS
      *         ALUNOS ATENDIDOS E AS REFEICOES SERVIDAS POR TURNO
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CALENDARIO ESCOLAR DA
      *         UNIDADE DO LOGIN (CALENDARIO.DAT NA SEDE,
      *         CALENDARIO_NN.DAT NAS DEMAIS UNIDADES)
      * UPDATE: 15/10/2026 MULTI-UNIDADE: REFEICOES DO DIA, DIETAS
      *         ESPECIAIS E CONSOLIDADO DO PNAE FICAM COM A UNIDADE DO
      *         LOGIN - SO AS TURMAS DELA (TUR-UNIDADE, ZERO = 01) E SO
      *         A CHAMADA, AS FICHAS E A MATRICULA DOS ALUNOS DELA
      *         (UNIDADE-ALUNO), COERENTES COM O CALENDARIO E O NOME DA
      *         ESCOLA DA UNIDADE NO CABECALHO
      * UPDATE: 15/10/2026 CABECALHOS DO RELATORIO SAIAM CORTADOS -
      *         CAMPOS AJUSTADOS AO TAMANHO DOS LITERAIS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERENDA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT FREQUENCIA ASSIGN TO
                WS-FREQUENCIA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FREQ-CHAVE
                FILE STATUS IS WS-FS-FREQ.

                SELECT TURMAS ASSIGN TO
                WS-TURMAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TUR-CODIGO
                FILE STATUS IS WS-FS-TUR.

                SELECT SAUDE ASSIGN TO
                WS-SAUDE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SAU-ID-ALUNO
                FILE STATUS IS WS-FS-SAU.

                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT CALENDARIO ASSIGN TO
                WS-CALENDARIO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAL-DATA
                FILE STATUS IS WS-FS-CAL.

                SELECT RELATORIO ASSIGN TO
                WS-RELMERENDA-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTDIETA-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD FREQUENCIA.
           COPY FREQUENCIA.

       FD TURMAS.
           COPY TURMAS.

       FD SAUDE.
           COPY SAUDE.

       FD ALUNOS.
           COPY DATABASE.

       FD CALENDARIO.
           COPY CALENDARIO.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-TURMA                      PIC X(10).
           03 SD-NOME                       PIC X(30).
           03 SD-ID                         PIC 9(05).
           03 SD-ALERGIAS                   PIC X(60).
           03 SD-CONDICOES                  PIC X(60).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

         01 WS-RELMERENDA-PATH              PIC X(80).
         01 WS-SORTDIETA-PATH               PIC X(80).

         01 WS-LIN-ESCOLA.
           03 WS-LE-ESCOLA                PIC X(40).
         01 WS-LIN-TRACO.
           03 FILLER                      PIC X(100) VALUE ALL '-'.
         01 WS-CAB-DIA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(30)
              VALUE 'REFEICOES DO DIA - MERENDA'.
           03 FILLER                      PIC X(06) VALUE 'DATA: '.
           03 WS-CD-DATA                  PIC 9(08).
         01 WS-CAB-COLUNAS-DIA.
           03 FILLER                      PIC X(44)
              VALUE '  TURNO TURMA      PRESENTES  DIETA ESPECIAL'.
         01 WS-DET-DIA.
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-DD-TURNO                 PIC X(01).
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DD-TURMA                 PIC X(10).
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-DD-PRESENTES             PIC ZZZ9.
           03 FILLER                      PIC X(11) VALUE SPACES.
           03 WS-DD-DIETA                 PIC ZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DD-AVISO                 PIC X(30).
         01 WS-DET-SUBTOTAL.
           03 FILLER                      PIC X(08)
              VALUE '  TURNO '.
           03 WS-DS-TURNO                 PIC X(01).
           03 FILLER                      PIC X(13)
              VALUE ' - SUBTOTAL: '.
           03 WS-DS-PRESENTES             PIC ZZZ9.
           03 FILLER                      PIC X(11)
              VALUE '   DIETAS: '.
           03 WS-DS-DIETA                 PIC ZZZ9.
         01 WS-DET-TOTAL-DIA.
           03 FILLER                      PIC X(26)
              VALUE 'TOTAL DE REFEICOES DO DIA:'.
           03 WS-DTD-PRESENTES            PIC ZZZZ9.
           03 FILLER                      PIC X(23)
              VALUE '   COM DIETA ESPECIAL: '.
           03 WS-DTD-DIETA                PIC ZZZZ9.
         01 WS-CAB-DIETAS.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(44)
              VALUE 'ALUNOS COM DIETA ESPECIAL (FICHA DE SAUDE)'.
         01 WS-CAB-DIETA-TURMA.
           03 FILLER                      PIC X(07) VALUE 'TURMA: '.
           03 WS-CDT-TURMA                PIC X(10).
         01 WS-DET-DIETA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DDI-ID                   PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DDI-NOME                 PIC X(30).
         01 WS-DET-ALERGIAS.
           03 FILLER                      PIC X(19)
              VALUE '        ALERGIAS:  '.
           03 WS-DAL-TEXTO                PIC X(60).
         01 WS-DET-CONDICOES.
           03 FILLER                      PIC X(19)
              VALUE '        CONDICOES: '.
           03 WS-DCO-TEXTO                PIC X(60).
         01 WS-CAB-PNAE.
           03 FILLER                      PIC X(12) VALUE SPACES.
           03 FILLER                      PIC X(47)
              VALUE 'PNAE - CONSOLIDADO MENSAL DE ALIMENTACAO ESCOLA'.
           03 FILLER                      PIC X(08) VALUE 'R - MES '.
           03 WS-CP-MES                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE '/'.
           03 WS-CP-ANO                   PIC 9(04).
         01 WS-DET-LETIVOS.
           03 FILLER                      PIC X(36)
              VALUE 'DIAS LETIVOS NO MES (CALENDARIO)...:'.
           03 WS-DL-DIAS                  PIC ZZ9.
         01 WS-DET-MATRICULADOS.
           03 FILLER                      PIC X(36)
              VALUE 'ALUNOS MATRICULADOS ATIVOS.........:'.
           03 WS-DMA-ALUNOS               PIC ZZZZ9.
         01 WS-CAB-COLUNAS-PNAE.
           03 FILLER                      PIC X(47)
              VALUE 'TURNO    ALUNOS ATENDIDOS  REFEICOES SERVIDAS  '.
           03 FILLER                      PIC X(40)
              VALUE 'MEDIA DIARIA  DIAS LETIVOS X ATENDIDOS'.
         01 WS-DET-PNAE.
           03 WS-DP-TURNO                 PIC X(08).
           03 FILLER                      PIC X(09) VALUE SPACES.
           03 WS-DP-ATENDIDOS             PIC ZZZZ9.
           03 FILLER                      PIC X(14) VALUE SPACES.
           03 WS-DP-REFEICOES             PIC ZZZZZ9.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DP-MEDIA                 PIC ZZZZ9,9.
           03 FILLER                      PIC X(16) VALUE SPACES.
           03 WS-DP-PREVISTO              PIC ZZZZZZ9.
         01 WS-ASSINATURA-1.
           03 FILLER                      PIC X(05) VALUE SPACES.
           03 FILLER                      PIC X(30) VALUE ALL '_'.
           03 FILLER                      PIC X(10) VALUE SPACES.
           03 FILLER                      PIC X(30) VALUE ALL '_'.
         01 WS-ASSINATURA-2.
           03 FILLER                      PIC X(08) VALUE SPACES.
           03 FILLER                      PIC X(37)
              VALUE 'RESPONSAVEL PELA MERENDA'.
           03 WS-AS2-TITULO               PIC X(25).

         01 WS-TAB-TURMAS.
           03 WS-MT-ITEM OCCURS 100.
              05 WS-MT-CODIGO             PIC X(10).
              05 WS-MT-TURNO              PIC X(01).
              05 WS-MT-REGISTROS          PIC 9(04).
              05 WS-MT-PRESENTES          PIC 9(04).
              05 WS-MT-DIETA              PIC 9(04).

         01 WS-LISTA-TURNOS               PIC X(04) VALUE 'MTN '.
         01 WS-LISTA-TURNOS-R REDEFINES WS-LISTA-TURNOS.
           03 WS-LT-TURNO                 PIC X(01) OCCURS 4.

         01 WS-TAB-PNAE.
           03 WS-PN-ITEM OCCURS 4.
              05 WS-PN-ATENDIDOS          PIC 9(05).
              05 WS-PN-REFEICOES          PIC 9(06).

         77 WS-FS-FREQ                     PIC 99.
           88 FS-FREQ-OK                   VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-SAU                      PIC 99.
           88 FS-SAU-OK                    VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-CAL                      PIC 99.
           88 FS-CAL-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-SAU-DISPONIVEL              PIC X     VALUE 'N'.
           88 SAU-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-ACHOU                       PIC X     VALUE 'N'.
           88 ACHOU-OK                     VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         01 WS-DATA-DIA                    PIC 9(08) VALUE ZEROS.
         01 WS-MES-REF.
           03 WS-MR-ANO                    PIC 9(04) VALUE ZEROS.
           03 WS-MR-MES                    PIC 9(02) VALUE ZEROS.
         77 WS-TURMA-ANTERIOR              PIC X(10) VALUE SPACES.
         77 WS-ID-ANTERIOR                 PIC 9(05) VALUE ZEROS.
         77 WS-QTD-TURMAS                  PIC 9(03) VALUE ZEROS.
         77 WS-IDX-TUR                     PIC 9(03) COMP VALUE ZEROS.
         77 WS-IDX-TURNO                   PIC 9(01) COMP VALUE ZEROS.
         77 WS-TURNO-ALUNO                 PIC X(01) VALUE SPACES.
         77 WS-SUB-PRESENTES               PIC 9(05) VALUE ZEROS.
         77 WS-SUB-DIETA                   PIC 9(05) VALUE ZEROS.
         77 WS-TOT-PRESENTES               PIC 9(05) VALUE ZEROS.
         77 WS-TOT-DIETA                   PIC 9(05) VALUE ZEROS.
         77 WS-TOT-ATENDIDOS               PIC 9(05) VALUE ZEROS.
         77 WS-TOT-REFEICOES               PIC 9(06) VALUE ZEROS.
         77 WS-DIAS-LETIVOS                PIC 9(03) VALUE ZEROS.
         77 WS-MEDIA-DIARIA                PIC 9(05)V9 VALUE ZEROS.
         77 WS-PREVISTO                    PIC 9(07) VALUE ZEROS.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         77 WS-UNIDADE-TUR                 PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-ID-UNID-ANT                 PIC 9(05) VALUE ZEROS.
         77 WS-UNID-ANT                    PIC 9(02) VALUE ZEROS.
         77 WS-ALU-DISPONIVEL              PIC X     VALUE 'N'.
           88 ALU-DISPONIVEL               VALUE 'S' FALSE 'N'.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           SET EXIT-OK              TO FALSE
           PERFORM P300-PROCESSA    THRU P300-FIM UNTIL EXIT-OK
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

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SAUDE.DAT' DELIMITED BY SIZE
                  INTO WS-SAUDE-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTDIETA.TMP' DELIMITED BY SIZE
                  INTO WS-SORTDIETA-PATH
           .
       P100-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** MERENDA ESCOLAR ****'
           DISPLAY '  1 - REFEICOES DO DIA POR TURMA E TURNO'
           DISPLAY '  2 - LISTA DE DIETAS ESPECIAIS'
           DISPLAY '  3 - CONSOLIDADO MENSAL DO PNAE'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P320-REFEICOES-DIA  THRU P320-FIM
               WHEN '2'
                   PERFORM P360-DIETAS         THRU P360-FIM
               WHEN '3'
                   PERFORM P400-PNAE           THRU P400-FIM
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
      * CARREGA O CATALOGO DE TURMAS DA UNIDADE DO LOGIN (TUR-UNIDADE
      * ZERADA = 01) COM O TURNO; AS TURMAS QUE SO APARECEM NA
      * FREQUENCIA ENTRAM DEPOIS COM TURNO EM BRANCO
      ******************************************************************
       P310-CARREGA-TURMAS.
           SET FS-TUR-OK            TO TRUE
           MOVE ZEROS               TO WS-QTD-TURMAS

           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
               DISPLAY 'CATALOGO DE TURMAS INDISPONIVEL - TURNOS EM '
                       'BRANCO'
               GO TO P310-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE SPACES              TO TUR-CODIGO
           START TURMAS KEY IS NOT LESS THAN TUR-CODIGO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ TURMAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE 1 TO WS-UNIDADE-TUR
                       IF TUR-UNIDADE NUMERIC AND
                          TUR-UNIDADE > ZEROS
                           MOVE TUR-UNIDADE TO WS-UNIDADE-TUR
                       END-IF
                       IF WS-UNIDADE-TUR EQUAL CFG-UNIDADE AND
                          WS-QTD-TURMAS < 100
                           ADD 1 TO WS-QTD-TURMAS
                           MOVE TUR-CODIGO
                                TO WS-MT-CODIGO(WS-QTD-TURMAS)
                           MOVE TUR-TURNO
                                TO WS-MT-TURNO(WS-QTD-TURMAS)
                           MOVE ZEROS
                                TO WS-MT-REGISTROS(WS-QTD-TURMAS)
                           MOVE ZEROS
                                TO WS-MT-PRESENTES(WS-QTD-TURMAS)
                           MOVE ZEROS
                                TO WS-MT-DIETA(WS-QTD-TURMAS)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TURMAS
           .
       P310-FIM.
           EXIT.

      * POSICIONA WS-IDX-TUR NA TURMA DE FREQ-TURMA (INCLUI SE NOVA)
       P315-LOCALIZA-TURMA.
           SET ACHOU-OK             TO FALSE
           PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                   UNTIL WS-IDX-TUR > WS-QTD-TURMAS OR ACHOU-OK
               IF WS-MT-CODIGO(WS-IDX-TUR) EQUAL FREQ-TURMA
                   SET ACHOU-OK TO TRUE
               END-IF
           END-PERFORM

           IF ACHOU-OK
               SUBTRACT 1 FROM WS-IDX-TUR
               GO TO P315-FIM
           END-IF

           IF WS-QTD-TURMAS < 100
               ADD 1 TO WS-QTD-TURMAS
               MOVE WS-QTD-TURMAS   TO WS-IDX-TUR
               MOVE FREQ-TURMA      TO WS-MT-CODIGO(WS-IDX-TUR)
               MOVE SPACES          TO WS-MT-TURNO(WS-IDX-TUR)
               MOVE ZEROS           TO WS-MT-REGISTROS(WS-IDX-TUR)
               MOVE ZEROS           TO WS-MT-PRESENTES(WS-IDX-TUR)
               MOVE ZEROS           TO WS-MT-DIETA(WS-IDX-TUR)
           ELSE
               MOVE ZEROS           TO WS-IDX-TUR
           END-IF
           .
       P315-FIM.
           EXIT.

      ******************************************************************
      * REFEICOES DO DIA: PRESENCAS P DA CHAMADA DO DIA DOS ALUNOS DA
      * UNIDADE DO LOGIN POR TURMA, AGRUPADAS POR TURNO, COM OS
      * PRESENTES DE DIETA ESPECIAL
      ******************************************************************
       P320-REFEICOES-DIA.
           SET FS-FREQ-OK           TO TRUE
           SET FS-REL-OK            TO TRUE

           MOVE ZEROS               TO WS-DATA-DIA
           DISPLAY 'DATA DAS REFEICOES (AAAAMMDD, 0 PARA HOJE): '
           ACCEPT WS-DATA-DIA
           IF WS-DATA-DIA EQUAL ZEROS
               ACCEPT WS-DATA-DIA   FROM DATE YYYYMMDD
           END-IF

           PERFORM P330-CONFERE-LETIVO THRU P330-FIM
           PERFORM P310-CARREGA-TURMAS THRU P310-FIM

           OPEN INPUT FREQUENCIA
           IF NOT FS-FREQ-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FREQUENCIA'
               DISPLAY 'FILE STATUS: ' WS-FS-FREQ
               GO TO P320-FIM
           END-IF

           SET SAU-DISPONIVEL       TO FALSE
           OPEN INPUT SAUDE
           IF FS-SAU-OK
               SET SAU-DISPONIVEL   TO TRUE
           END-IF

           PERFORM P342-ABRE-ALUNOS THRU P342-FIM

           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO FREQ-ID-ALUNO
           MOVE ZEROS               TO FREQ-DATA
           START FREQUENCIA KEY IS NOT LESS THAN FREQ-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF FREQ-DATA EQUAL WS-DATA-DIA
                           PERFORM P345-UNIDADE-DO-ALUNO
                                   THRU P345-FIM
                           IF WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                               PERFORM P340-CONTA-PRESENCA
                                       THRU P340-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FREQUENCIA
           IF SAU-DISPONIVEL
               CLOSE SAUDE
           END-IF
           IF ALU-DISPONIVEL
               CLOSE ALUNOS
           END-IF

           MOVE SPACES              TO WS-RELMERENDA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MERENDADIA.TXT' DELIMITED BY SIZE
                  INTO WS-RELMERENDA-PATH

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA MERENDA'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               GO TO P320-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-LE-ESCOLA
           MOVE WS-DATA-DIA         TO WS-CD-DATA
           WRITE REL-LINHA FROM WS-LIN-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-DIA
           WRITE REL-LINHA FROM WS-LIN-TRACO
           WRITE REL-LINHA FROM WS-CAB-COLUNAS-DIA

           MOVE ZEROS               TO WS-TOT-PRESENTES
           MOVE ZEROS               TO WS-TOT-DIETA
           PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                   UNTIL WS-IDX-TURNO > 4
               PERFORM P350-IMPRIME-TURNO THRU P350-FIM
           END-PERFORM

           WRITE REL-LINHA FROM WS-LIN-TRACO
           MOVE WS-TOT-PRESENTES    TO WS-DTD-PRESENTES
           MOVE WS-TOT-DIETA        TO WS-DTD-DIETA
           WRITE REL-LINHA FROM WS-DET-TOTAL-DIA

           CLOSE RELATORIO

           DISPLAY 'REFEICOES DO DIA......: ' WS-TOT-PRESENTES
           DISPLAY 'COM DIETA ESPECIAL....: ' WS-TOT-DIETA
           DISPLAY 'RELATORIO GERADO EM...: ' WS-RELMERENDA-PATH
           .
       P320-FIM.
           EXIT.

       P330-CONFERE-LETIVO.
           SET FS-CAL-OK            TO TRUE

           OPEN INPUT CALENDARIO
           IF NOT FS-CAL-OK
               GO TO P330-FIM
           END-IF

           MOVE WS-DATA-DIA         TO CAL-DATA
           READ CALENDARIO
               INVALID KEY
                   DISPLAY '*** DATA FORA DO CALENDARIO LETIVO ***'
               NOT INVALID KEY
                   IF NOT CAL-LETIVO
                       DISPLAY '*** DATA NAO LETIVA NO CALENDARIO: '
                               CAL-DESCRICAO ' ***'
                   END-IF
           END-READ

           CLOSE CALENDARIO
           .
       P330-FIM.
           EXIT.

      * ALUNOS.DAT PARA SABER A UNIDADE DE CADA REGISTRO DA CHAMADA;
      * SEM ELE VALE A FAIXA DE IDS DA UNIDADE
       P342-ABRE-ALUNOS.
           SET FS-OK                TO TRUE
           SET ALU-DISPONIVEL       TO FALSE
           MOVE ZEROS               TO WS-ID-UNID-ANT
           OPEN INPUT ALUNOS
           IF FS-OK
               SET ALU-DISPONIVEL   TO TRUE
           END-IF
           .
       P342-FIM.
           EXIT.

      * UNIDADE DO ALUNO DE FREQ-ID-ALUNO EM WS-UNIDADE-ALU: A DO
      * CADASTRO (ZERO/ESPACOS = 01) OU, PARA QUEM NAO ESTA EM
      * ALUNOS.DAT, A DO LOGIN SE O ID CAIR NA FAIXA DELA. A CHAMADA
      * VEM EM ORDEM DE ALUNO - GUARDA O ULTIMO CONSULTADO
       P345-UNIDADE-DO-ALUNO.
           IF FREQ-ID-ALUNO EQUAL WS-ID-UNID-ANT AND
              WS-ID-UNID-ANT > ZEROS
               MOVE WS-UNID-ANT     TO WS-UNIDADE-ALU
               GO TO P345-FIM
           END-IF

           MOVE CFG-UNIDADE         TO WS-UNIDADE-ALU
           IF FREQ-ID-ALUNO < CFG-ID-INICIAL OR
              FREQ-ID-ALUNO > CFG-ID-FINAL
               MOVE ZEROS           TO WS-UNIDADE-ALU
           END-IF

           IF ALU-DISPONIVEL
               MOVE FREQ-ID-ALUNO   TO ID-ALUNO
               READ ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1       TO WS-UNIDADE-ALU
                       IF UNIDADE-ALUNO NUMERIC AND
                          UNIDADE-ALUNO > ZEROS
                           MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALU
                       END-IF
               END-READ
           END-IF

           MOVE FREQ-ID-ALUNO       TO WS-ID-UNID-ANT
           MOVE WS-UNIDADE-ALU      TO WS-UNID-ANT
           .
       P345-FIM.
           EXIT.

       P340-CONTA-PRESENCA.
           PERFORM P315-LOCALIZA-TURMA THRU P315-FIM
           IF WS-IDX-TUR EQUAL ZEROS
               GO TO P340-FIM
           END-IF

           ADD 1 TO WS-MT-REGISTROS(WS-IDX-TUR)
           IF NOT PRESENCA-PRESENTE
               GO TO P340-FIM
           END-IF

           ADD 1 TO WS-MT-PRESENTES(WS-IDX-TUR)

           IF SAU-DISPONIVEL
               MOVE FREQ-ID-ALUNO   TO SAU-ID-ALUNO
               READ SAUDE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SAU-ALERGIAS NOT EQUAL SPACES OR
                          SAU-CONDICOES NOT EQUAL SPACES
                           ADD 1 TO WS-MT-DIETA(WS-IDX-TUR)
                       END-IF
               END-READ
           END-IF
           .
       P340-FIM.
           EXIT.

      * IMPRIME AS TURMAS DO TURNO WS-LT-TURNO(WS-IDX-TURNO) COM CHAMADA
      * NO DIA OU DO CATALOGO, E O SUBTOTAL DO TURNO
       P350-IMPRIME-TURNO.
           MOVE ZEROS               TO WS-SUB-PRESENTES
           MOVE ZEROS               TO WS-SUB-DIETA
           MOVE ZEROS               TO WS-CONT

           PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                   UNTIL WS-IDX-TUR > WS-QTD-TURMAS
               IF WS-MT-TURNO(WS-IDX-TUR) EQUAL
                  WS-LT-TURNO(WS-IDX-TURNO)
                   ADD 1 TO WS-CONT
                   MOVE WS-MT-TURNO(WS-IDX-TUR)     TO WS-DD-TURNO
                   MOVE WS-MT-CODIGO(WS-IDX-TUR)    TO WS-DD-TURMA
                   MOVE WS-MT-PRESENTES(WS-IDX-TUR) TO WS-DD-PRESENTES
                   MOVE WS-MT-DIETA(WS-IDX-TUR)     TO WS-DD-DIETA
                   IF WS-MT-REGISTROS(WS-IDX-TUR) EQUAL ZEROS
                       MOVE '*** SEM CHAMADA NO DIA' TO WS-DD-AVISO
                   ELSE
                       MOVE SPACES TO WS-DD-AVISO
                   END-IF
                   WRITE REL-LINHA FROM WS-DET-DIA
                   ADD WS-MT-PRESENTES(WS-IDX-TUR) TO WS-SUB-PRESENTES
                   ADD WS-MT-DIETA(WS-IDX-TUR)     TO WS-SUB-DIETA
               END-IF
           END-PERFORM

           IF WS-CONT > ZEROS
               MOVE WS-LT-TURNO(WS-IDX-TURNO) TO WS-DS-TURNO
               MOVE WS-SUB-PRESENTES    TO WS-DS-PRESENTES
               MOVE WS-SUB-DIETA        TO WS-DS-DIETA
               WRITE REL-LINHA FROM WS-DET-SUBTOTAL
               WRITE REL-LINHA FROM SPACES
               ADD WS-SUB-PRESENTES     TO WS-TOT-PRESENTES
               ADD WS-SUB-DIETA         TO WS-TOT-DIETA
           END-IF
           .
       P350-FIM.
           EXIT.

      ******************************************************************
      * LISTA DE DIETAS ESPECIAIS: ALUNOS ATIVOS DA UNIDADE DO LOGIN
      * CUJA FICHA DE SAUDE TEM ALERGIA OU CONDICAO REGISTRADA, POR
      * TURMA E NOME
      ******************************************************************
       P360-DIETAS.
           SET FS-OK                TO TRUE
           SET FS-SAU-OK            TO TRUE
           SET FS-REL-OK            TO TRUE
           MOVE ZEROS               TO WS-CONT

           OPEN INPUT SAUDE
           IF NOT FS-SAU-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FICHAS DE SAUDE'
               DISPLAY 'FILE STATUS: ' WS-FS-SAU
               GO TO P360-FIM
           END-IF

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               CLOSE SAUDE
               GO TO P360-FIM
           END-IF

           MOVE SPACES              TO WS-RELMERENDA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DIETAS.TXT' DELIMITED BY SIZE
                  INTO WS-RELMERENDA-PATH

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR A LISTA DE DIETAS'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE SAUDE
               CLOSE ALUNOS
               GO TO P360-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-LE-ESCOLA
           WRITE REL-LINHA FROM WS-LIN-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-DIETAS
           WRITE REL-LINHA FROM WS-LIN-TRACO

           SORT WORK-SORT
               ON ASCENDING KEY SD-TURMA SD-NOME
               INPUT PROCEDURE  P370-ALIMENTA-DIETAS THRU P370-FIM
               OUTPUT PROCEDURE P380-IMPRIME-DIETAS THRU P380-FIM

           WRITE REL-LINHA FROM WS-LIN-TRACO

           CLOSE SAUDE
           CLOSE ALUNOS
           CLOSE RELATORIO

           DISPLAY 'ALUNOS COM DIETA ESPECIAL: ' WS-CONT
           DISPLAY 'LISTA GERADA EM..........: ' WS-RELMERENDA-PATH
           .
       P360-FIM.
           EXIT.

       P370-ALIMENTA-DIETAS.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO SAU-ID-ALUNO
           START SAUDE KEY IS NOT LESS THAN SAU-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ SAUDE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF SAU-ALERGIAS NOT EQUAL SPACES OR
                          SAU-CONDICOES NOT EQUAL SPACES
                           MOVE SAU-ID-ALUNO TO ID-ALUNO
                           READ ALUNOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE 1 TO WS-UNIDADE-ALU
                                   IF UNIDADE-ALUNO NUMERIC AND
                                      UNIDADE-ALUNO > ZEROS
                                       MOVE UNIDADE-ALUNO
                                            TO WS-UNIDADE-ALU
                                   END-IF
                                   IF ALUNO-ATIVO AND
                                      (MAT-MATRICULADO OR MAT-LEGADO)
                                      AND WS-UNIDADE-ALU EQUAL
                                          CFG-UNIDADE
                                       MOVE TURMA-ALUNO   TO SD-TURMA
                                       MOVE NM-ALUNO      TO SD-NOME
                                       MOVE ID-ALUNO      TO SD-ID
                                       MOVE SAU-ALERGIAS  TO SD-ALERGIAS
                                       MOVE SAU-CONDICOES
                                            TO SD-CONDICOES
                                       RELEASE SD-REGISTRO
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           .
       P370-FIM.
           EXIT.

       P380-IMPRIME-DIETAS.
           SET EOF-SORT-OK          TO FALSE
           MOVE HIGH-VALUES         TO WS-TURMA-ANTERIOR

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       IF SD-TURMA NOT EQUAL WS-TURMA-ANTERIOR
                           MOVE SD-TURMA TO WS-TURMA-ANTERIOR
                           MOVE SD-TURMA TO WS-CDT-TURMA
                           WRITE REL-LINHA FROM SPACES
                           WRITE REL-LINHA FROM WS-CAB-DIETA-TURMA
                       END-IF
                       ADD 1 TO WS-CONT
                       MOVE SD-ID       TO WS-DDI-ID
                       MOVE SD-NOME     TO WS-DDI-NOME
                       WRITE REL-LINHA FROM WS-DET-DIETA
                       IF SD-ALERGIAS NOT EQUAL SPACES
                           MOVE SD-ALERGIAS  TO WS-DAL-TEXTO
                           WRITE REL-LINHA FROM WS-DET-ALERGIAS
                       END-IF
                       IF SD-CONDICOES NOT EQUAL SPACES
                           MOVE SD-CONDICOES TO WS-DCO-TEXTO
                           WRITE REL-LINHA FROM WS-DET-CONDICOES
                       END-IF
               END-RETURN
           END-PERFORM
           .
       P380-FIM.
           EXIT.

      ******************************************************************
      * CONSOLIDADO MENSAL DO PNAE DA UNIDADE DO LOGIN: DIAS LETIVOS
      * DO MES NO CALENDARIO DELA, ALUNOS ATENDIDOS (COM AO MENOS UMA
      * PRESENCA NO MES) E REFEICOES SERVIDAS (PRESENCAS P) POR TURNO.
      * O ALUNO CONTA NO TURNO DA TURMA DA SUA PRIMEIRA PRESENCA DO MES
      ******************************************************************
       P400-PNAE.
           SET FS-FREQ-OK           TO TRUE
           SET FS-REL-OK            TO TRUE

           DISPLAY 'ANO DE REFERENCIA (AAAA): '
           ACCEPT WS-MR-ANO
           DISPLAY 'MES DE REFERENCIA (MM): '
           ACCEPT WS-MR-MES
           IF WS-MR-MES < 1 OR WS-MR-MES > 12
               DISPLAY '*** MES INVALIDO ***'
               GO TO P400-FIM
           END-IF

           PERFORM P410-CONTA-LETIVOS  THRU P410-FIM
           PERFORM P310-CARREGA-TURMAS THRU P310-FIM
           PERFORM P430-CONTA-MATRICULADOS THRU P430-FIM

           PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                   UNTIL WS-IDX-TURNO > 4
               MOVE ZEROS TO WS-PN-ATENDIDOS(WS-IDX-TURNO)
               MOVE ZEROS TO WS-PN-REFEICOES(WS-IDX-TURNO)
           END-PERFORM

           OPEN INPUT FREQUENCIA
           IF NOT FS-FREQ-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FREQUENCIA'
               DISPLAY 'FILE STATUS: ' WS-FS-FREQ
               GO TO P400-FIM
           END-IF

           PERFORM P342-ABRE-ALUNOS THRU P342-FIM

           MOVE ZEROS               TO WS-ID-ANTERIOR
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO FREQ-ID-ALUNO
           MOVE ZEROS               TO FREQ-DATA
           START FREQUENCIA KEY IS NOT LESS THAN FREQ-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF FREQ-DATA(1:6) EQUAL WS-MES-REF AND
                          PRESENCA-PRESENTE
                           PERFORM P345-UNIDADE-DO-ALUNO
                                   THRU P345-FIM
                           IF WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                               PERFORM P420-ACUMULA-PNAE
                                       THRU P420-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FREQUENCIA
           IF ALU-DISPONIVEL
               CLOSE ALUNOS
           END-IF

           MOVE SPACES              TO WS-RELMERENDA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PNAE.TXT' DELIMITED BY SIZE
                  INTO WS-RELMERENDA-PATH

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O CONSOLIDADO DO PNAE'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               GO TO P400-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-LE-ESCOLA
           MOVE WS-MR-MES           TO WS-CP-MES
           MOVE WS-MR-ANO           TO WS-CP-ANO
           MOVE WS-DIAS-LETIVOS     TO WS-DL-DIAS
           MOVE WS-CONT             TO WS-DMA-ALUNOS
           WRITE REL-LINHA FROM WS-LIN-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-PNAE
           WRITE REL-LINHA FROM WS-LIN-TRACO
           WRITE REL-LINHA FROM WS-DET-LETIVOS
           WRITE REL-LINHA FROM WS-DET-MATRICULADOS
           WRITE REL-LINHA FROM WS-LIN-TRACO
           WRITE REL-LINHA FROM WS-CAB-COLUNAS-PNAE

           MOVE ZEROS               TO WS-TOT-ATENDIDOS
           MOVE ZEROS               TO WS-TOT-REFEICOES
           PERFORM VARYING WS-IDX-TURNO FROM 1 BY 1
                   UNTIL WS-IDX-TURNO > 4
               IF WS-PN-ATENDIDOS(WS-IDX-TURNO) > ZEROS
                   EVALUATE WS-LT-TURNO(WS-IDX-TURNO)
                       WHEN 'M'
                           MOVE 'MANHA'    TO WS-DP-TURNO
                       WHEN 'T'
                           MOVE 'TARDE'    TO WS-DP-TURNO
                       WHEN 'N'
                           MOVE 'NOITE'    TO WS-DP-TURNO
                       WHEN OTHER
                           MOVE 'S/TURNO'  TO WS-DP-TURNO
                   END-EVALUATE
                   MOVE WS-PN-ATENDIDOS(WS-IDX-TURNO) TO WS-PREVISTO
                   MOVE WS-PN-REFEICOES(WS-IDX-TURNO)
                                            TO WS-TOT-PRESENTES
                   PERFORM P440-IMPRIME-LINHA-PNAE THRU P440-FIM
                   ADD WS-PN-ATENDIDOS(WS-IDX-TURNO) TO WS-TOT-ATENDIDOS
                   ADD WS-PN-REFEICOES(WS-IDX-TURNO) TO WS-TOT-REFEICOES
               END-IF
           END-PERFORM

           WRITE REL-LINHA FROM WS-LIN-TRACO
           MOVE 'TOTAL'             TO WS-DP-TURNO
           MOVE WS-TOT-ATENDIDOS    TO WS-PREVISTO
           MOVE WS-TOT-REFEICOES    TO WS-TOT-PRESENTES
           PERFORM P440-IMPRIME-LINHA-PNAE THRU P440-FIM
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM SPACES
           MOVE CFG-TITULO-ASSINATURA TO WS-AS2-TITULO
           WRITE REL-LINHA FROM WS-ASSINATURA-1
           WRITE REL-LINHA FROM WS-ASSINATURA-2

           CLOSE RELATORIO

           DISPLAY 'DIAS LETIVOS NO MES...: ' WS-DIAS-LETIVOS
           DISPLAY 'ALUNOS ATENDIDOS......: ' WS-TOT-ATENDIDOS
           DISPLAY 'REFEICOES SERVIDAS....: ' WS-TOT-REFEICOES
           DISPLAY 'RELATORIO GERADO EM...: ' WS-RELMERENDA-PATH
           .
       P400-FIM.
           EXIT.

       P410-CONTA-LETIVOS.
           SET FS-CAL-OK            TO TRUE
           MOVE ZEROS               TO WS-DIAS-LETIVOS

           OPEN INPUT CALENDARIO
           IF NOT FS-CAL-OK
               DISPLAY 'CALENDARIO INDISPONIVEL - DIAS LETIVOS ZERADOS'
               GO TO P410-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE WS-MR-ANO           TO CAL-ANO
           MOVE WS-MR-MES           TO CAL-MES
           MOVE 01                  TO CAL-DIA
           START CALENDARIO KEY IS NOT LESS THAN CAL-DATA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ CALENDARIO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF CAL-ANO NOT EQUAL WS-MR-ANO OR
                          CAL-MES NOT EQUAL WS-MR-MES
                           SET EOF-OK TO TRUE
                       ELSE
                           IF CAL-LETIVO
                               ADD 1 TO WS-DIAS-LETIVOS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CALENDARIO
           .
       P410-FIM.
           EXIT.

      * A FREQUENCIA VEM EM ORDEM DE ALUNO + DATA: A TROCA DE ALUNO
      * MARCA UM NOVO ATENDIDO NO TURNO DA TURMA DO REGISTRO
       P420-ACUMULA-PNAE.
           PERFORM P315-LOCALIZA-TURMA THRU P315-FIM
           MOVE SPACES              TO WS-TURNO-ALUNO
           IF WS-IDX-TUR > ZEROS
               MOVE WS-MT-TURNO(WS-IDX-TUR) TO WS-TURNO-ALUNO
           END-IF

           MOVE 4                   TO WS-IDX-TURNO
           EVALUATE WS-TURNO-ALUNO
               WHEN 'M'
                   MOVE 1           TO WS-IDX-TURNO
               WHEN 'T'
                   MOVE 2           TO WS-IDX-TURNO
               WHEN 'N'
                   MOVE 3           TO WS-IDX-TURNO
           END-EVALUATE

           IF FREQ-ID-ALUNO NOT EQUAL WS-ID-ANTERIOR
               MOVE FREQ-ID-ALUNO   TO WS-ID-ANTERIOR
               ADD 1 TO WS-PN-ATENDIDOS(WS-IDX-TURNO)
           END-IF
           ADD 1 TO WS-PN-REFEICOES(WS-IDX-TURNO)
           .
       P420-FIM.
           EXIT.

       P430-CONTA-MATRICULADOS.
           SET FS-OK                TO TRUE
           MOVE ZEROS               TO WS-CONT

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               GO TO P430-FIM
           END-IF

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
                       MOVE 1 TO WS-UNIDADE-ALU
                       IF UNIDADE-ALUNO NUMERIC AND
                          UNIDADE-ALUNO > ZEROS
                           MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALU
                       END-IF
                       IF ALUNO-ATIVO AND
                          (MAT-MATRICULADO OR MAT-LEGADO) AND
                          WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                           ADD 1 TO WS-CONT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ALUNOS
           .
       P430-FIM.
           EXIT.

      * WS-PREVISTO TRAZ OS ATENDIDOS E WS-TOT-PRESENTES AS REFEICOES
      * DA LINHA; A MEDIA DIARIA E AS REFEICOES SOBRE OS DIAS LETIVOS
       P440-IMPRIME-LINHA-PNAE.
           MOVE WS-PREVISTO         TO WS-DP-ATENDIDOS
           MOVE WS-TOT-PRESENTES    TO WS-DP-REFEICOES
           MOVE ZEROS               TO WS-MEDIA-DIARIA
           IF WS-DIAS-LETIVOS > ZEROS
               COMPUTE WS-MEDIA-DIARIA ROUNDED =
                       WS-TOT-PRESENTES / WS-DIAS-LETIVOS
           END-IF
           MOVE WS-MEDIA-DIARIA     TO WS-DP-MEDIA
           COMPUTE WS-PREVISTO = WS-PREVISTO * WS-DIAS-LETIVOS
           MOVE WS-PREVISTO         TO WS-DP-PREVISTO
           WRITE REL-LINHA FROM WS-DET-PNAE
           .
       P440-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM MERENDA.
