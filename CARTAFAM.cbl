      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:CARTA BIMESTRAL DA FAMILIA (UMA POR RESPONSAVEL)
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. PARA O BIMESTRE
      *         ESCOLHIDO, AGRUPA (SORT) OS ALUNOS ATIVOS DA UNIDADE
      *         PELO RESPONSAVEL VINCULADO (ID-RESPONSAVEL DO CADRESP)
      *         E GERA UMA UNICA CARTA POR FAMILIA
      *         (CARTAFAM_NNNNN.TXT, NNNNN = ID DO RESPONSAVEL) COM,
      *         PARA CADA IRMAO, AS MEDIAS DO BIMESTRE POR DISCIPLINA,
      *         AS FALTAS DA JANELA DE DATAS INFORMADA, AS OCORRENCIAS
      *         AINDA EM ACOMPANHAMENTO (ACOMPOCOR.DAT), AS SEGUNDAS
      *         CHAMADAS PENDENTES E OS DOCUMENTOS DE MATRICULA QUE
      *         FALTAM. COM RSP-EMAIL PREENCHIDO A CARTA E ENFILEIRADA
      *         (ENFILAMSG); SEM E-MAIL VAI PARA IMPRESSAO E ABRE A
      *         PENDENCIA DE RETIRADA DA FAMILIA EM ENTREGAFAM.DAT,
      *         BAIXADA AQUI MESMO QUANDO O RESPONSAVEL ASSINA. ALUNO
      *         SEM RESPONSAVEL VINCULADO FICA SO COM O BOLETIM. A
      *         LISTAGEM DE CONTROLE DA RODADA SAI EM CARTALISTA.TXT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAFAM.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ENTFAM ASSIGN TO
                WS-ENTREGAFAM-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EFA-CHAVE
                FILE STATUS IS WS-FS-EFA.

                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT RESPONSAVEIS ASSIGN TO
                WS-RESPONSAVEIS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RSP-ID
                FILE STATUS IS WS-FS-RSP.

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

                SELECT ACOMPOCOR ASSIGN TO
                WS-ACOMPOCOR-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACO-CHAVE
                FILE STATUS IS WS-FS-ACO.

                SELECT SEGCHAM ASSIGN TO
                WS-SEGCHAM-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SGC-CHAVE
                FILE STATUS IS WS-FS-SGC.

                SELECT DOCMATRIC ASSIGN TO
                WS-DOCMATRIC-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DOC-CHAVE
                FILE STATUS IS WS-FS-DOC.

                SELECT MATERIAS ASSIGN TO
                WS-MATERIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAT-ID-MATERIA
                FILE STATUS IS WS-FS-MAT.

                SELECT CARTA ASSIGN TO
                WS-CARTA-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CARTA.

                SELECT CONTROLE ASSIGN TO
                WS-CARTALISTA-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CTL.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTFAM-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD ENTFAM.
           COPY ENTFAM.

       FD ALUNOS.
           COPY DATABASE.

       FD RESPONSAVEIS.
           COPY RESPONSA.

       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD FREQUENCIA.
           COPY FREQUENCIA.

       FD ACOMPOCOR.
           COPY ACOMPOC.

       FD SEGCHAM.
           COPY SEGCHAM.

       FD DOCMATRIC.
           COPY DOCMAT.

       FD MATERIAS.
           COPY MATERIAS.

       FD CARTA.
         01 CARTA-LINHA                     PIC X(80).

       FD CONTROLE.
         01 CTL-LINHA                       PIC X(80).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-ID-RESP                    PIC 9(05).
           03 SD-NOME                       PIC X(30).
           03 SD-ID-ALUNO                   PIC 9(05).
           03 SD-TURMA                      PIC X(10).
           03 SD-NM-RESPONSAVEL             PIC X(30).
           03 SD-ENDERECO                   PIC X(40).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY MSGAREA.

         01 WS-RESPONSAVEIS-PATH            PIC X(80).
         01 WS-ACOMPOCOR-PATH               PIC X(80).
         01 WS-CARTA-PATH                   PIC X(80).
         01 WS-CARTALISTA-PATH              PIC X(80).
         01 WS-SORTFAM-PATH                 PIC X(80).

         01 WS-TAB-NOMES-DOC.
           03 FILLER                      PIC X(25)
              VALUE 'CERTIDAO DE NASCIMENTO   '.
           03 FILLER                      PIC X(25)
              VALUE 'COMPROVANTE DE RESIDENCIA'.
           03 FILLER                      PIC X(25)
              VALUE 'HISTORICO ANTERIOR       '.
           03 FILLER                      PIC X(25)
              VALUE 'CARTEIRA DE VACINACAO    '.
         01 WS-TAB-NOMES-DOC-R REDEFINES WS-TAB-NOMES-DOC.
           03 WS-NOME-DOC OCCURS 4       PIC X(25).

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

         01 WS-LIN-TRACO.
           03 FILLER                      PIC X(80) VALUE ALL '-'.
         01 WS-CAB-CARTA.
           03 FILLER                      PIC X(26) VALUE SPACES.
           03 FILLER                      PIC X(26)
              VALUE 'CARTA BIMESTRAL DA FAMILIA'.
         01 WS-CAB-ESCOLA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 WS-CE-ESCOLA                PIC X(40).
         01 WS-CAB-PERIODO.
           03 FILLER                      PIC X(11)
              VALUE 'ANO LETIVO '.
           03 WS-CP-ANO                   PIC 9(04).
           03 FILLER                      PIC X(12)
              VALUE ' - BIMESTRE '.
           03 WS-CP-BIMESTRE              PIC 9(01).
           03 FILLER                      PIC X(14)
              VALUE ' - FALTAS DE '.
           03 WS-CP-DATA-INI              PIC X(10).
           03 FILLER                      PIC X(03) VALUE ' A '.
           03 WS-CP-DATA-FIM              PIC X(10).
         01 WS-LIN-RESPONSAVEL.
           03 FILLER                      PIC X(07) VALUE 'SR(A). '.
           03 WS-LR-RESPONSAVEL           PIC X(30).
         01 WS-LIN-ENDERECO.
           03 FILLER                      PIC X(10)
              VALUE 'ENDERECO: '.
           03 WS-LE-ENDERECO              PIC X(40).
         01 WS-LIN-ABERTURA-1.
           03 FILLER                      PIC X(45)
              VALUE 'SEGUE O RESUMO DO BIMESTRE DE CADA ALUNO SOB'.
           03 FILLER                      PIC X(30)
              VALUE ' A SUA RESPONSABILIDADE.'.
         01 WS-LIN-ALUNO.
           03 FILLER                      PIC X(07) VALUE 'ALUNO: '.
           03 WS-LA-ID                    PIC 9(05).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-LA-NOME                  PIC X(30).
           03 FILLER                      PIC X(08) VALUE ' TURMA: '.
           03 WS-LA-TURMA                 PIC X(10).
         01 WS-LIN-TIT-MEDIAS.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(20)
              VALUE 'MEDIAS DO BIMESTRE'.
         01 WS-LIN-MEDIA.
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-LM-MATERIA               PIC X(20).
           03 FILLER                      PIC X(08)
              VALUE ' MEDIA: '.
           03 WS-LM-MEDIA                 PIC ZZ,99.
           03 WS-LM-MEDIA-X REDEFINES WS-LM-MEDIA
                                          PIC X(05).
           03 FILLER                      PIC X(12)
              VALUE '  SITUACAO: '.
           03 WS-LM-SITUACAO              PIC X(20).
         01 WS-LIN-FALTAS.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(19)
              VALUE 'FALTAS NO PERIODO: '.
           03 WS-LF-FALTAS                PIC ZZ9.
           03 FILLER                      PIC X(12)
              VALUE '  ABONADAS: '.
           03 WS-LF-ABONADAS              PIC ZZ9.
         01 WS-LIN-TIT-OCORR.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'OCORRENCIAS EM ACOMPANHAMENTO'.
         01 WS-LIN-OCORR.
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-LO-DATA                  PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-LO-MOTIVO                PIC X(40).
         01 WS-LIN-TIT-SEGCH.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'PROVAS DE SEGUNDA CHAMADA PENDENTES'.
         01 WS-LIN-SEGCH.
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-LS-MATERIA               PIC X(20).
           03 FILLER                      PIC X(06) VALUE ' BIM. '.
           03 WS-LS-BIMESTRE              PIC 9(01).
           03 FILLER                      PIC X(10)
              VALUE '  PROVA: '.
           03 WS-LS-DATA                  PIC X(10).
         01 WS-LIN-TIT-DOC.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'DOCUMENTOS DE MATRICULA PENDENTES'.
         01 WS-LIN-DOC.
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-LD-DOCUMENTO             PIC X(25).
         01 WS-LIN-NENHUM.
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-LN-TEXTO                 PIC X(40).
         01 WS-ASSINATURA-2.
           03 FILLER                      PIC X(30) VALUE SPACES.
           03 FILLER                      PIC X(30) VALUE ALL '_'.
         01 WS-ASSINATURA-3.
           03 FILLER                      PIC X(33) VALUE SPACES.
           03 WS-AS3-TITULO               PIC X(25).
         01 WS-LIN-RETIRADA.
           03 FILLER                      PIC X(45)
              VALUE 'RECEBI A CARTA - ASSINATURA DO RESPONSAVEL:'.
           03 FILLER                      PIC X(30) VALUE ALL '_'.

         01 WS-CAB-CONTROLE.
           03 FILLER                      PIC X(07) VALUE 'RESP.'.
           03 FILLER                      PIC X(30)
              VALUE 'RESPONSAVEL'.
           03 FILLER                      PIC X(08) VALUE 'ALUNOS'.
           03 FILLER                      PIC X(10) VALUE 'ENVIO'.
         01 WS-DET-CONTROLE.
           03 WS-DC-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DC-NOME                  PIC X(30).
           03 FILLER                      PIC X(03) VALUE SPACES.
           03 WS-DC-QTD                   PIC ZZ9.
           03 FILLER                      PIC X(05) VALUE SPACES.
           03 WS-DC-ENVIO                 PIC X(10).
           03 WS-DC-SITUACAO              PIC X(20).

         77 WS-FS-EFA                      PIC 99.
           88 FS-EFA-OK                    VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-RSP                      PIC 99.
           88 FS-RSP-OK                    VALUE 0.
         77 WS-FS-DISC                     PIC 99.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-FREQ                     PIC 99.
           88 FS-FREQ-OK                   VALUE 0.
         77 WS-FS-ACO                      PIC 99.
           88 FS-ACO-OK                    VALUE 0.
         77 WS-FS-SGC                      PIC 99.
           88 FS-SGC-OK                    VALUE 0.
         77 WS-FS-DOC                      PIC 99.
           88 FS-DOC-OK                    VALUE 0.
         77 WS-FS-MAT                      PIC 99.
           88 FS-MAT-OK                    VALUE 0.
         77 WS-FS-CARTA                    PIC 99.
           88 FS-CARTA-OK                  VALUE 0.
         77 WS-FS-CTL                      PIC 99.
           88 FS-CTL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EOF-AUX                     PIC X     VALUE 'N'.
           88 EOF-AUX-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-ABRIU-FREQ                  PIC X     VALUE 'N'.
           88 ABRIU-FREQ                   VALUE 'S' FALSE 'N'.
         77 WS-ABRIU-ACO                   PIC X     VALUE 'N'.
           88 ABRIU-ACO                    VALUE 'S' FALSE 'N'.
         77 WS-ABRIU-SGC                   PIC X     VALUE 'N'.
           88 ABRIU-SGC                    VALUE 'S' FALSE 'N'.
         77 WS-ABRIU-DOC                   PIC X     VALUE 'N'.
           88 ABRIU-DOC                    VALUE 'S' FALSE 'N'.
         77 WS-ABRIU-MAT                   PIC X     VALUE 'N'.
           88 ABRIU-MAT                    VALUE 'S' FALSE 'N'.
         77 WS-CARTA-ABERTA                PIC X     VALUE 'N'.
           88 CARTA-ABERTA                 VALUE 'S' FALSE 'N'.
         77 WS-ENVIADA                     PIC X     VALUE 'N'.
           88 CARTA-ENVIADA                VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-BIMESTRE                    PIC 9(01) VALUE ZEROS.
         77 WS-DATA-INI                    PIC 9(08) VALUE ZEROS.
         77 WS-DATA-FIM                    PIC 9(08) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-ID-PESQUISA                 PIC 9(05) VALUE ZEROS.
         77 WS-ID-EDIT                     PIC 9(05) VALUE ZEROS.
         77 WS-PREV-RESP                   PIC 9(05) VALUE ZEROS.
         77 WS-PRIMEIRO-ALUNO              PIC 9(05) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-NOME-CARTA                  PIC X(30) VALUE SPACES.
         77 WS-EMAIL-CARTA                 PIC X(40) VALUE SPACES.
         77 WS-QTD-IRMAOS                  PIC 9(02) VALUE ZEROS.
         77 WS-QTD-ITENS                   PIC 9(03) VALUE ZEROS.
         77 WS-QTD-FALTAS                  PIC 9(03) VALUE ZEROS.
         77 WS-QTD-ABONADAS                PIC 9(03) VALUE ZEROS.
         77 WS-IDX-DOC                     PIC 9(02) VALUE ZEROS.
         77 WS-CONT-CARTAS                 PIC 9(05) VALUE ZEROS.
         77 WS-CONT-ENFILEIRADAS           PIC 9(05) VALUE ZEROS.
         77 WS-CONT-IMPRESSAS              PIC 9(05) VALUE ZEROS.
         77 WS-CONT-SEM-VINCULO            PIC 9(05) VALUE ZEROS.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P200-ABRE-ENTFAM    THRU P200-FIM
           IF FS-EFA-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE ENTFAM
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
                  '\ENFILAMSG' DELIMITED BY SIZE
                  INTO WS-BIN-ENFILAMSG-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ENTREGAFAM.DAT' DELIMITED BY SIZE
                  INTO WS-ENTREGAFAM-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RESPONSAVEIS.DAT' DELIMITED BY SIZE
                  INTO WS-RESPONSAVEIS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ACOMPOCOR.DAT' DELIMITED BY SIZE
                  INTO WS-ACOMPOCOR-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SEGCHAM.DAT' DELIMITED BY SIZE
                  INTO WS-SEGCHAM-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DOCMATRIC.DAT' DELIMITED BY SIZE
                  INTO WS-DOCMATRIC-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATERIAS.DAT' DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CARTALISTA.TXT' DELIMITED BY SIZE
                  INTO WS-CARTALISTA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTFAM.TMP' DELIMITED BY SIZE
                  INTO WS-SORTFAM-PATH
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ENTFAM.
           SET FS-EFA-OK            TO TRUE

           OPEN I-O ENTFAM

           IF WS-FS-EFA EQUAL 35 THEN
               OPEN OUTPUT ENTFAM
               CLOSE ENTFAM
               OPEN I-O ENTFAM
           END-IF

           IF NOT FS-EFA-OK
               DISPLAY 'ERRO AO ABRIR O PROTOCOLO DAS CARTAS'
               DISPLAY 'FILE STATUS: ' WS-FS-EFA
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** CARTA BIMESTRAL DA FAMILIA ****'
           DISPLAY '  1 - GERAR AS CARTAS DO BIMESTRE'
           DISPLAY '  2 - REGISTRAR RETIRADA DA CARTA'
           DISPLAY '  3 - CARTAS PENDENTES DE RETIRADA'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-GERA-CARTAS    THRU P400-FIM
               WHEN '2'
                   PERFORM P700-MARCA-RETIRADA THRU P700-FIM
               WHEN '3'
                   PERFORM P750-PENDENTES      THRU P750-FIM
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
      * GERA AS CARTAS DO BIMESTRE: PEDE O BIMESTRE E A JANELA DE
      * DATAS DAS FALTAS, ABRE OS ARQUIVOS E ORDENA OS ALUNOS POR
      * RESPONSAVEL - CADA QUEBRA DE RESPONSAVEL E UMA CARTA
      ******************************************************************
       P400-GERA-CARTAS.
           MOVE ZEROS               TO WS-BIMESTRE
           PERFORM WITH TEST AFTER
                   UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY 'BIMESTRE DA CARTA (1 A 4): '
               ACCEPT WS-BIMESTRE
               IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                   DISPLAY '*** BIMESTRE INVALIDO. USE 1 A 4 ***'
               END-IF
           END-PERFORM

           MOVE ZEROS               TO WS-DATA-INI
           PERFORM WITH TEST AFTER UNTIL WS-DATA-INI > ZEROS
               DISPLAY 'INICIO DO BIMESTRE PARA AS FALTAS (AAAAMMDD): '
               ACCEPT WS-DATA-INI
               IF WS-DATA-INI EQUAL ZEROS
                   DISPLAY '*** DATA INVALIDA ***'
               END-IF
           END-PERFORM

           MOVE ZEROS               TO WS-DATA-FIM
           PERFORM WITH TEST AFTER UNTIL WS-DATA-FIM >= WS-DATA-INI
               DISPLAY 'FIM DO BIMESTRE PARA AS FALTAS (AAAAMMDD): '
               ACCEPT WS-DATA-FIM
               IF WS-DATA-FIM < WS-DATA-INI
                   DISPLAY '*** DATA FINAL ANTERIOR A INICIAL ***'
               END-IF
           END-PERFORM

           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           MOVE ZEROS               TO WS-CONT-CARTAS
           MOVE ZEROS               TO WS-CONT-ENFILEIRADAS
           MOVE ZEROS               TO WS-CONT-IMPRESSAS
           MOVE ZEROS               TO WS-CONT-SEM-VINCULO
           MOVE ZEROS               TO WS-PREV-RESP
           SET CARTA-ABERTA         TO FALSE
           SET EOF-OK               TO FALSE

           SET FS-OK                TO TRUE
           SET FS-RSP-OK            TO TRUE
           SET FS-DISC-OK           TO TRUE
           OPEN INPUT ALUNOS
           OPEN INPUT RESPONSAVEIS
           OPEN INPUT DISCIPLINAS

           IF NOT FS-OK OR NOT FS-RSP-OK OR NOT FS-DISC-OK
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS'
               DISPLAY 'FILE STATUS ALUNOS......: ' WS-FS
               DISPLAY 'FILE STATUS RESPONSAVEIS: ' WS-FS-RSP
               DISPLAY 'FILE STATUS DISCIPLINAS.: ' WS-FS-DISC
               GO TO P400-ENCERRA
           END-IF

           PERFORM P410-ABRE-OPCIONAIS THRU P410-FIM

           SET FS-CTL-OK            TO TRUE
           OPEN OUTPUT CONTROLE
           IF NOT FS-CTL-OK
               DISPLAY 'ERRO AO ABRIR A LISTAGEM DE CONTROLE'
               DISPLAY 'FILE STATUS: ' WS-FS-CTL
               GO TO P400-ENCERRA
           END-IF

           WRITE CTL-LINHA FROM WS-CAB-CARTA
           MOVE CFG-ANO-LETIVO      TO WS-CP-ANO
           MOVE WS-BIMESTRE         TO WS-CP-BIMESTRE
           MOVE WS-DATA-INI         TO WS-DATA-AUX
           PERFORM P790-EDITA-DATA  THRU P790-FIM
           MOVE WS-DATA-ED          TO WS-CP-DATA-INI
           MOVE WS-DATA-FIM         TO WS-DATA-AUX
           PERFORM P790-EDITA-DATA  THRU P790-FIM
           MOVE WS-DATA-ED          TO WS-CP-DATA-FIM
           WRITE CTL-LINHA FROM WS-CAB-PERIODO
           WRITE CTL-LINHA FROM WS-LIN-TRACO
           WRITE CTL-LINHA FROM WS-CAB-CONTROLE
           WRITE CTL-LINHA FROM WS-LIN-TRACO

           SORT WORK-SORT
               ON ASCENDING KEY SD-ID-RESP
                                SD-NOME
               INPUT PROCEDURE  P420-SELECIONA-ALUNOS THRU P420-FIM
               OUTPUT PROCEDURE P450-MONTA-CARTAS     THRU P450-FIM

           WRITE CTL-LINHA FROM WS-LIN-TRACO
           CLOSE CONTROLE

           DISPLAY 'CARTAS GERADAS.........: ' WS-CONT-CARTAS
           DISPLAY 'ENFILEIRADAS POR E-MAIL: ' WS-CONT-ENFILEIRADAS
           DISPLAY 'PARA IMPRESSAO.........: ' WS-CONT-IMPRESSAS
           IF WS-CONT-SEM-VINCULO > ZEROS
               DISPLAY 'ALUNOS SEM RESPONSAVEL VINCULADO (SO '
                       'BOLETIM): ' WS-CONT-SEM-VINCULO
           END-IF
           DISPLAY 'LISTAGEM DE CONTROLE...: ' WS-CARTALISTA-PATH
           .
       P400-ENCERRA.
           CLOSE ALUNOS
           CLOSE RESPONSAVEIS
           CLOSE DISCIPLINAS
           IF ABRIU-FREQ
               CLOSE FREQUENCIA
           END-IF
           IF ABRIU-ACO
               CLOSE ACOMPOCOR
           END-IF
           IF ABRIU-SGC
               CLOSE SEGCHAM
           END-IF
           IF ABRIU-DOC
               CLOSE DOCMATRIC
           END-IF
           IF ABRIU-MAT
               CLOSE MATERIAS
           END-IF
           .
       P400-FIM.
           EXIT.

      ******************************************************************
      * ARQUIVOS QUE A ESCOLA PODE AINDA NAO USAR: SEM O ARQUIVO NO
      * DISCO O BLOCO CORRESPONDENTE SIMPLESMENTE NAO SAI NA CARTA
      ******************************************************************
       P410-ABRE-OPCIONAIS.
           SET ABRIU-FREQ           TO FALSE
           SET ABRIU-ACO            TO FALSE
           SET ABRIU-SGC            TO FALSE
           SET ABRIU-DOC            TO FALSE
           SET ABRIU-MAT            TO FALSE

           OPEN INPUT FREQUENCIA
           IF FS-FREQ-OK
               SET ABRIU-FREQ TO TRUE
           END-IF
           OPEN INPUT ACOMPOCOR
           IF FS-ACO-OK
               SET ABRIU-ACO TO TRUE
           END-IF
           OPEN INPUT SEGCHAM
           IF FS-SGC-OK
               SET ABRIU-SGC TO TRUE
           END-IF
           OPEN INPUT DOCMATRIC
           IF FS-DOC-OK
               SET ABRIU-DOC TO TRUE
           END-IF
           OPEN INPUT MATERIAS
           IF FS-MAT-OK
               SET ABRIU-MAT TO TRUE
           END-IF
           .
       P410-FIM.
           EXIT.

      ******************************************************************
      * ALUNOS ATIVOS E MATRICULADOS DA UNIDADE DO LOGIN, COM
      * RESPONSAVEL VINCULADO, VAO PARA O SORT
      ******************************************************************
       P420-SELECIONA-ALUNOS.
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
                           PERFORM P425-LIBERA-ALUNO THRU P425-FIM
                       END-IF
               END-READ
           END-PERFORM
           .
       P420-FIM.
           EXIT.

       P425-LIBERA-ALUNO.
           IF ID-RESPONSAVEL NOT NUMERIC OR
              ID-RESPONSAVEL EQUAL ZEROS
               ADD 1 TO WS-CONT-SEM-VINCULO
               GO TO P425-FIM
           END-IF

           MOVE ID-RESPONSAVEL      TO SD-ID-RESP
           MOVE NM-ALUNO            TO SD-NOME
           MOVE ID-ALUNO            TO SD-ID-ALUNO
           MOVE TURMA-ALUNO         TO SD-TURMA
           MOVE NM-RESPONSAVEL      TO SD-NM-RESPONSAVEL
           MOVE END-ALUNO           TO SD-ENDERECO
           RELEASE SD-REGISTRO
           .
       P425-FIM.
           EXIT.

      ******************************************************************
      * QUEBRA POR RESPONSAVEL: FECHA A CARTA DA FAMILIA ANTERIOR,
      * ABRE A DA PROXIMA E ACRESCENTA O BLOCO DE CADA IRMAO
      ******************************************************************
       P450-MONTA-CARTAS.
           SET EOF-SORT-OK          TO FALSE

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       IF SD-ID-RESP NOT EQUAL WS-PREV-RESP
                           IF WS-PREV-RESP NOT EQUAL ZEROS
                               PERFORM P500-FECHA-CARTA THRU P500-FIM
                           END-IF
                           PERFORM P460-ABRE-CARTA THRU P460-FIM
                       END-IF
                       PERFORM P470-BLOCO-ALUNO THRU P470-FIM
               END-RETURN
           END-PERFORM

           IF WS-PREV-RESP NOT EQUAL ZEROS
               PERFORM P500-FECHA-CARTA THRU P500-FIM
           END-IF
           .
       P450-FIM.
           EXIT.

      ******************************************************************
      * NOME, ENDERECO E E-MAIL VEM DO CADASTRO MESTRE DE
      * RESPONSAVEIS; SEM O CADASTRO (OU INATIVO) USA OS CAMPOS LIVRES
      * DO PRIMEIRO IRMAO E A CARTA VAI PARA IMPRESSAO
      ******************************************************************
       P460-ABRE-CARTA.
           MOVE SD-ID-RESP          TO WS-PREV-RESP
           MOVE SD-ID-ALUNO         TO WS-PRIMEIRO-ALUNO
           MOVE ZEROS               TO WS-QTD-IRMAOS
           SET CARTA-ABERTA         TO FALSE

           MOVE SD-NM-RESPONSAVEL   TO WS-NOME-CARTA
           MOVE SD-ENDERECO         TO WS-LE-ENDERECO
           MOVE SPACES              TO WS-EMAIL-CARTA

           MOVE SD-ID-RESP          TO RSP-ID
           READ RESPONSAVEIS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RESPONSAVEL-ATIVO
                       MOVE RSP-NOME     TO WS-NOME-CARTA
                       MOVE RSP-ENDERECO TO WS-LE-ENDERECO
                       MOVE RSP-EMAIL    TO WS-EMAIL-CARTA
                   END-IF
           END-READ

           MOVE SD-ID-RESP          TO WS-ID-EDIT
           MOVE SPACES              TO WS-CARTA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CARTAFAM_' DELIMITED BY SIZE
                  WS-ID-EDIT DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-CARTA-PATH

           SET FS-CARTA-OK          TO TRUE
           OPEN OUTPUT CARTA
           IF NOT FS-CARTA-OK
               DISPLAY 'ERRO AO ABRIR A CARTA ' WS-CARTA-PATH
               DISPLAY 'FILE STATUS: ' WS-FS-CARTA
               GO TO P460-FIM
           END-IF
           SET CARTA-ABERTA         TO TRUE

           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           MOVE WS-NOME-CARTA       TO WS-LR-RESPONSAVEL

           WRITE CARTA-LINHA FROM WS-LIN-TRACO
           WRITE CARTA-LINHA FROM WS-CAB-CARTA
           WRITE CARTA-LINHA FROM WS-CAB-ESCOLA
           WRITE CARTA-LINHA FROM WS-CAB-PERIODO
           WRITE CARTA-LINHA FROM WS-LIN-TRACO
           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM WS-LIN-RESPONSAVEL
           WRITE CARTA-LINHA FROM WS-LIN-ENDERECO
           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM WS-LIN-ABERTURA-1
           .
       P460-FIM.
           EXIT.

      ******************************************************************
      * BLOCO DE UM IRMAO NA CARTA DA FAMILIA
      ******************************************************************
       P470-BLOCO-ALUNO.
           IF NOT CARTA-ABERTA
               GO TO P470-FIM
           END-IF

           ADD 1                    TO WS-QTD-IRMAOS
           MOVE SD-ID-ALUNO         TO WS-LA-ID
           MOVE SD-NOME             TO WS-LA-NOME
           MOVE SD-TURMA            TO WS-LA-TURMA

           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM WS-LIN-ALUNO

           PERFORM P472-MEDIAS      THRU P472-FIM
           PERFORM P474-FALTAS      THRU P474-FIM
           PERFORM P476-OCORRENCIAS THRU P476-FIM
           PERFORM P478-SEGCHAM     THRU P478-FIM
           PERFORM P480-DOCUMENTOS  THRU P480-FIM
           .
       P470-FIM.
           EXIT.

      ******************************************************************
      * MEDIAS DO BIMESTRE POR DISCIPLINA; LANCAMENTO POR CONCEITO
      * MOSTRA A LETRA NO LUGAR DA MEDIA
      ******************************************************************
       P472-MEDIAS.
           WRITE CARTA-LINHA FROM WS-LIN-TIT-MEDIAS
           MOVE ZEROS               TO WS-QTD-ITENS
           SET EOF-AUX-OK           TO FALSE

           MOVE SD-ID-ALUNO         TO DISC-ID-ALUNO
           MOVE ZEROS               TO DISC-ID-MATERIA
           MOVE ZEROS               TO DISC-BIMESTRE

           START DISCIPLINAS KEY IS NOT LESS THAN DISC-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ DISCIPLINAS NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF DISC-ID-ALUNO NOT EQUAL SD-ID-ALUNO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF DISC-BIMESTRE EQUAL WS-BIMESTRE
                               ADD 1 TO WS-QTD-ITENS
                               MOVE DISC-NM-MATERIA TO WS-LM-MATERIA
                               IF DISC-CONCEITO EQUAL SPACES
                                   MOVE DISC-MEDIA TO WS-LM-MEDIA
                               ELSE
                                   MOVE SPACES TO WS-LM-MEDIA-X
                                   MOVE DISC-CONCEITO
                                        TO WS-LM-MEDIA-X(5:1)
                               END-IF
                               MOVE DISC-ST-APROVACAO
                                    TO WS-LM-SITUACAO
                               WRITE CARTA-LINHA FROM WS-LIN-MEDIA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-ITENS EQUAL ZEROS
               MOVE 'NENHUMA NOTA LANCADA NO BIMESTRE' TO WS-LN-TEXTO
               WRITE CARTA-LINHA FROM WS-LIN-NENHUM
           END-IF
           .
       P472-FIM.
           EXIT.

      ******************************************************************
      * FALTAS DA JANELA INFORMADA: F CONTA COMO FALTA, J (ABONADA
      * PELO CADJUSTIF) SAI SEPARADA
      ******************************************************************
       P474-FALTAS.
           IF NOT ABRIU-FREQ
               GO TO P474-FIM
           END-IF

           MOVE ZEROS               TO WS-QTD-FALTAS
           MOVE ZEROS               TO WS-QTD-ABONADAS
           SET EOF-AUX-OK           TO FALSE

           MOVE SD-ID-ALUNO         TO FREQ-ID-ALUNO
           MOVE WS-DATA-INI         TO FREQ-DATA

           START FREQUENCIA KEY IS NOT LESS THAN FREQ-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF FREQ-ID-ALUNO NOT EQUAL SD-ID-ALUNO OR
                          FREQ-DATA > WS-DATA-FIM
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF PRESENCA-FALTA
                               ADD 1 TO WS-QTD-FALTAS
                           END-IF
                           IF PRESENCA-JUSTIFICADA
                               ADD 1 TO WS-QTD-ABONADAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-QTD-FALTAS       TO WS-LF-FALTAS
           MOVE WS-QTD-ABONADAS     TO WS-LF-ABONADAS
           WRITE CARTA-LINHA FROM WS-LIN-FALTAS
           .
       P474-FIM.
           EXIT.

      ******************************************************************
      * OCORRENCIAS EM ABERTO: AS QUE A COORDENACAO AINDA ACOMPANHA
      * (ACOMPOCOR.DAT PENDENTE), QUALQUER QUE SEJA A DATA
      ******************************************************************
       P476-OCORRENCIAS.
           IF NOT ABRIU-ACO
               GO TO P476-FIM
           END-IF

           WRITE CARTA-LINHA FROM WS-LIN-TIT-OCORR
           MOVE ZEROS               TO WS-QTD-ITENS
           SET EOF-AUX-OK           TO FALSE

           MOVE SD-ID-ALUNO         TO ACO-ID-ALUNO
           MOVE ZEROS               TO ACO-DT-ABERTURA

           START ACOMPOCOR KEY IS NOT LESS THAN ACO-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ ACOMPOCOR NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF ACO-ID-ALUNO NOT EQUAL SD-ID-ALUNO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF ACO-PENDENTE
                               ADD 1 TO WS-QTD-ITENS
                               MOVE ACO-DT-ABERTURA TO WS-DATA-AUX
                               PERFORM P790-EDITA-DATA THRU P790-FIM
                               MOVE WS-DATA-ED  TO WS-LO-DATA
                               MOVE ACO-MOTIVO  TO WS-LO-MOTIVO
                               WRITE CARTA-LINHA FROM WS-LIN-OCORR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-ITENS EQUAL ZEROS
               MOVE 'NENHUMA' TO WS-LN-TEXTO
               WRITE CARTA-LINHA FROM WS-LIN-NENHUM
           END-IF
           .
       P476-FIM.
           EXIT.

      ******************************************************************
      * SEGUNDAS CHAMADAS AINDA NAO REALIZADAS, DE QUALQUER BIMESTRE
      ******************************************************************
       P478-SEGCHAM.
           IF NOT ABRIU-SGC
               GO TO P478-FIM
           END-IF

           WRITE CARTA-LINHA FROM WS-LIN-TIT-SEGCH
           MOVE ZEROS               TO WS-QTD-ITENS
           SET EOF-AUX-OK           TO FALSE

           MOVE SD-ID-ALUNO         TO SGC-ID-ALUNO
           MOVE ZEROS               TO SGC-ID-MATERIA
           MOVE ZEROS               TO SGC-BIMESTRE

           START SEGCHAM KEY IS NOT LESS THAN SGC-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ SEGCHAM NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF SGC-ID-ALUNO NOT EQUAL SD-ID-ALUNO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF SGC-PENDENTE
                               PERFORM P479-LINHA-SEGCHAM
                                       THRU P479-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-ITENS EQUAL ZEROS
               MOVE 'NENHUMA' TO WS-LN-TEXTO
               WRITE CARTA-LINHA FROM WS-LIN-NENHUM
           END-IF
           .
       P478-FIM.
           EXIT.

       P479-LINHA-SEGCHAM.
           ADD 1                    TO WS-QTD-ITENS
           MOVE 'DISCIPLINA'        TO WS-LS-MATERIA
           IF ABRIU-MAT
               MOVE SGC-ID-MATERIA  TO MAT-ID-MATERIA
               READ MATERIAS
                   NOT INVALID KEY
                       MOVE MAT-NM-MATERIA TO WS-LS-MATERIA
               END-READ
           END-IF
           MOVE SGC-BIMESTRE        TO WS-LS-BIMESTRE
           IF SGC-DT-PROVA NUMERIC AND SGC-DT-PROVA > ZEROS
               MOVE SGC-DT-PROVA    TO WS-DATA-AUX
               PERFORM P790-EDITA-DATA THRU P790-FIM
               MOVE WS-DATA-ED      TO WS-LS-DATA
           ELSE
               MOVE 'A AGENDAR'     TO WS-LS-DATA
           END-IF
           WRITE CARTA-LINHA FROM WS-LIN-SEGCH
           .
       P479-FIM.
           EXIT.

      ******************************************************************
      * DOCUMENTOS OBRIGATORIOS DA MATRICULA (TIPOS 1 A 4 DO CADDOC):
      * SEM REGISTRO NO ARQUIVO VALE COMO PENDENTE, COMO NO CADDOC
      ******************************************************************
       P480-DOCUMENTOS.
           IF NOT ABRIU-DOC
               GO TO P480-FIM
           END-IF

           WRITE CARTA-LINHA FROM WS-LIN-TIT-DOC
           MOVE ZEROS               TO WS-QTD-ITENS

           PERFORM VARYING WS-IDX-DOC FROM 1 BY 1
                   UNTIL WS-IDX-DOC > 4
               MOVE SD-ID-ALUNO     TO DOC-ID-ALUNO
               MOVE WS-IDX-DOC      TO DOC-TIPO
               READ DOCMATRIC
                   INVALID KEY
                       MOVE 'P' TO DOC-SITUACAO
               END-READ
               IF DOC-PENDENTE
                   ADD 1 TO WS-QTD-ITENS
                   MOVE WS-NOME-DOC(WS-IDX-DOC) TO WS-LD-DOCUMENTO
                   WRITE CARTA-LINHA FROM WS-LIN-DOC
               END-IF
           END-PERFORM

           IF WS-QTD-ITENS EQUAL ZEROS
               MOVE 'NENHUM' TO WS-LN-TEXTO
               WRITE CARTA-LINHA FROM WS-LIN-NENHUM
           END-IF
           .
       P480-FIM.
           EXIT.

      ******************************************************************
      * FECHA A CARTA DA FAMILIA: COM E-MAIL ENFILEIRA, SEM E-MAIL (OU
      * FILA INDISPONIVEL) VAI PARA IMPRESSAO COM O CANHOTO DE
      * RETIRADA; GRAVA O PROTOCOLO E A LINHA DE CONTROLE
      ******************************************************************
       P500-FECHA-CARTA.
           IF NOT CARTA-ABERTA
               GO TO P500-FIM
           END-IF

           MOVE CFG-TITULO-ASSINATURA TO WS-AS3-TITULO
           SET CARTA-ENVIADA        TO FALSE
           IF WS-EMAIL-CARTA NOT EQUAL SPACES
               PERFORM P520-ENFILEIRA-EMAIL THRU P520-FIM
           END-IF

           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM WS-ASSINATURA-2
           WRITE CARTA-LINHA FROM WS-ASSINATURA-3
           IF NOT CARTA-ENVIADA
               WRITE CARTA-LINHA FROM SPACES
               WRITE CARTA-LINHA FROM WS-LIN-RETIRADA
           END-IF
           WRITE CARTA-LINHA FROM WS-LIN-TRACO
           CLOSE CARTA
           SET CARTA-ABERTA         TO FALSE

           PERFORM P540-GRAVA-PROTOCOLO THRU P540-FIM

           ADD 1                    TO WS-CONT-CARTAS
           MOVE WS-PREV-RESP        TO WS-DC-ID
           MOVE WS-NOME-CARTA       TO WS-DC-NOME
           MOVE WS-QTD-IRMAOS       TO WS-DC-QTD
           IF CARTA-ENVIADA
               ADD 1 TO WS-CONT-ENFILEIRADAS
               MOVE 'E-MAIL'        TO WS-DC-ENVIO
           ELSE
               ADD 1 TO WS-CONT-IMPRESSAS
               MOVE 'IMPRESSAO'     TO WS-DC-ENVIO
           END-IF
           MOVE SPACES              TO WS-DC-SITUACAO
           IF EFA-ENTREGUE
               MOVE 'JA RETIRADA'   TO WS-DC-SITUACAO
           END-IF
           WRITE CTL-LINHA FROM WS-DET-CONTROLE
           .
       P500-FIM.
           EXIT.

       P520-ENFILEIRA-EMAIL.
           MOVE WS-PRIMEIRO-ALUNO   TO MA-ID-ALUNO
           MOVE WS-EMAIL-CARTA      TO MA-DESTINATARIO
           MOVE 'CARTA BIMESTRAL DA FAMILIA' TO MA-ASSUNTO
           MOVE WS-CARTA-PATH       TO MA-ARQUIVO
           MOVE LK-OPERADOR-ID      TO MA-OPERADOR
           MOVE 'N'                 TO MA-OK

           CALL WS-BIN-ENFILAMSG-PATH USING WS-ENFILAMSG-AREA
               ON EXCEPTION
                   DISPLAY 'ENFILAMSG INDISPONIVEL - CARTA VAI PARA '
                           'IMPRESSAO'
           END-CALL

           IF MA-OK EQUAL 'S'
               SET CARTA-ENVIADA TO TRUE
           END-IF
           .
       P520-FIM.
           EXIT.

      ******************************************************************
      * PROTOCOLO DA FAMILIA: UMA PENDENCIA POR RESPONSAVEL/BIMESTRE.
      * NOVA RODADA NO MESMO BIMESTRE ATUALIZA, MAS NAO DESFAZ UMA
      * RETIRADA JA ASSINADA
      ******************************************************************
       P540-GRAVA-PROTOCOLO.
           MOVE WS-PREV-RESP        TO EFA-ID-RESPONSAVEL
           MOVE CFG-ANO-LETIVO      TO EFA-ANO-LETIVO
           MOVE WS-BIMESTRE         TO EFA-BIMESTRE

           READ ENTFAM
               INVALID KEY
                   MOVE CFG-UNIDADE     TO EFA-UNIDADE
                   MOVE WS-QTD-IRMAOS   TO EFA-QTD-ALUNOS
                   MOVE 'P'             TO EFA-SITUACAO
                   IF CARTA-ENVIADA
                       MOVE 'V'         TO EFA-SITUACAO
                   END-IF
                   MOVE WS-DATA-HOJE    TO EFA-DT-GERACAO
                   MOVE ZEROS           TO EFA-DT-ENTREGA
                   MOVE SPACES          TO EFA-QUEM-ASSINOU
                   MOVE LK-OPERADOR-ID  TO EFA-OPERADOR
                   WRITE REG-ENTFAM
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O PROTOCOLO DO '
                                   'RESPONSAVEL ' WS-PREV-RESP
                   END-WRITE
                   GO TO P540-FIM
           END-READ

           IF EFA-ENTREGUE
               GO TO P540-FIM
           END-IF

           MOVE CFG-UNIDADE         TO EFA-UNIDADE
           MOVE WS-QTD-IRMAOS       TO EFA-QTD-ALUNOS
           MOVE 'P'                 TO EFA-SITUACAO
           IF CARTA-ENVIADA
               MOVE 'V'             TO EFA-SITUACAO
           END-IF
           MOVE WS-DATA-HOJE        TO EFA-DT-GERACAO
           MOVE LK-OPERADOR-ID      TO EFA-OPERADOR
           REWRITE REG-ENTFAM
               INVALID KEY
                   DISPLAY 'ERRO AO ATUALIZAR O PROTOCOLO DO '
                           'RESPONSAVEL ' WS-PREV-RESP
           END-REWRITE
           .
       P540-FIM.
           EXIT.

      ******************************************************************
      * BAIXA DA RETIRADA: O RESPONSAVEL ASSINA O CANHOTO DA CARTA
      * IMPRESSA NA SECRETARIA
      ******************************************************************
       P700-MARCA-RETIRADA.
           DISPLAY 'ID DO RESPONSAVEL: '
           ACCEPT WS-ID-PESQUISA
           MOVE ZEROS               TO WS-BIMESTRE
           PERFORM WITH TEST AFTER
                   UNTIL WS-BIMESTRE >= 1 AND WS-BIMESTRE <= 4
               DISPLAY 'BIMESTRE DA CARTA (1 A 4): '
               ACCEPT WS-BIMESTRE
               IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
                   DISPLAY '*** BIMESTRE INVALIDO. USE 1 A 4 ***'
               END-IF
           END-PERFORM

           MOVE WS-ID-PESQUISA      TO EFA-ID-RESPONSAVEL
           MOVE CFG-ANO-LETIVO      TO EFA-ANO-LETIVO
           MOVE WS-BIMESTRE         TO EFA-BIMESTRE

           READ ENTFAM
               INVALID KEY
                   DISPLAY 'CARTA NAO ENCONTRADA - AS CARTAS DO '
                           'BIMESTRE FORAM GERADAS?'
                   GO TO P700-FIM
           END-READ

           IF EFA-ENVIADA
               DISPLAY 'CARTA ENVIADA POR E-MAIL EM ' EFA-DT-GERACAO
                       ' - NAO HA RETIRADA'
               GO TO P700-FIM
           END-IF

           IF EFA-ENTREGUE
               DISPLAY 'CARTA JA RETIRADA EM ' EFA-DT-ENTREGA
                       ' POR ' EFA-QUEM-ASSINOU
               GO TO P700-FIM
           END-IF

           DISPLAY 'QUEM ASSINOU A RETIRADA: '
           ACCEPT EFA-QUEM-ASSINOU

           MOVE 'E'                 TO EFA-SITUACAO
           ACCEPT EFA-DT-ENTREGA    FROM DATE YYYYMMDD
           MOVE LK-OPERADOR-ID      TO EFA-OPERADOR

           REWRITE REG-ENTFAM
               INVALID KEY
                   DISPLAY 'ERRO AO BAIXAR A PENDENCIA'
               NOT INVALID KEY
                   DISPLAY 'RETIRADA REGISTRADA'
           END-REWRITE
           .
       P700-FIM.
           EXIT.

      ******************************************************************
      * CARTAS IMPRESSAS AINDA NAO RETIRADAS NA UNIDADE DO LOGIN, COM
      * NOME E TELEFONE DO RESPONSAVEL PARA A LISTA DE CONTATO
      ******************************************************************
       P750-PENDENTES.
           DISPLAY 'BIMESTRE (OU 0 PARA TODOS): '
           ACCEPT WS-BIMESTRE

           SET FS-RSP-OK            TO TRUE
           OPEN INPUT RESPONSAVEIS
           IF NOT FS-RSP-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE RESPONSAVEIS'
               DISPLAY 'FILE STATUS: ' WS-FS-RSP
               GO TO P750-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT
           MOVE ZEROS               TO EFA-ID-RESPONSAVEL
           MOVE ZEROS               TO EFA-ANO-LETIVO
           MOVE ZEROS               TO EFA-BIMESTRE

           START ENTFAM KEY IS NOT LESS THAN EFA-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ENTFAM NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF EFA-PENDENTE AND
                          EFA-ANO-LETIVO EQUAL CFG-ANO-LETIVO AND
                          EFA-UNIDADE EQUAL CFG-UNIDADE AND
                          (WS-BIMESTRE EQUAL ZEROS OR
                           EFA-BIMESTRE EQUAL WS-BIMESTRE)
                           ADD 1 TO WS-CONT
                           MOVE 'RESPONSAVEL NAO CADASTRADO'
                                TO RSP-NOME
                           MOVE SPACES TO RSP-TELEFONE
                           MOVE EFA-ID-RESPONSAVEL TO RSP-ID
                           READ RESPONSAVEIS
                               INVALID KEY
                                   CONTINUE
                           END-READ
                           DISPLAY EFA-ID-RESPONSAVEL ' ' RSP-NOME
                                   ' BIM ' EFA-BIMESTRE
                                   ' ALUNOS ' EFA-QTD-ALUNOS
                           DISPLAY '  TEL ' RSP-TELEFONE
                                   ' GERADA EM ' EFA-DT-GERACAO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RESPONSAVEIS

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUMA CARTA PENDENTE DE RETIRADA'
           ELSE
               DISPLAY 'CARTAS PENDENTES: ' WS-CONT
           END-IF
           .
       P750-FIM.
           EXIT.

       P790-EDITA-DATA.
           MOVE WS-DA-DIA           TO WS-DE-DIA
           MOVE WS-DA-MES           TO WS-DE-MES
           MOVE WS-DA-ANO           TO WS-DE-ANO
           .
       P790-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CARTAFAM.
