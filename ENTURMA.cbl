      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:PROPOSTA DE ENTURMACAO AUTOMATICA DO ANO LETIVO NOVO
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. O FECHAMENTO DE ANO
      *         MANDA TODOS OS APROVADOS PARA A UNICA TUR-PROXIMA DA
      *         TURMA E A SECRETARIA PASSAVA JANEIRO REMANEJANDO UM A
      *         UM. ESTA ROTINA BATCH, RODADA ANTES DO INICIO DAS
      *         AULAS, JUNTA POR SERIE (TUR-SERIE DA TURMA ATUAL) OS
      *         PROMOVIDOS, AS REMATRICULAS CONFIRMADAS DO ANO NOVO E
      *         OS CHAMADOS DA FILA DE ESPERA, E OS DISTRIBUI ENTRE
      *         TODAS AS TURMAS DA SERIE NO ANO LETIVO: EM ORDEM DE
      *         DATA DE NASCIMENTO, SEMPRE PARA A TURMA MENOS OCUPADA
      *         (EQUILIBRA AS IDADES), SEM PASSAR DE TUR-CAPACIDADE
      *         (ZERO = SEM LIMITE) E MANTENDO NO MESMO TURNO OS
      *         IRMAOS COM O MESMO ID-RESPONSAVEL. A PROPOSTA FICA EM
      *         ENTURMA.DAT E SAI IMPRESSA EM ENTURMA.TXT PARA O VISTO
      *         DA COORDENACAO; ALUNOS.DAT SO MUDA NA APROVACAO
      *         (APROVENT). GRAVA INICIO/FIM EM JOBLOG.DAT
      * UPDATE: 15/10/2026 MULTI-UNIDADE: A PROPOSTA E DA UNIDADE DO
      *         LOGIN - SO AS TURMAS DELA (TUR-UNIDADE, ZERO = 01)
      *         RECEBEM ALUNOS, SO OS ALUNOS DELA (UNIDADE-ALUNO) ENTRAM
      *         NO SORT E A LIMPEZA DA PROPOSTA ANTERIOR NAO TOCA AS DAS
      *         OUTRAS UNIDADES; O CABECALHO IMPRIME A UNIDADE
      * UPDATE: 15/10/2026 CABECALHO DO RELATORIO SAIA CORTADO - CAMPO
      *         AJUSTADO AO TAMANHO DO LITERAL
      * UPDATE: 15/10/2026 CONCLUINTE DO ANO ENCERRADO (CONCLUINTES.DAT)
      *         FICA FORA DA PROPOSTA, E O APROVADO QUE O FECHAMENTO
      *         DEIXOU NA TURMA POR FALTA DE PROXIMA TURMA NA UNIDADE
      *         NAO E TRATADO COMO PROMOVIDO - A TURMA DO ANO ENCERRADO
      *         VEM DE HIST-TURMA; OS DOIS CASOS CONTAM COMO FORA DA
      *         PROPOSTA NO RELATORIO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTURMA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ENTURMA ASSIGN TO
                WS-ENTURMA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PEN-ID-ALUNO
                FILE STATUS IS WS-FS-PEN.

                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT TURMAS ASSIGN TO
                WS-TURMAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TUR-CODIGO
                FILE STATUS IS WS-FS-TUR.

                SELECT REMATRICULA ASSIGN TO
                WS-REMATRICULA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RMT-ID-ALUNO
                FILE STATUS IS WS-FS-RMT.

                SELECT FILAESPERA ASSIGN TO
                WS-FILAESPERA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FILA-CHAVE
                FILE STATUS IS WS-FS-FILA.

                SELECT CONCLUINTES ASSIGN TO
                WS-CONCLUINTES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CON-ID-ALUNO
                ALTERNATE RECORD KEY IS CON-NR-ORDEM
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CON.

                SELECT HISTORICO ASSIGN TO
                WS-HISTORICO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-CHAVE
                FILE STATUS IS WS-FS-HIST.

                SELECT RELATORIO ASSIGN TO
                WS-RELENTURMA-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTENT-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD ENTURMA.
           COPY PROPENT.

       FD ALUNOS.
           COPY DATABASE.

       FD TURMAS.
           COPY TURMAS.

       FD REMATRICULA.
           COPY REMAT.

       FD FILAESPERA.
           COPY FILAESP.

       FD CONCLUINTES.
           COPY CONCLUINTE.

       FD HISTORICO.
           COPY HISTORICO.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-SERIE                      PIC X(04).
           03 SD-DT-NASC                    PIC 9(08).
           03 SD-ID                         PIC 9(05).
           03 SD-NOME                       PIC X(30).
           03 SD-RESP                       PIC 9(05).
           03 SD-ORIGEM                     PIC X(01).
           03 SD-TURMA                      PIC X(10).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
           COPY SITCFG.

         01 WS-FILAESPERA-PATH              PIC X(80).
         01 WS-RELENTURMA-PATH              PIC X(80).
         01 WS-SORTENT-PATH                 PIC X(80).

         01 WS-CABECALHO-1.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(36)
              VALUE 'PROPOSTA DE ENTURMACAO - ANO LETIVO'.
           03 WS-CB-ANO                   PIC 9(04).
         01 WS-CABECALHO-2.
           03 WS-CB-ESCOLA                PIC X(40).
           03 FILLER                      PIC X(12)
              VALUE '  GERADA EM '.
           03 WS-CB-DATA                  PIC 9(08).
           03 FILLER                      PIC X(11)
              VALUE '  UNIDADE: '.
           03 WS-CB-UNIDADE               PIC 9(02).
         01 WS-CABECALHO-3.
           03 FILLER                      PIC X(100) VALUE ALL '-'.
         01 WS-CAB-TURMA.
           03 FILLER                      PIC X(07) VALUE 'TURMA: '.
           03 WS-CT-TURMA                 PIC X(10).
           03 FILLER                      PIC X(08) VALUE ' SERIE: '.
           03 WS-CT-SERIE                 PIC X(04).
           03 FILLER                      PIC X(08) VALUE ' TURNO: '.
           03 WS-CT-TURNO                 PIC X(01).
           03 FILLER                      PIC X(13)
              VALUE ' CAPACIDADE: '.
           03 WS-CT-CAPACIDADE            PIC ZZ9.
           03 FILLER                      PIC X(09) VALUE ' ALUNOS: '.
           03 WS-CT-ALUNOS                PIC ZZ9.
           03 FILLER                      PIC X(15)
              VALUE ' IDADE MEDIA: '.
           03 WS-CT-IDADE                 PIC Z9,9.
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(44)
              VALUE '     ID  NOME                           NASC'.
           03 FILLER                      PIC X(45)
              VALUE 'IMENTO ORIGEM TURMA ATUAL OBSERVACAO'.
         01 WS-DET-ALUNO.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-NOME                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-NASC                  PIC 9(08).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-ORIGEM                PIC X(06).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-TURMA                 PIC X(10).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-OBS                   PIC X(30).
         01 WS-CAB-SEM-VAGA.
           03 FILLER                      PIC X(46)
              VALUE 'ALUNOS SEM VAGA NA SERIE (DECISAO DA COORDENAC'.
           03 FILLER                      PIC X(04) VALUE 'AO):'.
         01 WS-CAB-FILA.
           03 FILLER                      PIC X(46)
              VALUE 'CHAMADOS DA FILA AINDA SEM CADASTRO (VAGA RESE'.
           03 FILLER                      PIC X(29)
              VALUE 'RVADA NA TURMA DA FILA):'.
         01 WS-DET-FILA.
           03 FILLER                      PIC X(09) VALUE SPACES.
           03 WS-DF-NOME                  PIC X(30).
           03 FILLER                      PIC X(09) VALUE ' TURMA: '.
           03 WS-DF-TURMA                 PIC X(10).
         01 WS-DET-TOTAIS-1.
           03 FILLER                      PIC X(20)
              VALUE 'ALUNOS PROPOSTOS....'.
           03 WS-DT-PROPOSTOS             PIC ZZZ9.
           03 FILLER                      PIC X(20)
              VALUE '   SEM VAGA.........'.
           03 WS-DT-SEM-VAGA              PIC ZZZ9.
           03 FILLER                      PIC X(20)
              VALUE '   RESERVAS DA FILA.'.
           03 WS-DT-RESERVAS              PIC ZZZ9.
         01 WS-DET-TOTAIS-2.
           03 FILLER                      PIC X(20)
              VALUE 'IRMAOS SEPARADOS....'.
           03 WS-DT-IRMAOS                PIC ZZZ9.
           03 FILLER                      PIC X(20)
              VALUE '   JA APLICADOS.....'.
           03 WS-DT-APLICADOS             PIC ZZZ9.
           03 FILLER                      PIC X(20)
              VALUE '   FORA DA PROPOSTA.'.
           03 WS-DT-FORA                  PIC ZZZ9.
         01 WS-NOTA-FORA.
           03 FILLER                      PIC X(47)
              VALUE '(FORA DA PROPOSTA = ATIVOS DA SERIE NAO PROMOVI'.
           03 FILLER                      PIC X(46)
              VALUE 'DOS E SEM REMATRICULA CONFIRMADA NO ANO NOVO,'.
         01 WS-NOTA-FORA-2.
           03 FILLER                      PIC X(47)
              VALUE ' CONCLUINTES DO ANO ENCERRADO E APROVADOS QUE F'.
           03 FILLER                      PIC X(39)
              VALUE 'ICARAM SEM PROXIMA TURMA NA UNIDADE)'.
         01 WS-ASSINATURA-1.
           03 FILLER                      PIC X(30) VALUE SPACES.
           03 FILLER                      PIC X(30) VALUE ALL '_'.
         01 WS-ASSINATURA-2.
           03 FILLER                      PIC X(33) VALUE SPACES.
           03 FILLER                      PIC X(25)
              VALUE 'VISTO DA COORDENACAO'.

         01 WS-TAB-TURMAS.
           03 WS-ET-ITEM OCCURS 100.
              05 WS-ET-CODIGO             PIC X(10).
              05 WS-ET-SERIE              PIC X(04).
              05 WS-ET-TURNO              PIC X(01).
              05 WS-ET-CAPACIDADE         PIC 9(03).
              05 WS-ET-ALVO               PIC X(01).
              05 WS-ET-PROXIMA            PIC X(10).
              05 WS-ET-OCUPACAO           PIC 9(03).
              05 WS-ET-SOMA-IDADE         PIC 9(05).
              05 WS-ET-QTD-IDADE          PIC 9(03).

         01 WS-TAB-FILA.
           03 WS-EF-ITEM OCCURS 200.
              05 WS-EF-NOME               PIC X(30).
              05 WS-EF-TURMA              PIC X(10).
              05 WS-EF-SERIE              PIC X(04).
              05 WS-EF-USADO              PIC X(01).

         01 WS-TAB-IRMAOS.
           03 WS-EI-ITEM OCCURS 1000.
              05 WS-EI-RESPONSAVEL        PIC 9(05).
              05 WS-EI-TURNO              PIC X(01).

         77 WS-FS-PEN                      PIC 99.
           88 FS-PEN-OK                    VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-RMT                      PIC 99.
           88 FS-RMT-OK                    VALUE 0.
         77 WS-FS-FILA                     PIC 99.
           88 FS-FILA-OK                   VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-FS-CON                      PIC 99.
           88 FS-CON-OK                    VALUE 0.
         77 WS-FS-HIST                     PIC 99.
           88 FS-HIST-OK                   VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-PEN                     PIC X     VALUE 'N'.
           88 EOF-PEN-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-HOUVE-ERRO                  PIC X     VALUE 'N'.
           88 HOUVE-ERRO                   VALUE 'S' FALSE 'N'.
         77 WS-RMT-DISPONIVEL              PIC X     VALUE 'N'.
           88 RMT-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-CON-DISPONIVEL              PIC X     VALUE 'N'.
           88 CON-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-HIST-DISPONIVEL             PIC X     VALUE 'N'.
           88 HIST-DISPONIVEL              VALUE 'S' FALSE 'N'.
         77 WS-FICOU-NA-TURMA              PIC X     VALUE 'N'.
           88 FICOU-NA-TURMA               VALUE 'S' FALSE 'N'.
         77 WS-ACHOU                       PIC X     VALUE 'N'.
           88 ACHOU-OK                     VALUE 'S' FALSE 'N'.
         77 WS-ANO-ALVO                    PIC 9(04) VALUE ZEROS.
         77 WS-ANO-NASC                    PIC 9(04) VALUE ZEROS.
         77 WS-ANO-FILA                    PIC 9(04) VALUE ZEROS.
         77 WS-IDADE                       PIC 9(02) VALUE ZEROS.
         77 WS-IDADE-MEDIA                 PIC 9(02)V9 VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-SERIE-ALUNO                 PIC X(04) VALUE SPACES.
         77 WS-PROXIMA-ALUNO               PIC X(10) VALUE SPACES.
         77 WS-ORIGEM                      PIC X(01) VALUE SPACES.
         77 WS-TURNO-IRMAO                 PIC X(01) VALUE SPACES.
         77 WS-RESP-IRMAO                  PIC 9(05) VALUE ZEROS.
         77 WS-OBSERVACAO                  PIC X(30) VALUE SPACES.
         77 WS-QTD-TURMAS                  PIC 9(03) VALUE ZEROS.
         77 WS-QTD-ALVO                    PIC 9(03) VALUE ZEROS.
         77 WS-IDX-TUR                     PIC 9(03) COMP VALUE ZEROS.
         77 WS-IDX-ESCOLHIDA               PIC 9(03) COMP VALUE ZEROS.
         77 WS-QTD-FILA                    PIC 9(03) VALUE ZEROS.
         77 WS-IDX-FILA                    PIC 9(03) COMP VALUE ZEROS.
         77 WS-QTD-IRMAOS                  PIC 9(04) VALUE ZEROS.
         77 WS-IDX-IRM                     PIC 9(04) COMP VALUE ZEROS.
         77 WS-RAZAO                       PIC 9(05) VALUE ZEROS.
         77 WS-MENOR-RAZAO                 PIC 9(05) VALUE ZEROS.
         77 WS-DIVISOR                     PIC 9(03) VALUE ZEROS.
         77 WS-CONT-PROPOSTOS              PIC 9(04) VALUE ZEROS.
         77 WS-CONT-SEM-VAGA               PIC 9(04) VALUE ZEROS.
         77 WS-CONT-RESERVAS               PIC 9(04) VALUE ZEROS.
         77 WS-CONT-IRMAOS                 PIC 9(04) VALUE ZEROS.
         77 WS-CONT-APLICADOS              PIC 9(04) VALUE ZEROS.
         77 WS-CONT-FORA                   PIC 9(04) VALUE ZEROS.
         77 WS-CONT-TURMA                  PIC 9(03) VALUE ZEROS.
         77 WS-UNIDADE-TUR                 PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** PROPOSTA DE ENTURMACAO AUTOMATICA ***'
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           MOVE 'ENTURMA'           TO JA-NOME
           MOVE 'I'                 TO JA-FASE
           MOVE SPACES              TO JA-STATUS
           MOVE ZEROS               TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           PERFORM P300-GERA-PROPOSTA THRU P300-FIM
           MOVE 'F'                 TO JA-FASE
           IF NOT HOUVE-ERRO
               MOVE 'OK'            TO JA-STATUS
           ELSE
               MOVE 'ERRO'          TO JA-STATUS
           END-IF
           MOVE WS-CONT-PROPOSTOS   TO JA-CONTADOR
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
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CFGPARAM' DELIMITED BY SIZE
                  INTO WS-BIN-CFGPARAM-PATH
           CALL WS-BIN-CFGPARAM-PATH USING CFG-PARAMETROS
               ON EXCEPTION
                   CONTINUE
           END-CALL

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ENTURMA.DAT' DELIMITED BY SIZE
                  INTO WS-ENTURMA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\REMATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-REMATRICULA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FILAESPERA.DAT' DELIMITED BY SIZE
                  INTO WS-FILAESPERA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONCLUINTES.DAT' DELIMITED BY SIZE
                  INTO WS-CONCLUINTES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\HISTORICO.DAT' DELIMITED BY SIZE
                  INTO WS-HISTORICO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ENTURMA.TXT' DELIMITED BY SIZE
                  INTO WS-RELENTURMA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTENT.TMP' DELIMITED BY SIZE
                  INTO WS-SORTENT-PATH
           .
       P100-FIM.
           EXIT.

       P300-GERA-PROPOSTA.
           SET FS-TUR-OK            TO TRUE
           SET FS-OK                TO TRUE
           SET FS-PEN-OK            TO TRUE
           SET FS-REL-OK            TO TRUE
           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD

           MOVE ZEROS               TO WS-ANO-ALVO
           DISPLAY 'ANO LETIVO A ENTURMAR (0 PARA ' CFG-ANO-LETIVO
                   '): '
           ACCEPT WS-ANO-ALVO
           IF WS-ANO-ALVO EQUAL ZEROS
               MOVE CFG-ANO-LETIVO  TO WS-ANO-ALVO
           END-IF

           OPEN INPUT TURMAS
           IF NOT FS-TUR-OK
               DISPLAY 'ERRO AO ABRIR O CATALOGO DE TURMAS'
               DISPLAY 'FILE STATUS: ' WS-FS-TUR
               SET HOUVE-ERRO TO TRUE
               GO TO P300-FIM
           END-IF

           PERFORM P320-CARREGA-TURMAS THRU P320-FIM
           CLOSE TURMAS

           IF WS-QTD-ALVO EQUAL ZEROS
               DISPLAY 'NENHUMA TURMA COM SERIE INFORMADA PARA O ANO '
                       WS-ANO-ALVO ' NO CATALOGO'
               GO TO P300-FIM
           END-IF

           PERFORM P330-CARREGA-FILA THRU P330-FIM

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET HOUVE-ERRO TO TRUE
               GO TO P300-FIM
           END-IF

           OPEN I-O ENTURMA
           IF WS-FS-PEN EQUAL 35 THEN
               OPEN OUTPUT ENTURMA
               CLOSE ENTURMA
               OPEN I-O ENTURMA
           END-IF
           IF NOT FS-PEN-OK
               DISPLAY 'ERRO AO ABRIR A PROPOSTA DE ENTURMACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-PEN
               SET HOUVE-ERRO TO TRUE
               CLOSE ALUNOS
               GO TO P300-FIM
           END-IF

           SET RMT-DISPONIVEL       TO FALSE
           OPEN INPUT REMATRICULA
           IF FS-RMT-OK
               SET RMT-DISPONIVEL   TO TRUE
           ELSE
               DISPLAY 'REMATRICULAS INDISPONIVEIS - SO PROMOVIDOS E '
                       'FILA ENTRAM NA PROPOSTA'
           END-IF

           SET CON-DISPONIVEL       TO FALSE
           SET FS-CON-OK            TO TRUE
           OPEN INPUT CONCLUINTES
           IF FS-CON-OK
               SET CON-DISPONIVEL   TO TRUE
           END-IF

           SET HIST-DISPONIVEL      TO FALSE
           SET FS-HIST-OK           TO TRUE
           OPEN INPUT HISTORICO
           IF FS-HIST-OK
               SET HIST-DISPONIVEL  TO TRUE
           END-IF

           PERFORM P340-LIMPA-PROPOSTA THRU P340-FIM

           SORT WORK-SORT
               ON ASCENDING KEY SD-SERIE SD-DT-NASC
               INPUT PROCEDURE  P400-ALIMENTA-SORT THRU P400-FIM
               OUTPUT PROCEDURE P500-DISTRIBUI THRU P500-FIM

           IF RMT-DISPONIVEL
               CLOSE REMATRICULA
           END-IF
           IF CON-DISPONIVEL
               CLOSE CONCLUINTES
           END-IF
           IF HIST-DISPONIVEL
               CLOSE HISTORICO
           END-IF
           CLOSE ALUNOS

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA PROPOSTA'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               SET HOUVE-ERRO TO TRUE
               CLOSE ENTURMA
               GO TO P300-FIM
           END-IF

           PERFORM P600-IMPRIME-PROPOSTA THRU P600-FIM

           CLOSE RELATORIO
           CLOSE ENTURMA

           DISPLAY 'ALUNOS PROPOSTOS.....: ' WS-CONT-PROPOSTOS
           DISPLAY 'SEM VAGA NA SERIE....: ' WS-CONT-SEM-VAGA
           DISPLAY 'PROPOSTA IMPRESSA EM.: ' WS-RELENTURMA-PATH
           DISPLAY 'APLICAR PELO MENU, OPCAO 49, APOS O VISTO DA '
                   'COORDENACAO'
           .
       P300-FIM.
           EXIT.

      ******************************************************************
      * CARREGA O CATALOGO DA UNIDADE DO LOGIN (A SERIE DO ALUNO VEM
      * DA SUA TURMA ATUAL, DE QUALQUER ANO); SO AS TURMAS DO ANO A
      * ENTURMAR, OU COM ANO ZERADO, RECEBEM ALUNOS
      ******************************************************************
       P320-CARREGA-TURMAS.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-QTD-TURMAS
           MOVE ZEROS               TO WS-QTD-ALVO
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
                       IF TUR-SERIE NOT EQUAL SPACES AND
                          WS-UNIDADE-TUR EQUAL CFG-UNIDADE AND
                          WS-QTD-TURMAS < 100
                           ADD 1 TO WS-QTD-TURMAS
                           MOVE TUR-CODIGO
                                TO WS-ET-CODIGO(WS-QTD-TURMAS)
                           MOVE TUR-SERIE
                                TO WS-ET-SERIE(WS-QTD-TURMAS)
                           MOVE TUR-TURNO
                                TO WS-ET-TURNO(WS-QTD-TURMAS)
                           MOVE TUR-PROXIMA
                                TO WS-ET-PROXIMA(WS-QTD-TURMAS)
                           MOVE TUR-CAPACIDADE
                                TO WS-ET-CAPACIDADE(WS-QTD-TURMAS)
                           MOVE ZEROS
                                TO WS-ET-OCUPACAO(WS-QTD-TURMAS)
                           MOVE ZEROS
                                TO WS-ET-SOMA-IDADE(WS-QTD-TURMAS)
                           MOVE ZEROS
                                TO WS-ET-QTD-IDADE(WS-QTD-TURMAS)
                           IF TUR-ANO-LETIVO EQUAL WS-ANO-ALVO OR
                              TUR-ANO-LETIVO EQUAL ZEROS
                               MOVE 'S'
                                    TO WS-ET-ALVO(WS-QTD-TURMAS)
                               ADD 1 TO WS-QTD-ALVO
                           ELSE
                               MOVE 'N'
                                    TO WS-ET-ALVO(WS-QTD-TURMAS)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P320-FIM.
           EXIT.

      ******************************************************************
      * CHAMADOS DA FILA DE ESPERA (CHAMADO OU JA MATRICULADO) DO ANO
      * ANTERIOR OU DO ANO A ENTURMAR. O CASAMENTO COM O CADASTRO E
      * PELO NOME, COMO NO CADFILA; OS QUE AINDA NAO TEM CADASTRO
      * FICAM COM A VAGA RESERVADA NA TURMA DA FILA
      ******************************************************************
       P330-CARREGA-FILA.
           SET FS-FILA-OK           TO TRUE
           MOVE ZEROS               TO WS-QTD-FILA

           OPEN INPUT FILAESPERA
           IF NOT FS-FILA-OK
               GO TO P330-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE LOW-VALUES          TO FILA-CHAVE

           START FILAESPERA KEY IS NOT LESS THAN FILA-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ FILAESPERA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       COMPUTE WS-ANO-FILA = FILA-DT-ENTRADA / 10000
                       IF (FILA-CHAMADO OR FILA-MATRICULADO) AND
                          WS-ANO-FILA NOT LESS WS-ANO-ALVO - 1 AND
                          WS-QTD-FILA < 200
                           MOVE FILA-TURMA TO TUR-CODIGO
                           PERFORM P410-LOCALIZA-SERIE THRU P410-FIM
                           IF WS-SERIE-ALUNO NOT EQUAL SPACES
                               ADD 1 TO WS-QTD-FILA
                               MOVE FILA-NOME
                                    TO WS-EF-NOME(WS-QTD-FILA)
                               MOVE FILA-TURMA
                                    TO WS-EF-TURMA(WS-QTD-FILA)
                               MOVE WS-SERIE-ALUNO
                                    TO WS-EF-SERIE(WS-QTD-FILA)
                               MOVE 'N'
                                    TO WS-EF-USADO(WS-QTD-FILA)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FILAESPERA
           .
       P330-FIM.
           EXIT.

      ******************************************************************
      * DESCARTA A PROPOSTA ANTERIOR AINDA NAO APLICADA DO MESMO ANO;
      * OS JA APLICADOS CONTINUAM OCUPANDO A VAGA E FIXANDO O TURNO
      * DOS IRMAOS. SO MEXE NAS PROPOSTAS DOS ALUNOS DA UNIDADE (TURMA
      * ATUAL NO CATALOGO CARREGADO) - AS DAS OUTRAS FICAM INTACTAS
      ******************************************************************
       P340-LIMPA-PROPOSTA.
           MOVE ZEROS               TO WS-QTD-IRMAOS
           SET EOF-PEN-OK           TO FALSE
           MOVE ZEROS               TO PEN-ID-ALUNO

           START ENTURMA KEY IS NOT LESS THAN PEN-ID-ALUNO
               INVALID KEY
                   SET EOF-PEN-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-PEN-OK
               READ ENTURMA NEXT RECORD
                   AT END
                       SET EOF-PEN-OK TO TRUE
                   NOT AT END
                       MOVE PEN-TURMA-ATUAL TO TUR-CODIGO
                       PERFORM P410-LOCALIZA-SERIE THRU P410-FIM
                       IF PEN-ANO-LETIVO EQUAL WS-ANO-ALVO AND
                          WS-SERIE-ALUNO NOT EQUAL SPACES
                           IF PEN-PROPOSTA
                               DELETE ENTURMA RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-DELETE
                           ELSE
                               ADD 1 TO WS-CONT-APLICADOS
                               PERFORM P345-OCUPA-APLICADO
                                       THRU P345-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P340-FIM.
           EXIT.

       P345-OCUPA-APLICADO.
           PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                   UNTIL WS-IDX-TUR > WS-QTD-TURMAS
               IF WS-ET-CODIGO(WS-IDX-TUR) EQUAL PEN-TURMA-PROPOSTA
                   ADD 1 TO WS-ET-OCUPACAO(WS-IDX-TUR)
                   MOVE WS-IDX-TUR TO WS-IDX-ESCOLHIDA
                   MOVE PEN-ID-RESPONSAVEL TO WS-RESP-IRMAO
                   PERFORM P540-GUARDA-IRMAO THRU P540-FIM
                   MOVE WS-QTD-TURMAS TO WS-IDX-TUR
               END-IF
           END-PERFORM
           .
       P345-FIM.
           EXIT.

      ******************************************************************
      * SELECIONA OS ALUNOS ATIVOS DA UNIDADE DO LOGIN CUJA TURMA
      * ATUAL TEM SERIE E QUE VEM DE PROMOCAO, REMATRICULA CONFIRMADA
      * OU FILA DE ESPERA
      ******************************************************************
       P400-ALIMENTA-SORT.
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
                       IF ALUNO-ATIVO AND
                          (MAT-MATRICULADO OR MAT-LEGADO OR
                           MAT-PRE-MATRICULA)
                           PERFORM P420-CLASSIFICA-ALUNO
                                   THRU P420-FIM
                       END-IF
               END-READ
           END-PERFORM
           .
       P400-FIM.
           EXIT.

       P410-LOCALIZA-SERIE.
           MOVE SPACES              TO WS-SERIE-ALUNO
           MOVE SPACES              TO WS-PROXIMA-ALUNO
           PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                   UNTIL WS-IDX-TUR > WS-QTD-TURMAS
               IF WS-ET-CODIGO(WS-IDX-TUR) EQUAL TUR-CODIGO
                   MOVE WS-ET-SERIE(WS-IDX-TUR) TO WS-SERIE-ALUNO
                   MOVE WS-ET-PROXIMA(WS-IDX-TUR) TO WS-PROXIMA-ALUNO
                   MOVE WS-QTD-TURMAS TO WS-IDX-TUR
               END-IF
           END-PERFORM
           .
       P410-FIM.
           EXIT.

       P420-CLASSIFICA-ALUNO.
           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND
              UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P420-FIM
           END-IF

           MOVE TURMA-ALUNO         TO TUR-CODIGO
           PERFORM P410-LOCALIZA-SERIE THRU P410-FIM
           IF WS-SERIE-ALUNO EQUAL SPACES
               GO TO P420-FIM
           END-IF

      * JA ENTURMADO E APLICADO NESTE ANO - NAO ENTRA DE NOVO
           MOVE ID-ALUNO            TO PEN-ID-ALUNO
           READ ENTURMA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PEN-APLICADA AND
                      PEN-ANO-LETIVO EQUAL WS-ANO-ALVO
                       GO TO P420-FIM
                   END-IF
           END-READ

      * CONCLUINTE DO ANO ENCERRADO CONTINUA ATIVO NA TURMA DA SERIE
      * FINAL, MAS NAO TEM SERIE SEGUINTE - NAO DISPUTA VAGA
           IF CON-DISPONIVEL
               MOVE ID-ALUNO        TO CON-ID-ALUNO
               READ CONCLUINTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CON-ANO-CONCLUSAO EQUAL WS-ANO-ALVO - 1
                           ADD 1 TO WS-CONT-FORA
                           GO TO P420-FIM
                       END-IF
               END-READ
           END-IF

           MOVE SPACES              TO WS-ORIGEM

      * O NOME CASADO COM A FILA DEIXA DE RESERVAR VAGA
           PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
                   UNTIL WS-IDX-FILA > WS-QTD-FILA
               IF WS-EF-USADO(WS-IDX-FILA) EQUAL 'N' AND
                  WS-EF-NOME(WS-IDX-FILA) EQUAL NM-ALUNO AND
                  WS-EF-SERIE(WS-IDX-FILA) EQUAL WS-SERIE-ALUNO
                   MOVE 'S' TO WS-EF-USADO(WS-IDX-FILA)
                   MOVE 'F' TO WS-ORIGEM
                   MOVE WS-QTD-FILA TO WS-IDX-FILA
               END-IF
           END-PERFORM

           IF RMT-DISPONIVEL
               MOVE ID-ALUNO        TO RMT-ID-ALUNO
               READ REMATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RMT-CONFIRMADO AND
                          RMT-ANO-LETIVO EQUAL WS-ANO-ALVO
                           MOVE 'R' TO WS-ORIGEM
                       END-IF
               END-READ
           END-IF

           IF ST-APROVACAO(1:8) EQUAL 'APROVADO'
               PERFORM P425-FICOU-NA-TURMA THRU P425-FIM
               IF NOT FICOU-NA-TURMA
                   MOVE 'P'         TO WS-ORIGEM
               END-IF
           END-IF

           IF WS-ORIGEM EQUAL SPACES
               ADD 1 TO WS-CONT-FORA
               GO TO P420-FIM
           END-IF

           MOVE WS-SERIE-ALUNO      TO SD-SERIE
           MOVE DT-NASCIMENTO       TO SD-DT-NASC
           MOVE ID-ALUNO            TO SD-ID
           MOVE NM-ALUNO            TO SD-NOME
           MOVE ID-RESPONSAVEL      TO SD-RESP
           MOVE WS-ORIGEM           TO SD-ORIGEM
           MOVE TURMA-ALUNO         TO SD-TURMA
           RELEASE SD-REGISTRO
           .
       P420-FIM.
           EXIT.

      ******************************************************************
      * APROVADO QUE O FECHAMENTO NAO TIROU DA TURMA (SERIE FINAL OU
      * PROXIMA TURMA EM OUTRA UNIDADE) AINDA ESTA NA SERIE QUE
      * CONCLUIU E NAO E PROMOVIDO DE NOVO. COM PROXIMA TURMA NA
      * UNIDADE O FECHAMENTO O TERIA MOVIDO; SEM ELA, SO FICOU QUEM
      * CURSOU O ANO ENCERRADO NESTA MESMA TURMA (HIST-TURMA) - QUEM
      * ACABOU DE ENTRAR NELA PELA PROMOCAO SEGUE PROMOVIDO. SEM O
      * HISTORICO PARA CONFERIR, FICA FORA
      ******************************************************************
       P425-FICOU-NA-TURMA.
           SET FICOU-NA-TURMA       TO FALSE
           SET ACHOU-OK             TO FALSE

           IF WS-PROXIMA-ALUNO NOT EQUAL SPACES
               PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                       UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                   IF WS-ET-CODIGO(WS-IDX-TUR) EQUAL WS-PROXIMA-ALUNO
                       SET ACHOU-OK TO TRUE
                       MOVE WS-QTD-TURMAS TO WS-IDX-TUR
                   END-IF
               END-PERFORM
           END-IF
           IF ACHOU-OK
               GO TO P425-FIM
           END-IF

           SET FICOU-NA-TURMA       TO TRUE
           IF NOT HIST-DISPONIVEL
               GO TO P425-FIM
           END-IF

           MOVE ID-ALUNO            TO HIST-ID-ALUNO
           COMPUTE HIST-ANO-LETIVO = WS-ANO-ALVO - 1
           MOVE ZEROS               TO HIST-ID-MATERIA
           MOVE ZEROS               TO HIST-BIMESTRE
           START HISTORICO KEY IS NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   GO TO P425-FIM
           END-START

           READ HISTORICO NEXT RECORD
               AT END
                   GO TO P425-FIM
           END-READ

           IF HIST-ID-ALUNO EQUAL ID-ALUNO AND
              HIST-ANO-LETIVO EQUAL WS-ANO-ALVO - 1 AND
              HIST-TURMA NOT EQUAL SPACES AND
              HIST-TURMA NOT EQUAL TURMA-ALUNO
               SET FICOU-NA-TURMA   TO FALSE
           END-IF
           .
       P425-FIM.
           EXIT.

      ******************************************************************
      * DISTRIBUI EM ORDEM DE SERIE E DATA DE NASCIMENTO, SEMPRE PARA
      * A TURMA PROPORCIONALMENTE MENOS OCUPADA - AS IDADES SE
      * ALTERNAM ENTRE AS TURMAS PARALELAS
      ******************************************************************
       P500-DISTRIBUI.
           PERFORM P510-RESERVA-FILA THRU P510-FIM

           SET EOF-SORT-OK          TO FALSE

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       PERFORM P520-ESCOLHE-TURMA THRU P520-FIM
                       PERFORM P550-GRAVA-PROPOSTA THRU P550-FIM
               END-RETURN
           END-PERFORM
           .
       P500-FIM.
           EXIT.

       P510-RESERVA-FILA.
           PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
                   UNTIL WS-IDX-FILA > WS-QTD-FILA
               IF WS-EF-USADO(WS-IDX-FILA) EQUAL 'N'
                   ADD 1 TO WS-CONT-RESERVAS
                   PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                           UNTIL WS-IDX-TUR > WS-QTD-TURMAS
                       IF WS-ET-CODIGO(WS-IDX-TUR) EQUAL
                          WS-EF-TURMA(WS-IDX-FILA) AND
                          WS-ET-ALVO(WS-IDX-TUR) EQUAL 'S'
                           ADD 1 TO WS-ET-OCUPACAO(WS-IDX-TUR)
                           MOVE WS-QTD-TURMAS TO WS-IDX-TUR
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .
       P510-FIM.
           EXIT.

       P520-ESCOLHE-TURMA.
           MOVE SPACES              TO WS-OBSERVACAO
           MOVE SPACES              TO WS-TURNO-IRMAO

           IF SD-RESP > ZEROS
               PERFORM VARYING WS-IDX-IRM FROM 1 BY 1
                       UNTIL WS-IDX-IRM > WS-QTD-IRMAOS
                   IF WS-EI-RESPONSAVEL(WS-IDX-IRM) EQUAL SD-RESP
                       MOVE WS-EI-TURNO(WS-IDX-IRM) TO WS-TURNO-IRMAO
                       MOVE WS-QTD-IRMAOS TO WS-IDX-IRM
                   END-IF
               END-PERFORM
           END-IF

           PERFORM P530-MENOS-OCUPADA THRU P530-FIM

           IF WS-IDX-ESCOLHIDA EQUAL ZEROS AND
              WS-TURNO-IRMAO NOT EQUAL SPACES
               MOVE SPACES          TO WS-TURNO-IRMAO
               PERFORM P530-MENOS-OCUPADA THRU P530-FIM
               IF WS-IDX-ESCOLHIDA > ZEROS
                   MOVE 'SEM VAGA NO TURNO DO IRMAO'
                                    TO WS-OBSERVACAO
                   ADD 1 TO WS-CONT-IRMAOS
               END-IF
           END-IF

           IF WS-IDX-ESCOLHIDA EQUAL ZEROS
               MOVE 'SEM VAGA NAS TURMAS DA SERIE' TO WS-OBSERVACAO
               ADD 1 TO WS-CONT-SEM-VAGA
               GO TO P520-FIM
           END-IF

           ADD 1 TO WS-CONT-PROPOSTOS
           ADD 1 TO WS-ET-OCUPACAO(WS-IDX-ESCOLHIDA)
           IF SD-DT-NASC > ZEROS
               COMPUTE WS-ANO-NASC = SD-DT-NASC / 10000
               IF WS-ANO-NASC < WS-ANO-ALVO
                   COMPUTE WS-IDADE = WS-ANO-ALVO - WS-ANO-NASC
                   ADD WS-IDADE TO WS-ET-SOMA-IDADE(WS-IDX-ESCOLHIDA)
                   ADD 1        TO WS-ET-QTD-IDADE(WS-IDX-ESCOLHIDA)
               END-IF
           END-IF

           MOVE SD-RESP             TO WS-RESP-IRMAO
           PERFORM P540-GUARDA-IRMAO THRU P540-FIM
           .
       P520-FIM.
           EXIT.

      ******************************************************************
      * OCUPACAO PROPORCIONAL = ALUNOS x 1000 / CAPACIDADE; TURMA SEM
      * CAPACIDADE CADASTRADA (ZERO) NAO TEM LIMITE E CONTA COMO 999
      ******************************************************************
       P530-MENOS-OCUPADA.
           MOVE ZEROS               TO WS-IDX-ESCOLHIDA
           MOVE 99999               TO WS-MENOR-RAZAO

           PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                   UNTIL WS-IDX-TUR > WS-QTD-TURMAS
               IF WS-ET-SERIE(WS-IDX-TUR) EQUAL SD-SERIE AND
                  WS-ET-ALVO(WS-IDX-TUR) EQUAL 'S' AND
                  (WS-TURNO-IRMAO EQUAL SPACES OR
                   WS-ET-TURNO(WS-IDX-TUR) EQUAL WS-TURNO-IRMAO) AND
                  (WS-ET-CAPACIDADE(WS-IDX-TUR) EQUAL ZEROS OR
                   WS-ET-OCUPACAO(WS-IDX-TUR) <
                   WS-ET-CAPACIDADE(WS-IDX-TUR))
                   IF WS-ET-CAPACIDADE(WS-IDX-TUR) EQUAL ZEROS
                       MOVE 999 TO WS-DIVISOR
                   ELSE
                       MOVE WS-ET-CAPACIDADE(WS-IDX-TUR) TO WS-DIVISOR
                   END-IF
                   COMPUTE WS-RAZAO =
                           WS-ET-OCUPACAO(WS-IDX-TUR) * 1000
                           / WS-DIVISOR
                   IF WS-RAZAO < WS-MENOR-RAZAO
                       MOVE WS-RAZAO   TO WS-MENOR-RAZAO
                       MOVE WS-IDX-TUR TO WS-IDX-ESCOLHIDA
                   END-IF
               END-IF
           END-PERFORM
           .
       P530-FIM.
           EXIT.

      * O PRIMEIRO IRMAO ENTURMADO FIXA O TURNO DA FAMILIA
       P540-GUARDA-IRMAO.
           IF WS-RESP-IRMAO EQUAL ZEROS
               GO TO P540-FIM
           END-IF

           SET ACHOU-OK             TO FALSE
           PERFORM VARYING WS-IDX-IRM FROM 1 BY 1
                   UNTIL WS-IDX-IRM > WS-QTD-IRMAOS
               IF WS-EI-RESPONSAVEL(WS-IDX-IRM) EQUAL WS-RESP-IRMAO
                   SET ACHOU-OK TO TRUE
                   MOVE WS-QTD-IRMAOS TO WS-IDX-IRM
               END-IF
           END-PERFORM

           IF NOT ACHOU-OK AND WS-QTD-IRMAOS < 1000
               ADD 1 TO WS-QTD-IRMAOS
               MOVE WS-RESP-IRMAO TO WS-EI-RESPONSAVEL(WS-QTD-IRMAOS)
               MOVE WS-ET-TURNO(WS-IDX-ESCOLHIDA)
                            TO WS-EI-TURNO(WS-QTD-IRMAOS)
           END-IF
           .
       P540-FIM.
           EXIT.

       P550-GRAVA-PROPOSTA.
           MOVE SD-ID               TO PEN-ID-ALUNO
           MOVE WS-ANO-ALVO         TO PEN-ANO-LETIVO
           MOVE SD-SERIE            TO PEN-SERIE
           MOVE SD-NOME             TO PEN-NM-ALUNO
           MOVE SD-DT-NASC          TO PEN-DT-NASCIMENTO
           MOVE SD-RESP             TO PEN-ID-RESPONSAVEL
           MOVE SD-ORIGEM           TO PEN-ORIGEM
           MOVE SD-TURMA            TO PEN-TURMA-ATUAL
           IF WS-IDX-ESCOLHIDA > ZEROS
               MOVE WS-ET-CODIGO(WS-IDX-ESCOLHIDA)
                                    TO PEN-TURMA-PROPOSTA
               MOVE WS-ET-TURNO(WS-IDX-ESCOLHIDA) TO PEN-TURNO
           ELSE
               MOVE SPACES          TO PEN-TURMA-PROPOSTA
               MOVE SPACES          TO PEN-TURNO
           END-IF
           MOVE WS-OBSERVACAO       TO PEN-OBSERVACAO
           SET PEN-PROPOSTA         TO TRUE
           MOVE WS-DATA-HOJE        TO PEN-DT-PROPOSTA
           MOVE ZEROS               TO PEN-DT-APLICACAO
           MOVE 'ENTURMA'           TO PEN-OPERADOR

           WRITE REG-PROPENT
               INVALID KEY
                   REWRITE REG-PROPENT
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR A PROPOSTA DO '
                                   'ALUNO ' SD-ID
                           SET HOUVE-ERRO TO TRUE
                   END-REWRITE
           END-WRITE
           .
       P550-FIM.
           EXIT.

      ******************************************************************
      * IMPRIME A PROPOSTA TURMA A TURMA, OS SEM VAGA, AS RESERVAS DA
      * FILA E OS TOTAIS, COM O CAMPO DO VISTO DA COORDENACAO
      ******************************************************************
       P600-IMPRIME-PROPOSTA.
           MOVE WS-ANO-ALVO         TO WS-CB-ANO
           MOVE CFG-NOME-ESCOLA     TO WS-CB-ESCOLA
           MOVE WS-DATA-HOJE        TO WS-CB-DATA
           MOVE CFG-UNIDADE         TO WS-CB-UNIDADE
           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE REL-LINHA FROM WS-CABECALHO-3

           PERFORM VARYING WS-IDX-ESCOLHIDA FROM 1 BY 1
                   UNTIL WS-IDX-ESCOLHIDA > WS-QTD-TURMAS
               IF WS-ET-ALVO(WS-IDX-ESCOLHIDA) EQUAL 'S'
                   PERFORM P620-IMPRIME-TURMA THRU P620-FIM
               END-IF
           END-PERFORM

           WRITE REL-LINHA FROM WS-CAB-SEM-VAGA
           MOVE SPACES              TO WS-CT-TURMA
           PERFORM P640-LISTA-ALUNOS THRU P640-FIM
           IF WS-CONT-TURMA EQUAL ZEROS
               MOVE '  NENHUM'      TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           WRITE REL-LINHA FROM WS-CABECALHO-3

           IF WS-CONT-RESERVAS > ZEROS
               WRITE REL-LINHA FROM WS-CAB-FILA
               PERFORM VARYING WS-IDX-FILA FROM 1 BY 1
                       UNTIL WS-IDX-FILA > WS-QTD-FILA
                   IF WS-EF-USADO(WS-IDX-FILA) EQUAL 'N'
                       MOVE WS-EF-NOME(WS-IDX-FILA)  TO WS-DF-NOME
                       MOVE WS-EF-TURMA(WS-IDX-FILA) TO WS-DF-TURMA
                       WRITE REL-LINHA FROM WS-DET-FILA
                   END-IF
               END-PERFORM
               WRITE REL-LINHA FROM WS-CABECALHO-3
           END-IF

           MOVE WS-CONT-PROPOSTOS   TO WS-DT-PROPOSTOS
           MOVE WS-CONT-SEM-VAGA    TO WS-DT-SEM-VAGA
           MOVE WS-CONT-RESERVAS    TO WS-DT-RESERVAS
           MOVE WS-CONT-IRMAOS      TO WS-DT-IRMAOS
           MOVE WS-CONT-APLICADOS   TO WS-DT-APLICADOS
           MOVE WS-CONT-FORA        TO WS-DT-FORA
           WRITE REL-LINHA FROM WS-DET-TOTAIS-1
           WRITE REL-LINHA FROM WS-DET-TOTAIS-2
           WRITE REL-LINHA FROM WS-NOTA-FORA
           WRITE REL-LINHA FROM WS-NOTA-FORA-2
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-ASSINATURA-1
           WRITE REL-LINHA FROM WS-ASSINATURA-2
           .
       P600-FIM.
           EXIT.

       P620-IMPRIME-TURMA.
           MOVE WS-ET-CODIGO(WS-IDX-ESCOLHIDA)     TO WS-CT-TURMA
           MOVE WS-ET-SERIE(WS-IDX-ESCOLHIDA)      TO WS-CT-SERIE
           MOVE WS-ET-TURNO(WS-IDX-ESCOLHIDA)      TO WS-CT-TURNO
           MOVE WS-ET-CAPACIDADE(WS-IDX-ESCOLHIDA) TO WS-CT-CAPACIDADE
           MOVE WS-ET-OCUPACAO(WS-IDX-ESCOLHIDA)   TO WS-CT-ALUNOS
           MOVE ZEROS               TO WS-IDADE-MEDIA
           IF WS-ET-QTD-IDADE(WS-IDX-ESCOLHIDA) > ZEROS
               COMPUTE WS-IDADE-MEDIA ROUNDED =
                       WS-ET-SOMA-IDADE(WS-IDX-ESCOLHIDA) /
                       WS-ET-QTD-IDADE(WS-IDX-ESCOLHIDA)
           END-IF
           MOVE WS-IDADE-MEDIA      TO WS-CT-IDADE

           WRITE REL-LINHA FROM WS-CAB-TURMA
           WRITE REL-LINHA FROM WS-CAB-COLUNAS
           PERFORM P640-LISTA-ALUNOS THRU P640-FIM
           IF WS-CONT-TURMA EQUAL ZEROS
               MOVE '  NENHUM ALUNO PROPOSTO' TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           WRITE REL-LINHA FROM WS-CABECALHO-3
           .
       P620-FIM.
           EXIT.

      * LISTA AS PROPOSTAS DO ANO PARA WS-CT-TURMA (BRANCO = SEM VAGA)
       P640-LISTA-ALUNOS.
           MOVE ZEROS               TO WS-CONT-TURMA
           SET EOF-PEN-OK           TO FALSE
           MOVE ZEROS               TO PEN-ID-ALUNO

           START ENTURMA KEY IS NOT LESS THAN PEN-ID-ALUNO
               INVALID KEY
                   SET EOF-PEN-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-PEN-OK
               READ ENTURMA NEXT RECORD
                   AT END
                       SET EOF-PEN-OK TO TRUE
                   NOT AT END
                       IF PEN-ANO-LETIVO EQUAL WS-ANO-ALVO AND
                          PEN-PROPOSTA AND
                          PEN-TURMA-PROPOSTA EQUAL WS-CT-TURMA
                           ADD 1 TO WS-CONT-TURMA
                           MOVE PEN-ID-ALUNO      TO WS-DA-ID
                           MOVE PEN-NM-ALUNO      TO WS-DA-NOME
                           MOVE PEN-DT-NASCIMENTO TO WS-DA-NASC
                           EVALUATE TRUE
                               WHEN PEN-PROMOVIDO
                                   MOVE 'PROMOV' TO WS-DA-ORIGEM
                               WHEN PEN-REMATRICULA
                                   MOVE 'REMAT'  TO WS-DA-ORIGEM
                               WHEN OTHER
                                   MOVE 'FILA'   TO WS-DA-ORIGEM
                           END-EVALUATE
                           MOVE PEN-TURMA-ATUAL   TO WS-DA-TURMA
                           MOVE PEN-OBSERVACAO    TO WS-DA-OBS
                           WRITE REL-LINHA FROM WS-DET-ALUNO
                       END-IF
               END-READ
           END-PERFORM
           .
       P640-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM ENTURMA.
