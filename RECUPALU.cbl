      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:RECUPERACAO PARA FRENTE APOS A RESTAURACAO DE BACKUP
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. DEPOIS QUE O RESTALUNO
      *         RECARREGA ALUNOS.DAT/DISCIPLINAS.DAT DE UMA GERACAO, O
      *         OPERADOR INFORMA ESSA MESMA GERACAO E O PROGRAMA
      *         REAPLICA, EM ORDEM DE DATA/HORA, AS IMAGENS DEPOIS DE
      *         HISTALT.DAT E AS INCLUSOES/EXCLUSOES REGISTRADAS NO
      *         LOG (LOGANTREST.DAT GUARDADO PELO RESTALUNO E O
      *         LOGALUNO.DAT ATUAL) DESDE A GERACAO; AS OPERACOES DO
      *         LOG QUE NAO TEM IMAGEM (MATRICULA, NOTAS EM LOTE ETC.)
      *         VAO PARA A LISTA DE REDIGITACAO. SO GRAVA QUANDO O
      *         REGISTRO EM DISCO E IGUAL A IMAGEM ANTES; SE FOR
      *         DIFERENTE O REGISTRO PARA NO CONFLITO E AS ENTRADAS
      *         SEGUINTES DELE NAO SAO REAPLICADAS. EMITE RECUPALU.TXT
      *         COM O QUE FOI REAPLICADO E O QUE PRECISA SER
      *         REDIGITADO. GRAVA INICIO/FIM EM JOBLOG.DAT
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECUPALU.

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
                ACCESS MODE IS RANDOM
                RECORD KEY IS DISC-CHAVE
                FILE STATUS IS WS-FS-DISC.

                SELECT HISTALT ASSIGN TO
                WS-HISTALT-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-HALT.

                SELECT LOGALUNO ASSIGN TO
                WS-LOG-LEITURA-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LOG.

                SELECT BACKCTL ASSIGN TO
                WS-BACKCTL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CTL.

                SELECT RELATORIO ASSIGN TO
                WS-RECUPERA-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTREC-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
           COPY DATABASE.

       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD HISTALT.
           COPY HISTALT.

       FD LOGALUNO.
           COPY LOGREC.

       FD BACKCTL.
         01 CTL-LINHA.
           03 CTL-DATA-GERACAO              PIC 9(08).

       FD RELATORIO.
         01 REL-LINHA                       PIC X(132).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-DATA                       PIC 9(08).
           03 SD-HORA                       PIC 9(08).
           03 SD-ORIGEM                     PIC X(01).
              88 SD-DO-HISTALT              VALUE 'H'.
              88 SD-DO-LOG                  VALUE 'L'.
           03 SD-ID-ALUNO                   PIC 9(05).
           03 SD-OPERACAO                   PIC X(10).
           03 SD-SEQ                        PIC 9(07).
           03 SD-TIPO                       PIC X(01).
           03 SD-OPERADOR                   PIC X(10).
           03 SD-ANTES                      PIC X(300).
           03 SD-DEPOIS                     PIC X(300).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
           COPY SITCFG.

         01 WS-BACKCTL-PATH                 PIC X(80).
         01 WS-RECUPERA-PATH                PIC X(80).
         01 WS-SORTREC-PATH                 PIC X(80).
         01 WS-LOG-LEITURA-PATH             PIC X(80).

         01 WS-TAB-GERACOES.
           03 WS-GER-DATA                   PIC 9(08) OCCURS 100.

      * REGISTROS QUE PARARAM NUM CONFLITO (TIPO + CHAVE)
         01 WS-TAB-BLOQUEIO.
           03 WS-BLQ-CHAVE                  PIC X(27) OCCURS 500.

      * LINHAS DO QUE PRECISA SER REDIGITADO, LISTADAS NO FIM
         01 WS-TAB-MANUAL.
           03 WS-MAN-LINHA                  PIC X(132) OCCURS 500.

         01 WS-CHAVE-REG.
           03 WS-CR-TIPO                    PIC X(01).
           03 WS-CR-CHAVE                   PIC X(26).
           03 FILLER REDEFINES WS-CR-CHAVE.
             05 WS-CR-ID-ALUNO              PIC 9(05).
             05 FILLER                      PIC X(21).

         01 WS-CHAVE-DISC                   PIC X(26).
         01 FILLER REDEFINES WS-CHAVE-DISC.
           03 WS-CD-ID-ALUNO                PIC 9(05).
           03 WS-CD-ID-MATERIA              PIC 9(20).
           03 WS-CD-BIMESTRE                PIC 9(01).

         01 WS-CHAVE-LOG.
           03 WS-CL-DATA                    PIC 9(08).
           03 WS-CL-HORA                    PIC 9(08).
           03 WS-CL-ID-ALUNO                PIC 9(05).
           03 WS-CL-OPERACAO                PIC X(10).
         01 WS-ULT-LOG                      PIC X(31).

         01 WS-IMAGEM-DISCO                 PIC X(300) VALUE SPACES.

         01 WS-CABECALHO-1.
           03 FILLER                      PIC X(24) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'RECUPERACAO PARA FRENTE APOS RESTAURACAO'.
         01 WS-CABECALHO-2.
           03 WS-CB-ESCOLA                PIC X(40).
           03 FILLER                      PIC X(12)
              VALUE '  GERACAO: '.
           03 WS-CB-GERACAO               PIC 9(08).
           03 FILLER                      PIC X(16)
              VALUE '  PROCESSADO EM '.
           03 WS-CB-DATA                  PIC 9(08).
         01 WS-CABECALHO-3.
           03 FILLER                      PIC X(132) VALUE ALL '-'.
         01 WS-CABECALHO-4.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(16)
              VALUE 'DATA     HORA'.
           03 FILLER                      PIC X(17) VALUE 'ENTRADA'.
           03 FILLER                      PIC X(06) VALUE 'ALUNO'.
           03 FILLER                      PIC X(26) VALUE 'COMPLEMENTO'.
           03 FILLER                      PIC X(11) VALUE 'OPERADOR'.
           03 FILLER                      PIC X(40) VALUE 'RESULTADO'.
         01 WS-TIT-MANUAL.
           03 FILLER                      PIC X(50)
              VALUE 'ENTRADAS NAO REAPLICADAS - REDIGITACAO MANUAL'.
         01 WS-DET-ENTRADA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DE-DATA                  PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DE-HORA                  PIC X(06).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DE-ENTRADA               PIC X(16).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DE-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DE-COMPL                 PIC X(25).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DE-OPERADOR              PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DE-RESULTADO             PIC X(50).
         01 WS-DET-TOTAL.
           03 WS-DT-ROTULO                PIC X(34).
           03 WS-DT-QTD                   PIC ZZZZ9.

         77 WS-FS                           PIC 99.
           88 FS-OK                         VALUE 0.
         77 WS-FS-DISC                      PIC 99.
           88 FS-DISC-OK                    VALUE 0.
         77 WS-FS-HALT                      PIC 99.
           88 FS-HALT-OK                    VALUE 0.
         77 WS-FS-LOG                       PIC 99.
           88 FS-LOG-OK                     VALUE 0.
         77 WS-FS-CTL                       PIC 99.
           88 FS-CTL-OK                     VALUE 0.
         77 WS-FS-REL                       PIC 99.
           88 FS-REL-OK                     VALUE 0.
         77 WS-EOF                          PIC X     VALUE 'N'.
           88 EOF-OK                        VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                     PIC X     VALUE 'N'.
           88 EOF-SORT-OK                   VALUE 'S' FALSE 'N'.
         77 WS-HOUVE-ERRO                   PIC X     VALUE 'N'.
           88 HOUVE-ERRO                    VALUE 'S' FALSE 'N'.
         77 WS-GERACAO-VALIDA               PIC X     VALUE 'N'.
           88 GERACAO-VALIDA                VALUE 'S' FALSE 'N'.
         77 WS-REGISTRO-EXISTE              PIC X     VALUE 'N'.
           88 REGISTRO-EXISTE               VALUE 'S' FALSE 'N'.
         77 WS-REGISTRO-BLOQUEADO           PIC X     VALUE 'N'.
           88 REGISTRO-BLOQUEADO            VALUE 'S' FALSE 'N'.
         77 WS-GRAVOU                       PIC X     VALUE 'N'.
           88 GRAVOU                        VALUE 'S' FALSE 'N'.

         77 WS-QTD-GER                      PIC 9(03) VALUE ZEROS.
         77 WS-IDX-GER                      PIC 9(03) COMP VALUE ZEROS.
         77 WS-QTD-BLQ                      PIC 9(03) VALUE ZEROS.
         77 WS-IDX-BLQ                      PIC 9(03) COMP VALUE ZEROS.
         77 WS-QTD-MANUAL                   PIC 9(03) VALUE ZEROS.
         77 WS-IDX-MANUAL                   PIC 9(03) COMP VALUE ZEROS.
         77 WS-DATA-ESCOLHIDA               PIC 9(08) VALUE ZEROS.
         77 WS-DATA-HOJE                    PIC 9(08) VALUE ZEROS.
         77 WS-CONFIRM                      PIC X     VALUE SPACES.
      * OPERACOES DO LOG QUE ALTERAM ALUNOS/DISCIPLINAS SEM GRAVAR
      * IMAGEM EM HISTALT
         77 WS-OPERACAO-LOG                 PIC X(10) VALUE SPACES.
           88 OPER-INCLUSAO-EXCLUSAO        VALUE 'CADASTRO'
                                                  'DISC-ADD'
                                                  'EXCLUSAO'.
           88 OPER-SEM-IMAGEM               VALUE 'MATRICULA'
                                                  'REABERTURA'
                                                  'PREMATRIC'
                                                  'TRANCADO'
                                                  'TRANSFER'
                                                  'NOTAS-LOTE'
                                                  'NOTADEPEND'
                                                  'NOTATURMA'
                                                  'RECUPFINAL'
                                                  'SEGCHAMADA'.
         77 WS-SEQ                          PIC 9(07) VALUE ZEROS.
         77 WS-CONT-SELECIONADAS            PIC 9(05) VALUE ZEROS.
         77 WS-CONT-REAPLICADAS             PIC 9(05) VALUE ZEROS.
         77 WS-CONT-CONTIDAS                PIC 9(05) VALUE ZEROS.
         77 WS-CONT-CONFLITOS               PIC 9(05) VALUE ZEROS.
         77 WS-CONT-MANUAIS                 PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

       MAIN-PROCEDURE.
           DISPLAY '*** RECUPERACAO PARA FRENTE APOS RESTAURACAO ***'
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           MOVE 'RECUPALU'          TO JA-NOME
           MOVE 'I'                 TO JA-FASE
           MOVE SPACES              TO JA-STATUS
           MOVE ZEROS               TO JA-CONTADOR
           CALL WS-BIN-GRAVAJOB-PATH USING WS-JOB-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL
           PERFORM P200-ESCOLHE-GERACAO THRU P200-FIM
           IF GERACAO-VALIDA
               PERFORM P300-RECUPERA THRU P300-FIM
           END-IF
           MOVE 'F'                 TO JA-FASE
           IF NOT GERACAO-VALIDA
               MOVE 'CANCELADO'     TO JA-STATUS
           ELSE
               IF HOUVE-ERRO
                   MOVE 'ERRO'      TO JA-STATUS
               ELSE
                   MOVE 'OK'        TO JA-STATUS
               END-IF
           END-IF
           MOVE WS-CONT-REAPLICADAS TO JA-CONTADOR
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
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\HISTALT.DAT' DELIMITED BY SIZE
                  INTO WS-HISTALT-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\LOGALUNO.DAT' DELIMITED BY SIZE
                  INTO WS-LOGALUNO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\LOGANTREST.DAT' DELIMITED BY SIZE
                  INTO WS-LOGANTREST-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\BACKCTL.DAT' DELIMITED BY SIZE
                  INTO WS-BACKCTL-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RECUPALU.TXT' DELIMITED BY SIZE
                  INTO WS-RECUPERA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTREC.TMP' DELIMITED BY SIZE
                  INTO WS-SORTREC-PATH
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * O PONTO DE RESTAURACAO E A GERACAO RECARREGADA PELO RESTALUNO:
      * LISTA AS GERACOES DE BACKCTL.DAT E VALIDA A DATA INFORMADA
      ******************************************************************
       P200-ESCOLHE-GERACAO.
           SET EOF-OK               TO FALSE
           SET FS-CTL-OK            TO TRUE
           SET GERACAO-VALIDA       TO FALSE
           MOVE ZEROS               TO WS-QTD-GER

           OPEN INPUT BACKCTL

           IF WS-FS-CTL EQUAL 35
               DISPLAY 'NENHUMA GERACAO DE BACKUP REGISTRADA'
               GO TO P200-FIM
           END-IF

           IF NOT FS-CTL-OK
               DISPLAY 'ERRO AO ABRIR O CONTROLE DE GERACOES'
               DISPLAY 'FILE STATUS: ' WS-FS-CTL
               GO TO P200-FIM
           END-IF

           DISPLAY 'GERACOES DISPONIVEIS (AAAAMMDD):'

           PERFORM UNTIL EOF-OK
               READ BACKCTL
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF WS-QTD-GER < 100
                           ADD 1 TO WS-QTD-GER
                           MOVE CTL-DATA-GERACAO
                                TO WS-GER-DATA(WS-QTD-GER)
                           DISPLAY '   ' CTL-DATA-GERACAO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BACKCTL

           IF WS-QTD-GER EQUAL ZEROS
               DISPLAY 'NENHUMA GERACAO DE BACKUP REGISTRADA'
               GO TO P200-FIM
           END-IF

           DISPLAY 'INFORME A GERACAO RESTAURADA (AAAAMMDD):'
           ACCEPT WS-DATA-ESCOLHIDA

           PERFORM VARYING WS-IDX-GER FROM 1 BY 1
                   UNTIL WS-IDX-GER > WS-QTD-GER
               IF WS-GER-DATA(WS-IDX-GER) EQUAL WS-DATA-ESCOLHIDA
                   SET GERACAO-VALIDA TO TRUE
               END-IF
           END-PERFORM

           IF NOT GERACAO-VALIDA
               DISPLAY '*** GERACAO NAO ENCONTRADA NO CONTROLE ***'
               GO TO P200-FIM
           END-IF

           DISPLAY 'AS ALTERACOES DESDE ' WS-DATA-ESCOLHIDA
                   ' SERAO REAPLICADAS EM ALUNOS.DAT E DISCIPLINAS.DAT'
           DISPLAY 'CONFIRMA? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'RECUPERACAO CANCELADA'
               SET GERACAO-VALIDA TO FALSE
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-RECUPERA.
           SET FS-OK                TO TRUE
           SET FS-DISC-OK           TO TRUE
           SET FS-REL-OK            TO TRUE
           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           MOVE ZEROS               TO WS-QTD-BLQ
           MOVE ZEROS               TO WS-QTD-MANUAL
           MOVE ZEROS               TO WS-SEQ

           OPEN I-O ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               SET HOUVE-ERRO TO TRUE
               GO TO P300-FIM
           END-IF

           OPEN I-O DISCIPLINAS
           IF NOT FS-DISC-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE DISCIPLINAS'
               DISPLAY 'FILE STATUS: ' WS-FS-DISC
               SET HOUVE-ERRO TO TRUE
               CLOSE ALUNOS
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DA RECUPERACAO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               SET HOUVE-ERRO TO TRUE
               GO TO P300-ENCERRA
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-CB-ESCOLA
           MOVE WS-DATA-ESCOLHIDA   TO WS-CB-GERACAO
           MOVE WS-DATA-HOJE        TO WS-CB-DATA
           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE REL-LINHA FROM WS-CABECALHO-3
           WRITE REL-LINHA FROM WS-CABECALHO-4

           SORT WORK-SORT
               ON ASCENDING KEY SD-DATA SD-HORA SD-ORIGEM SD-ID-ALUNO
                                SD-OPERACAO SD-SEQ
               INPUT PROCEDURE  P400-SELECIONA THRU P400-FIM
               OUTPUT PROCEDURE P500-REAPLICA  THRU P500-FIM

           PERFORM P700-LISTA-MANUAIS THRU P700-FIM
           PERFORM P800-TOTAIS        THRU P800-FIM

           CLOSE RELATORIO

           DISPLAY 'ENTRADAS DESDE A GERACAO: ' WS-CONT-SELECIONADAS
           DISPLAY 'REAPLICADAS.............: ' WS-CONT-REAPLICADAS
           DISPLAY 'JA CONTIDAS NO DISCO....: ' WS-CONT-CONTIDAS
           DISPLAY 'CONFLITOS...............: ' WS-CONT-CONFLITOS
           DISPLAY 'PARA REDIGITAR..........: ' WS-CONT-MANUAIS
           DISPLAY 'RELATORIO GERADO EM.....: ' WS-RECUPERA-PATH
           .
       P300-ENCERRA.
           CLOSE ALUNOS
           CLOSE DISCIPLINAS
           .
       P300-FIM.
           EXIT.

      ******************************************************************
      * ENTRADA DO SORT: AS IMAGENS DE HISTALT.DAT E AS INCLUSOES E
      * EXCLUSOES DO LOG A PARTIR DA DATA DA GERACAO. O LOG DO DIA
      * GUARDADO PELO RESTALUNO E O LOG ATUAL SAO LIDOS; UMA MESMA
      * ENTRADA NOS DOIS E DESCARTADA NA SAIDA DO SORT
      ******************************************************************
       P400-SELECIONA.
           SET EOF-OK               TO FALSE
           SET FS-HALT-OK           TO TRUE

           OPEN INPUT HISTALT

           IF FS-HALT-OK
               PERFORM UNTIL EOF-OK
                   READ HISTALT
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           IF HALT-DATA NOT LESS WS-DATA-ESCOLHIDA
                               PERFORM P410-LIBERA-HISTALT
                                  THRU P410-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTALT
           ELSE
               IF WS-FS-HALT NOT EQUAL 35
                   DISPLAY 'ERRO AO ABRIR O HISTORICO DE ALTERACOES'
                   DISPLAY 'FILE STATUS: ' WS-FS-HALT
                   SET HOUVE-ERRO TO TRUE
               END-IF
           END-IF

           MOVE WS-LOGANTREST-PATH  TO WS-LOG-LEITURA-PATH
           PERFORM P420-LE-LOG      THRU P420-FIM
           MOVE WS-LOGALUNO-PATH    TO WS-LOG-LEITURA-PATH
           PERFORM P420-LE-LOG      THRU P420-FIM
           .
       P400-FIM.
           EXIT.

       P410-LIBERA-HISTALT.
           ADD 1                    TO WS-SEQ
           MOVE SPACES              TO SD-REGISTRO
           MOVE HALT-DATA           TO SD-DATA
           MOVE HALT-HORA           TO SD-HORA
           SET SD-DO-HISTALT        TO TRUE
           MOVE HALT-ID-ALUNO       TO SD-ID-ALUNO
           MOVE WS-SEQ              TO SD-SEQ
           MOVE HALT-TIPO           TO SD-TIPO
           MOVE HALT-OPERADOR       TO SD-OPERADOR
           MOVE HALT-ANTES          TO SD-ANTES
           MOVE HALT-DEPOIS         TO SD-DEPOIS
           RELEASE SD-REGISTRO
           .
       P410-FIM.
           EXIT.

       P420-LE-LOG.
           SET EOF-OK               TO FALSE
           SET FS-LOG-OK            TO TRUE

           OPEN INPUT LOGALUNO

           IF NOT FS-LOG-OK
               GO TO P420-FIM
           END-IF

           PERFORM UNTIL EOF-OK
               READ LOGALUNO
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE LOG-OPERACAO    TO WS-OPERACAO-LOG
                       IF LOG-DATA NOT LESS WS-DATA-ESCOLHIDA
                          AND (OPER-INCLUSAO-EXCLUSAO
                            OR OPER-SEM-IMAGEM)
                           ADD 1 TO WS-SEQ
                           MOVE SPACES          TO SD-REGISTRO
                           MOVE LOG-DATA        TO SD-DATA
                           MOVE LOG-HORA        TO SD-HORA
                           SET SD-DO-LOG        TO TRUE
                           MOVE LOG-ID-ALUNO    TO SD-ID-ALUNO
                           MOVE LOG-OPERACAO    TO SD-OPERACAO
                           MOVE WS-SEQ          TO SD-SEQ
                           MOVE 'C'             TO SD-TIPO
                           MOVE LOG-OPERADOR-ID TO SD-OPERADOR
                           RELEASE SD-REGISTRO
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOGALUNO
           .
       P420-FIM.
           EXIT.

      ******************************************************************
      * SAIDA DO SORT: REAPLICA CADA ENTRADA EM ORDEM DE DATA/HORA
      ******************************************************************
       P500-REAPLICA.
           SET EOF-SORT-OK          TO FALSE
           MOVE SPACES              TO WS-ULT-LOG

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       PERFORM P510-TRATA-ENTRADA THRU P510-FIM
               END-RETURN
           END-PERFORM

           IF WS-CONT-SELECIONADAS EQUAL ZEROS
               MOVE '  NENHUMA ALTERACAO DESDE A GERACAO' TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           .
       P500-FIM.
           EXIT.

       P510-TRATA-ENTRADA.
           IF SD-DO-LOG
               MOVE SD-DATA         TO WS-CL-DATA
               MOVE SD-HORA         TO WS-CL-HORA
               MOVE SD-ID-ALUNO     TO WS-CL-ID-ALUNO
               MOVE SD-OPERACAO     TO WS-CL-OPERACAO
               IF WS-CHAVE-LOG EQUAL WS-ULT-LOG
                   GO TO P510-FIM
               END-IF
               MOVE WS-CHAVE-LOG    TO WS-ULT-LOG
           END-IF

           ADD 1 TO WS-CONT-SELECIONADAS
           PERFORM P520-MONTA-CHAVE THRU P520-FIM
           PERFORM P530-VERIFICA-BLOQUEIO THRU P530-FIM

           IF REGISTRO-BLOQUEADO
               MOVE 'REGISTRO PARADO EM CONFLITO ANTERIOR'
                                    TO WS-DE-RESULTADO
               PERFORM P590-MANUAL  THRU P590-FIM
               GO TO P510-FIM
           END-IF

           IF SD-DO-HISTALT
               PERFORM P540-REAPLICA-IMAGEM THRU P540-FIM
           ELSE
               PERFORM P560-REAPLICA-LOG    THRU P560-FIM
           END-IF
           .
       P510-FIM.
           EXIT.

      ******************************************************************
      * CHAVE DO REGISTRO AFETADO (ALUNO OU LANCAMENTO DE DISCIPLINA)
      * E A PARTE FIXA DA LINHA DO RELATORIO
      ******************************************************************
       P520-MONTA-CHAVE.
           MOVE SPACES              TO WS-CHAVE-REG
           MOVE SPACES              TO WS-DET-ENTRADA
           MOVE SD-DATA             TO WS-DE-DATA
           MOVE SD-HORA(1:6)        TO WS-DE-HORA
           MOVE SD-ID-ALUNO         TO WS-DE-ID
           MOVE SD-OPERADOR         TO WS-DE-OPERADOR
           MOVE SPACES              TO WS-DE-COMPL

           IF SD-DO-HISTALT AND SD-TIPO EQUAL 'D'
               IF SD-DEPOIS NOT EQUAL SPACES
                   MOVE SD-DEPOIS(1:26) TO WS-CHAVE-DISC
                   MOVE SD-DEPOIS(27:20) TO WS-DE-COMPL
               ELSE
                   MOVE SD-ANTES(1:26)  TO WS-CHAVE-DISC
                   MOVE SD-ANTES(27:20) TO WS-DE-COMPL
               END-IF
               MOVE 'BIM '          TO WS-DE-COMPL(21:4)
               MOVE WS-CD-BIMESTRE  TO WS-DE-COMPL(25:1)
               MOVE 'D'             TO WS-CR-TIPO
               MOVE WS-CHAVE-DISC   TO WS-CR-CHAVE
               MOVE 'LANC. DISCIPLINA' TO WS-DE-ENTRADA
           ELSE
               MOVE 'C'             TO WS-CR-TIPO
               MOVE SD-ID-ALUNO     TO WS-CR-ID-ALUNO
               IF SD-DO-HISTALT
                   MOVE 'CADASTRO ALUNO' TO WS-DE-ENTRADA
               ELSE
                   STRING 'LOG ' DELIMITED BY SIZE
                          SD-OPERACAO DELIMITED BY SPACE
                          INTO WS-DE-ENTRADA
               END-IF
           END-IF
           .
       P520-FIM.
           EXIT.

       P530-VERIFICA-BLOQUEIO.
           SET REGISTRO-BLOQUEADO   TO FALSE
           PERFORM VARYING WS-IDX-BLQ FROM 1 BY 1
                   UNTIL WS-IDX-BLQ > WS-QTD-BLQ
                      OR REGISTRO-BLOQUEADO
               IF WS-BLQ-CHAVE(WS-IDX-BLQ) EQUAL WS-CHAVE-REG
                   SET REGISTRO-BLOQUEADO TO TRUE
               END-IF
           END-PERFORM
           .
       P530-FIM.
           EXIT.

      ******************************************************************
      * ENTRADA DE HISTALT: DISCO IGUAL A IMAGEM DEPOIS JA ESTA NA
      * GERACAO; DISCO IGUAL A IMAGEM ANTES RECEBE A IMAGEM DEPOIS
      * (ANTES EM BRANCO = INCLUSAO, DEPOIS EM BRANCO = REMOCAO DO
      * LANCAMENTO); QUALQUER OUTRA COISA E CONFLITO, A MENOS QUE A
      * ENTRADA SEJA DO PROPRIO DIA DA GERACAO (ANTERIOR AO BACKUP E
      * JA SUPERADA POR OUTRA ALTERACAO DO MESMO DIA)
      ******************************************************************
       P540-REAPLICA-IMAGEM.
           PERFORM P545-LE-DISCO    THRU P545-FIM

           IF WS-IMAGEM-DISCO EQUAL SD-DEPOIS
               ADD 1 TO WS-CONT-CONTIDAS
               MOVE 'JA CONTIDA NA GERACAO' TO WS-DE-RESULTADO
               WRITE REL-LINHA FROM WS-DET-ENTRADA
               GO TO P540-FIM
           END-IF

           IF WS-IMAGEM-DISCO NOT EQUAL SD-ANTES
               IF SD-DATA EQUAL WS-DATA-ESCOLHIDA
                   ADD 1 TO WS-CONT-CONTIDAS
                   MOVE 'ANTERIOR AO BACKUP DA GERACAO'
                                    TO WS-DE-RESULTADO
                   WRITE REL-LINHA FROM WS-DET-ENTRADA
               ELSE
                   ADD 1 TO WS-CONT-CONFLITOS
                   MOVE 'CONFLITO: IMAGEM ANTES DIFERE DO DISCO'
                                    TO WS-DE-RESULTADO
                   PERFORM P580-BLOQUEIA THRU P580-FIM
                   PERFORM P590-MANUAL   THRU P590-FIM
               END-IF
               GO TO P540-FIM
           END-IF

           SET GRAVOU               TO FALSE

           IF WS-CR-TIPO EQUAL 'C'
               MOVE SD-DEPOIS       TO REG-CONTATOS
               IF REGISTRO-EXISTE
                   REWRITE REG-CONTATOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET GRAVOU TO TRUE
                   END-REWRITE
               ELSE
                   WRITE REG-CONTATOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET GRAVOU TO TRUE
                   END-WRITE
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN SD-DEPOIS EQUAL SPACES
                       MOVE WS-CHAVE-DISC TO DISC-CHAVE
                       DELETE DISCIPLINAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET GRAVOU TO TRUE
                       END-DELETE
                   WHEN REGISTRO-EXISTE
                       MOVE SD-DEPOIS TO REG-DISCIPLINAS
                       REWRITE REG-DISCIPLINAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET GRAVOU TO TRUE
                       END-REWRITE
                   WHEN OTHER
                       MOVE SD-DEPOIS TO REG-DISCIPLINAS
                       WRITE REG-DISCIPLINAS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               SET GRAVOU TO TRUE
                       END-WRITE
               END-EVALUATE
           END-IF

           PERFORM P570-RESULTADO-GRAVACAO THRU P570-FIM
           .
       P540-FIM.
           EXIT.

      * IMAGEM DO REGISTRO EM DISCO NO MESMO FORMATO DE HISTALT (EM
      * BRANCO QUANDO O REGISTRO NAO EXISTE)
       P545-LE-DISCO.
           MOVE SPACES              TO WS-IMAGEM-DISCO
           SET REGISTRO-EXISTE      TO FALSE

           IF WS-CR-TIPO EQUAL 'C'
               MOVE SD-ID-ALUNO     TO ID-ALUNO
               READ ALUNOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REGISTRO-EXISTE TO TRUE
                       MOVE REG-CONTATOS TO WS-IMAGEM-DISCO
               END-READ
           ELSE
               MOVE WS-CHAVE-DISC   TO DISC-CHAVE
               READ DISCIPLINAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET REGISTRO-EXISTE TO TRUE
                       MOVE REG-DISCIPLINAS TO WS-IMAGEM-DISCO
               END-READ
           END-IF
           .
       P545-FIM.
           EXIT.

      ******************************************************************
      * ENTRADA DO LOG SEM IMAGEM: EXCLUSAO E REFEITA INATIVANDO O
      * ALUNO COMO O DELETAR FAZ; UM CADASTRO QUE NAO ESTA NO DISCO,
      * UMA DISCIPLINA ADICIONAL OU UMA MATRICULA/LANCAMENTO DE NOTAS
      * DEPOIS DA GERACAO TEM QUE SER REDIGITADO, POIS O LOG NAO
      * GUARDA OS DADOS
      ******************************************************************
       P560-REAPLICA-LOG.
           PERFORM P545-LE-DISCO    THRU P545-FIM

           EVALUATE SD-OPERACAO
               WHEN 'CADASTRO'
                   IF REGISTRO-EXISTE
                       ADD 1 TO WS-CONT-CONTIDAS
                       MOVE 'ALUNO JA CONSTA NO DISCO'
                                    TO WS-DE-RESULTADO
                       WRITE REL-LINHA FROM WS-DET-ENTRADA
                   ELSE
                       MOVE 'INCLUSAO SEM IMAGEM - REDIGITAR ALUNO'
                                    TO WS-DE-RESULTADO
                       PERFORM P590-MANUAL THRU P590-FIM
                   END-IF
               WHEN 'DISC-ADD'
                   IF SD-DATA EQUAL WS-DATA-ESCOLHIDA
                      AND REGISTRO-EXISTE
                       ADD 1 TO WS-CONT-CONTIDAS
                       MOVE 'ANTERIOR AO BACKUP DA GERACAO'
                                    TO WS-DE-RESULTADO
                       WRITE REL-LINHA FROM WS-DET-ENTRADA
                   ELSE
                       MOVE 'DISCIPLINA SEM IMAGEM - CONFERIR/REDIGITAR'
                                    TO WS-DE-RESULTADO
                       PERFORM P590-MANUAL THRU P590-FIM
                   END-IF
               WHEN 'EXCLUSAO'
                   EVALUATE TRUE
                       WHEN NOT REGISTRO-EXISTE
                           ADD 1 TO WS-CONT-CONFLITOS
                           MOVE 'CONFLITO: EXCLUIDO AUSENTE NO DISCO'
                                    TO WS-DE-RESULTADO
                           PERFORM P580-BLOQUEIA THRU P580-FIM
                           PERFORM P590-MANUAL   THRU P590-FIM
                       WHEN ALUNO-INATIVO
                           ADD 1 TO WS-CONT-CONTIDAS
                           MOVE 'ALUNO JA INATIVO NO DISCO'
                                    TO WS-DE-RESULTADO
                           WRITE REL-LINHA FROM WS-DET-ENTRADA
                       WHEN OTHER
                           SET GRAVOU TO FALSE
                           SET ALUNO-INATIVO TO TRUE
                           MOVE SD-DATA TO DT-INATIVACAO
                           REWRITE REG-CONTATOS
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   SET GRAVOU TO TRUE
                           END-REWRITE
                           PERFORM P570-RESULTADO-GRAVACAO
                              THRU P570-FIM
                   END-EVALUATE
               WHEN OTHER
                   IF SD-DATA EQUAL WS-DATA-ESCOLHIDA
                       ADD 1 TO WS-CONT-CONTIDAS
                       MOVE 'ANTERIOR AO BACKUP DA GERACAO'
                                    TO WS-DE-RESULTADO
                       WRITE REL-LINHA FROM WS-DET-ENTRADA
                   ELSE
                       MOVE 'OPERACAO SEM IMAGEM - CONFERIR/REDIGITAR'
                                    TO WS-DE-RESULTADO
                       PERFORM P590-MANUAL THRU P590-FIM
                   END-IF
           END-EVALUATE
           .
       P560-FIM.
           EXIT.

       P570-RESULTADO-GRAVACAO.
           IF GRAVOU
               ADD 1 TO WS-CONT-REAPLICADAS
               MOVE 'REAPLICADA'    TO WS-DE-RESULTADO
               WRITE REL-LINHA FROM WS-DET-ENTRADA
           ELSE
               SET HOUVE-ERRO TO TRUE
               ADD 1 TO WS-CONT-CONFLITOS
               MOVE 'ERRO AO GRAVAR NO DISCO - REDIGITAR'
                                    TO WS-DE-RESULTADO
               PERFORM P580-BLOQUEIA THRU P580-FIM
               PERFORM P590-MANUAL   THRU P590-FIM
           END-IF
           .
       P570-FIM.
           EXIT.

      * O REGISTRO PARA AQUI: AS ENTRADAS SEGUINTES DELE NAO SAO
      * REAPLICADAS E VAO PARA A REDIGITACAO
       P580-BLOQUEIA.
           IF WS-QTD-BLQ < 500
               ADD 1 TO WS-QTD-BLQ
               MOVE WS-CHAVE-REG    TO WS-BLQ-CHAVE(WS-QTD-BLQ)
           END-IF
           .
       P580-FIM.
           EXIT.

       P590-MANUAL.
           ADD 1 TO WS-CONT-MANUAIS
           WRITE REL-LINHA FROM WS-DET-ENTRADA
           IF WS-QTD-MANUAL < 500
               ADD 1 TO WS-QTD-MANUAL
               MOVE WS-DET-ENTRADA  TO WS-MAN-LINHA(WS-QTD-MANUAL)
           END-IF
           .
       P590-FIM.
           EXIT.

      ******************************************************************
      * FECHAMENTO: O QUE NAO FOI REAPLICADO, PARA A REDIGITACAO
      ******************************************************************
       P700-LISTA-MANUAIS.
           WRITE REL-LINHA FROM WS-CABECALHO-3
           WRITE REL-LINHA FROM WS-TIT-MANUAL
           WRITE REL-LINHA FROM WS-CABECALHO-4

           IF WS-QTD-MANUAL EQUAL ZEROS
               MOVE '  NADA A REDIGITAR' TO REL-LINHA
               WRITE REL-LINHA
               GO TO P700-FIM
           END-IF

           PERFORM VARYING WS-IDX-MANUAL FROM 1 BY 1
                   UNTIL WS-IDX-MANUAL > WS-QTD-MANUAL
               WRITE REL-LINHA FROM WS-MAN-LINHA(WS-IDX-MANUAL)
           END-PERFORM

           IF WS-CONT-MANUAIS > WS-QTD-MANUAL
               MOVE '  LISTA LIMITADA A 500 ENTRADAS - VER ACIMA'
                                    TO REL-LINHA
               WRITE REL-LINHA
           END-IF
           .
       P700-FIM.
           EXIT.

       P800-TOTAIS.
           WRITE REL-LINHA FROM WS-CABECALHO-3
           MOVE 'ENTRADAS DESDE A GERACAO..........' TO WS-DT-ROTULO
           MOVE WS-CONT-SELECIONADAS TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE 'REAPLICADAS.......................' TO WS-DT-ROTULO
           MOVE WS-CONT-REAPLICADAS TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE 'JA CONTIDAS NO DISCO..............' TO WS-DT-ROTULO
           MOVE WS-CONT-CONTIDAS    TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE 'CONFLITOS (REGISTRO PARADO).......' TO WS-DT-ROTULO
           MOVE WS-CONT-CONFLITOS   TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           MOVE 'PARA REDIGITACAO MANUAL...........' TO WS-DT-ROTULO
           MOVE WS-CONT-MANUAIS     TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL
           .
       P800-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM RECUPALU.
