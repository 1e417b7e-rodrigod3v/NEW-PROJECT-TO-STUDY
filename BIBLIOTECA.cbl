      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:BIBLIOTECA ESCOLAR - ACERVO, EMPRESTIMO, DEVOLUCAO,
      *         ATRASADOS POR TURMA E NADA CONSTA
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. O CONTROLE DA
      *         BIBLIOTECA ERA FEITO EM CADERNO E OS LIVROS SAIAM COM O
      *         ALUNO TRANSFERIDO. MANTEM O ACERVO (ACERVO.DAT, UM
      *         REGISTRO POR EXEMPLAR/TOMBO) E OS EMPRESTIMOS
      *         (EMPRESTIMOS.DAT, CHAVE EXEMPLAR + ALUNO) COM PRAZO DE
      *         CFG-PRAZO-EMPRESTIMO DIAS. A LISTA DE ATRASADOS SAI POR
      *         TURMA E PODE GERAR UM AVISO POR ALUNO
      *         (BIBATRASO_NNNNN.TXT) ENFILEIRADO PELO ENFILAMSG PARA O
      *         RESPONSAVEL. O NADA CONSTA (NADACONSTA_NNNNN.TXT) SO E
      *         EMITIDO PARA ALUNO SEM EMPRESTIMO EM ABERTO. AS
      *         PENDENCIAS TAMBEM SAO CONFERIDAS NA TRANSFERENCIA DO
      *         MATRICULA E NO ENCERRAANO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIBLIOTECA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ACERVO ASSIGN TO
                WS-ACERVO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACV-EXEMPLAR
                FILE STATUS IS WS-FS-ACV.

                SELECT EMPRESTIMOS ASSIGN TO
                WS-EMPRESTIMOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-CHAVE
                ALTERNATE RECORD KEY IS EMP-ID-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-EMP.

                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT RELATORIO ASSIGN TO
                WS-RELBIBLIO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT CARTA ASSIGN TO
                WS-CARTA-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CARTA.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTBIB-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD ACERVO.
           COPY ACERVO.

       FD EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD ALUNOS.
           COPY DATABASE.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

       FD CARTA.
         01 CARTA-LINHA                     PIC X(80).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-TURMA                      PIC X(10).
           03 SD-NOME                       PIC X(30).
           03 SD-ID                         PIC 9(05).
           03 SD-EXEMPLAR                   PIC X(10).
           03 SD-TITULO                     PIC X(40).
           03 SD-DT-PREVISTA                PIC 9(08).
           03 SD-DIAS                       PIC 9(03).
           03 SD-RESPONSAVEL                PIC X(30).
           03 SD-EMAIL                      PIC X(40).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY MSGAREA.

         01 WS-RELBIBLIO-PATH               PIC X(80).
         01 WS-CARTA-PATH                   PIC X(80).
         01 WS-SORTBIB-PATH                 PIC X(80).

         01 WS-LIN-ESCOLA.
           03 WS-LE-ESCOLA                PIC X(40).
         01 WS-LIN-TRACO.
           03 FILLER                      PIC X(100) VALUE ALL '-'.
         01 WS-CAB-ATRASO.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'BIBLIOTECA - EMPRESTIMOS EM ATRASO'.
           03 FILLER                      PIC X(08) VALUE '  DATA: '.
           03 WS-CA-DATA                  PIC 9(08).
         01 WS-CAB-TURMA.
           03 FILLER                      PIC X(07) VALUE 'TURMA: '.
           03 WS-CT-TURMA                 PIC X(10).
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(50)
              VALUE '      ID    NOME                           EXEMPL'.
           03 FILLER                      PIC X(50)
              VALUE 'AR    TITULO                     PREVISTA  DIAS'.
         01 WS-DET-ATRASO.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DA-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-NOME                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-EXEMPLAR              PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-TITULO                PIC X(25).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-PREVISTA              PIC 9(08).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-DIAS                  PIC ZZ9.
         01 WS-DET-TOTAL-TURMA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(28)
              VALUE 'EXEMPLARES EM ATRASO.......:'.
           03 WS-DTT-QTD                  PIC ZZZ9.
         01 WS-DET-TOTAL-GERAL.
           03 FILLER                      PIC X(30)
              VALUE 'TOTAL DE EXEMPLARES EM ATRASO:'.
           03 WS-DTG-QTD                  PIC ZZZ9.
           03 FILLER                      PIC X(12)
              VALUE '   ALUNOS: '.
           03 WS-DTG-ALUNOS               PIC ZZZ9.

         01 WS-CAB-AVISO.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'BIBLIOTECA - AVISO DE LIVRO EM ATRASO'.
         01 WS-CAB-NADA-CONSTA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'BIBLIOTECA - DECLARACAO DE NADA CONSTA'.
         01 WS-LIN-CARTA-ESCOLA.
           03 WS-LCE-ESCOLA               PIC X(40).
         01 WS-LIN-RESPONSAVEL.
           03 FILLER                      PIC X(07) VALUE 'SR(A). '.
           03 WS-LR-RESPONSAVEL           PIC X(30).
         01 WS-LIN-AVISO-1.
           03 FILLER                      PIC X(34)
              VALUE 'INFORMAMOS QUE O(A) ALUNO(A)'.
           03 WS-LA1-NOME                 PIC X(30).
         01 WS-LIN-AVISO-2.
           03 FILLER                      PIC X(60)
              VALUE 'ESTA COM O PRAZO DE DEVOLUCAO VENCIDO DOS LIVROS:'.
         01 WS-LIN-AVISO-3.
           03 FILLER                      PIC X(60)
              VALUE 'PEDIMOS A DEVOLUCAO NA BIBLIOTECA DA ESCOLA.'.
         01 WS-LIN-LIVRO.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-LL-EXEMPLAR              PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-LL-TITULO                PIC X(40).
           03 FILLER                      PIC X(08) VALUE ' PRAZO: '.
           03 WS-LL-PREVISTA              PIC 9(08).
         01 WS-LIN-NC-ALUNO.
           03 FILLER                      PIC X(34)
              VALUE 'DECLARAMOS QUE O(A) ALUNO(A) ID '.
           03 WS-LNA-ID                   PIC ZZZZ9.
           03 FILLER                      PIC X(03) VALUE ' - '.
           03 WS-LNA-NOME                 PIC X(30).
         01 WS-LIN-NC-TURMA.
           03 FILLER                      PIC X(07) VALUE 'TURMA: '.
           03 WS-LNT-TURMA                PIC X(10).
         01 WS-LIN-NC-TEXTO.
           03 FILLER                      PIC X(60)
              VALUE 'NADA DEVE A BIBLIOTECA DESTA ESCOLA NESTA DATA.'.
         01 WS-LIN-NC-DATA.
           03 FILLER                      PIC X(10) VALUE 'EMITIDO: '.
           03 WS-LND-DATA                 PIC 9(08).
         01 WS-ASSINATURA-2.
           03 FILLER                      PIC X(30) VALUE SPACES.
           03 FILLER                      PIC X(30) VALUE ALL '_'.
         01 WS-ASSINATURA-3.
           03 FILLER                      PIC X(35) VALUE SPACES.
           03 FILLER                      PIC X(25)
              VALUE 'BIBLIOTECA'.

         77 WS-FS-ACV                      PIC 99.
           88 FS-ACV-OK                    VALUE 0.
         77 WS-FS-EMP                      PIC 99.
           88 FS-EMP-OK                    VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-FS-CARTA                    PIC 99.
           88 FS-CARTA-OK                  VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-ACHOU                       PIC X     VALUE 'N'.
           88 ACHOU-OK                     VALUE 'S' FALSE 'N'.
         77 WS-CARTA-ABERTA                PIC X     VALUE 'N'.
           88 CARTA-ABERTA                 VALUE 'S' FALSE 'N'.
         77 WS-LISTA-PENDENCIAS            PIC X     VALUE 'N'.
           88 LISTA-PENDENCIAS             VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRMA                    PIC X(01) VALUE SPACES.
         77 WS-ENFILEIRA                   PIC X(01) VALUE 'N'.
         77 WS-ID-PESQUISA                 PIC 9(05) VALUE ZEROS.
         77 WS-ID-EDIT                     PIC 9(05) VALUE ZEROS.
         77 WS-ID-ANTERIOR                 PIC 9(05) VALUE ZEROS.
         77 WS-EXEMPLAR-PESQUISA           PIC X(10) VALUE SPACES.
         77 WS-TURMA-PESQUISA              PIC X(10) VALUE SPACES.
         77 WS-TURMA-ANTERIOR              PIC X(10) VALUE SPACES.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         77 WS-CONT-TURMA                  PIC 9(04) VALUE ZEROS.
         77 WS-CONT-ALUNOS                 PIC 9(04) VALUE ZEROS.
         77 WS-CONT-AVISOS                 PIC 9(05) VALUE ZEROS.
         77 WS-CONT-ENFILEIRADOS           PIC 9(05) VALUE ZEROS.
         77 WS-QTD-ABERTOS                 PIC 9(03) VALUE ZEROS.
         77 WS-QTD-ATRASADOS               PIC 9(03) VALUE ZEROS.
         77 WS-DIAS-ATRASO                 PIC 9(03) VALUE ZEROS.
         77 WS-HOJE                        PIC 9(08) VALUE ZEROS.
         01 WS-DATA-LIMITE                 PIC 9(08) VALUE ZEROS.
         01 WS-DATA-LIMITE-R REDEFINES WS-DATA-LIMITE.
           03 WS-DL-ANO                    PIC 9(04).
           03 WS-DL-MES                    PIC 9(02).
           03 WS-DL-DIA                    PIC 9(02).
         01 WS-TAB-DIAS-MES.
           03 FILLER                      PIC X(24)
              VALUE '312831303130313130313031'.
         01 WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           03 WS-DIAS-DO-MES OCCURS 12   PIC 9(02).
         77 WS-ULTIMO-DIA                  PIC 9(02) VALUE ZEROS.
         77 WS-RESTO                       PIC 9(04) VALUE ZEROS.
         77 WS-QUOCIENTE                   PIC 9(04) VALUE ZEROS.
         77 WS-IDX-DIA                     PIC 9(02) COMP VALUE ZEROS.

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
           IF FS-ACV-OK AND FS-EMP-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE ACERVO
               CLOSE EMPRESTIMOS
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
                  '\ACERVO.DAT' DELIMITED BY SIZE
                  INTO WS-ACERVO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\EMPRESTIMOS.DAT' DELIMITED BY SIZE
                  INTO WS-EMPRESTIMOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTBIB.TMP' DELIMITED BY SIZE
                  INTO WS-SORTBIB-PATH
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ARQUIVOS.
           SET FS-ACV-OK            TO TRUE
           SET FS-EMP-OK            TO TRUE

           OPEN I-O ACERVO

           IF WS-FS-ACV EQUAL 35 THEN
               OPEN OUTPUT ACERVO
               CLOSE ACERVO
               OPEN I-O ACERVO
           END-IF

           IF NOT FS-ACV-OK
               DISPLAY 'ERRO AO ABRIR O ACERVO DA BIBLIOTECA'
               DISPLAY 'FILE STATUS: ' WS-FS-ACV
               GO TO P200-FIM
           END-IF

           OPEN I-O EMPRESTIMOS

           IF WS-FS-EMP EQUAL 35 THEN
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN I-O EMPRESTIMOS
           END-IF

           IF NOT FS-EMP-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE EMPRESTIMOS'
               DISPLAY 'FILE STATUS: ' WS-FS-EMP
               CLOSE ACERVO
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** BIBLIOTECA ****'
           DISPLAY '  1 - LISTAR ACERVO'
           DISPLAY '  2 - INCLUIR EXEMPLAR'
           DISPLAY '  3 - BAIXAR EXEMPLAR (EXTRAVIO/DESCARTE)'
           DISPLAY '  4 - EMPRESTIMO'
           DISPLAY '  5 - DEVOLUCAO'
           DISPLAY '  6 - EMPRESTIMOS EM ATRASO POR TURMA'
           DISPLAY '  7 - NADA CONSTA'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           ACCEPT WS-HOJE           FROM DATE YYYYMMDD

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-LISTA-ACERVO    THRU P310-FIM
               WHEN '2'
                   PERFORM P320-INCLUI-EXEMPLAR THRU P320-FIM
               WHEN '3'
                   PERFORM P330-BAIXA-EXEMPLAR  THRU P330-FIM
               WHEN '4'
                   PERFORM P340-EMPRESTIMO      THRU P340-FIM
               WHEN '5'
                   PERFORM P360-DEVOLUCAO       THRU P360-FIM
               WHEN '6'
                   PERFORM P400-ATRASADOS       THRU P400-FIM
               WHEN '7'
                   PERFORM P500-NADA-CONSTA     THRU P500-FIM
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

       P310-LISTA-ACERVO.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT
           MOVE SPACES              TO ACV-EXEMPLAR

           START ACERVO KEY IS NOT LESS THAN ACV-EXEMPLAR
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ACERVO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT
                       DISPLAY ACV-EXEMPLAR ' ' ACV-TITULO ' '
                               ACV-AUTOR ' ' ACV-SITUACAO
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUM EXEMPLAR CADASTRADO'
           ELSE
               DISPLAY 'SITUACAO: D DISPONIVEL  E EMPRESTADO  '
                       'B BAIXADO'
           END-IF
           .
       P310-FIM.
           EXIT.

       P320-INCLUI-EXEMPLAR.
           INITIALIZE REG-ACERVO

           DISPLAY 'NUMERO DO EXEMPLAR (TOMBO): '
           ACCEPT ACV-EXEMPLAR

           IF ACV-EXEMPLAR EQUAL SPACES
               DISPLAY '*** EXEMPLAR NAO INFORMADO ***'
               GO TO P320-FIM
           END-IF

           DISPLAY 'TITULO: '
           ACCEPT ACV-TITULO
           DISPLAY 'AUTOR: '
           ACCEPT ACV-AUTOR

           SET ACV-DISPONIVEL       TO TRUE
           MOVE WS-HOJE             TO ACV-DT-CADASTRO
           MOVE LK-OPERADOR-ID      TO ACV-OPERADOR

           WRITE REG-ACERVO
               INVALID KEY
                   DISPLAY '*** EXEMPLAR JA CADASTRADO ***'
               NOT INVALID KEY
                   DISPLAY '*** EXEMPLAR CADASTRADO COM SUCESSO ***'
           END-WRITE
           .
       P320-FIM.
           EXIT.

      ******************************************************************
      * BAIXA DO EXEMPLAR EXTRAVIADO OU DESCARTADO. EXEMPLAR EMPRESTADO
      * SO E BAIXADO COM CONFIRMACAO (LIVRO PERDIDO PELO ALUNO E JA
      * RESOLVIDO COM A FAMILIA) E O EMPRESTIMO E ENCERRADO NA DATA
      ******************************************************************
       P330-BAIXA-EXEMPLAR.
           DISPLAY 'NUMERO DO EXEMPLAR (TOMBO): '
           ACCEPT ACV-EXEMPLAR

           READ ACERVO
               INVALID KEY
                   DISPLAY 'EXEMPLAR NAO ENCONTRADO'
                   GO TO P330-FIM
           END-READ

           IF ACV-BAIXADO
               DISPLAY '*** EXEMPLAR JA BAIXADO ***'
               GO TO P330-FIM
           END-IF

           DISPLAY 'EXEMPLAR: ' ACV-TITULO
           MOVE ACV-EXEMPLAR        TO WS-EXEMPLAR-PESQUISA

           IF ACV-EMPRESTADO
               PERFORM P610-LOCALIZA-ABERTO THRU P610-FIM
               IF ACHOU-OK
                   DISPLAY '*** EXEMPLAR EMPRESTADO AO ALUNO '
                           EMP-ID-ALUNO ' DESDE ' EMP-DT-EMPRESTIMO
                           ' ***'
                   DISPLAY 'O EMPRESTIMO SERA ENCERRADO NA BAIXA'
               END-IF
           END-IF

           DISPLAY 'CONFIRMA A BAIXA DO EXEMPLAR? <S> - <N>'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'BAIXA CANCELADA'
               GO TO P330-FIM
           END-IF

           IF ACV-EMPRESTADO AND ACHOU-OK
               SET EMP-DEVOLVIDO    TO TRUE
               MOVE WS-HOJE         TO EMP-DT-DEVOLUCAO
               MOVE LK-OPERADOR-ID  TO EMP-OPERADOR
               REWRITE REG-EMPRESTIMO
                   INVALID KEY
                       DISPLAY 'ERRO AO ENCERRAR O EMPRESTIMO'
               END-REWRITE
           END-IF

           SET ACV-BAIXADO          TO TRUE
           MOVE LK-OPERADOR-ID      TO ACV-OPERADOR
           REWRITE REG-ACERVO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EXEMPLAR'
               NOT INVALID KEY
                   DISPLAY 'EXEMPLAR BAIXADO DO ACERVO'
           END-REWRITE
           .
       P330-FIM.
           EXIT.

      ******************************************************************
      * EMPRESTIMO DE EXEMPLAR DISPONIVEL A ALUNO ATIVO. O ALUNO COM
      * EMPRESTIMO EM ATRASO SO LEVA OUTRO LIVRO COM CONFIRMACAO. A
      * DEVOLUCAO PREVISTA E A DATA DE HOJE + CFG-PRAZO-EMPRESTIMO DIAS
      ******************************************************************
       P340-EMPRESTIMO.
           SET FS-OK                TO TRUE

           DISPLAY 'NUMERO DO EXEMPLAR (TOMBO): '
           ACCEPT WS-EXEMPLAR-PESQUISA
           MOVE WS-EXEMPLAR-PESQUISA TO ACV-EXEMPLAR

           READ ACERVO
               INVALID KEY
                   DISPLAY 'EXEMPLAR NAO ENCONTRADO'
                   GO TO P340-FIM
           END-READ

           IF NOT ACV-DISPONIVEL
               DISPLAY '*** EXEMPLAR NAO DISPONIVEL - SITUACAO '
                       ACV-SITUACAO ' ***'
               GO TO P340-FIM
           END-IF

           DISPLAY 'EXEMPLAR: ' ACV-TITULO

           DISPLAY 'ID DO ALUNO: '
           ACCEPT WS-ID-PESQUISA

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P340-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO REGISTRADO'
                   CLOSE ALUNOS
                   GO TO P340-FIM
           END-READ
           CLOSE ALUNOS

           IF NOT (ALUNO-ATIVO AND (MAT-MATRICULADO OR MAT-LEGADO))
               DISPLAY '*** ALUNO INATIVO OU SEM MATRICULA VIGENTE ***'
               GO TO P340-FIM
           END-IF

           DISPLAY 'ALUNO: ' NM-ALUNO ' TURMA: ' TURMA-ALUNO

           SET LISTA-PENDENCIAS     TO FALSE
           PERFORM P620-CONTA-PENDENCIAS THRU P620-FIM

           IF WS-QTD-ATRASADOS > ZEROS
               DISPLAY '*** ALUNO COM ' WS-QTD-ATRASADOS
                       ' EMPRESTIMO(S) EM ATRASO ***'
               DISPLAY 'EMPRESTAR ASSIM MESMO? <S> - <N>'
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT EQUAL 'S' AND
                  WS-CONFIRMA NOT EQUAL 's'
                   DISPLAY 'EMPRESTIMO NAO REGISTRADO'
                   GO TO P340-FIM
               END-IF
           END-IF

           MOVE WS-HOJE             TO WS-DATA-LIMITE
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > CFG-PRAZO-EMPRESTIMO
               PERFORM P355-PROXIMO-DIA THRU P355-FIM
           END-PERFORM

           INITIALIZE REG-EMPRESTIMO
           MOVE WS-EXEMPLAR-PESQUISA TO EMP-EXEMPLAR
           MOVE WS-ID-PESQUISA      TO EMP-ID-ALUNO
           MOVE WS-HOJE             TO EMP-DT-EMPRESTIMO
           MOVE WS-DATA-LIMITE      TO EMP-DT-PREVISTA
           MOVE ZEROS               TO EMP-DT-DEVOLUCAO
           SET EMP-ABERTO           TO TRUE
           MOVE LK-OPERADOR-ID      TO EMP-OPERADOR

           WRITE REG-EMPRESTIMO
               INVALID KEY
                   REWRITE REG-EMPRESTIMO
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O EMPRESTIMO'
                           GO TO P340-FIM
                   END-REWRITE
           END-WRITE

           SET ACV-EMPRESTADO       TO TRUE
           REWRITE REG-ACERVO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EXEMPLAR'
           END-REWRITE

           DISPLAY 'EMPRESTIMO REGISTRADO - DEVOLVER ATE '
                   EMP-DT-PREVISTA
           .
       P340-FIM.
           EXIT.

       P355-PROXIMO-DIA.
           MOVE WS-DIAS-DO-MES(WS-DL-MES) TO WS-ULTIMO-DIA

           IF WS-DL-MES EQUAL 2
               DIVIDE WS-DL-ANO BY 4 GIVING WS-QUOCIENTE
                      REMAINDER WS-RESTO
               IF WS-RESTO EQUAL ZEROS
                   DIVIDE WS-DL-ANO BY 100 GIVING WS-QUOCIENTE
                          REMAINDER WS-RESTO
                   IF WS-RESTO NOT EQUAL ZEROS
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       DIVIDE WS-DL-ANO BY 400 GIVING WS-QUOCIENTE
                              REMAINDER WS-RESTO
                       IF WS-RESTO EQUAL ZEROS
                           MOVE 29 TO WS-ULTIMO-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-DL-DIA < WS-ULTIMO-DIA
               ADD 1                TO WS-DL-DIA
           ELSE
               MOVE 1               TO WS-DL-DIA
               IF WS-DL-MES < 12
                   ADD 1            TO WS-DL-MES
               ELSE
                   MOVE 1           TO WS-DL-MES
                   ADD 1            TO WS-DL-ANO
               END-IF
           END-IF
           .
       P355-FIM.
           EXIT.

       P360-DEVOLUCAO.
           DISPLAY 'NUMERO DO EXEMPLAR (TOMBO): '
           ACCEPT WS-EXEMPLAR-PESQUISA

           PERFORM P610-LOCALIZA-ABERTO THRU P610-FIM
           IF NOT ACHOU-OK
               DISPLAY 'EXEMPLAR SEM EMPRESTIMO EM ABERTO'
               GO TO P360-FIM
           END-IF

           DISPLAY 'EMPRESTADO AO ALUNO ' EMP-ID-ALUNO
                   ' EM ' EMP-DT-EMPRESTIMO
                   ' - PREVISTA ' EMP-DT-PREVISTA

           IF EMP-DT-PREVISTA < WS-HOJE
               PERFORM P630-DIAS-ATRASO THRU P630-FIM
               DISPLAY '*** DEVOLUCAO COM ' WS-DIAS-ATRASO
                       ' DIA(S) DE ATRASO ***'
           END-IF

           SET EMP-DEVOLVIDO        TO TRUE
           MOVE WS-HOJE             TO EMP-DT-DEVOLUCAO
           MOVE LK-OPERADOR-ID      TO EMP-OPERADOR
           REWRITE REG-EMPRESTIMO
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR A DEVOLUCAO'
                   GO TO P360-FIM
           END-REWRITE

           MOVE WS-EXEMPLAR-PESQUISA TO ACV-EXEMPLAR
           READ ACERVO
               INVALID KEY
                   DISPLAY '*** EXEMPLAR FORA DO ACERVO ***'
               NOT INVALID KEY
                   IF ACV-EMPRESTADO
                       SET ACV-DISPONIVEL TO TRUE
                       REWRITE REG-ACERVO
                           INVALID KEY
                               DISPLAY 'ERRO AO REGRAVAR O EXEMPLAR'
                       END-REWRITE
                   END-IF
           END-READ

           DISPLAY 'DEVOLUCAO REGISTRADA'
           .
       P360-FIM.
           EXIT.

      ******************************************************************
      * EMPRESTIMOS EM ATRASO (PREVISTA ANTERIOR A HOJE) POR TURMA E
      * NOME. OPCIONALMENTE GERA UM AVISO POR ALUNO COM OS LIVROS EM
      * ATRASO E ENFILEIRA PELO ENFILAMSG PARA O E-MAIL DO RESPONSAVEL
      ******************************************************************
       P400-ATRASADOS.
           SET FS-OK                TO TRUE
           SET FS-REL-OK            TO TRUE
           MOVE ZEROS               TO WS-CONT
           MOVE ZEROS               TO WS-CONT-ALUNOS
           MOVE ZEROS               TO WS-CONT-AVISOS
           MOVE ZEROS               TO WS-CONT-ENFILEIRADOS

           DISPLAY 'TURMA (BRANCO PARA TODAS): '
           MOVE SPACES              TO WS-TURMA-PESQUISA
           ACCEPT WS-TURMA-PESQUISA

           DISPLAY 'ENFILEIRAR AVISO AO RESPONSAVEL POR E-MAIL? '
                   '<S> - <N>'
           ACCEPT WS-ENFILEIRA
           IF WS-ENFILEIRA EQUAL 's'
               MOVE 'S'             TO WS-ENFILEIRA
           END-IF

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P400-FIM
           END-IF

           MOVE SPACES              TO WS-RELBIBLIO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ATRASOBIB.TXT' DELIMITED BY SIZE
                  INTO WS-RELBIBLIO-PATH

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR A LISTA DE ATRASADOS'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE ALUNOS
               GO TO P400-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-LE-ESCOLA
           MOVE WS-HOJE             TO WS-CA-DATA
           WRITE REL-LINHA FROM WS-LIN-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-ATRASO
           WRITE REL-LINHA FROM WS-LIN-TRACO

           SORT WORK-SORT
               ON ASCENDING KEY SD-TURMA SD-NOME SD-ID SD-EXEMPLAR
               INPUT PROCEDURE  P410-SELECIONA-ATRASO THRU P410-FIM
               OUTPUT PROCEDURE P420-IMPRIME-ATRASO THRU P420-FIM

           MOVE WS-CONT             TO WS-DTG-QTD
           MOVE WS-CONT-ALUNOS      TO WS-DTG-ALUNOS
           WRITE REL-LINHA FROM WS-DET-TOTAL-GERAL

           CLOSE ALUNOS
           CLOSE RELATORIO

           DISPLAY 'EXEMPLARES EM ATRASO..: ' WS-CONT
           DISPLAY 'ALUNOS EM ATRASO......: ' WS-CONT-ALUNOS
           IF WS-ENFILEIRA EQUAL 'S'
               DISPLAY 'AVISOS GERADOS........: ' WS-CONT-AVISOS
               DISPLAY 'E-MAILS ENFILEIRADOS..: ' WS-CONT-ENFILEIRADOS
           END-IF
           DISPLAY 'LISTA GERADA EM.......: ' WS-RELBIBLIO-PATH
           .
       P400-FIM.
           EXIT.

       P410-SELECIONA-ATRASO.
           SET EOF-OK               TO FALSE
           MOVE LOW-VALUES          TO EMP-CHAVE

           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ EMPRESTIMOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF EMP-ABERTO AND EMP-DT-PREVISTA < WS-HOJE
                           PERFORM P415-LIBERA-ATRASO THRU P415-FIM
                       END-IF
               END-READ
           END-PERFORM
           .
       P410-FIM.
           EXIT.

       P415-LIBERA-ATRASO.
           MOVE EMP-ID-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   INITIALIZE REG-CONTATOS
                   MOVE EMP-ID-ALUNO TO ID-ALUNO
                   MOVE '*** ALUNO FORA DO CADASTRO' TO NM-ALUNO
           END-READ

           IF WS-TURMA-PESQUISA NOT EQUAL SPACES AND
              TURMA-ALUNO NOT EQUAL WS-TURMA-PESQUISA
               GO TO P415-FIM
           END-IF

           MOVE EMP-EXEMPLAR        TO ACV-EXEMPLAR
           READ ACERVO
               INVALID KEY
                   MOVE '*** EXEMPLAR FORA DO ACERVO' TO ACV-TITULO
           END-READ

           PERFORM P630-DIAS-ATRASO THRU P630-FIM

           MOVE TURMA-ALUNO         TO SD-TURMA
           MOVE NM-ALUNO            TO SD-NOME
           MOVE ID-ALUNO            TO SD-ID
           MOVE EMP-EXEMPLAR        TO SD-EXEMPLAR
           MOVE ACV-TITULO          TO SD-TITULO
           MOVE EMP-DT-PREVISTA     TO SD-DT-PREVISTA
           MOVE WS-DIAS-ATRASO      TO SD-DIAS
           MOVE NM-RESPONSAVEL      TO SD-RESPONSAVEL
           MOVE EMAIL-ALUNO         TO SD-EMAIL

           RELEASE SD-REGISTRO
           .
       P415-FIM.
           EXIT.

       P420-IMPRIME-ATRASO.
           SET EOF-SORT-OK          TO FALSE
           SET CARTA-ABERTA         TO FALSE
           MOVE HIGH-VALUES         TO WS-TURMA-ANTERIOR
           MOVE ZEROS               TO WS-ID-ANTERIOR
           MOVE ZEROS               TO WS-CONT-TURMA

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       IF SD-TURMA NOT EQUAL WS-TURMA-ANTERIOR
                           IF WS-TURMA-ANTERIOR NOT EQUAL HIGH-VALUES
                               PERFORM P430-TOTAL-TURMA THRU P430-FIM
                           END-IF
                           MOVE SD-TURMA     TO WS-TURMA-ANTERIOR
                           MOVE SD-TURMA     TO WS-CT-TURMA
                           MOVE ZEROS        TO WS-CONT-TURMA
                           WRITE REL-LINHA FROM SPACES
                           WRITE REL-LINHA FROM WS-CAB-TURMA
                           WRITE REL-LINHA FROM WS-CAB-COLUNAS
                       END-IF
                       IF SD-ID NOT EQUAL WS-ID-ANTERIOR
                           ADD 1 TO WS-CONT-ALUNOS
                           IF WS-ENFILEIRA EQUAL 'S'
                               PERFORM P450-FECHA-AVISO THRU P450-FIM
                               PERFORM P440-ABRE-AVISO  THRU P440-FIM
                           END-IF
                           MOVE SD-ID        TO WS-ID-ANTERIOR
                       END-IF
                       ADD 1 TO WS-CONT
                       ADD 1 TO WS-CONT-TURMA
                       MOVE SD-ID            TO WS-DA-ID
                       MOVE SD-NOME          TO WS-DA-NOME
                       MOVE SD-EXEMPLAR      TO WS-DA-EXEMPLAR
                       MOVE SD-TITULO        TO WS-DA-TITULO
                       MOVE SD-DT-PREVISTA   TO WS-DA-PREVISTA
                       MOVE SD-DIAS          TO WS-DA-DIAS
                       WRITE REL-LINHA FROM WS-DET-ATRASO
                       IF CARTA-ABERTA
                           MOVE SD-EXEMPLAR    TO WS-LL-EXEMPLAR
                           MOVE SD-TITULO      TO WS-LL-TITULO
                           MOVE SD-DT-PREVISTA TO WS-LL-PREVISTA
                           WRITE CARTA-LINHA FROM WS-LIN-LIVRO
                       END-IF
               END-RETURN
           END-PERFORM

           IF WS-TURMA-ANTERIOR NOT EQUAL HIGH-VALUES
               PERFORM P430-TOTAL-TURMA THRU P430-FIM
           END-IF
           PERFORM P450-FECHA-AVISO THRU P450-FIM
           .
       P420-FIM.
           EXIT.

       P430-TOTAL-TURMA.
           MOVE WS-CONT-TURMA       TO WS-DTT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL-TURMA
           WRITE REL-LINHA FROM WS-LIN-TRACO
           .
       P430-FIM.
           EXIT.

      * ABRE O AVISO DO ALUNO CORRENTE DO SORT (BIBATRASO_NNNNN.TXT)
       P440-ABRE-AVISO.
           SET FS-CARTA-OK          TO TRUE
           MOVE SD-ID               TO WS-ID-EDIT

           MOVE SPACES              TO WS-CARTA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\BIBATRASO_' DELIMITED BY SIZE
                  WS-ID-EDIT DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-CARTA-PATH

           OPEN OUTPUT CARTA

           IF NOT FS-CARTA-OK
               DISPLAY 'ERRO AO ABRIR O AVISO ' WS-CARTA-PATH
               DISPLAY 'FILE STATUS: ' WS-FS-CARTA
               GO TO P440-FIM
           END-IF

           SET CARTA-ABERTA         TO TRUE
           MOVE SD-ID               TO MA-ID-ALUNO
           MOVE SD-EMAIL            TO MA-DESTINATARIO
           MOVE CFG-NOME-ESCOLA     TO WS-LCE-ESCOLA
           MOVE SD-RESPONSAVEL      TO WS-LR-RESPONSAVEL
           MOVE SD-NOME             TO WS-LA1-NOME

           WRITE CARTA-LINHA FROM WS-LIN-CARTA-ESCOLA
           WRITE CARTA-LINHA FROM WS-LIN-TRACO
           WRITE CARTA-LINHA FROM WS-CAB-AVISO
           WRITE CARTA-LINHA FROM WS-LIN-TRACO
           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM WS-LIN-RESPONSAVEL
           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM WS-LIN-AVISO-1
           WRITE CARTA-LINHA FROM WS-LIN-AVISO-2
           WRITE CARTA-LINHA FROM SPACES
           .
       P440-FIM.
           EXIT.

      * FECHA O AVISO ABERTO E ENFILEIRA PARA O E-MAIL DO RESPONSAVEL;
      * SEM EMAIL-ALUNO PREENCHIDO O AVISO SEGUE SO NO PAPEL
       P450-FECHA-AVISO.
           IF NOT CARTA-ABERTA
               GO TO P450-FIM
           END-IF

           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM WS-LIN-AVISO-3
           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM WS-ASSINATURA-2
           WRITE CARTA-LINHA FROM WS-ASSINATURA-3
           WRITE CARTA-LINHA FROM WS-LIN-TRACO
           CLOSE CARTA
           SET CARTA-ABERTA         TO FALSE
           ADD 1                    TO WS-CONT-AVISOS

           IF MA-DESTINATARIO EQUAL SPACES
               GO TO P450-FIM
           END-IF

           MOVE 'BIBLIOTECA - LIVRO EM ATRASO' TO MA-ASSUNTO
           MOVE WS-CARTA-PATH       TO MA-ARQUIVO
           MOVE LK-OPERADOR-ID      TO MA-OPERADOR
           MOVE 'N'                 TO MA-OK

           CALL WS-BIN-ENFILAMSG-PATH USING WS-ENFILAMSG-AREA
               ON EXCEPTION
                   DISPLAY 'ENFILAMSG INDISPONIVEL - MENSAGEM NAO '
                           'ENFILEIRADA'
           END-CALL

           IF MA-OK EQUAL 'S'
               ADD 1 TO WS-CONT-ENFILEIRADOS
           END-IF
           .
       P450-FIM.
           EXIT.

      ******************************************************************
      * NADA CONSTA PARA O ALUNO QUE DEIXA A ESCOLA: SO E EMITIDO
      * QUANDO NAO HA EMPRESTIMO EM ABERTO; HAVENDO, LISTA OS EXEMPLARES
      ******************************************************************
       P500-NADA-CONSTA.
           SET FS-OK                TO TRUE
           SET FS-CARTA-OK          TO TRUE

           DISPLAY 'ID DO ALUNO: '
           ACCEPT WS-ID-PESQUISA

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P500-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO REGISTRADO'
                   CLOSE ALUNOS
                   GO TO P500-FIM
           END-READ
           CLOSE ALUNOS

           DISPLAY 'ALUNO: ' NM-ALUNO ' TURMA: ' TURMA-ALUNO

           SET LISTA-PENDENCIAS     TO TRUE
           PERFORM P620-CONTA-PENDENCIAS THRU P620-FIM

           IF WS-QTD-ABERTOS > ZEROS
               DISPLAY '*** ALUNO COM ' WS-QTD-ABERTOS
                       ' EXEMPLAR(ES) NAO DEVOLVIDO(S) - NADA CONSTA '
                       'NAO EMITIDO ***'
               GO TO P500-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO WS-ID-EDIT
           MOVE SPACES              TO WS-CARTA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\NADACONSTA_' DELIMITED BY SIZE
                  WS-ID-EDIT DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-CARTA-PATH

           OPEN OUTPUT CARTA

           IF NOT FS-CARTA-OK
               DISPLAY 'ERRO AO ABRIR O NADA CONSTA'
               DISPLAY 'FILE STATUS: ' WS-FS-CARTA
               GO TO P500-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-LCE-ESCOLA
           MOVE WS-ID-PESQUISA      TO WS-LNA-ID
           MOVE NM-ALUNO            TO WS-LNA-NOME
           MOVE TURMA-ALUNO         TO WS-LNT-TURMA
           MOVE WS-HOJE             TO WS-LND-DATA

           WRITE CARTA-LINHA FROM WS-LIN-CARTA-ESCOLA
           WRITE CARTA-LINHA FROM WS-LIN-TRACO
           WRITE CARTA-LINHA FROM WS-CAB-NADA-CONSTA
           WRITE CARTA-LINHA FROM WS-LIN-TRACO
           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM WS-LIN-NC-ALUNO
           WRITE CARTA-LINHA FROM WS-LIN-NC-TURMA
           WRITE CARTA-LINHA FROM WS-LIN-NC-TEXTO
           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM WS-LIN-NC-DATA
           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM SPACES
           WRITE CARTA-LINHA FROM WS-ASSINATURA-2
           WRITE CARTA-LINHA FROM WS-ASSINATURA-3
           WRITE CARTA-LINHA FROM WS-LIN-TRACO

           CLOSE CARTA

           DISPLAY 'NADA CONSTA GERADO EM: ' WS-CARTA-PATH
           .
       P500-FIM.
           EXIT.

      * LOCALIZA O EMPRESTIMO EM ABERTO DO WS-EXEMPLAR-PESQUISA (O
      * MESMO EXEMPLAR PODE TER EMPRESTIMOS JA DEVOLVIDOS A OUTROS
      * ALUNOS); ACHANDO, O REGISTRO FICA NA AREA PARA O REWRITE
       P610-LOCALIZA-ABERTO.
           SET ACHOU-OK             TO FALSE
           SET EOF-OK               TO FALSE
           MOVE WS-EXEMPLAR-PESQUISA TO EMP-EXEMPLAR
           MOVE ZEROS               TO EMP-ID-ALUNO

           START EMPRESTIMOS KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK OR ACHOU-OK
               READ EMPRESTIMOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF EMP-EXEMPLAR NOT EQUAL WS-EXEMPLAR-PESQUISA
                           SET EOF-OK TO TRUE
                       ELSE
                           IF EMP-ABERTO
                               SET ACHOU-OK TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P610-FIM.
           EXIT.

      * CONTA PELA CHAVE ALTERNADA OS EMPRESTIMOS EM ABERTO E OS EM
      * ATRASO DO WS-ID-PESQUISA; COM LISTA-PENDENCIAS MOSTRA CADA UM
       P620-CONTA-PENDENCIAS.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-QTD-ABERTOS
           MOVE ZEROS               TO WS-QTD-ATRASADOS
           MOVE WS-ID-PESQUISA      TO EMP-ID-ALUNO

           START EMPRESTIMOS KEY IS EQUAL EMP-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ EMPRESTIMOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF EMP-ID-ALUNO NOT EQUAL WS-ID-PESQUISA
                           SET EOF-OK TO TRUE
                       ELSE
                           IF EMP-ABERTO
                               ADD 1 TO WS-QTD-ABERTOS
                               IF EMP-DT-PREVISTA < WS-HOJE
                                   ADD 1 TO WS-QTD-ATRASADOS
                               END-IF
                               IF LISTA-PENDENCIAS
                                   DISPLAY '  EXEMPLAR ' EMP-EXEMPLAR
                                           ' DESDE ' EMP-DT-EMPRESTIMO
                                           ' PREVISTA '
                                           EMP-DT-PREVISTA
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P620-FIM.
           EXIT.

      * DIAS CORRIDOS ENTRE EMP-DT-PREVISTA E HOJE (LIMITADO A 999)
       P630-DIAS-ATRASO.
           MOVE ZEROS               TO WS-DIAS-ATRASO
           MOVE EMP-DT-PREVISTA     TO WS-DATA-LIMITE

           IF WS-DL-MES < 1 OR WS-DL-MES > 12
               GO TO P630-FIM
           END-IF

           PERFORM UNTIL WS-DATA-LIMITE NOT LESS THAN WS-HOJE
                      OR WS-DIAS-ATRASO EQUAL 999
               PERFORM P355-PROXIMO-DIA THRU P355-FIM
               ADD 1 TO WS-DIAS-ATRASO
           END-PERFORM
           .
       P630-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM BIBLIOTECA.
