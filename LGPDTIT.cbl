      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:LGPD - ACESSOS AOS DADOS DE UM ALUNO E EXPORTACAO DOS
      *         DADOS DO TITULAR
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. NINGUEM SABIA DIZER
      *         QUEM TINHA ABERTO A FICHA DE SAUDE OU O ENDERECO DE
      *         UMA FAMILIA, NEM JUNTAR TUDO O QUE A ESCOLA GUARDA DE
      *         UM ALUNO QUANDO CHEGA UM PEDIDO FORMAL DA LGPD. A
      *         OPCAO 1 LISTA EM ACESSO_NNNNN.TXT A TRILHA DE LEITURA
      *         (ACESSOS.DAT, GRAVADA PELO GRAVAACE) DO ALUNO E DO
      *         RESPONSAVEL VINCULADO, COM PERIODO OPCIONAL; A OPCAO 2
      *         GRAVA EM TITULAR_NNNNN.TXT OS DADOS DO TITULAR EM
      *         TODOS OS ARQUIVOS: CADASTRO (OU IMAGEM DO ARQUIVO
      *         MORTO), RESPONSAVEL, CODIGO INEP, SAUDE, AEE,
      *         TRANSPORTE, OCORRENCIAS, NOTAS DO ANO, HISTORICO,
      *         FREQUENCIA ANUAL, ALTERACOES (LOGALUNO) E ACESSOS. A
      *         PROPRIA EXPORTACAO ENTRA NA TRILHA. RESTRITO AO NIVEL
      *         COORDENACAO (OPERADORES.DAT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDTIT.

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

                SELECT ALUNARQ ASSIGN TO
                WS-ALUNARQ-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ARQ-ID-ALUNO
                FILE STATUS IS WS-FS-ARQ.

                SELECT RESPONSAVEIS ASSIGN TO
                WS-RESPONSAVEIS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RSP-ID
                FILE STATUS IS WS-FS-RSP.

                SELECT CODINEP ASSIGN TO
                WS-CODINEP-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS INP-ID-ALUNO
                ALTERNATE RECORD KEY IS INP-COD-INEP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-INP.

                SELECT SAUDE ASSIGN TO
                WS-SAUDE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SAU-ID-ALUNO
                FILE STATUS IS WS-FS-SAU.

                SELECT AEE ASSIGN TO
                WS-AEE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AEE-ID-ALUNO
                FILE STATUS IS WS-FS-AEE.

                SELECT TRANSP ASSIGN TO
                WS-TRANSP-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS TRA-ID-ALUNO
                FILE STATUS IS WS-FS-TRA.

                SELECT OCORRENCIAS ASSIGN TO
                WS-OCORRENCIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCO-CHAVE
                FILE STATUS IS WS-FS-OCO.

                SELECT DISCIPLINAS ASSIGN TO
                WS-DISCIPLINAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISC-CHAVE
                FILE STATUS IS WS-FS-DISC.

                SELECT HISTORICO ASSIGN TO
                WS-HISTORICO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-CHAVE
                FILE STATUS IS WS-FS-HIST.

                SELECT FREQANUAL ASSIGN TO
                WS-FREQANUAL-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FQA-CHAVE
                FILE STATUS IS WS-FS-FQA.

                SELECT LOGALUNO ASSIGN TO
                WS-LOGALUNO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-LOG.

                SELECT ACESSOS ASSIGN TO
                WS-ACESSOS-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-ACE.

                SELECT OPERADORES ASSIGN TO
                WS-OPERADORES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPER-ID
                FILE STATUS IS WS-FS-OPER.

                SELECT RELATORIO ASSIGN TO
                WS-LGPDREL-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
           COPY DATABASE.

       FD ALUNARQ.
           COPY ALUNARQ.

       FD RESPONSAVEIS.
           COPY RESPONSA.

       FD CODINEP.
           COPY CODINEP.

       FD SAUDE.
           COPY SAUDE.

       FD AEE.
           COPY AEE.

       FD TRANSP.
           COPY TRANSP.

       FD OCORRENCIAS.
           COPY OCORRENCIAS.

       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD HISTORICO.
           COPY HISTORICO.

       FD FREQANUAL.
           COPY FREQANUAL.

       FD LOGALUNO.
           COPY LOGREC.

       FD ACESSOS.
           COPY ACESSOS.

       FD OPERADORES.
           COPY OPERADORES.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY ACEAREA.

         01 WS-RESPONSAVEIS-PATH            PIC X(80).
         01 WS-OPERADORES-PATH              PIC X(80).
         01 WS-LGPDREL-PATH                 PIC X(80).

         01 WS-CAB-ESCOLA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 WS-CE-ESCOLA                PIC X(40).
         01 WS-CAB-ACESSOS.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'ACESSOS AOS DADOS DO ALUNO (LGPD)'.
         01 WS-CAB-TITULAR.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'DADOS PESSOAIS DO TITULAR (LGPD)'.
         01 WS-CAB-ALUNO.
           03 FILLER                      PIC X(07) VALUE 'ALUNO: '.
           03 WS-CA-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(03) VALUE ' - '.
           03 WS-CA-NOME                  PIC X(30).
           03 FILLER                      PIC X(10) VALUE ' EMITIDO: '.
           03 WS-CA-DATA                  PIC 9(08).
           03 FILLER                      PIC X(05) VALUE ' POR '.
           03 WS-CA-OPERADOR              PIC X(10).
         01 WS-CAB-PERIODO.
           03 FILLER                      PIC X(09) VALUE 'PERIODO: '.
           03 WS-CP-INICIO                PIC 9(08).
           03 FILLER                      PIC X(03) VALUE ' A '.
           03 WS-CP-FIM                   PIC 9(08).
         01 WS-CAB-TRACO.
           03 FILLER                      PIC X(100) VALUE ALL '-'.
         01 WS-CAB-COL-ACESSOS.
           03 FILLER            PIC X(10) VALUE 'DATA'.
           03 FILLER            PIC X(09) VALUE 'HORA'.
           03 FILLER            PIC X(11) VALUE 'OPERADOR'.
           03 FILLER            PIC X(11) VALUE 'PROGRAMA'.
           03 FILLER            PIC X(13) VALUE 'DADO ABERTO'.
           03 FILLER            PIC X(20) VALUE 'REGISTRO'.
         01 WS-DET-ACESSO.
           03 WS-DAC-DATA                 PIC 9(08).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DAC-HORA                 PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DAC-OPERADOR             PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DAC-PROGRAMA             PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DAC-DADO                 PIC X(12).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DAC-REGISTRO             PIC X(20).
         01 WS-DET-SECAO.
           03 FILLER                      PIC X(04) VALUE '*** '.
           03 WS-DS-TITULO                PIC X(40).
         01 WS-DET-CAMPO.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DC-ROTULO                PIC X(22).
           03 WS-DC-VALOR                 PIC X(76).
         01 WS-DET-OCORR.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DO-DATA                  PIC 9(08).
           03 FILLER                      PIC X(01) VALUE '/'.
           03 WS-DO-SEQ                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DO-TIPO                  PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DO-DESCRICAO             PIC X(60).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DO-OPERADOR              PIC X(10).
         01 WS-DET-NOTA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DN-ANO                   PIC 9(04).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DN-MATERIA               PIC X(20).
           03 FILLER                      PIC X(05) VALUE ' BIM '.
           03 WS-DN-BIMESTRE              PIC 9(01).
           03 FILLER                      PIC X(07) VALUE ' MEDIA '.
           03 WS-DN-MEDIA                 PIC ZZ,99.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DN-CONCEITO              PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DN-SITUACAO              PIC X(20).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DN-TURMA                 PIC X(10).
         01 WS-DET-FREQ.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DF-ANO                   PIC 9(04).
           03 FILLER                      PIC X(13)
              VALUE ' DIAS LETIVOS'.
           03 WS-DF-DIAS                  PIC ZZ9.
           03 FILLER                      PIC X(08) VALUE ' FALTAS '.
           03 WS-DF-FALTAS                PIC ZZ9.
           03 FILLER                      PIC X(15)
              VALUE ' JUSTIFICADAS '.
           03 WS-DF-JUST                  PIC ZZ9.
           03 FILLER                      PIC X(11) VALUE ' PRESENCA '.
           03 WS-DF-PERC                  PIC ZZ9,99.
         01 WS-DET-LOG.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DL-DATA                  PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DL-HORA                  PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DL-OPERACAO              PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DL-OPERADOR              PIC X(10).
         01 WS-DET-TOTAL.
           03 FILLER                      PIC X(20)
              VALUE 'REGISTROS LISTADOS: '.
           03 WS-DT-QTD                   PIC ZZZZ9.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-ARQ                      PIC 99.
           88 FS-ARQ-OK                    VALUE 0.
         77 WS-FS-RSP                      PIC 99.
           88 FS-RSP-OK                    VALUE 0.
         77 WS-FS-INP                      PIC 99.
           88 FS-INP-OK                    VALUE 0.
         77 WS-FS-SAU                      PIC 99.
           88 FS-SAU-OK                    VALUE 0.
         77 WS-FS-AEE                      PIC 99.
           88 FS-AEE-OK                    VALUE 0.
         77 WS-FS-TRA                      PIC 99.
           88 FS-TRA-OK                    VALUE 0.
         77 WS-FS-OCO                      PIC 99.
           88 FS-OCO-OK                    VALUE 0.
         77 WS-FS-DISC                     PIC 99.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-HIST                     PIC 99.
           88 FS-HIST-OK                   VALUE 0.
         77 WS-FS-FQA                      PIC 99.
           88 FS-FQA-OK                    VALUE 0.
         77 WS-FS-LOG                      PIC 99.
           88 FS-LOG-OK                    VALUE 0.
         77 WS-FS-ACE                      PIC 99.
           88 FS-ACE-OK                    VALUE 0.
         77 WS-FS-OPER                     PIC 99.
           88 FS-OPER-OK                   VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-ORIGEM                      PIC X(01) VALUE SPACES.
           88 ORIGEM-CADASTRO              VALUE 'C'.
           88 ORIGEM-ARQUIVO-MORTO         VALUE 'A'.
           88 ORIGEM-NENHUMA               VALUE SPACE.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-NIVEL-OPER                  PIC 9(01) VALUE ZEROS.
         77 WS-ID-PESQUISA                 PIC 9(05) VALUE ZEROS.
         77 WS-ID-RESP                     PIC 9(05) VALUE ZEROS.
         77 WS-NOME-TITULAR                PIC X(30) VALUE SPACES.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-DATA-INICIO                 PIC 9(08) VALUE ZEROS.
         77 WS-DATA-FIM                    PIC 9(08) VALUE ZEROS.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         77 WS-IDX                         PIC 9(02) VALUE ZEROS.
         77 WS-EDIT-ID                     PIC ZZZZ9.
         77 WS-EDIT-NOTA                   PIC ZZ,99.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P150-NIVEL-OPERADOR THRU P150-FIM
           IF WS-NIVEL-OPER < 2
               DISPLAY '*** CONSULTA RESTRITA A COORDENACAO ***'
           ELSE
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
           END-IF
           PERFORM P900-FIM
           .

       P100-MONTA-CAMINHOS.
           ACCEPT WS-BASE-DIR FROM ENVIRONMENT 'BOLETIMV2_HOME'
           IF WS-BASE-DIR EQUAL SPACES THEN
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD

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
                  '\GRAVAACE' DELIMITED BY SIZE
                  INTO WS-BIN-GRAVAACE-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNARQ.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNARQ-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RESPONSAVEIS.DAT' DELIMITED BY SIZE
                  INTO WS-RESPONSAVEIS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CODINEP.DAT' DELIMITED BY SIZE
                  INTO WS-CODINEP-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SAUDE.DAT' DELIMITED BY SIZE
                  INTO WS-SAUDE-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\AEE.DAT' DELIMITED BY SIZE
                  INTO WS-AEE-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TRANSP.DAT' DELIMITED BY SIZE
                  INTO WS-TRANSP-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OCORRENCIAS.DAT' DELIMITED BY SIZE
                  INTO WS-OCORRENCIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\HISTORICO.DAT' DELIMITED BY SIZE
                  INTO WS-HISTORICO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQANUAL.DAT' DELIMITED BY SIZE
                  INTO WS-FREQANUAL-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\LOGALUNO.DAT' DELIMITED BY SIZE
                  INTO WS-LOGALUNO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ACESSOS.DAT' DELIMITED BY SIZE
                  INTO WS-ACESSOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OPERADORES.DAT' DELIMITED BY SIZE
                  INTO WS-OPERADORES-PATH
           .
       P100-FIM.
           EXIT.

       P150-NIVEL-OPERADOR.
           SET FS-OPER-OK           TO TRUE
           MOVE ZEROS               TO WS-NIVEL-OPER

           OPEN INPUT OPERADORES

           IF NOT FS-OPER-OK
               GO TO P150-FIM
           END-IF

           MOVE LK-OPERADOR-ID      TO OPER-ID
           READ OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OPER-NIVEL TO WS-NIVEL-OPER
           END-READ

           CLOSE OPERADORES
           .
       P150-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** PROTECAO DE DADOS (LGPD) ****'
           DISPLAY '  1 - ACESSOS AOS DADOS DE UM ALUNO'
           DISPLAY '  2 - EXPORTAR DADOS DO TITULAR'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-RELATORIO-ACESSOS THRU P400-FIM
               WHEN '2'
                   PERFORM P500-DADOS-TITULAR     THRU P500-FIM
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
      * LOCALIZA O TITULAR NO CADASTRO ATIVO OU, SE JA ARQUIVADO, NA
      * IMAGEM DO ARQUIVO MORTO (REG-CONTATOS RECOMPOSTO A PARTIR DE
      * ARQ-IMAGEM). DEIXA O NOME E O RESPONSAVEL VINCULADO
      ******************************************************************
       P350-LOCALIZA-TITULAR.
           SET ORIGEM-NENHUMA       TO TRUE
           MOVE SPACES              TO WS-NOME-TITULAR
           MOVE ZEROS               TO WS-ID-RESP
           SET FS-OK                TO TRUE

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P350-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ORIGEM-CADASTRO TO TRUE
           END-READ

           IF ORIGEM-NENHUMA
               SET FS-ARQ-OK        TO TRUE
               OPEN INPUT ALUNARQ
               IF FS-ARQ-OK
                   MOVE WS-ID-PESQUISA TO ARQ-ID-ALUNO
                   READ ALUNARQ
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           SET ORIGEM-ARQUIVO-MORTO TO TRUE
                           MOVE ARQ-ID-ALUNO  TO ID-ALUNO
                           MOVE ARQ-IMAGEM    TO REG-CONTATOS(6:)
                   END-READ
                   CLOSE ALUNARQ
               END-IF
           END-IF

           IF NOT ORIGEM-NENHUMA
               MOVE NM-ALUNO        TO WS-NOME-TITULAR
               IF ID-RESPONSAVEL NUMERIC
                   MOVE ID-RESPONSAVEL TO WS-ID-RESP
               END-IF
           END-IF
           .
       P350-FIM.
           EXIT.

      ******************************************************************
      * QUEM ACESSOU O ALUNO: ENTRADAS DE ACESSOS.DAT DO PROPRIO ALUNO
      * E DO RESPONSAVEL VINCULADO, DENTRO DO PERIODO INFORMADO
      ******************************************************************
       P400-RELATORIO-ACESSOS.
           DISPLAY 'ID DO ALUNO: '
           ACCEPT WS-ID-PESQUISA

           PERFORM P350-LOCALIZA-TITULAR THRU P350-FIM
           IF NOT FS-OK
               GO TO P400-FIM
           END-IF
           IF ORIGEM-NENHUMA
               CLOSE ALUNOS
               DISPLAY 'ALUNO NAO CONSTA NO CADASTRO NEM NO '
                       'ARQUIVO MORTO'
               GO TO P400-FIM
           END-IF
           CLOSE ALUNOS

           DISPLAY 'DATA INICIAL AAAAMMDD (0 = DESDE O INICIO): '
           MOVE ZEROS               TO WS-DATA-INICIO
           ACCEPT WS-DATA-INICIO
           DISPLAY 'DATA FINAL AAAAMMDD (0 = ATE HOJE): '
           MOVE ZEROS               TO WS-DATA-FIM
           ACCEPT WS-DATA-FIM
           IF WS-DATA-FIM EQUAL ZEROS
               MOVE WS-DATA-HOJE    TO WS-DATA-FIM
           END-IF

           SET FS-ACE-OK            TO TRUE
           OPEN INPUT ACESSOS
           IF WS-FS-ACE EQUAL 35
               DISPLAY 'NENHUM ACESSO REGISTRADO AINDA'
               GO TO P400-FIM
           END-IF
           IF NOT FS-ACE-OK
               DISPLAY 'ERRO AO ABRIR A TRILHA DE ACESSOS'
               DISPLAY 'FILE STATUS: ' WS-FS-ACE
               GO TO P400-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO WS-EDIT-ID
           MOVE SPACES              TO WS-LGPDREL-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ACESSO_' DELIMITED BY SIZE
                  WS-ID-PESQUISA DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-LGPDREL-PATH

           SET FS-REL-OK            TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE ACESSOS'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE ACESSOS
               GO TO P400-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-ACESSOS
           PERFORM P360-CABECALHO-ALUNO THRU P360-FIM
           MOVE WS-DATA-INICIO      TO WS-CP-INICIO
           MOVE WS-DATA-FIM         TO WS-CP-FIM
           WRITE REL-LINHA FROM WS-CAB-PERIODO
           WRITE REL-LINHA FROM WS-CAB-TRACO
           WRITE REL-LINHA FROM WS-CAB-COL-ACESSOS

           MOVE ZEROS               TO WS-CONT
           SET EOF-OK               TO FALSE
           PERFORM UNTIL EOF-OK
               READ ACESSOS
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF ACE-DATA >= WS-DATA-INICIO AND
                          ACE-DATA <= WS-DATA-FIM
                           PERFORM P420-LINHA-ACESSO THRU P420-FIM
                       END-IF
               END-READ
           END-PERFORM

           WRITE REL-LINHA FROM WS-CAB-TRACO
           MOVE WS-CONT             TO WS-DT-QTD
           WRITE REL-LINHA FROM WS-DET-TOTAL

           CLOSE ACESSOS
           CLOSE RELATORIO

           DISPLAY 'ACESSOS ENCONTRADOS: ' WS-CONT
           DISPLAY 'RELATORIO GERADO EM: ' WS-LGPDREL-PATH
           .
       P400-FIM.
           EXIT.

       P360-CABECALHO-ALUNO.
           MOVE WS-ID-PESQUISA      TO WS-CA-ID
           MOVE WS-NOME-TITULAR     TO WS-CA-NOME
           MOVE WS-DATA-HOJE        TO WS-CA-DATA
           MOVE LK-OPERADOR-ID      TO WS-CA-OPERADOR
           WRITE REL-LINHA FROM WS-CAB-ALUNO
           .
       P360-FIM.
           EXIT.

       P420-LINHA-ACESSO.
           MOVE SPACES              TO WS-DAC-REGISTRO

           IF ACE-DO-ALUNO AND ACE-ID EQUAL WS-ID-PESQUISA
               MOVE 'ALUNO'         TO WS-DAC-REGISTRO
           END-IF
           IF ACE-DO-RESPONSAVEL AND WS-ID-RESP > ZEROS AND
              ACE-ID EQUAL WS-ID-RESP
               MOVE ACE-ID          TO WS-EDIT-ID
               STRING 'RESPONSAVEL ' DELIMITED BY SIZE
                      WS-EDIT-ID     DELIMITED BY SIZE
                      INTO WS-DAC-REGISTRO
           END-IF

           IF WS-DAC-REGISTRO EQUAL SPACES
               GO TO P420-FIM
           END-IF

           ADD 1                    TO WS-CONT
           MOVE ACE-DATA            TO WS-DAC-DATA
           MOVE ACE-HORA            TO WS-DAC-HORA
           MOVE ACE-OPERADOR-ID     TO WS-DAC-OPERADOR
           MOVE ACE-PROGRAMA        TO WS-DAC-PROGRAMA
           MOVE ACE-DADO            TO WS-DAC-DADO
           WRITE REL-LINHA FROM WS-DET-ACESSO
           .
       P420-FIM.
           EXIT.

      ******************************************************************
      * DADOS DO TITULAR: TUDO O QUE A ESCOLA GUARDA DO ALUNO, ARQUIVO
      * POR ARQUIVO. UM ARQUIVO AUSENTE OU SEM REGISTRO DO ALUNO SAI
      * COMO "NENHUM REGISTRO"
      ******************************************************************
       P500-DADOS-TITULAR.
           DISPLAY 'ID DO ALUNO: '
           ACCEPT WS-ID-PESQUISA

           PERFORM P350-LOCALIZA-TITULAR THRU P350-FIM
           IF NOT FS-OK
               GO TO P500-FIM
           END-IF
           IF ORIGEM-NENHUMA
               CLOSE ALUNOS
               DISPLAY 'ALUNO NAO CONSTA NO CADASTRO NEM NO '
                       'ARQUIVO MORTO'
               GO TO P500-FIM
           END-IF

           MOVE SPACES              TO WS-LGPDREL-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TITULAR_' DELIMITED BY SIZE
                  WS-ID-PESQUISA DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-LGPDREL-PATH

           SET FS-REL-OK            TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO TITULAR'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE ALUNOS
               GO TO P500-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-TITULAR
           PERFORM P360-CABECALHO-ALUNO THRU P360-FIM
           WRITE REL-LINHA FROM WS-CAB-TRACO

           PERFORM P510-CADASTRO     THRU P510-FIM
           CLOSE ALUNOS
           PERFORM P520-RESPONSAVEL  THRU P520-FIM
           PERFORM P530-INEP         THRU P530-FIM
           PERFORM P540-SAUDE        THRU P540-FIM
           PERFORM P550-AEE          THRU P550-FIM
           PERFORM P560-TRANSPORTE   THRU P560-FIM
           PERFORM P570-OCORRENCIAS  THRU P570-FIM
           PERFORM P580-NOTAS        THRU P580-FIM
           PERFORM P590-HISTORICO    THRU P590-FIM
           PERFORM P600-FREQUENCIA   THRU P600-FIM
           PERFORM P610-ALTERACOES   THRU P610-FIM
           PERFORM P620-ACESSOS      THRU P620-FIM

           CLOSE RELATORIO

           MOVE 'A'                 TO AA-TIPO
           MOVE WS-ID-PESQUISA      TO AA-ID
           MOVE 'LGPDTIT'           TO AA-PROGRAMA
           MOVE 'DADOS-TIT'         TO AA-DADO
           MOVE LK-OPERADOR-ID      TO AA-OPERADOR
           CALL WS-BIN-GRAVAACE-PATH USING WS-ACE-AREA
               ON EXCEPTION
                   CONTINUE
           END-CALL

           DISPLAY 'DADOS DO TITULAR GRAVADOS EM: ' WS-LGPDREL-PATH
           .
       P500-FIM.
           EXIT.

       P505-SECAO.
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-DET-SECAO
           .
       P505-FIM.
           EXIT.

       P506-CAMPO.
           WRITE REL-LINHA FROM WS-DET-CAMPO
           MOVE SPACES              TO WS-DC-VALOR
           .
       P506-FIM.
           EXIT.

       P507-NENHUM.
           MOVE SPACES              TO WS-DC-ROTULO
           MOVE 'NENHUM REGISTRO'   TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           .
       P507-FIM.
           EXIT.

       P510-CADASTRO.
           IF ORIGEM-CADASTRO
               MOVE 'CADASTRO DO ALUNO'           TO WS-DS-TITULO
           ELSE
               MOVE 'CADASTRO DO ALUNO (ARQUIVO MORTO)'
                                                  TO WS-DS-TITULO
           END-IF
           PERFORM P505-SECAO THRU P505-FIM

           MOVE 'NOME'              TO WS-DC-ROTULO
           MOVE NM-ALUNO            TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'NASCIMENTO'        TO WS-DC-ROTULO
           MOVE DT-NASCIMENTO       TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'TELEFONE'          TO WS-DC-ROTULO
           MOVE TEL-ALUNO           TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'EMAIL'             TO WS-DC-ROTULO
           MOVE EMAIL-ALUNO         TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'ENDERECO'          TO WS-DC-ROTULO
           MOVE END-ALUNO           TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'RESPONSAVEL'       TO WS-DC-ROTULO
           MOVE NM-RESPONSAVEL      TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'TEL. RESPONSAVEL'  TO WS-DC-ROTULO
           MOVE TEL-RESPONSAVEL     TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'TURMA'             TO WS-DC-ROTULO
           MOVE TURMA-ALUNO         TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'SITUACAO MATRICULA' TO WS-DC-ROTULO
           MOVE ST-MATRICULA        TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'DATA DA SITUACAO'  TO WS-DC-ROTULO
           MOVE DT-SITUACAO         TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'ATIVO'             TO WS-DC-ROTULO
           MOVE ST-ATIVO            TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'DATA DA INATIVACAO' TO WS-DC-ROTULO
           MOVE DT-INATIVACAO       TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           MOVE 'BENEFICIARIO'      TO WS-DC-ROTULO
           MOVE ST-BENEFICIARIO     TO WS-DC-VALOR
           PERFORM P506-CAMPO THRU P506-FIM
           .
       P510-FIM.
           EXIT.

       P520-RESPONSAVEL.
           MOVE 'RESPONSAVEL VINCULADO'   TO WS-DS-TITULO
           PERFORM P505-SECAO THRU P505-FIM

           IF WS-ID-RESP EQUAL ZEROS
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P520-FIM
           END-IF

           SET FS-RSP-OK            TO TRUE
           OPEN INPUT RESPONSAVEIS
           IF NOT FS-RSP-OK
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P520-FIM
           END-IF

           MOVE WS-ID-RESP          TO RSP-ID
           READ RESPONSAVEIS
               INVALID KEY
                   PERFORM P507-NENHUM THRU P507-FIM
               NOT INVALID KEY
                   MOVE 'ID'          TO WS-DC-ROTULO
                   MOVE RSP-ID        TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'NOME'        TO WS-DC-ROTULO
                   MOVE RSP-NOME      TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'TELEFONE'    TO WS-DC-ROTULO
                   MOVE RSP-TELEFONE  TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'ENDERECO'    TO WS-DC-ROTULO
                   MOVE RSP-ENDERECO  TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'EMAIL'       TO WS-DC-ROTULO
                   MOVE RSP-EMAIL     TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
           END-READ

           CLOSE RESPONSAVEIS
           .
       P520-FIM.
           EXIT.

       P530-INEP.
           MOVE 'CODIGO INEP (CENSO)'     TO WS-DS-TITULO
           PERFORM P505-SECAO THRU P505-FIM

           SET FS-INP-OK            TO TRUE
           OPEN INPUT CODINEP
           IF NOT FS-INP-OK
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P530-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO INP-ID-ALUNO
           READ CODINEP
               INVALID KEY
                   PERFORM P507-NENHUM THRU P507-FIM
               NOT INVALID KEY
                   MOVE 'CODIGO INEP' TO WS-DC-ROTULO
                   MOVE INP-COD-INEP  TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'ANO DO CENSO' TO WS-DC-ROTULO
                   MOVE INP-ANO-CENSO TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
           END-READ

           CLOSE CODINEP
           .
       P530-FIM.
           EXIT.

       P540-SAUDE.
           MOVE 'FICHA DE SAUDE'          TO WS-DS-TITULO
           PERFORM P505-SECAO THRU P505-FIM

           SET FS-SAU-OK            TO TRUE
           OPEN INPUT SAUDE
           IF NOT FS-SAU-OK
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P540-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO SAU-ID-ALUNO
           READ SAUDE
               INVALID KEY
                   PERFORM P507-NENHUM THRU P507-FIM
               NOT INVALID KEY
                   MOVE 'ALERGIAS'    TO WS-DC-ROTULO
                   MOVE SAU-ALERGIAS  TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'CONDICOES'   TO WS-DC-ROTULO
                   MOVE SAU-CONDICOES TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'MEDICACAO'   TO WS-DC-ROTULO
                   MOVE SAU-MEDICACAO TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'CONTATO EMERGENCIA' TO WS-DC-ROTULO
                   MOVE SAU-CONTATO-EMERG TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'TEL. EMERGENCIA' TO WS-DC-ROTULO
                   MOVE SAU-TEL-EMERG TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'PLANO/CONVENIO' TO WS-DC-ROTULO
                   MOVE SAU-PLANO     TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'AUTORIZACAO' TO WS-DC-ROTULO
                   MOVE SAU-AUTORIZACAO TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
           END-READ

           CLOSE SAUDE
           .
       P540-FIM.
           EXIT.

       P550-AEE.
           MOVE 'ATENDIMENTO ESPECIALIZADO (AEE)' TO WS-DS-TITULO
           PERFORM P505-SECAO THRU P505-FIM

           SET FS-AEE-OK            TO TRUE
           OPEN INPUT AEE
           IF NOT FS-AEE-OK
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P550-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO AEE-ID-ALUNO
           READ AEE
               INVALID KEY
                   PERFORM P507-NENHUM THRU P507-FIM
               NOT INVALID KEY
                   MOVE 'NECESSIDADES' TO WS-DC-ROTULO
                   STRING AEE-NECESSIDADE(1) ' '
                          AEE-NECESSIDADE(2) ' '
                          AEE-NECESSIDADE(3) DELIMITED BY SIZE
                          INTO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'DESCRICAO'   TO WS-DC-ROTULO
                   MOVE AEE-DESCRICAO TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'DATA DO LAUDO' TO WS-DC-ROTULO
                   MOVE AEE-DT-LAUDO  TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'PROFISSIONAL APOIO' TO WS-DC-ROTULO
                   MOVE AEE-PROF-APOIO TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'ANO DO PEI'  TO WS-DC-ROTULO
                   MOVE AEE-ANO-PEI   TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 4
                       MOVE 'META DO BIMESTRE' TO WS-DC-ROTULO
                       MOVE AEE-PEI-META(WS-IDX) TO WS-DC-VALOR
                       PERFORM P506-CAMPO THRU P506-FIM
                   END-PERFORM
           END-READ

           CLOSE AEE
           .
       P550-FIM.
           EXIT.

       P560-TRANSPORTE.
           MOVE 'TRANSPORTE ESCOLAR'      TO WS-DS-TITULO
           PERFORM P505-SECAO THRU P505-FIM

           SET FS-TRA-OK            TO TRUE
           OPEN INPUT TRANSP
           IF NOT FS-TRA-OK
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P560-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO TRA-ID-ALUNO
           READ TRANSP
               INVALID KEY
                   PERFORM P507-NENHUM THRU P507-FIM
               NOT INVALID KEY
                   MOVE 'ROTA'        TO WS-DC-ROTULO
                   MOVE TRA-ROTA      TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'PARADA'      TO WS-DC-ROTULO
                   MOVE TRA-PARADA    TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
                   MOVE 'INICIO'      TO WS-DC-ROTULO
                   MOVE TRA-DT-INICIO TO WS-DC-VALOR
                   PERFORM P506-CAMPO THRU P506-FIM
           END-READ

           CLOSE TRANSP
           .
       P560-FIM.
           EXIT.

       P570-OCORRENCIAS.
           MOVE 'OCORRENCIAS DISCIPLINARES' TO WS-DS-TITULO
           PERFORM P505-SECAO THRU P505-FIM
           MOVE ZEROS               TO WS-CONT

           SET FS-OCO-OK            TO TRUE
           OPEN INPUT OCORRENCIAS
           IF NOT FS-OCO-OK
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P570-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE WS-ID-PESQUISA      TO OCO-ID-ALUNO
           MOVE ZEROS               TO OCO-DATA
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
                       IF OCO-ID-ALUNO NOT EQUAL WS-ID-PESQUISA
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           MOVE OCO-DATA      TO WS-DO-DATA
                           MOVE OCO-SEQ       TO WS-DO-SEQ
                           MOVE OCO-TIPO      TO WS-DO-TIPO
                           MOVE OCO-DESCRICAO TO WS-DO-DESCRICAO
                           MOVE OCO-OPERADOR  TO WS-DO-OPERADOR
                           WRITE REL-LINHA FROM WS-DET-OCORR
                       END-IF
               END-READ
           END-PERFORM

           CLOSE OCORRENCIAS

           IF WS-CONT EQUAL ZEROS
               PERFORM P507-NENHUM THRU P507-FIM
           END-IF
           .
       P570-FIM.
           EXIT.

       P580-NOTAS.
           MOVE 'NOTAS DO ANO LETIVO'     TO WS-DS-TITULO
           PERFORM P505-SECAO THRU P505-FIM
           MOVE ZEROS               TO WS-CONT

           SET FS-DISC-OK           TO TRUE
           OPEN INPUT DISCIPLINAS
           IF NOT FS-DISC-OK
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P580-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE WS-ID-PESQUISA      TO DISC-ID-ALUNO
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
                       IF DISC-ID-ALUNO NOT EQUAL WS-ID-PESQUISA
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           MOVE DISC-ANO-LETIVO   TO WS-DN-ANO
                           MOVE DISC-NM-MATERIA   TO WS-DN-MATERIA
                           MOVE DISC-BIMESTRE     TO WS-DN-BIMESTRE
                           MOVE DISC-MEDIA        TO WS-DN-MEDIA
                           MOVE DISC-CONCEITO     TO WS-DN-CONCEITO
                           MOVE DISC-ST-APROVACAO TO WS-DN-SITUACAO
                           MOVE SPACES            TO WS-DN-TURMA
                           WRITE REL-LINHA FROM WS-DET-NOTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DISCIPLINAS

           IF WS-CONT EQUAL ZEROS
               PERFORM P507-NENHUM THRU P507-FIM
           END-IF
           .
       P580-FIM.
           EXIT.

       P590-HISTORICO.
           MOVE 'HISTORICO ESCOLAR'       TO WS-DS-TITULO
           PERFORM P505-SECAO THRU P505-FIM
           MOVE ZEROS               TO WS-CONT

           SET FS-HIST-OK           TO TRUE
           OPEN INPUT HISTORICO
           IF NOT FS-HIST-OK
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P590-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE WS-ID-PESQUISA      TO HIST-ID-ALUNO
           MOVE ZEROS               TO HIST-ANO-LETIVO
           MOVE ZEROS               TO HIST-ID-MATERIA
           MOVE ZEROS               TO HIST-BIMESTRE
           START HISTORICO KEY IS NOT LESS THAN HIST-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ HISTORICO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF HIST-ID-ALUNO NOT EQUAL WS-ID-PESQUISA
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           MOVE HIST-ANO-LETIVO   TO WS-DN-ANO
                           MOVE HIST-NM-MATERIA   TO WS-DN-MATERIA
                           MOVE HIST-BIMESTRE     TO WS-DN-BIMESTRE
                           MOVE HIST-MEDIA        TO WS-DN-MEDIA
                           MOVE HIST-CONCEITO     TO WS-DN-CONCEITO
                           MOVE HIST-ST-APROVACAO TO WS-DN-SITUACAO
                           MOVE HIST-TURMA        TO WS-DN-TURMA
                           WRITE REL-LINHA FROM WS-DET-NOTA
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORICO

           IF WS-CONT EQUAL ZEROS
               PERFORM P507-NENHUM THRU P507-FIM
           END-IF
           .
       P590-FIM.
           EXIT.

       P600-FREQUENCIA.
           MOVE 'FREQUENCIA ANUAL'        TO WS-DS-TITULO
           PERFORM P505-SECAO THRU P505-FIM
           MOVE ZEROS               TO WS-CONT

           SET FS-FQA-OK            TO TRUE
           OPEN INPUT FREQANUAL
           IF NOT FS-FQA-OK
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P600-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE WS-ID-PESQUISA      TO FQA-ID-ALUNO
           MOVE ZEROS               TO FQA-ANO-LETIVO
           START FREQANUAL KEY IS NOT LESS THAN FQA-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ FREQANUAL NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF FQA-ID-ALUNO NOT EQUAL WS-ID-PESQUISA
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           MOVE FQA-ANO-LETIVO    TO WS-DF-ANO
                           MOVE FQA-DIAS-LETIVOS  TO WS-DF-DIAS
                           MOVE FQA-FALTAS        TO WS-DF-FALTAS
                           MOVE FQA-FALTAS-JUST   TO WS-DF-JUST
                           MOVE FQA-PERC-PRESENCA TO WS-DF-PERC
                           WRITE REL-LINHA FROM WS-DET-FREQ
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FREQANUAL

           IF WS-CONT EQUAL ZEROS
               PERFORM P507-NENHUM THRU P507-FIM
           END-IF
           .
       P600-FIM.
           EXIT.

       P610-ALTERACOES.
           MOVE 'ALTERACOES NO CADASTRO (LOGALUNO)' TO WS-DS-TITULO
           PERFORM P505-SECAO THRU P505-FIM
           MOVE ZEROS               TO WS-CONT

           SET FS-LOG-OK            TO TRUE
           OPEN INPUT LOGALUNO
           IF NOT FS-LOG-OK
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P610-FIM
           END-IF

           SET EOF-OK               TO FALSE
           PERFORM UNTIL EOF-OK
               READ LOGALUNO
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF LOG-ID-ALUNO EQUAL WS-ID-PESQUISA
                           ADD 1 TO WS-CONT
                           MOVE LOG-DATA        TO WS-DL-DATA
                           MOVE LOG-HORA        TO WS-DL-HORA
                           MOVE LOG-OPERACAO    TO WS-DL-OPERACAO
                           MOVE LOG-OPERADOR-ID TO WS-DL-OPERADOR
                           WRITE REL-LINHA FROM WS-DET-LOG
                       END-IF
               END-READ
           END-PERFORM

           CLOSE LOGALUNO

           IF WS-CONT EQUAL ZEROS
               PERFORM P507-NENHUM THRU P507-FIM
           END-IF
           .
       P610-FIM.
           EXIT.

       P620-ACESSOS.
           MOVE 'ACESSOS AOS DADOS SENSIVEIS' TO WS-DS-TITULO
           PERFORM P505-SECAO THRU P505-FIM
           MOVE ZEROS               TO WS-CONT

           SET FS-ACE-OK            TO TRUE
           OPEN INPUT ACESSOS
           IF NOT FS-ACE-OK
               PERFORM P507-NENHUM THRU P507-FIM
               GO TO P620-FIM
           END-IF

           SET EOF-OK               TO FALSE
           PERFORM UNTIL EOF-OK
               READ ACESSOS
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P420-LINHA-ACESSO THRU P420-FIM
               END-READ
           END-PERFORM

           CLOSE ACESSOS

           IF WS-CONT EQUAL ZEROS
               PERFORM P507-NENHUM THRU P507-FIM
           END-IF
           .
       P620-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM LGPDTIT.
