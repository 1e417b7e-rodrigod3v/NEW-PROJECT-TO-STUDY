      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:BALCAO DE DECLARACOES NUMERADAS E AUTENTICAVEIS
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. AS DECLARACOES DE
      *         MATRICULA, DE ESCOLARIDADE E DE FREQUENCIA PEDIDAS NO
      *         BALCAO ERAM DIGITADAS NO EDITOR DE TEXTO E JA
      *         APARECERAM DECLARACOES FALSIFICADAS. ESTE PROGRAMA AS
      *         EMITE A PARTIR DE ALUNOS.DAT (TURMA/TURNO DE
      *         TURMAS.DAT, CODIGO INEP DE CODINEP.DAT), HISTORICO.DAT
      *         (ANOS CURSADOS) E FREQUENCIA.DAT/FREQANUAL.DAT (ANO EM
      *         CURSO/ANOS ENCERRADOS), EM DOC_NNNNNNN.TXT. CADA
      *         DOCUMENTO RECEBE DO SUBPROGRAMA REGDOC UM NUMERO
      *         SEQUENCIAL E UM CODIGO DE AUTENTICACAO, REGISTRADOS EM
      *         DOCEMITIDOS.DAT COM ALUNO, TIPO, DATA E OPERADOR. A
      *         CONFERENCIA PELO CODIGO E LIVRE A QUALQUER OPERADOR
      *         (ESCOLAS E EMPREGADORES TELEFONAM PARA CONFIRMAR); O
      *         CANCELAMENTO DE DOCUMENTO E RESTRITO A COORDENACAO
      * UPDATE: 15/10/2026 MULTI-UNIDADE: SO EMITE DECLARACAO PARA ALUNO
      *         DA UNIDADE DO LOGIN (UNIDADE-ALUNO, ZERO = 01), QUE E A
      *         UNIDADE IMPRESSA NO DOCUMENTO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMITEDOC.

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

                SELECT TURMAS ASSIGN TO
                WS-TURMAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS TUR-CODIGO
                FILE STATUS IS WS-FS-TUR.

                SELECT CODINEP ASSIGN TO
                WS-CODINEP-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS INP-ID-ALUNO
                ALTERNATE RECORD KEY IS INP-COD-INEP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-INP.

                SELECT HISTORICO ASSIGN TO
                WS-HISTORICO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HIST-CHAVE
                FILE STATUS IS WS-FS-HIST.

                SELECT FREQUENCIA ASSIGN TO
                WS-FREQUENCIA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FREQ-CHAVE
                FILE STATUS IS WS-FS-FREQ.

                SELECT FREQANUAL ASSIGN TO
                WS-FREQANUAL-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FQA-CHAVE
                FILE STATUS IS WS-FS-FQA.

                SELECT DOCEMITIDOS ASSIGN TO
                WS-DOCEMITIDOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DOE-NUMERO
                ALTERNATE RECORD KEY IS DOE-COD-AUTENT
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS DOE-ID-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-DOE.

                SELECT OPERADORES ASSIGN TO
                WS-OPERADORES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPER-ID
                FILE STATUS IS WS-FS-OPER.

                SELECT DOCUMENTO ASSIGN TO
                WS-DOCUMENTO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-DOC.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
           COPY DATABASE.

       FD TURMAS.
           COPY TURMAS.

       FD CODINEP.
           COPY CODINEP.

       FD HISTORICO.
           COPY HISTORICO.

       FD FREQUENCIA.
           COPY FREQUENCIA.

       FD FREQANUAL.
           COPY FREQANUAL.

       FD DOCEMITIDOS.
           COPY DOCEMIT.

       FD OPERADORES.
           COPY OPERADORES.

       FD DOCUMENTO.
         01 DOC-LINHA                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY DOCAREA.

         01 WS-OPERADORES-PATH              PIC X(80).
         01 WS-DOCUMENTO-PATH               PIC X(80).

         01 WS-LIN-TRACO.
           03 FILLER                      PIC X(80) VALUE ALL '-'.
         01 WS-CAB-ESCOLA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 WS-CE-ESCOLA                PIC X(40).
         01 WS-CAB-TITULO.
           03 FILLER                      PIC X(24) VALUE SPACES.
           03 WS-CT-TITULO                PIC X(40).
         01 WS-LIN-TEXTO                  PIC X(80).
         01 WS-LIN-ANO.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 FILLER                      PIC X(04) VALUE 'ANO '.
           03 WS-LA-ANO                   PIC 9(04).
           03 FILLER                      PIC X(09) VALUE '  TURMA: '.
           03 WS-LA-TURMA                 PIC X(10).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-LA-OBS                   PIC X(45).
         01 WS-LIN-AUTENT.
           03 FILLER                      PIC X(14)
              VALUE 'DOCUMENTO No. '.
           03 WS-LU-NUMERO                PIC 9(07).
           03 FILLER                      PIC X(28)
              VALUE '   CODIGO DE AUTENTICACAO: '.
           03 WS-LU-CODIGO                PIC X(09).
         01 WS-LIN-CONFERE.
           03 FILLER                      PIC X(40)
              VALUE 'A AUTENTICIDADE DESTE DOCUMENTO PODE SER'.
           03 FILLER                      PIC X(40)
              VALUE ' CONFIRMADA NA SECRETARIA PELO CODIGO.'.
         01 WS-ASSINATURA-2.
           03 FILLER                      PIC X(30) VALUE SPACES.
           03 FILLER                      PIC X(30) VALUE ALL '_'.
         01 WS-ASSINATURA-3.
           03 FILLER                      PIC X(33) VALUE SPACES.
           03 WS-AS3-TITULO               PIC X(25).

      * ANOS CURSADOS PARA A DECLARACAO DE ESCOLARIDADE
         01 WS-TAB-ANOS.
           03 WS-TA-ITEM OCCURS 20.
              05 WS-TA-ANO                PIC 9(04).
              05 WS-TA-TURMA              PIC X(10).
              05 WS-TA-EXTERNO            PIC X(01).
              05 WS-TA-ESCOLA             PIC X(40).
         77 WS-QTD-ANOS                    PIC 9(02) VALUE ZEROS.
         77 WS-IDX-ANO                     PIC 9(02) VALUE ZEROS.

         01 WS-DATA-EDIT.
           03 WS-DE-DIA                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE '/'.
           03 WS-DE-MES                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE '/'.
           03 WS-DE-ANO                   PIC 9(04).
         01 WS-DATA-AUX                    PIC 9(08).
         01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           03 WS-DA-ANO                   PIC 9(04).
           03 WS-DA-MES                   PIC 9(02).
           03 WS-DA-DIA                   PIC 9(02).

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-INP                      PIC 99.
           88 FS-INP-OK                    VALUE 0.
         77 WS-FS-HIST                     PIC 99.
           88 FS-HIST-OK                   VALUE 0.
         77 WS-FS-FREQ                     PIC 99.
           88 FS-FREQ-OK                   VALUE 0.
         77 WS-FS-FQA                      PIC 99.
           88 FS-FQA-OK                    VALUE 0.
         77 WS-FS-DOE                      PIC 99.
           88 FS-DOE-OK                    VALUE 0.
         77 WS-FS-OPER                     PIC 99.
           88 FS-OPER-OK                   VALUE 0.
         77 WS-FS-DOC                      PIC 99.
           88 FS-DOC-OK                    VALUE 0.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-PODE-EMITIR                 PIC X     VALUE 'N'.
           88 PODE-EMITIR                  VALUE 'S' FALSE 'N'.
         77 WS-ACHOU                       PIC X     VALUE 'N'.
           88 ACHOU-OK                     VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-TIPO-DOC                    PIC X(01) VALUE SPACES.
         77 WS-ID-PESQUISA                 PIC 9(05) VALUE ZEROS.
         77 WS-NUMERO-PESQUISA             PIC 9(07) VALUE ZEROS.
         77 WS-CODIGO-DIGITADO             PIC X(09) VALUE SPACES.
         77 WS-CODIGO-PESQUISA             PIC X(08) VALUE SPACES.
         77 WS-NIVEL-OPER                  PIC 9(01) VALUE ZEROS.
         77 WS-HOJE                        PIC 9(08) VALUE ZEROS.
         77 WS-ANO-DOC                     PIC 9(04) VALUE ZEROS.
         77 WS-TURNO-DESC                  PIC X(06) VALUE SPACES.
         77 WS-COD-INEP                    PIC X(14) VALUE SPACES.
         77 WS-NASC-EDIT                   PIC X(10) VALUE SPACES.
         77 WS-HOJE-EDIT                   PIC X(10) VALUE SPACES.
         77 WS-DIAS                        PIC 9(03) VALUE ZEROS.
         77 WS-FALTAS                      PIC 9(03) VALUE ZEROS.
         77 WS-FALTAS-JUST                 PIC 9(03) VALUE ZEROS.
         77 WS-PERC-PRESENCA               PIC 9(03)V99 VALUE ZEROS.
         77 WS-DIAS-EDIT                   PIC ZZ9.
         77 WS-FALTAS-EDIT                 PIC ZZ9.
         77 WS-JUST-EDIT                   PIC ZZ9.
         77 WS-PERC-EDIT                   PIC ZZ9,99.
         77 WS-ID-EDIT                     PIC ZZZZ9.
         77 WS-DATA-INI                    PIC 9(08) VALUE ZEROS.
         77 WS-DATA-FIM                    PIC 9(08) VALUE ZEROS.
         77 WS-PTR                         PIC 9(03) VALUE 1.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         77 WS-TIPO-DESC                   PIC X(14) VALUE SPACES.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.

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
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\REGDOC' DELIMITED BY SIZE
                  INTO WS-BIN-REGDOC-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CODINEP.DAT' DELIMITED BY SIZE
                  INTO WS-CODINEP-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\HISTORICO.DAT' DELIMITED BY SIZE
                  INTO WS-HISTORICO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQANUAL.DAT' DELIMITED BY SIZE
                  INTO WS-FREQANUAL-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DOCEMITIDOS.DAT' DELIMITED BY SIZE
                  INTO WS-DOCEMITIDOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OPERADORES.DAT' DELIMITED BY SIZE
                  INTO WS-OPERADORES-PATH
           .
       P100-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** DECLARACOES ****'
           DISPLAY '  1 - DECLARACAO DE MATRICULA'
           DISPLAY '  2 - DECLARACAO DE ESCOLARIDADE'
           DISPLAY '  3 - DECLARACAO DE FREQUENCIA'
           DISPLAY '  4 - CONFERIR AUTENTICIDADE PELO CODIGO'
           DISPLAY '  5 - DOCUMENTOS EMITIDOS PARA UM ALUNO'
           DISPLAY '  6 - CANCELAR DOCUMENTO (COORDENACAO)'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           ACCEPT WS-HOJE           FROM DATE YYYYMMDD

           EVALUATE WS-OPCAO
               WHEN '1'
                   MOVE 'M'         TO WS-TIPO-DOC
                   PERFORM P400-EMITE        THRU P400-FIM
               WHEN '2'
                   MOVE 'E'         TO WS-TIPO-DOC
                   PERFORM P400-EMITE        THRU P400-FIM
               WHEN '3'
                   MOVE 'F'         TO WS-TIPO-DOC
                   PERFORM P400-EMITE        THRU P400-FIM
               WHEN '4'
                   PERFORM P600-AUTENTICIDADE THRU P600-FIM
               WHEN '5'
                   PERFORM P700-LISTA-ALUNO  THRU P700-FIM
               WHEN '6'
                   PERFORM P800-CANCELA      THRU P800-FIM
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
      * EMISSAO DE UMA DECLARACAO DO TIPO WS-TIPO-DOC: CONFERE O ALUNO,
      * APURA OS DADOS, REGISTRA NO REGDOC E SO ENTAO IMPRIME, PARA
      * NENHUM DOCUMENTO SAIR SEM NUMERO E CODIGO
      ******************************************************************
       P400-EMITE.
           SET FS-OK                TO TRUE
           SET PODE-EMITIR          TO FALSE

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P400-FIM
           END-IF

           DISPLAY 'ID DO ALUNO: '
           ACCEPT ID-ALUNO
           MOVE ID-ALUNO            TO WS-ID-PESQUISA

           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO REGISTRADO'
               NOT INVALID KEY
                   SET PODE-EMITIR  TO TRUE
           END-READ

           IF NOT PODE-EMITIR
               CLOSE ALUNOS
               GO TO P400-FIM
           END-IF

      * A DECLARACAO SAI COM O NOME DA UNIDADE DO LOGIN: ALUNO DE OUTRA
      * UNIDADE E ATENDIDO NO BALCAO DELA
           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND
              UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               DISPLAY '*** ALUNO DA UNIDADE ' WS-UNIDADE-ALU
                       ' - DECLARACAO NAO EMITIDA ***'
               CLOSE ALUNOS
               GO TO P400-FIM
           END-IF

           DISPLAY 'ALUNO: ' NM-ALUNO ' TURMA: ' TURMA-ALUNO
           MOVE CFG-ANO-LETIVO      TO WS-ANO-DOC

           EVALUATE WS-TIPO-DOC
               WHEN 'M'
                   IF NOT ALUNO-ATIVO OR
                      NOT (MAT-MATRICULADO OR MAT-LEGADO)
                       DISPLAY '*** ALUNO SEM MATRICULA ATIVA - '
                               'DECLARACAO NAO EMITIDA ***'
                       SET PODE-EMITIR TO FALSE
                   END-IF
               WHEN 'E'
                   PERFORM P420-ANOS-CURSADOS THRU P420-FIM
                   IF WS-QTD-ANOS EQUAL ZEROS
                       DISPLAY '*** NENHUM ANO CURSADO NA ESCOLA - '
                               'DECLARACAO NAO EMITIDA ***'
                       SET PODE-EMITIR TO FALSE
                   END-IF
               WHEN 'F'
                   PERFORM P440-APURA-FREQUENCIA THRU P440-FIM
           END-EVALUATE

           IF NOT PODE-EMITIR
               CLOSE ALUNOS
               GO TO P400-FIM
           END-IF

           PERFORM P410-DADOS-COMUNS THRU P410-FIM

           DISPLAY 'CONFIRMA A EMISSAO? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'EMISSAO CANCELADA'
               CLOSE ALUNOS
               GO TO P400-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO RD-ID-ALUNO
           MOVE NM-ALUNO            TO RD-NM-ALUNO
           MOVE WS-TIPO-DOC         TO RD-TIPO
           MOVE TURMA-ALUNO         TO RD-TURMA
           MOVE WS-ANO-DOC          TO RD-ANO-LETIVO
           MOVE LK-OPERADOR-ID      TO RD-OPERADOR
           MOVE 'N'                 TO RD-OK

           CALL WS-BIN-REGDOC-PATH USING WS-REGDOC-AREA
               ON EXCEPTION
                   DISPLAY 'REGDOC INDISPONIVEL - DOCUMENTO NAO '
                           'EMITIDO'
           END-CALL

           IF RD-OK NOT EQUAL 'S'
               CLOSE ALUNOS
               GO TO P400-FIM
           END-IF

           PERFORM P500-IMPRIME     THRU P500-FIM

           CLOSE ALUNOS
           .
       P400-FIM.
           EXIT.

      * TURNO, CODIGO INEP E DATAS POR EXTENSO COMUNS AOS TRES TIPOS
       P410-DADOS-COMUNS.
           MOVE SPACES              TO WS-TURNO-DESC
           SET FS-TUR-OK            TO TRUE
           OPEN INPUT TURMAS
           IF FS-TUR-OK
               MOVE TURMA-ALUNO     TO TUR-CODIGO
               READ TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN TURNO-MANHA
                               MOVE 'MANHA'  TO WS-TURNO-DESC
                           WHEN TURNO-TARDE
                               MOVE 'TARDE'  TO WS-TURNO-DESC
                           WHEN TURNO-NOITE
                               MOVE 'NOITE'  TO WS-TURNO-DESC
                       END-EVALUATE
               END-READ
               CLOSE TURMAS
           END-IF

           MOVE 'NAO INFORMADO'     TO WS-COD-INEP
           SET FS-INP-OK            TO TRUE
           OPEN INPUT CODINEP
           IF FS-INP-OK
               MOVE WS-ID-PESQUISA  TO INP-ID-ALUNO
               READ CODINEP
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE INP-COD-INEP TO WS-COD-INEP
               END-READ
               CLOSE CODINEP
           END-IF

           MOVE DT-NASCIMENTO       TO WS-DATA-AUX
           PERFORM P590-EDITA-DATA  THRU P590-FIM
           MOVE WS-DATA-EDIT        TO WS-NASC-EDIT
           MOVE WS-HOJE             TO WS-DATA-AUX
           PERFORM P590-EDITA-DATA  THRU P590-FIM
           MOVE WS-DATA-EDIT        TO WS-HOJE-EDIT
           .
       P410-FIM.
           EXIT.

      * ANOS CURSADOS (HISTORICO, INCLUSIVE OS DE OUTRA ESCOLA) E O ANO
      * EM CURSO QUANDO O ALUNO ESTA MATRICULADO
       P420-ANOS-CURSADOS.
           MOVE ZEROS               TO WS-QTD-ANOS
           SET FS-HIST-OK           TO TRUE
           SET EOF-OK               TO FALSE

           OPEN INPUT HISTORICO
           IF NOT FS-HIST-OK
               GO TO P420-CORRENTE
           END-IF

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
                           PERFORM P425-GUARDA-ANO THRU P425-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HISTORICO
           .
       P420-CORRENTE.
           IF ALUNO-ATIVO AND (MAT-MATRICULADO OR MAT-LEGADO) AND
              WS-QTD-ANOS < 20
               ADD 1 TO WS-QTD-ANOS
               MOVE CFG-ANO-LETIVO  TO WS-TA-ANO(WS-QTD-ANOS)
               MOVE TURMA-ALUNO     TO WS-TA-TURMA(WS-QTD-ANOS)
               MOVE 'C'             TO WS-TA-EXTERNO(WS-QTD-ANOS)
               MOVE SPACES          TO WS-TA-ESCOLA(WS-QTD-ANOS)
           END-IF
           .
       P420-FIM.
           EXIT.

       P425-GUARDA-ANO.
           IF WS-QTD-ANOS > ZEROS
               IF WS-TA-ANO(WS-QTD-ANOS) EQUAL HIST-ANO-LETIVO
                   IF HIST-TURMA NOT EQUAL SPACES
                       MOVE HIST-TURMA TO WS-TA-TURMA(WS-QTD-ANOS)
                   END-IF
                   GO TO P425-FIM
               END-IF
           END-IF

           IF WS-QTD-ANOS NOT < 20
               GO TO P425-FIM
           END-IF

           ADD 1 TO WS-QTD-ANOS
           MOVE HIST-ANO-LETIVO     TO WS-TA-ANO(WS-QTD-ANOS)
           MOVE HIST-TURMA          TO WS-TA-TURMA(WS-QTD-ANOS)
           IF HIST-ANO-EXTERNO
               MOVE 'S'             TO WS-TA-EXTERNO(WS-QTD-ANOS)
               MOVE HIST-ESCOLA-ORIGEM TO WS-TA-ESCOLA(WS-QTD-ANOS)
           ELSE
               MOVE 'N'             TO WS-TA-EXTERNO(WS-QTD-ANOS)
               MOVE SPACES          TO WS-TA-ESCOLA(WS-QTD-ANOS)
           END-IF
           .
       P425-FIM.
           EXIT.

      ******************************************************************
      * FREQUENCIA DO ANO PEDIDO: ANO EM CURSO PELAS CHAMADAS DE
      * FREQUENCIA.DAT ATE HOJE; ANO ENCERRADO PELO ARQUIVADO EM
      * FREQANUAL.DAT. SEM REGISTRO NAO HA DECLARACAO
      ******************************************************************
       P440-APURA-FREQUENCIA.
           MOVE ZEROS               TO WS-ANO-DOC
           DISPLAY 'ANO LETIVO (0 PARA ' CFG-ANO-LETIVO '): '
           ACCEPT WS-ANO-DOC
           IF WS-ANO-DOC EQUAL ZEROS
               MOVE CFG-ANO-LETIVO  TO WS-ANO-DOC
           END-IF

           MOVE ZEROS               TO WS-DIAS
           MOVE ZEROS               TO WS-FALTAS
           MOVE ZEROS               TO WS-FALTAS-JUST
           MOVE ZEROS               TO WS-PERC-PRESENCA

           IF WS-ANO-DOC EQUAL CFG-ANO-LETIVO
               PERFORM P450-FREQ-CORRENTE THRU P450-FIM
           ELSE
               PERFORM P460-FREQ-ARQUIVADA THRU P460-FIM
           END-IF

           IF WS-DIAS EQUAL ZEROS
               DISPLAY '*** SEM FREQUENCIA REGISTRADA NO ANO - '
                       'DECLARACAO NAO EMITIDA ***'
               SET PODE-EMITIR TO FALSE
           END-IF
           .
       P440-FIM.
           EXIT.

       P450-FREQ-CORRENTE.
           SET FS-FREQ-OK           TO TRUE
           SET EOF-OK               TO FALSE
           COMPUTE WS-DATA-INI = WS-ANO-DOC * 10000 + 0101
           COMPUTE WS-DATA-FIM = WS-ANO-DOC * 10000 + 1231

           OPEN INPUT FREQUENCIA
           IF NOT FS-FREQ-OK
               GO TO P450-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO FREQ-ID-ALUNO
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
                       IF FREQ-ID-ALUNO NOT EQUAL WS-ID-PESQUISA OR
                          FREQ-DATA > WS-DATA-FIM
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-DIAS
                           IF PRESENCA-FALTA
                               ADD 1 TO WS-FALTAS
                           END-IF
                           IF PRESENCA-JUSTIFICADA
                               ADD 1 TO WS-FALTAS-JUST
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FREQUENCIA

           IF WS-DIAS > ZEROS
               COMPUTE WS-PERC-PRESENCA ROUNDED =
                       (WS-DIAS - WS-FALTAS) * 100 / WS-DIAS
           END-IF
           .
       P450-FIM.
           EXIT.

       P460-FREQ-ARQUIVADA.
           SET FS-FQA-OK            TO TRUE
           OPEN INPUT FREQANUAL
           IF NOT FS-FQA-OK
               GO TO P460-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO FQA-ID-ALUNO
           MOVE WS-ANO-DOC          TO FQA-ANO-LETIVO
           READ FREQANUAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FQA-DIAS-LETIVOS  TO WS-DIAS
                   MOVE FQA-FALTAS        TO WS-FALTAS
                   MOVE FQA-FALTAS-JUST   TO WS-FALTAS-JUST
                   MOVE FQA-PERC-PRESENCA TO WS-PERC-PRESENCA
           END-READ

           CLOSE FREQANUAL
           .
       P460-FIM.
           EXIT.

      ******************************************************************
      * IMPRIME O DOCUMENTO JA REGISTRADO, COM NUMERO E CODIGO DE
      * AUTENTICACAO NO RODAPE
      ******************************************************************
       P500-IMPRIME.
           SET FS-DOC-OK            TO TRUE
           MOVE SPACES              TO WS-DOCUMENTO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DOC_' DELIMITED BY SIZE
                  RD-NUMERO DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-DOCUMENTO-PATH

           OPEN OUTPUT DOCUMENTO
           IF NOT FS-DOC-OK
               DISPLAY 'ERRO AO ABRIR O DOCUMENTO'
               DISPLAY 'FILE STATUS: ' WS-FS-DOC
               DISPLAY 'DOCUMENTO ' RD-NUMERO ' REGISTRADO SEM '
                       'IMPRESSAO - CANCELE E EMITA DE NOVO'
               GO TO P500-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           MOVE CFG-TITULO-ASSINATURA TO WS-AS3-TITULO
           EVALUATE WS-TIPO-DOC
               WHEN 'M'
                   MOVE 'DECLARACAO DE MATRICULA'    TO WS-CT-TITULO
               WHEN 'E'
                   MOVE 'DECLARACAO DE ESCOLARIDADE' TO WS-CT-TITULO
               WHEN 'F'
                   MOVE 'DECLARACAO DE FREQUENCIA'   TO WS-CT-TITULO
           END-EVALUATE

           WRITE DOC-LINHA FROM WS-LIN-TRACO
           WRITE DOC-LINHA FROM WS-CAB-ESCOLA
           WRITE DOC-LINHA FROM WS-CAB-TITULO
           WRITE DOC-LINHA FROM WS-LIN-TRACO
           WRITE DOC-LINHA FROM SPACES

           MOVE WS-ID-PESQUISA      TO WS-ID-EDIT
           MOVE SPACES              TO WS-LIN-TEXTO
           STRING 'DECLARAMOS, PARA OS DEVIDOS FINS, QUE '
                      DELIMITED BY SIZE
                  NM-ALUNO DELIMITED BY '  '
                  INTO WS-LIN-TEXTO
           WRITE DOC-LINHA FROM WS-LIN-TEXTO
           MOVE SPACES              TO WS-LIN-TEXTO
           STRING '(ID ' DELIMITED BY SIZE
                  WS-ID-EDIT DELIMITED BY SIZE
                  ', CODIGO INEP ' DELIMITED BY SIZE
                  WS-COD-INEP DELIMITED BY '  '
                  '), NASCIDO(A) EM ' DELIMITED BY SIZE
                  WS-NASC-EDIT DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  INTO WS-LIN-TEXTO
           WRITE DOC-LINHA FROM WS-LIN-TEXTO

           EVALUATE WS-TIPO-DOC
               WHEN 'M'
                   PERFORM P510-TEXTO-MATRICULA THRU P510-FIM
               WHEN 'E'
                   PERFORM P520-TEXTO-ESCOLARIDADE THRU P520-FIM
               WHEN 'F'
                   PERFORM P530-TEXTO-FREQUENCIA THRU P530-FIM
           END-EVALUATE

           WRITE DOC-LINHA FROM SPACES
           MOVE SPACES              TO WS-LIN-TEXTO
           STRING 'EMITIDO EM ' DELIMITED BY SIZE
                  WS-HOJE-EDIT DELIMITED BY SIZE
                  ' POR ' DELIMITED BY SIZE
                  LK-OPERADOR-ID DELIMITED BY SPACE
                  '.' DELIMITED BY SIZE
                  INTO WS-LIN-TEXTO
           WRITE DOC-LINHA FROM WS-LIN-TEXTO
           WRITE DOC-LINHA FROM SPACES
           WRITE DOC-LINHA FROM SPACES
           WRITE DOC-LINHA FROM WS-ASSINATURA-2
           WRITE DOC-LINHA FROM WS-ASSINATURA-3
           WRITE DOC-LINHA FROM SPACES

           MOVE RD-NUMERO           TO WS-LU-NUMERO
           MOVE RD-COD-AUTENT       TO WS-CODIGO-PESQUISA
           PERFORM P595-EDITA-CODIGO THRU P595-FIM
           WRITE DOC-LINHA FROM WS-LIN-TRACO
           WRITE DOC-LINHA FROM WS-LIN-AUTENT
           WRITE DOC-LINHA FROM WS-LIN-CONFERE
           WRITE DOC-LINHA FROM WS-LIN-TRACO

           CLOSE DOCUMENTO

           DISPLAY 'DOCUMENTO No. ' RD-NUMERO ' CODIGO '
                   WS-LU-CODIGO
           DISPLAY 'DOCUMENTO GERADO EM: ' WS-DOCUMENTO-PATH
           .
       P500-FIM.
           EXIT.

       P510-TEXTO-MATRICULA.
           MOVE SPACES              TO WS-LIN-TEXTO
           STRING 'ESTA REGULARMENTE MATRICULADO(A) NESTA ESCOLA NO '
                      DELIMITED BY SIZE
                  'ANO LETIVO DE ' DELIMITED BY SIZE
                  CFG-ANO-LETIVO DELIMITED BY SIZE
                  ',' DELIMITED BY SIZE
                  INTO WS-LIN-TEXTO
           WRITE DOC-LINHA FROM WS-LIN-TEXTO
           MOVE SPACES              TO WS-LIN-TEXTO
           IF WS-TURNO-DESC EQUAL SPACES
               STRING 'NA TURMA ' DELIMITED BY SIZE
                      TURMA-ALUNO DELIMITED BY SPACE
                      '.' DELIMITED BY SIZE
                      INTO WS-LIN-TEXTO
           ELSE
               STRING 'NA TURMA ' DELIMITED BY SIZE
                      TURMA-ALUNO DELIMITED BY SPACE
                      ', TURNO DA ' DELIMITED BY SIZE
                      WS-TURNO-DESC DELIMITED BY SPACE
                      '.' DELIMITED BY SIZE
                      INTO WS-LIN-TEXTO
           END-IF
           WRITE DOC-LINHA FROM WS-LIN-TEXTO
           .
       P510-FIM.
           EXIT.

       P520-TEXTO-ESCOLARIDADE.
           MOVE 'TEM A SEGUINTE VIDA ESCOLAR REGISTRADA NESTA ESCOLA:'
                                    TO WS-LIN-TEXTO
           WRITE DOC-LINHA FROM WS-LIN-TEXTO
           WRITE DOC-LINHA FROM SPACES

           PERFORM VARYING WS-IDX-ANO FROM 1 BY 1
                   UNTIL WS-IDX-ANO > WS-QTD-ANOS
               MOVE WS-TA-ANO(WS-IDX-ANO)   TO WS-LA-ANO
               MOVE WS-TA-TURMA(WS-IDX-ANO) TO WS-LA-TURMA
               MOVE SPACES                  TO WS-LA-OBS
               EVALUATE WS-TA-EXTERNO(WS-IDX-ANO)
                   WHEN 'C'
                       MOVE 'CURSANDO'      TO WS-LA-OBS
                   WHEN 'S'
                       STRING 'CURSADO EM ' DELIMITED BY SIZE
                              WS-TA-ESCOLA(WS-IDX-ANO)
                                 DELIMITED BY SIZE
                              INTO WS-LA-OBS
                   WHEN OTHER
                       MOVE 'CURSADO NESTA ESCOLA' TO WS-LA-OBS
               END-EVALUATE
               WRITE DOC-LINHA FROM WS-LIN-ANO
           END-PERFORM
           .
       P520-FIM.
           EXIT.

       P530-TEXTO-FREQUENCIA.
           MOVE WS-DIAS             TO WS-DIAS-EDIT
           MOVE WS-FALTAS           TO WS-FALTAS-EDIT
           MOVE WS-FALTAS-JUST      TO WS-JUST-EDIT
           MOVE WS-PERC-PRESENCA    TO WS-PERC-EDIT

           MOVE SPACES              TO WS-LIN-TEXTO
           IF WS-ANO-DOC EQUAL CFG-ANO-LETIVO
               STRING 'TEVE NO ANO LETIVO DE ' DELIMITED BY SIZE
                      WS-ANO-DOC DELIMITED BY SIZE
                      ', ATE ' DELIMITED BY SIZE
                      WS-HOJE-EDIT DELIMITED BY SIZE
                      ', A SEGUINTE FREQUENCIA:' DELIMITED BY SIZE
                      INTO WS-LIN-TEXTO
           ELSE
               STRING 'TEVE NO ANO LETIVO DE ' DELIMITED BY SIZE
                      WS-ANO-DOC DELIMITED BY SIZE
                      ' A SEGUINTE FREQUENCIA:' DELIMITED BY SIZE
                      INTO WS-LIN-TEXTO
           END-IF
           WRITE DOC-LINHA FROM WS-LIN-TEXTO
           WRITE DOC-LINHA FROM SPACES

           MOVE SPACES              TO WS-LIN-TEXTO
           STRING '      DIAS LETIVOS: ' DELIMITED BY SIZE
                  WS-DIAS-EDIT DELIMITED BY SIZE
                  '   FALTAS: ' DELIMITED BY SIZE
                  WS-FALTAS-EDIT DELIMITED BY SIZE
                  '   JUSTIFICADAS: ' DELIMITED BY SIZE
                  WS-JUST-EDIT DELIMITED BY SIZE
                  INTO WS-LIN-TEXTO
           WRITE DOC-LINHA FROM WS-LIN-TEXTO
           MOVE SPACES              TO WS-LIN-TEXTO
           STRING '      PERCENTUAL DE PRESENCA: ' DELIMITED BY SIZE
                  WS-PERC-EDIT DELIMITED BY SIZE
                  '%' DELIMITED BY SIZE
                  INTO WS-LIN-TEXTO
           WRITE DOC-LINHA FROM WS-LIN-TEXTO
           .
       P530-FIM.
           EXIT.

      * DATA AAAAMMDD DE WS-DATA-AUX EM DD/MM/AAAA
       P590-EDITA-DATA.
           MOVE WS-DA-DIA           TO WS-DE-DIA
           MOVE WS-DA-MES           TO WS-DE-MES
           MOVE WS-DA-ANO           TO WS-DE-ANO
           .
       P590-FIM.
           EXIT.

      * CODIGO DE WS-CODIGO-PESQUISA NO FORMATO XXXX-XXXX
       P595-EDITA-CODIGO.
           MOVE SPACES              TO WS-LU-CODIGO
           STRING WS-CODIGO-PESQUISA(1:4) DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CODIGO-PESQUISA(5:4) DELIMITED BY SIZE
                  INTO WS-LU-CODIGO
           .
       P595-FIM.
           EXIT.

      ******************************************************************
      * CONFERENCIA DE AUTENTICIDADE: O CODIGO DIGITADO (COM OU SEM O
      * HIFEN, MAIUSCULO OU MINUSCULO) E PROCURADO NO REGISTRO
      ******************************************************************
       P600-AUTENTICIDADE.
           SET FS-DOE-OK            TO TRUE
           SET EOF-OK               TO FALSE
           SET ACHOU-OK             TO FALSE

           DISPLAY 'CODIGO DE AUTENTICACAO (XXXX-XXXX): '
           ACCEPT WS-CODIGO-DIGITADO
           INSPECT WS-CODIGO-DIGITADO
               CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                       TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-CODIGO-DIGITADO(5:1) EQUAL '-'
               MOVE WS-CODIGO-DIGITADO(1:4) TO WS-CODIGO-PESQUISA(1:4)
               MOVE WS-CODIGO-DIGITADO(6:4) TO WS-CODIGO-PESQUISA(5:4)
           ELSE
               MOVE WS-CODIGO-DIGITADO(1:8) TO WS-CODIGO-PESQUISA
           END-IF

           OPEN INPUT DOCEMITIDOS
           IF NOT FS-DOE-OK
               DISPLAY '*** CODIGO NAO ENCONTRADO - DOCUMENTO NAO '
                       'EMITIDO POR ESTA ESCOLA ***'
               GO TO P600-FIM
           END-IF

           MOVE WS-CODIGO-PESQUISA  TO DOE-COD-AUTENT
           START DOCEMITIDOS KEY IS EQUAL DOE-COD-AUTENT
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ DOCEMITIDOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF DOE-COD-AUTENT NOT EQUAL WS-CODIGO-PESQUISA
                           SET EOF-OK TO TRUE
                       ELSE
                           SET ACHOU-OK TO TRUE
                           PERFORM P650-EXIBE-DOCUMENTO THRU P650-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DOCEMITIDOS

           IF NOT ACHOU-OK
               DISPLAY '*** CODIGO NAO ENCONTRADO - DOCUMENTO NAO '
                       'EMITIDO POR ESTA ESCOLA ***'
           END-IF
           .
       P600-FIM.
           EXIT.

       P650-EXIBE-DOCUMENTO.
           EVALUATE TRUE
               WHEN DOE-MATRICULA
                   MOVE 'MATRICULA'     TO WS-TIPO-DESC
               WHEN DOE-ESCOLARIDADE
                   MOVE 'ESCOLARIDADE'  TO WS-TIPO-DESC
               WHEN DOE-FREQUENCIA
                   MOVE 'FREQUENCIA'    TO WS-TIPO-DESC
               WHEN DOE-TRANSFERENCIA
                   MOVE 'TRANSFERENCIA' TO WS-TIPO-DESC
               WHEN OTHER
                   MOVE DOE-TIPO        TO WS-TIPO-DESC
           END-EVALUATE
           MOVE DOE-DT-EMISSAO      TO WS-DATA-AUX
           PERFORM P590-EDITA-DATA  THRU P590-FIM
           MOVE DOE-COD-AUTENT      TO WS-CODIGO-PESQUISA
           PERFORM P595-EDITA-CODIGO THRU P595-FIM

           DISPLAY '----------------------------------------'
           DISPLAY 'DOCUMENTO No. ' DOE-NUMERO ' CODIGO '
                   WS-LU-CODIGO
           DISPLAY 'DECLARACAO DE ' WS-TIPO-DESC ' - ANO LETIVO '
                   DOE-ANO-LETIVO
           DISPLAY 'ALUNO: ' DOE-ID-ALUNO ' - ' DOE-NM-ALUNO
           DISPLAY 'TURMA: ' DOE-TURMA
           DISPLAY 'EMITIDO EM ' WS-DATA-EDIT ' POR ' DOE-OPERADOR
           IF DOE-CANCELADO
               MOVE DOE-DT-CANCELAMENTO TO WS-DATA-AUX
               PERFORM P590-EDITA-DATA THRU P590-FIM
               DISPLAY '*** DOCUMENTO CANCELADO EM ' WS-DATA-EDIT
                       ' - NAO TEM VALIDADE ***'
           ELSE
               DISPLAY '*** DOCUMENTO AUTENTICO E VALIDO ***'
           END-IF
           .
       P650-FIM.
           EXIT.

      * TODOS OS DOCUMENTOS EMITIDOS PARA UM ALUNO (CHAVE ALTERNADA)
       P700-LISTA-ALUNO.
           SET FS-DOE-OK            TO TRUE
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT

           DISPLAY 'ID DO ALUNO: '
           ACCEPT WS-ID-PESQUISA

           OPEN INPUT DOCEMITIDOS
           IF NOT FS-DOE-OK
               DISPLAY 'NENHUM DOCUMENTO EMITIDO'
               GO TO P700-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO DOE-ID-ALUNO
           START DOCEMITIDOS KEY IS EQUAL DOE-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ DOCEMITIDOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF DOE-ID-ALUNO NOT EQUAL WS-ID-PESQUISA
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           PERFORM P650-EXIBE-DOCUMENTO THRU P650-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE DOCEMITIDOS

           DISPLAY 'DOCUMENTOS DO ALUNO: ' WS-CONT
           .
       P700-FIM.
           EXIT.

      ******************************************************************
      * CANCELAMENTO (DOCUMENTO EMITIDO COM ERRO OU EXTRAVIADO): SO A
      * COORDENACAO; O REGISTRO FICA, SO A SITUACAO MUDA, E A
      * CONFERENCIA PASSA A RESPONDER QUE O DOCUMENTO NAO VALE
      ******************************************************************
       P800-CANCELA.
           PERFORM P850-NIVEL-OPERADOR THRU P850-FIM
           IF WS-NIVEL-OPER < 2
               DISPLAY '*** CANCELAMENTO RESTRITO A COORDENACAO ***'
               GO TO P800-FIM
           END-IF

           SET FS-DOE-OK            TO TRUE
           OPEN I-O DOCEMITIDOS
           IF NOT FS-DOE-OK
               DISPLAY 'ERRO AO ABRIR O REGISTRO DE DOCUMENTOS'
               DISPLAY 'FILE STATUS: ' WS-FS-DOE
               GO TO P800-FIM
           END-IF

           DISPLAY 'NUMERO DO DOCUMENTO: '
           ACCEPT WS-NUMERO-PESQUISA
           MOVE WS-NUMERO-PESQUISA  TO DOE-NUMERO

           READ DOCEMITIDOS
               INVALID KEY
                   DISPLAY 'DOCUMENTO NAO REGISTRADO'
                   CLOSE DOCEMITIDOS
                   GO TO P800-FIM
           END-READ

           PERFORM P650-EXIBE-DOCUMENTO THRU P650-FIM

           IF DOE-CANCELADO
               CLOSE DOCEMITIDOS
               GO TO P800-FIM
           END-IF

           DISPLAY 'CONFIRMA O CANCELAMENTO? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'CANCELAMENTO DESISTIDO'
               CLOSE DOCEMITIDOS
               GO TO P800-FIM
           END-IF

           SET DOE-CANCELADO        TO TRUE
           MOVE WS-HOJE             TO DOE-DT-CANCELAMENTO
           MOVE LK-OPERADOR-ID      TO DOE-OPER-CANCELAMENTO
           REWRITE REG-DOCEMITIDO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O DOCUMENTO'
               NOT INVALID KEY
                   DISPLAY 'DOCUMENTO CANCELADO'
           END-REWRITE

           CLOSE DOCEMITIDOS
           .
       P800-FIM.
           EXIT.

       P850-NIVEL-OPERADOR.
           SET FS-OPER-OK           TO TRUE
           MOVE ZEROS               TO WS-NIVEL-OPER

           OPEN INPUT OPERADORES

           IF NOT FS-OPER-OK
               GO TO P850-FIM
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
       P850-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM EMITEDOC.
