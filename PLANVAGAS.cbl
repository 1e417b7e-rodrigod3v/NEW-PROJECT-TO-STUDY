      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:PLANEJAMENTO DE VAGAS DO ANO LETIVO SEGUINTE
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. PROJETA, POR SERIE E
      *         TURNO DA UNIDADE DO LOGIN, A DEMANDA DO ANO SEGUINTE:
      *         PARTE DOS MATRICULADOS DE HOJE (SERIE DA TURMA ATUAL),
      *         PREVE QUEM FICA RETIDO (MAIS DE DUAS DISCIPLINAS COM
      *         MEDIA ABAIXO DO CORTE DE APROVACAO OU FALTAS ACIMA DO
      *         LIMITE, COMO NO ENCERRAANO), MANDA OS PROMOVIDOS PARA A
      *         SERIE DA TUR-PROXIMA, TIRA OS CONCLUINTES (SEM
      *         TUR-PROXIMA), SOMA AS REMATRICULAS DO ANO SEGUINTE DE
      *         QUEM NAO ESTA MATRICULADO HOJE E A FILA DE ESPERA EM
      *         ABERTO. COMPARA COM A SOMA DE TUR-CAPACIDADE DAS
      *         TURMAS DO ANO SEGUINTE (OU DO ANO CORRENTE, SE AINDA
      *         NAO HOUVER) E MOSTRA O SALDO DE VAGAS E AS TURMAS
      *         NECESSARIAS; A OPCAO 2 SIMULA OUTRA CAPACIDADE POR
      *         TURMA. SAIDA CATALOGADA PELO RELNOME (PLANVAGAS)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANVAGAS.

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

                SELECT TURMAS ASSIGN TO
                WS-TURMAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TUR-CODIGO
                FILE STATUS IS WS-FS-TUR.

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

                SELECT RELATORIO ASSIGN TO
                WS-PLANVAGAS-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
           COPY DATABASE.

       FD TURMAS.
           COPY TURMAS.

       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD FREQUENCIA.
           COPY FREQUENCIA.

       FD REMATRICULA.
           COPY REMAT.

       FD FILAESPERA.
           COPY FILAESP.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(132).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY RELNAREA.

         01 WS-FILAESPERA-PATH              PIC X(80).

         01 WS-CAB-ESCOLA.
           03 FILLER                      PIC X(46) VALUE SPACES.
           03 WS-CE-ESCOLA                PIC X(40).
         01 WS-CAB-TITULO.
           03 FILLER                      PIC X(34) VALUE SPACES.
           03 FILLER                      PIC X(40)
              VALUE 'PLANEJAMENTO DE VAGAS POR SERIE E TURNO '.
           03 FILLER                      PIC X(13)
              VALUE '- ANO LETIVO '.
           03 WS-CT-ANO                   PIC 9(04).
         01 WS-CAB-TRACO.
           03 FILLER                      PIC X(132) VALUE ALL '-'.
         01 WS-CAB-BASE.
           03 FILLER                      PIC X(40)
              VALUE 'PREVISAO COM AS NOTAS E A FREQUENCIA LAN'.
           03 FILLER                      PIC X(10)
              VALUE 'CADAS ATE '.
           03 WS-CB-DIA                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE '/'.
           03 WS-CB-MES                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE '/'.
           03 WS-CB-ANO                   PIC 9(04).
           03 FILLER                      PIC X(12)
              VALUE '   UNIDADE: '.
           03 WS-CB-UNIDADE               PIC 9(02).
         01 WS-CAB-CRITERIO.
           03 FILLER                      PIC X(40)
              VALUE 'RETENCAO PREVISTA: MAIS DE 2 DISCIPLINAS'.
           03 FILLER                      PIC X(21)
              VALUE ' COM MEDIA ABAIXO DE '.
           03 WS-CC-CORTE                 PIC Z9,99.
           03 FILLER                      PIC X(20)
              VALUE ' OU FALTAS ACIMA DE '.
           03 WS-CC-FALTAS                PIC Z9,99.
           03 FILLER                      PIC X(01) VALUE '%'.
         01 WS-CAB-SEM-FREQ.
           03 FILLER                      PIC X(40)
              VALUE 'FREQUENCIA.DAT INDISPONIVEL - RETENCAO P'.
           03 FILLER                      PIC X(40)
              VALUE 'REVISTA SO PELAS NOTAS'.
         01 WS-CAB-CAPACIDADE.
           03 FILLER                      PIC X(40)
              VALUE 'CAPACIDADE: SOMA DE TUR-CAPACIDADE DAS T'.
           03 FILLER                      PIC X(09)
              VALUE 'URMAS DE '.
           03 WS-CK-ANO                   PIC 9(04).
           03 FILLER                      PIC X(40)
              VALUE ' (CAP/T = MEDIA POR TURMA DA SERIE/TURNO'.
           03 FILLER                      PIC X(01) VALUE ')'.
         01 WS-CAB-SIMULADA.
           03 FILLER                      PIC X(21)
              VALUE 'CAPACIDADE SIMULADA: '.
           03 WS-CS-CAPACIDADE            PIC ZZ9.
           03 FILLER                      PIC X(40)
              VALUE ' ALUNOS POR TURMA NAS TURMAS CADASTRADAS'.
           03 FILLER                      PIC X(04) VALUE ' DE '.
           03 WS-CS-ANO                   PIC 9(04).
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(13)
              VALUE 'SERIE  TURNO'.
           03 FILLER                      PIC X(42)
              VALUE ' ATUAISRETIDOS  SOBEM  CONCL VINDOS REMAT+'.
           03 FILLER                      PIC X(42)
              VALUE '   FILADEMANDA TURMAS  CAPAC  CAP/T  SALDO'.
           03 FILLER                      PIC X(28)
              VALUE ' NECESS  ABRIR   CONF   PEND'.
         01 WS-DET-SERIE.
           03 WS-DS-SERIE                 PIC X(06).
           03 WS-DS-TURNO                 PIC X(05).
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-DS-ATUAIS                PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-RETIDOS               PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-SOBEM                 PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-CONCL                 PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-VINDOS                PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-REMAT                 PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-FILA                  PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-DEMANDA               PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-TURMAS                PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-CAPAC                 PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-CAP-TURMA             PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-SALDO                 PIC ++++9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-NECESS                PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-ABRIR                 PIC ++++9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-CONF                  PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DS-PEND                  PIC ZZZZ9.
         01 WS-LIN-NENHUMA.
           03 FILLER                      PIC X(40)
              VALUE 'NENHUMA TURMA OU ALUNO COM SERIE NA UNID'.
           03 FILLER                      PIC X(03) VALUE 'ADE'.
         01 WS-LEG-1.
           03 FILLER                      PIC X(40)
              VALUE 'ATUAIS: MATRICULADOS HOJE NA SERIE/TURNO'.
           03 FILLER                      PIC X(40)
              VALUE '.  RETIDOS: PREVISAO DE RETENCAO.  SOBEM'.
           03 FILLER                      PIC X(40)
              VALUE ': PROMOVIDOS PARA A SERIE SEGUINTE.'.
         01 WS-LEG-2.
           03 FILLER                      PIC X(40)
              VALUE 'CONCL: PROMOVIDOS SEM TUR-PROXIMA (CONCL'.
           03 FILLER                      PIC X(40)
              VALUE 'UINTES).  VINDOS: PROMOVIDOS DA SERIE AN'.
           03 FILLER                      PIC X(40)
              VALUE 'TERIOR.'.
         01 WS-LEG-3.
           03 FILLER                      PIC X(40)
              VALUE 'REMAT+: REMATRICULAS DO ANO SEGUINTE DE '.
           03 FILLER                      PIC X(40)
              VALUE 'QUEM NAO ESTA MATRICULADO HOJE.  FILA: F'.
           03 FILLER                      PIC X(40)
              VALUE 'ILA DE ESPERA AGUARDANDO OU CHAMADA.'.
         01 WS-LEG-4.
           03 FILLER                      PIC X(40)
              VALUE 'DEMANDA = ATUAIS - SOBEM - CONCL + VINDO'.
           03 FILLER                      PIC X(40)
              VALUE 'S + REMAT+ + FILA.  SALDO = CAPAC - DEMA'.
           03 FILLER                      PIC X(40)
              VALUE 'NDA (NEGATIVO = FALTAM VAGAS).'.
         01 WS-LEG-5.
           03 FILLER                      PIC X(40)
              VALUE 'NECESS: TURMAS PARA A DEMANDA COM CAP/T '.
           03 FILLER                      PIC X(40)
              VALUE 'ALUNOS CADA.  ABRIR = NECESS - TURMAS (N'.
           03 FILLER                      PIC X(40)
              VALUE 'EGATIVO = TURMAS SOBRANDO).'.
         01 WS-LEG-6.
           03 FILLER                      PIC X(40)
              VALUE 'CONF/PEND: REMATRICULAS CONFIRMADAS/PEND'.
           03 FILLER                      PIC X(40)
              VALUE 'ENTES DOS ATUAIS (INFORMATIVO, JA CONTAD'.
           03 FILLER                      PIC X(40)
              VALUE 'OS NA DEMANDA).'.
         01 WS-LIN-AVISO.
           03 WS-LA-DESCRICAO             PIC X(50).
           03 FILLER                      PIC X(02) VALUE ': '.
           03 WS-LA-QTD                   PIC ZZZZ9.

         01 WS-TAB-TURMAS.
           03 WS-ET-ITEM OCCURS 100.
              05 WS-ET-CODIGO             PIC X(10).
              05 WS-ET-SERIE              PIC X(04).
              05 WS-ET-TURNO              PIC X(01).
              05 WS-ET-CAPACIDADE         PIC 9(03).
              05 WS-ET-ANO                PIC 9(04).
              05 WS-ET-UNIDADE            PIC 9(02).
              05 WS-ET-PROXIMA            PIC X(10).

         01 WS-TAB-SERIES.
           03 WS-ES-ITEM OCCURS 40.
              05 WS-ES-CHAVE.
                 07 WS-ES-SERIE           PIC X(04).
                 07 WS-ES-TURNO           PIC X(01).
              05 WS-ES-ATUAIS             PIC 9(04).
              05 WS-ES-RETIDOS            PIC 9(04).
              05 WS-ES-SOBEM              PIC 9(04).
              05 WS-ES-CONCL              PIC 9(04).
              05 WS-ES-VINDOS             PIC 9(04).
              05 WS-ES-REMAT              PIC 9(04).
              05 WS-ES-FILA               PIC 9(04).
              05 WS-ES-CONF               PIC 9(04).
              05 WS-ES-PEND               PIC 9(04).
              05 WS-ES-TURMAS             PIC 9(03).
              05 WS-ES-CAPAC              PIC 9(05).

         01 WS-CHAVE-BUSCA.
           03 WS-SERIE-BUSCA              PIC X(04).
           03 WS-TURNO-BUSCA              PIC X(01).

         01 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         01 WS-DATA-HOJE-R REDEFINES WS-DATA-HOJE.
           03 WS-DH-ANO                    PIC 9(04).
           03 WS-DH-MES                    PIC 9(02).
           03 WS-DH-DIA                    PIC 9(02).

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-DISC                     PIC 99.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-FREQ                     PIC 99.
           88 FS-FREQ-OK                   VALUE 0.
         77 WS-FS-RMT                      PIC 99.
           88 FS-RMT-OK                    VALUE 0.
         77 WS-FS-FILA                     PIC 99.
           88 FS-FILA-OK                   VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-AUX                     PIC X     VALUE 'N'.
           88 EOF-AUX-OK                   VALUE 'S' FALSE 'N'.
         77 WS-ABRIU-FREQ                  PIC X     VALUE 'N'.
           88 ABRIU-FREQ                   VALUE 'S' FALSE 'N'.
         77 WS-ABRIU-RMT                   PIC X     VALUE 'N'.
           88 ABRIU-RMT                    VALUE 'S' FALSE 'N'.
         77 WS-PREVISTO                    PIC X     VALUE 'N'.
           88 PREVISTO-RETIDO              VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CAP-SIMULADA                PIC 9(03) VALUE ZEROS.
         77 WS-ANO-PROJETADO               PIC 9(04) VALUE ZEROS.
         77 WS-ANO-CAPACIDADE              PIC 9(04) VALUE ZEROS.
         77 WS-ANO-FILA                    PIC 9(04) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-TURMA-BUSCA                 PIC X(10) VALUE SPACES.
         77 WS-QTD-TURMAS                  PIC 9(03) VALUE ZEROS.
         77 WS-QTD-SERIES                  PIC 9(03) VALUE ZEROS.
         77 WS-QTD-PROXIMO                 PIC 9(03) VALUE ZEROS.
         77 WS-IDX-TUR                     PIC 9(03) COMP VALUE ZEROS.
         77 WS-IDX-AUX                     PIC 9(03) COMP VALUE ZEROS.
         77 WS-IDX-ACHOU                   PIC 9(03) COMP VALUE ZEROS.
         77 WS-IDX-SER                     PIC 9(03) COMP VALUE ZEROS.
         77 WS-IDX-POS                     PIC 9(03) COMP VALUE ZEROS.
         77 WS-PREV-MATERIA                PIC 9(20) VALUE ZEROS.
         77 WS-QTD-BIM                     PIC 9(01) VALUE ZEROS.
         77 WS-SOMA-MEDIAS                 PIC 9(03)V99 VALUE ZEROS.
         77 WS-MEDIA-MATERIA               PIC 9(02)V99 VALUE ZEROS.
         77 WS-QTD-ABAIXO                  PIC 9(02) VALUE ZEROS.
         77 WS-FREQ-DIAS                   PIC 9(03) VALUE ZEROS.
         77 WS-FREQ-FALTAS                 PIC 9(03) VALUE ZEROS.
         77 WS-PERC-FALTAS                 PIC 9(03)V99 VALUE ZEROS.
         77 WS-CAP-TURMA                   PIC 9(03) VALUE ZEROS.
         77 WS-CAP-MEDIA-GERAL             PIC 9(03) VALUE ZEROS.
         77 WS-DEMANDA                     PIC 9(05) VALUE ZEROS.
         77 WS-CAPAC-LINHA                 PIC 9(05) VALUE ZEROS.
         77 WS-SALDO                       PIC S9(05) VALUE ZEROS.
         77 WS-NECESS                      PIC 9(04) VALUE ZEROS.
         77 WS-ABRIR                       PIC S9(04) VALUE ZEROS.
         77 WS-TOT-ATUAIS                  PIC 9(05) VALUE ZEROS.
         77 WS-TOT-RETIDOS                 PIC 9(05) VALUE ZEROS.
         77 WS-TOT-SOBEM                   PIC 9(05) VALUE ZEROS.
         77 WS-TOT-CONCL                   PIC 9(05) VALUE ZEROS.
         77 WS-TOT-VINDOS                  PIC 9(05) VALUE ZEROS.
         77 WS-TOT-REMAT                   PIC 9(05) VALUE ZEROS.
         77 WS-TOT-FILA                    PIC 9(05) VALUE ZEROS.
         77 WS-TOT-CONF                    PIC 9(05) VALUE ZEROS.
         77 WS-TOT-PEND                    PIC 9(05) VALUE ZEROS.
         77 WS-TOT-DEMANDA                 PIC 9(05) VALUE ZEROS.
         77 WS-TOT-TURMAS                  PIC 9(05) VALUE ZEROS.
         77 WS-TOT-CAPAC                   PIC 9(05) VALUE ZEROS.
         77 WS-TOT-SALDO                   PIC S9(05) VALUE ZEROS.
         77 WS-TOT-NECESS                  PIC 9(05) VALUE ZEROS.
         77 WS-TOT-ABRIR                   PIC S9(05) VALUE ZEROS.
         77 WS-CONT-SEM-SERIE              PIC 9(05) VALUE ZEROS.
         77 WS-CONT-SEM-DESTINO            PIC 9(05) VALUE ZEROS.
         77 WS-SALDO-ED                    PIC -----9.

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
           PERFORM P300-PROCESSA     THRU P300-FIM UNTIL EXIT-OK
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
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\REMATRICULA.DAT' DELIMITED BY SIZE
                  INTO WS-REMATRICULA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FILAESPERA.DAT' DELIMITED BY SIZE
                  INTO WS-FILAESPERA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PLANVAGAS.TXT' DELIMITED BY SIZE
                  INTO WS-PLANVAGAS-PATH

           COMPUTE WS-ANO-PROJETADO = CFG-ANO-LETIVO + 1
           .
       P100-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** PLANEJAMENTO DE VAGAS - ANO ' WS-ANO-PROJETADO
                   ' ****'
           DISPLAY '  1 - PROJECAO COM A CAPACIDADE CADASTRADA'
           DISPLAY '  2 - SIMULAR OUTRA CAPACIDADE POR TURMA'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   MOVE ZEROS TO WS-CAP-SIMULADA
                   PERFORM P400-PROJETA THRU P400-FIM
               WHEN '2'
                   PERFORM P350-PEDE-CAPACIDADE THRU P350-FIM
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

       P350-PEDE-CAPACIDADE.
           MOVE ZEROS               TO WS-CAP-SIMULADA
           DISPLAY 'CAPACIDADE POR TURMA A SIMULAR (1 A 999): '
           ACCEPT WS-CAP-SIMULADA
           IF WS-CAP-SIMULADA NOT NUMERIC OR
              WS-CAP-SIMULADA EQUAL ZEROS
               DISPLAY '*** CAPACIDADE INVALIDA ***'
               GO TO P350-FIM
           END-IF

           PERFORM P400-PROJETA THRU P400-FIM
           .
       P350-FIM.
           EXIT.

      ******************************************************************
      * MONTA A PROJECAO: CATALOGO DE TURMAS, MATRICULADOS DE HOJE COM
      * A SITUACAO PREVISTA, REMATRICULAS NOVAS E FILA DE ESPERA, E
      * IMPRIME O QUADRO POR SERIE/TURNO
      ******************************************************************
       P400-PROJETA.
           PERFORM P600-ABRE-ARQUIVOS THRU P600-FIM
           IF NOT FS-OK OR NOT FS-TUR-OK OR NOT FS-DISC-OK OR
              NOT FS-REL-OK
               GO TO P400-ENCERRA
           END-IF

           PERFORM P410-CARREGA-TURMAS THRU P410-FIM
           PERFORM P420-MATRICULADOS   THRU P420-FIM
           PERFORM P450-REMAT-NOVOS    THRU P450-FIM
           PERFORM P460-FILA-ESPERA    THRU P460-FIM
           PERFORM P500-IMPRIME        THRU P500-FIM

           MOVE WS-TOT-SALDO        TO WS-SALDO-ED
           DISPLAY 'DEMANDA PROJETADA.....: ' WS-TOT-DEMANDA
           DISPLAY 'CAPACIDADE............: ' WS-TOT-CAPAC
           DISPLAY 'SALDO DE VAGAS........: ' WS-SALDO-ED
           MOVE WS-TOT-ABRIR        TO WS-SALDO-ED
           DISPLAY 'TURMAS A ABRIR (LIQ.).: ' WS-SALDO-ED
           DISPLAY 'PLANEJAMENTO GERADO EM: ' WS-PLANVAGAS-PATH
           .
       P400-ENCERRA.
           PERFORM P690-FECHA-ARQUIVOS THRU P690-FIM
           .
       P400-FIM.
           EXIT.

      ******************************************************************
      * CARREGA O CATALOGO INTEIRO (A SERIE DO ALUNO VEM DA SUA TURMA
      * ATUAL, DE QUALQUER ANO). A CAPACIDADE VEM DAS TURMAS DA
      * UNIDADE JA CADASTRADAS PARA O ANO PROJETADO; SE AINDA NAO HA
      * NENHUMA, DAS TURMAS DO ANO CORRENTE. ANO ZERADO VALE SEMPRE
      ******************************************************************
       P410-CARREGA-TURMAS.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-QTD-TURMAS
           MOVE ZEROS               TO WS-QTD-PROXIMO
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
                       IF TUR-SERIE NOT EQUAL SPACES AND
                          WS-QTD-TURMAS < 100
                           ADD 1 TO WS-QTD-TURMAS
                           MOVE TUR-CODIGO
                                TO WS-ET-CODIGO(WS-QTD-TURMAS)
                           MOVE TUR-SERIE
                                TO WS-ET-SERIE(WS-QTD-TURMAS)
                           MOVE TUR-TURNO
                                TO WS-ET-TURNO(WS-QTD-TURMAS)
                           MOVE TUR-CAPACIDADE
                                TO WS-ET-CAPACIDADE(WS-QTD-TURMAS)
                           MOVE TUR-ANO-LETIVO
                                TO WS-ET-ANO(WS-QTD-TURMAS)
                           MOVE TUR-PROXIMA
                                TO WS-ET-PROXIMA(WS-QTD-TURMAS)
                           MOVE 1
                                TO WS-ET-UNIDADE(WS-QTD-TURMAS)
                           IF TUR-UNIDADE NUMERIC AND
                              TUR-UNIDADE > ZEROS
                               MOVE TUR-UNIDADE
                                    TO WS-ET-UNIDADE(WS-QTD-TURMAS)
                           END-IF
                           IF TUR-ANO-LETIVO EQUAL WS-ANO-PROJETADO AND
                              WS-ET-UNIDADE(WS-QTD-TURMAS) EQUAL
                              CFG-UNIDADE
                               ADD 1 TO WS-QTD-PROXIMO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-PROXIMO > ZEROS
               MOVE WS-ANO-PROJETADO TO WS-ANO-CAPACIDADE
           ELSE
               MOVE CFG-ANO-LETIVO   TO WS-ANO-CAPACIDADE
           END-IF

           MOVE ZEROS               TO WS-TOT-TURMAS
           MOVE ZEROS               TO WS-TOT-CAPAC
           PERFORM VARYING WS-IDX-TUR FROM 1 BY 1
                   UNTIL WS-IDX-TUR > WS-QTD-TURMAS
               IF WS-ET-UNIDADE(WS-IDX-TUR) EQUAL CFG-UNIDADE AND
                  (WS-ET-ANO(WS-IDX-TUR) EQUAL WS-ANO-CAPACIDADE OR
                   WS-ET-ANO(WS-IDX-TUR) EQUAL ZEROS)
                   MOVE WS-ET-SERIE(WS-IDX-TUR) TO WS-SERIE-BUSCA
                   MOVE WS-ET-TURNO(WS-IDX-TUR) TO WS-TURNO-BUSCA
                   PERFORM P480-LOCALIZA-SERIE THRU P480-FIM
                   IF WS-IDX-SER > ZEROS
                       ADD 1 TO WS-ES-TURMAS(WS-IDX-SER)
                       ADD WS-ET-CAPACIDADE(WS-IDX-TUR)
                           TO WS-ES-CAPAC(WS-IDX-SER)
                       ADD 1 TO WS-TOT-TURMAS
                       ADD WS-ET-CAPACIDADE(WS-IDX-TUR)
                           TO WS-TOT-CAPAC
                   END-IF
               END-IF
           END-PERFORM

      * MEDIA DA UNIDADE, PARA A SERIE/TURNO QUE AINDA NAO TEM TURMA
           MOVE ZEROS               TO WS-CAP-MEDIA-GERAL
           IF WS-TOT-TURMAS > ZEROS
               COMPUTE WS-CAP-MEDIA-GERAL =
                       WS-TOT-CAPAC / WS-TOT-TURMAS
           END-IF
           .
       P410-FIM.
           EXIT.

      ******************************************************************
      * MATRICULADOS DE HOJE NA UNIDADE: CADA UM CONTA NA SERIE/TURNO
      * DA TURMA ATUAL E, PELA SITUACAO PREVISTA, FICA (RETIDO), SAI
      * (CONCLUINTE) OU PASSA PARA A SERIE/TURNO DA TUR-PROXIMA
      ******************************************************************
       P420-MATRICULADOS.
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
                           PERFORM P430-PROJETA-ALUNO THRU P430-FIM
                       END-IF
               END-READ
           END-PERFORM
           .
       P420-FIM.
           EXIT.

       P430-PROJETA-ALUNO.
           MOVE TURMA-ALUNO         TO WS-TURMA-BUSCA
           PERFORM P470-LOCALIZA-TURMA THRU P470-FIM
           IF WS-IDX-ACHOU EQUAL ZEROS
               ADD 1 TO WS-CONT-SEM-SERIE
               GO TO P430-FIM
           END-IF

           MOVE WS-IDX-ACHOU        TO WS-IDX-TUR
           MOVE WS-ET-SERIE(WS-IDX-TUR) TO WS-SERIE-BUSCA
           MOVE WS-ET-TURNO(WS-IDX-TUR) TO WS-TURNO-BUSCA
           PERFORM P480-LOCALIZA-SERIE THRU P480-FIM
           IF WS-IDX-SER EQUAL ZEROS
               ADD 1 TO WS-CONT-SEM-SERIE
               GO TO P430-FIM
           END-IF

           ADD 1 TO WS-ES-ATUAIS(WS-IDX-SER)

           IF ABRIU-RMT
               MOVE ID-ALUNO        TO RMT-ID-ALUNO
               READ REMATRICULA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RMT-ANO-LETIVO EQUAL WS-ANO-PROJETADO
                           IF RMT-CONFIRMADO
                               ADD 1 TO WS-ES-CONF(WS-IDX-SER)
                           END-IF
                           IF RMT-PENDENTE
                               ADD 1 TO WS-ES-PEND(WS-IDX-SER)
                           END-IF
                       END-IF
               END-READ
           END-IF

           PERFORM P440-PREVE-SITUACAO THRU P440-FIM

           IF PREVISTO-RETIDO
               ADD 1 TO WS-ES-RETIDOS(WS-IDX-SER)
               GO TO P430-FIM
           END-IF

           IF WS-ET-PROXIMA(WS-IDX-TUR) EQUAL SPACES
               ADD 1 TO WS-ES-CONCL(WS-IDX-SER)
               GO TO P430-FIM
           END-IF

           ADD 1 TO WS-ES-SOBEM(WS-IDX-SER)

           MOVE WS-ET-PROXIMA(WS-IDX-TUR) TO WS-TURMA-BUSCA
           PERFORM P470-LOCALIZA-TURMA THRU P470-FIM
           IF WS-IDX-ACHOU EQUAL ZEROS
               ADD 1 TO WS-CONT-SEM-DESTINO
               GO TO P430-FIM
           END-IF

           MOVE WS-ET-SERIE(WS-IDX-ACHOU) TO WS-SERIE-BUSCA
           MOVE WS-ET-TURNO(WS-IDX-ACHOU) TO WS-TURNO-BUSCA
           PERFORM P480-LOCALIZA-SERIE THRU P480-FIM
           IF WS-IDX-SER EQUAL ZEROS
               ADD 1 TO WS-CONT-SEM-DESTINO
           ELSE
               ADD 1 TO WS-ES-VINDOS(WS-IDX-SER)
           END-IF
           .
       P430-FIM.
           EXIT.

      ******************************************************************
      * SITUACAO PREVISTA PELO QUE JA FOI LANCADO: RETIDO COM MAIS DE
      * DUAS DISCIPLINAS DE MEDIA ABAIXO DO CORTE (BIMESTRES 1 A 4 COM
      * NOTA) OU COM FALTAS ACIMA DO LIMITE; SEM LANCAMENTO, PROMOVIDO
      ******************************************************************
       P440-PREVE-SITUACAO.
           SET PREVISTO-RETIDO      TO FALSE
           MOVE ZEROS               TO WS-QTD-ABAIXO
           MOVE ZEROS               TO WS-PREV-MATERIA
           MOVE ZEROS               TO WS-QTD-BIM
           MOVE ZEROS               TO WS-SOMA-MEDIAS
           SET EOF-AUX-OK           TO FALSE

           MOVE ID-ALUNO            TO DISC-ID-ALUNO
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
                       IF DISC-ID-ALUNO NOT EQUAL ID-ALUNO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF DISC-ID-MATERIA NOT EQUAL WS-PREV-MATERIA
                               PERFORM P445-FECHA-MATERIA THRU P445-FIM
                               MOVE DISC-ID-MATERIA TO WS-PREV-MATERIA
                           END-IF
                           IF DISC-CONCEITO EQUAL SPACES AND
                              DISC-BIMESTRE >= 1 AND
                              DISC-BIMESTRE <= 4
                               ADD 1 TO WS-QTD-BIM
                               ADD DISC-MEDIA TO WS-SOMA-MEDIAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM P445-FECHA-MATERIA THRU P445-FIM

           IF WS-QTD-ABAIXO > 2
               SET PREVISTO-RETIDO TO TRUE
               GO TO P440-FIM
           END-IF

           IF NOT ABRIU-FREQ
               GO TO P440-FIM
           END-IF

           MOVE ZEROS               TO WS-FREQ-DIAS
           MOVE ZEROS               TO WS-FREQ-FALTAS
           SET EOF-AUX-OK           TO FALSE

           MOVE ID-ALUNO            TO FREQ-ID-ALUNO
           MOVE ZEROS               TO FREQ-DATA
           START FREQUENCIA KEY IS NOT LESS THAN FREQ-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF FREQ-ID-ALUNO NOT EQUAL ID-ALUNO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-FREQ-DIAS
                           IF PRESENCA-FALTA
                               ADD 1 TO WS-FREQ-FALTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-FREQ-DIAS EQUAL ZEROS
               GO TO P440-FIM
           END-IF

           COMPUTE WS-PERC-FALTAS ROUNDED =
                   (WS-FREQ-FALTAS * 100) / WS-FREQ-DIAS
           IF WS-PERC-FALTAS > CFG-LIMITE-FALTAS
               SET PREVISTO-RETIDO TO TRUE
           END-IF
           .
       P440-FIM.
           EXIT.

       P445-FECHA-MATERIA.
           IF WS-QTD-BIM > ZEROS
               COMPUTE WS-MEDIA-MATERIA ROUNDED =
                       WS-SOMA-MEDIAS / WS-QTD-BIM
               IF WS-MEDIA-MATERIA < CFG-CORTE-APROVACAO
                   ADD 1 TO WS-QTD-ABAIXO
               END-IF
           END-IF
           MOVE ZEROS               TO WS-QTD-BIM
           MOVE ZEROS               TO WS-SOMA-MEDIAS
           .
       P445-FIM.
           EXIT.

      ******************************************************************
      * REMATRICULAS DO ANO PROJETADO (CONFIRMADAS OU PENDENTES) DE
      * ALUNOS ATIVOS DA UNIDADE QUE NAO ESTAO MATRICULADOS HOJE
      * (TRANCADOS, PRE-MATRICULA): ENTRAM NA SERIE DA RMT-TURMA. AS
      * DOS MATRICULADOS JA ESTAO NA PROJECAO E SO APARECEM EM
      * CONF/PEND
      ******************************************************************
       P450-REMAT-NOVOS.
           IF NOT ABRIU-RMT
               GO TO P450-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO RMT-ID-ALUNO
           START REMATRICULA KEY IS NOT LESS THAN RMT-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ REMATRICULA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF RMT-ANO-LETIVO EQUAL WS-ANO-PROJETADO AND
                          (RMT-CONFIRMADO OR RMT-PENDENTE)
                           PERFORM P455-REMAT-NOVO THRU P455-FIM
                       END-IF
               END-READ
           END-PERFORM
           .
       P450-FIM.
           EXIT.

       P455-REMAT-NOVO.
           MOVE RMT-ID-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   GO TO P455-FIM
           END-READ

           IF ALUNO-INATIVO OR MAT-TRANSFERIDO OR
              MAT-MATRICULADO OR MAT-LEGADO
               GO TO P455-FIM
           END-IF

           MOVE 1 TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P455-FIM
           END-IF

           MOVE RMT-TURMA           TO WS-TURMA-BUSCA
           PERFORM P470-LOCALIZA-TURMA THRU P470-FIM
           IF WS-IDX-ACHOU EQUAL ZEROS
               ADD 1 TO WS-CONT-SEM-SERIE
               GO TO P455-FIM
           END-IF

           MOVE WS-ET-SERIE(WS-IDX-ACHOU) TO WS-SERIE-BUSCA
           MOVE WS-ET-TURNO(WS-IDX-ACHOU) TO WS-TURNO-BUSCA
           PERFORM P480-LOCALIZA-SERIE THRU P480-FIM
           IF WS-IDX-SER EQUAL ZEROS
               ADD 1 TO WS-CONT-SEM-SERIE
           ELSE
               ADD 1 TO WS-ES-REMAT(WS-IDX-SER)
           END-IF
           .
       P455-FIM.
           EXIT.

      ******************************************************************
      * FILA DE ESPERA EM ABERTO (AGUARDANDO OU CHAMADO) DESDE O ANO
      * CORRENTE, NA SERIE/TURNO DA TURMA DA FILA, SE FOR DA UNIDADE.
      * ARQUIVO OPCIONAL
      ******************************************************************
       P460-FILA-ESPERA.
           SET FS-FILA-OK           TO TRUE
           OPEN INPUT FILAESPERA
           IF NOT FS-FILA-OK
               GO TO P460-FIM
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
                       IF (FILA-AGUARDANDO OR FILA-CHAMADO) AND
                          WS-ANO-FILA NOT LESS CFG-ANO-LETIVO
                           PERFORM P465-FILA-ITEM THRU P465-FIM
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FILAESPERA
           .
       P460-FIM.
           EXIT.

       P465-FILA-ITEM.
           MOVE FILA-TURMA          TO WS-TURMA-BUSCA
           PERFORM P470-LOCALIZA-TURMA THRU P470-FIM
           IF WS-IDX-ACHOU EQUAL ZEROS
               GO TO P465-FIM
           END-IF
           IF WS-ET-UNIDADE(WS-IDX-ACHOU) NOT EQUAL CFG-UNIDADE
               GO TO P465-FIM
           END-IF

           MOVE WS-ET-SERIE(WS-IDX-ACHOU) TO WS-SERIE-BUSCA
           MOVE WS-ET-TURNO(WS-IDX-ACHOU) TO WS-TURNO-BUSCA
           PERFORM P480-LOCALIZA-SERIE THRU P480-FIM
           IF WS-IDX-SER > ZEROS
               ADD 1 TO WS-ES-FILA(WS-IDX-SER)
           END-IF
           .
       P465-FIM.
           EXIT.

       P470-LOCALIZA-TURMA.
           MOVE ZEROS               TO WS-IDX-ACHOU
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-QTD-TURMAS
               IF WS-ET-CODIGO(WS-IDX-AUX) EQUAL WS-TURMA-BUSCA
                   MOVE WS-IDX-AUX    TO WS-IDX-ACHOU
                   MOVE WS-QTD-TURMAS TO WS-IDX-AUX
               END-IF
           END-PERFORM
           .
       P470-FIM.
           EXIT.

      ******************************************************************
      * LOCALIZA A SERIE/TURNO NO QUADRO; SE NAO EXISTE, INSERE NA
      * POSICAO DA ORDEM SERIE + TURNO, DESLOCANDO OS SEGUINTES. QUADRO
      * CHEIO DEVOLVE ZERO
      ******************************************************************
       P480-LOCALIZA-SERIE.
           MOVE ZEROS               TO WS-IDX-SER
           MOVE ZEROS               TO WS-IDX-POS
           PERFORM VARYING WS-IDX-AUX FROM 1 BY 1
                   UNTIL WS-IDX-AUX > WS-QTD-SERIES
               IF WS-ES-CHAVE(WS-IDX-AUX) EQUAL WS-CHAVE-BUSCA
                   MOVE WS-IDX-AUX    TO WS-IDX-SER
                   MOVE WS-QTD-SERIES TO WS-IDX-AUX
               ELSE
                   IF WS-ES-CHAVE(WS-IDX-AUX) > WS-CHAVE-BUSCA
                      AND WS-IDX-POS EQUAL ZEROS
                       MOVE WS-IDX-AUX TO WS-IDX-POS
                   END-IF
               END-IF
           END-PERFORM

           IF WS-IDX-SER > ZEROS OR WS-QTD-SERIES NOT LESS 40
               GO TO P480-FIM
           END-IF

           ADD 1 TO WS-QTD-SERIES
           IF WS-IDX-POS EQUAL ZEROS
               MOVE WS-QTD-SERIES   TO WS-IDX-POS
           END-IF
           PERFORM VARYING WS-IDX-AUX FROM WS-QTD-SERIES BY -1
                   UNTIL WS-IDX-AUX NOT GREATER WS-IDX-POS
               MOVE WS-ES-ITEM(WS-IDX-AUX - 1)
                    TO WS-ES-ITEM(WS-IDX-AUX)
           END-PERFORM

           INITIALIZE WS-ES-ITEM(WS-IDX-POS)
           MOVE WS-CHAVE-BUSCA      TO WS-ES-CHAVE(WS-IDX-POS)
           MOVE WS-IDX-POS          TO WS-IDX-SER
           .
       P480-FIM.
           EXIT.

      ******************************************************************
      * QUADRO POR SERIE/TURNO, TOTAIS, AVISOS E LEGENDA
      ******************************************************************
       P500-IMPRIME.
           IF WS-QTD-SERIES EQUAL ZEROS
               WRITE REL-LINHA FROM WS-LIN-NENHUMA
               GO TO P500-FIM
           END-IF

           IF WS-CAP-SIMULADA > ZEROS
               MOVE WS-CAP-SIMULADA   TO WS-CS-CAPACIDADE
               MOVE WS-ANO-CAPACIDADE TO WS-CS-ANO
               WRITE REL-LINHA FROM WS-CAB-SIMULADA
           ELSE
               MOVE WS-ANO-CAPACIDADE TO WS-CK-ANO
               WRITE REL-LINHA FROM WS-CAB-CAPACIDADE
           END-IF
           WRITE REL-LINHA FROM WS-CAB-TRACO
           WRITE REL-LINHA FROM WS-CAB-COLUNAS
           WRITE REL-LINHA FROM WS-CAB-TRACO

           MOVE ZEROS               TO WS-TOT-ATUAIS
           MOVE ZEROS               TO WS-TOT-RETIDOS
           MOVE ZEROS               TO WS-TOT-SOBEM
           MOVE ZEROS               TO WS-TOT-CONCL
           MOVE ZEROS               TO WS-TOT-VINDOS
           MOVE ZEROS               TO WS-TOT-REMAT
           MOVE ZEROS               TO WS-TOT-FILA
           MOVE ZEROS               TO WS-TOT-CONF
           MOVE ZEROS               TO WS-TOT-PEND
           MOVE ZEROS               TO WS-TOT-DEMANDA
           MOVE ZEROS               TO WS-TOT-CAPAC
           MOVE ZEROS               TO WS-TOT-SALDO
           MOVE ZEROS               TO WS-TOT-NECESS
           MOVE ZEROS               TO WS-TOT-ABRIR

           PERFORM VARYING WS-IDX-SER FROM 1 BY 1
                   UNTIL WS-IDX-SER > WS-QTD-SERIES
               PERFORM P520-LINHA-SERIE THRU P520-FIM
           END-PERFORM

           WRITE REL-LINHA FROM WS-CAB-TRACO
           MOVE 'TOTAL'             TO WS-DS-SERIE
           MOVE SPACES              TO WS-DS-TURNO
           MOVE WS-TOT-ATUAIS       TO WS-DS-ATUAIS
           MOVE WS-TOT-RETIDOS      TO WS-DS-RETIDOS
           MOVE WS-TOT-SOBEM        TO WS-DS-SOBEM
           MOVE WS-TOT-CONCL        TO WS-DS-CONCL
           MOVE WS-TOT-VINDOS       TO WS-DS-VINDOS
           MOVE WS-TOT-REMAT        TO WS-DS-REMAT
           MOVE WS-TOT-FILA         TO WS-DS-FILA
           MOVE WS-TOT-DEMANDA      TO WS-DS-DEMANDA
           MOVE WS-TOT-TURMAS       TO WS-DS-TURMAS
           MOVE WS-TOT-CAPAC        TO WS-DS-CAPAC
           IF WS-CAP-SIMULADA > ZEROS
               MOVE WS-CAP-SIMULADA    TO WS-DS-CAP-TURMA
           ELSE
               MOVE WS-CAP-MEDIA-GERAL TO WS-DS-CAP-TURMA
           END-IF
           MOVE WS-TOT-SALDO        TO WS-DS-SALDO
           MOVE WS-TOT-NECESS       TO WS-DS-NECESS
           MOVE WS-TOT-ABRIR        TO WS-DS-ABRIR
           MOVE WS-TOT-CONF         TO WS-DS-CONF
           MOVE WS-TOT-PEND         TO WS-DS-PEND
           WRITE REL-LINHA FROM WS-DET-SERIE

           WRITE REL-LINHA FROM SPACES
           IF WS-CONT-SEM-SERIE > ZEROS
               MOVE 'SEM TURMA COM SERIE NO CATALOGO (ALUNOS/REMAT.)'
                                    TO WS-LA-DESCRICAO
               MOVE WS-CONT-SEM-SERIE   TO WS-LA-QTD
               WRITE REL-LINHA FROM WS-LIN-AVISO
           END-IF
           IF WS-CONT-SEM-DESTINO > ZEROS
               MOVE 'PROMOVIDOS COM TUR-PROXIMA FORA DO CATALOGO'
                                    TO WS-LA-DESCRICAO
               MOVE WS-CONT-SEM-DESTINO TO WS-LA-QTD
               WRITE REL-LINHA FROM WS-LIN-AVISO
           END-IF

           WRITE REL-LINHA FROM WS-LEG-1
           WRITE REL-LINHA FROM WS-LEG-2
           WRITE REL-LINHA FROM WS-LEG-3
           WRITE REL-LINHA FROM WS-LEG-4
           WRITE REL-LINHA FROM WS-LEG-5
           WRITE REL-LINHA FROM WS-LEG-6
           .
       P500-FIM.
           EXIT.

      ******************************************************************
      * UMA SERIE/TURNO: DEMANDA, CAPACIDADE (CADASTRADA OU SIMULADA),
      * SALDO E TURMAS NECESSARIAS (ARREDONDADAS PARA CIMA)
      ******************************************************************
       P520-LINHA-SERIE.
           COMPUTE WS-DEMANDA = WS-ES-RETIDOS(WS-IDX-SER)
                              + WS-ES-VINDOS(WS-IDX-SER)
                              + WS-ES-REMAT(WS-IDX-SER)
                              + WS-ES-FILA(WS-IDX-SER)

           IF WS-CAP-SIMULADA > ZEROS
               MOVE WS-CAP-SIMULADA TO WS-CAP-TURMA
               COMPUTE WS-CAPAC-LINHA =
                       WS-ES-TURMAS(WS-IDX-SER) * WS-CAP-SIMULADA
           ELSE
               MOVE WS-ES-CAPAC(WS-IDX-SER) TO WS-CAPAC-LINHA
               IF WS-ES-TURMAS(WS-IDX-SER) > ZEROS
                   COMPUTE WS-CAP-TURMA =
                           WS-ES-CAPAC(WS-IDX-SER) /
                           WS-ES-TURMAS(WS-IDX-SER)
               ELSE
                   MOVE WS-CAP-MEDIA-GERAL TO WS-CAP-TURMA
               END-IF
           END-IF

           COMPUTE WS-SALDO = WS-CAPAC-LINHA - WS-DEMANDA
           MOVE ZEROS               TO WS-NECESS
           IF WS-CAP-TURMA > ZEROS
               COMPUTE WS-NECESS =
                       (WS-DEMANDA + WS-CAP-TURMA - 1) / WS-CAP-TURMA
           END-IF
           COMPUTE WS-ABRIR = WS-NECESS - WS-ES-TURMAS(WS-IDX-SER)

           MOVE WS-ES-SERIE(WS-IDX-SER)   TO WS-DS-SERIE
           EVALUATE WS-ES-TURNO(WS-IDX-SER)
               WHEN 'M'
                   MOVE 'MANHA'   TO WS-DS-TURNO
               WHEN 'T'
                   MOVE 'TARDE'   TO WS-DS-TURNO
               WHEN 'N'
                   MOVE 'NOITE'   TO WS-DS-TURNO
               WHEN OTHER
                   MOVE WS-ES-TURNO(WS-IDX-SER) TO WS-DS-TURNO
           END-EVALUATE
           MOVE WS-ES-ATUAIS(WS-IDX-SER)  TO WS-DS-ATUAIS
           MOVE WS-ES-RETIDOS(WS-IDX-SER) TO WS-DS-RETIDOS
           MOVE WS-ES-SOBEM(WS-IDX-SER)   TO WS-DS-SOBEM
           MOVE WS-ES-CONCL(WS-IDX-SER)   TO WS-DS-CONCL
           MOVE WS-ES-VINDOS(WS-IDX-SER)  TO WS-DS-VINDOS
           MOVE WS-ES-REMAT(WS-IDX-SER)   TO WS-DS-REMAT
           MOVE WS-ES-FILA(WS-IDX-SER)    TO WS-DS-FILA
           MOVE WS-DEMANDA                TO WS-DS-DEMANDA
           MOVE WS-ES-TURMAS(WS-IDX-SER)  TO WS-DS-TURMAS
           MOVE WS-CAPAC-LINHA            TO WS-DS-CAPAC
           MOVE WS-CAP-TURMA              TO WS-DS-CAP-TURMA
           MOVE WS-SALDO                  TO WS-DS-SALDO
           MOVE WS-NECESS                 TO WS-DS-NECESS
           MOVE WS-ABRIR                  TO WS-DS-ABRIR
           MOVE WS-ES-CONF(WS-IDX-SER)    TO WS-DS-CONF
           MOVE WS-ES-PEND(WS-IDX-SER)    TO WS-DS-PEND
           WRITE REL-LINHA FROM WS-DET-SERIE

           ADD WS-ES-ATUAIS(WS-IDX-SER)   TO WS-TOT-ATUAIS
           ADD WS-ES-RETIDOS(WS-IDX-SER)  TO WS-TOT-RETIDOS
           ADD WS-ES-SOBEM(WS-IDX-SER)    TO WS-TOT-SOBEM
           ADD WS-ES-CONCL(WS-IDX-SER)    TO WS-TOT-CONCL
           ADD WS-ES-VINDOS(WS-IDX-SER)   TO WS-TOT-VINDOS
           ADD WS-ES-REMAT(WS-IDX-SER)    TO WS-TOT-REMAT
           ADD WS-ES-FILA(WS-IDX-SER)     TO WS-TOT-FILA
           ADD WS-ES-CONF(WS-IDX-SER)     TO WS-TOT-CONF
           ADD WS-ES-PEND(WS-IDX-SER)     TO WS-TOT-PEND
           ADD WS-DEMANDA                 TO WS-TOT-DEMANDA
           ADD WS-CAPAC-LINHA             TO WS-TOT-CAPAC
           ADD WS-SALDO                   TO WS-TOT-SALDO
           ADD WS-NECESS                  TO WS-TOT-NECESS
           ADD WS-ABRIR                   TO WS-TOT-ABRIR
           .
       P520-FIM.
           EXIT.

      ******************************************************************
      * ABRE OS ARQUIVOS (FREQUENCIA E REMATRICULA OPCIONAIS), ZERA O
      * QUADRO E GRAVA O CABECALHO COM OS CRITERIOS DA PREVISAO
      ******************************************************************
       P600-ABRE-ARQUIVOS.
           MOVE ZEROS               TO WS-QTD-SERIES
           MOVE ZEROS               TO WS-CONT-SEM-SERIE
           MOVE ZEROS               TO WS-CONT-SEM-DESTINO
           MOVE ZEROS               TO WS-TOT-DEMANDA
           MOVE ZEROS               TO WS-TOT-CAPAC
           MOVE ZEROS               TO WS-TOT-SALDO
           MOVE ZEROS               TO WS-TOT-ABRIR
           SET ABRIU-FREQ           TO FALSE
           SET ABRIU-RMT            TO FALSE

           SET FS-OK                TO TRUE
           SET FS-TUR-OK            TO TRUE
           SET FS-DISC-OK           TO TRUE
           MOVE 99                  TO WS-FS-REL
           OPEN INPUT ALUNOS
           OPEN INPUT TURMAS
           OPEN INPUT DISCIPLINAS

           IF NOT FS-OK OR NOT FS-TUR-OK OR NOT FS-DISC-OK
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS'
               DISPLAY 'FILE STATUS ALUNOS.....: ' WS-FS
               DISPLAY 'FILE STATUS TURMAS.....: ' WS-FS-TUR
               DISPLAY 'FILE STATUS DISCIPLINAS: ' WS-FS-DISC
               GO TO P600-FIM
           END-IF

           SET FS-FREQ-OK           TO TRUE
           OPEN INPUT FREQUENCIA
           IF FS-FREQ-OK
               SET ABRIU-FREQ TO TRUE
           END-IF
           SET FS-RMT-OK            TO TRUE
           OPEN INPUT REMATRICULA
           IF FS-RMT-OK
               SET ABRIU-RMT TO TRUE
           END-IF

           MOVE 'PLANVAGAS'         TO RN-PREFIXO
           MOVE LK-OPERADOR-ID      TO RN-OPERADOR
           MOVE SPACES              TO RN-CAMINHO
           CALL WS-BIN-RELNOME-PATH USING WS-RELNOME-AREA
               ON EXCEPTION
                   DISPLAY 'RELNOME INDISPONIVEL - USANDO O '
                           'CAMINHO FIXO'
           END-CALL
           IF RN-CAMINHO NOT EQUAL SPACES
               MOVE RN-CAMINHO TO WS-PLANVAGAS-PATH
           END-IF

           SET FS-REL-OK            TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE PLANEJAMENTO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               GO TO P600-FIM
           END-IF

           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           MOVE WS-ANO-PROJETADO    TO WS-CT-ANO
           MOVE WS-DH-DIA           TO WS-CB-DIA
           MOVE WS-DH-MES           TO WS-CB-MES
           MOVE WS-DH-ANO           TO WS-CB-ANO
           MOVE CFG-UNIDADE         TO WS-CB-UNIDADE
           MOVE CFG-CORTE-APROVACAO TO WS-CC-CORTE
           MOVE CFG-LIMITE-FALTAS   TO WS-CC-FALTAS

           WRITE REL-LINHA FROM WS-CAB-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-TITULO
           WRITE REL-LINHA FROM WS-CAB-TRACO
           WRITE REL-LINHA FROM WS-CAB-BASE
           WRITE REL-LINHA FROM WS-CAB-CRITERIO
           IF NOT ABRIU-FREQ
               WRITE REL-LINHA FROM WS-CAB-SEM-FREQ
           END-IF
           .
       P600-FIM.
           EXIT.

       P690-FECHA-ARQUIVOS.
           IF FS-REL-OK
               CLOSE RELATORIO
           END-IF
           IF ABRIU-FREQ
               CLOSE FREQUENCIA
           END-IF
           IF ABRIU-RMT
               CLOSE REMATRICULA
           END-IF
           CLOSE ALUNOS
           CLOSE TURMAS
           CLOSE DISCIPLINAS
           .
       P690-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM PLANVAGAS.
