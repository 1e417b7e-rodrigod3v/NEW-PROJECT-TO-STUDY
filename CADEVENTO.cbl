      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:PASSEIOS E EVENTOS - PARTICIPANTES E AUTORIZACOES
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. MANTEM OS PASSEIOS E
      *         EVENTOS DA UNIDADE DO LOGIN (EVENTOS.DAT: DATA,
      *         HORARIOS, DESTINO, TURMAS ENVOLVIDAS, CUSTO E PROFESSOR
      *         RESPONSAVEL) E A LISTA DE PARTICIPANTES COM A
      *         AUTORIZACAO DO RESPONSAVEL (EVTPART.DAT: PENDENTE,
      *         AUTORIZADO OU NAO AUTORIZADO E A DATA DA DEVOLUCAO).
      *         IMPRIME AS AUTORIZACOES COM OS DADOS DA FAMILIA (MESTRE
      *         DE RESPONSAVEIS QUANDO O ALUNO ESTA VINCULADO), MANDA
      *         LEMBRETE AOS PENDENTES PELO ENFILAMSG (SEM E-MAIL, O
      *         PENDENTE SAI NA LISTA DE LIGACOES) E TIRA A LISTA DE
      *         EMBARQUE DOS AUTORIZADOS, DESTACANDO OS CASOS CRITICOS
      *         DA FICHA DE SAUDE COM A MEDICACAO E O CONTATO DE
      *         EMERGENCIA. SAIDAS CATALOGADAS PELO RELNOME (AUTEVENTO,
      *         LEMBEVENTO E EMBARQUE)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADEVENTO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT EVENTOS ASSIGN TO
                WS-EVENTOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EVT-ID
                FILE STATUS IS WS-FS-EVT.

                SELECT EVTPART ASSIGN TO
                WS-EVTPART-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EVP-CHAVE
                FILE STATUS IS WS-FS-EVP.

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
                ACCESS MODE IS RANDOM
                RECORD KEY IS TUR-CODIGO
                FILE STATUS IS WS-FS-TUR.

                SELECT PROFESSORES ASSIGN TO
                WS-PROFESSORES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PROF-ID
                FILE STATUS IS WS-FS-PROF.

                SELECT RESPONSAVEIS ASSIGN TO
                WS-RESPONSAVEIS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RSP-ID
                FILE STATUS IS WS-FS-RSP.

                SELECT SAUDE ASSIGN TO
                WS-SAUDE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SAU-ID-ALUNO
                FILE STATUS IS WS-FS-SAU.

                SELECT RELATORIO ASSIGN TO
                WS-RELEVENTO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT CARTA ASSIGN TO
                WS-CARTA-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CARTA.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTEVT-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD EVENTOS.
           COPY EVENTOS.

       FD EVTPART.
           COPY EVTPART.

       FD ALUNOS.
           COPY DATABASE.

       FD TURMAS.
           COPY TURMAS.

       FD PROFESSORES.
           COPY PROFESSORES.

       FD RESPONSAVEIS.
           COPY RESPONSA.

       FD SAUDE.
           COPY SAUDE.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(80).

       FD CARTA.
         01 CARTA-LINHA                     PIC X(80).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-GRUPO                      PIC X(01).
           03 SD-TURMA                      PIC X(10).
           03 SD-NOME                       PIC X(30).
           03 SD-ID                         PIC 9(05).
           03 SD-AUTORIZACAO                PIC X(01).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY RELNAREA.
           COPY MSGAREA.

         01 WS-RESPONSAVEIS-PATH            PIC X(80).
         01 WS-CARTA-PATH                   PIC X(80).
         01 WS-SORTEVT-PATH                 PIC X(80).

         01 WS-LINHA                        PIC X(80).
         01 WS-LIN-TRACO.
           03 FILLER                      PIC X(80) VALUE ALL '-'.
         01 WS-LIN-CORTE.
           03 FILLER                      PIC X(80) VALUE ALL '- '.
         01 WS-CAB-ESCOLA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 WS-CE-ESCOLA                PIC X(40).
         01 WS-CAB-AUTORIZACAO.
           03 FILLER                      PIC X(19) VALUE SPACES.
           03 FILLER                      PIC X(42)
              VALUE 'AUTORIZACAO PARA PASSEIO / EVENTO ESCOLAR'.
         01 WS-CAB-LEMBRETE.
           03 FILLER                      PIC X(14) VALUE SPACES.
           03 FILLER                      PIC X(52)
              VALUE '*** LEMBRETE: AUTORIZACAO AINDA NAO DEVOLVIDA ***'.
         01 WS-CAB-EMBARQUE.
           03 FILLER                      PIC X(24) VALUE SPACES.
           03 FILLER                      PIC X(32)
              VALUE 'LISTA DE EMBARQUE DO EVENTO'.
         01 WS-CAB-LIGACOES.
           03 FILLER                      PIC X(16) VALUE SPACES.
           03 FILLER                      PIC X(48)
              VALUE 'AUTORIZACOES PENDENTES - LEMBRETES E LIGACOES'.
         01 WS-LIN-EVENTO.
           03 FILLER                      PIC X(08) VALUE 'EVENTO: '.
           03 WS-LV-ID                    PIC 9(04).
           03 FILLER                      PIC X(03) VALUE ' - '.
           03 WS-LV-DESCRICAO             PIC X(30).
           03 FILLER                      PIC X(08) VALUE '  DATA: '.
           03 WS-LV-DATA                  PIC X(10).
         01 WS-LIN-DESTINO.
           03 FILLER                      PIC X(09) VALUE 'DESTINO: '.
           03 WS-LD-DESTINO               PIC X(40).
         01 WS-LIN-HORARIO.
           03 FILLER                      PIC X(07) VALUE 'SAIDA: '.
           03 WS-LH-SAIDA-HH              PIC 9(02).
           03 FILLER                      PIC X(01) VALUE ':'.
           03 WS-LH-SAIDA-MM              PIC 9(02).
           03 FILLER                      PIC X(21)
              VALUE '   RETORNO PREVISTO: '.
           03 WS-LH-RETORNO-HH            PIC 9(02).
           03 FILLER                      PIC X(01) VALUE ':'.
           03 WS-LH-RETORNO-MM            PIC 9(02).
           03 FILLER                      PIC X(23)
              VALUE '   CUSTO POR ALUNO: R$ '.
           03 WS-LH-CUSTO                 PIC ZZZ9,99.
         01 WS-LIN-PROFESSOR.
           03 FILLER                      PIC X(23)
              VALUE 'PROFESSOR RESPONSAVEL: '.
           03 WS-LP-PROFESSOR             PIC X(30).
           03 FILLER                      PIC X(06) VALUE ' TEL: '.
           03 WS-LP-TELEFONE              PIC X(15).
         01 WS-LIN-RESPONSAVEL.
           03 FILLER                      PIC X(13)
              VALUE 'RESPONSAVEL: '.
           03 WS-LR-NOME                  PIC X(30).
           03 FILLER                      PIC X(07) VALUE '  TEL: '.
           03 WS-LR-TELEFONE              PIC X(15).
         01 WS-LIN-ENDERECO.
           03 FILLER                      PIC X(13)
              VALUE 'ENDERECO...: '.
           03 WS-LE-ENDERECO              PIC X(40).
         01 WS-LIN-ALUNO.
           03 FILLER                      PIC X(13)
              VALUE 'ALUNO......: '.
           03 WS-LA-ID                    PIC 9(05).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-LA-NOME                  PIC X(30).
           03 FILLER                      PIC X(08) VALUE ' TURMA: '.
           03 WS-LA-TURMA                 PIC X(10).
         01 WS-LIN-TEXTO-1.
           03 FILLER                      PIC X(40)
              VALUE 'EU, RESPONSAVEL PELO ALUNO ACIMA, (   ) '.
           03 FILLER                      PIC X(40)
              VALUE 'AUTORIZO   (   ) NAO AUTORIZO'.
         01 WS-LIN-TEXTO-2.
           03 FILLER                      PIC X(40)
              VALUE 'A PARTICIPACAO NO EVENTO DESCRITO, NAS C'.
           03 FILLER                      PIC X(40)
              VALUE 'ONDICOES ACIMA.'.
         01 WS-LIN-TEXTO-3.
           03 FILLER                      PIC X(40)
              VALUE 'DEVOLVER ASSINADA AO PROFESSOR RESPONSAV'.
           03 FILLER                      PIC X(40)
              VALUE 'EL ANTES DA DATA DO EVENTO.'.
         01 WS-LIN-ASSINA-1.
           03 FILLER                      PIC X(26)
              VALUE 'DATA: ____/____/________'.
           03 FILLER                      PIC X(14) VALUE SPACES.
           03 FILLER                      PIC X(36) VALUE ALL '_'.
         01 WS-LIN-ASSINA-2.
           03 FILLER                      PIC X(46) VALUE SPACES.
           03 FILLER                      PIC X(25)
              VALUE 'ASSINATURA DO RESPONSAVEL'.

         01 WS-EB-COLUNAS.
           03 FILLER                      PIC X(40)
              VALUE 'IDA VOLTA    ID NOME                    '.
           03 FILLER                      PIC X(40)
              VALUE '        TURMA      TEL RESPONSAVEL'.
         01 WS-EB-DETALHE.
           03 FILLER                      PIC X(08) VALUE '[ ] [ ] '.
           03 WS-ED-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-ED-NOME                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-ED-TURMA                 PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-ED-TELEFONE              PIC X(15).
           03 WS-ED-CRITICO               PIC X(08).
         01 WS-EB-SAUDE-1.
           03 FILLER                      PIC X(14) VALUE SPACES.
           03 FILLER                      PIC X(12)
              VALUE 'MEDICACAO.: '.
           03 WS-ES-MEDICACAO             PIC X(54).
         01 WS-EB-SAUDE-2.
           03 FILLER                      PIC X(14) VALUE SPACES.
           03 FILLER                      PIC X(12)
              VALUE 'ALERGIAS..: '.
           03 WS-ES-ALERGIAS              PIC X(54).
         01 WS-EB-SAUDE-3.
           03 FILLER                      PIC X(14) VALUE SPACES.
           03 FILLER                      PIC X(12)
              VALUE 'EMERGENCIA: '.
           03 WS-ES-CONTATO               PIC X(30).
           03 FILLER                      PIC X(05) VALUE ' TEL '.
           03 WS-ES-TEL                   PIC X(15).
         01 WS-EB-CAB-FORA.
           03 FILLER                      PIC X(40)
              VALUE 'SEM AUTORIZACAO - NAO EMBARCAM:'.
         01 WS-EB-FORA.
           03 FILLER                      PIC X(08) VALUE SPACES.
           03 WS-EF-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-EF-NOME                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-EF-TURMA                 PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-EF-SITUACAO              PIC X(16).
         01 WS-EB-LEGENDA.
           03 FILLER                      PIC X(40)
              VALUE '*CRIT* = CASO CRITICO DA FICHA DE SAUDE '.
           03 FILLER                      PIC X(40)
              VALUE '- LEVAR A MEDICACAO E O CONTATO'.
         01 WS-EB-ARRECADACAO.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(30)
              VALUE 'ARRECADACAO PREVISTA (AUTORIZ'.
           03 FILLER                      PIC X(09) VALUE 'ADOS): R$'.
           03 WS-EA-VALOR                 PIC ZZZZZZ9,99.

         01 WS-LG-COLUNAS.
           03 FILLER                      PIC X(40)
              VALUE '   ID NOME                  TURMA      R'.
           03 FILLER                      PIC X(40)
              VALUE 'ESPONSAVEL        TELEFONE        ENVIO'.
         01 WS-LG-DETALHE.
           03 WS-LG-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-LG-NOME                  PIC X(21).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-LG-TURMA                 PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-LG-RESPONSAVEL           PIC X(18).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-LG-TELEFONE              PIC X(15).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-LG-ENVIO                 PIC X(06).

         01 WS-TOT-LINHA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-TL-DESCRICAO             PIC X(30).
           03 FILLER                      PIC X(02) VALUE ': '.
           03 WS-TL-QTD                   PIC ZZZZ9.

         01 WS-HORA-AUX.
           03 WS-HA-HH                     PIC 9(02).
           03 WS-HA-MM                     PIC 9(02).
         01 WS-DATA-AUX.
           03 WS-DA-ANO                    PIC 9(04).
           03 WS-DA-MES                    PIC 9(02).
           03 WS-DA-DIA                    PIC 9(02).
         01 WS-DATA-ED.
           03 WS-DE-DIA                    PIC 9(02).
           03 FILLER                       PIC X(01) VALUE '/'.
           03 WS-DE-MES                    PIC 9(02).
           03 FILLER                       PIC X(01) VALUE '/'.
           03 WS-DE-ANO                    PIC 9(04).
         01 WS-TAB-DIAS-MES.
           03 FILLER                      PIC X(24)
              VALUE '312831303130313130313031'.
         01 WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           03 WS-DIAS-DO-MES OCCURS 12   PIC 9(02).
         01 WS-NOVAS-TURMAS.
           03 WS-NOVA-TURMA OCCURS 6      PIC X(10).
         01 WS-ID-EDIT-EVT                 PIC 9(04).
         01 WS-ID-EDIT                     PIC 9(05).

         77 WS-FS-EVT                      PIC 99.
           88 FS-EVT-OK                    VALUE 0.
         77 WS-FS-EVP                      PIC 99.
           88 FS-EVP-OK                    VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-PROF                     PIC 99.
           88 FS-PROF-OK                   VALUE 0.
         77 WS-FS-RSP                      PIC 99.
           88 FS-RSP-OK                    VALUE 0.
         77 WS-FS-SAU                      PIC 99.
           88 FS-SAU-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-FS-CARTA                    PIC 99.
           88 FS-CARTA-OK                  VALUE 0.
         77 WS-ABRIU-RSP                   PIC X     VALUE 'N'.
           88 ABRIU-RSP                    VALUE 'S' FALSE 'N'.
         77 WS-ABRIU-SAU                   PIC X     VALUE 'N'.
           88 ABRIU-SAU                    VALUE 'S' FALSE 'N'.
         77 WS-ARQUIVOS                    PIC X     VALUE 'N'.
           88 ARQUIVOS-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-AUX                     PIC X     VALUE 'N'.
           88 EOF-AUX-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-EVENTO                      PIC X     VALUE 'N'.
           88 EVENTO-OK                    VALUE 'S' FALSE 'N'.
         77 WS-DADOS                       PIC X     VALUE 'N'.
           88 DADOS-OK                     VALUE 'S' FALSE 'N'.
         77 WS-DATA                        PIC X     VALUE 'N'.
           88 DATA-OK                      VALUE 'S' FALSE 'N'.
         77 WS-FIM-REGISTRO                PIC X     VALUE 'N'.
           88 FIM-REGISTRO                 VALUE 'S' FALSE 'N'.
         77 WS-DESTINO-LINHA               PIC X     VALUE 'R'.
           88 GRAVA-RELATORIO              VALUE 'R'.
           88 GRAVA-CARTA                  VALUE 'C'.
         77 WS-MODO                        PIC X(01) VALUE SPACES.
           88 MODO-TODOS                   VALUE 'T'.
           88 MODO-PENDENTES               VALUE 'P'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-RESPOSTA                    PIC X(01) VALUE SPACES.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         77 WS-CONT-PEND                   PIC 9(05) VALUE ZEROS.
         77 WS-CONT-AUT                    PIC 9(05) VALUE ZEROS.
         77 WS-CONT-NEG                    PIC 9(05) VALUE ZEROS.
         77 WS-CONT-PART                   PIC 9(05) VALUE ZEROS.
         77 WS-CONT-NOVOS                  PIC 9(05) VALUE ZEROS.
         77 WS-CONT-JA                     PIC 9(05) VALUE ZEROS.
         77 WS-CONT-DESLIGADOS             PIC 9(05) VALUE ZEROS.
         77 WS-CONT-CRITICOS               PIC 9(05) VALUE ZEROS.
         77 WS-CONT-EMAIL                  PIC 9(05) VALUE ZEROS.
         77 WS-CONT-LIGAR                  PIC 9(05) VALUE ZEROS.
         77 WS-CONT-FORA                   PIC 9(05) VALUE ZEROS.
         77 WS-MAIOR-ID                    PIC 9(04) VALUE ZEROS.
         77 WS-ID-EVENTO                   PIC 9(04) VALUE ZEROS.
         77 WS-ID-ALUNO                    PIC 9(05) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-PROF                PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-TUR                 PIC 9(02) VALUE ZEROS.
         77 WS-IDX                         PIC 9(02) VALUE ZEROS.
         77 WS-IDX-AUX                     PIC 9(02) VALUE ZEROS.
         77 WS-QTD-NOVAS                   PIC 9(02) VALUE ZEROS.
         77 WS-ENTRADA-NUM                 PIC 9(20) VALUE ZEROS.
         77 WS-ENTRADA-X                   PIC X(40) VALUE SPACES.
         77 WS-ENTRADA-TURMA               PIC X(10) VALUE SPACES.
         77 WS-ENTRADA-CUSTO               PIC 9(04)V99 VALUE ZEROS.
         77 WS-NOVA-DESCRICAO              PIC X(30) VALUE SPACES.
         77 WS-NOVO-DESTINO                PIC X(40) VALUE SPACES.
         77 WS-NOVA-DATA                   PIC 9(08) VALUE ZEROS.
         77 WS-NOVA-HORA-SAIDA             PIC 9(04) VALUE ZEROS.
         77 WS-NOVA-HORA-RETORNO           PIC 9(04) VALUE ZEROS.
         77 WS-NOVO-CUSTO                  PIC 9(04)V99 VALUE ZEROS.
         77 WS-NOVO-PROFESSOR              PIC 9(05) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-DATA-RETORNO                PIC 9(08) VALUE ZEROS.
         77 WS-DATA-VALIDAR                PIC 9(08) VALUE ZEROS.
         77 WS-ULTIMO-DIA                  PIC 9(02) VALUE ZEROS.
         77 WS-QUOCIENTE                   PIC 9(04) VALUE ZEROS.
         77 WS-RESTO                       PIC 9(04) VALUE ZEROS.
         77 WS-SITUACAO-DESC               PIC X(16) VALUE SPACES.
         77 WS-FAM-NOME                    PIC X(30) VALUE SPACES.
         77 WS-FAM-TELEFONE                PIC X(15) VALUE SPACES.
         77 WS-FAM-ENDERECO                PIC X(40) VALUE SPACES.
         77 WS-FAM-EMAIL                   PIC X(40) VALUE SPACES.
         77 WS-ARRECADACAO                 PIC 9(07)V99 VALUE ZEROS.

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
           IF ARQUIVOS-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               PERFORM P290-FECHA-ARQUIVOS THRU P290-FIM
           END-IF
           PERFORM P900-FIM
           .

       P100-MONTA-CAMINHOS.
           ACCEPT WS-BASE-DIR FROM ENVIRONMENT 'BOLETIMV2_HOME'
           IF WS-BASE-DIR EQUAL SPACES THEN
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\EVENTOS.DAT' DELIMITED BY SIZE
                  INTO WS-EVENTOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\EVTPART.DAT' DELIMITED BY SIZE
                  INTO WS-EVTPART-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PROFESSORES.DAT' DELIMITED BY SIZE
                  INTO WS-PROFESSORES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RESPONSAVEIS.DAT' DELIMITED BY SIZE
                  INTO WS-RESPONSAVEIS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SAUDE.DAT' DELIMITED BY SIZE
                  INTO WS-SAUDE-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTEVT.TMP' DELIMITED BY SIZE
                  INTO WS-SORTEVT-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\bin' DELIMITED BY SIZE
                  INTO WS-BIN-DIR
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CFGPARAM' DELIMITED BY SIZE
                  INTO WS-BIN-CFGPARAM-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\RELNOME' DELIMITED BY SIZE
                  INTO WS-BIN-RELNOME-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\ENFILAMSG' DELIMITED BY SIZE
                  INTO WS-BIN-ENFILAMSG-PATH

           CALL WS-BIN-CFGPARAM-PATH USING CFG-PARAMETROS
               ON EXCEPTION
                   CONTINUE
           END-CALL

           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * EVENTOS E PARTICIPANTES SAO CRIADOS NA PRIMEIRA VEZ. O MESTRE
      * DE RESPONSAVEIS E A FICHA DE SAUDE SAO OPCIONAIS: SEM O
      * PRIMEIRO VALEM OS DADOS DO RESPONSAVEL NO CADASTRO DO ALUNO,
      * SEM A SEGUNDA A LISTA DE EMBARQUE SAI SEM O DESTAQUE
      ******************************************************************
       P200-ABRE-ARQUIVOS.
           SET ARQUIVOS-OK          TO FALSE
           SET FS-EVT-OK            TO TRUE
           SET FS-EVP-OK            TO TRUE

           OPEN I-O EVENTOS
           IF WS-FS-EVT EQUAL 35 THEN
               OPEN OUTPUT EVENTOS
               CLOSE EVENTOS
               OPEN I-O EVENTOS
           END-IF

           OPEN I-O EVTPART
           IF WS-FS-EVP EQUAL 35 THEN
               OPEN OUTPUT EVTPART
               CLOSE EVTPART
               OPEN I-O EVTPART
           END-IF

           OPEN INPUT ALUNOS
           OPEN INPUT TURMAS
           OPEN INPUT PROFESSORES

           IF NOT FS-EVT-OK OR NOT FS-EVP-OK OR NOT FS-OK OR
              NOT FS-TUR-OK OR NOT FS-PROF-OK
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DE EVENTOS'
               DISPLAY 'FILE STATUS EVENTOS.....: ' WS-FS-EVT
               DISPLAY 'FILE STATUS PARTICIPANT.: ' WS-FS-EVP
               DISPLAY 'FILE STATUS ALUNOS......: ' WS-FS
               DISPLAY 'FILE STATUS TURMAS......: ' WS-FS-TUR
               DISPLAY 'FILE STATUS PROFESSORES.: ' WS-FS-PROF
               PERFORM P290-FECHA-ARQUIVOS THRU P290-FIM
               GO TO P200-FIM
           END-IF

           SET ABRIU-RSP            TO FALSE
           OPEN INPUT RESPONSAVEIS
           IF FS-RSP-OK
               SET ABRIU-RSP        TO TRUE
           END-IF
           SET ABRIU-SAU            TO FALSE
           OPEN INPUT SAUDE
           IF FS-SAU-OK
               SET ABRIU-SAU        TO TRUE
           END-IF

           SET ARQUIVOS-OK          TO TRUE
           .
       P200-FIM.
           EXIT.

       P290-FECHA-ARQUIVOS.
           CLOSE EVENTOS
           CLOSE EVTPART
           CLOSE ALUNOS
           CLOSE TURMAS
           CLOSE PROFESSORES
           IF ABRIU-RSP
               CLOSE RESPONSAVEIS
               SET ABRIU-RSP        TO FALSE
           END-IF
           IF ABRIU-SAU
               CLOSE SAUDE
               SET ABRIU-SAU        TO FALSE
           END-IF
           .
       P290-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** PASSEIOS E EVENTOS ****'
           DISPLAY '  1 - LISTAR EVENTOS'
           DISPLAY '  2 - INCLUIR EVENTO'
           DISPLAY '  3 - ALTERAR EVENTO'
           DISPLAY '  4 - CANCELAR/REATIVAR EVENTO'
           DISPLAY '  5 - GERAR PARTICIPANTES PELAS TURMAS'
           DISPLAY '  6 - REGISTRAR AUTORIZACAO DEVOLVIDA'
           DISPLAY '  7 - IMPRIMIR AUTORIZACOES'
           DISPLAY '  8 - LEMBRETE AOS PENDENTES'
           DISPLAY '  9 - LISTA DE EMBARQUE'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-LISTA          THRU P310-FIM
               WHEN '2'
                   PERFORM P320-INCLUI         THRU P320-FIM
               WHEN '3'
                   PERFORM P330-ALTERA         THRU P330-FIM
               WHEN '4'
                   PERFORM P340-CANCELA        THRU P340-FIM
               WHEN '5'
                   PERFORM P400-GERA-PARTICIPANTES THRU P400-FIM
               WHEN '6'
                   PERFORM P420-REGISTRA       THRU P420-FIM
               WHEN '7'
                   PERFORM P500-AUTORIZACOES   THRU P500-FIM
               WHEN '8'
                   PERFORM P540-LEMBRETE       THRU P540-FIM
               WHEN '9'
                   PERFORM P580-EMBARQUE       THRU P580-FIM
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

       P310-LISTA.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT
           MOVE ZEROS               TO EVT-ID

           START EVENTOS KEY IS NOT LESS THAN EVT-ID
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           DISPLAY 'EVT  DATA       DESCRICAO                      '
                   'PEND  AUT  NEG'
           PERFORM UNTIL EOF-OK
               READ EVENTOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF EVT-UNIDADE EQUAL CFG-UNIDADE
                           ADD 1 TO WS-CONT
                           PERFORM P390-CONTA-PARTICIPANTES
                              THRU P390-FIM
                           MOVE EVT-DATA TO WS-DATA-AUX
                           PERFORM P620-EDITA-DATA THRU P620-FIM
                           IF EVENTO-CANCELADO
                               DISPLAY EVT-ID ' ' WS-DATA-ED ' '
                                       EVT-DESCRICAO ' '
                                       WS-CONT-PEND ' ' WS-CONT-AUT
                                       ' ' WS-CONT-NEG ' (CANCELADO)'
                           ELSE
                               DISPLAY EVT-ID ' ' WS-DATA-ED ' '
                                       EVT-DESCRICAO ' '
                                       WS-CONT-PEND ' ' WS-CONT-AUT
                                       ' ' WS-CONT-NEG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUM EVENTO CADASTRADO NA UNIDADE'
           END-IF
           .
       P310-FIM.
           EXIT.

       P320-INCLUI.
           PERFORM P360-PROXIMO-ID THRU P360-FIM
           IF WS-MAIOR-ID EQUAL 9999
               DISPLAY '*** LIMITE DE EVENTOS ATINGIDO ***'
               GO TO P320-FIM
           END-IF

           MOVE SPACES              TO WS-NOVA-DESCRICAO
           MOVE SPACES              TO WS-NOVO-DESTINO
           MOVE ZEROS               TO WS-NOVA-DATA
           MOVE ZEROS               TO WS-NOVA-HORA-SAIDA
           MOVE ZEROS               TO WS-NOVA-HORA-RETORNO
           MOVE ZEROS               TO WS-NOVO-CUSTO
           MOVE ZEROS               TO WS-NOVO-PROFESSOR
           MOVE SPACES              TO WS-NOVAS-TURMAS
           PERFORM P370-DADOS-EVENTO THRU P370-FIM
           IF NOT DADOS-OK
               GO TO P320-FIM
           END-IF
           PERFORM P375-TURMAS-EVENTO THRU P375-FIM
           IF NOT DADOS-OK
               GO TO P320-FIM
           END-IF

           INITIALIZE REG-EVENTOS
           COMPUTE EVT-ID = WS-MAIOR-ID + 1
           MOVE WS-NOVA-DESCRICAO   TO EVT-DESCRICAO
           MOVE WS-NOVA-DATA        TO EVT-DATA
           MOVE WS-NOVA-HORA-SAIDA  TO EVT-HORA-SAIDA
           MOVE WS-NOVA-HORA-RETORNO TO EVT-HORA-RETORNO
           MOVE WS-NOVO-DESTINO     TO EVT-DESTINO
           MOVE WS-NOVAS-TURMAS     TO EVT-TURMAS
           MOVE WS-NOVO-CUSTO       TO EVT-CUSTO
           MOVE WS-NOVO-PROFESSOR   TO EVT-ID-PROFESSOR
           MOVE CFG-UNIDADE         TO EVT-UNIDADE
           SET EVENTO-ATIVO         TO TRUE
           MOVE WS-DATA-HOJE        TO EVT-DT-CADASTRO
           MOVE LK-OPERADOR-ID      TO EVT-OPERADOR

           WRITE REG-EVENTOS
               INVALID KEY
                   DISPLAY '*** EVENTO JA CADASTRADO ***'
               NOT INVALID KEY
                   DISPLAY '*** EVENTO ' EVT-ID
                           ' CADASTRADO COM SUCESSO ***'
                   DISPLAY 'GERE OS PARTICIPANTES PELA OPCAO 5'
           END-WRITE
           .
       P320-FIM.
           EXIT.

       P330-ALTERA.
           PERFORM P380-LE-EVENTO   THRU P380-FIM
           IF NOT EVENTO-OK
               GO TO P330-FIM
           END-IF

           PERFORM P630-MONTA-EVENTO THRU P630-FIM
           DISPLAY 'DESCRICAO ATUAL..: ' EVT-DESCRICAO
           DISPLAY 'DATA ATUAL.......: ' WS-LV-DATA
           DISPLAY 'SAIDA/RETORNO....: ' WS-LH-SAIDA-HH ':'
                   WS-LH-SAIDA-MM ' - ' WS-LH-RETORNO-HH ':'
                   WS-LH-RETORNO-MM
           DISPLAY 'DESTINO ATUAL....: ' EVT-DESTINO
           DISPLAY 'CUSTO ATUAL......: ' WS-LH-CUSTO
           DISPLAY 'PROFESSOR ATUAL..: ' EVT-ID-PROFESSOR ' '
                   WS-LP-PROFESSOR
           DISPLAY 'TURMAS...........: ' EVT-TURMA(1) ' '
                   EVT-TURMA(2) ' ' EVT-TURMA(3) ' ' EVT-TURMA(4)
                   ' ' EVT-TURMA(5) ' ' EVT-TURMA(6)
           MOVE EVT-DESCRICAO       TO WS-NOVA-DESCRICAO
           MOVE EVT-DESTINO         TO WS-NOVO-DESTINO
           MOVE EVT-DATA            TO WS-NOVA-DATA
           MOVE EVT-HORA-SAIDA      TO WS-NOVA-HORA-SAIDA
           MOVE EVT-HORA-RETORNO    TO WS-NOVA-HORA-RETORNO
           MOVE EVT-CUSTO           TO WS-NOVO-CUSTO
           MOVE EVT-ID-PROFESSOR    TO WS-NOVO-PROFESSOR
           MOVE EVT-TURMAS          TO WS-NOVAS-TURMAS

           PERFORM P370-DADOS-EVENTO THRU P370-FIM
           IF NOT DADOS-OK
               GO TO P330-FIM
           END-IF

      * TURMA RETIRADA NAO APAGA OS PARTICIPANTES JA GERADOS; A
      * AUTORIZACAO DELES CONTINUA VALENDO
           DISPLAY 'REDEFINIR AS TURMAS DO EVENTO? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM EQUAL 'S'
               MOVE SPACES          TO WS-NOVAS-TURMAS
               PERFORM P375-TURMAS-EVENTO THRU P375-FIM
               IF NOT DADOS-OK
                   GO TO P330-FIM
               END-IF
           END-IF

           DISPLAY 'CONFIRMA? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'EVENTO NAO ALTERADO'
               GO TO P330-FIM
           END-IF

           MOVE WS-NOVA-DESCRICAO   TO EVT-DESCRICAO
           MOVE WS-NOVA-DATA        TO EVT-DATA
           MOVE WS-NOVA-HORA-SAIDA  TO EVT-HORA-SAIDA
           MOVE WS-NOVA-HORA-RETORNO TO EVT-HORA-RETORNO
           MOVE WS-NOVO-DESTINO     TO EVT-DESTINO
           MOVE WS-NOVAS-TURMAS     TO EVT-TURMAS
           MOVE WS-NOVO-CUSTO       TO EVT-CUSTO
           MOVE WS-NOVO-PROFESSOR   TO EVT-ID-PROFESSOR
           MOVE LK-OPERADOR-ID      TO EVT-OPERADOR

           REWRITE REG-EVENTOS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O EVENTO'
               NOT INVALID KEY
                   DISPLAY 'EVENTO ALTERADO...'
           END-REWRITE
           .
       P330-FIM.
           EXIT.

       P340-CANCELA.
           PERFORM P380-LE-EVENTO   THRU P380-FIM
           IF NOT EVENTO-OK
               GO TO P340-FIM
           END-IF

           IF EVENTO-CANCELADO
               DISPLAY 'EVENTO ' EVT-ID ' ESTA CANCELADO. '
                       'REATIVAR? <S> - <N>'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM EQUAL 'S'
                   SET EVENTO-ATIVO TO TRUE
                   MOVE LK-OPERADOR-ID TO EVT-OPERADOR
                   REWRITE REG-EVENTOS
                   DISPLAY 'EVENTO REATIVADO...'
               END-IF
           ELSE
               PERFORM P390-CONTA-PARTICIPANTES THRU P390-FIM
               IF WS-CONT-PART > ZEROS
                   DISPLAY 'O EVENTO TEM ' WS-CONT-PART
                           ' PARTICIPANTE(S); AS AUTORIZACOES FICAM '
                           'GUARDADAS'
               END-IF
               DISPLAY 'EVENTO ' EVT-ID ' ESTA ATIVO. '
                       'CANCELAR? <S> - <N>'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM EQUAL 'S'
                   SET EVENTO-CANCELADO TO TRUE
                   MOVE LK-OPERADOR-ID TO EVT-OPERADOR
                   REWRITE REG-EVENTOS
                   DISPLAY 'EVENTO CANCELADO...'
               END-IF
           END-IF
           .
       P340-FIM.
           EXIT.

       P360-PROXIMO-ID.
           SET EOF-AUX-OK           TO FALSE
           MOVE ZEROS               TO WS-MAIOR-ID
           MOVE ZEROS               TO EVT-ID

           START EVENTOS KEY IS NOT LESS THAN EVT-ID
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ EVENTOS NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       MOVE EVT-ID TO WS-MAIOR-ID
               END-READ
           END-PERFORM
           .
       P360-FIM.
           EXIT.

      ******************************************************************
      * DESCRICAO, DATA, HORARIOS, DESTINO, CUSTO E PROFESSOR; ENTER
      * MANTEM O VALOR ATUAL. DATA DO EVENTO NAO PODE SER PASSADA E O
      * PROFESSOR TEM DE SER ATIVO E DA UNIDADE DO LOGIN
      ******************************************************************
       P370-DADOS-EVENTO.
           SET DADOS-OK             TO FALSE

           DISPLAY 'DESCRICAO DO EVENTO: '
           MOVE SPACES              TO WS-ENTRADA-X
           ACCEPT WS-ENTRADA-X
           IF WS-ENTRADA-X NOT EQUAL SPACES
               MOVE WS-ENTRADA-X    TO WS-NOVA-DESCRICAO
           END-IF
           IF WS-NOVA-DESCRICAO EQUAL SPACES
               DISPLAY '*** DESCRICAO NAO INFORMADA ***'
               GO TO P370-FIM
           END-IF
           INSPECT WS-NOVA-DESCRICAO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           DISPLAY 'DATA DO EVENTO (AAAAMMDD): '
           MOVE ZEROS               TO WS-ENTRADA-NUM
           ACCEPT WS-ENTRADA-NUM
           IF WS-ENTRADA-NUM > ZEROS
               MOVE WS-ENTRADA-NUM  TO WS-NOVA-DATA
           END-IF
           MOVE WS-NOVA-DATA        TO WS-DATA-VALIDAR
           PERFORM P600-VALIDA-DATA THRU P600-FIM
           IF NOT DATA-OK
               DISPLAY '*** DATA INVALIDA ***'
               GO TO P370-FIM
           END-IF
           IF WS-NOVA-DATA < WS-DATA-HOJE
               DISPLAY '*** DATA DO EVENTO JA PASSOU ***'
               GO TO P370-FIM
           END-IF

           DISPLAY 'HORA DE SAIDA (HHMM): '
           MOVE ZEROS               TO WS-ENTRADA-NUM
           ACCEPT WS-ENTRADA-NUM
           IF WS-ENTRADA-NUM > ZEROS
               MOVE WS-ENTRADA-NUM  TO WS-NOVA-HORA-SAIDA
           END-IF
           DISPLAY 'HORA PREVISTA DE RETORNO (HHMM): '
           MOVE ZEROS               TO WS-ENTRADA-NUM
           ACCEPT WS-ENTRADA-NUM
           IF WS-ENTRADA-NUM > ZEROS
               MOVE WS-ENTRADA-NUM  TO WS-NOVA-HORA-RETORNO
           END-IF
           MOVE WS-NOVA-HORA-SAIDA  TO WS-HORA-AUX
           IF WS-HA-HH > 23 OR WS-HA-MM > 59
               DISPLAY '*** HORA DE SAIDA INVALIDA ***'
               GO TO P370-FIM
           END-IF
           MOVE WS-NOVA-HORA-RETORNO TO WS-HORA-AUX
           IF WS-HA-HH > 23 OR WS-HA-MM > 59 OR
              WS-NOVA-HORA-RETORNO NOT > WS-NOVA-HORA-SAIDA
               DISPLAY '*** HORA DE RETORNO INVALIDA ***'
               GO TO P370-FIM
           END-IF

           DISPLAY 'DESTINO: '
           MOVE SPACES              TO WS-ENTRADA-X
           ACCEPT WS-ENTRADA-X
           IF WS-ENTRADA-X NOT EQUAL SPACES
               MOVE WS-ENTRADA-X    TO WS-NOVO-DESTINO
           END-IF
           IF WS-NOVO-DESTINO EQUAL SPACES
               DISPLAY '*** DESTINO NAO INFORMADO ***'
               GO TO P370-FIM
           END-IF
           INSPECT WS-NOVO-DESTINO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           DISPLAY 'CUSTO POR ALUNO (0 = GRATUITO, ENTER MANTEM): '
           MOVE WS-NOVO-CUSTO       TO WS-ENTRADA-CUSTO
           ACCEPT WS-ENTRADA-CUSTO
           MOVE WS-ENTRADA-CUSTO    TO WS-NOVO-CUSTO

           DISPLAY 'ID DO PROFESSOR RESPONSAVEL: '
           MOVE ZEROS               TO WS-ENTRADA-NUM
           ACCEPT WS-ENTRADA-NUM
           IF WS-ENTRADA-NUM > ZEROS
               MOVE WS-ENTRADA-NUM  TO WS-NOVO-PROFESSOR
           END-IF
           MOVE WS-NOVO-PROFESSOR   TO PROF-ID
           READ PROFESSORES
               INVALID KEY
                   DISPLAY '*** PROFESSOR NAO CADASTRADO ***'
                   GO TO P370-FIM
           END-READ
           IF NOT PROFESSOR-ATIVO
               DISPLAY '*** PROFESSOR INATIVO ***'
               GO TO P370-FIM
           END-IF
           MOVE 1                   TO WS-UNIDADE-PROF
           IF PROF-UNIDADE NUMERIC AND PROF-UNIDADE > ZEROS
               MOVE PROF-UNIDADE    TO WS-UNIDADE-PROF
           END-IF
           IF WS-UNIDADE-PROF NOT EQUAL CFG-UNIDADE
               DISPLAY '*** O PROFESSOR E DA UNIDADE '
                       WS-UNIDADE-PROF ' ***'
               GO TO P370-FIM
           END-IF
           DISPLAY 'PROFESSOR: ' PROF-NOME

           SET DADOS-OK             TO TRUE
           .
       P370-FIM.
           EXIT.

      ******************************************************************
      * ATE SEIS TURMAS DA UNIDADE DO LOGIN; ENTER ENCERRA A LISTA
      ******************************************************************
       P375-TURMAS-EVENTO.
           SET DADOS-OK             TO FALSE
           MOVE ZEROS               TO WS-QTD-NOVAS

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               DISPLAY 'TURMA ' WS-IDX ' DO EVENTO (ENTER = FIM): '
               MOVE SPACES          TO WS-ENTRADA-TURMA
               ACCEPT WS-ENTRADA-TURMA
               IF WS-ENTRADA-TURMA EQUAL SPACES
                   MOVE 6           TO WS-IDX
               ELSE
                   INSPECT WS-ENTRADA-TURMA
                           CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                   MOVE WS-ENTRADA-TURMA TO TUR-CODIGO
                   READ TURMAS
                       INVALID KEY
                           DISPLAY '*** TURMA NAO CADASTRADA ***'
                           SUBTRACT 1 FROM WS-IDX
                       NOT INVALID KEY
                           MOVE 1   TO WS-UNIDADE-TUR
                           IF TUR-UNIDADE NUMERIC AND
                              TUR-UNIDADE > ZEROS
                               MOVE TUR-UNIDADE TO WS-UNIDADE-TUR
                           END-IF
                           IF WS-UNIDADE-TUR NOT EQUAL CFG-UNIDADE
                               DISPLAY '*** A TURMA E DA UNIDADE '
                                       WS-UNIDADE-TUR ' ***'
                               SUBTRACT 1 FROM WS-IDX
                           ELSE
                               ADD 1 TO WS-QTD-NOVAS
                               MOVE WS-ENTRADA-TURMA
                                    TO WS-NOVA-TURMA(WS-QTD-NOVAS)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM

           IF WS-QTD-NOVAS EQUAL ZEROS
               DISPLAY '*** INFORME AO MENOS UMA TURMA ***'
               GO TO P375-FIM
           END-IF

           SET DADOS-OK             TO TRUE
           .
       P375-FIM.
           EXIT.

      ******************************************************************
      * PEDE O NUMERO DO EVENTO E LE; SO VALE EVENTO DA UNIDADE DO LOGIN
      ******************************************************************
       P380-LE-EVENTO.
           SET EVENTO-OK            TO FALSE
           DISPLAY 'NUMERO DO EVENTO: '
           MOVE ZEROS               TO WS-ID-EVENTO
           ACCEPT WS-ID-EVENTO
           MOVE WS-ID-EVENTO        TO EVT-ID

           READ EVENTOS
               INVALID KEY
                   DISPLAY 'EVENTO NAO ENCONTRADO'
                   GO TO P380-FIM
           END-READ

           IF EVT-UNIDADE NOT EQUAL CFG-UNIDADE
               DISPLAY '*** O EVENTO ' EVT-ID ' E DA UNIDADE '
                       EVT-UNIDADE ' ***'
               GO TO P380-FIM
           END-IF

           DISPLAY 'EVENTO ' EVT-ID ' - ' EVT-DESCRICAO
           SET EVENTO-OK            TO TRUE
           .
       P380-FIM.
           EXIT.

      ******************************************************************
      * LE O EVENTO E SO DEIXA SEGUIR SE NAO ESTIVER CANCELADO
      ******************************************************************
       P385-LE-EVENTO-ATIVO.
           PERFORM P380-LE-EVENTO   THRU P380-FIM
           IF EVENTO-OK AND EVENTO-CANCELADO
               DISPLAY '*** EVENTO CANCELADO ***'
               SET EVENTO-OK        TO FALSE
           END-IF
           .
       P385-FIM.
           EXIT.

      ******************************************************************
      * PARTICIPANTES DO EVENTO CORRENTE POR SITUACAO DA AUTORIZACAO
      ******************************************************************
       P390-CONTA-PARTICIPANTES.
           MOVE ZEROS               TO WS-CONT-PART
           MOVE ZEROS               TO WS-CONT-PEND
           MOVE ZEROS               TO WS-CONT-AUT
           MOVE ZEROS               TO WS-CONT-NEG
           SET EOF-AUX-OK           TO FALSE
           MOVE EVT-ID              TO EVP-ID-EVENTO
           MOVE ZEROS               TO EVP-ID-ALUNO

           START EVTPART KEY IS NOT LESS THAN EVP-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ EVTPART NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF EVP-ID-EVENTO NOT EQUAL EVT-ID
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT-PART
                           EVALUATE TRUE
                               WHEN EVP-PENDENTE
                                   ADD 1 TO WS-CONT-PEND
                               WHEN EVP-AUTORIZADO
                                   ADD 1 TO WS-CONT-AUT
                               WHEN EVP-NEGADO
                                   ADD 1 TO WS-CONT-NEG
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           .
       P390-FIM.
           EXIT.

      ******************************************************************
      * INCLUI COMO PENDENTES OS MATRICULADOS ATIVOS DA UNIDADE NAS
      * TURMAS DO EVENTO; QUEM JA ESTA NA LISTA FICA COMO ESTA
      ******************************************************************
       P400-GERA-PARTICIPANTES.
           PERFORM P385-LE-EVENTO-ATIVO THRU P385-FIM
           IF NOT EVENTO-OK
               GO TO P400-FIM
           END-IF

           MOVE ZEROS               TO WS-CONT-NOVOS
           MOVE ZEROS               TO WS-CONT-JA
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
                       PERFORM P410-CONFERE-ALUNO THRU P410-FIM
               END-READ
           END-PERFORM

           PERFORM P390-CONTA-PARTICIPANTES THRU P390-FIM
           DISPLAY 'INCLUIDOS AGORA (PENDENTES)..: ' WS-CONT-NOVOS
           DISPLAY 'JA ESTAVAM NA LISTA..........: ' WS-CONT-JA
           DISPLAY 'PARTICIPANTES DO EVENTO......: ' WS-CONT-PART
           DISPLAY '  PENDENTES ' WS-CONT-PEND
                   '  AUTORIZADOS ' WS-CONT-AUT
                   '  NAO AUTORIZADOS ' WS-CONT-NEG
           .
       P400-FIM.
           EXIT.

       P410-CONFERE-ALUNO.
           IF NOT ALUNO-ATIVO OR
              NOT (MAT-MATRICULADO OR MAT-LEGADO)
               GO TO P410-FIM
           END-IF
           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE OR
              TURMA-ALUNO EQUAL SPACES
               GO TO P410-FIM
           END-IF

           MOVE ZEROS               TO WS-IDX-AUX
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               IF EVT-TURMA(WS-IDX) EQUAL TURMA-ALUNO
                   MOVE WS-IDX      TO WS-IDX-AUX
                   MOVE 6           TO WS-IDX
               END-IF
           END-PERFORM
           IF WS-IDX-AUX EQUAL ZEROS
               GO TO P410-FIM
           END-IF

           PERFORM P430-GRAVA-PARTICIPANTE THRU P430-FIM
           .
       P410-FIM.
           EXIT.

      ******************************************************************
      * REGISTRO DAS AUTORIZACOES QUE VOLTARAM, UM ALUNO POR VEZ ATE
      * O ID ZERO
      ******************************************************************
       P420-REGISTRA.
           PERFORM P385-LE-EVENTO-ATIVO THRU P385-FIM
           IF NOT EVENTO-OK
               GO TO P420-FIM
           END-IF

           SET FIM-REGISTRO         TO FALSE
           PERFORM P425-REGISTRA-ALUNO THRU P425-FIM
                   UNTIL FIM-REGISTRO
           .
       P420-FIM.
           EXIT.

       P425-REGISTRA-ALUNO.
           DISPLAY ' '
           DISPLAY 'ID DO ALUNO (0 = ENCERRAR): '
           MOVE ZEROS               TO WS-ID-ALUNO
           ACCEPT WS-ID-ALUNO
           IF WS-ID-ALUNO EQUAL ZEROS
               SET FIM-REGISTRO     TO TRUE
               GO TO P425-FIM
           END-IF

           MOVE WS-ID-ALUNO         TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO REGISTRADO'
                   GO TO P425-FIM
           END-READ
           DISPLAY 'ALUNO: ' NM-ALUNO ' TURMA: ' TURMA-ALUNO

           MOVE EVT-ID              TO EVP-ID-EVENTO
           MOVE WS-ID-ALUNO         TO EVP-ID-ALUNO
           READ EVTPART
               INVALID KEY
                   PERFORM P428-INCLUI-AVULSO THRU P428-FIM
                   GO TO P425-FIM
           END-READ

           PERFORM P640-DESCREVE-SITUACAO THRU P640-FIM
           DISPLAY 'SITUACAO ATUAL: ' WS-SITUACAO-DESC
           DISPLAY 'AUTORIZACAO: <A> AUTORIZADO  <N> NAO AUTORIZADO  '
                   '<P> VOLTA A PENDENTE'
           MOVE SPACES              TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           INSPECT WS-RESPOSTA CONVERTING 'anp' TO 'ANP'
           IF WS-RESPOSTA NOT EQUAL 'A' AND
              WS-RESPOSTA NOT EQUAL 'N' AND
              WS-RESPOSTA NOT EQUAL 'P'
               DISPLAY '*** RESPOSTA INVALIDA - NADA ALTERADO ***'
               GO TO P425-FIM
           END-IF

           IF WS-RESPOSTA EQUAL 'P'
               SET EVP-PENDENTE     TO TRUE
               MOVE ZEROS           TO EVP-DT-RETORNO
           ELSE
               DISPLAY 'DATA DA DEVOLUCAO (AAAAMMDD, ENTER = HOJE): '
               MOVE ZEROS           TO WS-DATA-RETORNO
               ACCEPT WS-DATA-RETORNO
               IF WS-DATA-RETORNO EQUAL ZEROS
                   MOVE WS-DATA-HOJE TO WS-DATA-RETORNO
               END-IF
               MOVE WS-DATA-RETORNO TO WS-DATA-VALIDAR
               PERFORM P600-VALIDA-DATA THRU P600-FIM
               IF NOT DATA-OK OR WS-DATA-RETORNO > WS-DATA-HOJE
                   DISPLAY '*** DATA INVALIDA - NADA ALTERADO ***'
                   GO TO P425-FIM
               END-IF
               MOVE WS-DATA-RETORNO TO EVP-DT-RETORNO
               MOVE WS-RESPOSTA     TO EVP-AUTORIZACAO
           END-IF
           MOVE LK-OPERADOR-ID      TO EVP-OPERADOR

           REWRITE REG-EVTPART
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PARTICIPANTE'
               NOT INVALID KEY
                   PERFORM P640-DESCREVE-SITUACAO THRU P640-FIM
                   DISPLAY 'AUTORIZACAO REGISTRADA: ' WS-SITUACAO-DESC
           END-REWRITE
           .
       P425-FIM.
           EXIT.

      ******************************************************************
      * ALUNO FORA DA LISTA DO EVENTO (OUTRA TURMA, ENTROU DEPOIS):
      * INCLUI COMO PENDENTE SE CONFIRMADO; A AUTORIZACAO E REGISTRADA
      * NA PROXIMA PASSAGEM
      ******************************************************************
       P428-INCLUI-AVULSO.
           IF NOT ALUNO-ATIVO OR
              NOT (MAT-MATRICULADO OR MAT-LEGADO)
               DISPLAY '*** ALUNO NAO ESTA MATRICULADO ***'
               GO TO P428-FIM
           END-IF
           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               DISPLAY '*** O ALUNO E DA UNIDADE ' WS-UNIDADE-ALU
                       ' ***'
               GO TO P428-FIM
           END-IF

           DISPLAY 'O ALUNO NAO ESTA NA LISTA DO EVENTO. INCLUIR? '
                   '<S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               GO TO P428-FIM
           END-IF

           MOVE ZEROS               TO WS-CONT-NOVOS
           MOVE ZEROS               TO WS-CONT-JA
           PERFORM P430-GRAVA-PARTICIPANTE THRU P430-FIM
           IF WS-CONT-NOVOS > ZEROS
               DISPLAY 'INCLUIDO COMO PENDENTE - INFORME O ID DE NOVO '
                       'PARA REGISTRAR A AUTORIZACAO'
           END-IF
           .
       P428-FIM.
           EXIT.

       P430-GRAVA-PARTICIPANTE.
           INITIALIZE REG-EVTPART
           MOVE EVT-ID              TO EVP-ID-EVENTO
           MOVE ID-ALUNO            TO EVP-ID-ALUNO
           MOVE TURMA-ALUNO         TO EVP-TURMA
           SET EVP-PENDENTE         TO TRUE
           MOVE LK-OPERADOR-ID      TO EVP-OPERADOR

           WRITE REG-EVTPART
               INVALID KEY
                   ADD 1 TO WS-CONT-JA
               NOT INVALID KEY
                   ADD 1 TO WS-CONT-NOVOS
           END-WRITE
           .
       P430-FIM.
           EXIT.

      ******************************************************************
      * AUTORIZACOES PARA IMPRIMIR, POR TURMA E NOME, COM OS DADOS DA
      * FAMILIA; SO AS PENDENTES OU TODAS
      ******************************************************************
       P500-AUTORIZACOES.
           PERFORM P385-LE-EVENTO-ATIVO THRU P385-FIM
           IF NOT EVENTO-OK
               GO TO P500-FIM
           END-IF

           DISPLAY 'IMPRIMIR <P> SO PENDENTES OU <T> TODOS: '
           MOVE SPACES              TO WS-MODO
           ACCEPT WS-MODO
           INSPECT WS-MODO CONVERTING 'pt' TO 'PT'
           IF NOT MODO-TODOS
               SET MODO-PENDENTES   TO TRUE
           END-IF

           MOVE 'AUTEVENTO'         TO RN-PREFIXO
           MOVE '\AUTEVENTO.TXT'    TO WS-ENTRADA-X
           PERFORM P690-ABRE-RELATORIO THRU P690-FIM
           IF NOT FS-REL-OK
               GO TO P500-FIM
           END-IF

           PERFORM P630-MONTA-EVENTO THRU P630-FIM
           MOVE ZEROS               TO WS-CONT
           MOVE ZEROS               TO WS-CONT-DESLIGADOS
           SET GRAVA-RELATORIO      TO TRUE

           SORT WORK-SORT
               ON ASCENDING KEY SD-GRUPO SD-TURMA SD-NOME
               INPUT PROCEDURE  P510-SELECIONA THRU P510-FIM
               OUTPUT PROCEDURE P520-IMPRIME-AUTORIZACOES
                                THRU P520-FIM

           CLOSE RELATORIO
           DISPLAY 'AUTORIZACOES IMPRESSAS..: ' WS-CONT
           IF WS-CONT-DESLIGADOS > ZEROS
               DISPLAY 'FORA (INATIVO/TRANSF.)..: ' WS-CONT-DESLIGADOS
           END-IF
           DISPLAY 'ARQUIVO GERADO EM.......: ' WS-RELEVENTO-PATH
           .
       P500-FIM.
           EXIT.

      ******************************************************************
      * ENTRADA DO SORT: PARTICIPANTES DO EVENTO (SO PENDENTES NO MODO
      * P). ALUNO INATIVO OU TRANSFERIDO DEPOIS DA GERACAO FICA FORA.
      * SD-GRUPO 1 = AUTORIZADO, 2 = DEMAIS (A LISTA DE EMBARQUE
      * IMPRIME OS AUTORIZADOS ANTES)
      ******************************************************************
       P510-SELECIONA.
           SET EOF-AUX-OK           TO FALSE
           MOVE EVT-ID              TO EVP-ID-EVENTO
           MOVE ZEROS               TO EVP-ID-ALUNO

           START EVTPART KEY IS NOT LESS THAN EVP-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ EVTPART NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF EVP-ID-EVENTO NOT EQUAL EVT-ID
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF MODO-TODOS OR EVP-PENDENTE
                               PERFORM P515-LIBERA THRU P515-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P510-FIM.
           EXIT.

       P515-LIBERA.
           MOVE EVP-ID-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   ADD 1 TO WS-CONT-DESLIGADOS
                   GO TO P515-FIM
           END-READ
           IF ALUNO-INATIVO OR MAT-TRANSFERIDO
               ADD 1 TO WS-CONT-DESLIGADOS
               GO TO P515-FIM
           END-IF

           IF EVP-AUTORIZADO
               MOVE '1'             TO SD-GRUPO
           ELSE
               MOVE '2'             TO SD-GRUPO
           END-IF
           MOVE TURMA-ALUNO         TO SD-TURMA
           MOVE NM-ALUNO            TO SD-NOME
           MOVE ID-ALUNO            TO SD-ID
           MOVE EVP-AUTORIZACAO     TO SD-AUTORIZACAO
           RELEASE SD-REGISTRO
           .
       P515-FIM.
           EXIT.

       P520-IMPRIME-AUTORIZACOES.
           SET EOF-SORT-OK          TO FALSE
           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       MOVE SD-ID   TO ID-ALUNO
                       READ ALUNOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT
                               PERFORM P650-DADOS-FAMILIA THRU P650-FIM
                               PERFORM P660-MONTA-AUTORIZACAO
                                  THRU P660-FIM
                       END-READ
               END-RETURN
           END-PERFORM
           .
       P520-FIM.
           EXIT.

      ******************************************************************
      * LEMBRETE AOS PENDENTES: COM E-MAIL DA FAMILIA, GERA A
      * AUTORIZACAO DO ALUNO (LEMBEVT_EEEE_NNNNN.TXT) E ENFILEIRA PELO
      * ENFILAMSG; SEM E-MAIL OU SEM O ENFILAMSG, O PENDENTE FICA NA
      * LISTA DE LIGACOES DA VESPERA. CADA LEMBRETE E ANOTADO NO
      * PARTICIPANTE
      ******************************************************************
       P540-LEMBRETE.
           PERFORM P385-LE-EVENTO-ATIVO THRU P385-FIM
           IF NOT EVENTO-OK
               GO TO P540-FIM
           END-IF
           IF EVT-DATA < WS-DATA-HOJE
               DISPLAY '*** O EVENTO JA ACONTECEU ***'
               GO TO P540-FIM
           END-IF

           MOVE 'LEMBEVENTO'        TO RN-PREFIXO
           MOVE '\LEMBEVENTO.TXT'   TO WS-ENTRADA-X
           PERFORM P690-ABRE-RELATORIO THRU P690-FIM
           IF NOT FS-REL-OK
               GO TO P540-FIM
           END-IF

           PERFORM P630-MONTA-EVENTO THRU P630-FIM
           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-LIGACOES
           WRITE REL-LINHA FROM WS-LIN-TRACO
           WRITE REL-LINHA FROM WS-LIN-EVENTO
           WRITE REL-LINHA FROM WS-LIN-PROFESSOR
           WRITE REL-LINHA FROM WS-LIN-TRACO
           WRITE REL-LINHA FROM WS-LG-COLUNAS

           MOVE ZEROS               TO WS-CONT
           MOVE ZEROS               TO WS-CONT-EMAIL
           MOVE ZEROS               TO WS-CONT-LIGAR
           MOVE ZEROS               TO WS-CONT-DESLIGADOS
           SET MODO-PENDENTES       TO TRUE

           SORT WORK-SORT
               ON ASCENDING KEY SD-GRUPO SD-TURMA SD-NOME
               INPUT PROCEDURE  P510-SELECIONA THRU P510-FIM
               OUTPUT PROCEDURE P550-ENVIA-LEMBRETES THRU P550-FIM

           WRITE REL-LINHA FROM WS-LIN-TRACO
           MOVE 'PENDENTES'                TO WS-TL-DESCRICAO
           MOVE WS-CONT                    TO WS-TL-QTD
           WRITE REL-LINHA FROM WS-TOT-LINHA
           MOVE 'LEMBRETES POR E-MAIL'     TO WS-TL-DESCRICAO
           MOVE WS-CONT-EMAIL              TO WS-TL-QTD
           WRITE REL-LINHA FROM WS-TOT-LINHA
           MOVE 'PARA LIGAR'               TO WS-TL-DESCRICAO
           MOVE WS-CONT-LIGAR              TO WS-TL-QTD
           WRITE REL-LINHA FROM WS-TOT-LINHA
           CLOSE RELATORIO

           DISPLAY 'PENDENTES...............: ' WS-CONT
           DISPLAY 'LEMBRETES ENFILEIRADOS..: ' WS-CONT-EMAIL
           DISPLAY 'FAMILIAS PARA LIGAR.....: ' WS-CONT-LIGAR
           DISPLAY 'LISTA GERADA EM.........: ' WS-RELEVENTO-PATH
           .
       P540-FIM.
           EXIT.

       P550-ENVIA-LEMBRETES.
           SET EOF-SORT-OK          TO FALSE
           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       MOVE SD-ID   TO ID-ALUNO
                       READ ALUNOS
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-CONT
                               PERFORM P650-DADOS-FAMILIA THRU P650-FIM
                               PERFORM P560-LEMBRA-ALUNO THRU P560-FIM
                       END-READ
               END-RETURN
           END-PERFORM
           .
       P550-FIM.
           EXIT.

       P560-LEMBRA-ALUNO.
           MOVE 'LIGAR'             TO WS-LG-ENVIO
           IF WS-FAM-EMAIL NOT EQUAL SPACES
               PERFORM P570-ENFILEIRA THRU P570-FIM
           END-IF

           IF WS-LG-ENVIO EQUAL 'E-MAIL'
               ADD 1 TO WS-CONT-EMAIL
               MOVE EVT-ID          TO EVP-ID-EVENTO
               MOVE ID-ALUNO        TO EVP-ID-ALUNO
               READ EVTPART
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-DATA-HOJE TO EVP-DT-LEMBRETE
                       IF EVP-QTD-LEMBRETES < 99
                           ADD 1 TO EVP-QTD-LEMBRETES
                       END-IF
                       REWRITE REG-EVTPART
               END-READ
           ELSE
               ADD 1 TO WS-CONT-LIGAR
           END-IF

           MOVE ID-ALUNO            TO WS-LG-ID
           MOVE NM-ALUNO            TO WS-LG-NOME
           MOVE TURMA-ALUNO         TO WS-LG-TURMA
           MOVE WS-FAM-NOME         TO WS-LG-RESPONSAVEL
           MOVE WS-FAM-TELEFONE     TO WS-LG-TELEFONE
           WRITE REL-LINHA FROM WS-LG-DETALHE
           .
       P560-FIM.
           EXIT.

       P570-ENFILEIRA.
           MOVE EVT-ID              TO WS-ID-EDIT-EVT
           MOVE ID-ALUNO            TO WS-ID-EDIT
           MOVE SPACES              TO WS-CARTA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\LEMBEVT_' DELIMITED BY SIZE
                  WS-ID-EDIT-EVT DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  WS-ID-EDIT DELIMITED BY SIZE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-CARTA-PATH

           SET FS-CARTA-OK          TO TRUE
           OPEN OUTPUT CARTA
           IF NOT FS-CARTA-OK
               DISPLAY 'ERRO AO ABRIR O LEMBRETE ' WS-CARTA-PATH
               DISPLAY 'FILE STATUS: ' WS-FS-CARTA
               GO TO P570-FIM
           END-IF
           SET GRAVA-CARTA          TO TRUE
           MOVE WS-CAB-LEMBRETE     TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           PERFORM P660-MONTA-AUTORIZACAO THRU P660-FIM
           SET GRAVA-RELATORIO      TO TRUE
           CLOSE CARTA

           MOVE ID-ALUNO            TO MA-ID-ALUNO
           MOVE WS-FAM-EMAIL        TO MA-DESTINATARIO
           MOVE 'AUTORIZACAO DE PASSEIO PENDENTE' TO MA-ASSUNTO
           MOVE WS-CARTA-PATH       TO MA-ARQUIVO
           MOVE LK-OPERADOR-ID      TO MA-OPERADOR
           MOVE 'N'                 TO MA-OK

           CALL WS-BIN-ENFILAMSG-PATH USING WS-ENFILAMSG-AREA
               ON EXCEPTION
                   DISPLAY 'ENFILAMSG INDISPONIVEL - PENDENTE VAI '
                           'PARA A LISTA DE LIGACOES'
           END-CALL

           IF MA-OK EQUAL 'S'
               MOVE 'E-MAIL'        TO WS-LG-ENVIO
           END-IF
           .
       P570-FIM.
           EXIT.

      ******************************************************************
      * LISTA DE EMBARQUE: AUTORIZADOS POR TURMA E NOME, COM CAMPO DE
      * CONFERENCIA NA IDA E NA VOLTA; CASO CRITICO DA FICHA DE SAUDE
      * SAI DESTACADO COM A MEDICACAO, AS ALERGIAS E O CONTATO DE
      * EMERGENCIA. DEPOIS, QUEM NAO PODE EMBARCAR
      ******************************************************************
       P580-EMBARQUE.
           PERFORM P385-LE-EVENTO-ATIVO THRU P385-FIM
           IF NOT EVENTO-OK
               GO TO P580-FIM
           END-IF

           MOVE 'EMBARQUE'          TO RN-PREFIXO
           MOVE '\EMBARQUE.TXT'     TO WS-ENTRADA-X
           PERFORM P690-ABRE-RELATORIO THRU P690-FIM
           IF NOT FS-REL-OK
               GO TO P580-FIM
           END-IF

           PERFORM P630-MONTA-EVENTO THRU P630-FIM
           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-EMBARQUE
           WRITE REL-LINHA FROM WS-LIN-TRACO
           WRITE REL-LINHA FROM WS-LIN-EVENTO
           WRITE REL-LINHA FROM WS-LIN-DESTINO
           WRITE REL-LINHA FROM WS-LIN-HORARIO
           WRITE REL-LINHA FROM WS-LIN-PROFESSOR
           WRITE REL-LINHA FROM WS-LIN-TRACO
           WRITE REL-LINHA FROM WS-EB-COLUNAS

           MOVE ZEROS               TO WS-CONT
           MOVE ZEROS               TO WS-CONT-CRITICOS
           MOVE ZEROS               TO WS-CONT-FORA
           MOVE ZEROS               TO WS-CONT-DESLIGADOS
           SET MODO-TODOS           TO TRUE

           SORT WORK-SORT
               ON ASCENDING KEY SD-GRUPO SD-TURMA SD-NOME
               INPUT PROCEDURE  P510-SELECIONA THRU P510-FIM
               OUTPUT PROCEDURE P590-IMPRIME-EMBARQUE THRU P590-FIM

           COMPUTE WS-ARRECADACAO = WS-CONT * EVT-CUSTO
           WRITE REL-LINHA FROM WS-LIN-TRACO
           MOVE 'AUTORIZADOS (EMBARCAM)'   TO WS-TL-DESCRICAO
           MOVE WS-CONT                    TO WS-TL-QTD
           WRITE REL-LINHA FROM WS-TOT-LINHA
           MOVE 'CASOS CRITICOS DE SAUDE'  TO WS-TL-DESCRICAO
           MOVE WS-CONT-CRITICOS           TO WS-TL-QTD
           WRITE REL-LINHA FROM WS-TOT-LINHA
           MOVE 'SEM AUTORIZACAO'          TO WS-TL-DESCRICAO
           MOVE WS-CONT-FORA               TO WS-TL-QTD
           WRITE REL-LINHA FROM WS-TOT-LINHA
           IF EVT-CUSTO > ZEROS
               MOVE WS-ARRECADACAO         TO WS-EA-VALOR
               WRITE REL-LINHA FROM WS-EB-ARRECADACAO
           END-IF
           IF ABRIU-SAU
               WRITE REL-LINHA FROM WS-EB-LEGENDA
           END-IF
           CLOSE RELATORIO

           DISPLAY 'AUTORIZADOS NA LISTA....: ' WS-CONT
           DISPLAY 'CASOS CRITICOS..........: ' WS-CONT-CRITICOS
           DISPLAY 'SEM AUTORIZACAO.........: ' WS-CONT-FORA
           IF NOT ABRIU-SAU
               DISPLAY 'SAUDE.DAT INDISPONIVEL - LISTA SEM DESTAQUE '
                       'DE SAUDE'
           END-IF
           DISPLAY 'LISTA GERADA EM.........: ' WS-RELEVENTO-PATH
           .
       P580-FIM.
           EXIT.

       P590-IMPRIME-EMBARQUE.
           SET EOF-SORT-OK          TO FALSE
           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       IF SD-GRUPO EQUAL '1'
                           PERFORM P595-EMBARCA THRU P595-FIM
                       ELSE
                           IF WS-CONT-FORA EQUAL ZEROS
                               WRITE REL-LINHA FROM SPACES
                               WRITE REL-LINHA FROM WS-EB-CAB-FORA
                           END-IF
                           ADD 1 TO WS-CONT-FORA
                           MOVE SD-ID       TO WS-EF-ID
                           MOVE SD-NOME     TO WS-EF-NOME
                           MOVE SD-TURMA    TO WS-EF-TURMA
                           MOVE SD-AUTORIZACAO TO EVP-AUTORIZACAO
                           PERFORM P640-DESCREVE-SITUACAO
                              THRU P640-FIM
                           MOVE WS-SITUACAO-DESC TO WS-EF-SITUACAO
                           WRITE REL-LINHA FROM WS-EB-FORA
                       END-IF
               END-RETURN
           END-PERFORM
           .
       P590-FIM.
           EXIT.

       P595-EMBARCA.
           ADD 1 TO WS-CONT
           MOVE SD-ID               TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   INITIALIZE REG-CONTATOS
           END-READ
           PERFORM P650-DADOS-FAMILIA THRU P650-FIM

           MOVE SD-ID               TO WS-ED-ID
           MOVE SD-NOME             TO WS-ED-NOME
           MOVE SD-TURMA            TO WS-ED-TURMA
           MOVE WS-FAM-TELEFONE     TO WS-ED-TELEFONE
           MOVE SPACES              TO WS-ED-CRITICO

           IF NOT ABRIU-SAU
               WRITE REL-LINHA FROM WS-EB-DETALHE
               GO TO P595-FIM
           END-IF

           MOVE SD-ID               TO SAU-ID-ALUNO
           READ SAUDE
               INVALID KEY
                   MOVE 'N'         TO SAU-CRITICO
           END-READ
           IF NOT SAU-CASO-CRITICO
               WRITE REL-LINHA FROM WS-EB-DETALHE
               GO TO P595-FIM
           END-IF

           ADD 1 TO WS-CONT-CRITICOS
           MOVE ' *CRIT*'           TO WS-ED-CRITICO
           WRITE REL-LINHA FROM WS-EB-DETALHE
           MOVE SAU-MEDICACAO       TO WS-ES-MEDICACAO
           IF SAU-MEDICACAO EQUAL SPACES
               MOVE 'NENHUMA INFORMADA' TO WS-ES-MEDICACAO
           END-IF
           WRITE REL-LINHA FROM WS-EB-SAUDE-1
           IF SAU-ALERGIAS NOT EQUAL SPACES
               MOVE SAU-ALERGIAS    TO WS-ES-ALERGIAS
               WRITE REL-LINHA FROM WS-EB-SAUDE-2
           END-IF
           MOVE SAU-CONTATO-EMERG   TO WS-ES-CONTATO
           MOVE SAU-TEL-EMERG       TO WS-ES-TEL
           WRITE REL-LINHA FROM WS-EB-SAUDE-3
           .
       P595-FIM.
           EXIT.

       P600-VALIDA-DATA.
           SET DATA-OK              TO FALSE
           MOVE WS-DATA-VALIDAR     TO WS-DATA-AUX
           IF WS-DA-MES < 1 OR WS-DA-MES > 12 OR WS-DA-DIA < 1
               GO TO P600-FIM
           END-IF

           MOVE WS-DIAS-DO-MES(WS-DA-MES) TO WS-ULTIMO-DIA
           IF WS-DA-MES EQUAL 2
               DIVIDE WS-DA-ANO BY 4 GIVING WS-QUOCIENTE
                      REMAINDER WS-RESTO
               IF WS-RESTO EQUAL ZEROS
                   DIVIDE WS-DA-ANO BY 100 GIVING WS-QUOCIENTE
                          REMAINDER WS-RESTO
                   IF WS-RESTO NOT EQUAL ZEROS
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       DIVIDE WS-DA-ANO BY 400 GIVING WS-QUOCIENTE
                              REMAINDER WS-RESTO
                       IF WS-RESTO EQUAL ZEROS
                           MOVE 29 TO WS-ULTIMO-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-DA-DIA > WS-ULTIMO-DIA
               GO TO P600-FIM
           END-IF
           SET DATA-OK              TO TRUE
           .
       P600-FIM.
           EXIT.

       P620-EDITA-DATA.
           MOVE WS-DA-DIA           TO WS-DE-DIA
           MOVE WS-DA-MES           TO WS-DE-MES
           MOVE WS-DA-ANO           TO WS-DE-ANO
           .
       P620-FIM.
           EXIT.

      ******************************************************************
      * LINHAS DO EVENTO CORRENTE (CABECALHO DAS LISTAS E DAS
      * AUTORIZACOES) COM O NOME E O TELEFONE DO PROFESSOR
      ******************************************************************
       P630-MONTA-EVENTO.
           MOVE EVT-ID              TO WS-LV-ID
           MOVE EVT-DESCRICAO       TO WS-LV-DESCRICAO
           MOVE EVT-DATA            TO WS-DATA-AUX
           PERFORM P620-EDITA-DATA  THRU P620-FIM
           MOVE WS-DATA-ED          TO WS-LV-DATA
           MOVE EVT-DESTINO         TO WS-LD-DESTINO
           MOVE EVT-HORA-SAIDA      TO WS-HORA-AUX
           MOVE WS-HA-HH            TO WS-LH-SAIDA-HH
           MOVE WS-HA-MM            TO WS-LH-SAIDA-MM
           MOVE EVT-HORA-RETORNO    TO WS-HORA-AUX
           MOVE WS-HA-HH            TO WS-LH-RETORNO-HH
           MOVE WS-HA-MM            TO WS-LH-RETORNO-MM
           MOVE EVT-CUSTO           TO WS-LH-CUSTO

           MOVE EVT-ID-PROFESSOR    TO PROF-ID
           READ PROFESSORES
               INVALID KEY
                   MOVE 'NAO CADASTRADO' TO WS-LP-PROFESSOR
                   MOVE SPACES      TO WS-LP-TELEFONE
               NOT INVALID KEY
                   MOVE PROF-NOME   TO WS-LP-PROFESSOR
                   MOVE PROF-TELEFONE TO WS-LP-TELEFONE
           END-READ
           .
       P630-FIM.
           EXIT.

       P640-DESCREVE-SITUACAO.
           EVALUATE TRUE
               WHEN EVP-AUTORIZADO
                   MOVE 'AUTORIZADO'       TO WS-SITUACAO-DESC
               WHEN EVP-NEGADO
                   MOVE 'NAO AUTORIZADO'   TO WS-SITUACAO-DESC
               WHEN OTHER
                   MOVE 'PENDENTE'         TO WS-SITUACAO-DESC
           END-EVALUATE
           .
       P640-FIM.
           EXIT.

      ******************************************************************
      * DADOS DA FAMILIA DO ALUNO CORRENTE: OS DO CADASTRO DO ALUNO OU,
      * SE ELE ESTA VINCULADO A UM RESPONSAVEL ATIVO DO MESTRE, OS DO
      * MESTRE (CAMPO EM BRANCO NO MESTRE MANTEM O DO ALUNO)
      ******************************************************************
       P650-DADOS-FAMILIA.
           MOVE NM-RESPONSAVEL      TO WS-FAM-NOME
           MOVE TEL-RESPONSAVEL     TO WS-FAM-TELEFONE
           MOVE END-ALUNO           TO WS-FAM-ENDERECO
           MOVE EMAIL-ALUNO         TO WS-FAM-EMAIL

           IF NOT ABRIU-RSP
               GO TO P650-FIM
           END-IF
           IF ID-RESPONSAVEL NOT NUMERIC OR
              ID-RESPONSAVEL EQUAL ZEROS
               GO TO P650-FIM
           END-IF

           MOVE ID-RESPONSAVEL      TO RSP-ID
           READ RESPONSAVEIS
               INVALID KEY
                   GO TO P650-FIM
           END-READ
           IF NOT RESPONSAVEL-ATIVO
               GO TO P650-FIM
           END-IF

           IF RSP-NOME NOT EQUAL SPACES
               MOVE RSP-NOME        TO WS-FAM-NOME
           END-IF
           IF RSP-TELEFONE NOT EQUAL SPACES
               MOVE RSP-TELEFONE    TO WS-FAM-TELEFONE
           END-IF
           IF RSP-ENDERECO NOT EQUAL SPACES
               MOVE RSP-ENDERECO    TO WS-FAM-ENDERECO
           END-IF
           IF RSP-EMAIL NOT EQUAL SPACES
               MOVE RSP-EMAIL       TO WS-FAM-EMAIL
           END-IF
           .
       P650-FIM.
           EXIT.

      ******************************************************************
      * UMA AUTORIZACAO (ALUNO CORRENTE), NO RELATORIO OU NO ARQUIVO DO
      * LEMBRETE CONFORME WS-DESTINO-LINHA, COM A LINHA DE CORTE
      ******************************************************************
       P660-MONTA-AUTORIZACAO.
           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           MOVE WS-FAM-NOME         TO WS-LR-NOME
           MOVE WS-FAM-TELEFONE     TO WS-LR-TELEFONE
           MOVE WS-FAM-ENDERECO     TO WS-LE-ENDERECO
           MOVE ID-ALUNO            TO WS-LA-ID
           MOVE NM-ALUNO            TO WS-LA-NOME
           MOVE TURMA-ALUNO         TO WS-LA-TURMA

           MOVE WS-LIN-TRACO        TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-CAB-ESCOLA       TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-CAB-AUTORIZACAO  TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-TRACO        TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-EVENTO       TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-DESTINO      TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-HORARIO      TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-PROFESSOR    TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE SPACES              TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-ALUNO        TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-RESPONSAVEL  TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-ENDERECO     TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE SPACES              TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-TEXTO-1      TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-TEXTO-2      TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-TEXTO-3      TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE SPACES              TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-ASSINA-1     TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-ASSINA-2     TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE SPACES              TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE WS-LIN-CORTE        TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           MOVE SPACES              TO WS-LINHA
           PERFORM P695-GRAVA-LINHA THRU P695-FIM
           .
       P660-FIM.
           EXIT.

      ******************************************************************
      * CAMINHO DA SAIDA PELO RELNOME (PREFIXO EM RN-PREFIXO; O NOME
      * FIXO DE RESERVA VEM EM WS-ENTRADA-X) E ABERTURA DO RELATORIO
      ******************************************************************
       P690-ABRE-RELATORIO.
           MOVE SPACES              TO WS-RELEVENTO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  WS-ENTRADA-X DELIMITED BY SPACE
                  INTO WS-RELEVENTO-PATH

           MOVE LK-OPERADOR-ID      TO RN-OPERADOR
           MOVE SPACES              TO RN-CAMINHO
           CALL WS-BIN-RELNOME-PATH USING WS-RELNOME-AREA
               ON EXCEPTION
                   DISPLAY 'RELNOME INDISPONIVEL - USANDO O '
                           'CAMINHO FIXO'
           END-CALL
           IF RN-CAMINHO NOT EQUAL SPACES
               MOVE RN-CAMINHO TO WS-RELEVENTO-PATH
           END-IF

           SET FS-REL-OK            TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE SAIDA'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
           END-IF
           .
       P690-FIM.
           EXIT.

       P695-GRAVA-LINHA.
           IF GRAVA-CARTA
               WRITE CARTA-LINHA FROM WS-LINHA
           ELSE
               WRITE REL-LINHA FROM WS-LINHA
           END-IF
           .
       P695-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CADEVENTO.
