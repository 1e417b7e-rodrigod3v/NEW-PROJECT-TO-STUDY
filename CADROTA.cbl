      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:TRANSPORTE ESCOLAR - ROTAS, VINCULO DO ALUNO, LISTA DE
      *         EMBARQUE E RELATORIO MENSAL DE USO
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. CERCA DE UM TERCO DOS
      *         ALUNOS USA O ONIBUS MUNICIPAL E NADA DISSO ESTAVA NO
      *         SISTEMA. MANTEM ROTAS.DAT (VEICULO, MOTORISTA, TURNO E
      *         PARADAS NA ORDEM DE EMBARQUE) E O VINCULO ALUNO ->
      *         ROTA/PARADA EM TRANSP.DAT, CONFERINDO TURNO DA TURMA E
      *         LOTACAO DO VEICULO. A LISTA DE EMBARQUE SAI POR ROTA E
      *         PARADA COM O TELEFONE DO RESPONSAVEL E O ALERTA DE CASO
      *         CRITICO DA FICHA DE SAUDE; O RELATORIO MENSAL CRUZA OS
      *         ALUNOS DE CADA ROTA COM AS PRESENCAS DA FREQUENCIA PARA
      *         O PEDIDO DE RESSARCIMENTO A SECRETARIA DE EDUCACAO.
      *         ALUNO INATIVO OU TRANSFERIDO E DESLIGADO DA ROTA
      *         AUTOMATICAMENTE NA LISTA E NO RELATORIO
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CALENDARIO ESCOLAR DA
      *         UNIDADE DO LOGIN (CALENDARIO.DAT NA SEDE,
      *         CALENDARIO_NN.DAT NAS DEMAIS UNIDADES)
      * UPDATE: 15/10/2026 TITULO E ROTULOS DA LISTA DE EMBARQUE SAIAM
      *         CORTADOS - CAMPOS AJUSTADOS AO TAMANHO DOS LITERAIS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADROTA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT ROTAS ASSIGN TO
                WS-ROTAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ROT-CODIGO
                FILE STATUS IS WS-FS-ROT.

                SELECT TRANSP ASSIGN TO
                WS-TRANSP-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS TRA-ID-ALUNO
                FILE STATUS IS WS-FS-TRA.

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

                SELECT SAUDE ASSIGN TO
                WS-SAUDE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SAU-ID-ALUNO
                FILE STATUS IS WS-FS-SAU.

                SELECT FREQUENCIA ASSIGN TO
                WS-FREQUENCIA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FREQ-CHAVE
                FILE STATUS IS WS-FS-FREQ.

                SELECT CALENDARIO ASSIGN TO
                WS-CALENDARIO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAL-DATA
                FILE STATUS IS WS-FS-CAL.

                SELECT RELATORIO ASSIGN TO
                WS-RELTRANSP-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTROTA-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD ROTAS.
           COPY ROTAS.

       FD TRANSP.
           COPY TRANSP.

       FD ALUNOS.
           COPY DATABASE.

       FD TURMAS.
           COPY TURMAS.

       FD SAUDE.
           COPY SAUDE.

       FD FREQUENCIA.
           COPY FREQUENCIA.

       FD CALENDARIO.
           COPY CALENDARIO.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-ROTA                       PIC X(06).
           03 SD-PARADA                     PIC 9(02).
           03 SD-NOME                       PIC X(30).
           03 SD-ID                         PIC 9(05).
           03 SD-TURMA                      PIC X(10).
           03 SD-TEL                        PIC X(15).
           03 SD-CRITICO                    PIC X(01).
           03 SD-DIAS                       PIC 9(02).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

         01 WS-RELTRANSP-PATH               PIC X(80).
         01 WS-SORTROTA-PATH                PIC X(80).

         01 WS-LIN-ESCOLA.
           03 WS-LE-ESCOLA                PIC X(40).
         01 WS-LIN-TRACO.
           03 FILLER                      PIC X(100) VALUE ALL '-'.
         01 WS-CAB-EMBARQUE.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 FILLER                      PIC X(38)
              VALUE 'TRANSPORTE ESCOLAR - LISTA DE EMBARQUE'.
           03 FILLER                      PIC X(08) VALUE '  DATA: '.
           03 WS-CE-DATA                  PIC 9(08).
         01 WS-CAB-ROTA.
           03 FILLER                      PIC X(06) VALUE 'ROTA: '.
           03 WS-CR-CODIGO                PIC X(06).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-CR-DESCRICAO             PIC X(30).
           03 FILLER                      PIC X(08) VALUE ' TURNO: '.
           03 WS-CR-TURNO                 PIC X(01).
           03 FILLER                      PIC X(10) VALUE ' VEICULO: '.
           03 WS-CR-VEICULO               PIC X(10).
         01 WS-CAB-MOTORISTA.
           03 FILLER                      PIC X(11)
              VALUE 'MOTORISTA: '.
           03 WS-CM-MOTORISTA             PIC X(30).
           03 FILLER                      PIC X(06) VALUE ' TEL: '.
           03 WS-CM-TEL                   PIC X(15).
         01 WS-CAB-PARADA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(07) VALUE 'PARADA '.
           03 WS-CP-NUMERO                PIC Z9.
           03 FILLER                      PIC X(03) VALUE ' - '.
           03 WS-CP-NOME                  PIC X(30).
           03 FILLER                      PIC X(09) VALUE ' HORARIO '.
           03 WS-CP-HORA                  PIC 99.
           03 FILLER                      PIC X(01) VALUE ':'.
           03 WS-CP-MINUTO                PIC 99.
         01 WS-DET-EMBARQUE.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DE-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DE-NOME                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DE-TURMA                 PIC X(10).
           03 FILLER                      PIC X(06) VALUE ' RESP '.
           03 WS-DE-TEL                   PIC X(15).
           03 WS-DE-CRITICO               PIC X(16).
         01 WS-DET-TOTAL-ROTA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(20)
              VALUE 'ALUNOS NA ROTA....: '.
           03 WS-DTR-ALUNOS               PIC ZZ9.
           03 FILLER                      PIC X(16)
              VALUE '   LOTACAO....: '.
           03 WS-DTR-CAPACIDADE           PIC ZZ9.
           03 WS-DTR-AVISO                PIC X(20).
         01 WS-LEGENDA-CRITICO.
           03 FILLER                      PIC X(60)
              VALUE '*** SAUDE CRIT.: VER A FOLHA DE EMERGENCIA'.
         01 WS-CAB-MENSAL.
           03 FILLER                      PIC X(12) VALUE SPACES.
           03 FILLER                      PIC X(47)
              VALUE 'TRANSPORTE ESCOLAR - USO MENSAL POR ROTA - MES '.
           03 WS-CMS-MES                  PIC 9(02).
           03 FILLER                      PIC X(01) VALUE '/'.
           03 WS-CMS-ANO                  PIC 9(04).
         01 WS-DET-LETIVOS.
           03 FILLER                      PIC X(36)
              VALUE 'DIAS LETIVOS NO MES (CALENDARIO)...:'.
           03 WS-DL-DIAS                  PIC ZZ9.
         01 WS-CAB-COLUNAS-MENSAL.
           03 FILLER                      PIC X(50)
              VALUE '      ID    NOME                           TURMA '.
           03 FILLER                      PIC X(30)
              VALUE '     PARADA  DIAS PRESENTES'.
         01 WS-DET-MENSAL.
           03 FILLER                      PIC X(06) VALUE SPACES.
           03 WS-DM-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DM-NOME                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DM-TURMA                 PIC X(10).
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-DM-PARADA                PIC Z9.
           03 FILLER                      PIC X(10) VALUE SPACES.
           03 WS-DM-DIAS                  PIC Z9.
         01 WS-DET-SUBTOTAL-MENSAL.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(18)
              VALUE 'ALUNOS VINCULADOS '.
           03 WS-DSM-VINCULADOS           PIC ZZZ9.
           03 FILLER                      PIC X(14)
              VALUE '  USUARIOS NO '.
           03 FILLER                      PIC X(05) VALUE 'MES: '.
           03 WS-DSM-USUARIOS             PIC ZZZ9.
           03 FILLER                      PIC X(20)
              VALUE '  ALUNOS-DIA: '.
           03 WS-DSM-ALUNOS-DIA           PIC ZZZZZ9.
           03 FILLER                      PIC X(16)
              VALUE '  MEDIA DIARIA: '.
           03 WS-DSM-MEDIA                PIC ZZZ9,9.
         01 WS-DET-TOTAL-MENSAL.
           03 FILLER                      PIC X(20)
              VALUE 'TOTAL GERAL         '.
           03 WS-DTM-VINCULADOS           PIC ZZZ9.
           03 FILLER                      PIC X(19)
              VALUE '  USUARIOS NO MES: '.
           03 WS-DTM-USUARIOS             PIC ZZZ9.
           03 FILLER                      PIC X(20)
              VALUE '  ALUNOS-DIA: '.
           03 WS-DTM-ALUNOS-DIA           PIC ZZZZZ9.
         01 WS-ASSINATURA-1.
           03 FILLER                      PIC X(05) VALUE SPACES.
           03 FILLER                      PIC X(30) VALUE ALL '_'.
         01 WS-ASSINATURA-2.
           03 FILLER                      PIC X(08) VALUE SPACES.
           03 WS-AS2-TITULO               PIC X(25).

         77 WS-FS-ROT                      PIC 99.
           88 FS-ROT-OK                    VALUE 0.
         77 WS-FS-TRA                      PIC 99.
           88 FS-TRA-OK                    VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-SAU                      PIC 99.
           88 FS-SAU-OK                    VALUE 0.
         77 WS-FS-FREQ                     PIC 99.
           88 FS-FREQ-OK                   VALUE 0.
         77 WS-FS-CAL                      PIC 99.
           88 FS-CAL-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-FREQ                    PIC X     VALUE 'N'.
           88 EOF-FREQ-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-SAU-DISPONIVEL              PIC X     VALUE 'N'.
           88 SAU-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-FIM-PARADAS                 PIC X     VALUE 'N'.
           88 FIM-PARADAS                  VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRMA                    PIC X(01) VALUE SPACES.
         77 WS-ID-PESQUISA                 PIC 9(05) VALUE ZEROS.
         77 WS-ROTA-PESQUISA               PIC X(06) VALUE SPACES.
         77 WS-ROTA-ANTERIOR               PIC X(06) VALUE SPACES.
         77 WS-PARADA-ANTERIOR             PIC 9(02) VALUE ZEROS.
         77 WS-NUM-PARADA                  PIC 9(02) VALUE ZEROS.
         77 WS-IDX-PAR                     PIC 9(02) COMP VALUE ZEROS.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         77 WS-CONT-ROTA                   PIC 9(05) VALUE ZEROS.
         77 WS-DESLIGADOS                  PIC 9(05) VALUE ZEROS.
         77 WS-CAPACIDADE-ROTA             PIC 9(03) VALUE ZEROS.
         77 WS-DIAS-ALUNO                  PIC 9(02) VALUE ZEROS.
         77 WS-DIAS-LETIVOS                PIC 9(03) VALUE ZEROS.
         77 WS-ROTA-VINCULADOS             PIC 9(04) VALUE ZEROS.
         77 WS-ROTA-USUARIOS               PIC 9(04) VALUE ZEROS.
         77 WS-ROTA-ALUNOS-DIA             PIC 9(06) VALUE ZEROS.
         77 WS-TOT-VINCULADOS              PIC 9(04) VALUE ZEROS.
         77 WS-TOT-USUARIOS                PIC 9(04) VALUE ZEROS.
         77 WS-TOT-ALUNOS-DIA              PIC 9(06) VALUE ZEROS.
         77 WS-MEDIA-DIARIA                PIC 9(04)V9 VALUE ZEROS.
         01 WS-HORARIO-PARADA              PIC 9(04) VALUE ZEROS.
         01 WS-HORARIO-PARADA-R REDEFINES WS-HORARIO-PARADA.
           03 WS-HP-HORA                   PIC 9(02).
           03 WS-HP-MINUTO                 PIC 9(02).
         01 WS-MES-REF.
           03 WS-MR-ANO                    PIC 9(04) VALUE ZEROS.
           03 WS-MR-MES                    PIC 9(02) VALUE ZEROS.
         77 WS-HOJE                        PIC 9(08) VALUE ZEROS.
         77 WS-NOVA-DESCRICAO              PIC X(30) VALUE SPACES.
         77 WS-NOVO-VEICULO                PIC X(10) VALUE SPACES.
         77 WS-NOVA-CAPACIDADE             PIC 9(03) VALUE ZEROS.
         77 WS-NOVO-MOTORISTA              PIC X(30) VALUE SPACES.
         77 WS-NOVO-TEL                    PIC X(15) VALUE SPACES.
         77 WS-NOVO-TURNO                  PIC X(01) VALUE SPACES.

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
           IF FS-ROT-OK AND FS-TRA-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE ROTAS
               CLOSE TRANSP
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

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ROTAS.DAT' DELIMITED BY SIZE
                  INTO WS-ROTAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TRANSP.DAT' DELIMITED BY SIZE
                  INTO WS-TRANSP-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SAUDE.DAT' DELIMITED BY SIZE
                  INTO WS-SAUDE-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTROTA.TMP' DELIMITED BY SIZE
                  INTO WS-SORTROTA-PATH
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ARQUIVOS.
           SET FS-ROT-OK            TO TRUE
           SET FS-TRA-OK            TO TRUE

           OPEN I-O ROTAS

           IF WS-FS-ROT EQUAL 35 THEN
               OPEN OUTPUT ROTAS
               CLOSE ROTAS
               OPEN I-O ROTAS
           END-IF

           IF NOT FS-ROT-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DE ROTAS'
               DISPLAY 'FILE STATUS: ' WS-FS-ROT
               GO TO P200-FIM
           END-IF

           OPEN I-O TRANSP

           IF WS-FS-TRA EQUAL 35 THEN
               OPEN OUTPUT TRANSP
               CLOSE TRANSP
               OPEN I-O TRANSP
           END-IF

           IF NOT FS-TRA-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE TRANSPORTADOS'
               DISPLAY 'FILE STATUS: ' WS-FS-TRA
               CLOSE ROTAS
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** TRANSPORTE ESCOLAR ****'
           DISPLAY '  1 - LISTAR ROTAS'
           DISPLAY '  2 - INCLUIR ROTA'
           DISPLAY '  3 - ALTERAR ROTA E PARADAS'
           DISPLAY '  4 - VINCULAR ALUNO A ROTA/PARADA'
           DISPLAY '  5 - DESVINCULAR ALUNO'
           DISPLAY '  6 - LISTA DE EMBARQUE POR ROTA'
           DISPLAY '  7 - RELATORIO MENSAL DE USO'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-LISTA-ROTAS     THRU P310-FIM
               WHEN '2'
                   PERFORM P320-INCLUI-ROTA     THRU P320-FIM
               WHEN '3'
                   PERFORM P330-ALTERA-ROTA     THRU P330-FIM
               WHEN '4'
                   PERFORM P340-VINCULA-ALUNO   THRU P340-FIM
               WHEN '5'
                   PERFORM P360-DESVINCULA      THRU P360-FIM
               WHEN '6'
                   PERFORM P400-LISTA-EMBARQUE  THRU P400-FIM
               WHEN '7'
                   PERFORM P500-USO-MENSAL      THRU P500-FIM
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

       P310-LISTA-ROTAS.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT
           MOVE SPACES              TO ROT-CODIGO

           START ROTAS KEY IS NOT LESS THAN ROT-CODIGO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ROTAS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT
                       DISPLAY ROT-CODIGO ' ' ROT-DESCRICAO
                               ' TURNO: ' ROT-TURNO
                               ' VEICULO: ' ROT-VEICULO
                               ' CAP: ' ROT-CAPACIDADE
                               ' PARADAS: ' ROT-QTD-PARADAS
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUMA ROTA CADASTRADA'
           END-IF
           .
       P310-FIM.
           EXIT.

       P320-INCLUI-ROTA.
           INITIALIZE REG-ROTAS

           DISPLAY 'CODIGO DA ROTA: '
           ACCEPT ROT-CODIGO

           IF ROT-CODIGO EQUAL SPACES
               DISPLAY '*** CODIGO NAO INFORMADO ***'
               GO TO P320-FIM
           END-IF

           DISPLAY 'DESCRICAO/ITINERARIO: '
           ACCEPT ROT-DESCRICAO
           DISPLAY 'VEICULO (PLACA): '
           ACCEPT ROT-VEICULO
           DISPLAY 'LOTACAO DO VEICULO (ALUNOS, 0 = SEM LIMITE): '
           ACCEPT ROT-CAPACIDADE
           DISPLAY 'MOTORISTA: '
           ACCEPT ROT-MOTORISTA
           DISPLAY 'TELEFONE DO MOTORISTA: '
           ACCEPT ROT-TEL-MOTORISTA

           MOVE SPACES              TO ROT-TURNO
           PERFORM WITH TEST AFTER
                   UNTIL ROT-TURNO-MANHA OR ROT-TURNO-TARDE OR
                         ROT-TURNO-NOITE
               DISPLAY 'TURNO <M> MANHA <T> TARDE <N> NOITE: '
               ACCEPT ROT-TURNO
               IF NOT (ROT-TURNO-MANHA OR ROT-TURNO-TARDE OR
                       ROT-TURNO-NOITE)
                   DISPLAY '*** TURNO INVALIDO. USE M, T OU N ***'
               END-IF
           END-PERFORM

           DISPLAY 'PARADAS NA ORDEM DE EMBARQUE (NOME EM BRANCO '
                   'ENCERRA)'
           MOVE ZEROS               TO ROT-QTD-PARADAS
           SET FIM-PARADAS          TO FALSE
           PERFORM UNTIL FIM-PARADAS OR ROT-QTD-PARADAS = 20
               COMPUTE WS-NUM-PARADA = ROT-QTD-PARADAS + 1
               PERFORM P325-LE-PARADA THRU P325-FIM
           END-PERFORM

           WRITE REG-ROTAS
               INVALID KEY
                   DISPLAY '*** ROTA JA CADASTRADA ***'
               NOT INVALID KEY
                   DISPLAY '*** ROTA CADASTRADA COM SUCESSO ***'
           END-WRITE
           .
       P320-FIM.
           EXIT.

      * LE O NOME E O HORARIO DA PARADA WS-NUM-PARADA; NOME EM BRANCO
      * ENCERRA A DIGITACAO, PARADA NOVA NO FIM AUMENTA A QUANTIDADE
       P325-LE-PARADA.
           MOVE SPACES              TO WS-NOVA-DESCRICAO
           DISPLAY 'PARADA ' WS-NUM-PARADA ' - NOME/REFERENCIA: '
           ACCEPT WS-NOVA-DESCRICAO

           IF WS-NOVA-DESCRICAO EQUAL SPACES
               SET FIM-PARADAS      TO TRUE
               GO TO P325-FIM
           END-IF

           MOVE ZEROS               TO WS-HORARIO-PARADA
           DISPLAY 'PARADA ' WS-NUM-PARADA ' - HORARIO (HHMM): '
           ACCEPT WS-HORARIO-PARADA
           IF WS-HP-HORA > 23 OR WS-HP-MINUTO > 59
               DISPLAY '*** HORARIO INVALIDO - GRAVADO COMO 0000 ***'
               MOVE ZEROS           TO WS-HORARIO-PARADA
           END-IF

           MOVE WS-NOVA-DESCRICAO   TO ROT-PAR-NOME(WS-NUM-PARADA)
           MOVE WS-HORARIO-PARADA   TO ROT-PAR-HORARIO(WS-NUM-PARADA)
           IF WS-NUM-PARADA > ROT-QTD-PARADAS
               MOVE WS-NUM-PARADA   TO ROT-QTD-PARADAS
           END-IF
           .
       P325-FIM.
           EXIT.

       P330-ALTERA-ROTA.
           DISPLAY 'CODIGO DA ROTA: '
           ACCEPT ROT-CODIGO

           READ ROTAS
               INVALID KEY
                   DISPLAY 'ROTA NAO ENCONTRADA'
                   GO TO P330-FIM
           END-READ

           DISPLAY 'DESCRICAO ATUAL: ' ROT-DESCRICAO
           DISPLAY 'NOVA DESCRICAO (OU BRANCO PARA MANTER): '
           ACCEPT WS-NOVA-DESCRICAO
           IF WS-NOVA-DESCRICAO NOT EQUAL SPACES
               MOVE WS-NOVA-DESCRICAO TO ROT-DESCRICAO
           END-IF
           DISPLAY 'VEICULO ATUAL: ' ROT-VEICULO
           DISPLAY 'NOVO VEICULO (OU BRANCO PARA MANTER): '
           ACCEPT WS-NOVO-VEICULO
           IF WS-NOVO-VEICULO NOT EQUAL SPACES
               MOVE WS-NOVO-VEICULO TO ROT-VEICULO
           END-IF
           DISPLAY 'LOTACAO ATUAL: ' ROT-CAPACIDADE
           DISPLAY 'NOVA LOTACAO (OU 0 PARA MANTER): '
           ACCEPT WS-NOVA-CAPACIDADE
           IF WS-NOVA-CAPACIDADE > ZEROS
               MOVE WS-NOVA-CAPACIDADE TO ROT-CAPACIDADE
           END-IF
           DISPLAY 'MOTORISTA ATUAL: ' ROT-MOTORISTA
           DISPLAY 'NOVO MOTORISTA (OU BRANCO PARA MANTER): '
           ACCEPT WS-NOVO-MOTORISTA
           IF WS-NOVO-MOTORISTA NOT EQUAL SPACES
               MOVE WS-NOVO-MOTORISTA TO ROT-MOTORISTA
           END-IF
           DISPLAY 'TELEFONE ATUAL: ' ROT-TEL-MOTORISTA
           DISPLAY 'NOVO TELEFONE (OU BRANCO PARA MANTER): '
           ACCEPT WS-NOVO-TEL
           IF WS-NOVO-TEL NOT EQUAL SPACES
               MOVE WS-NOVO-TEL TO ROT-TEL-MOTORISTA
           END-IF
           DISPLAY 'TURNO ATUAL: ' ROT-TURNO
           DISPLAY 'NOVO TURNO (OU BRANCO PARA MANTER): '
           ACCEPT WS-NOVO-TURNO
           IF WS-NOVO-TURNO EQUAL 'M' OR 'T' OR 'N'
               MOVE WS-NOVO-TURNO TO ROT-TURNO
           END-IF

      * AS PARADAS SO SAO RENOMEADAS OU ACRESCIDAS NO FIM: O NUMERO DA
      * PARADA ESTA GRAVADO NO VINCULO DE CADA ALUNO EM TRANSP.DAT
           SET FIM-PARADAS          TO FALSE
           PERFORM UNTIL FIM-PARADAS
               PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                       UNTIL WS-IDX-PAR > ROT-QTD-PARADAS
                   DISPLAY '  ' WS-IDX-PAR ' - '
                           ROT-PAR-NOME(WS-IDX-PAR) ' '
                           ROT-PAR-HORARIO(WS-IDX-PAR)
               END-PERFORM
               DISPLAY 'PARADA A ALTERAR (PROXIMO NUMERO INCLUI, 0 '
                       'ENCERRA): '
               MOVE ZEROS           TO WS-NUM-PARADA
               ACCEPT WS-NUM-PARADA
               IF WS-NUM-PARADA EQUAL ZEROS
                   SET FIM-PARADAS  TO TRUE
               ELSE
                   IF WS-NUM-PARADA > ROT-QTD-PARADAS + 1 OR
                      WS-NUM-PARADA > 20
                       DISPLAY '*** NUMERO DE PARADA INVALIDO ***'
                   ELSE
                       PERFORM P325-LE-PARADA THRU P325-FIM
                       SET FIM-PARADAS TO FALSE
                   END-IF
               END-IF
           END-PERFORM

           REWRITE REG-ROTAS
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A ROTA'
               NOT INVALID KEY
                   DISPLAY 'ROTA ATUALIZADA...'
           END-REWRITE
           .
       P330-FIM.
           EXIT.

      ******************************************************************
      * VINCULA O ALUNO ATIVO A UMA ROTA/PARADA: AVISA QUANDO O TURNO
      * DA TURMA DIFERE DO TURNO DA ROTA E PEDE CONFIRMACAO QUANDO O
      * VEICULO JA ESTA NA LOTACAO. UM NOVO VINCULO SUBSTITUI O ANTERIOR
      ******************************************************************
       P340-VINCULA-ALUNO.
           SET FS-OK                TO TRUE
           SET FS-TUR-OK            TO TRUE

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

           MOVE WS-ID-PESQUISA      TO TRA-ID-ALUNO
           READ TRANSP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'VINCULO ATUAL: ROTA ' TRA-ROTA
                           ' PARADA ' TRA-PARADA
           END-READ

           DISPLAY 'CODIGO DA ROTA: '
           ACCEPT WS-ROTA-PESQUISA
           MOVE WS-ROTA-PESQUISA    TO ROT-CODIGO
           READ ROTAS
               INVALID KEY
                   DISPLAY 'ROTA NAO ENCONTRADA'
                   GO TO P340-FIM
           END-READ

           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > ROT-QTD-PARADAS
               DISPLAY '  ' WS-IDX-PAR ' - ' ROT-PAR-NOME(WS-IDX-PAR)
           END-PERFORM
           DISPLAY 'NUMERO DA PARADA DE EMBARQUE: '
           MOVE ZEROS               TO WS-NUM-PARADA
           ACCEPT WS-NUM-PARADA
           IF WS-NUM-PARADA < 1 OR WS-NUM-PARADA > ROT-QTD-PARADAS
               DISPLAY '*** PARADA INVALIDA PARA A ROTA ***'
               GO TO P340-FIM
           END-IF

           OPEN INPUT TURMAS
           IF FS-TUR-OK
               MOVE TURMA-ALUNO     TO TUR-CODIGO
               READ TURMAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TUR-TURNO NOT EQUAL ROT-TURNO
                           DISPLAY '*** ATENCAO: TURNO DA TURMA ('
                                   TUR-TURNO ') DIFERENTE DO TURNO '
                                   'DA ROTA (' ROT-TURNO ') ***'
                       END-IF
               END-READ
               CLOSE TURMAS
           END-IF

           IF ROT-CAPACIDADE > ZEROS
               PERFORM P350-CONTA-ROTA THRU P350-FIM
               IF WS-CONT-ROTA NOT LESS THAN ROT-CAPACIDADE
                   DISPLAY '*** VEICULO NA LOTACAO: ' WS-CONT-ROTA
                           ' DE ' ROT-CAPACIDADE ' ***'
                   DISPLAY 'VINCULAR ASSIM MESMO? <S> - <N>'
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT EQUAL 'S' AND
                      WS-CONFIRMA NOT EQUAL 's'
                       DISPLAY 'VINCULO NAO GRAVADO'
                       GO TO P340-FIM
                   END-IF
               END-IF
           END-IF

           MOVE WS-ID-PESQUISA      TO TRA-ID-ALUNO
           MOVE WS-ROTA-PESQUISA    TO TRA-ROTA
           MOVE WS-NUM-PARADA       TO TRA-PARADA
           ACCEPT TRA-DT-INICIO     FROM DATE YYYYMMDD
           MOVE LK-OPERADOR-ID      TO TRA-OPERADOR

           WRITE REG-TRANSP
               INVALID KEY
                   REWRITE REG-TRANSP
                       INVALID KEY
                           DISPLAY 'ERRO AO GRAVAR O VINCULO'
                       NOT INVALID KEY
                           DISPLAY 'VINCULO ATUALIZADO'
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY 'ALUNO VINCULADO A ROTA'
           END-WRITE
           .
       P340-FIM.
           EXIT.

      * CONTA OS ALUNOS JA VINCULADOS A ROTA, SEM O PROPRIO ALUNO
       P350-CONTA-ROTA.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT-ROTA
           MOVE ZEROS               TO TRA-ID-ALUNO

           START TRANSP KEY IS NOT LESS THAN TRA-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ TRANSP NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF TRA-ROTA EQUAL WS-ROTA-PESQUISA AND
                          TRA-ID-ALUNO NOT EQUAL WS-ID-PESQUISA
                           ADD 1 TO WS-CONT-ROTA
                       END-IF
               END-READ
           END-PERFORM
           .
       P350-FIM.
           EXIT.

       P360-DESVINCULA.
           DISPLAY 'ID DO ALUNO: '
           ACCEPT WS-ID-PESQUISA

           MOVE WS-ID-PESQUISA      TO TRA-ID-ALUNO
           READ TRANSP
               INVALID KEY
                   DISPLAY 'ALUNO SEM VINCULO COM ROTA'
                   GO TO P360-FIM
           END-READ

           DISPLAY 'VINCULO ATUAL: ROTA ' TRA-ROTA
                   ' PARADA ' TRA-PARADA ' DESDE ' TRA-DT-INICIO
           DISPLAY 'CONFIRMA O DESLIGAMENTO? <S> - <N>'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'VINCULO MANTIDO'
               GO TO P360-FIM
           END-IF

           DELETE TRANSP RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR O VINCULO'
               NOT INVALID KEY
                   DISPLAY 'ALUNO DESLIGADO DA ROTA'
           END-DELETE
           .
       P360-FIM.
           EXIT.

      ******************************************************************
      * LISTA DE EMBARQUE: ALUNOS DE CADA ROTA (OU DE TODAS) NA ORDEM
      * DAS PARADAS, COM O TELEFONE DO RESPONSAVEL E O ALERTA DE CASO
      * CRITICO DA FICHA DE SAUDE
      ******************************************************************
       P400-LISTA-EMBARQUE.
           SET FS-OK                TO TRUE
           SET FS-REL-OK            TO TRUE
           MOVE ZEROS               TO WS-CONT
           MOVE ZEROS               TO WS-DESLIGADOS

           DISPLAY 'CODIGO DA ROTA (BRANCO PARA TODAS): '
           MOVE SPACES              TO WS-ROTA-PESQUISA
           ACCEPT WS-ROTA-PESQUISA

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P400-FIM
           END-IF

           SET SAU-DISPONIVEL       TO FALSE
           OPEN INPUT SAUDE
           IF FS-SAU-OK
               SET SAU-DISPONIVEL   TO TRUE
           END-IF

           MOVE SPACES              TO WS-RELTRANSP-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\EMBARQUE.TXT' DELIMITED BY SIZE
                  INTO WS-RELTRANSP-PATH

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR A LISTA DE EMBARQUE'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE ALUNOS
               IF SAU-DISPONIVEL
                   CLOSE SAUDE
               END-IF
               GO TO P400-FIM
           END-IF

           ACCEPT WS-HOJE           FROM DATE YYYYMMDD
           MOVE CFG-NOME-ESCOLA     TO WS-LE-ESCOLA
           MOVE WS-HOJE             TO WS-CE-DATA
           WRITE REL-LINHA FROM WS-LIN-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-EMBARQUE
           WRITE REL-LINHA FROM WS-LIN-TRACO

           SORT WORK-SORT
               ON ASCENDING KEY SD-ROTA SD-PARADA SD-NOME
               INPUT PROCEDURE  P410-SELECIONA-EMBARQUE THRU P410-FIM
               OUTPUT PROCEDURE P420-IMPRIME-EMBARQUE THRU P420-FIM

           WRITE REL-LINHA FROM WS-LEGENDA-CRITICO

           CLOSE ALUNOS
           IF SAU-DISPONIVEL
               CLOSE SAUDE
           END-IF
           CLOSE RELATORIO

           DISPLAY 'ALUNOS NA LISTA.......: ' WS-CONT
           DISPLAY 'DESLIGADOS DAS ROTAS..: ' WS-DESLIGADOS
           DISPLAY 'LISTA GERADA EM.......: ' WS-RELTRANSP-PATH
           .
       P400-FIM.
           EXIT.

       P410-SELECIONA-EMBARQUE.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO TRA-ID-ALUNO

           START TRANSP KEY IS NOT LESS THAN TRA-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ TRANSP NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF WS-ROTA-PESQUISA EQUAL SPACES OR
                          TRA-ROTA EQUAL WS-ROTA-PESQUISA
                           PERFORM P600-CONFERE-VINCULO THRU P600-FIM
                           IF FS-OK
                               PERFORM P415-LIBERA-EMBARQUE
                                  THRU P415-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P410-FIM.
           EXIT.

       P415-LIBERA-EMBARQUE.
           MOVE TRA-ROTA            TO SD-ROTA
           MOVE TRA-PARADA          TO SD-PARADA
           MOVE NM-ALUNO            TO SD-NOME
           MOVE ID-ALUNO            TO SD-ID
           MOVE TURMA-ALUNO         TO SD-TURMA
           MOVE TEL-RESPONSAVEL     TO SD-TEL
           MOVE 'N'                 TO SD-CRITICO
           MOVE ZEROS               TO SD-DIAS

           IF SAU-DISPONIVEL
               MOVE ID-ALUNO        TO SAU-ID-ALUNO
               READ SAUDE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SAU-CASO-CRITICO
                           MOVE 'S' TO SD-CRITICO
                       END-IF
               END-READ
           END-IF

           RELEASE SD-REGISTRO
           .
       P415-FIM.
           EXIT.

       P420-IMPRIME-EMBARQUE.
           SET EOF-SORT-OK          TO FALSE
           MOVE HIGH-VALUES         TO WS-ROTA-ANTERIOR
           MOVE ZEROS               TO WS-PARADA-ANTERIOR
           MOVE ZEROS               TO WS-CONT-ROTA

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       IF SD-ROTA NOT EQUAL WS-ROTA-ANTERIOR
                           IF WS-ROTA-ANTERIOR NOT EQUAL HIGH-VALUES
                               PERFORM P430-TOTAL-ROTA THRU P430-FIM
                           END-IF
                           PERFORM P425-CABECALHO-ROTA THRU P425-FIM
                       END-IF
                       IF SD-PARADA NOT EQUAL WS-PARADA-ANTERIOR
                           PERFORM P428-CABECALHO-PARADA THRU P428-FIM
                       END-IF
                       ADD 1 TO WS-CONT
                       ADD 1 TO WS-CONT-ROTA
                       MOVE SD-ID       TO WS-DE-ID
                       MOVE SD-NOME     TO WS-DE-NOME
                       MOVE SD-TURMA    TO WS-DE-TURMA
                       MOVE SD-TEL      TO WS-DE-TEL
                       IF SD-CRITICO EQUAL 'S'
                           MOVE ' *** SAUDE CRIT.' TO WS-DE-CRITICO
                       ELSE
                           MOVE SPACES TO WS-DE-CRITICO
                       END-IF
                       WRITE REL-LINHA FROM WS-DET-EMBARQUE
               END-RETURN
           END-PERFORM

           IF WS-ROTA-ANTERIOR NOT EQUAL HIGH-VALUES
               PERFORM P430-TOTAL-ROTA THRU P430-FIM
           END-IF
           .
       P420-FIM.
           EXIT.

       P425-CABECALHO-ROTA.
           MOVE SD-ROTA             TO WS-ROTA-ANTERIOR
           MOVE ZEROS               TO WS-PARADA-ANTERIOR
           MOVE ZEROS               TO WS-CONT-ROTA

           MOVE SD-ROTA             TO ROT-CODIGO
           READ ROTAS
               INVALID KEY
                   INITIALIZE REG-ROTAS
                   MOVE SD-ROTA     TO ROT-CODIGO
                   MOVE '*** ROTA FORA DO CADASTRO' TO ROT-DESCRICAO
           END-READ

           MOVE ROT-CODIGO          TO WS-CR-CODIGO
           MOVE ROT-DESCRICAO       TO WS-CR-DESCRICAO
           MOVE ROT-TURNO           TO WS-CR-TURNO
           MOVE ROT-VEICULO         TO WS-CR-VEICULO
           MOVE ROT-MOTORISTA       TO WS-CM-MOTORISTA
           MOVE ROT-TEL-MOTORISTA   TO WS-CM-TEL
           MOVE ROT-CAPACIDADE      TO WS-CAPACIDADE-ROTA
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-CAB-ROTA
           WRITE REL-LINHA FROM WS-CAB-MOTORISTA
           .
       P425-FIM.
           EXIT.

       P428-CABECALHO-PARADA.
           MOVE SD-PARADA           TO WS-PARADA-ANTERIOR
           MOVE SD-PARADA           TO WS-CP-NUMERO
           MOVE SPACES              TO WS-CP-NOME
           MOVE ZEROS               TO WS-HORARIO-PARADA
           IF SD-PARADA > ZEROS AND SD-PARADA NOT > ROT-QTD-PARADAS
               MOVE ROT-PAR-NOME(SD-PARADA)    TO WS-CP-NOME
               MOVE ROT-PAR-HORARIO(SD-PARADA) TO WS-HORARIO-PARADA
           END-IF
           MOVE WS-HP-HORA          TO WS-CP-HORA
           MOVE WS-HP-MINUTO        TO WS-CP-MINUTO
           WRITE REL-LINHA FROM WS-CAB-PARADA
           .
       P428-FIM.
           EXIT.

       P430-TOTAL-ROTA.
           MOVE WS-CONT-ROTA        TO WS-DTR-ALUNOS
           MOVE WS-CAPACIDADE-ROTA  TO WS-DTR-CAPACIDADE
           MOVE SPACES              TO WS-DTR-AVISO
           IF WS-CAPACIDADE-ROTA > ZEROS AND
              WS-CONT-ROTA > WS-CAPACIDADE-ROTA
               MOVE ' *** ACIMA DA LOTACAO' TO WS-DTR-AVISO
           END-IF
           WRITE REL-LINHA FROM WS-DET-TOTAL-ROTA
           WRITE REL-LINHA FROM WS-LIN-TRACO
           .
       P430-FIM.
           EXIT.

      ******************************************************************
      * RELATORIO MENSAL DE USO: PARA CADA ALUNO VINCULADO, OS DIAS COM
      * PRESENCA NA FREQUENCIA DO MES; POR ROTA, OS VINCULADOS, OS QUE
      * USARAM O TRANSPORTE NO MES, OS ALUNOS-DIA TRANSPORTADOS E A
      * MEDIA DIARIA SOBRE OS DIAS LETIVOS DO CALENDARIO
      ******************************************************************
       P500-USO-MENSAL.
           SET FS-OK                TO TRUE
           SET FS-FREQ-OK           TO TRUE
           SET FS-REL-OK            TO TRUE
           MOVE ZEROS               TO WS-CONT
           MOVE ZEROS               TO WS-DESLIGADOS
           MOVE SPACES              TO WS-ROTA-PESQUISA

           DISPLAY 'ANO DE REFERENCIA (AAAA): '
           ACCEPT WS-MR-ANO
           DISPLAY 'MES DE REFERENCIA (MM): '
           ACCEPT WS-MR-MES
           IF WS-MR-MES < 1 OR WS-MR-MES > 12
               DISPLAY '*** MES INVALIDO ***'
               GO TO P500-FIM
           END-IF

           PERFORM P510-CONTA-LETIVOS THRU P510-FIM

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P500-FIM
           END-IF

           OPEN INPUT FREQUENCIA
           IF NOT FS-FREQ-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FREQUENCIA'
               DISPLAY 'FILE STATUS: ' WS-FS-FREQ
               CLOSE ALUNOS
               GO TO P500-FIM
           END-IF

           MOVE SPACES              TO WS-RELTRANSP-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TRANSPMES.TXT' DELIMITED BY SIZE
                  INTO WS-RELTRANSP-PATH

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO MENSAL'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE ALUNOS
               CLOSE FREQUENCIA
               GO TO P500-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-LE-ESCOLA
           MOVE WS-MR-MES           TO WS-CMS-MES
           MOVE WS-MR-ANO           TO WS-CMS-ANO
           MOVE WS-DIAS-LETIVOS     TO WS-DL-DIAS
           WRITE REL-LINHA FROM WS-LIN-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-MENSAL
           WRITE REL-LINHA FROM WS-LIN-TRACO
           WRITE REL-LINHA FROM WS-DET-LETIVOS

           MOVE ZEROS               TO WS-TOT-VINCULADOS
           MOVE ZEROS               TO WS-TOT-USUARIOS
           MOVE ZEROS               TO WS-TOT-ALUNOS-DIA

           SORT WORK-SORT
               ON ASCENDING KEY SD-ROTA SD-NOME
               INPUT PROCEDURE  P520-SELECIONA-MENSAL THRU P520-FIM
               OUTPUT PROCEDURE P540-IMPRIME-MENSAL THRU P540-FIM

           WRITE REL-LINHA FROM WS-LIN-TRACO
           MOVE WS-TOT-VINCULADOS   TO WS-DTM-VINCULADOS
           MOVE WS-TOT-USUARIOS     TO WS-DTM-USUARIOS
           MOVE WS-TOT-ALUNOS-DIA   TO WS-DTM-ALUNOS-DIA
           WRITE REL-LINHA FROM WS-DET-TOTAL-MENSAL
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM SPACES
           MOVE CFG-TITULO-ASSINATURA TO WS-AS2-TITULO
           WRITE REL-LINHA FROM WS-ASSINATURA-1
           WRITE REL-LINHA FROM WS-ASSINATURA-2

           CLOSE ALUNOS
           CLOSE FREQUENCIA
           CLOSE RELATORIO

           DISPLAY 'ALUNOS VINCULADOS.....: ' WS-TOT-VINCULADOS
           DISPLAY 'USUARIOS NO MES.......: ' WS-TOT-USUARIOS
           DISPLAY 'DESLIGADOS DAS ROTAS..: ' WS-DESLIGADOS
           DISPLAY 'RELATORIO GERADO EM...: ' WS-RELTRANSP-PATH
           .
       P500-FIM.
           EXIT.

       P510-CONTA-LETIVOS.
           SET FS-CAL-OK            TO TRUE
           MOVE ZEROS               TO WS-DIAS-LETIVOS

           OPEN INPUT CALENDARIO
           IF NOT FS-CAL-OK
               DISPLAY 'CALENDARIO INDISPONIVEL - DIAS LETIVOS ZERADOS'
               GO TO P510-FIM
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
       P510-FIM.
           EXIT.

       P520-SELECIONA-MENSAL.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO TRA-ID-ALUNO

           START TRANSP KEY IS NOT LESS THAN TRA-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ TRANSP NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P600-CONFERE-VINCULO THRU P600-FIM
                       IF FS-OK
                           PERFORM P530-CONTA-DIAS THRU P530-FIM
                           MOVE TRA-ROTA        TO SD-ROTA
                           MOVE TRA-PARADA      TO SD-PARADA
                           MOVE NM-ALUNO        TO SD-NOME
                           MOVE ID-ALUNO        TO SD-ID
                           MOVE TURMA-ALUNO     TO SD-TURMA
                           MOVE TEL-RESPONSAVEL TO SD-TEL
                           MOVE 'N'             TO SD-CRITICO
                           MOVE WS-DIAS-ALUNO   TO SD-DIAS
                           RELEASE SD-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           .
       P520-FIM.
           EXIT.

      * DIAS COM PRESENCA P DO ALUNO NO MES DE REFERENCIA
       P530-CONTA-DIAS.
           SET EOF-FREQ-OK          TO FALSE
           MOVE ZEROS               TO WS-DIAS-ALUNO
           MOVE ID-ALUNO            TO FREQ-ID-ALUNO
           MOVE WS-MR-ANO           TO FREQ-DATA(1:4)
           MOVE WS-MR-MES           TO FREQ-DATA(5:2)
           MOVE 01                  TO FREQ-DATA(7:2)

           START FREQUENCIA KEY IS NOT LESS THAN FREQ-CHAVE
               INVALID KEY
                   SET EOF-FREQ-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-FREQ-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-FREQ-OK TO TRUE
                   NOT AT END
                       IF FREQ-ID-ALUNO NOT EQUAL ID-ALUNO OR
                          FREQ-DATA(1:6) NOT EQUAL WS-MES-REF
                           SET EOF-FREQ-OK TO TRUE
                       ELSE
                           IF PRESENCA-PRESENTE
                               ADD 1 TO WS-DIAS-ALUNO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P530-FIM.
           EXIT.

       P540-IMPRIME-MENSAL.
           SET EOF-SORT-OK          TO FALSE
           MOVE HIGH-VALUES         TO WS-ROTA-ANTERIOR

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       IF SD-ROTA NOT EQUAL WS-ROTA-ANTERIOR
                           IF WS-ROTA-ANTERIOR NOT EQUAL HIGH-VALUES
                               PERFORM P550-SUBTOTAL-MENSAL
                                  THRU P550-FIM
                           END-IF
                           PERFORM P425-CABECALHO-ROTA THRU P425-FIM
                           WRITE REL-LINHA FROM WS-CAB-COLUNAS-MENSAL
                           MOVE ZEROS TO WS-ROTA-VINCULADOS
                           MOVE ZEROS TO WS-ROTA-USUARIOS
                           MOVE ZEROS TO WS-ROTA-ALUNOS-DIA
                       END-IF
                       ADD 1 TO WS-ROTA-VINCULADOS
                       IF SD-DIAS > ZEROS
                           ADD 1 TO WS-ROTA-USUARIOS
                       END-IF
                       ADD SD-DIAS      TO WS-ROTA-ALUNOS-DIA
                       MOVE SD-ID       TO WS-DM-ID
                       MOVE SD-NOME     TO WS-DM-NOME
                       MOVE SD-TURMA    TO WS-DM-TURMA
                       MOVE SD-PARADA   TO WS-DM-PARADA
                       MOVE SD-DIAS     TO WS-DM-DIAS
                       WRITE REL-LINHA FROM WS-DET-MENSAL
               END-RETURN
           END-PERFORM

           IF WS-ROTA-ANTERIOR NOT EQUAL HIGH-VALUES
               PERFORM P550-SUBTOTAL-MENSAL THRU P550-FIM
           END-IF
           .
       P540-FIM.
           EXIT.

       P550-SUBTOTAL-MENSAL.
           MOVE ZEROS               TO WS-MEDIA-DIARIA
           IF WS-DIAS-LETIVOS > ZEROS
               COMPUTE WS-MEDIA-DIARIA ROUNDED =
                       WS-ROTA-ALUNOS-DIA / WS-DIAS-LETIVOS
           END-IF
           MOVE WS-ROTA-VINCULADOS  TO WS-DSM-VINCULADOS
           MOVE WS-ROTA-USUARIOS    TO WS-DSM-USUARIOS
           MOVE WS-ROTA-ALUNOS-DIA  TO WS-DSM-ALUNOS-DIA
           MOVE WS-MEDIA-DIARIA     TO WS-DSM-MEDIA
           WRITE REL-LINHA FROM WS-DET-SUBTOTAL-MENSAL
           WRITE REL-LINHA FROM WS-LIN-TRACO
           ADD WS-ROTA-VINCULADOS   TO WS-TOT-VINCULADOS
           ADD WS-ROTA-USUARIOS     TO WS-TOT-USUARIOS
           ADD WS-ROTA-ALUNOS-DIA   TO WS-TOT-ALUNOS-DIA
           .
       P550-FIM.
           EXIT.

      ******************************************************************
      * LE O ALUNO DO VINCULO CORRENTE DE TRANSP.DAT. ALUNO INEXISTENTE,
      * INATIVO OU TRANSFERIDO E DESLIGADO DA ROTA NA HORA (DELETE DO
      * VINCULO); TRANCADO FICA VINCULADO MAS FORA DA LISTA. SAI COM
      * FS-OK SOMENTE PARA ALUNO ATIVO COM MATRICULA VIGENTE
      ******************************************************************
       P600-CONFERE-VINCULO.
           SET FS-OK                TO TRUE
           MOVE TRA-ID-ALUNO        TO ID-ALUNO

           READ ALUNOS
               INVALID KEY
                   MOVE 23          TO WS-FS
                   PERFORM P610-DESLIGA THRU P610-FIM
                   GO TO P600-FIM
           END-READ

           IF ALUNO-INATIVO OR MAT-TRANSFERIDO
               PERFORM P610-DESLIGA THRU P610-FIM
               MOVE 23              TO WS-FS
               GO TO P600-FIM
           END-IF

           IF NOT (ALUNO-ATIVO AND (MAT-MATRICULADO OR MAT-LEGADO))
               MOVE 23              TO WS-FS
           END-IF
           .
       P600-FIM.
           EXIT.

       P610-DESLIGA.
           DELETE TRANSP RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DESLIGADOS
                   DISPLAY 'DESLIGADO DA ROTA ' TRA-ROTA ': ALUNO '
                           TRA-ID-ALUNO
           END-DELETE
           .
       P610-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CADROTA.
