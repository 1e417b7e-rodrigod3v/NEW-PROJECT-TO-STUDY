      *         CARREGADOS PARA O ALERTA DE BUSCA ATIVA (ALERTAFALTA).
      *         EM ARQUIVO ANTIGO (CAMPOS AUSENTES/NAO NUMERICOS OU
      *         ZERADOS) VALEM OS PADROES DE COMPILACAO DO SITCFG
      * UPDATE: 15/10/2026 PAR-PRAZO-EMPRESTIMO CARREGADO PARA O PRAZO
      *         DOS EMPRESTIMOS DA BIBLIOTECA (BIBLIOTECA)
      * UPDATE: 15/10/2026 PAR-MINUTOS-AULA CARREGADO PARA A
      *         CONFERENCIA DA CARGA HORARIA DO ANO (CADMATRIZ)
      * UPDATE: 15/10/2026 PAR-RETENCAO-ANOS CARREGADO PARA O PRAZO DE
      *         RETENCAO DO ARQUIVO MORTO (ANONIMIZA)
      * UPDATE: 15/10/2026 MULTI-UNIDADE: A UNIDADE ESCOLAR VEM DA
      *         VARIAVEL DE AMBIENTE BOLETIMV2_UNIDADE (EXPORTADA PELO
      *         MENU NO LOGIN; AUSENTE = 01, A SEDE). A SEDE CONTINUA
      *         EM PARAMETROS.DAT; AS DEMAIS UNIDADES TEM O PROPRIO
      *         PARAMETROS_NN.DAT, CRIADO NA PRIMEIRA PARTIDA A PARTIR
      *         DOS PARAMETROS DA SEDE COM O NOME DA UNIDADE. DEVOLVE
      *         TAMBEM A UNIDADE, O SUFIXO DOS ARQUIVOS PROPRIOS E A
      *         FAIXA DE IDS DE UNIDADES.DAT (CADUNID)
      * UPDATE: 15/10/2026 PAR-PROVAS-DIA CARREGADO PARA O LIMITE DE
      *         PROVAS POR TURMA NO DIA (CADAGENDA)
      * UPDATE: 15/10/2026 PAR-RISCO-PESO-* CARREGADOS PARA OS PESOS DO
      *         INDICE SEMANAL DE RISCO (INDRISCO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGPARAM.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-PAR.

                SELECT UNIDADES ASSIGN TO
                WS-UNIDADES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS UNI-CODIGO
                FILE STATUS IS WS-FS-UNI.

       DATA DIVISION.
       FILE SECTION.
       FD PARAMETROS.
           COPY PARAMREC.

       FD UNIDADES.
           COPY UNIDADES.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.

         01 WS-PARAMETROS-PATH              PIC X(80).
         01 WS-PARAM-UNIDADE-PATH           PIC X(80).
         01 WS-PARAM-SEDE-PATH              PIC X(80).

         77 WS-FS-PAR                      PIC 99.
           88 FS-PAR-OK                    VALUE 0.
         77 WS-FS-UNI                      PIC 99.
           88 FS-UNI-OK                    VALUE 0.
         77 WS-SEMEIA                      PIC X     VALUE 'N'.
           88 SEMEIA-DA-SEDE               VALUE 'S' FALSE 'N'.
         77 WS-UNIDADE-ENV                 PIC X(02) VALUE SPACES.
         77 WS-UNIDADE                     PIC 9(02) VALUE 1.
         77 WS-NOME-UNIDADE                PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
         01 LK-PARAMETROS.
           05 LK-CONCEITO-MINIMO           PIC X(01).
           05 LK-OCORR-LIMITE              PIC 9(02).
           05 LK-OCORR-JANELA              PIC 9(03).
           05 LK-PRAZO-EMPRESTIMO          PIC 9(02).
           05 LK-MINUTOS-AULA              PIC 9(02).
           05 LK-RETENCAO-ANOS             PIC 9(02).
           05 LK-UNIDADE                   PIC 9(02).
           05 LK-SUFIXO-UNIDADE            PIC X(03).
           05 LK-ID-INICIAL                PIC 9(05).
           05 LK-ID-FINAL                  PIC 9(05).
           05 LK-PROVAS-DIA                PIC 9(02).
           05 LK-RISCO-PESO-MEDIA          PIC 9(02).
           05 LK-RISCO-PESO-QUEDA          PIC 9(02).
           05 LK-RISCO-PESO-FREQ           PIC 9(02).
           05 LK-RISCO-PESO-OCORR          PIC 9(02).
           05 LK-RISCO-PESO-REMANEJ        PIC 9(02).
           05 LK-RISCO-PESO-SEGCH          PIC 9(02).

       PROCEDURE DIVISION USING LK-PARAMETROS.

       MAIN-PROCEDURE.
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P200-UNIDADE        THRU P200-FIM
           PERFORM P300-CARREGA        THRU P300-FIM
           PERFORM P900-FIM
           .
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           MOVE 1                   TO WS-UNIDADE
           ACCEPT WS-UNIDADE-ENV FROM ENVIRONMENT 'BOLETIMV2_UNIDADE'
           IF WS-UNIDADE-ENV IS NUMERIC
               MOVE WS-UNIDADE-ENV  TO WS-UNIDADE
           END-IF
           IF WS-UNIDADE EQUAL ZEROS
               MOVE 1               TO WS-UNIDADE
           END-IF

           MOVE WS-UNIDADE          TO LK-UNIDADE
           MOVE SPACES              TO LK-SUFIXO-UNIDADE
           IF WS-UNIDADE > 1
               MOVE WS-UNIDADE      TO WS-UNIDADE-ENV
               STRING '_' WS-UNIDADE-ENV DELIMITED BY SIZE
                      INTO LK-SUFIXO-UNIDADE
           END-IF

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PARAMETROS.DAT' DELIMITED BY SIZE
                  INTO WS-PARAM-SEDE-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PARAMETROS' DELIMITED BY SIZE
                  LK-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-PARAM-UNIDADE-PATH
           MOVE WS-PARAM-UNIDADE-PATH TO WS-PARAMETROS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\UNIDADES.DAT' DELIMITED BY SIZE
                  INTO WS-UNIDADES-PATH
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * FAIXA DE IDS E NOME DA UNIDADE EM UNIDADES.DAT; SEM O ARQUIVO
      * (ESCOLA UNICA) FICAM OS PADROES DO SITCFG (IDS 1 A 99999)
      ******************************************************************
       P200-UNIDADE.
           MOVE SPACES              TO WS-NOME-UNIDADE
           SET FS-UNI-OK            TO TRUE

           OPEN INPUT UNIDADES

           IF NOT FS-UNI-OK
               GO TO P200-FIM
           END-IF

           MOVE WS-UNIDADE          TO UNI-CODIGO
           READ UNIDADES
               INVALID KEY
                   IF WS-UNIDADE > 1
                       DISPLAY 'UNIDADE ' WS-UNIDADE
                               ' NAO CONSTA EM UNIDADES.DAT'
                   END-IF
               NOT INVALID KEY
                   MOVE UNI-NOME        TO WS-NOME-UNIDADE
                   IF UNI-ID-INICIAL > ZEROS
                       MOVE UNI-ID-INICIAL TO LK-ID-INICIAL
                   END-IF
                   IF UNI-ID-FINAL > ZEROS
                       MOVE UNI-ID-FINAL   TO LK-ID-FINAL
                   END-IF
           END-READ

           CLOSE UNIDADES
           .
       P200-FIM.
           EXIT.

       P300-CARREGA.
           SET FS-PAR-OK            TO TRUE

           SET SEMEIA-DA-SEDE       TO FALSE

           OPEN INPUT PARAMETROS

      * UNIDADE NOVA: PARTE DOS PARAMETROS DA SEDE E GRAVA O ARQUIVO
      * PROPRIO DA UNIDADE NO FIM
           IF WS-FS-PAR EQUAL 35 AND WS-UNIDADE > 1
               SET SEMEIA-DA-SEDE   TO TRUE
               MOVE WS-PARAM-SEDE-PATH TO WS-PARAMETROS-PATH
               SET FS-PAR-OK        TO TRUE
               OPEN INPUT PARAMETROS
           END-IF

           IF WS-FS-PAR EQUAL 35
               PERFORM P400-CRIA-COM-PADROES THRU P400-FIM
               GO TO P300-FIM
              PAR-OCORR-JANELA > ZEROS
               MOVE PAR-OCORR-JANELA    TO LK-OCORR-JANELA
           END-IF
           IF PAR-PRAZO-EMPRESTIMO NUMERIC AND
              PAR-PRAZO-EMPRESTIMO > ZEROS
               MOVE PAR-PRAZO-EMPRESTIMO TO LK-PRAZO-EMPRESTIMO
           END-IF
           IF PAR-MINUTOS-AULA NUMERIC AND
              PAR-MINUTOS-AULA > ZEROS
               MOVE PAR-MINUTOS-AULA TO LK-MINUTOS-AULA
           END-IF
           IF PAR-RETENCAO-ANOS NUMERIC AND
              PAR-RETENCAO-ANOS > ZEROS
               MOVE PAR-RETENCAO-ANOS TO LK-RETENCAO-ANOS
           END-IF
           IF PAR-PROVAS-DIA NUMERIC AND
              PAR-PROVAS-DIA > ZEROS
               MOVE PAR-PROVAS-DIA TO LK-PROVAS-DIA
           END-IF
           IF PAR-RISCO-PESO-MEDIA NUMERIC AND
              PAR-RISCO-PESO-MEDIA > ZEROS
               MOVE PAR-RISCO-PESO-MEDIA TO LK-RISCO-PESO-MEDIA
           END-IF
           IF PAR-RISCO-PESO-QUEDA NUMERIC AND
              PAR-RISCO-PESO-QUEDA > ZEROS
               MOVE PAR-RISCO-PESO-QUEDA TO LK-RISCO-PESO-QUEDA
           END-IF
           IF PAR-RISCO-PESO-FREQ NUMERIC AND
              PAR-RISCO-PESO-FREQ > ZEROS
               MOVE PAR-RISCO-PESO-FREQ TO LK-RISCO-PESO-FREQ
           END-IF
           IF PAR-RISCO-PESO-OCORR NUMERIC AND
              PAR-RISCO-PESO-OCORR > ZEROS
               MOVE PAR-RISCO-PESO-OCORR TO LK-RISCO-PESO-OCORR
           END-IF
           IF PAR-RISCO-PESO-REMANEJ NUMERIC AND
              PAR-RISCO-PESO-REMANEJ > ZEROS
               MOVE PAR-RISCO-PESO-REMANEJ TO LK-RISCO-PESO-REMANEJ
           END-IF
           IF PAR-RISCO-PESO-SEGCH NUMERIC AND
              PAR-RISCO-PESO-SEGCH > ZEROS
               MOVE PAR-RISCO-PESO-SEGCH TO LK-RISCO-PESO-SEGCH
           END-IF

           CLOSE PARAMETROS

               MOVE 1,00 TO LK-PESO-TRABALHO
               MOVE 1,00 TO LK-PESO-PARTICIPACAO
           END-IF

           IF SEMEIA-DA-SEDE
               PERFORM P400-CRIA-COM-PADROES THRU P400-FIM
           END-IF
           .
       P300-FIM.
           EXIT.

       P400-CRIA-COM-PADROES.
           MOVE WS-PARAM-UNIDADE-PATH TO WS-PARAMETROS-PATH
           IF WS-UNIDADE > 1 AND WS-NOME-UNIDADE NOT EQUAL SPACES
               MOVE WS-NOME-UNIDADE TO LK-NOME-ESCOLA
           END-IF

           SET FS-PAR-OK            TO TRUE

           OPEN OUTPUT PARAMETROS
           MOVE LK-CONCEITO-MINIMO     TO PAR-CONCEITO-MINIMO
           MOVE LK-OCORR-LIMITE        TO PAR-OCORR-LIMITE
           MOVE LK-OCORR-JANELA        TO PAR-OCORR-JANELA
           MOVE LK-PRAZO-EMPRESTIMO    TO PAR-PRAZO-EMPRESTIMO
           MOVE LK-MINUTOS-AULA         TO PAR-MINUTOS-AULA
           MOVE LK-RETENCAO-ANOS        TO PAR-RETENCAO-ANOS
           MOVE LK-PROVAS-DIA           TO PAR-PROVAS-DIA
           MOVE LK-RISCO-PESO-MEDIA     TO PAR-RISCO-PESO-MEDIA
           MOVE LK-RISCO-PESO-QUEDA     TO PAR-RISCO-PESO-QUEDA
           MOVE LK-RISCO-PESO-FREQ      TO PAR-RISCO-PESO-FREQ
           MOVE LK-RISCO-PESO-OCORR     TO PAR-RISCO-PESO-OCORR
           MOVE LK-RISCO-PESO-REMANEJ   TO PAR-RISCO-PESO-REMANEJ
           MOVE LK-RISCO-PESO-SEGCH     TO PAR-RISCO-PESO-SEGCH

           WRITE REG-PARAMETROS

