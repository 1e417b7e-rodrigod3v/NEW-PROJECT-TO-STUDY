      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:LIVRO DE REGISTRO DE CONCLUINTES E CERTIFICADOS
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. O NUMERO DO LIVRO DE
      *         REGISTRO E DADO PELO FECHAMENTO DE ANO (ENCERRAANO) EM
      *         CONCLUINTES.DAT. AQUI A SECRETARIA IMPRIME AS FOLHAS DO
      *         LIVRO DE UM ANO (LIVRO_AAAA.TXT, UMA FOLHA POR QUEBRA
      *         DE LIVRO/FOLHA, NA ORDEM DO NUMERO) PARA CONFERIR E
      *         TRANSCREVER NO LIVRO DE PAPEL, CONSULTA O REGISTRO DE
      *         UM ALUNO E REIMPRIME O CERTIFICADO DE CONCLUSAO (UM
      *         ALUNO OU O ANO INTEIRO) PELO SUBPROGRAMA IMPCERT
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CADA UNIDADE TEM O SEU LIVRO -
      *         AS FOLHAS (LIVRO_AAAA_NN.TXT), A CONSULTA E OS
      *         CERTIFICADOS FICAM COM OS CONCLUINTES DA UNIDADE DO
      *         LOGIN (CON-UNIDADE, ZERO = 01), SOB O NOME DA ESCOLA
      *         DELA
      * UPDATE: 15/10/2026 CABECALHO DA FOLHA SAIA CORTADO (CONCLUSA) -
      *         CAMPO AJUSTADO AO TAMANHO DO LITERAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIVROREG.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT CONCLUINTES ASSIGN TO
                WS-CONCLUINTES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CON-ID-ALUNO
                ALTERNATE RECORD KEY IS CON-NR-ORDEM
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CON.

                SELECT RELATORIO ASSIGN TO
                WS-LIVRO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD CONCLUINTES.
           COPY CONCLUINTE.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY CERTAREA.

         01 WS-LIVRO-PATH                   PIC X(80).

         01 WS-CAB-LIVRO-1.
           03 FILLER                      PIC X(40)
              VALUE 'LIVRO DE REGISTRO DE CERTIFICADOS DE CON'.
           03 FILLER                      PIC X(06)
              VALUE 'CLUSAO'.
         01 WS-CAB-LIVRO-2.
           03 WS-CL2-ESCOLA               PIC X(40).
           03 FILLER                      PIC X(06) VALUE 'LIVRO '.
           03 WS-CL2-LIVRO                PIC ZZ9.
           03 FILLER                      PIC X(08) VALUE '  FOLHA '.
           03 WS-CL2-FOLHA                PIC ZZ9.
         01 WS-CAB-LIVRO-3.
           03 FILLER                      PIC X(08) VALUE 'ORDEM'.
           03 FILLER                      PIC X(31) VALUE 'ALUNO'.
           03 FILLER                      PIC X(11) VALUE 'NASCIMENTO'.
           03 FILLER                      PIC X(05) VALUE 'SERIE'.
           03 FILLER                      PIC X(11) VALUE 'TURMA'.
           03 FILLER                      PIC X(10) VALUE 'REGISTRO'.
         01 WS-LIN-TRACO.
           03 FILLER                      PIC X(80) VALUE ALL '-'.
         01 WS-DET-LIVRO.
           03 WS-DL-ORDEM                 PIC ZZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DL-NOME                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DL-NASC                  PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DL-SERIE                 PIC X(04).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DL-TURMA                 PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DL-REGISTRO              PIC X(10).
         01 WS-ROD-LIVRO.
           03 FILLER                      PIC X(30)
              VALUE 'CONCLUINTES DO ANO LETIVO DE '.
           03 WS-RL-ANO                   PIC 9(04).
           03 FILLER                      PIC X(03) VALUE ': '.
           03 WS-RL-QTD                   PIC ZZZZ9.

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

         77 WS-FS-CON                      PIC 99.
           88 FS-CON-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-ANO-PESQUISA                PIC 9(04) VALUE ZEROS.
         77 WS-ID-PESQUISA                 PIC 9(05) VALUE ZEROS.
         77 WS-LIVRO-ANT                   PIC 9(03) VALUE ZEROS.
         77 WS-FOLHA-ANT                   PIC 9(03) VALUE ZEROS.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         77 WS-UNIDADE-CON                 PIC 9(02) VALUE ZEROS.

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
                  '\IMPCERT' DELIMITED BY SIZE
                  INTO WS-BIN-IMPCERT-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONCLUINTES.DAT' DELIMITED BY SIZE
                  INTO WS-CONCLUINTES-PATH
           .
       P100-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** LIVRO DE REGISTRO DE CONCLUINTES ****'
           DISPLAY '  1 - IMPRIMIR AS FOLHAS DO LIVRO DE UM ANO'
           DISPLAY '  2 - CONSULTAR O REGISTRO DE UM ALUNO'
           DISPLAY '  3 - SEGUNDA VIA DO CERTIFICADO DE UM ALUNO'
           DISPLAY '  4 - REIMPRIMIR OS CERTIFICADOS DE UM ANO'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-IMPRIME-LIVRO  THRU P400-FIM
               WHEN '2'
                   PERFORM P500-CONSULTA       THRU P500-FIM
               WHEN '3'
                   PERFORM P600-SEGUNDA-VIA    THRU P600-FIM
               WHEN '4'
                   PERFORM P650-CERTIFICADOS-ANO THRU P650-FIM
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

       P350-PEDE-ANO.
           MOVE ZEROS               TO WS-ANO-PESQUISA
           DISPLAY 'ANO DE CONCLUSAO (0 PARA ' CFG-ANO-LETIVO '): '
           ACCEPT WS-ANO-PESQUISA
           IF WS-ANO-PESQUISA EQUAL ZEROS
               MOVE CFG-ANO-LETIVO  TO WS-ANO-PESQUISA
           END-IF
           .
       P350-FIM.
           EXIT.

      ******************************************************************
      * FOLHAS DO LIVRO DO ANO DA UNIDADE DO LOGIN NA ORDEM DO NUMERO
      * (CHAVE ALTERNADA), COM CABECALHO NOVO A CADA TROCA DE LIVRO OU
      * DE FOLHA
      ******************************************************************
       P400-IMPRIME-LIVRO.
           PERFORM P350-PEDE-ANO    THRU P350-FIM

           SET FS-CON-OK            TO TRUE
           SET FS-REL-OK            TO TRUE
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT
           MOVE ZEROS               TO WS-LIVRO-ANT
           MOVE ZEROS               TO WS-FOLHA-ANT

           OPEN INPUT CONCLUINTES
           IF NOT FS-CON-OK
               DISPLAY 'NENHUM CONCLUINTE REGISTRADO'
               GO TO P400-FIM
           END-IF

           MOVE SPACES              TO WS-LIVRO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\LIVRO_' DELIMITED BY SIZE
                  WS-ANO-PESQUISA DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-LIVRO-PATH

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DO LIVRO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               CLOSE CONCLUINTES
               GO TO P400-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-CL2-ESCOLA

           MOVE ZEROS               TO CON-NR-ORDEM
           START CONCLUINTES KEY IS NOT LESS THAN CON-NR-ORDEM
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ CONCLUINTES NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P390-UNIDADE-CONCLUINTE THRU P390-FIM
                       IF CON-ANO-CONCLUSAO EQUAL WS-ANO-PESQUISA AND
                          WS-UNIDADE-CON EQUAL CFG-UNIDADE
                           PERFORM P450-LINHA-LIVRO THRU P450-FIM
                       END-IF
               END-READ
           END-PERFORM

           WRITE REL-LINHA FROM WS-LIN-TRACO
           MOVE WS-ANO-PESQUISA     TO WS-RL-ANO
           MOVE WS-CONT             TO WS-RL-QTD
           WRITE REL-LINHA FROM WS-ROD-LIVRO

           CLOSE RELATORIO
           CLOSE CONCLUINTES

           DISPLAY 'CONCLUINTES NO LIVRO: ' WS-CONT
           DISPLAY 'LIVRO GERADO EM: ' WS-LIVRO-PATH
           .
       P400-FIM.
           EXIT.

       P450-LINHA-LIVRO.
           IF CON-LIVRO NOT EQUAL WS-LIVRO-ANT OR
              CON-FOLHA NOT EQUAL WS-FOLHA-ANT
               IF WS-CONT > ZEROS
                   WRITE REL-LINHA FROM WS-LIN-TRACO
                   WRITE REL-LINHA FROM SPACES
               END-IF
               MOVE CON-LIVRO       TO WS-CL2-LIVRO
               MOVE CON-FOLHA       TO WS-CL2-FOLHA
               WRITE REL-LINHA FROM WS-CAB-LIVRO-1
               WRITE REL-LINHA FROM WS-CAB-LIVRO-2
               WRITE REL-LINHA FROM WS-LIN-TRACO
               WRITE REL-LINHA FROM WS-CAB-LIVRO-3
               WRITE REL-LINHA FROM WS-LIN-TRACO
               MOVE CON-LIVRO       TO WS-LIVRO-ANT
               MOVE CON-FOLHA       TO WS-FOLHA-ANT
           END-IF

           MOVE CON-NR-ORDEM        TO WS-DL-ORDEM
           MOVE CON-NM-ALUNO        TO WS-DL-NOME
           MOVE CON-DT-NASCIMENTO   TO WS-DATA-AUX
           PERFORM P490-EDITA-DATA  THRU P490-FIM
           MOVE WS-DATA-EDIT        TO WS-DL-NASC
           MOVE CON-SERIE           TO WS-DL-SERIE
           MOVE CON-TURMA           TO WS-DL-TURMA
           MOVE CON-DT-REGISTRO     TO WS-DATA-AUX
           PERFORM P490-EDITA-DATA  THRU P490-FIM
           MOVE WS-DATA-EDIT        TO WS-DL-REGISTRO
           WRITE REL-LINHA FROM WS-DET-LIVRO
           ADD 1                    TO WS-CONT
           .
       P450-FIM.
           EXIT.

      * UNIDADE DO CONCLUINTE LIDO; REGISTRO ANTIGO SEM ELA = 01
       P390-UNIDADE-CONCLUINTE.
           MOVE 1                   TO WS-UNIDADE-CON
           IF CON-UNIDADE NUMERIC AND CON-UNIDADE > ZEROS
               MOVE CON-UNIDADE     TO WS-UNIDADE-CON
           END-IF
           .
       P390-FIM.
           EXIT.

      * DATA AAAAMMDD DE WS-DATA-AUX EM DD/MM/AAAA
       P490-EDITA-DATA.
           MOVE WS-DA-DIA           TO WS-DE-DIA
           MOVE WS-DA-MES           TO WS-DE-MES
           MOVE WS-DA-ANO           TO WS-DE-ANO
           .
       P490-FIM.
           EXIT.

       P500-CONSULTA.
           SET FS-CON-OK            TO TRUE

           DISPLAY 'ID DO ALUNO: '
           ACCEPT WS-ID-PESQUISA

           OPEN INPUT CONCLUINTES
           IF NOT FS-CON-OK
               DISPLAY 'NENHUM CONCLUINTE REGISTRADO'
               GO TO P500-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO CON-ID-ALUNO
           READ CONCLUINTES
               INVALID KEY
                   DISPLAY 'ALUNO SEM REGISTRO DE CONCLUSAO'
               NOT INVALID KEY
                   PERFORM P390-UNIDADE-CONCLUINTE THRU P390-FIM
                   IF WS-UNIDADE-CON NOT EQUAL CFG-UNIDADE
                       DISPLAY 'CONCLUINTE REGISTRADO NO LIVRO DA '
                               'UNIDADE ' WS-UNIDADE-CON
                       CLOSE CONCLUINTES
                       GO TO P500-FIM
                   END-IF
                   MOVE CON-DT-REGISTRO TO WS-DATA-AUX
                   PERFORM P490-EDITA-DATA THRU P490-FIM
                   DISPLAY 'ALUNO: ' CON-ID-ALUNO ' - ' CON-NM-ALUNO
                   DISPLAY 'CONCLUSAO EM ' CON-ANO-CONCLUSAO
                           ' - SERIE ' CON-SERIE ' TURMA ' CON-TURMA
                   DISPLAY 'REGISTRO No. ' CON-NR-ORDEM
                           ' LIVRO ' CON-LIVRO ' FOLHA ' CON-FOLHA
                           ' EM ' WS-DATA-EDIT
           END-READ

           CLOSE CONCLUINTES
           .
       P500-FIM.
           EXIT.

       P600-SEGUNDA-VIA.
           DISPLAY 'ID DO ALUNO: '
           ACCEPT WS-ID-PESQUISA
           IF WS-ID-PESQUISA EQUAL ZEROS
               DISPLAY 'ID INVALIDO'
               GO TO P600-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO CT-ID-ALUNO
           MOVE ZEROS               TO CT-ANO-CONCLUSAO
           PERFORM P690-CHAMA-IMPCERT THRU P690-FIM
           .
       P600-FIM.
           EXIT.

       P650-CERTIFICADOS-ANO.
           PERFORM P350-PEDE-ANO    THRU P350-FIM

           MOVE ZEROS               TO CT-ID-ALUNO
           MOVE WS-ANO-PESQUISA     TO CT-ANO-CONCLUSAO
           PERFORM P690-CHAMA-IMPCERT THRU P690-FIM
           .
       P650-FIM.
           EXIT.

       P690-CHAMA-IMPCERT.
           MOVE ZEROS               TO CT-QTD
           MOVE SPACES              TO CT-ARQUIVO
           CALL WS-BIN-IMPCERT-PATH USING WS-CERT-AREA
               ON EXCEPTION
                   DISPLAY 'IMPCERT INDISPONIVEL'
                   GO TO P690-FIM
           END-CALL

           IF CT-QTD EQUAL ZEROS
               DISPLAY 'NENHUM CERTIFICADO IMPRESSO'
           ELSE
               DISPLAY 'CERTIFICADOS IMPRESSOS: ' CT-QTD
               DISPLAY 'CERTIFICADOS GERADOS EM: ' CT-ARQUIVO
           END-IF
           .
       P690-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM LIVROREG.
