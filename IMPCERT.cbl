      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:IMPRIME O CERTIFICADO DE CONCLUSAO DOS CONCLUINTES
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO SUBPROGRAMA. LE CONCLUINTES.DAT
      *         E IMPRIME O CERTIFICADO DE CONCLUSAO (NOME DA ESCOLA DE
      *         SITCFG, NOME E NASCIMENTO DO ALUNO, SERIE, ANO DE
      *         CONCLUSAO, LIVRO/FOLHA/NUMERO DO REGISTRO E O BLOCO DE
      *         ASSINATURA). CHAMADO PELO ENCERRAANO PARA TODOS OS
      *         CONCLUINTES DO ANO ENCERRADO E PELO LIVROREG PARA A
      *         SEGUNDA VIA DE UM ALUNO (AREA CERTAREA)
      * UPDATE: 15/10/2026 MULTI-UNIDADE: SO OS CONCLUINTES DA UNIDADE
      *         DO LOGIN (CON-UNIDADE, ZERO = 01) RECEBEM O CERTIFICADO
      *         COM O NOME DA ESCOLA DELA - A SEGUNDA VIA DE ALUNO DE
      *         OUTRA UNIDADE E RECUSADA E O ARQUIVO DO ANO GANHA O
      *         SUFIXO DA UNIDADE (CERTIFICADOS_AAAA_NN.TXT)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPCERT.

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

                SELECT CERTIFICADO ASSIGN TO
                WS-CERTIFICADO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CRT.

       DATA DIVISION.
       FILE SECTION.
       FD CONCLUINTES.
           COPY CONCLUINTE.

       FD CERTIFICADO.
         01 CRT-LINHA                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

         01 WS-CERTIFICADO-PATH             PIC X(80).

         01 WS-LIN-MOLDURA.
           03 FILLER                      PIC X(80) VALUE ALL '*'.
         01 WS-LIN-ESCOLA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 WS-LE-ESCOLA                PIC X(40).
         01 WS-LIN-TITULO.
           03 FILLER                      PIC X(26) VALUE SPACES.
           03 FILLER                      PIC X(28)
              VALUE 'CERTIFICADO DE CONCLUSAO'.
         01 WS-LIN-TEXTO                  PIC X(80).
         01 WS-ASSINATURA-2.
           03 FILLER                      PIC X(30) VALUE SPACES.
           03 FILLER                      PIC X(30) VALUE ALL '_'.
         01 WS-ASSINATURA-3.
           03 FILLER                      PIC X(33) VALUE SPACES.
           03 WS-AS3-TITULO               PIC X(25).

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
         77 WS-FS-CRT                      PIC 99.
           88 FS-CRT-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-NASC-EDIT                   PIC X(10) VALUE SPACES.
         77 WS-REG-EDIT                    PIC X(10) VALUE SPACES.
         77 WS-ID-EDIT                     PIC 9(05) VALUE ZEROS.
         77 WS-UNIDADE-CON                 PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
         01 LK-CERT-AREA.
           05 LK-CT-ID-ALUNO               PIC 9(05).
           05 LK-CT-ANO-CONCLUSAO          PIC 9(04).
           05 LK-CT-QTD                    PIC 9(05).
           05 LK-CT-ARQUIVO                PIC X(80).

       PROCEDURE DIVISION USING LK-CERT-AREA.

       MAIN-PROCEDURE.
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P300-IMPRIME        THRU P300-FIM
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
                  '\CONCLUINTES.DAT' DELIMITED BY SIZE
                  INTO WS-CONCLUINTES-PATH

           MOVE SPACES              TO WS-CERTIFICADO-PATH
           IF LK-CT-ID-ALUNO NOT EQUAL ZEROS
               MOVE LK-CT-ID-ALUNO  TO WS-ID-EDIT
               STRING WS-BASE-DIR DELIMITED BY SPACE
                      '\CERTIFICADO_' DELIMITED BY SIZE
                      WS-ID-EDIT DELIMITED BY SIZE
                      '.TXT' DELIMITED BY SIZE
                      INTO WS-CERTIFICADO-PATH
           ELSE
               STRING WS-BASE-DIR DELIMITED BY SPACE
                      '\CERTIFICADOS_' DELIMITED BY SIZE
                      LK-CT-ANO-CONCLUSAO DELIMITED BY SIZE
                      CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                      '.TXT' DELIMITED BY SIZE
                      INTO WS-CERTIFICADO-PATH
           END-IF
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * UM ALUNO (SEGUNDA VIA) PELA CHAVE; O ANO INTEIRO NA ORDEM DO
      * LIVRO (CHAVE ALTERNADA CON-NR-ORDEM). SO OS CONCLUINTES DA
      * UNIDADE DO LOGIN (CON-UNIDADE ZERADA = 01) - O CERTIFICADO SAI
      * COM O NOME DA ESCOLA DELA
      ******************************************************************
       P300-IMPRIME.
           MOVE ZEROS               TO LK-CT-QTD
           MOVE SPACES              TO LK-CT-ARQUIVO
           SET FS-CON-OK            TO TRUE
           SET FS-CRT-OK            TO TRUE
           SET EOF-OK               TO FALSE

           OPEN INPUT CONCLUINTES
           IF NOT FS-CON-OK
               DISPLAY 'NENHUM CONCLUINTE REGISTRADO'
               GO TO P300-FIM
           END-IF

           OPEN OUTPUT CERTIFICADO
           IF NOT FS-CRT-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE CERTIFICADOS'
               DISPLAY 'FILE STATUS: ' WS-FS-CRT
               CLOSE CONCLUINTES
               GO TO P300-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-LE-ESCOLA
           MOVE CFG-TITULO-ASSINATURA TO WS-AS3-TITULO

           IF LK-CT-ID-ALUNO NOT EQUAL ZEROS
               MOVE LK-CT-ID-ALUNO  TO CON-ID-ALUNO
               READ CONCLUINTES
                   INVALID KEY
                       DISPLAY 'ALUNO SEM REGISTRO DE CONCLUSAO'
                   NOT INVALID KEY
                       PERFORM P390-UNIDADE-CONCLUINTE THRU P390-FIM
                       IF WS-UNIDADE-CON EQUAL CFG-UNIDADE
                           PERFORM P400-CERTIFICADO THRU P400-FIM
                       ELSE
                           DISPLAY 'CONCLUINTE REGISTRADO NA UNIDADE '
                                   WS-UNIDADE-CON
                                   ' - EMITA PELO LOGIN DELA'
                       END-IF
               END-READ
           ELSE
               MOVE ZEROS           TO CON-NR-ORDEM
               START CONCLUINTES KEY IS NOT LESS THAN CON-NR-ORDEM
                   INVALID KEY
                       SET EOF-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-OK
                   READ CONCLUINTES NEXT RECORD
                       AT END
                           SET EOF-OK TO TRUE
                       NOT AT END
                           PERFORM P390-UNIDADE-CONCLUINTE
                                   THRU P390-FIM
                           IF CON-ANO-CONCLUSAO EQUAL
                              LK-CT-ANO-CONCLUSAO AND
                              WS-UNIDADE-CON EQUAL CFG-UNIDADE
                               PERFORM P400-CERTIFICADO THRU P400-FIM
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           CLOSE CERTIFICADO
           CLOSE CONCLUINTES

           MOVE WS-CERTIFICADO-PATH TO LK-CT-ARQUIVO
           .
       P300-FIM.
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

       P400-CERTIFICADO.
           MOVE CON-DT-NASCIMENTO   TO WS-DATA-AUX
           PERFORM P490-EDITA-DATA  THRU P490-FIM
           MOVE WS-DATA-EDIT        TO WS-NASC-EDIT
           MOVE CON-DT-REGISTRO     TO WS-DATA-AUX
           PERFORM P490-EDITA-DATA  THRU P490-FIM
           MOVE WS-DATA-EDIT        TO WS-REG-EDIT

           WRITE CRT-LINHA FROM WS-LIN-MOLDURA
           WRITE CRT-LINHA FROM SPACES
           WRITE CRT-LINHA FROM WS-LIN-ESCOLA
           WRITE CRT-LINHA FROM SPACES
           WRITE CRT-LINHA FROM WS-LIN-TITULO
           WRITE CRT-LINHA FROM SPACES
           WRITE CRT-LINHA FROM SPACES

           MOVE SPACES              TO WS-LIN-TEXTO
           STRING '   CERTIFICAMOS QUE ' DELIMITED BY SIZE
                  CON-NM-ALUNO DELIMITED BY '  '
                  ',' DELIMITED BY SIZE
                  INTO WS-LIN-TEXTO
           WRITE CRT-LINHA FROM WS-LIN-TEXTO
           MOVE SPACES              TO WS-LIN-TEXTO
           STRING 'NASCIDO(A) EM ' DELIMITED BY SIZE
                  WS-NASC-EDIT DELIMITED BY SIZE
                  ', CONCLUIU NO ANO LETIVO DE ' DELIMITED BY SIZE
                  CON-ANO-CONCLUSAO DELIMITED BY SIZE
                  ' A SERIE FINAL' DELIMITED BY SIZE
                  INTO WS-LIN-TEXTO
           WRITE CRT-LINHA FROM WS-LIN-TEXTO
           MOVE SPACES              TO WS-LIN-TEXTO
           IF CON-SERIE EQUAL SPACES
               STRING 'OFERECIDA POR ESTA ESCOLA (TURMA '
                          DELIMITED BY SIZE
                      CON-TURMA DELIMITED BY SPACE
                      '), FAZENDO JUS AO PRESENTE CERTIFICADO.'
                          DELIMITED BY SIZE
                      INTO WS-LIN-TEXTO
           ELSE
               STRING 'OFERECIDA POR ESTA ESCOLA (' DELIMITED BY SIZE
                      CON-SERIE DELIMITED BY SPACE
                      ', TURMA ' DELIMITED BY SIZE
                      CON-TURMA DELIMITED BY SPACE
                      '), FAZENDO JUS AO PRESENTE CERTIFICADO.'
                          DELIMITED BY SIZE
                      INTO WS-LIN-TEXTO
           END-IF
           WRITE CRT-LINHA FROM WS-LIN-TEXTO
           WRITE CRT-LINHA FROM SPACES

           MOVE SPACES              TO WS-LIN-TEXTO
           STRING '   REGISTRADO NO LIVRO ' DELIMITED BY SIZE
                  CON-LIVRO DELIMITED BY SIZE
                  ', FOLHA ' DELIMITED BY SIZE
                  CON-FOLHA DELIMITED BY SIZE
                  ', SOB O No. ' DELIMITED BY SIZE
                  CON-NR-ORDEM DELIMITED BY SIZE
                  ', EM ' DELIMITED BY SIZE
                  WS-REG-EDIT DELIMITED BY SIZE
                  '.' DELIMITED BY SIZE
                  INTO WS-LIN-TEXTO
           WRITE CRT-LINHA FROM WS-LIN-TEXTO

           WRITE CRT-LINHA FROM SPACES
           WRITE CRT-LINHA FROM SPACES
           WRITE CRT-LINHA FROM SPACES
           WRITE CRT-LINHA FROM WS-ASSINATURA-2
           WRITE CRT-LINHA FROM WS-ASSINATURA-3
           WRITE CRT-LINHA FROM SPACES
           WRITE CRT-LINHA FROM WS-LIN-MOLDURA
           WRITE CRT-LINHA FROM SPACES
           WRITE CRT-LINHA FROM SPACES

           ADD 1                    TO LK-CT-QTD
           .
       P400-FIM.
           EXIT.

      * DATA AAAAMMDD DE WS-DATA-AUX EM DD/MM/AAAA
       P490-EDITA-DATA.
           MOVE WS-DA-DIA           TO WS-DE-DIA
           MOVE WS-DA-MES           TO WS-DE-MES
           MOVE WS-DA-ANO           TO WS-DE-ANO
           .
       P490-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM IMPCERT.
