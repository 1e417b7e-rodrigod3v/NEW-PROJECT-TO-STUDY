      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:SELECAO DE ALUNOS COM CRITERIOS SALVOS
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. O OPERADOR COMBINA
      *         CRITERIOS SOBRE O CADASTRO DO ALUNO (TURMA, TURNO DA
      *         TURMA, SITUACAO DE MATRICULA, BENEFICIARIO, FAIXA DE
      *         NASCIMENTO, SITUACAO DE APROVACAO, FAIXA DE MEDIA,
      *         CAMPO DE CONTATO EM BRANCO), PRESENCA ANUAL ABAIXO DE
      *         UM PERCENTUAL (FREQANUAL.DAT) E MINIMO DE OCORRENCIAS
      *         (OCORRENCIAS.DAT). SO ENTRAM ALUNOS ATIVOS DA UNIDADE
      *         DO LOGIN, EM ORDEM ALFABETICA. A SAIDA E LISTA
      *         IMPRESSA OU CSV NO PADRAO DO EXPORTCSV, CATALOGADA VIA
      *         RELNOME. A SELECAO PODE SER SALVA COM UM NOME EM
      *         SELECOES.DAT E REEXECUTADA A CADA BIMESTRE
      * UPDATE: 15/10/2026 O CABECALHO DO CSV EXPORTADO SAIA COM NOMES
      *         DE COLUNA CORTADOS - CAMPOS AJUSTADOS AO TAMANHO DOS
      *         LITERAIS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SELECAO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT SELECOES ASSIGN TO
                WS-SELECOES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SEL-NOME
                FILE STATUS IS WS-FS-SEL.

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

                SELECT FREQANUAL ASSIGN TO
                WS-FREQANUAL-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FQA-CHAVE
                FILE STATUS IS WS-FS-FQA.

                SELECT OCORRENCIAS ASSIGN TO
                WS-OCORRENCIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OCO-CHAVE
                FILE STATUS IS WS-FS-OCO.

                SELECT RELATORIO ASSIGN TO
                WS-SELECAO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD SELECOES.
           COPY SELECOES.

       FD ALUNOS.
           COPY DATABASE.

       FD TURMAS.
           COPY TURMAS.

       FD FREQANUAL.
           COPY FREQANUAL.

       FD OCORRENCIAS.
           COPY OCORRENCIAS.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(150).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY RELNAREA.

         01 WS-CAB-ESCOLA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 WS-CE-ESCOLA                PIC X(40).
         01 WS-CAB-TITULO.
           03 FILLER                      PIC X(19)
              VALUE 'SELECAO DE ALUNOS: '.
           03 WS-CT-NOME                  PIC X(20).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-CT-DESCRICAO             PIC X(40).
           03 FILLER                      PIC X(07) VALUE '  EM: '.
           03 WS-CT-DATA                  PIC 9(08).
         01 WS-CAB-CRITERIO-1.
           03 FILLER                      PIC X(07) VALUE 'TURMA: '.
           03 WS-CC-TURMA                 PIC X(10).
           03 FILLER                      PIC X(09) VALUE '  TURNO: '.
           03 WS-CC-TURNO                 PIC X(01).
           03 FILLER                      PIC X(13)
              VALUE '  MATRICULA: '.
           03 WS-CC-MATRICULA             PIC X(01).
           03 FILLER                      PIC X(16)
              VALUE '  BENEFICIARIO: '.
           03 WS-CC-BENEFICIARIO          PIC X(01).
           03 FILLER                      PIC X(14)
              VALUE '  NASCIMENTO: '.
           03 WS-CC-NASC-DE               PIC 9(08).
           03 FILLER                      PIC X(03) VALUE ' A '.
           03 WS-CC-NASC-ATE              PIC 9(08).
         01 WS-CAB-CRITERIO-2.
           03 FILLER                      PIC X(10) VALUE 'SITUACAO: '.
           03 WS-CC-APROVACAO             PIC X(20).
           03 FILLER                      PIC X(09) VALUE '  MEDIA: '.
           03 WS-CC-MEDIA-DE              PIC Z9,99.
           03 FILLER                      PIC X(03) VALUE ' A '.
           03 WS-CC-MEDIA-ATE             PIC Z9,99.
           03 FILLER                      PIC X(14)
              VALUE '  EM BRANCO: '.
           03 WS-CC-CAMPO-VAZIO           PIC X(01).
           03 FILLER                      PIC X(16)
              VALUE '  PRESENCA < '.
           03 WS-CC-FREQ                  PIC ZZ9,99.
           03 FILLER                      PIC X(05) VALUE ' ANO '.
           03 WS-CC-FREQ-ANO              PIC 9(04).
           03 FILLER                      PIC X(15)
              VALUE '  OCORRENCIAS: '.
           03 WS-CC-OCORR                 PIC Z9.
           03 FILLER                      PIC X(07) VALUE ' DESDE '.
           03 WS-CC-OCORR-DESDE           PIC 9(08).
         01 WS-CAB-TRACO.
           03 FILLER                      PIC X(150) VALUE ALL '-'.
         01 WS-CAB-COLUNAS.
           03 FILLER            PIC X(06) VALUE 'ID    '.
           03 FILLER            PIC X(31) VALUE 'NOME DO ALUNO'.
           03 FILLER            PIC X(11) VALUE 'TURMA'.
           03 FILLER            PIC X(03) VALUE 'TN '.
           03 FILLER            PIC X(09) VALUE 'NASCIM.'.
           03 FILLER            PIC X(06) VALUE 'MEDIA '.
           03 FILLER            PIC X(21) VALUE 'SITUACAO'.
           03 FILLER            PIC X(16) VALUE 'TEL. RESPONSAVEL'.
           03 FILLER            PIC X(30) VALUE 'E-MAIL'.
           03 FILLER            PIC X(08) VALUE 'PRESENC.'.
           03 FILLER            PIC X(05) VALUE ' OCOR'.
         01 WS-DET-ALUNO.
           03 WS-DA-ID                    PIC 9(05).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-NOME                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-TURMA                 PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-TURNO                 PIC X(01).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-NASC                  PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-MEDIA                 PIC Z9,99.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-SITUACAO              PIC X(20).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-TEL-RESP              PIC X(15).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-EMAIL                 PIC X(29).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-PRESENCA              PIC ZZ9,99.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-OCORR                 PIC Z9.
         01 WS-TOT-LINHA.
           03 FILLER                      PIC X(22)
              VALUE 'ALUNOS SELECIONADOS: '.
           03 WS-TL-CONT                  PIC ZZZZ9.

         01 WS-CSV-CABECALHO.
           03 FILLER                        PIC X(51) VALUE
              'ID;NOME;TURMA;TURNO;NASCIMENTO;MEDIA;SITUACAO;MATRI'.
           03 FILLER                        PIC X(51) VALUE
              'CULA;BENEFICIARIO;RESPONSAVEL;TEL_RESPONSAVEL;EMAIL'.
           03 FILLER                        PIC X(21) VALUE
              ';PRESENCA;OCORRENCIAS'.
         01 WS-CSV-ID                       PIC ZZZZ9.
         01 WS-CSV-MEDIA                    PIC Z9,99.
         01 WS-CSV-PRESENCA                 PIC ZZ9,99.
         01 WS-CSV-OCORR                    PIC Z9.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-SEL                      PIC 99.
           88 FS-SEL-OK                    VALUE 0.
         77 WS-FS-TUR                      PIC 99.
           88 FS-TUR-OK                    VALUE 0.
         77 WS-FS-FQA                      PIC 99.
           88 FS-FQA-OK                    VALUE 0.
         77 WS-FS-OCO                      PIC 99.
           88 FS-OCO-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-OCO                     PIC X     VALUE 'N'.
           88 EOF-OCO-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-SELECIONADO                 PIC X     VALUE 'N'.
           88 ALUNO-SELECIONADO            VALUE 'S' FALSE 'N'.
         77 WS-EXECUCAO-OK                 PIC X     VALUE 'N'.
           88 EXECUCAO-OK                  VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         77 WS-CONT-OCORR                  PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-MAT-ALU                     PIC X(01) VALUE SPACES.
         77 WS-BENEF-ALU                   PIC X(01) VALUE SPACES.
         77 WS-NASC-ALU                    PIC 9(08) VALUE ZEROS.
         77 WS-MEDIA-ALU                   PIC 9(02)V99 VALUE ZEROS.
         77 WS-TURNO-ALU                   PIC X(01) VALUE SPACES.
         77 WS-PRESENCA-ALU                PIC 9(03)V99 VALUE ZEROS.
         77 WS-FREQ-ANO                    PIC 9(04) VALUE ZEROS.
         77 WS-OCORR-DESDE                 PIC 9(08) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-NOME-SALVAR                 PIC X(20) VALUE SPACES.
         77 WS-DESC-SALVAR                 PIC X(40) VALUE SPACES.
         77 WS-CRITERIOS-SALVOS            PIC X(78) VALUE SPACES.
         77 WS-SAIDA-SALVA                 PIC X(01) VALUE SPACES.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P200-ABRE-ARQUIVO   THRU P200-FIM
           IF FS-SEL-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE SELECOES
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
                  '\RELNOME' DELIMITED BY SIZE
                  INTO WS-BIN-RELNOME-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SELECOES.DAT' DELIMITED BY SIZE
                  INTO WS-SELECOES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\TURMAS.DAT' DELIMITED BY SIZE
                  INTO WS-TURMAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQANUAL.DAT' DELIMITED BY SIZE
                  INTO WS-FREQANUAL-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OCORRENCIAS.DAT' DELIMITED BY SIZE
                  INTO WS-OCORRENCIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SELECAO.TXT' DELIMITED BY SIZE
                  INTO WS-SELECAO-PATH
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ARQUIVO.
           SET FS-SEL-OK            TO TRUE

           OPEN I-O SELECOES

           IF WS-FS-SEL EQUAL 35 THEN
               OPEN OUTPUT SELECOES
               CLOSE SELECOES
               OPEN I-O SELECOES
           END-IF

           IF NOT FS-SEL-OK
               DISPLAY 'ERRO AO ABRIR AS SELECOES SALVAS'
               DISPLAY 'FILE STATUS: ' WS-FS-SEL
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** SELECAO DE ALUNOS ****'
           DISPLAY '  1 - NOVA SELECAO'
           DISPLAY '  2 - EXECUTAR SELECAO SALVA'
           DISPLAY '  3 - LISTAR SELECOES SALVAS'
           DISPLAY '  4 - EXCLUIR SELECAO SALVA'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-NOVA       THRU P310-FIM
               WHEN '2'
                   PERFORM P320-SALVA      THRU P320-FIM
               WHEN '3'
                   PERFORM P330-LISTA      THRU P330-FIM
               WHEN '4'
                   PERFORM P340-EXCLUI     THRU P340-FIM
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
      * NOVA SELECAO: CRITERIOS, EXECUCAO E, SE O OPERADOR QUISER,
      * GRAVACAO COM UM NOME PARA REEXECUTAR DEPOIS
      ******************************************************************
       P310-NOVA.
           MOVE SPACES              TO REG-SELECOES
           PERFORM P350-CRITERIOS   THRU P350-FIM
           PERFORM P500-EXECUTA     THRU P500-FIM
           IF NOT EXECUCAO-OK
               GO TO P310-FIM
           END-IF

           DISPLAY 'SALVAR ESTA SELECAO PARA REEXECUTAR? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               GO TO P310-FIM
           END-IF

           DISPLAY 'NOME DA SELECAO: '
           MOVE SPACES              TO WS-NOME-SALVAR
           ACCEPT WS-NOME-SALVAR
           IF WS-NOME-SALVAR EQUAL SPACES
               DISPLAY '*** NOME NAO INFORMADO - SELECAO NAO SALVA ***'
               GO TO P310-FIM
           END-IF
           INSPECT WS-NOME-SALVAR
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           DISPLAY 'DESCRICAO: '
           MOVE SPACES              TO WS-DESC-SALVAR
           ACCEPT WS-DESC-SALVAR

           MOVE SEL-CRITERIOS       TO WS-CRITERIOS-SALVOS
           MOVE SEL-SAIDA           TO WS-SAIDA-SALVA

           MOVE WS-NOME-SALVAR      TO SEL-NOME
           READ SELECOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'JA EXISTE A SELECAO ' SEL-NOME
                           '. SUBSTITUIR? <S> - <N>'
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM NOT EQUAL 'S'
                       DISPLAY 'SELECAO NAO SALVA'
                       GO TO P310-FIM
                   END-IF
                   MOVE WS-CRITERIOS-SALVOS TO SEL-CRITERIOS
                   MOVE WS-SAIDA-SALVA      TO SEL-SAIDA
                   MOVE WS-DESC-SALVAR      TO SEL-DESCRICAO
                   MOVE LK-OPERADOR-ID      TO SEL-OPERADOR
                   MOVE WS-DATA-HOJE        TO SEL-DATA
                   MOVE WS-DATA-HOJE        TO SEL-ULTIMA-EXECUCAO
                   REWRITE REG-SELECOES
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR A SELECAO'
                       NOT INVALID KEY
                           DISPLAY 'SELECAO SUBSTITUIDA...'
                   END-REWRITE
                   GO TO P310-FIM
           END-READ

           MOVE WS-NOME-SALVAR      TO SEL-NOME
           MOVE WS-CRITERIOS-SALVOS TO SEL-CRITERIOS
           MOVE WS-SAIDA-SALVA      TO SEL-SAIDA
           MOVE WS-DESC-SALVAR      TO SEL-DESCRICAO
           MOVE LK-OPERADOR-ID      TO SEL-OPERADOR
           MOVE WS-DATA-HOJE        TO SEL-DATA
           MOVE WS-DATA-HOJE        TO SEL-ULTIMA-EXECUCAO
           WRITE REG-SELECOES
               INVALID KEY
                   DISPLAY '*** SELECAO JA CADASTRADA ***'
               NOT INVALID KEY
                   DISPLAY '*** SELECAO SALVA COM SUCESSO ***'
           END-WRITE
           .
       P310-FIM.
           EXIT.

       P320-SALVA.
           DISPLAY 'NOME DA SELECAO: '
           MOVE SPACES              TO SEL-NOME
           ACCEPT SEL-NOME
           INSPECT SEL-NOME
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           READ SELECOES
               INVALID KEY
                   DISPLAY 'SELECAO NAO ENCONTRADA'
                   GO TO P320-FIM
           END-READ

           DISPLAY SEL-NOME ' - ' SEL-DESCRICAO
           DISPLAY 'SALVA POR ' SEL-OPERADOR ' EM ' SEL-DATA
                   ' - ULTIMA EXECUCAO ' SEL-ULTIMA-EXECUCAO

           PERFORM P500-EXECUTA     THRU P500-FIM
           IF NOT EXECUCAO-OK
               GO TO P320-FIM
           END-IF

           MOVE WS-DATA-HOJE        TO SEL-ULTIMA-EXECUCAO
           REWRITE REG-SELECOES
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A SELECAO'
           END-REWRITE
           .
       P320-FIM.
           EXIT.

       P330-LISTA.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT
           MOVE LOW-VALUES          TO SEL-NOME

           START SELECOES KEY IS NOT LESS THAN SEL-NOME
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ SELECOES NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT
                       DISPLAY SEL-NOME ' ' SEL-DESCRICAO
                       DISPLAY '   SAIDA ' SEL-SAIDA
                               '  SALVA POR ' SEL-OPERADOR
                               ' EM ' SEL-DATA
                               '  ULTIMA EXECUCAO '
                               SEL-ULTIMA-EXECUCAO
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUMA SELECAO SALVA'
           END-IF
           .
       P330-FIM.
           EXIT.

       P340-EXCLUI.
           DISPLAY 'NOME DA SELECAO: '
           MOVE SPACES              TO SEL-NOME
           ACCEPT SEL-NOME
           INSPECT SEL-NOME
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           READ SELECOES
               INVALID KEY
                   DISPLAY 'SELECAO NAO ENCONTRADA'
                   GO TO P340-FIM
           END-READ

           DISPLAY SEL-NOME ' - ' SEL-DESCRICAO
           DISPLAY 'EXCLUIR A SELECAO? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               GO TO P340-FIM
           END-IF

           DELETE SELECOES
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR A SELECAO'
               NOT INVALID KEY
                   DISPLAY 'SELECAO EXCLUIDA...'
           END-DELETE
           .
       P340-FIM.
           EXIT.

      ******************************************************************
      * CRITERIOS DA SELECAO - ENTER (BRANCO OU ZERO) NAO RESTRINGE
      ******************************************************************
       P350-CRITERIOS.
           DISPLAY 'CRITERIOS - TECLE ENTER PARA NAO RESTRINGIR'

           DISPLAY 'TURMA: '
           ACCEPT SEL-TURMA
           INSPECT SEL-TURMA
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           DISPLAY 'TURNO DA TURMA <M>ANHA <T>ARDE <N>OITE: '
           ACCEPT SEL-TURNO
           INSPECT SEL-TURNO CONVERTING 'mtn' TO 'MTN'
           IF SEL-TURNO NOT EQUAL 'M' AND SEL-TURNO NOT EQUAL 'T' AND
              SEL-TURNO NOT EQUAL 'N'
               MOVE SPACES          TO SEL-TURNO
           END-IF

           DISPLAY 'SITUACAO DE MATRICULA <P>RE <M>ATRICULADO '
                   '<T>RANCADO TRANS<F>ERIDO: '
           ACCEPT SEL-ST-MATRICULA
           INSPECT SEL-ST-MATRICULA CONVERTING 'pmtf' TO 'PMTF'
           IF SEL-ST-MATRICULA NOT EQUAL 'P' AND
              SEL-ST-MATRICULA NOT EQUAL 'M' AND
              SEL-ST-MATRICULA NOT EQUAL 'T' AND
              SEL-ST-MATRICULA NOT EQUAL 'F'
               MOVE SPACES          TO SEL-ST-MATRICULA
           END-IF

           DISPLAY 'BENEFICIARIO DE PROGRAMA SOCIAL? <S> - <N>: '
           ACCEPT SEL-BENEFICIARIO
           INSPECT SEL-BENEFICIARIO CONVERTING 'sn' TO 'SN'
           IF SEL-BENEFICIARIO NOT EQUAL 'S' AND
              SEL-BENEFICIARIO NOT EQUAL 'N'
               MOVE SPACES          TO SEL-BENEFICIARIO
           END-IF

           DISPLAY 'NASCIDOS A PARTIR DE (AAAAMMDD): '
           MOVE ZEROS               TO SEL-NASC-DE
           ACCEPT SEL-NASC-DE
           DISPLAY 'NASCIDOS ATE (AAAAMMDD): '
           MOVE ZEROS               TO SEL-NASC-ATE
           ACCEPT SEL-NASC-ATE

           DISPLAY 'SITUACAO DE APROVACAO (EX.: REPROVADO): '
           ACCEPT SEL-APROVACAO
           INSPECT SEL-APROVACAO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           MOVE ZEROS               TO SEL-MEDIA-DE
           MOVE ZEROS               TO SEL-MEDIA-ATE
           DISPLAY 'FILTRAR PELA MEDIA? <S> - <N>: '
           ACCEPT SEL-USA-MEDIA
           INSPECT SEL-USA-MEDIA CONVERTING 's' TO 'S'
           IF SEL-FILTRA-MEDIA
               DISPLAY 'MEDIA DE: '
               ACCEPT SEL-MEDIA-DE
               DISPLAY 'MEDIA ATE (EX.: 04,99 PARA ABAIXO DE 5): '
               ACCEPT SEL-MEDIA-ATE
               IF SEL-MEDIA-ATE < SEL-MEDIA-DE
                   MOVE SEL-MEDIA-DE TO SEL-MEDIA-ATE
               END-IF
           ELSE
               MOVE 'N'             TO SEL-USA-MEDIA
           END-IF

           DISPLAY 'CAMPO EM BRANCO: <T>ELEFONE <E>-MAIL '
                   'EN<D>ERECO <R>ESPONSAVEL TEL. RESP. <F>: '
           ACCEPT SEL-CAMPO-VAZIO
           INSPECT SEL-CAMPO-VAZIO CONVERTING 'tedrf' TO 'TEDRF'
           IF NOT SEL-SEM-TELEFONE AND NOT SEL-SEM-EMAIL AND
              NOT SEL-SEM-ENDERECO AND NOT SEL-SEM-RESPONSAVEL AND
              NOT SEL-SEM-TEL-RESP
               MOVE SPACES          TO SEL-CAMPO-VAZIO
           END-IF

           DISPLAY 'PRESENCA ANUAL ABAIXO DE (%): '
           MOVE ZEROS               TO SEL-FREQ-ABAIXO
           ACCEPT SEL-FREQ-ABAIXO
           MOVE ZEROS               TO SEL-FREQ-ANO
           IF SEL-FREQ-ABAIXO > ZEROS
               DISPLAY 'ANO LETIVO DA FREQUENCIA (0 = ANO ANTERIOR AO '
                       'LETIVO NA HORA DA EXECUCAO): '
               ACCEPT SEL-FREQ-ANO
           END-IF

           DISPLAY 'MINIMO DE OCORRENCIAS DISCIPLINARES: '
           MOVE ZEROS               TO SEL-OCORR-MINIMO
           ACCEPT SEL-OCORR-MINIMO
           MOVE ZEROS               TO SEL-OCORR-DESDE
           IF SEL-OCORR-MINIMO > ZEROS
               DISPLAY 'OCORRENCIAS DESDE (AAAAMMDD, 0 = INICIO DO ANO '
                       'LETIVO NA HORA DA EXECUCAO): '
               ACCEPT SEL-OCORR-DESDE
           END-IF

           DISPLAY 'SAIDA: <L>ISTA IMPRESSA OU <C>SV: '
           ACCEPT SEL-SAIDA
           INSPECT SEL-SAIDA CONVERTING 'lc' TO 'LC'
           IF NOT SEL-SAIDA-CSV
               MOVE 'L'             TO SEL-SAIDA
           END-IF
           .
       P350-FIM.
           EXIT.

      ******************************************************************
      * EXECUTA OS CRITERIOS DE REG-SELECOES SOBRE OS ALUNOS ATIVOS DA
      * UNIDADE, EM ORDEM DE NOME, GRAVANDO A LISTA OU O CSV
      ******************************************************************
       P500-EXECUTA.
           SET EXECUCAO-OK          TO FALSE
           SET FS-OK                TO TRUE
           SET FS-TUR-OK            TO TRUE
           SET FS-FQA-OK            TO TRUE
           SET FS-OCO-OK            TO TRUE
           SET FS-REL-OK            TO TRUE
           MOVE ZEROS               TO WS-CONT

           MOVE SEL-FREQ-ANO        TO WS-FREQ-ANO
           IF WS-FREQ-ANO EQUAL ZEROS
               COMPUTE WS-FREQ-ANO = CFG-ANO-LETIVO - 1
           END-IF
           MOVE SEL-OCORR-DESDE     TO WS-OCORR-DESDE
           IF WS-OCORR-DESDE EQUAL ZEROS
               COMPUTE WS-OCORR-DESDE = CFG-ANO-LETIVO * 10000 + 101
           END-IF

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P500-FIM
           END-IF

           IF SEL-TURNO NOT EQUAL SPACES
               OPEN INPUT TURMAS
               IF NOT FS-TUR-OK
                   DISPLAY 'CADASTRO DE TURMAS INDISPONIVEL - O '
                           'CRITERIO DE TURNO NAO PODE SER APLICADO'
                   CLOSE ALUNOS
                   GO TO P500-FIM
               END-IF
           END-IF

           IF SEL-FREQ-ABAIXO > ZEROS
               OPEN INPUT FREQANUAL
               IF NOT FS-FQA-OK
                   DISPLAY 'FREQUENCIA ANUAL INDISPONIVEL - O '
                           'CRITERIO DE PRESENCA NAO PODE SER APLICADO'
                   PERFORM P590-FECHA-ENTRADAS THRU P590-FIM
                   GO TO P500-FIM
               END-IF
           END-IF

           IF SEL-OCORR-MINIMO > ZEROS
               OPEN INPUT OCORRENCIAS
               IF NOT FS-OCO-OK
                   DISPLAY 'OCORRENCIAS INDISPONIVEIS - O CRITERIO '
                           'DE OCORRENCIAS NAO PODE SER APLICADO'
                   PERFORM P590-FECHA-ENTRADAS THRU P590-FIM
                   GO TO P500-FIM
               END-IF
           END-IF

           IF SEL-SAIDA-CSV
               MOVE 'SELECAOCSV'    TO RN-PREFIXO
           ELSE
               MOVE 'SELECAO'       TO RN-PREFIXO
           END-IF
           MOVE LK-OPERADOR-ID      TO RN-OPERADOR
           MOVE SPACES              TO RN-CAMINHO
           CALL WS-BIN-RELNOME-PATH USING WS-RELNOME-AREA
               ON EXCEPTION
                   DISPLAY 'RELNOME INDISPONIVEL - USANDO O '
                           'CAMINHO FIXO'
           END-CALL
           IF RN-CAMINHO NOT EQUAL SPACES
               MOVE RN-CAMINHO TO WS-SELECAO-PATH
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR A SAIDA DA SELECAO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               PERFORM P590-FECHA-ENTRADAS THRU P590-FIM
               GO TO P500-FIM
           END-IF

           IF SEL-SAIDA-CSV
               WRITE REL-LINHA FROM WS-CSV-CABECALHO
           ELSE
               PERFORM P510-CABECALHO THRU P510-FIM
           END-IF

           SET EOF-OK               TO FALSE
           MOVE LOW-VALUES          TO NM-ALUNO
           START ALUNOS KEY IS NOT LESS THAN NM-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ALUNOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P600-CONFERE-ALUNO THRU P600-FIM
                       IF ALUNO-SELECIONADO
                           ADD 1 TO WS-CONT
                           IF SEL-SAIDA-CSV
                               PERFORM P720-LINHA-CSV THRU P720-FIM
                           ELSE
                               PERFORM P710-LINHA-LISTA THRU P710-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF NOT SEL-SAIDA-CSV
               MOVE WS-CONT         TO WS-TL-CONT
               WRITE REL-LINHA FROM WS-CAB-TRACO
               WRITE REL-LINHA FROM WS-TOT-LINHA
           END-IF

           CLOSE RELATORIO
           PERFORM P590-FECHA-ENTRADAS THRU P590-FIM
           SET EXECUCAO-OK          TO TRUE

           DISPLAY 'ALUNOS SELECIONADOS..: ' WS-CONT
           DISPLAY 'SAIDA GERADA EM......: ' WS-SELECAO-PATH
           .
       P500-FIM.
           EXIT.

       P510-CABECALHO.
           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-ESCOLA
           MOVE SEL-NOME            TO WS-CT-NOME
           MOVE SEL-DESCRICAO       TO WS-CT-DESCRICAO
           MOVE WS-DATA-HOJE        TO WS-CT-DATA
           WRITE REL-LINHA FROM WS-CAB-TITULO

           MOVE SEL-TURMA           TO WS-CC-TURMA
           MOVE SEL-TURNO           TO WS-CC-TURNO
           MOVE SEL-ST-MATRICULA    TO WS-CC-MATRICULA
           MOVE SEL-BENEFICIARIO    TO WS-CC-BENEFICIARIO
           MOVE SEL-NASC-DE         TO WS-CC-NASC-DE
           MOVE SEL-NASC-ATE        TO WS-CC-NASC-ATE
           WRITE REL-LINHA FROM WS-CAB-CRITERIO-1

           MOVE SEL-APROVACAO       TO WS-CC-APROVACAO
           MOVE SEL-MEDIA-DE        TO WS-CC-MEDIA-DE
           MOVE SEL-MEDIA-ATE       TO WS-CC-MEDIA-ATE
           MOVE SEL-CAMPO-VAZIO     TO WS-CC-CAMPO-VAZIO
           MOVE SEL-FREQ-ABAIXO     TO WS-CC-FREQ
           MOVE ZEROS               TO WS-CC-FREQ-ANO
           IF SEL-FREQ-ABAIXO > ZEROS
               MOVE WS-FREQ-ANO     TO WS-CC-FREQ-ANO
           END-IF
           MOVE SEL-OCORR-MINIMO    TO WS-CC-OCORR
           MOVE ZEROS               TO WS-CC-OCORR-DESDE
           IF SEL-OCORR-MINIMO > ZEROS
               MOVE WS-OCORR-DESDE  TO WS-CC-OCORR-DESDE
           END-IF
           WRITE REL-LINHA FROM WS-CAB-CRITERIO-2

           WRITE REL-LINHA FROM WS-CAB-TRACO
           WRITE REL-LINHA FROM WS-CAB-COLUNAS
           WRITE REL-LINHA FROM WS-CAB-TRACO
           .
       P510-FIM.
           EXIT.

       P590-FECHA-ENTRADAS.
           CLOSE ALUNOS
           IF SEL-TURNO NOT EQUAL SPACES AND FS-TUR-OK
               CLOSE TURMAS
           END-IF
           IF SEL-FREQ-ABAIXO > ZEROS AND FS-FQA-OK
               CLOSE FREQANUAL
           END-IF
           IF SEL-OCORR-MINIMO > ZEROS AND FS-OCO-OK
               CLOSE OCORRENCIAS
           END-IF
           .
       P590-FIM.
           EXIT.

      ******************************************************************
      * CONFERE UM ALUNO CONTRA OS CRITERIOS; O PRIMEIRO QUE FALHA
      * DESCARTA O ALUNO
      ******************************************************************
       P600-CONFERE-ALUNO.
           SET ALUNO-SELECIONADO    TO FALSE
           MOVE SPACES              TO WS-TURNO-ALU
           MOVE ZEROS               TO WS-PRESENCA-ALU
           MOVE ZEROS               TO WS-CONT-OCORR

           IF NOT ALUNO-ATIVO
               GO TO P600-FIM
           END-IF

           MOVE 1 TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P600-FIM
           END-IF

           IF SEL-TURMA NOT EQUAL SPACES AND
              TURMA-ALUNO NOT EQUAL SEL-TURMA
               GO TO P600-FIM
           END-IF

           IF SEL-TURNO NOT EQUAL SPACES
               MOVE TURMA-ALUNO     TO TUR-CODIGO
               READ TURMAS
                   INVALID KEY
                       GO TO P600-FIM
               END-READ
               MOVE TUR-TURNO       TO WS-TURNO-ALU
               IF TUR-TURNO NOT EQUAL SEL-TURNO
                   GO TO P600-FIM
               END-IF
           END-IF

           MOVE ST-MATRICULA        TO WS-MAT-ALU
           IF MAT-LEGADO
               MOVE 'M'             TO WS-MAT-ALU
           END-IF
           IF SEL-ST-MATRICULA NOT EQUAL SPACES AND
              WS-MAT-ALU NOT EQUAL SEL-ST-MATRICULA
               GO TO P600-FIM
           END-IF

           MOVE 'N'                 TO WS-BENEF-ALU
           IF ALUNO-BENEFICIARIO
               MOVE 'S'             TO WS-BENEF-ALU
           END-IF
           IF SEL-BENEFICIARIO NOT EQUAL SPACES AND
              WS-BENEF-ALU NOT EQUAL SEL-BENEFICIARIO
               GO TO P600-FIM
           END-IF

           MOVE ZEROS               TO WS-NASC-ALU
           IF DT-NASCIMENTO NUMERIC
               MOVE DT-NASCIMENTO   TO WS-NASC-ALU
           END-IF
           IF SEL-NASC-DE > ZEROS AND WS-NASC-ALU < SEL-NASC-DE
               GO TO P600-FIM
           END-IF
           IF SEL-NASC-ATE > ZEROS AND WS-NASC-ALU > SEL-NASC-ATE
               GO TO P600-FIM
           END-IF

           IF SEL-APROVACAO NOT EQUAL SPACES AND
              ST-APROVACAO NOT EQUAL SEL-APROVACAO
               GO TO P600-FIM
           END-IF

           MOVE ZEROS               TO WS-MEDIA-ALU
           IF MEDIA NUMERIC
               MOVE MEDIA           TO WS-MEDIA-ALU
           END-IF
           IF SEL-FILTRA-MEDIA AND
              (WS-MEDIA-ALU < SEL-MEDIA-DE OR
               WS-MEDIA-ALU > SEL-MEDIA-ATE)
               GO TO P600-FIM
           END-IF

           IF SEL-SEM-TELEFONE AND TEL-ALUNO NOT EQUAL SPACES
               GO TO P600-FIM
           END-IF
           IF SEL-SEM-EMAIL AND EMAIL-ALUNO NOT EQUAL SPACES
               GO TO P600-FIM
           END-IF
           IF SEL-SEM-ENDERECO AND END-ALUNO NOT EQUAL SPACES
               GO TO P600-FIM
           END-IF
           IF SEL-SEM-RESPONSAVEL AND NM-RESPONSAVEL NOT EQUAL SPACES
               GO TO P600-FIM
           END-IF
           IF SEL-SEM-TEL-RESP AND TEL-RESPONSAVEL NOT EQUAL SPACES
               GO TO P600-FIM
           END-IF

           IF SEL-FREQ-ABAIXO > ZEROS
               MOVE ID-ALUNO        TO FQA-ID-ALUNO
               MOVE WS-FREQ-ANO     TO FQA-ANO-LETIVO
               READ FREQANUAL
                   INVALID KEY
                       GO TO P600-FIM
               END-READ
               MOVE FQA-PERC-PRESENCA TO WS-PRESENCA-ALU
               IF FQA-PERC-PRESENCA NOT < SEL-FREQ-ABAIXO
                   GO TO P600-FIM
               END-IF
           END-IF

           IF SEL-OCORR-MINIMO > ZEROS
               PERFORM P650-CONTA-OCORRENCIAS THRU P650-FIM
               IF WS-CONT-OCORR < SEL-OCORR-MINIMO
                   GO TO P600-FIM
               END-IF
           END-IF

           SET ALUNO-SELECIONADO    TO TRUE
           .
       P600-FIM.
           EXIT.

       P650-CONTA-OCORRENCIAS.
           MOVE ZEROS               TO WS-CONT-OCORR
           SET EOF-OCO-OK           TO FALSE
           MOVE ID-ALUNO            TO OCO-ID-ALUNO
           MOVE WS-OCORR-DESDE      TO OCO-DATA
           MOVE ZEROS               TO OCO-SEQ

           START OCORRENCIAS KEY IS NOT LESS THAN OCO-CHAVE
               INVALID KEY
                   SET EOF-OCO-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OCO-OK
               READ OCORRENCIAS NEXT RECORD
                   AT END
                       SET EOF-OCO-OK TO TRUE
                   NOT AT END
                       IF OCO-ID-ALUNO NOT EQUAL ID-ALUNO
                           SET EOF-OCO-OK TO TRUE
                       ELSE
                           IF WS-CONT-OCORR < 99
                               ADD 1 TO WS-CONT-OCORR
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P650-FIM.
           EXIT.

       P710-LINHA-LISTA.
           MOVE ID-ALUNO            TO WS-DA-ID
           MOVE NM-ALUNO            TO WS-DA-NOME
           MOVE TURMA-ALUNO         TO WS-DA-TURMA
           MOVE WS-TURNO-ALU        TO WS-DA-TURNO
           MOVE WS-NASC-ALU         TO WS-DA-NASC
           MOVE WS-MEDIA-ALU        TO WS-DA-MEDIA
           MOVE ST-APROVACAO        TO WS-DA-SITUACAO
           MOVE TEL-RESPONSAVEL     TO WS-DA-TEL-RESP
           MOVE EMAIL-ALUNO         TO WS-DA-EMAIL
           MOVE WS-PRESENCA-ALU     TO WS-DA-PRESENCA
           MOVE WS-CONT-OCORR       TO WS-DA-OCORR
           WRITE REL-LINHA FROM WS-DET-ALUNO
           .
       P710-FIM.
           EXIT.

       P720-LINHA-CSV.
           MOVE ID-ALUNO            TO WS-CSV-ID
           MOVE WS-MEDIA-ALU        TO WS-CSV-MEDIA
           MOVE WS-PRESENCA-ALU     TO WS-CSV-PRESENCA
           MOVE WS-CONT-OCORR       TO WS-CSV-OCORR
           MOVE SPACES              TO REL-LINHA

           STRING WS-CSV-ID          DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  NM-ALUNO           DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  TURMA-ALUNO        DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WS-TURNO-ALU       DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WS-NASC-ALU        DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WS-CSV-MEDIA       DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  ST-APROVACAO       DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WS-MAT-ALU         DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WS-BENEF-ALU       DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  NM-RESPONSAVEL     DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  TEL-RESPONSAVEL    DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  EMAIL-ALUNO        DELIMITED BY SPACE
                  ';'                DELIMITED BY SIZE
                  WS-CSV-PRESENCA    DELIMITED BY SIZE
                  ';'                DELIMITED BY SIZE
                  WS-CSV-OCORR       DELIMITED BY SIZE
                  INTO REL-LINHA

           WRITE REL-LINHA
           .
       P720-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM SELECAO.
