      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:CADASTRO DA CADEIA DE LOTES NOTURNOS
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. MANTEM CADEIA.DAT
      *         (ORDEM DOS PASSOS DO LOTENOITE, PROGRAMA DE CADA PASSO,
      *         PASSO DO QUAL DEPENDE, DIAS DA SEMANA EM QUE RODA E SE
      *         RODA SO NO FIM DO MES) E PERMITE ZERAR OU MUDAR O PONTO
      *         DE REINICIO GRAVADO EM CADEIAST.DAT QUANDO A CADEIA
      *         PAROU. O MENU SO OFERECE ESTA OPCAO A COORDENACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCADEIA.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT CADEIA ASSIGN TO
                WS-CADEIA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CAD-PASSO
                FILE STATUS IS WS-FS-CAD.

                SELECT CADEIAST ASSIGN TO
                WS-CADEIAST-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-CST.

       DATA DIVISION.
       FILE SECTION.
       FD CADEIA.
           COPY CADEIA.

       FD CADEIAST.
           COPY CADEIAST.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.

         77 WS-FS-CAD                      PIC 99.
           88 FS-CAD-OK                    VALUE 0.
         77 WS-FS-CST                      PIC 99.
           88 FS-CST-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONT                        PIC 9(03) VALUE ZEROS.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-IDX                         PIC 9(02) VALUE ZEROS.
         77 WS-DADOS-OK                    PIC X     VALUE 'N'.
           88 DADOS-OK                     VALUE 'S' FALSE 'N'.
         77 WS-PASSO-REINICIO              PIC 9(02) VALUE ZEROS.
         77 WS-PROGRAMA-REINICIO           PIC X(12) VALUE SPACES.
         01 WS-PASSO-NOVO.
           05 WS-NOVO-PASSO                PIC 9(02) VALUE ZEROS.
           05 WS-NOVO-PROGRAMA             PIC X(12) VALUE SPACES.
           05 WS-NOVO-DEPENDE              PIC 9(02) VALUE ZEROS.
           05 WS-NOVO-DIAS                 PIC X(07) VALUE SPACES.
           05 WS-NOVO-FIM-MES              PIC X(01) VALUE 'N'.
           05 WS-NOVO-DESCRICAO            PIC X(30) VALUE SPACES.
           05 WS-NOVO-ST-ATIVO             PIC X(01) VALUE 'S'.

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
           IF FS-CAD-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE CADEIA
           END-IF
           PERFORM P900-FIM
           .

       P100-MONTA-CAMINHOS.
           ACCEPT WS-BASE-DIR FROM ENVIRONMENT 'BOLETIMV2_HOME'
           IF WS-BASE-DIR EQUAL SPACES THEN
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CADEIA.DAT' DELIMITED BY SIZE
                  INTO WS-CADEIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CADEIAST.DAT' DELIMITED BY SIZE
                  INTO WS-CADEIAST-PATH
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ARQUIVO.
           SET FS-CAD-OK            TO TRUE

           OPEN I-O CADEIA

           IF WS-FS-CAD EQUAL 35 THEN
               OPEN OUTPUT CADEIA
               CLOSE CADEIA
               OPEN I-O CADEIA
           END-IF

           IF NOT FS-CAD-OK
               DISPLAY 'ERRO AO ABRIR A DEFINICAO DA CADEIA'
               DISPLAY 'FILE STATUS: ' WS-FS-CAD
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** CADEIA DE LOTES NOTURNOS ****'
           DISPLAY '  1 - LISTAR A CADEIA'
           DISPLAY '  2 - INCLUIR PASSO'
           DISPLAY '  3 - ALTERAR PASSO'
           DISPLAY '  4 - DESATIVAR/REATIVAR PASSO'
           DISPLAY '  5 - PONTO DE REINICIO'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-LISTA      THRU P310-FIM
               WHEN '2'
                   PERFORM P320-INCLUI     THRU P320-FIM
               WHEN '3'
                   PERFORM P330-ALTERA     THRU P330-FIM
               WHEN '4'
                   PERFORM P340-DESATIVA   THRU P340-FIM
               WHEN '5'
                   PERFORM P380-REINICIO   THRU P380-FIM
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
           MOVE ZEROS               TO CAD-PASSO

           START CADEIA KEY IS NOT LESS THAN CAD-PASSO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           DISPLAY 'PS PROGRAMA     DEP SEGTQQSSD FIM-MES DESCRICAO'
           PERFORM UNTIL EOF-OK
               READ CADEIA NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CONT
                       IF PASSO-INATIVO
                           DISPLAY CAD-PASSO ' ' CAD-PROGRAMA ' '
                                   CAD-DEPENDE '  ' CAD-DIAS-SEMANA
                                   '  ' CAD-FIM-MES '      '
                                   CAD-DESCRICAO ' (INATIVO)'
                       ELSE
                           DISPLAY CAD-PASSO ' ' CAD-PROGRAMA ' '
                                   CAD-DEPENDE '  ' CAD-DIAS-SEMANA
                                   '  ' CAD-FIM-MES '      '
                                   CAD-DESCRICAO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'CADEIA VAZIA (O LOTENOITE GRAVA A CADEIA '
                       'PADRAO NA PRIMEIRA RODADA)'
           END-IF

           PERFORM P390-LE-REINICIO THRU P390-FIM
           IF WS-PASSO-REINICIO > ZEROS
               DISPLAY 'A PROXIMA RODADA RETOMA DO PASSO '
                       WS-PASSO-REINICIO ' (' WS-PROGRAMA-REINICIO ')'
           ELSE
               DISPLAY 'A PROXIMA RODADA COMECA DO PRIMEIRO PASSO'
           END-IF
           .
       P310-FIM.
           EXIT.

       P320-INCLUI.
           DISPLAY 'NUMERO DO PASSO (01-99, ORDEM DE EXECUCAO): '
           MOVE ZEROS               TO WS-NOVO-PASSO
           ACCEPT WS-NOVO-PASSO

           IF WS-NOVO-PASSO EQUAL ZEROS
               DISPLAY '*** PASSO NAO INFORMADO ***'
               GO TO P320-FIM
           END-IF

           MOVE WS-NOVO-PASSO       TO CAD-PASSO
           READ CADEIA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY '*** PASSO JA CADASTRADO ***'
                   GO TO P320-FIM
           END-READ

           MOVE SPACES              TO WS-NOVO-PROGRAMA
                                       WS-NOVO-DESCRICAO
           MOVE ZEROS               TO WS-NOVO-DEPENDE
           MOVE 'SSSSSSS'           TO WS-NOVO-DIAS
           MOVE 'N'                 TO WS-NOVO-FIM-MES
           PERFORM P350-DADOS-PASSO THRU P350-FIM
           IF NOT DADOS-OK
               GO TO P320-FIM
           END-IF

           MOVE 'S'                 TO WS-NOVO-ST-ATIVO
           PERFORM P370-MONTA-REGISTRO THRU P370-FIM

           WRITE REG-CADEIA
               INVALID KEY
                   DISPLAY '*** PASSO JA CADASTRADO ***'
               NOT INVALID KEY
                   DISPLAY '*** PASSO CADASTRADO COM SUCESSO ***'
           END-WRITE
           .
       P320-FIM.
           EXIT.

       P330-ALTERA.
           DISPLAY 'NUMERO DO PASSO: '
           MOVE ZEROS               TO WS-NOVO-PASSO
           ACCEPT WS-NOVO-PASSO

           MOVE WS-NOVO-PASSO       TO CAD-PASSO
           READ CADEIA
               INVALID KEY
                   DISPLAY 'PASSO NAO ENCONTRADO'
                   GO TO P330-FIM
           END-READ

           DISPLAY 'PROGRAMA ATUAL: ' CAD-PROGRAMA
           DISPLAY 'DEPENDE DO PASSO: ' CAD-DEPENDE
           DISPLAY 'DIAS (SEG A DOM): ' CAD-DIAS-SEMANA
           DISPLAY 'SO NO FIM DO MES: ' CAD-FIM-MES
           DISPLAY 'DESCRICAO ATUAL: ' CAD-DESCRICAO
           MOVE CAD-PROGRAMA        TO WS-NOVO-PROGRAMA
           MOVE CAD-DEPENDE         TO WS-NOVO-DEPENDE
           MOVE CAD-DIAS-SEMANA     TO WS-NOVO-DIAS
           MOVE CAD-FIM-MES         TO WS-NOVO-FIM-MES
           MOVE CAD-DESCRICAO       TO WS-NOVO-DESCRICAO
           MOVE CAD-ST-ATIVO        TO WS-NOVO-ST-ATIVO

           PERFORM P350-DADOS-PASSO THRU P350-FIM
           IF NOT DADOS-OK
               GO TO P330-FIM
           END-IF

           DISPLAY 'CONFIRMA? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'PASSO NAO ALTERADO'
               GO TO P330-FIM
           END-IF

           MOVE WS-NOVO-PASSO       TO CAD-PASSO
           READ CADEIA
               INVALID KEY
                   DISPLAY 'PASSO NAO ENCONTRADO'
                   GO TO P330-FIM
           END-READ
           PERFORM P370-MONTA-REGISTRO THRU P370-FIM

           REWRITE REG-CADEIA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O PASSO'
               NOT INVALID KEY
                   DISPLAY 'PASSO ALTERADO...'
           END-REWRITE
           .
       P330-FIM.
           EXIT.

       P340-DESATIVA.
           DISPLAY 'NUMERO DO PASSO: '
           MOVE ZEROS               TO CAD-PASSO
           ACCEPT CAD-PASSO

           READ CADEIA
               INVALID KEY
                   DISPLAY 'PASSO NAO ENCONTRADO'
               NOT INVALID KEY
                   IF PASSO-INATIVO
                       DISPLAY CAD-PROGRAMA ' ESTA INATIVO. REATIVAR? '
                               '<S> - <N>'
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM EQUAL 'S'
                           SET PASSO-ATIVO TO TRUE
                           REWRITE REG-CADEIA
                           DISPLAY 'PASSO REATIVADO...'
                       END-IF
                   ELSE
                       DISPLAY CAD-PROGRAMA ' ESTA ATIVO. DESATIVAR? '
                               '<S> - <N>'
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM EQUAL 'S'
                           SET PASSO-INATIVO TO TRUE
                           REWRITE REG-CADEIA
                           DISPLAY 'PASSO DESATIVADO...'
                       END-IF
                   END-IF
           END-READ
           .
       P340-FIM.
           EXIT.

      ******************************************************************
      * PROGRAMA, DEPENDENCIA E AGENDAMENTO; ENTER MANTEM O VALOR
      * ATUAL. A DEPENDENCIA TEM DE SER UM PASSO JA CADASTRADO E
      * ANTERIOR NA ORDEM; OS DIAS VAO DE SEGUNDA A DOMINGO, S OU N
      ******************************************************************
       P350-DADOS-PASSO.
           SET DADOS-OK             TO FALSE

           DISPLAY 'PROGRAMA BATCH (EX.: BACKALUNO): '
           MOVE SPACES              TO CAD-PROGRAMA
           ACCEPT CAD-PROGRAMA
           IF CAD-PROGRAMA NOT EQUAL SPACES
               MOVE CAD-PROGRAMA    TO WS-NOVO-PROGRAMA
           END-IF
           IF WS-NOVO-PROGRAMA EQUAL SPACES
               DISPLAY '*** PROGRAMA NAO INFORMADO ***'
               GO TO P350-FIM
           END-IF
           INSPECT WS-NOVO-PROGRAMA
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           DISPLAY 'DEPENDE DO PASSO (00 = NENHUM): '
           MOVE WS-NOVO-DEPENDE     TO CAD-DEPENDE
           ACCEPT CAD-DEPENDE
           MOVE CAD-DEPENDE         TO WS-NOVO-DEPENDE
           IF WS-NOVO-DEPENDE NOT EQUAL ZEROS
               IF WS-NOVO-DEPENDE NOT < WS-NOVO-PASSO
                   DISPLAY '*** O PASSO SO PODE DEPENDER DE UM PASSO '
                           'ANTERIOR ***'
                   GO TO P350-FIM
               END-IF
               MOVE WS-NOVO-DEPENDE TO CAD-PASSO
               READ CADEIA
                   INVALID KEY
                       DISPLAY '*** PASSO ' WS-NOVO-DEPENDE
                               ' NAO CADASTRADO ***'
                       GO TO P350-FIM
               END-READ
           END-IF

           DISPLAY 'DIAS EM QUE RODA, SEGUNDA A DOMINGO '
                   '(EX.: SSSSSNN): '
           MOVE SPACES              TO CAD-DIAS-SEMANA
           ACCEPT CAD-DIAS-SEMANA
           IF CAD-DIAS-SEMANA NOT EQUAL SPACES
               MOVE CAD-DIAS-SEMANA TO WS-NOVO-DIAS
           END-IF
           INSPECT WS-NOVO-DIAS CONVERTING 'sn' TO 'SN'
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               IF WS-NOVO-DIAS(WS-IDX:1) NOT EQUAL 'S' AND
                  WS-NOVO-DIAS(WS-IDX:1) NOT EQUAL 'N'
                   DISPLAY '*** DIAS INVALIDOS - USE S OU N PARA CADA '
                           'DIA ***'
                   GO TO P350-FIM
               END-IF
           END-PERFORM

           DISPLAY 'RODA SO NO ULTIMO DIA DO MES? <S> - <N>: '
           MOVE SPACES              TO CAD-FIM-MES
           ACCEPT CAD-FIM-MES
           IF CAD-FIM-MES EQUAL 'S' OR CAD-FIM-MES EQUAL 's'
               MOVE 'S'             TO WS-NOVO-FIM-MES
           END-IF
           IF CAD-FIM-MES EQUAL 'N' OR CAD-FIM-MES EQUAL 'n'
               MOVE 'N'             TO WS-NOVO-FIM-MES
           END-IF

           DISPLAY 'DESCRICAO: '
           MOVE SPACES              TO CAD-DESCRICAO
           ACCEPT CAD-DESCRICAO
           IF CAD-DESCRICAO NOT EQUAL SPACES
               MOVE CAD-DESCRICAO   TO WS-NOVO-DESCRICAO
           END-IF

           SET DADOS-OK             TO TRUE
           .
       P350-FIM.
           EXIT.

       P370-MONTA-REGISTRO.
           MOVE WS-NOVO-PASSO       TO CAD-PASSO
           MOVE WS-NOVO-PROGRAMA    TO CAD-PROGRAMA
           MOVE WS-NOVO-DEPENDE     TO CAD-DEPENDE
           MOVE WS-NOVO-DIAS        TO CAD-DIAS-SEMANA
           MOVE WS-NOVO-FIM-MES     TO CAD-FIM-MES
           MOVE WS-NOVO-DESCRICAO   TO CAD-DESCRICAO
           MOVE WS-NOVO-ST-ATIVO    TO CAD-ST-ATIVO
           .
       P370-FIM.
           EXIT.

      ******************************************************************
      * PONTO DE REINICIO: 00 FAZ A PROXIMA RODADA COMECAR DO INICIO
      * (EX.: O PASSO QUE FALHOU FOI RODADO A MAO DEPOIS DE CORRIGIDO)
      ******************************************************************
       P380-REINICIO.
           PERFORM P390-LE-REINICIO THRU P390-FIM
           IF WS-PASSO-REINICIO > ZEROS
               DISPLAY 'REINICIO ATUAL: PASSO ' WS-PASSO-REINICIO
                       ' (' WS-PROGRAMA-REINICIO ')'
           ELSE
               DISPLAY 'SEM PONTO DE REINICIO PENDENTE'
           END-IF

           DISPLAY 'NOVO PASSO DE REINICIO (00 = DO INICIO): '
           MOVE ZEROS               TO WS-NOVO-PASSO
           ACCEPT WS-NOVO-PASSO

           MOVE SPACES              TO WS-PROGRAMA-REINICIO
           IF WS-NOVO-PASSO > ZEROS
               MOVE WS-NOVO-PASSO   TO CAD-PASSO
               READ CADEIA
                   INVALID KEY
                       DISPLAY 'PASSO NAO ENCONTRADO'
                       GO TO P380-FIM
               END-READ
               MOVE CAD-PROGRAMA    TO WS-PROGRAMA-REINICIO
           END-IF

           DISPLAY 'CONFIRMA? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'PONTO DE REINICIO NAO ALTERADO'
               GO TO P380-FIM
           END-IF

           SET FS-CST-OK            TO TRUE
           OPEN OUTPUT CADEIAST
           IF NOT FS-CST-OK
               DISPLAY 'ERRO AO GRAVAR A SITUACAO DA CADEIA'
               DISPLAY 'FILE STATUS: ' WS-FS-CST
               GO TO P380-FIM
           END-IF

           ACCEPT CST-DATA          FROM DATE YYYYMMDD
           ACCEPT CST-HORA          FROM TIME
           MOVE WS-NOVO-PASSO       TO CST-PASSO-REINICIO
           MOVE WS-PROGRAMA-REINICIO TO CST-PROGRAMA
           MOVE 'MANUAL'            TO CST-STATUS
           WRITE REG-CADEIAST
           CLOSE CADEIAST

           DISPLAY 'PONTO DE REINICIO GRAVADO...'
           .
       P380-FIM.
           EXIT.

       P390-LE-REINICIO.
           MOVE ZEROS               TO WS-PASSO-REINICIO
           MOVE SPACES              TO WS-PROGRAMA-REINICIO
           SET FS-CST-OK            TO TRUE

           OPEN INPUT CADEIAST
           IF NOT FS-CST-OK
               GO TO P390-FIM
           END-IF

           READ CADEIAST
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CST-PASSO-REINICIO TO WS-PASSO-REINICIO
                   MOVE CST-PROGRAMA       TO WS-PROGRAMA-REINICIO
           END-READ

           CLOSE CADEIAST
           .
       P390-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CADCADEIA.
