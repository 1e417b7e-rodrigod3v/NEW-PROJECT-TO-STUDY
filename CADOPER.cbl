      *         - OPERADOR VINCULADO SO LANCA NOTAS NAS TURMAS/
      *         DISCIPLINAS ATRIBUIDAS A ELE (TESTAPROF); ZERO
      *         DESFAZ O VINCULO
      * UPDATE: 15/10/2026 OPCAO 7 - UNIDADES ESCOLARES EM QUE O
      *         OPERADOR PODE ENTRAR (ATE CINCO, VALIDADAS EM
      *         UNIDADES.DAT QUANDO O CADASTRO EXISTE). OPERADOR NOVO
      *         FICA NA UNIDADE EM QUE A COORDENACAO ESTA LOGADA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADOPER.
                RECORD KEY IS PROF-ID
                FILE STATUS IS WS-FS-PROF.

                SELECT UNIDADES ASSIGN TO
                WS-UNIDADES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS UNI-CODIGO
                FILE STATUS IS WS-FS-UNI.

       DATA DIVISION.
       FILE SECTION.
       FD OPERADORES.
       FD PROFESSORES.
           COPY PROFESSORES.

       FD UNIDADES.
           COPY UNIDADES.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.

         77 WS-FS-PROF                     PIC 99.
           88 FS-PROF-OK                   VALUE 0.
         77 WS-NOVO-PROF                   PIC 9(05) VALUE ZEROS.
         77 WS-FS-UNI                      PIC 99.
           88 FS-UNI-OK                    VALUE 0.
         77 WS-UNID-IDX                    PIC 9(01) VALUE ZEROS.
         77 WS-NOVA-UNIDADE                PIC 9(02) VALUE ZEROS.
         01 WS-TAB-NOVAS-UNID.
           03 WS-NOVA-UNID                 PIC 9(02) OCCURS 5.

           COPY SITCFG.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PROFESSORES.DAT' DELIMITED BY SIZE
                  INTO WS-PROFESSORES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\UNIDADES.DAT' DELIMITED BY SIZE
                  INTO WS-UNIDADES-PATH
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
           .
       P100-FIM.
           EXIT.
           DISPLAY '  4 - TROCAR NIVEL'
           DISPLAY '  5 - DESATIVAR/REATIVAR OPERADOR'
           DISPLAY '  6 - VINCULAR OPERADOR A PROFESSOR'
           DISPLAY '  7 - UNIDADES DO OPERADOR'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

                   PERFORM P350-DESATIVA   THRU P350-FIM
               WHEN '6'
                   PERFORM P360-VINCULA-PROF THRU P360-FIM
               WHEN '7'
                   PERFORM P370-UNIDADES   THRU P370-FIM
               WHEN 'X'
                   SET EXIT-OK TO TRUE
               WHEN 'x'
                           DISPLAY '  VINCULADO AO PROFESSOR '
                                   OPER-PROF-ID
                       END-IF
                       IF OPER-UNIDADE(1) NUMERIC AND
                          OPER-UNIDADE(1) > ZEROS
                           DISPLAY '  UNIDADES ' OPER-UNIDADE(1) ' '
                                   OPER-UNIDADE(2) ' ' OPER-UNIDADE(3)
                                   ' ' OPER-UNIDADE(4) ' '
                                   OPER-UNIDADE(5)
                       END-IF
               END-READ
           END-PERFORM


           SET OPERADOR-ATIVO       TO TRUE
           MOVE ZEROS               TO OPER-PROF-ID
           MOVE CFG-UNIDADE         TO OPER-UNIDADE(1)
           PERFORM VARYING WS-UNID-IDX FROM 2 BY 1
                   UNTIL WS-UNID-IDX > 5
               MOVE ZEROS           TO OPER-UNIDADE(WS-UNID-IDX)
           END-PERFORM

           WRITE REG-OPERADORES
               INVALID KEY
       P360-FIM.
           EXIT.

      ******************************************************************
      * UNIDADES DA REDE EM QUE O OPERADOR PODE ENTRAR. ATE CINCO
      * CODIGOS; ZERO ENCERRA A LISTA. CODIGO FORA DE UNIDADES.DAT OU
      * DE UNIDADE INATIVA E RECUSADO (SEM O CADASTRO, SO A 01 VALE)
      ******************************************************************
       P370-UNIDADES.
           DISPLAY 'ID DO OPERADOR: '
           ACCEPT OPER-ID

           READ OPERADORES
               INVALID KEY
                   DISPLAY 'OPERADOR NAO ENCONTRADO'
                   GO TO P370-FIM
           END-READ

           DISPLAY 'OPERADOR: ' OPER-NOME
           IF OPER-UNIDADE(1) NUMERIC AND OPER-UNIDADE(1) > ZEROS
               DISPLAY 'UNIDADES ATUAIS: ' OPER-UNIDADE(1) ' '
                       OPER-UNIDADE(2) ' ' OPER-UNIDADE(3) ' '
                       OPER-UNIDADE(4) ' ' OPER-UNIDADE(5)
           ELSE
               DISPLAY 'SEM UNIDADES (ENTRA NA UNIDADE 01)'
           END-IF

           SET FS-UNI-OK            TO TRUE
           OPEN INPUT UNIDADES

           INITIALIZE WS-TAB-NOVAS-UNID
           MOVE 1                   TO WS-UNID-IDX
           PERFORM UNTIL WS-UNID-IDX > 5
               DISPLAY 'UNIDADE ' WS-UNID-IDX
                       ' (0 PARA ENCERRAR A LISTA): '
               MOVE ZEROS           TO WS-NOVA-UNIDADE
               ACCEPT WS-NOVA-UNIDADE
               IF WS-NOVA-UNIDADE EQUAL ZEROS
                   MOVE 6           TO WS-UNID-IDX
               ELSE
                   PERFORM P375-VALIDA-UNIDADE THRU P375-FIM
               END-IF
           END-PERFORM

           IF FS-UNI-OK
               CLOSE UNIDADES
           END-IF

           IF WS-NOVA-UNID(1) EQUAL ZEROS
               DISPLAY '*** NENHUMA UNIDADE INFORMADA ***'
               GO TO P370-FIM
           END-IF

           DISPLAY 'CONFIRMA? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'UNIDADES NAO ALTERADAS'
               GO TO P370-FIM
           END-IF

           PERFORM VARYING WS-UNID-IDX FROM 1 BY 1
                   UNTIL WS-UNID-IDX > 5
               MOVE WS-NOVA-UNID(WS-UNID-IDX)
                                    TO OPER-UNIDADE(WS-UNID-IDX)
           END-PERFORM
           REWRITE REG-OPERADORES
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O OPERADOR'
               NOT INVALID KEY
                   DISPLAY 'UNIDADES ATUALIZADAS...'
           END-REWRITE
           .
       P370-FIM.
           EXIT.

       P375-VALIDA-UNIDADE.
           IF FS-UNI-OK
               MOVE WS-NOVA-UNIDADE TO UNI-CODIGO
               READ UNIDADES
                   INVALID KEY
                       DISPLAY '*** UNIDADE NAO CADASTRADA ***'
                       GO TO P375-FIM
               END-READ
               IF UNIDADE-INATIVA
                   DISPLAY '*** UNIDADE INATIVA ***'
                   GO TO P375-FIM
               END-IF
               DISPLAY '  ' UNI-NOME
           ELSE
               IF WS-NOVA-UNIDADE NOT EQUAL 1
                   DISPLAY '*** UNIDADES DA REDE NAO CADASTRADAS ***'
                   GO TO P375-FIM
               END-IF
           END-IF

           MOVE WS-NOVA-UNIDADE     TO WS-NOVA-UNID(WS-UNID-IDX)
           ADD 1                    TO WS-UNID-IDX
           .
       P375-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
