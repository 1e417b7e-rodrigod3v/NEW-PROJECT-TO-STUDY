      *         CADDOC): COM DOCUMENTO FALTANDO O OPERADOR COMUM E
      *         BARRADO E A COORDENACAO (NIVEL EM OPERADORES.DAT)
      *         PODE SOBREPOR COM CONFIRMACAO EXPLICITA
      * UPDATE: 15/10/2026 A TRANSFERENCIA CONFERE OS EMPRESTIMOS EM
      *         ABERTO NA BIBLIOTECA (EMPRESTIMOS.DAT): COM LIVRO NAO
      *         DEVOLVIDO O OPERADOR COMUM E BARRADO E A COORDENACAO
      *         PODE SOBREPOR; A PENDENCIA SAI NA DECLARACAO
      * UPDATE: 15/10/2026 A DECLARACAO DE TRANSFERENCIA IMPRIME O
      *         CODIGO INEP DO ALUNO (CODINEP.DAT, RETORNO DO CENSO
      *         IMPORTADO PELO IMPCENSO), PARA A ESCOLA DE DESTINO DA
      *         REDE LOCALIZAR O ALUNO PELO CODIGO E NAO PELO NOME
      * UPDATE: 15/10/2026 A DECLARACAO DE TRANSFERENCIA E REGISTRADA
      *         EM DOCEMITIDOS.DAT (SUBPROGRAMA REGDOC) E SAI COM
      *         NUMERO E CODIGO DE AUTENTICACAO, CONFERIVEIS NO
      *         EMITEDOC
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATRICULA.
                RECORD KEY IS OPER-ID
                FILE STATUS IS WS-FS-OPER.

                SELECT EMPRESTIMOS ASSIGN TO
                WS-EMPRESTIMOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-CHAVE
                ALTERNATE RECORD KEY IS EMP-ID-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-EMP.

                SELECT CODINEP ASSIGN TO
                WS-CODINEP-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS INP-ID-ALUNO
                ALTERNATE RECORD KEY IS INP-COD-INEP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-INP.

       DATA DIVISION.
       FILE SECTION.
       FD ALUNOS.
       FD OPERADORES.
           COPY OPERADORES.

       FD EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD CODINEP.
           COPY CODINEP.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY DOCAREA.

         01 WS-DECLARACAO-PATH              PIC X(80).
         01 WS-OPERADORES-PATH              PIC X(80).
           03 WS-LA-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(05) VALUE ' - '.
           03 WS-LA-NOME                  PIC X(30).
         01 WS-LIN-INEP.
           03 FILLER                      PIC X(15)
              VALUE 'CODIGO INEP....'.
           03 WS-LI-CODIGO                PIC X(14).
         01 WS-LIN-TURMA.
           03 FILLER                      PIC X(10) VALUE 'TURMA.....'.
           03 WS-LT-TURMA                 PIC X(10).
              VALUE '  TRANSFERIDO EM'.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-LT-DATA                  PIC 9(08).
         01 WS-LIN-BIBLIOTECA.
           03 FILLER                      PIC X(25)
              VALUE 'PENDENCIA NA BIBLIOTECA: '.
           03 WS-LB-QTD                   PIC ZZ9.
           03 FILLER                      PIC X(32)
              VALUE ' EXEMPLAR(ES) NAO DEVOLVIDO(S)'.
         01 WS-LIN-MATERIA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-LM-MATERIA               PIC X(20).
           03 FILLER                      PIC X(12)
              VALUE '  SITUACAO: '.
           03 WS-LM-SITUACAO              PIC X(20).
         01 WS-LIN-AUTENT.
           03 FILLER                      PIC X(14)
              VALUE 'DOCUMENTO No. '.
           03 WS-LU-NUMERO                PIC 9(07).
           03 FILLER                      PIC X(28)
              VALUE '   CODIGO DE AUTENTICACAO: '.
           03 WS-LU-CODIGO                PIC X(09).
         01 WS-ASSINATURA-2.
           03 FILLER                      PIC X(30) VALUE SPACES.
           03 FILLER                      PIC X(30) VALUE ALL '_'.
         77 WS-IDX-DOC                     PIC 9(02) VALUE ZEROS.
         77 WS-DOCS-FALTANDO               PIC 9(02) VALUE ZEROS.
         77 WS-NIVEL-OPER                  PIC 9(01) VALUE ZEROS.
         77 WS-FS-EMP                      PIC 99.
           88 FS-EMP-OK                    VALUE 0.
         77 WS-QTD-LIVROS                  PIC 9(03) VALUE ZEROS.
         77 WS-FS-INP                      PIC 99.
           88 FS-INP-OK                    VALUE 0.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OPERADORES.DAT' DELIMITED BY SIZE
                  INTO WS-OPERADORES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\EMPRESTIMOS.DAT' DELIMITED BY SIZE
                  INTO WS-EMPRESTIMOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CODINEP.DAT' DELIMITED BY SIZE
                  INTO WS-CODINEP-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\bin' DELIMITED BY SIZE
                  INTO WS-BIN-DIR
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\REGDOC' DELIMITED BY SIZE
                  INTO WS-BIN-REGDOC-PATH
           .
       P100-FIM.
           EXIT.

           SET TRANSICAO-OK         TO FALSE
           MOVE SPACES              TO WS-LOG-OPERACAO
           MOVE ZEROS               TO WS-QTD-LIVROS

           EVALUATE TRUE
               WHEN MAT-PRE-MATRICULA AND WS-OPCAO EQUAL '1'
               END-IF
           END-IF

      * TRANSFERENCIA: CONFERE OS LIVROS NAO DEVOLVIDOS NA BIBLIOTECA;
      * COM PENDENCIA, SO A COORDENACAO SOBREPOE
           IF WS-LOG-OPERACAO EQUAL 'TRANSFER'
               PERFORM P390-CONFERE-BIBLIOTECA THRU P390-FIM
               IF NOT TRANSICAO-OK
                   GO TO P350-FIM
               END-IF
           END-IF

           DISPLAY 'CONFIRMA A TRANSICAO? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
       P380-FIM.
           EXIT.

      ******************************************************************
      * CONTA OS EMPRESTIMOS EM ABERTO DO ALUNO NA BIBLIOTECA (CHAVE
      * ALTERNADA EMP-ID-ALUNO); HAVENDO, BARRA A TRANSFERENCIA DO
      * OPERADOR COMUM E PEDE CONFIRMACAO DA COORDENACAO
      ******************************************************************
       P390-CONFERE-BIBLIOTECA.
           SET FS-EMP-OK            TO TRUE
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-QTD-LIVROS

           OPEN INPUT EMPRESTIMOS

           IF NOT FS-EMP-OK
               GO TO P390-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO EMP-ID-ALUNO
           START EMPRESTIMOS KEY IS EQUAL EMP-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ EMPRESTIMOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF EMP-ID-ALUNO NOT EQUAL WS-ID-PESQUISA
                           SET EOF-OK TO TRUE
                       ELSE
                           IF EMP-ABERTO
                               ADD 1 TO WS-QTD-LIVROS
                               DISPLAY '  EXEMPLAR ' EMP-EXEMPLAR
                                       ' PREVISTA ' EMP-DT-PREVISTA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE EMPRESTIMOS

           IF WS-QTD-LIVROS EQUAL ZEROS
               GO TO P390-FIM
           END-IF

           DISPLAY '*** ALUNO COM ' WS-QTD-LIVROS
                   ' LIVRO(S) NAO DEVOLVIDO(S) A BIBLIOTECA ***'

           PERFORM P380-NIVEL-OPERADOR THRU P380-FIM

           IF WS-NIVEL-OPER < 2
               DISPLAY '*** TRANSFERENCIA BARRADA - SOBREPOSICAO SO '
                       'PELA COORDENACAO ***'
               SET TRANSICAO-OK TO FALSE
               GO TO P390-FIM
           END-IF

           DISPLAY 'TRANSFERIR MESMO ASSIM (SOBREPOSICAO DA '
                   'COORDENACAO)? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'TRANSFERENCIA CANCELADA'
               SET TRANSICAO-OK TO FALSE
           END-IF
           .
       P390-FIM.
           EXIT.

      ******************************************************************
      * IMPRIME A DECLARACAO DE TRANSFERENCIA COM AS NOTAS LANCADAS
      * ATE A DATA
           MOVE NM-ALUNO            TO WS-LA-NOME
           MOVE TURMA-ALUNO         TO WS-LT-TURMA
           MOVE DT-SITUACAO         TO WS-LT-DATA
           PERFORM P510-BUSCA-INEP  THRU P510-FIM

      * REGISTRO DO DOCUMENTO: NUMERO E CODIGO DE AUTENTICACAO
           MOVE WS-ID-PESQUISA      TO RD-ID-ALUNO
           MOVE NM-ALUNO            TO RD-NM-ALUNO
           MOVE 'T'                 TO RD-TIPO
           MOVE TURMA-ALUNO         TO RD-TURMA
           MOVE DT-SITUACAO(1:4)    TO RD-ANO-LETIVO
           MOVE LK-OPERADOR-ID      TO RD-OPERADOR
           MOVE 'N'                 TO RD-OK
           MOVE ZEROS               TO RD-NUMERO
           MOVE SPACES              TO RD-COD-AUTENT
           CALL WS-BIN-REGDOC-PATH USING WS-REGDOC-AREA
               ON EXCEPTION
                   DISPLAY 'REGDOC INDISPONIVEL - DECLARACAO SEM '
                           'AUTENTICACAO'
           END-CALL

           WRITE DECL-LINHA FROM WS-LIN-TRACO
           WRITE DECL-LINHA FROM WS-CAB-DECL
           WRITE DECL-LINHA FROM WS-LIN-TRACO
           WRITE DECL-LINHA FROM SPACES
           WRITE DECL-LINHA FROM WS-LIN-ALUNO
           WRITE DECL-LINHA FROM WS-LIN-INEP
           WRITE DECL-LINHA FROM WS-LIN-TURMA
           IF WS-QTD-LIVROS > ZEROS
               MOVE WS-QTD-LIVROS   TO WS-LB-QTD
               WRITE DECL-LINHA FROM WS-LIN-BIBLIOTECA
           END-IF
           WRITE DECL-LINHA FROM SPACES

           PERFORM P550-LISTA-NOTAS THRU P550-FIM
           WRITE DECL-LINHA FROM WS-ASSINATURA-2
           WRITE DECL-LINHA FROM WS-ASSINATURA-3
           WRITE DECL-LINHA FROM WS-LIN-TRACO
           IF RD-OK EQUAL 'S'
               MOVE RD-NUMERO       TO WS-LU-NUMERO
               MOVE SPACES          TO WS-LU-CODIGO
               STRING RD-COD-AUTENT(1:4) DELIMITED BY SIZE
                      '-' DELIMITED BY SIZE
                      RD-COD-AUTENT(5:4) DELIMITED BY SIZE
                      INTO WS-LU-CODIGO
               WRITE DECL-LINHA FROM WS-LIN-AUTENT
               WRITE DECL-LINHA FROM WS-LIN-TRACO
           END-IF

           CLOSE DECLARACAO

       P500-FIM.
           EXIT.

      * CODIGO OFICIAL DO ALUNO NO CENSO; SEM RETORNO IMPORTADO SAI
      * COMO NAO INFORMADO
       P510-BUSCA-INEP.
           SET FS-INP-OK            TO TRUE
           MOVE 'NAO INFORMADO'     TO WS-LI-CODIGO

           OPEN INPUT CODINEP

           IF NOT FS-INP-OK
               GO TO P510-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO INP-ID-ALUNO
           READ CODINEP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INP-COD-INEP TO WS-LI-CODIGO
           END-READ

           CLOSE CODINEP
           .
       P510-FIM.
           EXIT.

       P550-LISTA-NOTAS.
           SET FS-DISC-OK           TO TRUE
           SET EOF-OK               TO FALSE
