      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:ATENDIMENTO EDUCACIONAL ESPECIALIZADO (AEE) E PEI
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. OS ALUNOS COM
      *         DEFICIENCIA, TEA E ALTAS HABILIDADES SO APARECIAM NA
      *         PLANILHA DA SALA DE RECURSOS. A SECRETARIA MANTEM EM
      *         AEE.DAT, POR ALUNO, AS NECESSIDADES (CODIGOS DO
      *         CENSO), A DATA DO LAUDO, O PROFISSIONAL DE APOIO, OS
      *         DIAS E O TURNO DO ATENDIMENTO E OS RECURSOS PARA AS
      *         AVALIACOES; O PEI DO ANO COM UMA META POR BIMESTRE E
      *         A SITUACAO DE CADA UMA; E AS DISCIPLINAS COM
      *         AVALIACAO ADAPTADA, QUE O RELBOLETIM E O ATARESULT
      *         APONTAM. A CONSULTA COMPLETA E RESTRITA AO NIVEL
      *         COORDENACAO (OPERADORES.DAT), COMO A FICHA DE SAUDE.
      *         A AGENDA DA SALA DE RECURSOS SAI POR DIA DA SEMANA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADAEE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT AEE ASSIGN TO
                WS-AEE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS AEE-ID-ALUNO
                FILE STATUS IS WS-FS-AEE.

                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT MATERIAS ASSIGN TO
                WS-MATERIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAT-ID-MATERIA
                FILE STATUS IS WS-FS-MAT.

                SELECT OPERADORES ASSIGN TO
                WS-OPERADORES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OPER-ID
                FILE STATUS IS WS-FS-OPER.

                SELECT AGENDA ASSIGN TO
                WS-AEEAGENDA-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-AGE.

       DATA DIVISION.
       FILE SECTION.
       FD AEE.
           COPY AEE.

       FD ALUNOS.
           COPY DATABASE.

       FD MATERIAS.
           COPY MATERIAS.

       FD OPERADORES.
           COPY OPERADORES.

       FD AGENDA.
         01 AGE-LINHA                       PIC X(100).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

         01 WS-OPERADORES-PATH              PIC X(80).
         01 WS-AEEAGENDA-PATH               PIC X(80).

         01 WS-TAB-DIAS-VALORES.
           03 FILLER                      PIC X(07) VALUE 'SEGUNDA'.
           03 FILLER                      PIC X(07) VALUE 'TERCA'.
           03 FILLER                      PIC X(07) VALUE 'QUARTA'.
           03 FILLER                      PIC X(07) VALUE 'QUINTA'.
           03 FILLER                      PIC X(07) VALUE 'SEXTA'.
         01 WS-TAB-DIAS REDEFINES WS-TAB-DIAS-VALORES.
           03 WS-NOME-DIA                 PIC X(07) OCCURS 5.

         01 WS-TAB-RECURSOS-VALORES.
           03 FILLER                      PIC X(20)
              VALUE 'LEDOR'.
           03 FILLER                      PIC X(20)
              VALUE 'TRANSCRICAO'.
           03 FILLER                      PIC X(20)
              VALUE 'GUIA-INTERPRETE'.
           03 FILLER                      PIC X(20)
              VALUE 'INTERPRETE DE LIBRAS'.
           03 FILLER                      PIC X(20)
              VALUE 'LEITURA LABIAL'.
           03 FILLER                      PIC X(20)
              VALUE 'PROVA AMPLIADA'.
           03 FILLER                      PIC X(20)
              VALUE 'PROVA SUPERAMPLIADA'.
           03 FILLER                      PIC X(20)
              VALUE 'PROVA EM BRAILLE'.
         01 WS-TAB-RECURSOS REDEFINES WS-TAB-RECURSOS-VALORES.
           03 WS-NOME-RECURSO             PIC X(20) OCCURS 8.

         01 WS-AGE-ESCOLA.
           03 WS-AE-ESCOLA                PIC X(40).
         01 WS-AGE-TITULO.
           03 FILLER                      PIC X(24) VALUE SPACES.
           03 FILLER                      PIC X(34)
              VALUE 'AGENDA DA SALA DE RECURSOS (AEE)'.
         01 WS-AGE-TRACO.
           03 FILLER                      PIC X(100) VALUE ALL '-'.
         01 WS-AGE-DIA.
           03 WS-AD-DIA                   PIC X(07).
           03 FILLER                      PIC X(15)
              VALUE '-FEIRA'.
         01 WS-AGE-ALUNO.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-AA-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-AA-NOME                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-AA-TURMA                 PIC X(10).
           03 FILLER                      PIC X(08) VALUE ' TURNO '.
           03 WS-AA-TURNO                 PIC X(01).
           03 FILLER                      PIC X(08) VALUE ' APOIO: '.
           03 WS-AA-APOIO                 PIC X(30).
         01 WS-AGE-TOTAL.
           03 FILLER                      PIC X(20)
              VALUE '  ALUNOS NO DIA: '.
           03 WS-AT-QTD                   PIC ZZZ9.

         77 WS-FS-AEE                      PIC 99.
           88 FS-AEE-OK                    VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-MAT                      PIC 99.
           88 FS-MAT-OK                    VALUE 0.
         77 WS-FS-OPER                     PIC 99.
           88 FS-OPER-OK                   VALUE 0.
         77 WS-FS-AGE                      PIC 99.
           88 FS-AGE-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-AEE-NOVO                    PIC X     VALUE 'N'.
           88 AEE-NOVO                     VALUE 'S' FALSE 'N'.
         77 WS-ACHOU                       PIC X     VALUE 'N'.
           88 MATERIA-ACHADA               VALUE 'S' FALSE 'N'.
         77 WS-COD-NEC                     PIC X(02) VALUE SPACES.
           88 COD-NEC-VALIDO               VALUE 'CE' 'BV' 'VM' 'SU'
                                                 'DA' 'SC' 'DF' 'DI'
                                                 'DM' 'TE' 'AH'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-RESPOSTA                    PIC X(01) VALUE SPACES.
         77 WS-ID-PESQUISA                 PIC 9(05) VALUE ZEROS.
         77 WS-ID-MATERIA                  PIC 9(20) VALUE ZEROS.
         77 WS-NIVEL-OPER                  PIC 9(01) VALUE ZEROS.
         77 WS-IDX                         PIC 9(02) VALUE ZEROS.
         77 WS-IDX-DIA                     PIC 9(01) VALUE ZEROS.
         77 WS-POS                         PIC 9(02) VALUE ZEROS.
         77 WS-BIMESTRE                    PIC 9(01) VALUE ZEROS.
         77 WS-META                        PIC X(60) VALUE SPACES.
         77 WS-DT-LAUDO                    PIC 9(08) VALUE ZEROS.
         77 WS-CONT                        PIC 9(04) VALUE ZEROS.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           03 LK-MENSAGEM                        PIC X(40).
           03 LK-ORDEM                           PIC X(01).
           03 LK-OPERADOR-ID                     PIC X(10).

       PROCEDURE DIVISION USING LK-COM-AREA.

       MAIN-PROCEDURE.
           DISPLAY LK-MENSAGEM
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P200-ABRE-AEE       THRU P200-FIM
           IF FS-AEE-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE AEE
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
                  '\AEE.DAT' DELIMITED BY SIZE
                  INTO WS-AEE-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATERIAS.DAT' DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\OPERADORES.DAT' DELIMITED BY SIZE
                  INTO WS-OPERADORES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\AEEAGENDA.TXT' DELIMITED BY SIZE
                  INTO WS-AEEAGENDA-PATH
           .
       P100-FIM.
           EXIT.

       P200-ABRE-AEE.
           SET FS-AEE-OK            TO TRUE

           OPEN I-O AEE

           IF WS-FS-AEE EQUAL 35 THEN
               OPEN OUTPUT AEE
               CLOSE AEE
               OPEN I-O AEE
           END-IF

           IF NOT FS-AEE-OK
               DISPLAY 'ERRO AO ABRIR O CADASTRO DO AEE'
               DISPLAY 'FILE STATUS: ' WS-FS-AEE
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** ATENDIMENTO EDUCACIONAL ESPECIALIZADO ****'
           DISPLAY '  1 - REGISTRAR/ATUALIZAR CADASTRO AEE'
           DISPLAY '  2 - PEI: META DO BIMESTRE'
           DISPLAY '  3 - DISCIPLINAS COM AVALIACAO ADAPTADA'
           DISPLAY '  4 - CONSULTAR CADASTRO AEE (COORDENACAO)'
           DISPLAY '  5 - AGENDA DA SALA DE RECURSOS'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P320-REGISTRA       THRU P320-FIM
               WHEN '2'
                   PERFORM P360-PEI            THRU P360-FIM
               WHEN '3'
                   PERFORM P380-ADAPTADAS      THRU P380-FIM
               WHEN '4'
                   PERFORM P400-CONSULTA       THRU P400-FIM
               WHEN '5'
                   PERFORM P450-AGENDA         THRU P450-FIM
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
      * CADASTRO DO ALUNO NO AEE: NECESSIDADES, LAUDO, APOIO, DIAS DE
      * ATENDIMENTO E RECURSOS; O PEI E AS DISCIPLINAS ADAPTADAS DE
      * UM CADASTRO JA EXISTENTE SAO PRESERVADOS
      ******************************************************************
       P320-REGISTRA.
           SET FS-OK                TO TRUE

           DISPLAY 'ID DO ALUNO: '
           ACCEPT WS-ID-PESQUISA

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P320-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO REGISTRADO'
                   CLOSE ALUNOS
                   GO TO P320-FIM
           END-READ

           DISPLAY 'ALUNO: ' NM-ALUNO
           CLOSE ALUNOS

           SET AEE-NOVO             TO FALSE
           MOVE WS-ID-PESQUISA      TO AEE-ID-ALUNO
           READ AEE
               INVALID KEY
                   SET AEE-NOVO TO TRUE
           END-READ

           IF AEE-NOVO
               INITIALIZE REG-AEE
               MOVE WS-ID-PESQUISA  TO AEE-ID-ALUNO
               MOVE CFG-ANO-LETIVO  TO AEE-ANO-PEI
           END-IF

           DISPLAY 'CODIGOS: CE CEGUEIRA  BV BAIXA VISAO  VM VISAO '
                   'MONOCULAR'
           DISPLAY '         SU SURDEZ  DA DEF. AUDITIVA  SC '
                   'SURDOCEGUEIRA'
           DISPLAY '         DF DEF. FISICA  DI DEF. INTELECTUAL  DM '
                   'DEF. MULTIPLA'
           DISPLAY '         TE TEA  AH ALTAS HABILIDADES'

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 3
               DISPLAY 'NECESSIDADE ' WS-IDX
                       ' (CODIGO OU BRANCO): '
               MOVE SPACES TO WS-COD-NEC
               ACCEPT WS-COD-NEC
               IF WS-COD-NEC NOT EQUAL SPACES AND
                  NOT COD-NEC-VALIDO
                   DISPLAY 'CODIGO INVALIDO - IGNORADO'
                   MOVE SPACES TO WS-COD-NEC
               END-IF
               MOVE WS-COD-NEC TO AEE-NECESSIDADE(WS-IDX)
           END-PERFORM

           IF AEE-NECESSIDADE(1) EQUAL SPACES AND
              AEE-NECESSIDADE(2) EQUAL SPACES AND
              AEE-NECESSIDADE(3) EQUAL SPACES
               DISPLAY '*** INFORME AO MENOS UMA NECESSIDADE - '
                       'CADASTRO NAO GRAVADO ***'
               GO TO P320-FIM
           END-IF

           DISPLAY 'DESCRICAO/OBSERVACAO (OU BRANCO): '
           ACCEPT AEE-DESCRICAO
           DISPLAY 'DATA DO LAUDO AAAAMMDD (0 = SEM LAUDO): '
           MOVE ZEROS               TO WS-DT-LAUDO
           ACCEPT WS-DT-LAUDO
           MOVE WS-DT-LAUDO         TO AEE-DT-LAUDO
           DISPLAY 'PROFISSIONAL DE APOIO (OU BRANCO): '
           ACCEPT AEE-PROF-APOIO

           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 5
               DISPLAY 'ATENDIMENTO NA ' WS-NOME-DIA(WS-IDX-DIA)
                       '? <S> - <N>'
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA EQUAL 'S'
                   MOVE 'S' TO AEE-DIA-ATEND(WS-IDX-DIA)
               ELSE
                   MOVE 'N' TO AEE-DIA-ATEND(WS-IDX-DIA)
               END-IF
           END-PERFORM

           DISPLAY 'TURNO DO ATENDIMENTO (M/T/N): '
           ACCEPT AEE-TURNO-ATEND

           DISPLAY 'RECURSOS NAS AVALIACOES:'
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               DISPLAY '  ' WS-NOME-RECURSO(WS-IDX) '? <S> - <N>'
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA EQUAL 'S'
                   MOVE 'S' TO AEE-RECURSO-AVAL(WS-IDX)
               ELSE
                   MOVE 'N' TO AEE-RECURSO-AVAL(WS-IDX)
               END-IF
           END-PERFORM

           MOVE LK-OPERADOR-ID      TO AEE-OPERADOR
           ACCEPT AEE-DATA          FROM DATE YYYYMMDD

           IF AEE-NOVO
               WRITE REG-AEE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O CADASTRO AEE'
                   NOT INVALID KEY
                       DISPLAY 'CADASTRO AEE REGISTRADO'
               END-WRITE
           ELSE
               REWRITE REG-AEE
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR O CADASTRO AEE'
                   NOT INVALID KEY
                       DISPLAY 'CADASTRO AEE ATUALIZADO'
               END-REWRITE
           END-IF
           .
       P320-FIM.
           EXIT.

      ******************************************************************
      * PEI DO ANO: UMA META POR BIMESTRE E A SITUACAO DELA. UM PEI DE
      * ANO ANTERIOR PODE SER REINICIADO PARA O ANO LETIVO CORRENTE
      ******************************************************************
       P360-PEI.
           DISPLAY 'ID DO ALUNO: '
           ACCEPT AEE-ID-ALUNO

           READ AEE
               INVALID KEY
                   DISPLAY 'ALUNO SEM CADASTRO NO AEE'
                   GO TO P360-FIM
           END-READ

           IF AEE-ANO-PEI NOT EQUAL CFG-ANO-LETIVO
               DISPLAY 'O PEI REGISTRADO E DE ' AEE-ANO-PEI
                       '. INICIAR O PEI DE ' CFG-ANO-LETIVO
                       '? <S> - <N>'
               ACCEPT WS-RESPOSTA
               IF WS-RESPOSTA EQUAL 'S'
                   MOVE CFG-ANO-LETIVO TO AEE-ANO-PEI
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > 4
                       MOVE SPACES TO AEE-PEI-META(WS-IDX)
                       MOVE SPACES TO AEE-PEI-SITUACAO(WS-IDX)
                   END-PERFORM
                   DISPLAY 'MANTER AS DISCIPLINAS COM AVALIACAO '
                           'ADAPTADA? <S> - <N>'
                   ACCEPT WS-RESPOSTA
                   IF WS-RESPOSTA NOT EQUAL 'S'
                       MOVE ZEROS TO AEE-QTD-ADAPTADAS
                   END-IF
               END-IF
           END-IF

           DISPLAY 'PEI ' AEE-ANO-PEI ':'
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               DISPLAY '  BIM ' WS-IDX ' [' AEE-PEI-SITUACAO(WS-IDX)
                       '] ' AEE-PEI-META(WS-IDX)
           END-PERFORM

           DISPLAY 'BIMESTRE DA META (1 A 4): '
           ACCEPT WS-BIMESTRE
           IF WS-BIMESTRE < 1 OR WS-BIMESTRE > 4
               DISPLAY 'BIMESTRE INVALIDO'
               GO TO P360-FIM
           END-IF

           DISPLAY 'META (BRANCO MANTEM A ATUAL): '
           MOVE SPACES              TO WS-META
           ACCEPT WS-META
           IF WS-META NOT EQUAL SPACES
               MOVE WS-META         TO AEE-PEI-META(WS-BIMESTRE)
           END-IF

           DISPLAY 'SITUACAO: A-ATINGIDA P-PARCIAL N-NAO ATINGIDA '
                   'BRANCO-EM ANDAMENTO'
           MOVE SPACES              TO WS-RESPOSTA
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT EQUAL 'A' AND
              WS-RESPOSTA NOT EQUAL 'P' AND
              WS-RESPOSTA NOT EQUAL 'N'
               MOVE SPACES          TO WS-RESPOSTA
           END-IF
           MOVE WS-RESPOSTA         TO AEE-PEI-SITUACAO(WS-BIMESTRE)

           MOVE LK-OPERADOR-ID      TO AEE-OPERADOR
           ACCEPT AEE-DATA          FROM DATE YYYYMMDD

           REWRITE REG-AEE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O PEI'
               NOT INVALID KEY
                   DISPLAY 'PEI ATUALIZADO'
           END-REWRITE
           .
       P360-FIM.
           EXIT.

      ******************************************************************
      * DISCIPLINAS COM AVALIACAO ADAPTADA (ATE 10): INCLUI PELO
      * CATALOGO DE DISCIPLINAS OU REMOVE
      ******************************************************************
       P380-ADAPTADAS.
           DISPLAY 'ID DO ALUNO: '
           ACCEPT AEE-ID-ALUNO

           READ AEE
               INVALID KEY
                   DISPLAY 'ALUNO SEM CADASTRO NO AEE'
                   GO TO P380-FIM
           END-READ

           DISPLAY 'DISCIPLINAS COM AVALIACAO ADAPTADA:'
           IF AEE-QTD-ADAPTADAS EQUAL ZEROS
               DISPLAY '  NENHUMA'
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > AEE-QTD-ADAPTADAS
               DISPLAY '  ' AEE-AD-ID-MATERIA(WS-IDX) ' '
                       AEE-AD-NM-MATERIA(WS-IDX)
           END-PERFORM

           DISPLAY '<I> INCLUIR  <R> REMOVER: '
           ACCEPT WS-RESPOSTA
           IF WS-RESPOSTA NOT EQUAL 'I' AND
              WS-RESPOSTA NOT EQUAL 'R'
               GO TO P380-FIM
           END-IF

           DISPLAY 'ID DA DISCIPLINA: '
           MOVE ZEROS               TO WS-ID-MATERIA
           ACCEPT WS-ID-MATERIA

           SET MATERIA-ACHADA       TO FALSE
           MOVE ZEROS               TO WS-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > AEE-QTD-ADAPTADAS
               IF AEE-AD-ID-MATERIA(WS-IDX) EQUAL WS-ID-MATERIA
                   SET MATERIA-ACHADA TO TRUE
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM

           IF WS-RESPOSTA EQUAL 'R'
               IF NOT MATERIA-ACHADA
                   DISPLAY 'DISCIPLINA NAO ESTA NA LISTA'
                   GO TO P380-FIM
               END-IF
               PERFORM VARYING WS-IDX FROM WS-POS BY 1
                       UNTIL WS-IDX >= AEE-QTD-ADAPTADAS
                   MOVE AEE-ADAPTADA(WS-IDX + 1)
                                    TO AEE-ADAPTADA(WS-IDX)
               END-PERFORM
               MOVE ZEROS   TO AEE-AD-ID-MATERIA(AEE-QTD-ADAPTADAS)
               MOVE SPACES  TO AEE-AD-NM-MATERIA(AEE-QTD-ADAPTADAS)
               SUBTRACT 1 FROM AEE-QTD-ADAPTADAS
           ELSE
               IF MATERIA-ACHADA
                   DISPLAY 'DISCIPLINA JA ESTA NA LISTA'
                   GO TO P380-FIM
               END-IF
               IF AEE-QTD-ADAPTADAS >= 10
                   DISPLAY 'LIMITE DE 10 DISCIPLINAS ATINGIDO'
                   GO TO P380-FIM
               END-IF
               SET FS-MAT-OK        TO TRUE
               OPEN INPUT MATERIAS
               IF NOT FS-MAT-OK
                   DISPLAY 'ERRO AO ABRIR O CATALOGO DE DISCIPLINAS'
                   DISPLAY 'FILE STATUS: ' WS-FS-MAT
                   GO TO P380-FIM
               END-IF
               MOVE WS-ID-MATERIA   TO MAT-ID-MATERIA
               READ MATERIAS
                   INVALID KEY
                       DISPLAY 'DISCIPLINA NAO CADASTRADA'
                       CLOSE MATERIAS
                       GO TO P380-FIM
               END-READ
               CLOSE MATERIAS
               ADD 1 TO AEE-QTD-ADAPTADAS
               MOVE MAT-ID-MATERIA
                    TO AEE-AD-ID-MATERIA(AEE-QTD-ADAPTADAS)
               MOVE MAT-NM-MATERIA
                    TO AEE-AD-NM-MATERIA(AEE-QTD-ADAPTADAS)
           END-IF

           MOVE LK-OPERADOR-ID      TO AEE-OPERADOR
           ACCEPT AEE-DATA          FROM DATE YYYYMMDD

           REWRITE REG-AEE
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR AS DISCIPLINAS ADAPTADAS'
               NOT INVALID KEY
                   DISPLAY 'DISCIPLINAS ADAPTADAS ATUALIZADAS'
           END-REWRITE
           .
       P380-FIM.
           EXIT.

      ******************************************************************
      * CONSULTA COMPLETA - DADO SENSIVEL, RESTRITO AO NIVEL
      * COORDENACAO CONFERIDO EM OPERADORES.DAT
      ******************************************************************
       P400-CONSULTA.
           PERFORM P350-NIVEL-OPERADOR THRU P350-FIM
           IF WS-NIVEL-OPER < 2
               DISPLAY '*** CONSULTA RESTRITA A COORDENACAO ***'
               GO TO P400-FIM
           END-IF

           DISPLAY 'ID DO ALUNO: '
           ACCEPT AEE-ID-ALUNO

           READ AEE
               INVALID KEY
                   DISPLAY 'ALUNO SEM CADASTRO NO AEE'
                   GO TO P400-FIM
           END-READ

           DISPLAY 'NECESSIDADES.....: ' AEE-NECESSIDADE(1) ' '
                   AEE-NECESSIDADE(2) ' ' AEE-NECESSIDADE(3)
           DISPLAY 'DESCRICAO........: ' AEE-DESCRICAO
           IF AEE-DT-LAUDO EQUAL ZEROS
               DISPLAY 'LAUDO............: NAO APRESENTADO'
           ELSE
               DISPLAY 'LAUDO............: ' AEE-DT-LAUDO
           END-IF
           DISPLAY 'PROFISSIONAL.....: ' AEE-PROF-APOIO
           DISPLAY 'ATENDIMENTO......: TURNO ' AEE-TURNO-ATEND
           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 5
               IF AEE-DIA-ATEND(WS-IDX-DIA) EQUAL 'S'
                   DISPLAY '                   '
                           WS-NOME-DIA(WS-IDX-DIA)
               END-IF
           END-PERFORM
           DISPLAY 'RECURSOS NAS AVALIACOES:'
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               IF AEE-RECURSO-AVAL(WS-IDX) EQUAL 'S'
                   DISPLAY '  ' WS-NOME-RECURSO(WS-IDX)
               END-IF
           END-PERFORM
           DISPLAY 'PEI ' AEE-ANO-PEI ':'
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               DISPLAY '  BIM ' WS-IDX ' [' AEE-PEI-SITUACAO(WS-IDX)
                       '] ' AEE-PEI-META(WS-IDX)
           END-PERFORM
           DISPLAY 'AVALIACAO ADAPTADA EM:'
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > AEE-QTD-ADAPTADAS
               DISPLAY '  ' AEE-AD-NM-MATERIA(WS-IDX)
           END-PERFORM
           DISPLAY 'ATUALIZADO EM ' AEE-DATA ' POR ' AEE-OPERADOR
           .
       P400-FIM.
           EXIT.

       P350-NIVEL-OPERADOR.
           SET FS-OPER-OK           TO TRUE
           MOVE ZEROS               TO WS-NIVEL-OPER

           OPEN INPUT OPERADORES

           IF NOT FS-OPER-OK
               GO TO P350-FIM
           END-IF

           MOVE LK-OPERADOR-ID      TO OPER-ID
           READ OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OPER-NIVEL TO WS-NIVEL-OPER
           END-READ

           CLOSE OPERADORES
           .
       P350-FIM.
           EXIT.

      ******************************************************************
      * AGENDA DA SALA DE RECURSOS: PARA CADA DIA DA SEMANA, OS ALUNOS
      * ATIVOS COM ATENDIMENTO NAQUELE DIA, A TURMA, O TURNO E O
      * PROFISSIONAL DE APOIO - SEM O DIAGNOSTICO
      ******************************************************************
       P450-AGENDA.
           SET FS-OK                TO TRUE
           SET FS-AGE-OK            TO TRUE

           OPEN INPUT ALUNOS
           IF NOT FS-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE ALUNOS'
               DISPLAY 'FILE STATUS: ' WS-FS
               GO TO P450-FIM
           END-IF

           OPEN OUTPUT AGENDA
           IF NOT FS-AGE-OK
               DISPLAY 'ERRO AO ABRIR A AGENDA DO AEE'
               DISPLAY 'FILE STATUS: ' WS-FS-AGE
               CLOSE ALUNOS
               GO TO P450-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-AE-ESCOLA
           WRITE AGE-LINHA FROM WS-AGE-ESCOLA
           WRITE AGE-LINHA FROM WS-AGE-TITULO
           WRITE AGE-LINHA FROM WS-AGE-TRACO

           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 5
               PERFORM P460-AGENDA-DIA THRU P460-FIM
           END-PERFORM

           CLOSE ALUNOS
           CLOSE AGENDA

           DISPLAY 'AGENDA GERADA EM: ' WS-AEEAGENDA-PATH
           .
       P450-FIM.
           EXIT.

       P460-AGENDA-DIA.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT
           MOVE WS-NOME-DIA(WS-IDX-DIA) TO WS-AD-DIA
           WRITE AGE-LINHA FROM WS-AGE-DIA

           MOVE ZEROS               TO AEE-ID-ALUNO
           START AEE KEY IS NOT LESS THAN AEE-ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ AEE NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF AEE-DIA-ATEND(WS-IDX-DIA) EQUAL 'S'
                           PERFORM P470-AGENDA-ALUNO THRU P470-FIM
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-CONT             TO WS-AT-QTD
           WRITE AGE-LINHA FROM WS-AGE-TOTAL
           WRITE AGE-LINHA FROM SPACES
           .
       P460-FIM.
           EXIT.

       P470-AGENDA-ALUNO.
           MOVE AEE-ID-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   GO TO P470-FIM
           END-READ

           IF NOT ALUNO-ATIVO OR
              NOT (MAT-MATRICULADO OR MAT-LEGADO)
               GO TO P470-FIM
           END-IF

           ADD 1                    TO WS-CONT
           MOVE ID-ALUNO            TO WS-AA-ID
           MOVE NM-ALUNO            TO WS-AA-NOME
           MOVE TURMA-ALUNO         TO WS-AA-TURMA
           MOVE AEE-TURNO-ATEND     TO WS-AA-TURNO
           MOVE AEE-PROF-APOIO      TO WS-AA-APOIO
           WRITE AGE-LINHA FROM WS-AGE-ALUNO
           .
       P470-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CADAEE.
