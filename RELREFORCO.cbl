      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:RELATORIO DE IMPACTO DO REFORCO ESCOLAR
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. PARA CADA INSCRITO NUM
      *         GRUPO DE REFORCO (REFINSC.DAT) COMPARA A MEDIA DA
      *         DISCIPLINA DO GRUPO NOS BIMESTRES ANTERIORES AO INICIO
      *         DO REFORCO COM A MEDIA DO BIMESTRE DE INICIO EM DIANTE
      *         (SO BIMESTRES 1 A 4 LANCADOS COM NOTA EM
      *         DISCIPLINAS.DAT), COM A PRESENCA NAS SESSOES
      *         (REFFREQ.DAT). POR GRUPO SAI O RESUMO: ALUNOS
      *         COMPARAVEIS, MEDIAS ANTES E DEPOIS, VARIACAO MEDIA,
      *         QUANTOS MELHORARAM OU PIORARAM E A PRESENCA GERAL.
      *         UM GRUPO OU TODOS DA UNIDADE DO LOGIN. SAIDA
      *         CATALOGADA PELO RELNOME (REFORCO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELREFORCO.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT REFGRUPO ASSIGN TO
                WS-REFGRUPO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RFG-ID-GRUPO
                FILE STATUS IS WS-FS-RFG.

                SELECT REFINSC ASSIGN TO
                WS-REFINSC-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RFI-CHAVE
                FILE STATUS IS WS-FS-RFI.

                SELECT REFFREQ ASSIGN TO
                WS-REFFREQ-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RFF-CHAVE
                FILE STATUS IS WS-FS-RFF.

                SELECT ALUNOS ASSIGN TO
                WS-ALUNOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ID-ALUNO
                ALTERNATE RECORD KEY IS NM-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS.

                SELECT PROFESSORES ASSIGN TO
                WS-PROFESSORES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PROF-ID
                FILE STATUS IS WS-FS-PROF.

                SELECT DISCIPLINAS ASSIGN TO
                WS-DISCIPLINAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DISC-CHAVE
                FILE STATUS IS WS-FS-DISC.

                SELECT RELATORIO ASSIGN TO
                WS-REFORCO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD REFGRUPO.
           COPY REFGRUPO.

       FD REFINSC.
           COPY REFINSC.

       FD REFFREQ.
           COPY REFFREQ.

       FD ALUNOS.
           COPY DATABASE.

       FD PROFESSORES.
           COPY PROFESSORES.

       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(80).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           COPY RELNAREA.

         01 WS-CAB-ESCOLA.
           03 FILLER                      PIC X(20) VALUE SPACES.
           03 WS-CE-ESCOLA                PIC X(40).
         01 WS-CAB-TITULO.
           03 FILLER                      PIC X(18) VALUE SPACES.
           03 FILLER                      PIC X(33)
              VALUE 'IMPACTO DO REFORCO ESCOLAR - ANO '.
           03 WS-CT-ANO                   PIC 9(04).
         01 WS-CAB-TRACO.
           03 FILLER                      PIC X(80) VALUE ALL '-'.
         01 WS-LEG-EXPLICA-1.
           03 FILLER                      PIC X(40)
              VALUE 'ANTES: MEDIA DOS BIMESTRES ANTERIORES AO'.
           03 FILLER                      PIC X(40)
              VALUE ' INICIO (INI) DO REFORCO NA DISCIPLINA'.
         01 WS-LEG-EXPLICA-2.
           03 FILLER                      PIC X(40)
              VALUE 'DEPOIS: MEDIA DO BIMESTRE DE INICIO EM D'.
           03 FILLER                      PIC X(40)
              VALUE 'IANTE; PRES: PRESENCAS/SESSOES LANCADAS'.
         01 WS-LEG-EXPLICA-3.
           03 FILLER                      PIC X(40)
              VALUE 'S: A = INSCRICAO ATIVA, E = ENCERRADA (A'.
           03 FILLER                      PIC X(40)
              VALUE 'LUNO DESLIGADO DO GRUPO)'.
         01 WS-CAB-GRUPO.
           03 FILLER                      PIC X(06) VALUE 'GRUPO '.
           03 WS-CG-ID                    PIC 9(03).
           03 FILLER                      PIC X(03) VALUE ' - '.
           03 WS-CG-DESCRICAO             PIC X(30).
           03 FILLER                      PIC X(02) VALUE ' ('.
           03 WS-CG-MATERIA               PIC X(20).
           03 FILLER                      PIC X(01) VALUE ')'.
         01 WS-CAB-GRUPO-2.
           03 FILLER                      PIC X(11) VALUE 'PROFESSOR: '.
           03 WS-CG-PROFESSOR             PIC X(30).
           03 FILLER                      PIC X(07) VALUE ' DIAS: '.
           03 WS-CG-DIAS                  PIC X(07).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-CG-HORARIO               PIC X(11).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-CG-INATIVO               PIC X(09).
         01 WS-CAB-COLUNAS.
           03 FILLER                      PIC X(32)
              VALUE 'ALUNO NOME'.
           03 FILLER                      PIC X(04) VALUE 'INI'.
           03 FILLER                      PIC X(07) VALUE 'ANTES'.
           03 FILLER                      PIC X(07) VALUE 'DEPOIS'.
           03 FILLER                      PIC X(08) VALUE 'VARIACAO'.
           03 FILLER                      PIC X(09) VALUE 'PRES'.
           03 FILLER                      PIC X(02) VALUE 'S'.
           03 FILLER                      PIC X(11) VALUE 'RESULTADO'.
         01 WS-DET-ALUNO.
           03 WS-DA-ID                    PIC 9(05).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-NOME                  PIC X(25).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-BIM                   PIC 9(01).
           03 FILLER                      PIC X(02) VALUE 'o '.
           03 WS-DA-ANTES                 PIC X(05).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-DEPOIS                PIC X(05).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-VARIACAO              PIC X(06).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-PRES                  PIC ZZ9.
           03 FILLER                      PIC X(01) VALUE '/'.
           03 WS-DA-SESSOES               PIC ZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DA-SITUACAO              PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DA-RESULTADO             PIC X(11).
         01 WS-LIN-NENHUM.
           03 FILLER                      PIC X(40)
              VALUE 'NENHUM ALUNO INSCRITO NO GRUPO'.
         01 WS-TOT-TITULO.
           03 FILLER                      PIC X(17)
              VALUE 'RESUMO DO GRUPO '.
           03 WS-TT-ID                    PIC 9(03).
         01 WS-TOT-GERAL-TITULO.
           03 FILLER                      PIC X(40)
              VALUE 'RESUMO GERAL DOS GRUPOS DA UNIDADE'.
         01 WS-TOT-LINHA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-TL-DESCRICAO             PIC X(30).
           03 FILLER                      PIC X(02) VALUE ': '.
           03 WS-TL-VALOR                 PIC X(08).

         77 WS-FS-RFG                      PIC 99.
           88 FS-RFG-OK                    VALUE 0.
         77 WS-FS-RFI                      PIC 99.
           88 FS-RFI-OK                    VALUE 0.
         77 WS-FS-RFF                      PIC 99.
           88 FS-RFF-OK                    VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-PROF                     PIC 99.
           88 FS-PROF-OK                   VALUE 0.
         77 WS-FS-DISC                     PIC 99.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-ARQUIVOS                    PIC X     VALUE 'N'.
           88 ARQUIVOS-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-INSC                    PIC X     VALUE 'N'.
           88 EOF-INSC-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EOF-AUX                     PIC X     VALUE 'N'.
           88 EOF-AUX-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-ID-GRUPO                    PIC 9(03) VALUE ZEROS.
         77 WS-QTD-ANTES                   PIC 9(01) VALUE ZEROS.
         77 WS-QTD-DEPOIS                  PIC 9(01) VALUE ZEROS.
         77 WS-SOMA-ANTES                  PIC 9(03)V99 VALUE ZEROS.
         77 WS-SOMA-DEPOIS                 PIC 9(03)V99 VALUE ZEROS.
         77 WS-MEDIA-ANTES                 PIC 9(02)V99 VALUE ZEROS.
         77 WS-MEDIA-DEPOIS                PIC 9(02)V99 VALUE ZEROS.
         77 WS-VARIACAO                    PIC S9(02)V99 VALUE ZEROS.
         77 WS-MEDIA-ED                    PIC Z9,99.
         77 WS-VARIACAO-ED                 PIC +Z9,99.
         77 WS-PERC-ED                     PIC ZZ9,9.
         77 WS-PERC                        PIC 9(03)V9 VALUE ZEROS.
         77 WS-CONT-PRESENTES              PIC 9(03) VALUE ZEROS.
         77 WS-CONT-SESSOES                PIC 9(03) VALUE ZEROS.
         77 WS-CONT-GRUPOS                 PIC 9(03) VALUE ZEROS.
      * ACUMULADORES DO GRUPO (GR) E DA UNIDADE (UN)
         77 WS-GR-INSCRITOS                PIC 9(05) VALUE ZEROS.
         77 WS-GR-COMPARAVEIS              PIC 9(05) VALUE ZEROS.
         77 WS-GR-SOMA-ANTES               PIC 9(07)V99 VALUE ZEROS.
         77 WS-GR-SOMA-DEPOIS              PIC 9(07)V99 VALUE ZEROS.
         77 WS-GR-MELHORARAM               PIC 9(05) VALUE ZEROS.
         77 WS-GR-PIORARAM                 PIC 9(05) VALUE ZEROS.
         77 WS-GR-ESTAVEIS                 PIC 9(05) VALUE ZEROS.
         77 WS-GR-PRESENTES                PIC 9(07) VALUE ZEROS.
         77 WS-GR-SESSOES                  PIC 9(07) VALUE ZEROS.
         77 WS-UN-INSCRITOS                PIC 9(05) VALUE ZEROS.
         77 WS-UN-COMPARAVEIS              PIC 9(05) VALUE ZEROS.
         77 WS-UN-SOMA-ANTES               PIC 9(07)V99 VALUE ZEROS.
         77 WS-UN-SOMA-DEPOIS              PIC 9(07)V99 VALUE ZEROS.
         77 WS-UN-MELHORARAM               PIC 9(05) VALUE ZEROS.
         77 WS-UN-PIORARAM                 PIC 9(05) VALUE ZEROS.
         77 WS-UN-ESTAVEIS                 PIC 9(05) VALUE ZEROS.
         77 WS-UN-PRESENTES                PIC 9(07) VALUE ZEROS.
         77 WS-UN-SESSOES                  PIC 9(07) VALUE ZEROS.
      * AREA DE IMPRESSAO DE UM RESUMO (GRUPO OU UNIDADE)
         77 WS-RS-INSCRITOS                PIC 9(05) VALUE ZEROS.
         77 WS-RS-COMPARAVEIS              PIC 9(05) VALUE ZEROS.
         77 WS-RS-SOMA-ANTES               PIC 9(07)V99 VALUE ZEROS.
         77 WS-RS-SOMA-DEPOIS              PIC 9(07)V99 VALUE ZEROS.
         77 WS-RS-MELHORARAM               PIC 9(05) VALUE ZEROS.
         77 WS-RS-PIORARAM                 PIC 9(05) VALUE ZEROS.
         77 WS-RS-ESTAVEIS                 PIC 9(05) VALUE ZEROS.
         77 WS-RS-PRESENTES                PIC 9(07) VALUE ZEROS.
         77 WS-RS-SESSOES                  PIC 9(07) VALUE ZEROS.
         77 WS-QTD-ED                      PIC ZZZZ9.
         01 WS-HORA-AUX.
           03 WS-HA-HH                     PIC 9(02).
           03 WS-HA-MM                     PIC 9(02).
         01 WS-HORARIO-ED.
           03 WS-HE-HH-INI                 PIC 9(02).
           03 FILLER                       PIC X(01) VALUE ':'.
           03 WS-HE-MM-INI                 PIC 9(02).
           03 FILLER                       PIC X(01) VALUE '-'.
           03 WS-HE-HH-FIM                 PIC 9(02).
           03 FILLER                       PIC X(01) VALUE ':'.
           03 WS-HE-MM-FIM                 PIC 9(02).

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
           PERFORM P300-PROCESSA     THRU P300-FIM UNTIL EXIT-OK
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
                  '\RELNOME' DELIMITED BY SIZE
                  INTO WS-BIN-RELNOME-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\REFGRUPO.DAT' DELIMITED BY SIZE
                  INTO WS-REFGRUPO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\REFINSC.DAT' DELIMITED BY SIZE
                  INTO WS-REFINSC-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\REFFREQ.DAT' DELIMITED BY SIZE
                  INTO WS-REFFREQ-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
                  INTO WS-ALUNOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PROFESSORES.DAT' DELIMITED BY SIZE
                  INTO WS-PROFESSORES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\REFORCO.TXT' DELIMITED BY SIZE
                  INTO WS-REFORCO-PATH
           .
       P100-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** IMPACTO DO REFORCO ESCOLAR ****'
           DISPLAY '  1 - UM GRUPO'
           DISPLAY '  2 - TODOS OS GRUPOS DA UNIDADE'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P400-UM-GRUPO    THRU P400-FIM
               WHEN '2'
                   PERFORM P450-TODOS-GRUPOS THRU P450-FIM
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

       P400-UM-GRUPO.
           DISPLAY 'NUMERO DO GRUPO: '
           MOVE ZEROS               TO WS-ID-GRUPO
           ACCEPT WS-ID-GRUPO

           PERFORM P600-ABRE-ARQUIVOS THRU P600-FIM
           IF NOT ARQUIVOS-OK
               GO TO P400-ENCERRA
           END-IF

           MOVE WS-ID-GRUPO         TO RFG-ID-GRUPO
           READ REFGRUPO
               INVALID KEY
                   DISPLAY 'GRUPO NAO ENCONTRADO'
                   GO TO P400-ENCERRA
           END-READ
           IF RFG-UNIDADE NOT EQUAL CFG-UNIDADE
               DISPLAY '*** O GRUPO ' RFG-ID-GRUPO ' E DA UNIDADE '
                       RFG-UNIDADE ' ***'
               GO TO P400-ENCERRA
           END-IF

           PERFORM P500-IMPACTO-GRUPO THRU P500-FIM
           DISPLAY 'RELATORIO GERADO EM: ' WS-REFORCO-PATH
           .
       P400-ENCERRA.
           PERFORM P690-FECHA-ARQUIVOS THRU P690-FIM
           .
       P400-FIM.
           EXIT.

       P450-TODOS-GRUPOS.
           PERFORM P600-ABRE-ARQUIVOS THRU P600-FIM
           IF NOT ARQUIVOS-OK
               GO TO P450-ENCERRA
           END-IF

           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO RFG-ID-GRUPO
           START REFGRUPO KEY IS NOT LESS THAN RFG-ID-GRUPO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ REFGRUPO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF RFG-UNIDADE EQUAL CFG-UNIDADE
                           PERFORM P500-IMPACTO-GRUPO THRU P500-FIM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT-GRUPOS EQUAL ZEROS
               DISPLAY 'NENHUM GRUPO DE REFORCO NA UNIDADE'
           ELSE
               WRITE REL-LINHA FROM WS-TOT-GERAL-TITULO
               MOVE WS-UN-INSCRITOS     TO WS-RS-INSCRITOS
               MOVE WS-UN-COMPARAVEIS   TO WS-RS-COMPARAVEIS
               MOVE WS-UN-SOMA-ANTES    TO WS-RS-SOMA-ANTES
               MOVE WS-UN-SOMA-DEPOIS   TO WS-RS-SOMA-DEPOIS
               MOVE WS-UN-MELHORARAM    TO WS-RS-MELHORARAM
               MOVE WS-UN-PIORARAM      TO WS-RS-PIORARAM
               MOVE WS-UN-ESTAVEIS      TO WS-RS-ESTAVEIS
               MOVE WS-UN-PRESENTES     TO WS-RS-PRESENTES
               MOVE WS-UN-SESSOES       TO WS-RS-SESSOES
               PERFORM P560-IMPRIME-RESUMO THRU P560-FIM
               DISPLAY 'GRUPOS NO RELATORIO: ' WS-CONT-GRUPOS
               DISPLAY 'RELATORIO GERADO EM: ' WS-REFORCO-PATH
           END-IF
           .
       P450-ENCERRA.
           PERFORM P690-FECHA-ARQUIVOS THRU P690-FIM
           .
       P450-FIM.
           EXIT.

      ******************************************************************
      * BLOCO DE UM GRUPO: CABECALHO, UMA LINHA POR INSCRITO E O
      * RESUMO; ACUMULA TAMBEM NOS TOTAIS DA UNIDADE
      ******************************************************************
       P500-IMPACTO-GRUPO.
           ADD 1                    TO WS-CONT-GRUPOS
           MOVE ZEROS               TO WS-GR-INSCRITOS
           MOVE ZEROS               TO WS-GR-COMPARAVEIS
           MOVE ZEROS               TO WS-GR-SOMA-ANTES
           MOVE ZEROS               TO WS-GR-SOMA-DEPOIS
           MOVE ZEROS               TO WS-GR-MELHORARAM
           MOVE ZEROS               TO WS-GR-PIORARAM
           MOVE ZEROS               TO WS-GR-ESTAVEIS
           MOVE ZEROS               TO WS-GR-PRESENTES
           MOVE ZEROS               TO WS-GR-SESSOES

           MOVE RFG-ID-PROFESSOR    TO PROF-ID
           READ PROFESSORES
               INVALID KEY
                   MOVE SPACES      TO PROF-NOME
           END-READ
           MOVE RFG-HORA-INICIO     TO WS-HORA-AUX
           MOVE WS-HA-HH            TO WS-HE-HH-INI
           MOVE WS-HA-MM            TO WS-HE-MM-INI
           MOVE RFG-HORA-FIM        TO WS-HORA-AUX
           MOVE WS-HA-HH            TO WS-HE-HH-FIM
           MOVE WS-HA-MM            TO WS-HE-MM-FIM

           MOVE RFG-ID-GRUPO        TO WS-CG-ID
           MOVE RFG-DESCRICAO       TO WS-CG-DESCRICAO
           MOVE RFG-NM-MATERIA      TO WS-CG-MATERIA
           MOVE PROF-NOME           TO WS-CG-PROFESSOR
           MOVE RFG-DIAS-SEMANA     TO WS-CG-DIAS
           MOVE WS-HORARIO-ED       TO WS-CG-HORARIO
           MOVE SPACES              TO WS-CG-INATIVO
           IF GRUPO-INATIVO
               MOVE '(INATIVO)'     TO WS-CG-INATIVO
           END-IF
           WRITE REL-LINHA FROM WS-CAB-GRUPO
           WRITE REL-LINHA FROM WS-CAB-GRUPO-2
           WRITE REL-LINHA FROM WS-CAB-COLUNAS

           SET EOF-INSC-OK          TO FALSE
           MOVE RFG-ID-GRUPO        TO RFI-ID-GRUPO
           MOVE ZEROS               TO RFI-ID-ALUNO
           START REFINSC KEY IS NOT LESS THAN RFI-CHAVE
               INVALID KEY
                   SET EOF-INSC-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-INSC-OK
               READ REFINSC NEXT RECORD
                   AT END
                       SET EOF-INSC-OK TO TRUE
                   NOT AT END
                       IF RFI-ID-GRUPO NOT EQUAL RFG-ID-GRUPO
                           SET EOF-INSC-OK TO TRUE
                       ELSE
                           PERFORM P510-IMPACTO-ALUNO THRU P510-FIM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-GR-INSCRITOS EQUAL ZEROS
               WRITE REL-LINHA FROM WS-LIN-NENHUM
           END-IF

           MOVE RFG-ID-GRUPO        TO WS-TT-ID
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-TOT-TITULO
           MOVE WS-GR-INSCRITOS     TO WS-RS-INSCRITOS
           MOVE WS-GR-COMPARAVEIS   TO WS-RS-COMPARAVEIS
           MOVE WS-GR-SOMA-ANTES    TO WS-RS-SOMA-ANTES
           MOVE WS-GR-SOMA-DEPOIS   TO WS-RS-SOMA-DEPOIS
           MOVE WS-GR-MELHORARAM    TO WS-RS-MELHORARAM
           MOVE WS-GR-PIORARAM      TO WS-RS-PIORARAM
           MOVE WS-GR-ESTAVEIS      TO WS-RS-ESTAVEIS
           MOVE WS-GR-PRESENTES     TO WS-RS-PRESENTES
           MOVE WS-GR-SESSOES       TO WS-RS-SESSOES
           PERFORM P560-IMPRIME-RESUMO THRU P560-FIM

           ADD WS-GR-INSCRITOS      TO WS-UN-INSCRITOS
           ADD WS-GR-COMPARAVEIS    TO WS-UN-COMPARAVEIS
           ADD WS-GR-SOMA-ANTES     TO WS-UN-SOMA-ANTES
           ADD WS-GR-SOMA-DEPOIS    TO WS-UN-SOMA-DEPOIS
           ADD WS-GR-MELHORARAM     TO WS-UN-MELHORARAM
           ADD WS-GR-PIORARAM       TO WS-UN-PIORARAM
           ADD WS-GR-ESTAVEIS       TO WS-UN-ESTAVEIS
           ADD WS-GR-PRESENTES      TO WS-UN-PRESENTES
           ADD WS-GR-SESSOES        TO WS-UN-SESSOES
           WRITE REL-LINHA FROM WS-CAB-TRACO
           .
       P500-FIM.
           EXIT.

      ******************************************************************
      * UM INSCRITO: MEDIAS ANTES E DEPOIS DO BIMESTRE DE INICIO NA
      * DISCIPLINA DO GRUPO E PRESENCA NAS SESSOES. SO ENTRA NA
      * COMPARACAO QUEM TEM NOTA NOS DOIS LADOS
      ******************************************************************
       P510-IMPACTO-ALUNO.
           ADD 1                    TO WS-GR-INSCRITOS
           MOVE ZEROS               TO WS-QTD-ANTES
           MOVE ZEROS               TO WS-QTD-DEPOIS
           MOVE ZEROS               TO WS-SOMA-ANTES
           MOVE ZEROS               TO WS-SOMA-DEPOIS
           SET EOF-AUX-OK           TO FALSE

           MOVE RFI-ID-ALUNO        TO DISC-ID-ALUNO
           MOVE RFG-ID-MATERIA      TO DISC-ID-MATERIA
           MOVE ZEROS               TO DISC-BIMESTRE
           START DISCIPLINAS KEY IS NOT LESS THAN DISC-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ DISCIPLINAS NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF DISC-ID-ALUNO NOT EQUAL RFI-ID-ALUNO OR
                          DISC-ID-MATERIA NOT EQUAL RFG-ID-MATERIA
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF DISC-CONCEITO EQUAL SPACES AND
                              DISC-BIMESTRE >= 1 AND
                              DISC-BIMESTRE <= 4
                               IF DISC-BIMESTRE < RFI-BIM-INICIO
                                   ADD 1          TO WS-QTD-ANTES
                                   ADD DISC-MEDIA TO WS-SOMA-ANTES
                               ELSE
                                   ADD 1          TO WS-QTD-DEPOIS
                                   ADD DISC-MEDIA TO WS-SOMA-DEPOIS
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM P520-CONTA-PRESENCA THRU P520-FIM
           ADD WS-CONT-PRESENTES    TO WS-GR-PRESENTES
           ADD WS-CONT-SESSOES      TO WS-GR-SESSOES

           MOVE RFI-ID-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   MOVE SPACES      TO NM-ALUNO
           END-READ

           MOVE RFI-ID-ALUNO        TO WS-DA-ID
           MOVE NM-ALUNO            TO WS-DA-NOME
           MOVE RFI-BIM-INICIO      TO WS-DA-BIM
           MOVE '  -  '             TO WS-DA-ANTES
           MOVE '  -  '             TO WS-DA-DEPOIS
           MOVE '   -  '            TO WS-DA-VARIACAO
           MOVE WS-CONT-PRESENTES   TO WS-DA-PRES
           MOVE WS-CONT-SESSOES     TO WS-DA-SESSOES
           MOVE RFI-SITUACAO        TO WS-DA-SITUACAO

           IF WS-QTD-ANTES > ZEROS
               COMPUTE WS-MEDIA-ANTES ROUNDED =
                       WS-SOMA-ANTES / WS-QTD-ANTES
               MOVE WS-MEDIA-ANTES  TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED     TO WS-DA-ANTES
           END-IF
           IF WS-QTD-DEPOIS > ZEROS
               COMPUTE WS-MEDIA-DEPOIS ROUNDED =
                       WS-SOMA-DEPOIS / WS-QTD-DEPOIS
               MOVE WS-MEDIA-DEPOIS TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED     TO WS-DA-DEPOIS
           END-IF

           EVALUATE TRUE
               WHEN WS-QTD-ANTES EQUAL ZEROS
                   MOVE 'SEM ANTES'     TO WS-DA-RESULTADO
               WHEN WS-QTD-DEPOIS EQUAL ZEROS
                   MOVE 'AGUARDANDO'    TO WS-DA-RESULTADO
               WHEN OTHER
                   COMPUTE WS-VARIACAO =
                           WS-MEDIA-DEPOIS - WS-MEDIA-ANTES
                   MOVE WS-VARIACAO     TO WS-VARIACAO-ED
                   MOVE WS-VARIACAO-ED  TO WS-DA-VARIACAO
                   ADD 1                TO WS-GR-COMPARAVEIS
                   ADD WS-MEDIA-ANTES   TO WS-GR-SOMA-ANTES
                   ADD WS-MEDIA-DEPOIS  TO WS-GR-SOMA-DEPOIS
                   EVALUATE TRUE
                       WHEN WS-VARIACAO > ZEROS
                           MOVE 'MELHOROU'  TO WS-DA-RESULTADO
                           ADD 1 TO WS-GR-MELHORARAM
                       WHEN WS-VARIACAO < ZEROS
                           MOVE 'PIOROU'    TO WS-DA-RESULTADO
                           ADD 1 TO WS-GR-PIORARAM
                       WHEN OTHER
                           MOVE 'ESTAVEL'   TO WS-DA-RESULTADO
                           ADD 1 TO WS-GR-ESTAVEIS
                   END-EVALUATE
           END-EVALUATE

           WRITE REL-LINHA FROM WS-DET-ALUNO
           .
       P510-FIM.
           EXIT.

       P520-CONTA-PRESENCA.
           MOVE ZEROS               TO WS-CONT-PRESENTES
           MOVE ZEROS               TO WS-CONT-SESSOES
           SET EOF-AUX-OK           TO FALSE
           MOVE RFI-ID-GRUPO        TO RFF-ID-GRUPO
           MOVE ZEROS               TO RFF-DATA
           MOVE ZEROS               TO RFF-ID-ALUNO

           START REFFREQ KEY IS NOT LESS THAN RFF-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ REFFREQ NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF RFF-ID-GRUPO NOT EQUAL RFI-ID-GRUPO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF RFF-ID-ALUNO EQUAL RFI-ID-ALUNO
                               ADD 1 TO WS-CONT-SESSOES
                               IF RFF-PRESENTE
                                   ADD 1 TO WS-CONT-PRESENTES
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P520-FIM.
           EXIT.

      ******************************************************************
      * IMPRIME O RESUMO CARREGADO NA AREA WS-RS-
      ******************************************************************
       P560-IMPRIME-RESUMO.
           MOVE 'ALUNOS INSCRITOS'          TO WS-TL-DESCRICAO
           MOVE WS-RS-INSCRITOS             TO WS-QTD-ED
           MOVE WS-QTD-ED                   TO WS-TL-VALOR
           WRITE REL-LINHA FROM WS-TOT-LINHA
           MOVE 'COM NOTA ANTES E DEPOIS'   TO WS-TL-DESCRICAO
           MOVE WS-RS-COMPARAVEIS           TO WS-QTD-ED
           MOVE WS-QTD-ED                   TO WS-TL-VALOR
           WRITE REL-LINHA FROM WS-TOT-LINHA

           IF WS-RS-COMPARAVEIS > ZEROS
               COMPUTE WS-MEDIA-ANTES ROUNDED =
                       WS-RS-SOMA-ANTES / WS-RS-COMPARAVEIS
               COMPUTE WS-MEDIA-DEPOIS ROUNDED =
                       WS-RS-SOMA-DEPOIS / WS-RS-COMPARAVEIS
               COMPUTE WS-VARIACAO =
                       WS-MEDIA-DEPOIS - WS-MEDIA-ANTES
               MOVE 'MEDIA ANTES DO REFORCO'    TO WS-TL-DESCRICAO
               MOVE WS-MEDIA-ANTES              TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED                 TO WS-TL-VALOR
               WRITE REL-LINHA FROM WS-TOT-LINHA
               MOVE 'MEDIA DEPOIS DO INICIO'    TO WS-TL-DESCRICAO
               MOVE WS-MEDIA-DEPOIS             TO WS-MEDIA-ED
               MOVE WS-MEDIA-ED                 TO WS-TL-VALOR
               WRITE REL-LINHA FROM WS-TOT-LINHA
               MOVE 'VARIACAO MEDIA'            TO WS-TL-DESCRICAO
               MOVE WS-VARIACAO                 TO WS-VARIACAO-ED
               MOVE WS-VARIACAO-ED              TO WS-TL-VALOR
               WRITE REL-LINHA FROM WS-TOT-LINHA
               MOVE 'MELHORARAM'                TO WS-TL-DESCRICAO
               MOVE WS-RS-MELHORARAM            TO WS-QTD-ED
               MOVE WS-QTD-ED                   TO WS-TL-VALOR
               WRITE REL-LINHA FROM WS-TOT-LINHA
               MOVE 'PIORARAM'                  TO WS-TL-DESCRICAO
               MOVE WS-RS-PIORARAM              TO WS-QTD-ED
               MOVE WS-QTD-ED                   TO WS-TL-VALOR
               WRITE REL-LINHA FROM WS-TOT-LINHA
               MOVE 'SEM VARIACAO'              TO WS-TL-DESCRICAO
               MOVE WS-RS-ESTAVEIS              TO WS-QTD-ED
               MOVE WS-QTD-ED                   TO WS-TL-VALOR
               WRITE REL-LINHA FROM WS-TOT-LINHA
           END-IF

           IF WS-RS-SESSOES > ZEROS
               COMPUTE WS-PERC ROUNDED =
                       (WS-RS-PRESENTES * 100) / WS-RS-SESSOES
               MOVE 'PRESENCA NAS SESSOES (%)'  TO WS-TL-DESCRICAO
               MOVE WS-PERC                     TO WS-PERC-ED
               MOVE WS-PERC-ED                  TO WS-TL-VALOR
               WRITE REL-LINHA FROM WS-TOT-LINHA
           END-IF
           .
       P560-FIM.
           EXIT.

      ******************************************************************
      * ABRE OS ARQUIVOS E A SAIDA CATALOGADA E GRAVA O CABECALHO
      ******************************************************************
       P600-ABRE-ARQUIVOS.
           SET ARQUIVOS-OK          TO FALSE
           MOVE ZEROS               TO WS-CONT-GRUPOS
           MOVE ZEROS               TO WS-UN-INSCRITOS
           MOVE ZEROS               TO WS-UN-COMPARAVEIS
           MOVE ZEROS               TO WS-UN-SOMA-ANTES
           MOVE ZEROS               TO WS-UN-SOMA-DEPOIS
           MOVE ZEROS               TO WS-UN-MELHORARAM
           MOVE ZEROS               TO WS-UN-PIORARAM
           MOVE ZEROS               TO WS-UN-ESTAVEIS
           MOVE ZEROS               TO WS-UN-PRESENTES
           MOVE ZEROS               TO WS-UN-SESSOES

           SET FS-RFG-OK            TO TRUE
           SET FS-RFI-OK            TO TRUE
           SET FS-RFF-OK            TO TRUE
           SET FS-OK                TO TRUE
           SET FS-PROF-OK           TO TRUE
           SET FS-DISC-OK           TO TRUE
           MOVE 99                  TO WS-FS-REL
           OPEN INPUT REFGRUPO
           OPEN INPUT REFINSC
           OPEN INPUT REFFREQ
           OPEN INPUT ALUNOS
           OPEN INPUT PROFESSORES
           OPEN INPUT DISCIPLINAS

           IF NOT FS-RFG-OK OR NOT FS-RFI-OK OR NOT FS-RFF-OK OR
              NOT FS-OK OR NOT FS-PROF-OK OR NOT FS-DISC-OK
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS'
               DISPLAY 'FILE STATUS GRUPOS......: ' WS-FS-RFG
               DISPLAY 'FILE STATUS INSCRICOES..: ' WS-FS-RFI
               DISPLAY 'FILE STATUS CHAMADA.....: ' WS-FS-RFF
               DISPLAY 'FILE STATUS ALUNOS......: ' WS-FS
               DISPLAY 'FILE STATUS PROFESSORES.: ' WS-FS-PROF
               DISPLAY 'FILE STATUS DISCIPLINAS.: ' WS-FS-DISC
               IF WS-FS-RFG EQUAL 35
                   DISPLAY 'NENHUM GRUPO DE REFORCO CADASTRADO'
               END-IF
               GO TO P600-FIM
           END-IF

           MOVE 'REFORCO'           TO RN-PREFIXO
           MOVE LK-OPERADOR-ID      TO RN-OPERADOR
           MOVE SPACES              TO RN-CAMINHO
           CALL WS-BIN-RELNOME-PATH USING WS-RELNOME-AREA
               ON EXCEPTION
                   DISPLAY 'RELNOME INDISPONIVEL - USANDO O '
                           'CAMINHO FIXO'
           END-CALL
           IF RN-CAMINHO NOT EQUAL SPACES
               MOVE RN-CAMINHO TO WS-REFORCO-PATH
           END-IF

           SET FS-REL-OK            TO TRUE
           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE IMPACTO'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               GO TO P600-FIM
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-CE-ESCOLA
           MOVE CFG-ANO-LETIVO      TO WS-CT-ANO
           WRITE REL-LINHA FROM WS-CAB-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-TITULO
           WRITE REL-LINHA FROM WS-CAB-TRACO
           WRITE REL-LINHA FROM WS-LEG-EXPLICA-1
           WRITE REL-LINHA FROM WS-LEG-EXPLICA-2
           WRITE REL-LINHA FROM WS-LEG-EXPLICA-3
           WRITE REL-LINHA FROM WS-CAB-TRACO
           SET ARQUIVOS-OK          TO TRUE
           .
       P600-FIM.
           EXIT.

       P690-FECHA-ARQUIVOS.
           IF FS-REL-OK
               CLOSE RELATORIO
           END-IF
           CLOSE REFGRUPO
           CLOSE REFINSC
           CLOSE REFFREQ
           CLOSE ALUNOS
           CLOSE PROFESSORES
           CLOSE DISCIPLINAS
           .
       P690-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM RELREFORCO.
