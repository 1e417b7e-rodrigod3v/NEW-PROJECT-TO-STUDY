      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:FALTAS DE PROFESSORES E SUBSTITUICOES
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. QUANDO UM PROFESSOR
      *         FALTAVA NADA NO SISTEMA MOSTRAVA QUAIS AULAS DA GRADE
      *         FICARAM DESCOBERTAS NEM QUEM AS COBRIU. REGISTRA EM
      *         FALTAPROF.DAT O PROFESSOR, A DATA, OS PERIODOS
      *         AFETADOS E O MOTIVO; PARA CADA AULA DA GRADE DO DIA
      *         (HORARIOS.DAT) DESIGNA UM SUBSTITUTO ATIVO DE
      *         PROFESSORES.DAT SEM AULA PROPRIA NO MESMO PERIODO, OU
      *         DEIXA A AULA PENDENTE DE REPOSICAO. ENQUANTO DURA A
      *         SUBSTITUICAO O SUBSTITUTO FAZ A CHAMADA POR AULA
      *         DAQUELES PERIODOS NO LANCAFREQ. O RELATORIO MENSAL
      *         (RELSUBST.TXT) TRAZ AS AULAS DADAS POR SUBSTITUTO, AS
      *         AULAS NAO DADAS PENDENTES DE REPOSICAO POR TURMA/
      *         DISCIPLINA E OS TOTAIS DE FALTAS POR PROFESSOR PARA O RH
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CALENDARIO ESCOLAR DA
      *         UNIDADE DO LOGIN (CALENDARIO.DAT NA SEDE,
      *         CALENDARIO_NN.DAT NAS DEMAIS UNIDADES)
      * UPDATE: 15/10/2026 CABECALHOS DO RELATORIO SAIAM CORTADOS -
      *         CAMPOS AJUSTADOS AO TAMANHO DOS LITERAIS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADSUBST.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
                SELECT FALTAPROF ASSIGN TO
                WS-FALTAPROF-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FPR-CHAVE
                ALTERNATE RECORD KEY IS FPR-DATA
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-FPR.

                SELECT HORARIOS ASSIGN TO
                WS-HORARIOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS HOR-CHAVE
                FILE STATUS IS WS-FS-HOR.

                SELECT CALENDARIO ASSIGN TO
                WS-CALENDARIO-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CAL-DATA
                FILE STATUS IS WS-FS-CAL.

                SELECT PROFESSORES ASSIGN TO
                WS-PROFESSORES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PROF-ID
                FILE STATUS IS WS-FS-PROF.

                SELECT MATERIAS ASSIGN TO
                WS-MATERIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAT-ID-MATERIA
                FILE STATUS IS WS-FS-MAT.

                SELECT RELATORIO ASSIGN TO
                WS-RELSUBST-PATH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FS-REL.

                SELECT WORK-SORT ASSIGN TO
                WS-SORTSUBST-PATH.

       DATA DIVISION.
       FILE SECTION.
       FD FALTAPROF.
           COPY FALTAPROF.

       FD HORARIOS.
           COPY HORARIOS.

       FD CALENDARIO.
           COPY CALENDARIO.

       FD PROFESSORES.
           COPY PROFESSORES.

       FD MATERIAS.
           COPY MATERIAS.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

       SD WORK-SORT.
         01 SD-REGISTRO.
           03 SD-TURMA                      PIC X(10).
           03 SD-MATERIA                    PIC 9(20).
           03 SD-DATA                       PIC 9(08).
           03 SD-PERIODO                    PIC 9(01).
           03 SD-PROFESSOR                  PIC 9(05).

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

         01 WS-RELSUBST-PATH                PIC X(80).
         01 WS-SORTSUBST-PATH               PIC X(80).

         01 WS-LIN-ESCOLA.
           03 WS-LE-ESCOLA                PIC X(40).
         01 WS-LIN-TRACO.
           03 FILLER                      PIC X(100) VALUE ALL '-'.
         01 WS-CAB-MENSAL.
           03 FILLER                      PIC X(10) VALUE SPACES.
           03 FILLER                      PIC X(44)
              VALUE 'FALTAS DE PROFESSORES E SUBSTITUICOES - MES '.
           03 WS-CM-MES                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE '/'.
           03 WS-CM-ANO                   PIC 9(04).
         01 WS-CAB-SECAO.
           03 WS-CS-TITULO                PIC X(60).
         01 WS-CAB-SUBST.
           03 FILLER                      PIC X(42)
              VALUE 'DATA     P TURMA      DISCIPLINA          '.
           03 FILLER                      PIC X(32)
              VALUE ' TITULAR              SUBSTITUTO'.
         01 WS-DET-SUBST.
           03 WS-DS-DATA                  PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DS-PERIODO               PIC 9(01).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DS-TURMA                 PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DS-MATERIA               PIC X(20).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DS-TITULAR               PIC X(20).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DS-SUBSTITUTO            PIC X(20).
         01 WS-CAB-GRUPO.
           03 FILLER                      PIC X(07) VALUE 'TURMA: '.
           03 WS-CG-TURMA                 PIC X(10).
           03 FILLER                      PIC X(14)
              VALUE ' DISCIPLINA: '.
           03 WS-CG-MATERIA               PIC X(20).
         01 WS-DET-PENDENTE.
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 WS-DP-DATA                  PIC 9(08).
           03 FILLER                      PIC X(09) VALUE ' PERIODO '.
           03 WS-DP-PERIODO               PIC 9(01).
           03 FILLER                      PIC X(11) VALUE ' - TITULAR '.
           03 WS-DP-TITULAR               PIC X(30).
         01 WS-DET-SUBTOTAL.
           03 FILLER                      PIC X(04) VALUE SPACES.
           03 FILLER                      PIC X(32)
              VALUE 'AULAS A REPOR NA DISCIPLINA....:'.
           03 WS-DST-QTD                  PIC ZZZ9.
         01 WS-CAB-RH.
           03 FILLER                      PIC X(45)
              VALUE 'PROFESSOR                       DIAS PERIODOS'.
           03 FILLER                      PIC X(50)
              VALUE ' SUBST PEND REPOS  SAUDE LICEN FORMA PARTI OUTRO'.
         01 WS-DET-RH.
           03 WS-DR-ID                    PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-NOME                  PIC X(25).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-DIAS                  PIC ZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-PERIODOS              PIC ZZZZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-SUBST                 PIC ZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-PEND                  PIC ZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-REPOS                 PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DR-SAUDE                 PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-LICENCA               PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-FORMACAO              PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-PARTICULAR            PIC ZZZZ9.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-OUTRO                 PIC ZZZZ9.
         01 WS-DET-QTD.
           03 WS-DQ-TEXTO                 PIC X(40).
           03 WS-DQ-QTD                   PIC ZZZZ9.

         77 WS-FS-FPR                      PIC 99.
           88 FS-FPR-OK                    VALUE 0.
         77 WS-FS-HOR                      PIC 99.
           88 FS-HOR-OK                    VALUE 0.
         77 WS-FS-CAL                      PIC 99.
           88 FS-CAL-OK                    VALUE 0.
         77 WS-FS-PROF                     PIC 99.
           88 FS-PROF-OK                   VALUE 0.
         77 WS-FS-MAT                      PIC 99.
           88 FS-MAT-OK                    VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EOF-HOR                     PIC X     VALUE 'N'.
           88 EOF-HOR-OK                   VALUE 'S' FALSE 'N'.
         77 WS-EOF-SORT                    PIC X     VALUE 'N'.
           88 EOF-SORT-OK                  VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 EXIT-OK                      VALUE 'N' FALSE 'S'.
         77 WS-DATA-LETIVA                 PIC X     VALUE 'N'.
           88 DATA-LETIVA-OK               VALUE 'S' FALSE 'N'.
         77 WS-PROF-VALIDO                 PIC X     VALUE 'N'.
           88 PROF-VALIDO                  VALUE 'S' FALSE 'N'.
         77 WS-SUBST-VALIDO                PIC X     VALUE 'N'.
           88 SUBST-VALIDO                 VALUE 'S' FALSE 'N'.
         77 WS-PROF-DISPONIVEL             PIC X     VALUE 'N'.
           88 PROF-DISPONIVEL              VALUE 'S' FALSE 'N'.
         77 WS-MAT-DISPONIVEL              PIC X     VALUE 'N'.
           88 MAT-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-FALTA-EXISTE                PIC X     VALUE 'N'.
           88 FALTA-EXISTE                 VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRMA                    PIC X(01) VALUE SPACES.
         77 WS-DIA-INTEIRO                 PIC X(01) VALUE SPACES.
         77 WS-RESPOSTA                    PIC X(01) VALUE SPACES.
         77 WS-ID-PROF                     PIC 9(05) VALUE ZEROS.
         77 WS-NM-PROF                     PIC X(30) VALUE SPACES.
         77 WS-ID-SUBST                    PIC 9(05) VALUE ZEROS.
         77 WS-DATA-FALTA                  PIC 9(08) VALUE ZEROS.
         77 WS-DATA-REPOSICAO              PIC 9(08) VALUE ZEROS.
         77 WS-PERIODO                     PIC 9(01) VALUE ZEROS.
         77 WS-HOJE                        PIC 9(08) VALUE ZEROS.
         77 WS-NOVO-MOTIVO                 PIC X(01) VALUE SPACES.
         77 WS-QTD-AFETADOS                PIC 9(01) VALUE ZEROS.
         77 WS-NM-AUX                      PIC X(30) VALUE SPACES.
         77 WS-NM-MATERIA                  PIC X(20) VALUE SPACES.
         77 WS-CONT                        PIC 9(05) VALUE ZEROS.
         01 WS-FALTA-SALVA                 PIC X(400) VALUE SPACES.
         01 WS-GRADE-PROF.
           03 WS-GP-ITEM OCCURS 6.
              05 WS-GP-TURMA               PIC X(10).
              05 WS-GP-MATERIA             PIC 9(20).
         77 WS-IDX-PER                     PIC 9(01) COMP VALUE ZEROS.
         01 WS-DATA-AULA-R.
           03 WS-DCH-ANO                   PIC 9(04).
           03 WS-DCH-MES                   PIC 9(02).
           03 WS-DCH-DIA                   PIC 9(02).
         77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
         77 WS-ZL-MES                      PIC 9(02) VALUE ZEROS.
         77 WS-ZL-ANO                      PIC 9(04) VALUE ZEROS.
         77 WS-ZL-K                        PIC 9(02) VALUE ZEROS.
         77 WS-ZL-J                        PIC 9(02) VALUE ZEROS.
         77 WS-ZL-SOMA                     PIC 9(05) VALUE ZEROS.
         77 WS-ZL-QUOC                     PIC 9(04) VALUE ZEROS.
         77 WS-ZL-RESTO                    PIC 9(04) VALUE ZEROS.
         01 WS-MES-REF.
           03 WS-MR-ANO                    PIC 9(04).
           03 WS-MR-MES                    PIC 9(02).
         77 WS-MES-INICIO                  PIC 9(08) VALUE ZEROS.
         77 WS-MES-FIM                     PIC 9(08) VALUE ZEROS.
         01 WS-GRUPO-ANTERIOR.
           03 WS-GA-TURMA                  PIC X(10).
           03 WS-GA-MATERIA                PIC 9(20).
         01 WS-GRUPO-ATUAL.
           03 WS-GT-TURMA                  PIC X(10).
           03 WS-GT-MATERIA                PIC 9(20).
         77 WS-GRP-PENDENTES               PIC 9(04) VALUE ZEROS.
         77 WS-TOT-SUBSTITUIDAS            PIC 9(05) VALUE ZEROS.
         77 WS-TOT-PENDENTES               PIC 9(05) VALUE ZEROS.
         77 WS-PROF-ANTERIOR               PIC 9(05) VALUE ZEROS.
         01 WS-TOTAIS-PROF.
           03 WS-TP-DIAS                   PIC 9(03).
           03 WS-TP-PERIODOS               PIC 9(04).
           03 WS-TP-SUBST                  PIC 9(04).
           03 WS-TP-PEND                   PIC 9(04).
           03 WS-TP-REPOS                  PIC 9(04).
           03 WS-TP-SAUDE                  PIC 9(03).
           03 WS-TP-LICENCA                PIC 9(03).
           03 WS-TP-FORMACAO               PIC 9(03).
           03 WS-TP-PARTICULAR             PIC 9(03).
           03 WS-TP-OUTRO                  PIC 9(03).
         77 WS-TOT-DIAS-FALTA              PIC 9(05) VALUE ZEROS.

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
           IF FS-FPR-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               CLOSE FALTAPROF
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
                  '\FALTAPROF.DAT' DELIMITED BY SIZE
                  INTO WS-FALTAPROF-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\HORARIOS.DAT' DELIMITED BY SIZE
                  INTO WS-HORARIOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PROFESSORES.DAT' DELIMITED BY SIZE
                  INTO WS-PROFESSORES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\MATERIAS.DAT' DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RELSUBST.TXT' DELIMITED BY SIZE
                  INTO WS-RELSUBST-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\SORTSUBST.TMP' DELIMITED BY SIZE
                  INTO WS-SORTSUBST-PATH
           .
       P100-FIM.
           EXIT.

       P200-ABRE-ARQUIVOS.
           SET FS-FPR-OK            TO TRUE

           OPEN I-O FALTAPROF

           IF WS-FS-FPR EQUAL 35 THEN
               OPEN OUTPUT FALTAPROF
               CLOSE FALTAPROF
               OPEN I-O FALTAPROF
           END-IF

           IF NOT FS-FPR-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO DE FALTAS DE '
                       'PROFESSORES'
               DISPLAY 'FILE STATUS: ' WS-FS-FPR
           END-IF
           .
       P200-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** FALTAS DE PROFESSORES E SUBSTITUICOES ****'
           DISPLAY '  1 - REGISTRAR FALTA DE PROFESSOR'
           DISPLAY '  2 - DESIGNAR/TROCAR SUBSTITUTO DE UMA AULA'
           DISPLAY '  3 - REGISTRAR REPOSICAO DE AULA'
           DISPLAY '  4 - CONSULTAR FALTAS DO PROFESSOR'
           DISPLAY '  5 - EXCLUIR FALTA'
           DISPLAY '  6 - RELATORIO MENSAL (SUBSTITUICOES/RH)'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           ACCEPT WS-HOJE           FROM DATE YYYYMMDD

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P320-REGISTRA-FALTA  THRU P320-FIM
               WHEN '2'
                   PERFORM P370-SUBSTITUTO      THRU P370-FIM
               WHEN '3'
                   PERFORM P380-REPOSICAO       THRU P380-FIM
               WHEN '4'
                   PERFORM P390-CONSULTA        THRU P390-FIM
               WHEN '5'
                   PERFORM P395-EXCLUI          THRU P395-FIM
               WHEN '6'
                   PERFORM P400-RELATORIO       THRU P400-FIM
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
      * LE O PROFESSOR (ATIVO EM PROFESSORES.DAT) E A DATA DA FALTA
      ******************************************************************
       P310-LE-PROFESSOR-DATA.
           SET PROF-VALIDO          TO FALSE

           DISPLAY 'ID DO PROFESSOR: '
           MOVE ZEROS               TO WS-ID-PROF
           ACCEPT WS-ID-PROF
           DISPLAY 'DATA DA FALTA (AAAAMMDD, 0 = HOJE): '
           MOVE ZEROS               TO WS-DATA-FALTA
           ACCEPT WS-DATA-FALTA
           IF WS-DATA-FALTA EQUAL ZEROS
               MOVE WS-HOJE         TO WS-DATA-FALTA
           END-IF

           SET FS-PROF-OK           TO TRUE
           OPEN INPUT PROFESSORES
           IF NOT FS-PROF-OK
               DISPLAY '*** CADASTRO DE PROFESSORES INDISPONIVEL ***'
               GO TO P310-FIM
           END-IF
           MOVE WS-ID-PROF          TO PROF-ID
           READ PROFESSORES
               INVALID KEY
                   DISPLAY '*** PROFESSOR NAO ENCONTRADO ***'
               NOT INVALID KEY
                   SET PROF-VALIDO TO TRUE
                   MOVE PROF-NOME  TO WS-NM-PROF
           END-READ
           CLOSE PROFESSORES

           IF PROF-VALIDO
               DISPLAY 'PROFESSOR.: ' WS-NM-PROF
           END-IF
           .
       P310-FIM.
           EXIT.

      ******************************************************************
      * REGISTRO DA FALTA: PERIODOS AFETADOS NA GRADE DO DIA, MOTIVO
      * E, PARA CADA AULA AFETADA, O SUBSTITUTO (ZERO = AULA FICA
      * PENDENTE DE REPOSICAO). RELANCAR O MESMO PROFESSOR E DATA
      * SUBSTITUI O REGISTRO ANTERIOR
      ******************************************************************
       P320-REGISTRA-FALTA.
           PERFORM P310-LE-PROFESSOR-DATA THRU P310-FIM
           IF NOT PROF-VALIDO
               GO TO P320-FIM
           END-IF

           PERFORM P330-VALIDA-DIA-LETIVO THRU P330-FIM
           IF NOT DATA-LETIVA-OK
               GO TO P320-FIM
           END-IF

           MOVE WS-ID-PROF          TO FPR-ID-PROFESSOR
           MOVE WS-DATA-FALTA       TO FPR-DATA
           SET FALTA-EXISTE         TO FALSE
           READ FALTAPROF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FALTA-EXISTE TO TRUE
                   DISPLAY 'FALTA JA REGISTRADA NESSA DATA - MOTIVO '
                           FPR-MOTIVO ' ' FPR-OBSERVACAO
                   DISPLAY 'SUBSTITUIR O REGISTRO? <S> - <N>'
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT EQUAL 'S' AND
                      WS-CONFIRMA NOT EQUAL 's'
                       DISPLAY 'REGISTRO MANTIDO'
                       GO TO P320-FIM
                   END-IF
           END-READ

           PERFORM P340-GRADE-PROFESSOR THRU P340-FIM

           INITIALIZE REG-FALTAPROF
           MOVE WS-ID-PROF          TO FPR-ID-PROFESSOR
           MOVE WS-DATA-FALTA       TO FPR-DATA
           MOVE ZEROS               TO WS-QTD-AFETADOS

           DISPLAY 'FALTA NO DIA INTEIRO (TODOS OS PERIODOS)? <S> - <N>'
           ACCEPT WS-DIA-INTEIRO
           IF WS-DIA-INTEIRO EQUAL 's'
               MOVE 'S'             TO WS-DIA-INTEIRO
           END-IF

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               MOVE 'N'             TO FPR-AFETADO(WS-IDX-PER)
               IF WS-DIA-INTEIRO EQUAL 'S'
                   MOVE 'S'         TO WS-RESPOSTA
               ELSE
                   DISPLAY 'PERIODO ' WS-IDX-PER ' ('
                           WS-GP-TURMA(WS-IDX-PER)
                           ') AFETADO? <S> - <N>'
                   ACCEPT WS-RESPOSTA
               END-IF
               IF WS-RESPOSTA EQUAL 'S' OR WS-RESPOSTA EQUAL 's'
                   ADD 1 TO WS-QTD-AFETADOS
                   MOVE 'S'         TO FPR-AFETADO(WS-IDX-PER)
                   MOVE WS-GP-TURMA(WS-IDX-PER)
                        TO FPR-TURMA(WS-IDX-PER)
                   MOVE WS-GP-MATERIA(WS-IDX-PER)
                        TO FPR-ID-MATERIA(WS-IDX-PER)
                   IF WS-GP-MATERIA(WS-IDX-PER) EQUAL ZEROS
                       MOVE 'N'     TO FPR-SITUACAO(WS-IDX-PER)
                   ELSE
                       MOVE 'P'     TO FPR-SITUACAO(WS-IDX-PER)
                   END-IF
               END-IF
           END-PERFORM

           IF WS-QTD-AFETADOS EQUAL ZEROS
               DISPLAY '*** NENHUM PERIODO AFETADO - NADA GRAVADO ***'
               GO TO P320-FIM
           END-IF

           MOVE SPACES              TO WS-NOVO-MOTIVO
           PERFORM WITH TEST AFTER
                   UNTIL WS-NOVO-MOTIVO EQUAL 'S' OR 'L' OR 'F' OR
                                             'P' OR 'O'
               DISPLAY 'MOTIVO: <S> SAUDE <L> LICENCA <F> FORMACAO '
                       '<P> PARTICULAR <O> OUTRO'
               ACCEPT WS-NOVO-MOTIVO
               IF NOT (WS-NOVO-MOTIVO EQUAL 'S' OR 'L' OR 'F' OR
                                            'P' OR 'O')
                   DISPLAY '*** MOTIVO INVALIDO ***'
               END-IF
           END-PERFORM
           MOVE WS-NOVO-MOTIVO      TO FPR-MOTIVO
           DISPLAY 'OBSERVACAO (OPCIONAL): '
           ACCEPT FPR-OBSERVACAO

      * CADA AULA AFETADA RECEBE O SUBSTITUTO OU FICA PENDENTE
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               IF FPR-PENDENTE(WS-IDX-PER)
                   MOVE WS-IDX-PER  TO WS-PERIODO
                   PERFORM P350-PEDE-SUBSTITUTO THRU P350-FIM
               END-IF
           END-PERFORM

           MOVE WS-HOJE             TO FPR-DT-REGISTRO
           MOVE LK-OPERADOR-ID      TO FPR-OPERADOR

           IF FALTA-EXISTE
               REWRITE REG-FALTAPROF
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A FALTA'
                   NOT INVALID KEY
                       DISPLAY 'REGISTRO DA FALTA ATUALIZADO'
               END-REWRITE
           ELSE
               WRITE REG-FALTAPROF
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A FALTA'
                   NOT INVALID KEY
                       DISPLAY 'FALTA DO PROFESSOR REGISTRADA'
               END-WRITE
           END-IF
           .
       P320-FIM.
           EXIT.

      * SO DIA LETIVO RECEBE FALTA DE PROFESSOR; SEM CALENDARIO.DAT NO
      * DISCO AVISA E ACEITA A DATA, COMO NA CHAMADA DO LANCAFREQ
       P330-VALIDA-DIA-LETIVO.
           SET FS-CAL-OK            TO TRUE
           SET DATA-LETIVA-OK       TO FALSE

           OPEN INPUT CALENDARIO

           IF NOT FS-CAL-OK
               DISPLAY 'CALENDARIO ESCOLAR INDISPONIVEL - DATA '
                       'ACEITA SEM CONFERENCIA'
               SET DATA-LETIVA-OK TO TRUE
               GO TO P330-FIM
           END-IF

           MOVE WS-DATA-FALTA       TO CAL-DATA

           READ CALENDARIO
               INVALID KEY
                   DISPLAY '*** DATA FORA DO CALENDARIO ESCOLAR ***'
               NOT INVALID KEY
                   IF CAL-LETIVO
                       SET DATA-LETIVA-OK TO TRUE
                   ELSE
                       DISPLAY '*** ' CAL-TIPO ' - '
                               CAL-DESCRICAO ' ***'
                       DISPLAY '*** A DATA NAO E DIA LETIVO ***'
                   END-IF
           END-READ

           CLOSE CALENDARIO
           .
       P330-FIM.
           EXIT.

      ******************************************************************
      * AULAS DO PROFESSOR NO DIA DA SEMANA DA FALTA: VARRE A GRADE
      * INTEIRA (A CHAVE E POR TURMA) GUARDANDO TURMA E DISCIPLINA DE
      * CADA PERIODO EM QUE ELE DA AULA
      ******************************************************************
       P340-GRADE-PROFESSOR.
           SET FS-HOR-OK            TO TRUE
           SET EOF-HOR-OK           TO FALSE

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               MOVE SPACES TO WS-GP-TURMA(WS-IDX-PER)
               MOVE ZEROS  TO WS-GP-MATERIA(WS-IDX-PER)
           END-PERFORM

           MOVE WS-DATA-FALTA       TO WS-DATA-AULA-R
           PERFORM P600-DIA-DA-SEMANA THRU P600-FIM
           IF WS-DIA-SEMANA > 6
               GO TO P340-FIM
           END-IF

           OPEN INPUT HORARIOS
           IF NOT FS-HOR-OK
               DISPLAY 'GRADE DE HORARIOS INDISPONIVEL - PERIODOS '
                       'SEM TURMA'
               GO TO P340-FIM
           END-IF

           MOVE LOW-VALUES          TO HOR-CHAVE
           START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
               INVALID KEY
                   SET EOF-HOR-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-HOR-OK
               READ HORARIOS NEXT RECORD
                   AT END
                       SET EOF-HOR-OK TO TRUE
                   NOT AT END
                       IF HOR-ID-PROFESSOR EQUAL WS-ID-PROF AND
                          HOR-DIA EQUAL WS-DIA-SEMANA AND
                          HOR-PERIODO > ZEROS AND HOR-PERIODO < 7
                           MOVE HOR-TURMA
                                TO WS-GP-TURMA(HOR-PERIODO)
                           MOVE HOR-ID-MATERIA
                                TO WS-GP-MATERIA(HOR-PERIODO)
                       END-IF
               END-READ
           END-PERFORM

           CLOSE HORARIOS

           DISPLAY 'AULAS DO PROFESSOR NO DIA:'
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               IF WS-GP-MATERIA(WS-IDX-PER) EQUAL ZEROS
                   DISPLAY '  ' WS-IDX-PER ' - (SEM AULA)'
               ELSE
                   DISPLAY '  ' WS-IDX-PER ' - TURMA '
                           WS-GP-TURMA(WS-IDX-PER) ' DISCIPLINA '
                           WS-GP-MATERIA(WS-IDX-PER)
               END-IF
           END-PERFORM
           .
       P340-FIM.
           EXIT.

      ******************************************************************
      * PEDE O SUBSTITUTO DA AULA DO PERIODO WS-PERIODO (REGISTRO EM
      * REG-FALTAPROF); ZERO DEIXA A AULA PENDENTE DE REPOSICAO
      ******************************************************************
       P350-PEDE-SUBSTITUTO.
           MOVE ZEROS               TO WS-ID-SUBST
           DISPLAY 'PERIODO ' WS-PERIODO ' TURMA '
                   FPR-TURMA(WS-PERIODO)
           DISPLAY 'ID DO SUBSTITUTO (0 = SEM SUBSTITUTO, AULA A '
                   'REPOR): '
           ACCEPT WS-ID-SUBST

           IF WS-ID-SUBST EQUAL ZEROS
               MOVE ZEROS           TO FPR-ID-SUBSTITUTO(WS-PERIODO)
               MOVE 'P'             TO FPR-SITUACAO(WS-PERIODO)
               DISPLAY 'AULA PENDENTE DE REPOSICAO'
               GO TO P350-FIM
           END-IF

           PERFORM P360-VALIDA-SUBSTITUTO THRU P360-FIM

           IF SUBST-VALIDO
               MOVE WS-ID-SUBST     TO FPR-ID-SUBSTITUTO(WS-PERIODO)
               MOVE 'S'             TO FPR-SITUACAO(WS-PERIODO)
           ELSE
               MOVE ZEROS           TO FPR-ID-SUBSTITUTO(WS-PERIODO)
               MOVE 'P'             TO FPR-SITUACAO(WS-PERIODO)
               DISPLAY 'AULA PENDENTE DE REPOSICAO - DESIGNE O '
                       'SUBSTITUTO PELA OPCAO 2'
           END-IF
           .
       P350-FIM.
           EXIT.

      ******************************************************************
      * O SUBSTITUTO PRECISA SER OUTRO PROFESSOR, ATIVO, SEM AULA
      * PROPRIA NO MESMO DIA/PERIODO E SEM FALTA REGISTRADA NESSE
      * PERIODO. O REGISTRO EM EDICAO E PRESERVADO EM WS-FALTA-SALVA
      * PORQUE A CONFERENCIA DE FALTA LE O PROPRIO FALTAPROF.DAT
      ******************************************************************
       P360-VALIDA-SUBSTITUTO.
           SET SUBST-VALIDO         TO FALSE

           IF WS-ID-SUBST EQUAL WS-ID-PROF
               DISPLAY '*** O SUBSTITUTO NAO PODE SER O PROPRIO '
                       'PROFESSOR ***'
               GO TO P360-FIM
           END-IF

           SET FS-PROF-OK           TO TRUE
           OPEN INPUT PROFESSORES
           IF NOT FS-PROF-OK
               DISPLAY '*** CADASTRO DE PROFESSORES INDISPONIVEL ***'
               GO TO P360-FIM
           END-IF
           MOVE WS-ID-SUBST         TO PROF-ID
           READ PROFESSORES
               INVALID KEY
                   DISPLAY '*** SUBSTITUTO NAO ENCONTRADO ***'
                   CLOSE PROFESSORES
                   GO TO P360-FIM
           END-READ
           IF PROFESSOR-INATIVO
               DISPLAY '*** SUBSTITUTO ESTA INATIVO ***'
               CLOSE PROFESSORES
               GO TO P360-FIM
           END-IF
           DISPLAY 'SUBSTITUTO: ' PROF-NOME
           CLOSE PROFESSORES

      * CONFLITO COM A GRADE DO PROPRIO SUBSTITUTO
           MOVE WS-DATA-FALTA       TO WS-DATA-AULA-R
           PERFORM P600-DIA-DA-SEMANA THRU P600-FIM
           SET FS-HOR-OK            TO TRUE
           OPEN INPUT HORARIOS
           IF FS-HOR-OK
               SET EOF-HOR-OK       TO FALSE
               MOVE LOW-VALUES      TO HOR-CHAVE
               START HORARIOS KEY IS NOT LESS THAN HOR-CHAVE
                   INVALID KEY
                       SET EOF-HOR-OK TO TRUE
               END-START
               PERFORM UNTIL EOF-HOR-OK
                   READ HORARIOS NEXT RECORD
                       AT END
                           SET EOF-HOR-OK TO TRUE
                       NOT AT END
                           IF HOR-ID-PROFESSOR EQUAL WS-ID-SUBST AND
                              HOR-DIA EQUAL WS-DIA-SEMANA AND
                              HOR-PERIODO EQUAL WS-PERIODO
                               DISPLAY '*** CONFLITO: O SUBSTITUTO '
                                       'TEM AULA NA TURMA ' HOR-TURMA
                                       ' NESSE PERIODO ***'
                               CLOSE HORARIOS
                               GO TO P360-FIM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HORARIOS
           END-IF

      * SUBSTITUTO TAMBEM AUSENTE NESSE PERIODO
           MOVE REG-FALTAPROF       TO WS-FALTA-SALVA
           MOVE WS-ID-SUBST         TO FPR-ID-PROFESSOR
           MOVE WS-DATA-FALTA       TO FPR-DATA
           SET SUBST-VALIDO         TO TRUE
           READ FALTAPROF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FPR-PER-AFETADO(WS-PERIODO)
                       DISPLAY '*** O SUBSTITUTO TEM FALTA REGISTRADA '
                               'NESSE PERIODO ***'
                       SET SUBST-VALIDO TO FALSE
                   END-IF
           END-READ
           MOVE WS-FALTA-SALVA      TO REG-FALTAPROF
           .
       P360-FIM.
           EXIT.

      ******************************************************************
      * DESIGNA OU TROCA O SUBSTITUTO DE UMA AULA AFETADA JA
      * REGISTRADA (ZERO RETIRA O SUBSTITUTO E A AULA VOLTA A FICAR
      * PENDENTE DE REPOSICAO)
      ******************************************************************
       P370-SUBSTITUTO.
           PERFORM P375-LOCALIZA-AULA THRU P375-FIM
           IF NOT FALTA-EXISTE
               GO TO P370-FIM
           END-IF

           IF FPR-REPOSTA(WS-PERIODO)
               DISPLAY '*** AULA JA REPOSTA EM '
                       FPR-DT-REPOSICAO(WS-PERIODO) ' ***'
               GO TO P370-FIM
           END-IF

           PERFORM P350-PEDE-SUBSTITUTO THRU P350-FIM

           REWRITE REG-FALTAPROF
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A FALTA'
               NOT INVALID KEY
                   DISPLAY 'SUBSTITUICAO ATUALIZADA'
           END-REWRITE
           .
       P370-FIM.
           EXIT.

      * LOCALIZA A FALTA DO PROFESSOR NA DATA E PEDE O PERIODO, QUE
      * PRECISA SER UMA AULA AFETADA (COM AULA NA GRADE)
       P375-LOCALIZA-AULA.
           SET FALTA-EXISTE         TO FALSE
           PERFORM P310-LE-PROFESSOR-DATA THRU P310-FIM
           IF NOT PROF-VALIDO
               GO TO P375-FIM
           END-IF

           MOVE WS-ID-PROF          TO FPR-ID-PROFESSOR
           MOVE WS-DATA-FALTA       TO FPR-DATA
           READ FALTAPROF
               INVALID KEY
                   DISPLAY '*** FALTA NAO REGISTRADA NESSA DATA ***'
                   GO TO P375-FIM
           END-READ

           PERFORM P385-MOSTRA-FALTA THRU P385-FIM

           DISPLAY 'PERIODO (1 A 6): '
           MOVE ZEROS               TO WS-PERIODO
           ACCEPT WS-PERIODO
           IF WS-PERIODO < 1 OR WS-PERIODO > 6
               DISPLAY '*** PERIODO INVALIDO ***'
               GO TO P375-FIM
           END-IF
           IF NOT FPR-PER-AFETADO(WS-PERIODO) OR
              FPR-SEM-AULA(WS-PERIODO)
               DISPLAY '*** PERIODO SEM AULA AFETADA PELA FALTA ***'
               GO TO P375-FIM
           END-IF

           SET FALTA-EXISTE         TO TRUE
           .
       P375-FIM.
           EXIT.

      ******************************************************************
      * REPOSICAO DE UMA AULA QUE FICOU SEM SUBSTITUTO
      ******************************************************************
       P380-REPOSICAO.
           PERFORM P375-LOCALIZA-AULA THRU P375-FIM
           IF NOT FALTA-EXISTE
               GO TO P380-FIM
           END-IF

           IF NOT FPR-PENDENTE(WS-PERIODO)
               DISPLAY '*** A AULA NAO ESTA PENDENTE DE REPOSICAO ***'
               GO TO P380-FIM
           END-IF

           DISPLAY 'DATA DA REPOSICAO (AAAAMMDD, 0 = HOJE): '
           MOVE ZEROS               TO WS-DATA-REPOSICAO
           ACCEPT WS-DATA-REPOSICAO
           IF WS-DATA-REPOSICAO EQUAL ZEROS
               MOVE WS-HOJE         TO WS-DATA-REPOSICAO
           END-IF
           IF WS-DATA-REPOSICAO < FPR-DATA
               DISPLAY '*** REPOSICAO ANTERIOR A FALTA ***'
               GO TO P380-FIM
           END-IF

           MOVE 'R'                 TO FPR-SITUACAO(WS-PERIODO)
           MOVE WS-DATA-REPOSICAO   TO FPR-DT-REPOSICAO(WS-PERIODO)

           REWRITE REG-FALTAPROF
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR A REPOSICAO'
               NOT INVALID KEY
                   DISPLAY 'REPOSICAO REGISTRADA'
           END-REWRITE
           .
       P380-FIM.
           EXIT.

       P385-MOSTRA-FALTA.
           DISPLAY FPR-DATA ' MOTIVO ' FPR-MOTIVO ' ' FPR-OBSERVACAO
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               IF FPR-PER-AFETADO(WS-IDX-PER)
                   EVALUATE TRUE
                       WHEN FPR-SUBSTITUIDA(WS-IDX-PER)
                           DISPLAY '  ' WS-IDX-PER ' - '
                                   FPR-TURMA(WS-IDX-PER)
                                   ' SUBSTITUTO '
                                   FPR-ID-SUBSTITUTO(WS-IDX-PER)
                       WHEN FPR-PENDENTE(WS-IDX-PER)
                           DISPLAY '  ' WS-IDX-PER ' - '
                                   FPR-TURMA(WS-IDX-PER)
                                   ' PENDENTE DE REPOSICAO'
                       WHEN FPR-REPOSTA(WS-IDX-PER)
                           DISPLAY '  ' WS-IDX-PER ' - '
                                   FPR-TURMA(WS-IDX-PER)
                                   ' REPOSTA EM '
                                   FPR-DT-REPOSICAO(WS-IDX-PER)
                       WHEN OTHER
                           DISPLAY '  ' WS-IDX-PER ' - (SEM AULA)'
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       P385-FIM.
           EXIT.

       P390-CONSULTA.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT

           DISPLAY 'ID DO PROFESSOR: '
           MOVE ZEROS               TO WS-ID-PROF
           ACCEPT WS-ID-PROF

           MOVE WS-ID-PROF          TO FPR-ID-PROFESSOR
           MOVE ZEROS               TO FPR-DATA

           START FALTAPROF KEY IS NOT LESS THAN FPR-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ FALTAPROF NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF FPR-ID-PROFESSOR NOT EQUAL WS-ID-PROF
                           SET EOF-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           PERFORM P385-MOSTRA-FALTA THRU P385-FIM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUMA FALTA REGISTRADA PARA O PROFESSOR'
           ELSE
               DISPLAY 'FALTAS REGISTRADAS: ' WS-CONT
           END-IF
           .
       P390-FIM.
           EXIT.

       P395-EXCLUI.
           PERFORM P310-LE-PROFESSOR-DATA THRU P310-FIM

           MOVE WS-ID-PROF          TO FPR-ID-PROFESSOR
           MOVE WS-DATA-FALTA       TO FPR-DATA
           READ FALTAPROF
               INVALID KEY
                   DISPLAY '*** FALTA NAO REGISTRADA NESSA DATA ***'
                   GO TO P395-FIM
           END-READ

           PERFORM P385-MOSTRA-FALTA THRU P385-FIM
           DISPLAY 'CONFIRMA A EXCLUSAO? <S> - <N>'
           ACCEPT WS-CONFIRMA
           IF WS-CONFIRMA NOT EQUAL 'S' AND WS-CONFIRMA NOT EQUAL 's'
               DISPLAY 'REGISTRO MANTIDO'
               GO TO P395-FIM
           END-IF

           DELETE FALTAPROF RECORD
               INVALID KEY
                   DISPLAY 'ERRO AO EXCLUIR A FALTA'
               NOT INVALID KEY
                   DISPLAY 'FALTA EXCLUIDA'
           END-DELETE
           .
       P395-FIM.
           EXIT.

      ******************************************************************
      * RELATORIO MENSAL EM RELSUBST.TXT: (1) AULAS DADAS POR
      * SUBSTITUTO NA ORDEM DAS DATAS; (2) AULAS NAO DADAS PENDENTES DE
      * REPOSICAO POR TURMA/DISCIPLINA; (3) TOTAIS DE FALTAS POR
      * PROFESSOR, COM OS DIAS POR MOTIVO, PARA O RH
      ******************************************************************
       P400-RELATORIO.
           SET FS-REL-OK            TO TRUE
           MOVE ZEROS               TO WS-TOT-SUBSTITUIDAS
           MOVE ZEROS               TO WS-TOT-PENDENTES
           MOVE ZEROS               TO WS-TOT-DIAS-FALTA

           DISPLAY 'MES DE REFERENCIA (AAAAMM, 0 = MES ATUAL): '
           MOVE ZEROS               TO WS-MES-REF
           ACCEPT WS-MES-REF
           IF WS-MES-REF EQUAL ZEROS
               MOVE WS-HOJE(1:6)    TO WS-MES-REF
           END-IF
           IF WS-MR-MES < 1 OR WS-MR-MES > 12
               DISPLAY '*** MES INVALIDO ***'
               GO TO P400-FIM
           END-IF
           COMPUTE WS-MES-INICIO = WS-MR-ANO * 10000
                                 + WS-MR-MES * 100 + 1
           COMPUTE WS-MES-FIM    = WS-MR-ANO * 10000
                                 + WS-MR-MES * 100 + 31

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE SUBSTITUICOES'
               DISPLAY 'FILE STATUS: ' WS-FS-REL
               GO TO P400-FIM
           END-IF

           SET PROF-DISPONIVEL      TO FALSE
           SET FS-PROF-OK           TO TRUE
           OPEN INPUT PROFESSORES
           IF FS-PROF-OK
               SET PROF-DISPONIVEL  TO TRUE
           END-IF
           SET MAT-DISPONIVEL       TO FALSE
           SET FS-MAT-OK            TO TRUE
           OPEN INPUT MATERIAS
           IF FS-MAT-OK
               SET MAT-DISPONIVEL   TO TRUE
           END-IF

           MOVE CFG-NOME-ESCOLA     TO WS-LE-ESCOLA
           MOVE WS-MR-MES           TO WS-CM-MES
           MOVE WS-MR-ANO           TO WS-CM-ANO
           WRITE REL-LINHA FROM WS-LIN-ESCOLA
           WRITE REL-LINHA FROM WS-CAB-MENSAL
           WRITE REL-LINHA FROM WS-LIN-TRACO

           PERFORM P410-AULAS-SUBSTITUIDAS THRU P410-FIM

           MOVE '2. AULAS NAO DADAS - PENDENTES DE REPOSICAO'
                                    TO WS-CS-TITULO
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-CAB-SECAO
           WRITE REL-LINHA FROM WS-LIN-TRACO

           SORT WORK-SORT
               ON ASCENDING KEY SD-TURMA SD-MATERIA SD-DATA SD-PERIODO
               INPUT PROCEDURE  P420-SELECIONA-PENDENTES THRU P420-FIM
               OUTPUT PROCEDURE P430-IMPRIME-PENDENTES THRU P430-FIM

           MOVE 'TOTAL DE AULAS PENDENTES DE REPOSICAO..:'
                                    TO WS-DQ-TEXTO
           MOVE WS-TOT-PENDENTES    TO WS-DQ-QTD
           WRITE REL-LINHA FROM WS-DET-QTD

           PERFORM P450-TOTAIS-PROFESSOR THRU P450-FIM

           CLOSE RELATORIO
           IF PROF-DISPONIVEL
               CLOSE PROFESSORES
           END-IF
           IF MAT-DISPONIVEL
               CLOSE MATERIAS
           END-IF

           DISPLAY 'AULAS DADAS POR SUBSTITUTO....: '
                   WS-TOT-SUBSTITUIDAS
           DISPLAY 'AULAS PENDENTES DE REPOSICAO..: ' WS-TOT-PENDENTES
           DISPLAY 'DIAS DE FALTA DE PROFESSORES..: '
                   WS-TOT-DIAS-FALTA
           DISPLAY 'RELATORIO GERADO EM...........: ' WS-RELSUBST-PATH
           .
       P400-FIM.
           EXIT.

      * PERCORRE AS FALTAS DO MES PELA CHAVE DE DATA
       P410-AULAS-SUBSTITUIDAS.
           MOVE '1. AULAS DADAS POR SUBSTITUTO'
                                    TO WS-CS-TITULO
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-CAB-SECAO
           WRITE REL-LINHA FROM WS-CAB-SUBST
           WRITE REL-LINHA FROM WS-LIN-TRACO

           SET EOF-OK               TO FALSE
           MOVE WS-MES-INICIO       TO FPR-DATA
           START FALTAPROF KEY IS NOT LESS THAN FPR-DATA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ FALTAPROF NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF FPR-DATA > WS-MES-FIM
                           SET EOF-OK TO TRUE
                       ELSE
                           PERFORM P415-LINHAS-SUBST THRU P415-FIM
                       END-IF
               END-READ
           END-PERFORM

           MOVE 'TOTAL DE AULAS DADAS POR SUBSTITUTO....:'
                                    TO WS-DQ-TEXTO
           MOVE WS-TOT-SUBSTITUIDAS TO WS-DQ-QTD
           WRITE REL-LINHA FROM WS-DET-QTD
           .
       P410-FIM.
           EXIT.

       P415-LINHAS-SUBST.
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               IF FPR-PER-AFETADO(WS-IDX-PER) AND
                  FPR-SUBSTITUIDA(WS-IDX-PER)
                   ADD 1 TO WS-TOT-SUBSTITUIDAS
                   MOVE FPR-DATA              TO WS-DS-DATA
                   MOVE WS-IDX-PER            TO WS-DS-PERIODO
                   MOVE FPR-TURMA(WS-IDX-PER) TO WS-DS-TURMA
                   MOVE FPR-ID-MATERIA(WS-IDX-PER) TO MAT-ID-MATERIA
                   PERFORM P810-NOME-MATERIA THRU P810-FIM
                   MOVE WS-NM-MATERIA         TO WS-DS-MATERIA
                   MOVE FPR-ID-PROFESSOR      TO PROF-ID
                   PERFORM P800-NOME-PROFESSOR THRU P800-FIM
                   MOVE WS-NM-AUX             TO WS-DS-TITULAR
                   MOVE FPR-ID-SUBSTITUTO(WS-IDX-PER) TO PROF-ID
                   PERFORM P800-NOME-PROFESSOR THRU P800-FIM
                   MOVE WS-NM-AUX             TO WS-DS-SUBSTITUTO
                   WRITE REL-LINHA FROM WS-DET-SUBST
               END-IF
           END-PERFORM
           .
       P415-FIM.
           EXIT.

       P420-SELECIONA-PENDENTES.
           SET EOF-OK               TO FALSE
           MOVE WS-MES-INICIO       TO FPR-DATA
           START FALTAPROF KEY IS NOT LESS THAN FPR-DATA
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ FALTAPROF NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF FPR-DATA > WS-MES-FIM
                           SET EOF-OK TO TRUE
                       ELSE
                           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                                   UNTIL WS-IDX-PER > 6
                               IF FPR-PER-AFETADO(WS-IDX-PER) AND
                                  FPR-PENDENTE(WS-IDX-PER)
                                   MOVE FPR-TURMA(WS-IDX-PER)
                                        TO SD-TURMA
                                   MOVE FPR-ID-MATERIA(WS-IDX-PER)
                                        TO SD-MATERIA
                                   MOVE FPR-DATA    TO SD-DATA
                                   MOVE WS-IDX-PER  TO SD-PERIODO
                                   MOVE FPR-ID-PROFESSOR
                                        TO SD-PROFESSOR
                                   RELEASE SD-REGISTRO
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           .
       P420-FIM.
           EXIT.

       P430-IMPRIME-PENDENTES.
           SET EOF-SORT-OK          TO FALSE
           MOVE HIGH-VALUES         TO WS-GRUPO-ANTERIOR
           MOVE ZEROS               TO WS-GRP-PENDENTES

           PERFORM UNTIL EOF-SORT-OK
               RETURN WORK-SORT
                   AT END
                       SET EOF-SORT-OK TO TRUE
                   NOT AT END
                       MOVE SD-TURMA     TO WS-GT-TURMA
                       MOVE SD-MATERIA   TO WS-GT-MATERIA
                       IF WS-GRUPO-ATUAL NOT EQUAL WS-GRUPO-ANTERIOR
                           IF WS-GRUPO-ANTERIOR NOT EQUAL HIGH-VALUES
                               PERFORM P440-SUBTOTAL THRU P440-FIM
                           END-IF
                           MOVE WS-GRUPO-ATUAL TO WS-GRUPO-ANTERIOR
                           MOVE SD-TURMA       TO WS-CG-TURMA
                           MOVE SD-MATERIA     TO MAT-ID-MATERIA
                           PERFORM P810-NOME-MATERIA THRU P810-FIM
                           MOVE WS-NM-MATERIA  TO WS-CG-MATERIA
                           WRITE REL-LINHA FROM WS-CAB-GRUPO
                       END-IF
                       ADD 1 TO WS-GRP-PENDENTES
                       ADD 1 TO WS-TOT-PENDENTES
                       MOVE SD-DATA      TO WS-DP-DATA
                       MOVE SD-PERIODO   TO WS-DP-PERIODO
                       MOVE SD-PROFESSOR TO PROF-ID
                       PERFORM P800-NOME-PROFESSOR THRU P800-FIM
                       MOVE WS-NM-AUX    TO WS-DP-TITULAR
                       WRITE REL-LINHA FROM WS-DET-PENDENTE
               END-RETURN
           END-PERFORM

           IF WS-GRUPO-ANTERIOR NOT EQUAL HIGH-VALUES
               PERFORM P440-SUBTOTAL THRU P440-FIM
           END-IF
           .
       P430-FIM.
           EXIT.

       P440-SUBTOTAL.
           MOVE WS-GRP-PENDENTES    TO WS-DST-QTD
           WRITE REL-LINHA FROM WS-DET-SUBTOTAL
           MOVE ZEROS               TO WS-GRP-PENDENTES
           .
       P440-FIM.
           EXIT.

      ******************************************************************
      * TOTAIS POR PROFESSOR PARA O RH: PERCORRE FALTAPROF NA ORDEM DA
      * CHAVE (PROFESSOR + DATA) FILTRANDO O MES, COM QUEBRA POR
      * PROFESSOR
      ******************************************************************
       P450-TOTAIS-PROFESSOR.
           MOVE '3. FALTAS POR PROFESSOR (RH)' TO WS-CS-TITULO
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-CAB-SECAO
           WRITE REL-LINHA FROM WS-CAB-RH
           WRITE REL-LINHA FROM WS-LIN-TRACO

           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-PROF-ANTERIOR
           INITIALIZE WS-TOTAIS-PROF
           MOVE ZEROS               TO FPR-ID-PROFESSOR
           MOVE ZEROS               TO FPR-DATA
           START FALTAPROF KEY IS NOT LESS THAN FPR-CHAVE
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ FALTAPROF NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF FPR-DATA NOT < WS-MES-INICIO AND
                          FPR-DATA NOT > WS-MES-FIM
                           IF FPR-ID-PROFESSOR NOT EQUAL
                              WS-PROF-ANTERIOR
                               IF WS-PROF-ANTERIOR > ZEROS
                                   PERFORM P460-LINHA-PROFESSOR
                                      THRU P460-FIM
                               END-IF
                               MOVE FPR-ID-PROFESSOR
                                    TO WS-PROF-ANTERIOR
                           END-IF
                           PERFORM P455-ACUMULA-FALTA THRU P455-FIM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-PROF-ANTERIOR > ZEROS
               PERFORM P460-LINHA-PROFESSOR THRU P460-FIM
           END-IF

           WRITE REL-LINHA FROM WS-LIN-TRACO
           MOVE 'TOTAL DE DIAS DE FALTA DE PROFESSORES..:'
                                    TO WS-DQ-TEXTO
           MOVE WS-TOT-DIAS-FALTA   TO WS-DQ-QTD
           WRITE REL-LINHA FROM WS-DET-QTD
           .
       P450-FIM.
           EXIT.

       P455-ACUMULA-FALTA.
           ADD 1 TO WS-TP-DIAS
           ADD 1 TO WS-TOT-DIAS-FALTA
           EVALUATE TRUE
               WHEN FPR-MOT-SAUDE
                   ADD 1 TO WS-TP-SAUDE
               WHEN FPR-MOT-LICENCA
                   ADD 1 TO WS-TP-LICENCA
               WHEN FPR-MOT-FORMACAO
                   ADD 1 TO WS-TP-FORMACAO
               WHEN FPR-MOT-PARTICULAR
                   ADD 1 TO WS-TP-PARTICULAR
               WHEN OTHER
                   ADD 1 TO WS-TP-OUTRO
           END-EVALUATE

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 6
               IF FPR-PER-AFETADO(WS-IDX-PER)
                   ADD 1 TO WS-TP-PERIODOS
                   EVALUATE TRUE
                       WHEN FPR-SUBSTITUIDA(WS-IDX-PER)
                           ADD 1 TO WS-TP-SUBST
                       WHEN FPR-PENDENTE(WS-IDX-PER)
                           ADD 1 TO WS-TP-PEND
                       WHEN FPR-REPOSTA(WS-IDX-PER)
                           ADD 1 TO WS-TP-REPOS
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
       P455-FIM.
           EXIT.

       P460-LINHA-PROFESSOR.
           MOVE WS-PROF-ANTERIOR    TO WS-DR-ID
           MOVE WS-PROF-ANTERIOR    TO PROF-ID
           PERFORM P800-NOME-PROFESSOR THRU P800-FIM
           MOVE WS-NM-AUX           TO WS-DR-NOME
           MOVE WS-TP-DIAS          TO WS-DR-DIAS
           MOVE WS-TP-PERIODOS      TO WS-DR-PERIODOS
           MOVE WS-TP-SUBST         TO WS-DR-SUBST
           MOVE WS-TP-PEND          TO WS-DR-PEND
           MOVE WS-TP-REPOS         TO WS-DR-REPOS
           MOVE WS-TP-SAUDE         TO WS-DR-SAUDE
           MOVE WS-TP-LICENCA       TO WS-DR-LICENCA
           MOVE WS-TP-FORMACAO      TO WS-DR-FORMACAO
           MOVE WS-TP-PARTICULAR    TO WS-DR-PARTICULAR
           MOVE WS-TP-OUTRO         TO WS-DR-OUTRO
           WRITE REL-LINHA FROM WS-DET-RH
           INITIALIZE WS-TOTAIS-PROF
           .
       P460-FIM.
           EXIT.

      * NOME DO PROFESSOR EM PROF-ID (CATALOGO OPCIONAL NO RELATORIO)
       P800-NOME-PROFESSOR.
           MOVE 'PROFESSOR NAO CADASTRADO' TO WS-NM-AUX
           IF PROF-DISPONIVEL
               READ PROFESSORES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PROF-NOME TO WS-NM-AUX
               END-READ
           END-IF
           .
       P800-FIM.
           EXIT.

      * NOME DA DISCIPLINA EM MAT-ID-MATERIA
       P810-NOME-MATERIA.
           MOVE 'DISCIPLINA NAO CADASTR.' TO WS-NM-MATERIA
           IF MAT-DISPONIVEL
               READ MATERIAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE MAT-NM-MATERIA TO WS-NM-MATERIA
               END-READ
           END-IF
           .
       P810-FIM.
           EXIT.

      ******************************************************************
      * DIA DA SEMANA DA DATA EM WS-DATA-AULA-R PELA CONGRUENCIA DE
      * ZELLER, NA CONVENCAO DA GRADE DE HORARIOS (1=SEGUNDA ...
      * 6=SABADO, 7=DOMINGO)
      ******************************************************************
       P600-DIA-DA-SEMANA.
           MOVE WS-DCH-MES          TO WS-ZL-MES
           MOVE WS-DCH-ANO          TO WS-ZL-ANO
           IF WS-ZL-MES < 3
               ADD 12               TO WS-ZL-MES
               SUBTRACT 1           FROM WS-ZL-ANO
           END-IF

           DIVIDE WS-ZL-ANO BY 100 GIVING WS-ZL-J
                  REMAINDER WS-ZL-K

           COMPUTE WS-ZL-SOMA = WS-DCH-DIA
                   + ((13 * (WS-ZL-MES + 1)) / 5)
                   + WS-ZL-K + (WS-ZL-K / 4)
                   + (WS-ZL-J / 4) + (5 * WS-ZL-J)

           DIVIDE WS-ZL-SOMA BY 7 GIVING WS-ZL-QUOC
                  REMAINDER WS-ZL-RESTO

      * ZELLER DEVOLVE 0=SABADO E 1=DOMINGO; CONVERTE PARA 1=SEGUNDA
           EVALUATE WS-ZL-RESTO
               WHEN 0
                   MOVE 6 TO WS-DIA-SEMANA
               WHEN 1
                   MOVE 7 TO WS-DIA-SEMANA
               WHEN OTHER
                   COMPUTE WS-DIA-SEMANA = WS-ZL-RESTO - 1
           END-EVALUATE
           .
       P600-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CADSUBST.
