      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:REFORCO ESCOLAR - GRUPOS, INSCRICOES E CHAMADA
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO PROGRAMA. MANTEM OS GRUPOS DE
      *         REFORCO DA UNIDADE DO LOGIN (REFGRUPO.DAT: DISCIPLINA,
      *         PROFESSOR, DIAS, HORARIO E VAGAS), AS INSCRICOES DOS
      *         ALUNOS (REFINSC.DAT) E A CHAMADA DAS SESSOES
      *         (REFFREQ.DAT), SEPARADA DE FREQUENCIA.DAT PARA NAO
      *         MEXER NA PRESENCA DAS AULAS REGULARES. A SUGESTAO DE
      *         INSCRICAO LISTA OS ALUNOS COM MEDIA DA DISCIPLINA
      *         ABAIXO DO CORTE DE APROVACAO E, SE PEDIDO, OS DA
      *         ULTIMA SEMANA DO INDICE DE RISCO (RISCOHIST.DAT) COM
      *         PONTUACAO A PARTIR DO MINIMO INFORMADO. O IMPACTO SAI
      *         PELO RELREFORCO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFORCO.

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

                SELECT MATERIAS ASSIGN TO
                WS-MATERIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS MAT-ID-MATERIA
                FILE STATUS IS WS-FS-MAT.

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

                SELECT RISCOHIST ASSIGN TO
                WS-RISCOHIST-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RSH-CHAVE
                FILE STATUS IS WS-FS-RSH.

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

       FD MATERIAS.
           COPY MATERIAS.

       FD PROFESSORES.
           COPY PROFESSORES.

       FD DISCIPLINAS.
           COPY DISCIPLINAS.

       FD RISCOHIST.
           COPY RISCOHIST.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

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
         01 WS-DATA-AUX.
           03 WS-DA-ANO                    PIC 9(04).
           03 WS-DA-MES                    PIC 9(02).
           03 WS-DA-DIA                    PIC 9(02).
         01 WS-DATA-ED.
           03 WS-DE-DIA                    PIC 9(02).
           03 FILLER                       PIC X(01) VALUE '/'.
           03 WS-DE-MES                    PIC 9(02).
           03 FILLER                       PIC X(01) VALUE '/'.
           03 WS-DE-ANO                    PIC 9(04).
         01 WS-TAB-DIAS-MES.
           03 FILLER                      PIC X(24)
              VALUE '312831303130313130313031'.
         01 WS-TAB-DIAS-MES-R REDEFINES WS-TAB-DIAS-MES.
           03 WS-DIAS-DO-MES OCCURS 12   PIC 9(02).

         77 WS-FS-RFG                      PIC 99.
           88 FS-RFG-OK                    VALUE 0.
         77 WS-FS-RFI                      PIC 99.
           88 FS-RFI-OK                    VALUE 0.
         77 WS-FS-RFF                      PIC 99.
           88 FS-RFF-OK                    VALUE 0.
         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-FS-MAT                      PIC 99.
           88 FS-MAT-OK                    VALUE 0.
         77 WS-FS-PROF                     PIC 99.
           88 FS-PROF-OK                   VALUE 0.
         77 WS-FS-DISC                     PIC 99.
           88 FS-DISC-OK                   VALUE 0.
         77 WS-FS-RSH                      PIC 99.
           88 FS-RSH-OK                    VALUE 0.
         77 WS-ABRIU-RISCO                 PIC X     VALUE 'N'.
           88 ABRIU-RISCO                  VALUE 'S' FALSE 'N'.
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
         77 WS-GRUPO                       PIC X     VALUE 'N'.
           88 GRUPO-OK                     VALUE 'S' FALSE 'N'.
         77 WS-DADOS                       PIC X     VALUE 'N'.
           88 DADOS-OK                     VALUE 'S' FALSE 'N'.
         77 WS-ALUNO                       PIC X     VALUE 'N'.
           88 ALUNO-OK                     VALUE 'S' FALSE 'N'.
         77 WS-REINSCRICAO                 PIC X     VALUE 'N'.
           88 REINSCRICAO                  VALUE 'S' FALSE 'N'.
         77 WS-DATA                        PIC X     VALUE 'N'.
           88 DATA-OK                      VALUE 'S' FALSE 'N'.
         77 WS-OPCAO                       PIC X(01) VALUE SPACES.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-CONT                        PIC 9(03) VALUE ZEROS.
         77 WS-CONT-INSC                   PIC 9(03) VALUE ZEROS.
         77 WS-CONT-INSC-TOT               PIC 9(03) VALUE ZEROS.
         77 WS-CONT-PRESENTES              PIC 9(03) VALUE ZEROS.
         77 WS-CONT-FALTAS                 PIC 9(03) VALUE ZEROS.
         77 WS-CONT-SESSOES                PIC 9(03) VALUE ZEROS.
         77 WS-MAIOR-ID                    PIC 9(03) VALUE ZEROS.
         77 WS-ID-GRUPO                    PIC 9(03) VALUE ZEROS.
         77 WS-ID-ALUNO                    PIC 9(05) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-PROF                PIC 9(02) VALUE ZEROS.
         77 WS-NOVA-DESCRICAO              PIC X(30) VALUE SPACES.
         77 WS-NOVA-MATERIA                PIC 9(20) VALUE ZEROS.
         77 WS-NOVO-NM-MATERIA             PIC X(20) VALUE SPACES.
         77 WS-NOVO-PROFESSOR              PIC 9(05) VALUE ZEROS.
         77 WS-NOVOS-DIAS                  PIC X(07) VALUE SPACES.
         77 WS-NOVA-HORA-INI               PIC 9(04) VALUE ZEROS.
         77 WS-NOVA-HORA-FIM               PIC 9(04) VALUE ZEROS.
         77 WS-NOVAS-VAGAS                 PIC 9(02) VALUE ZEROS.
         77 WS-ENTRADA-NUM                 PIC 9(20) VALUE ZEROS.
         77 WS-ENTRADA-X                   PIC X(07) VALUE SPACES.
         77 WS-IDX                         PIC 9(02) VALUE ZEROS.
         77 WS-QTD-BIM                     PIC 9(01) VALUE ZEROS.
         77 WS-ULT-BIM                     PIC 9(01) VALUE ZEROS.
         77 WS-SOMA-MEDIAS                 PIC 9(03)V99 VALUE ZEROS.
         77 WS-MEDIA-ATUAL                 PIC 9(02)V99 VALUE ZEROS.
         77 WS-MEDIA-ED                    PIC Z9,99.
         77 WS-BIM-INICIO                  PIC 9(01) VALUE ZEROS.
         77 WS-BIM-DIGITADO                PIC 9(01) VALUE ZEROS.
         77 WS-ORIGEM                      PIC X(01) VALUE SPACES.
         77 WS-TURMA                       PIC X(10) VALUE SPACES.
         77 WS-RISCO-MINIMO                PIC 9(03) VALUE ZEROS.
         77 WS-RISCO-PONTOS                PIC 9(03) VALUE ZEROS.
         77 WS-MOTIVO                      PIC X(20) VALUE SPACES.
         77 WS-POR-NOTA                    PIC X     VALUE 'N'.
           88 SUGERE-NOTA                  VALUE 'S' FALSE 'N'.
         77 WS-POR-RISCO                   PIC X     VALUE 'N'.
           88 SUGERE-RISCO                 VALUE 'S' FALSE 'N'.
         77 WS-ORIGEM-DESC                 PIC X(06) VALUE SPACES.
         77 WS-SITUACAO-DESC               PIC X(10) VALUE SPACES.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-DATA-SESSAO                 PIC 9(08) VALUE ZEROS.
         77 WS-ULTIMO-DIA                  PIC 9(02) VALUE ZEROS.
         77 WS-QUOCIENTE                   PIC 9(04) VALUE ZEROS.
         77 WS-RESTO                       PIC 9(04) VALUE ZEROS.
         77 WS-PRESENCA                    PIC X(01) VALUE SPACES.
         77 WS-PRESENCA-ANT                PIC X(01) VALUE SPACES.
         77 WS-DIA-SEMANA                  PIC 9(01) VALUE ZEROS.
         77 WS-ZL-MES                      PIC 9(02) VALUE ZEROS.
         77 WS-ZL-ANO                      PIC 9(04) VALUE ZEROS.
         77 WS-ZL-K                        PIC 9(02) VALUE ZEROS.
         77 WS-ZL-J                        PIC 9(02) VALUE ZEROS.
         77 WS-ZL-SOMA                     PIC 9(05) VALUE ZEROS.
         77 WS-ZL-QUOC                     PIC 9(04) VALUE ZEROS.
         77 WS-ZL-RESTO                    PIC 9(04) VALUE ZEROS.

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
           IF ARQUIVOS-OK
               SET EXIT-OK           TO FALSE
               PERFORM P300-PROCESSA THRU P300-FIM UNTIL EXIT-OK
               PERFORM P290-FECHA-ARQUIVOS THRU P290-FIM
           END-IF
           PERFORM P900-FIM
           .

       P100-MONTA-CAMINHOS.
           ACCEPT WS-BASE-DIR FROM ENVIRONMENT 'BOLETIMV2_HOME'
           IF WS-BASE-DIR EQUAL SPACES THEN
               MOVE 'C:\Users\777\Desktop\BOLETIMV2' TO WS-BASE-DIR
           END-IF

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
                  '\MATERIAS.DAT' DELIMITED BY SIZE
                  INTO WS-MATERIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\PROFESSORES.DAT' DELIMITED BY SIZE
                  INTO WS-PROFESSORES-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DISCIPLINAS.DAT' DELIMITED BY SIZE
                  INTO WS-DISCIPLINAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RISCOHIST.DAT' DELIMITED BY SIZE
                  INTO WS-RISCOHIST-PATH
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

           ACCEPT WS-DATA-HOJE      FROM DATE YYYYMMDD
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * OS TRES ARQUIVOS DO REFORCO SAO CRIADOS NA PRIMEIRA VEZ; O
      * HISTORICO DE RISCO E OPCIONAL (SO EXISTE DEPOIS DA PRIMEIRA
      * RODADA DO INDRISCO) E SEM ELE A SUGESTAO FICA SO POR NOTA
      ******************************************************************
       P200-ABRE-ARQUIVOS.
           SET ARQUIVOS-OK          TO FALSE
           SET FS-RFG-OK            TO TRUE
           SET FS-RFI-OK            TO TRUE
           SET FS-RFF-OK            TO TRUE

           OPEN I-O REFGRUPO
           IF WS-FS-RFG EQUAL 35 THEN
               OPEN OUTPUT REFGRUPO
               CLOSE REFGRUPO
               OPEN I-O REFGRUPO
           END-IF

           OPEN I-O REFINSC
           IF WS-FS-RFI EQUAL 35 THEN
               OPEN OUTPUT REFINSC
               CLOSE REFINSC
               OPEN I-O REFINSC
           END-IF

           OPEN I-O REFFREQ
           IF WS-FS-RFF EQUAL 35 THEN
               OPEN OUTPUT REFFREQ
               CLOSE REFFREQ
               OPEN I-O REFFREQ
           END-IF

           OPEN INPUT ALUNOS
           OPEN INPUT MATERIAS
           OPEN INPUT PROFESSORES
           OPEN INPUT DISCIPLINAS

           IF NOT FS-RFG-OK OR NOT FS-RFI-OK OR NOT FS-RFF-OK OR
              NOT FS-OK OR NOT FS-MAT-OK OR NOT FS-PROF-OK OR
              NOT FS-DISC-OK
               DISPLAY 'ERRO AO ABRIR OS ARQUIVOS DO REFORCO'
               DISPLAY 'FILE STATUS GRUPOS......: ' WS-FS-RFG
               DISPLAY 'FILE STATUS INSCRICOES..: ' WS-FS-RFI
               DISPLAY 'FILE STATUS CHAMADA.....: ' WS-FS-RFF
               DISPLAY 'FILE STATUS ALUNOS......: ' WS-FS
               DISPLAY 'FILE STATUS MATERIAS....: ' WS-FS-MAT
               DISPLAY 'FILE STATUS PROFESSORES.: ' WS-FS-PROF
               DISPLAY 'FILE STATUS DISCIPLINAS.: ' WS-FS-DISC
               PERFORM P290-FECHA-ARQUIVOS THRU P290-FIM
               GO TO P200-FIM
           END-IF

           SET ABRIU-RISCO          TO FALSE
           OPEN INPUT RISCOHIST
           IF FS-RSH-OK
               SET ABRIU-RISCO      TO TRUE
           END-IF

           SET ARQUIVOS-OK          TO TRUE
           .
       P200-FIM.
           EXIT.

       P290-FECHA-ARQUIVOS.
           CLOSE REFGRUPO
           CLOSE REFINSC
           CLOSE REFFREQ
           CLOSE ALUNOS
           CLOSE MATERIAS
           CLOSE PROFESSORES
           CLOSE DISCIPLINAS
           IF ABRIU-RISCO
               CLOSE RISCOHIST
               SET ABRIU-RISCO      TO FALSE
           END-IF
           .
       P290-FIM.
           EXIT.

       P300-PROCESSA.
           DISPLAY ' '
           DISPLAY '**** REFORCO ESCOLAR ****'
           DISPLAY '  1 - LISTAR GRUPOS'
           DISPLAY '  2 - INCLUIR GRUPO'
           DISPLAY '  3 - ALTERAR GRUPO'
           DISPLAY '  4 - DESATIVAR/REATIVAR GRUPO'
           DISPLAY '  5 - INSCRITOS DE UM GRUPO'
           DISPLAY '  6 - INSCREVER ALUNO'
           DISPLAY '  7 - SUGERIR INSCRICOES (NOTA BAIXA OU RISCO)'
           DISPLAY '  8 - DESLIGAR ALUNO DO GRUPO'
           DISPLAY '  9 - CHAMADA DA SESSAO'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN '1'
                   PERFORM P310-LISTA          THRU P310-FIM
               WHEN '2'
                   PERFORM P320-INCLUI         THRU P320-FIM
               WHEN '3'
                   PERFORM P330-ALTERA         THRU P330-FIM
               WHEN '4'
                   PERFORM P340-DESATIVA       THRU P340-FIM
               WHEN '5'
                   PERFORM P400-LISTA-INSCRITOS THRU P400-FIM
               WHEN '6'
                   PERFORM P420-INSCREVE       THRU P420-FIM
               WHEN '7'
                   PERFORM P450-SUGERE         THRU P450-FIM
               WHEN '8'
                   PERFORM P480-DESLIGA        THRU P480-FIM
               WHEN '9'
                   PERFORM P500-CHAMADA        THRU P500-FIM
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
           MOVE ZEROS               TO RFG-ID-GRUPO

           START REFGRUPO KEY IS NOT LESS THAN RFG-ID-GRUPO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           DISPLAY 'GRP DESCRICAO                      DISCIPLINA     '
                   '      DIAS    HORARIO     INSCR'
           PERFORM UNTIL EOF-OK
               READ REFGRUPO NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF RFG-UNIDADE EQUAL CFG-UNIDADE
                           ADD 1 TO WS-CONT
                           PERFORM P390-CONTA-INSCRITOS THRU P390-FIM
                           PERFORM P395-EDITA-HORARIO   THRU P395-FIM
                           IF GRUPO-INATIVO
                               DISPLAY RFG-ID-GRUPO ' ' RFG-DESCRICAO
                                       ' ' RFG-NM-MATERIA ' '
                                       RFG-DIAS-SEMANA ' '
                                       WS-HORARIO-ED ' '
                                       WS-CONT-INSC '/' RFG-VAGAS
                                       ' (INATIVO)'
                           ELSE
                               DISPLAY RFG-ID-GRUPO ' ' RFG-DESCRICAO
                                       ' ' RFG-NM-MATERIA ' '
                                       RFG-DIAS-SEMANA ' '
                                       WS-HORARIO-ED ' '
                                       WS-CONT-INSC '/' RFG-VAGAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUM GRUPO DE REFORCO CADASTRADO NA UNIDADE'
           ELSE
               DISPLAY 'DIAS: SEGUNDA A DOMINGO (S = TEM SESSAO)'
           END-IF
           .
       P310-FIM.
           EXIT.

       P320-INCLUI.
           PERFORM P360-PROXIMO-ID THRU P360-FIM
           IF WS-MAIOR-ID EQUAL 999
               DISPLAY '*** LIMITE DE GRUPOS ATINGIDO ***'
               GO TO P320-FIM
           END-IF

           MOVE SPACES              TO WS-NOVA-DESCRICAO
           MOVE ZEROS               TO WS-NOVA-MATERIA
           MOVE SPACES              TO WS-NOVO-NM-MATERIA
           MOVE ZEROS               TO WS-NOVO-PROFESSOR
           MOVE 'NNNNNNN'           TO WS-NOVOS-DIAS
           MOVE ZEROS               TO WS-NOVA-HORA-INI
           MOVE ZEROS               TO WS-NOVA-HORA-FIM
           MOVE ZEROS               TO WS-NOVAS-VAGAS
           PERFORM P370-DADOS-GRUPO THRU P370-FIM
           IF NOT DADOS-OK
               GO TO P320-FIM
           END-IF

           INITIALIZE REG-REFGRUPO
           COMPUTE RFG-ID-GRUPO = WS-MAIOR-ID + 1
           MOVE WS-NOVA-DESCRICAO   TO RFG-DESCRICAO
           MOVE WS-NOVA-MATERIA     TO RFG-ID-MATERIA
           MOVE WS-NOVO-NM-MATERIA  TO RFG-NM-MATERIA
           MOVE WS-NOVO-PROFESSOR   TO RFG-ID-PROFESSOR
           MOVE WS-NOVOS-DIAS       TO RFG-DIAS-SEMANA
           MOVE WS-NOVA-HORA-INI    TO RFG-HORA-INICIO
           MOVE WS-NOVA-HORA-FIM    TO RFG-HORA-FIM
           MOVE WS-NOVAS-VAGAS      TO RFG-VAGAS
           MOVE CFG-ANO-LETIVO      TO RFG-ANO-LETIVO
           MOVE CFG-UNIDADE         TO RFG-UNIDADE
           SET GRUPO-ATIVO          TO TRUE

           WRITE REG-REFGRUPO
               INVALID KEY
                   DISPLAY '*** GRUPO JA CADASTRADO ***'
               NOT INVALID KEY
                   DISPLAY '*** GRUPO ' RFG-ID-GRUPO
                           ' CADASTRADO COM SUCESSO ***'
           END-WRITE
           .
       P320-FIM.
           EXIT.

       P330-ALTERA.
           PERFORM P380-LE-GRUPO    THRU P380-FIM
           IF NOT GRUPO-OK
               GO TO P330-FIM
           END-IF

           PERFORM P390-CONTA-INSCRITOS THRU P390-FIM
           PERFORM P395-EDITA-HORARIO   THRU P395-FIM
           DISPLAY 'DESCRICAO ATUAL..: ' RFG-DESCRICAO
           DISPLAY 'DISCIPLINA ATUAL.: ' RFG-ID-MATERIA ' '
                   RFG-NM-MATERIA
           DISPLAY 'PROFESSOR ATUAL..: ' RFG-ID-PROFESSOR
           DISPLAY 'DIAS (SEG A DOM).: ' RFG-DIAS-SEMANA
           DISPLAY 'HORARIO ATUAL....: ' WS-HORARIO-ED
           DISPLAY 'VAGAS ATUAL......: ' RFG-VAGAS
                   '  (INSCRITOS ATIVOS: ' WS-CONT-INSC ')'
           MOVE RFG-DESCRICAO       TO WS-NOVA-DESCRICAO
           MOVE RFG-ID-MATERIA      TO WS-NOVA-MATERIA
           MOVE RFG-NM-MATERIA      TO WS-NOVO-NM-MATERIA
           MOVE RFG-ID-PROFESSOR    TO WS-NOVO-PROFESSOR
           MOVE RFG-DIAS-SEMANA     TO WS-NOVOS-DIAS
           MOVE RFG-HORA-INICIO     TO WS-NOVA-HORA-INI
           MOVE RFG-HORA-FIM        TO WS-NOVA-HORA-FIM
           MOVE RFG-VAGAS           TO WS-NOVAS-VAGAS

           PERFORM P370-DADOS-GRUPO THRU P370-FIM
           IF NOT DADOS-OK
               GO TO P330-FIM
           END-IF

      * COM INSCRICOES A DISCIPLINA NAO MUDA: O IMPACTO COMPARA A MEDIA
      * DO ALUNO NA DISCIPLINA DO GRUPO
           IF WS-NOVA-MATERIA NOT EQUAL RFG-ID-MATERIA AND
              WS-CONT-INSC-TOT > ZEROS
               DISPLAY '*** O GRUPO JA TEM INSCRICOES - A DISCIPLINA '
                       'NAO PODE SER TROCADA ***'
               GO TO P330-FIM
           END-IF
           IF WS-NOVAS-VAGAS < WS-CONT-INSC
               DISPLAY '*** VAGAS ABAIXO DOS INSCRITOS ATIVOS ('
                       WS-CONT-INSC ') ***'
               GO TO P330-FIM
           END-IF

           DISPLAY 'CONFIRMA? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'GRUPO NAO ALTERADO'
               GO TO P330-FIM
           END-IF

           MOVE WS-NOVA-DESCRICAO   TO RFG-DESCRICAO
           MOVE WS-NOVA-MATERIA     TO RFG-ID-MATERIA
           MOVE WS-NOVO-NM-MATERIA  TO RFG-NM-MATERIA
           MOVE WS-NOVO-PROFESSOR   TO RFG-ID-PROFESSOR
           MOVE WS-NOVOS-DIAS       TO RFG-DIAS-SEMANA
           MOVE WS-NOVA-HORA-INI    TO RFG-HORA-INICIO
           MOVE WS-NOVA-HORA-FIM    TO RFG-HORA-FIM
           MOVE WS-NOVAS-VAGAS      TO RFG-VAGAS

           REWRITE REG-REFGRUPO
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR O GRUPO'
               NOT INVALID KEY
                   DISPLAY 'GRUPO ALTERADO...'
           END-REWRITE
           .
       P330-FIM.
           EXIT.

       P340-DESATIVA.
           PERFORM P380-LE-GRUPO    THRU P380-FIM
           IF NOT GRUPO-OK
               GO TO P340-FIM
           END-IF

           IF GRUPO-INATIVO
               DISPLAY 'GRUPO ' RFG-ID-GRUPO ' ESTA INATIVO. '
                       'REATIVAR? <S> - <N>'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM EQUAL 'S'
                   SET GRUPO-ATIVO  TO TRUE
                   REWRITE REG-REFGRUPO
                   DISPLAY 'GRUPO REATIVADO...'
               END-IF
           ELSE
               PERFORM P390-CONTA-INSCRITOS THRU P390-FIM
               IF WS-CONT-INSC > ZEROS
                   DISPLAY 'O GRUPO TEM ' WS-CONT-INSC
                           ' INSCRITO(S) ATIVO(S); AS INSCRICOES '
                           'FICAM GUARDADAS'
               END-IF
               DISPLAY 'GRUPO ' RFG-ID-GRUPO ' ESTA ATIVO. '
                       'DESATIVAR? <S> - <N>'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM EQUAL 'S'
                   SET GRUPO-INATIVO TO TRUE
                   REWRITE REG-REFGRUPO
                   DISPLAY 'GRUPO DESATIVADO...'
               END-IF
           END-IF
           .
       P340-FIM.
           EXIT.

       P360-PROXIMO-ID.
           SET EOF-AUX-OK           TO FALSE
           MOVE ZEROS               TO WS-MAIOR-ID
           MOVE ZEROS               TO RFG-ID-GRUPO

           START REFGRUPO KEY IS NOT LESS THAN RFG-ID-GRUPO
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ REFGRUPO NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       MOVE RFG-ID-GRUPO TO WS-MAIOR-ID
               END-READ
           END-PERFORM
           .
       P360-FIM.
           EXIT.

      ******************************************************************
      * DESCRICAO, DISCIPLINA, PROFESSOR, DIAS, HORARIO E VAGAS; ENTER
      * MANTEM O VALOR ATUAL. DISCIPLINA POR CONCEITO NAO TEM MEDIA E
      * NAO SERVE PARA O IMPACTO. DADOS INVALIDOS DESLIGAM DADOS-OK
      ******************************************************************
       P370-DADOS-GRUPO.
           SET DADOS-OK             TO FALSE

           DISPLAY 'DESCRICAO DO GRUPO: '
           MOVE SPACES              TO RFG-DESCRICAO
           ACCEPT RFG-DESCRICAO
           IF RFG-DESCRICAO NOT EQUAL SPACES
               MOVE RFG-DESCRICAO   TO WS-NOVA-DESCRICAO
           END-IF
           IF WS-NOVA-DESCRICAO EQUAL SPACES
               DISPLAY '*** DESCRICAO NAO INFORMADA ***'
               GO TO P370-FIM
           END-IF
           INSPECT WS-NOVA-DESCRICAO
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           DISPLAY 'ID DA DISCIPLINA: '
           MOVE ZEROS               TO WS-ENTRADA-NUM
           ACCEPT WS-ENTRADA-NUM
           IF WS-ENTRADA-NUM > ZEROS
               MOVE WS-ENTRADA-NUM  TO WS-NOVA-MATERIA
           END-IF
           MOVE WS-NOVA-MATERIA     TO MAT-ID-MATERIA
           READ MATERIAS
               INVALID KEY
                   DISPLAY '*** DISCIPLINA NAO CADASTRADA ***'
                   GO TO P370-FIM
           END-READ
           IF MATERIA-INATIVA
               DISPLAY '*** DISCIPLINA INATIVA ***'
               GO TO P370-FIM
           END-IF
           IF MAT-POR-CONCEITO
               DISPLAY '*** DISCIPLINA AVALIADA POR CONCEITO - SEM '
                       'MEDIA PARA ACOMPANHAR O REFORCO ***'
               GO TO P370-FIM
           END-IF
           MOVE MAT-NM-MATERIA      TO WS-NOVO-NM-MATERIA
           DISPLAY 'DISCIPLINA: ' MAT-NM-MATERIA

           DISPLAY 'ID DO PROFESSOR: '
           MOVE ZEROS               TO WS-ENTRADA-NUM
           ACCEPT WS-ENTRADA-NUM
           IF WS-ENTRADA-NUM > ZEROS
               MOVE WS-ENTRADA-NUM  TO WS-NOVO-PROFESSOR
           END-IF
           MOVE WS-NOVO-PROFESSOR   TO PROF-ID
           READ PROFESSORES
               INVALID KEY
                   DISPLAY '*** PROFESSOR NAO CADASTRADO ***'
                   GO TO P370-FIM
           END-READ
           IF NOT PROFESSOR-ATIVO
               DISPLAY '*** PROFESSOR INATIVO ***'
               GO TO P370-FIM
           END-IF
           MOVE 1                   TO WS-UNIDADE-PROF
           IF PROF-UNIDADE NUMERIC AND PROF-UNIDADE > ZEROS
               MOVE PROF-UNIDADE    TO WS-UNIDADE-PROF
           END-IF
           IF WS-UNIDADE-PROF NOT EQUAL CFG-UNIDADE
               DISPLAY '*** O PROFESSOR E DA UNIDADE '
                       WS-UNIDADE-PROF ' ***'
               GO TO P370-FIM
           END-IF
           DISPLAY 'PROFESSOR: ' PROF-NOME

           DISPLAY 'DIAS DAS SESSOES, SEGUNDA A DOMINGO '
                   '(EX.: SNSNNNN): '
           MOVE SPACES              TO WS-ENTRADA-X
           ACCEPT WS-ENTRADA-X
           IF WS-ENTRADA-X NOT EQUAL SPACES
               MOVE WS-ENTRADA-X    TO WS-NOVOS-DIAS
           END-IF
           INSPECT WS-NOVOS-DIAS CONVERTING 'sn' TO 'SN'
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 7
               IF WS-NOVOS-DIAS(WS-IDX:1) NOT EQUAL 'S' AND
                  WS-NOVOS-DIAS(WS-IDX:1) NOT EQUAL 'N'
                   DISPLAY '*** DIAS INVALIDOS - USE S OU N PARA CADA '
                           'DIA ***'
                   GO TO P370-FIM
               END-IF
           END-PERFORM
           IF WS-NOVOS-DIAS EQUAL 'NNNNNNN'
               DISPLAY '*** INFORME AO MENOS UM DIA DE SESSAO ***'
               GO TO P370-FIM
           END-IF

           DISPLAY 'HORA DE INICIO (HHMM): '
           MOVE ZEROS               TO WS-ENTRADA-NUM
           ACCEPT WS-ENTRADA-NUM
           IF WS-ENTRADA-NUM > ZEROS
               MOVE WS-ENTRADA-NUM  TO WS-NOVA-HORA-INI
           END-IF
           DISPLAY 'HORA DE TERMINO (HHMM): '
           MOVE ZEROS               TO WS-ENTRADA-NUM
           ACCEPT WS-ENTRADA-NUM
           IF WS-ENTRADA-NUM > ZEROS
               MOVE WS-ENTRADA-NUM  TO WS-NOVA-HORA-FIM
           END-IF
           MOVE WS-NOVA-HORA-INI    TO WS-HORA-AUX
           IF WS-HA-HH > 23 OR WS-HA-MM > 59
               DISPLAY '*** HORA DE INICIO INVALIDA ***'
               GO TO P370-FIM
           END-IF
           MOVE WS-NOVA-HORA-FIM    TO WS-HORA-AUX
           IF WS-HA-HH > 23 OR WS-HA-MM > 59 OR
              WS-NOVA-HORA-FIM NOT > WS-NOVA-HORA-INI
               DISPLAY '*** HORA DE TERMINO INVALIDA ***'
               GO TO P370-FIM
           END-IF

           DISPLAY 'VAGAS: '
           MOVE ZEROS               TO WS-ENTRADA-NUM
           ACCEPT WS-ENTRADA-NUM
           IF WS-ENTRADA-NUM > ZEROS AND WS-ENTRADA-NUM < 100
               MOVE WS-ENTRADA-NUM  TO WS-NOVAS-VAGAS
           END-IF
           IF WS-NOVAS-VAGAS EQUAL ZEROS
               DISPLAY '*** VAGAS NAO INFORMADAS ***'
               GO TO P370-FIM
           END-IF

           SET DADOS-OK             TO TRUE
           .
       P370-FIM.
           EXIT.

      ******************************************************************
      * PEDE O NUMERO DO GRUPO E LE; SO VALE GRUPO DA UNIDADE DO LOGIN
      ******************************************************************
       P380-LE-GRUPO.
           SET GRUPO-OK             TO FALSE
           DISPLAY 'NUMERO DO GRUPO: '
           MOVE ZEROS               TO WS-ID-GRUPO
           ACCEPT WS-ID-GRUPO
           MOVE WS-ID-GRUPO         TO RFG-ID-GRUPO

           READ REFGRUPO
               INVALID KEY
                   DISPLAY 'GRUPO NAO ENCONTRADO'
                   GO TO P380-FIM
           END-READ

           IF RFG-UNIDADE NOT EQUAL CFG-UNIDADE
               DISPLAY '*** O GRUPO ' RFG-ID-GRUPO ' E DA UNIDADE '
                       RFG-UNIDADE ' ***'
               GO TO P380-FIM
           END-IF

           DISPLAY 'GRUPO ' RFG-ID-GRUPO ' - ' RFG-DESCRICAO
                   ' (' RFG-NM-MATERIA ')'
           SET GRUPO-OK             TO TRUE
           .
       P380-FIM.
           EXIT.

      ******************************************************************
      * INSCRITOS DO GRUPO CORRENTE: ATIVOS E TOTAL (COM OS DESLIGADOS)
      ******************************************************************
       P390-CONTA-INSCRITOS.
           MOVE ZEROS               TO WS-CONT-INSC
           MOVE ZEROS               TO WS-CONT-INSC-TOT
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
                           ADD 1 TO WS-CONT-INSC-TOT
                           IF RFI-ATIVA
                               ADD 1 TO WS-CONT-INSC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P390-FIM.
           EXIT.

       P395-EDITA-HORARIO.
           MOVE RFG-HORA-INICIO     TO WS-HORA-AUX
           MOVE WS-HA-HH            TO WS-HE-HH-INI
           MOVE WS-HA-MM            TO WS-HE-MM-INI
           MOVE RFG-HORA-FIM        TO WS-HORA-AUX
           MOVE WS-HA-HH            TO WS-HE-HH-FIM
           MOVE WS-HA-MM            TO WS-HE-MM-FIM
           .
       P395-FIM.
           EXIT.

       P400-LISTA-INSCRITOS.
           PERFORM P380-LE-GRUPO    THRU P380-FIM
           IF NOT GRUPO-OK
               GO TO P400-FIM
           END-IF

           MOVE ZEROS               TO WS-CONT
           SET EOF-INSC-OK          TO FALSE
           MOVE RFG-ID-GRUPO        TO RFI-ID-GRUPO
           MOVE ZEROS               TO RFI-ID-ALUNO

           START REFINSC KEY IS NOT LESS THAN RFI-CHAVE
               INVALID KEY
                   SET EOF-INSC-OK TO TRUE
           END-START

           DISPLAY 'ALUNO NOME                           TURMA      '
                   'BIM MEDIA ORIGEM SITUACAO   PRES'
           PERFORM UNTIL EOF-INSC-OK
               READ REFINSC NEXT RECORD
                   AT END
                       SET EOF-INSC-OK TO TRUE
                   NOT AT END
                       IF RFI-ID-GRUPO NOT EQUAL RFG-ID-GRUPO
                           SET EOF-INSC-OK TO TRUE
                       ELSE
                           ADD 1 TO WS-CONT
                           PERFORM P410-MOSTRA-INSCRITO THRU P410-FIM
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO INSCRITO NO GRUPO'
           END-IF
           .
       P400-FIM.
           EXIT.

       P410-MOSTRA-INSCRITO.
           MOVE RFI-ID-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   MOVE SPACES      TO NM-ALUNO
                   MOVE SPACES      TO TURMA-ALUNO
           END-READ

           EVALUATE TRUE
               WHEN RFI-POR-NOTA
                   MOVE 'NOTA'      TO WS-ORIGEM-DESC
               WHEN RFI-POR-RISCO
                   MOVE 'RISCO'     TO WS-ORIGEM-DESC
               WHEN OTHER
                   MOVE 'MANUAL'    TO WS-ORIGEM-DESC
           END-EVALUATE
           IF RFI-ATIVA
               MOVE 'ATIVA'         TO WS-SITUACAO-DESC
           ELSE
               MOVE RFI-DT-SAIDA    TO WS-DATA-AUX
               MOVE WS-DA-DIA       TO WS-DE-DIA
               MOVE WS-DA-MES       TO WS-DE-MES
               MOVE WS-DA-ANO       TO WS-DE-ANO
               MOVE WS-DATA-ED      TO WS-SITUACAO-DESC
           END-IF

           PERFORM P590-CONTA-PRESENCA THRU P590-FIM
           MOVE RFI-MEDIA-INSCRICAO TO WS-MEDIA-ED

           DISPLAY RFI-ID-ALUNO ' ' NM-ALUNO ' ' TURMA-ALUNO ' '
                   RFI-BIM-INICIO '  ' WS-MEDIA-ED ' '
                   WS-ORIGEM-DESC ' ' WS-SITUACAO-DESC ' '
                   WS-CONT-PRESENTES '/' WS-CONT-SESSOES
           .
       P410-FIM.
           EXIT.

      ******************************************************************
      * INSCRICAO MANUAL. UMA INSCRICAO ENCERRADA PODE SER REABERTA,
      * E ENTAO VALE O NOVO BIMESTRE DE INICIO
      ******************************************************************
       P420-INSCREVE.
           PERFORM P380-LE-GRUPO    THRU P380-FIM
           IF NOT GRUPO-OK
               GO TO P420-FIM
           END-IF
           IF GRUPO-INATIVO
               DISPLAY '*** GRUPO INATIVO ***'
               GO TO P420-FIM
           END-IF
           PERFORM P390-CONTA-INSCRITOS THRU P390-FIM
           IF WS-CONT-INSC NOT < RFG-VAGAS
               DISPLAY '*** GRUPO SEM VAGAS (' WS-CONT-INSC '/'
                       RFG-VAGAS ') ***'
               GO TO P420-FIM
           END-IF

           DISPLAY 'ID DO ALUNO: '
           MOVE ZEROS               TO WS-ID-ALUNO
           ACCEPT WS-ID-ALUNO
           PERFORM P430-VALIDA-ALUNO THRU P430-FIM
           IF NOT ALUNO-OK
               GO TO P420-FIM
           END-IF

           SET REINSCRICAO          TO FALSE
           MOVE RFG-ID-GRUPO        TO RFI-ID-GRUPO
           MOVE WS-ID-ALUNO         TO RFI-ID-ALUNO
           READ REFINSC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RFI-ATIVA
                       DISPLAY '*** ALUNO JA INSCRITO NO GRUPO ***'
                       GO TO P420-FIM
                   END-IF
                   DISPLAY 'INSCRICAO ENCERRADA. REABRIR? <S> - <N>'
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM NOT EQUAL 'S'
                       GO TO P420-FIM
                   END-IF
                   SET REINSCRICAO  TO TRUE
           END-READ

           PERFORM P435-MEDIA-ATUAL THRU P435-FIM
           IF WS-QTD-BIM > ZEROS
               MOVE WS-MEDIA-ATUAL  TO WS-MEDIA-ED
               DISPLAY 'MEDIA ATUAL NA DISCIPLINA: ' WS-MEDIA-ED
                       ' (' WS-QTD-BIM ' BIMESTRE(S))'
           ELSE
               DISPLAY 'SEM NOTAS LANCADAS NA DISCIPLINA'
           END-IF

           DISPLAY 'BIMESTRE EM QUE COMECA O REFORCO (1 A 4, '
                   'ENTER = ' WS-BIM-INICIO '): '
           MOVE ZEROS               TO WS-BIM-DIGITADO
           ACCEPT WS-BIM-DIGITADO
           IF WS-BIM-DIGITADO > 4
               DISPLAY '*** BIMESTRE INVALIDO ***'
               GO TO P420-FIM
           END-IF
           IF WS-BIM-DIGITADO > ZEROS
               MOVE WS-BIM-DIGITADO TO WS-BIM-INICIO
           END-IF

           MOVE 'M'                 TO WS-ORIGEM
           PERFORM P440-GRAVA-INSCRICAO THRU P440-FIM
           .
       P420-FIM.
           EXIT.

       P430-VALIDA-ALUNO.
           SET ALUNO-OK             TO FALSE
           MOVE WS-ID-ALUNO         TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   DISPLAY 'ALUNO NAO REGISTRADO'
                   GO TO P430-FIM
           END-READ

           IF NOT (ALUNO-ATIVO AND (MAT-MATRICULADO OR MAT-LEGADO))
               DISPLAY '*** ALUNO NAO ESTA MATRICULADO ***'
               GO TO P430-FIM
           END-IF

           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               DISPLAY '*** O ALUNO E DA UNIDADE ' WS-UNIDADE-ALU
                       ' ***'
               GO TO P430-FIM
           END-IF

           DISPLAY 'ALUNO: ' NM-ALUNO ' TURMA: ' TURMA-ALUNO
           SET ALUNO-OK             TO TRUE
           .
       P430-FIM.
           EXIT.

      ******************************************************************
      * MEDIA ATUAL DO ALUNO NA DISCIPLINA DO GRUPO (BIMESTRES 1 A 4
      * LANCADOS COM NOTA) E O BIMESTRE SUGERIDO PARA O INICIO DO
      * REFORCO: O SEGUINTE AO ULTIMO LANCADO, NO MAXIMO O 4
      ******************************************************************
       P435-MEDIA-ATUAL.
           MOVE ZEROS               TO WS-QTD-BIM
           MOVE ZEROS               TO WS-ULT-BIM
           MOVE ZEROS               TO WS-SOMA-MEDIAS
           MOVE ZEROS               TO WS-MEDIA-ATUAL
           SET EOF-AUX-OK           TO FALSE

           MOVE WS-ID-ALUNO         TO DISC-ID-ALUNO
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
                       IF DISC-ID-ALUNO NOT EQUAL WS-ID-ALUNO OR
                          DISC-ID-MATERIA NOT EQUAL RFG-ID-MATERIA
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           IF DISC-CONCEITO EQUAL SPACES AND
                              DISC-BIMESTRE >= 1 AND
                              DISC-BIMESTRE <= 4
                               ADD 1              TO WS-QTD-BIM
                               ADD DISC-MEDIA     TO WS-SOMA-MEDIAS
                               MOVE DISC-BIMESTRE TO WS-ULT-BIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-BIM > ZEROS
               COMPUTE WS-MEDIA-ATUAL ROUNDED =
                       WS-SOMA-MEDIAS / WS-QTD-BIM
           END-IF

           COMPUTE WS-BIM-INICIO = WS-ULT-BIM + 1
           IF WS-BIM-INICIO > 4
               MOVE 4               TO WS-BIM-INICIO
           END-IF
           .
       P435-FIM.
           EXIT.

       P440-GRAVA-INSCRICAO.
           MOVE RFG-ID-GRUPO        TO RFI-ID-GRUPO
           MOVE WS-ID-ALUNO         TO RFI-ID-ALUNO
           MOVE WS-DATA-HOJE        TO RFI-DT-INSCRICAO
           MOVE WS-BIM-INICIO       TO RFI-BIM-INICIO
           MOVE WS-MEDIA-ATUAL      TO RFI-MEDIA-INSCRICAO
           MOVE WS-ORIGEM           TO RFI-ORIGEM
           SET RFI-ATIVA            TO TRUE
           MOVE ZEROS               TO RFI-DT-SAIDA
           MOVE LK-OPERADOR-ID      TO RFI-OPERADOR

           IF REINSCRICAO
               REWRITE REG-REFINSC
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A INSCRICAO'
                   NOT INVALID KEY
                       DISPLAY '*** INSCRICAO REABERTA - INICIO NO '
                               WS-BIM-INICIO 'o BIMESTRE ***'
               END-REWRITE
           ELSE
               WRITE REG-REFINSC
                   INVALID KEY
                       DISPLAY '*** ALUNO JA INSCRITO NO GRUPO ***'
                   NOT INVALID KEY
                       DISPLAY '*** ALUNO INSCRITO - INICIO NO '
                               WS-BIM-INICIO 'o BIMESTRE ***'
               END-WRITE
           END-IF
           .
       P440-FIM.
           EXIT.

      ******************************************************************
      * SUGESTAO DE INSCRICOES: ALUNOS MATRICULADOS DA UNIDADE (E DA
      * TURMA, SE INFORMADA) AINDA SEM INSCRICAO ATIVA NO GRUPO, COM
      * MEDIA DA DISCIPLINA ABAIXO DO CORTE DE APROVACAO OU, SE PEDIDO,
      * COM PONTUACAO DE RISCO NA ULTIMA SEMANA A PARTIR DO MINIMO.
      * CADA SUGESTAO E CONFIRMADA PELO OPERADOR; PARA NAS VAGAS
      ******************************************************************
       P450-SUGERE.
           PERFORM P380-LE-GRUPO    THRU P380-FIM
           IF NOT GRUPO-OK
               GO TO P450-FIM
           END-IF
           IF GRUPO-INATIVO
               DISPLAY '*** GRUPO INATIVO ***'
               GO TO P450-FIM
           END-IF
           PERFORM P390-CONTA-INSCRITOS THRU P390-FIM
           IF WS-CONT-INSC NOT < RFG-VAGAS
               DISPLAY '*** GRUPO SEM VAGAS (' WS-CONT-INSC '/'
                       RFG-VAGAS ') ***'
               GO TO P450-FIM
           END-IF

           DISPLAY 'TURMA (ENTER = TODAS): '
           MOVE SPACES              TO WS-TURMA
           ACCEPT WS-TURMA
           INSPECT WS-TURMA
                   CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                           TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           DISPLAY 'PONTUACAO MINIMA DE RISCO (0 = NAO USAR A LISTA '
                   'DE RISCO): '
           MOVE ZEROS               TO WS-RISCO-MINIMO
           ACCEPT WS-RISCO-MINIMO
           IF WS-RISCO-MINIMO > ZEROS AND NOT ABRIU-RISCO
               DISPLAY 'HISTORICO DE RISCO AINDA NAO GERADO - '
                       'SUGESTAO SO POR NOTA'
               MOVE ZEROS           TO WS-RISCO-MINIMO
           END-IF

           MOVE CFG-CORTE-APROVACAO TO WS-MEDIA-ED
           DISPLAY 'CORTE DE APROVACAO: ' WS-MEDIA-ED
           DISPLAY 'PARA CADA SUGESTAO: <S> INSCREVE, <N> PULA, '
                   '<X> ENCERRA'

           MOVE ZEROS               TO WS-CONT
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO ID-ALUNO
           START ALUNOS KEY IS NOT LESS THAN ID-ALUNO
               INVALID KEY
                   SET EOF-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-OK
               READ ALUNOS NEXT RECORD
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       PERFORM P460-AVALIA-SUGESTAO THRU P460-FIM
               END-READ
           END-PERFORM

           DISPLAY 'ALUNOS SUGERIDOS: ' WS-CONT
                   '   INSCRITOS ATIVOS NO GRUPO: ' WS-CONT-INSC '/'
                   RFG-VAGAS
           .
       P450-FIM.
           EXIT.

       P460-AVALIA-SUGESTAO.
           IF NOT (ALUNO-ATIVO AND (MAT-MATRICULADO OR MAT-LEGADO))
               GO TO P460-FIM
           END-IF
           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P460-FIM
           END-IF
           IF WS-TURMA NOT EQUAL SPACES AND
              TURMA-ALUNO NOT EQUAL WS-TURMA
               GO TO P460-FIM
           END-IF

           SET REINSCRICAO          TO FALSE
           MOVE RFG-ID-GRUPO        TO RFI-ID-GRUPO
           MOVE ID-ALUNO            TO RFI-ID-ALUNO
           READ REFINSC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RFI-ATIVA
                       GO TO P460-FIM
                   END-IF
                   SET REINSCRICAO  TO TRUE
           END-READ

           MOVE ID-ALUNO            TO WS-ID-ALUNO
           PERFORM P435-MEDIA-ATUAL THRU P435-FIM
           SET SUGERE-NOTA          TO FALSE
           IF WS-QTD-BIM > ZEROS AND
              WS-MEDIA-ATUAL < CFG-CORTE-APROVACAO
               SET SUGERE-NOTA      TO TRUE
           END-IF

           SET SUGERE-RISCO         TO FALSE
           MOVE ZEROS               TO WS-RISCO-PONTOS
           IF WS-RISCO-MINIMO > ZEROS
               PERFORM P470-ULTIMO-RISCO THRU P470-FIM
               IF WS-RISCO-PONTOS NOT < WS-RISCO-MINIMO
                   SET SUGERE-RISCO TO TRUE
               END-IF
           END-IF

           IF NOT SUGERE-NOTA AND NOT SUGERE-RISCO
               GO TO P460-FIM
           END-IF

           ADD 1                    TO WS-CONT
           EVALUATE TRUE
               WHEN SUGERE-NOTA AND SUGERE-RISCO
                   MOVE 'NOTA BAIXA E RISCO' TO WS-MOTIVO
               WHEN SUGERE-NOTA
                   MOVE 'NOTA BAIXA'         TO WS-MOTIVO
               WHEN OTHER
                   MOVE 'LISTA DE RISCO'     TO WS-MOTIVO
           END-EVALUATE
           MOVE WS-MEDIA-ATUAL      TO WS-MEDIA-ED

           DISPLAY ' '
           IF WS-QTD-BIM > ZEROS
               DISPLAY ID-ALUNO ' ' NM-ALUNO ' ' TURMA-ALUNO
                       ' MEDIA: ' WS-MEDIA-ED ' RISCO: '
                       WS-RISCO-PONTOS ' - ' WS-MOTIVO
           ELSE
               DISPLAY ID-ALUNO ' ' NM-ALUNO ' ' TURMA-ALUNO
                       ' MEDIA:   -   RISCO: '
                       WS-RISCO-PONTOS ' - ' WS-MOTIVO
           END-IF
           DISPLAY 'INSCREVER? <S> - <N> - <X>'
           MOVE SPACES              TO WS-CONFIRM
           ACCEPT WS-CONFIRM

           IF WS-CONFIRM EQUAL 'X' OR WS-CONFIRM EQUAL 'x'
               SET EOF-OK           TO TRUE
               GO TO P460-FIM
           END-IF
           IF WS-CONFIRM NOT EQUAL 'S'
               GO TO P460-FIM
           END-IF

           IF SUGERE-NOTA
               MOVE 'N'             TO WS-ORIGEM
           ELSE
               MOVE 'R'             TO WS-ORIGEM
           END-IF
           PERFORM P440-GRAVA-INSCRICAO THRU P440-FIM
           ADD 1                    TO WS-CONT-INSC

           IF WS-CONT-INSC NOT < RFG-VAGAS
               DISPLAY '*** VAGAS DO GRUPO PREENCHIDAS ***'
               SET EOF-OK           TO TRUE
           END-IF
           .
       P460-FIM.
           EXIT.

      ******************************************************************
      * PONTUACAO DA SEMANA MAIS RECENTE DO ALUNO EM RISCOHIST.DAT
      ******************************************************************
       P470-ULTIMO-RISCO.
           SET EOF-AUX-OK           TO FALSE
           MOVE WS-ID-ALUNO         TO RSH-ID-ALUNO
           MOVE ZEROS               TO RSH-SEMANA

           START RISCOHIST KEY IS NOT LESS THAN RSH-CHAVE
               INVALID KEY
                   SET EOF-AUX-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-AUX-OK
               READ RISCOHIST NEXT RECORD
                   AT END
                       SET EOF-AUX-OK TO TRUE
                   NOT AT END
                       IF RSH-ID-ALUNO NOT EQUAL WS-ID-ALUNO
                           SET EOF-AUX-OK TO TRUE
                       ELSE
                           MOVE RSH-PONTOS TO WS-RISCO-PONTOS
                       END-IF
               END-READ
           END-PERFORM
           .
       P470-FIM.
           EXIT.

       P480-DESLIGA.
           PERFORM P380-LE-GRUPO    THRU P380-FIM
           IF NOT GRUPO-OK
               GO TO P480-FIM
           END-IF

           DISPLAY 'ID DO ALUNO: '
           MOVE ZEROS               TO WS-ID-ALUNO
           ACCEPT WS-ID-ALUNO
           MOVE RFG-ID-GRUPO        TO RFI-ID-GRUPO
           MOVE WS-ID-ALUNO         TO RFI-ID-ALUNO

           READ REFINSC
               INVALID KEY
                   DISPLAY 'ALUNO NAO INSCRITO NO GRUPO'
                   GO TO P480-FIM
           END-READ
           IF NOT RFI-ATIVA
               DISPLAY 'INSCRICAO JA ENCERRADA'
               GO TO P480-FIM
           END-IF

           MOVE WS-ID-ALUNO         TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   MOVE SPACES      TO NM-ALUNO
           END-READ
           DISPLAY 'DESLIGAR ' WS-ID-ALUNO ' ' NM-ALUNO
                   ' DO GRUPO? <S> - <N>'
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'INSCRICAO MANTIDA'
               GO TO P480-FIM
           END-IF

           SET RFI-ENCERRADA        TO TRUE
           MOVE WS-DATA-HOJE        TO RFI-DT-SAIDA
           MOVE LK-OPERADOR-ID      TO RFI-OPERADOR
           REWRITE REG-REFINSC
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR A INSCRICAO'
               NOT INVALID KEY
                   DISPLAY 'ALUNO DESLIGADO DO GRUPO...'
           END-REWRITE
           .
       P480-FIM.
           EXIT.

      ******************************************************************
      * CHAMADA DE UMA SESSAO: ENTRAM OS INSCRITOS ATE A DATA E AINDA
      * NAO DESLIGADOS NELA. UMA SESSAO JA LANCADA PODE SER REFEITA
      ******************************************************************
       P500-CHAMADA.
           PERFORM P380-LE-GRUPO    THRU P380-FIM
           IF NOT GRUPO-OK
               GO TO P500-FIM
           END-IF
           IF GRUPO-INATIVO
               DISPLAY '*** GRUPO INATIVO ***'
               GO TO P500-FIM
           END-IF

           DISPLAY 'DATA DA SESSAO (AAAAMMDD, ENTER = HOJE): '
           MOVE ZEROS               TO WS-DATA-SESSAO
           ACCEPT WS-DATA-SESSAO
           IF WS-DATA-SESSAO EQUAL ZEROS
               MOVE WS-DATA-HOJE    TO WS-DATA-SESSAO
           END-IF
           PERFORM P600-VALIDA-DATA THRU P600-FIM
           IF NOT DATA-OK
               DISPLAY '*** DATA INVALIDA ***'
               GO TO P500-FIM
           END-IF
           IF WS-DATA-SESSAO > WS-DATA-HOJE
               DISPLAY '*** DATA FUTURA ***'
               GO TO P500-FIM
           END-IF

           PERFORM P610-DIA-DA-SEMANA THRU P610-FIM
           IF RFG-DIAS-SEMANA(WS-DIA-SEMANA:1) NOT EQUAL 'S'
               DISPLAY 'O GRUPO NAO TEM SESSAO NESSE DIA DA SEMANA. '
                       'CONFIRMA? <S> - <N>'
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT EQUAL 'S'
                   GO TO P500-FIM
               END-IF
           END-IF

           MOVE ZEROS               TO WS-CONT
           MOVE ZEROS               TO WS-CONT-PRESENTES
           MOVE ZEROS               TO WS-CONT-FALTAS
           SET EOF-INSC-OK          TO FALSE
           MOVE RFG-ID-GRUPO        TO RFI-ID-GRUPO
           MOVE ZEROS               TO RFI-ID-ALUNO

           START REFINSC KEY IS NOT LESS THAN RFI-CHAVE
               INVALID KEY
                   SET EOF-INSC-OK TO TRUE
           END-START

           DISPLAY 'PRESENCA: <P> PRESENTE  <F> FALTOU  '
                   '(ENTER = P OU O JA LANCADO)'
           PERFORM UNTIL EOF-INSC-OK
               READ REFINSC NEXT RECORD
                   AT END
                       SET EOF-INSC-OK TO TRUE
                   NOT AT END
                       IF RFI-ID-GRUPO NOT EQUAL RFG-ID-GRUPO
                           SET EOF-INSC-OK TO TRUE
                       ELSE
                           IF RFI-DT-INSCRICAO NOT > WS-DATA-SESSAO
                              AND (RFI-ATIVA OR
                                   RFI-DT-SAIDA > WS-DATA-SESSAO)
                               PERFORM P520-CHAMA-ALUNO THRU P520-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONT EQUAL ZEROS
               DISPLAY 'NENHUM ALUNO INSCRITO NO GRUPO NESSA DATA'
           ELSE
               DISPLAY 'CHAMADA GRAVADA - PRESENTES: '
                       WS-CONT-PRESENTES '  FALTAS: ' WS-CONT-FALTAS
           END-IF
           .
       P500-FIM.
           EXIT.

       P520-CHAMA-ALUNO.
           ADD 1                    TO WS-CONT
           MOVE RFI-ID-ALUNO        TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   MOVE SPACES      TO NM-ALUNO
           END-READ

           MOVE SPACES              TO WS-PRESENCA-ANT
           MOVE RFG-ID-GRUPO        TO RFF-ID-GRUPO
           MOVE WS-DATA-SESSAO      TO RFF-DATA
           MOVE RFI-ID-ALUNO        TO RFF-ID-ALUNO
           READ REFFREQ
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RFF-PRESENCA TO WS-PRESENCA-ANT
           END-READ
           .
       P520-PERGUNTA.
           IF WS-PRESENCA-ANT EQUAL SPACES
               DISPLAY RFI-ID-ALUNO ' ' NM-ALUNO ': '
           ELSE
               DISPLAY RFI-ID-ALUNO ' ' NM-ALUNO ' (LANCADO: '
                       WS-PRESENCA-ANT '): '
           END-IF
           MOVE SPACES              TO WS-PRESENCA
           ACCEPT WS-PRESENCA
           INSPECT WS-PRESENCA CONVERTING 'pf' TO 'PF'
           IF WS-PRESENCA EQUAL SPACES
               IF WS-PRESENCA-ANT EQUAL SPACES
                   MOVE 'P'         TO WS-PRESENCA
               ELSE
                   MOVE WS-PRESENCA-ANT TO WS-PRESENCA
               END-IF
           END-IF
           IF WS-PRESENCA NOT EQUAL 'P' AND
              WS-PRESENCA NOT EQUAL 'F'
               DISPLAY '*** USE P OU F ***'
               GO TO P520-PERGUNTA
           END-IF

           MOVE RFG-ID-GRUPO        TO RFF-ID-GRUPO
           MOVE WS-DATA-SESSAO      TO RFF-DATA
           MOVE RFI-ID-ALUNO        TO RFF-ID-ALUNO
           MOVE WS-PRESENCA         TO RFF-PRESENCA
           MOVE LK-OPERADOR-ID      TO RFF-OPERADOR
           IF WS-PRESENCA-ANT EQUAL SPACES
               WRITE REG-REFFREQ
                   INVALID KEY
                       DISPLAY 'ERRO AO GRAVAR A PRESENCA'
               END-WRITE
           ELSE
               REWRITE REG-REFFREQ
                   INVALID KEY
                       DISPLAY 'ERRO AO REGRAVAR A PRESENCA'
               END-REWRITE
           END-IF

           IF RFF-PRESENTE
               ADD 1                TO WS-CONT-PRESENTES
           ELSE
               ADD 1                TO WS-CONT-FALTAS
           END-IF
           .
       P520-FIM.
           EXIT.

      ******************************************************************
      * PRESENCAS DO INSCRITO CORRENTE NAS SESSOES DO GRUPO
      ******************************************************************
       P590-CONTA-PRESENCA.
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
       P590-FIM.
           EXIT.

       P600-VALIDA-DATA.
           SET DATA-OK              TO FALSE
           MOVE WS-DATA-SESSAO      TO WS-DATA-AUX
           IF WS-DA-MES < 1 OR WS-DA-MES > 12 OR WS-DA-DIA < 1
               GO TO P600-FIM
           END-IF

           MOVE WS-DIAS-DO-MES(WS-DA-MES) TO WS-ULTIMO-DIA
           IF WS-DA-MES EQUAL 2
               DIVIDE WS-DA-ANO BY 4 GIVING WS-QUOCIENTE
                      REMAINDER WS-RESTO
               IF WS-RESTO EQUAL ZEROS
                   DIVIDE WS-DA-ANO BY 100 GIVING WS-QUOCIENTE
                          REMAINDER WS-RESTO
                   IF WS-RESTO NOT EQUAL ZEROS
                       MOVE 29 TO WS-ULTIMO-DIA
                   ELSE
                       DIVIDE WS-DA-ANO BY 400 GIVING WS-QUOCIENTE
                              REMAINDER WS-RESTO
                       IF WS-RESTO EQUAL ZEROS
                           MOVE 29 TO WS-ULTIMO-DIA
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-DA-DIA > WS-ULTIMO-DIA
               GO TO P600-FIM
           END-IF
           SET DATA-OK              TO TRUE
           .
       P600-FIM.
           EXIT.

       P610-DIA-DA-SEMANA.
           MOVE WS-DA-MES           TO WS-ZL-MES
           MOVE WS-DA-ANO           TO WS-ZL-ANO
           IF WS-ZL-MES < 3
               ADD 12               TO WS-ZL-MES
               SUBTRACT 1           FROM WS-ZL-ANO
           END-IF

           DIVIDE WS-ZL-ANO BY 100 GIVING WS-ZL-J
                  REMAINDER WS-ZL-K

           COMPUTE WS-ZL-SOMA = WS-DA-DIA
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
       P610-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM REFORCO.
