      *         ARQUIVAMENTO CONFERIDO COMPLETO CONTRA HISTORICO.DAT.
      *         O JORNAL E REINICIADO AO FIM DE UMA RODADA INTEGRA;
      *         SEM O JORNAL NO AR O FECHAMENTO NAO RODA
      * UPDATE: 15/10/2026 PROGRESSAO PARCIAL: ALUNO NAO APROVADO PELA
      *         MEDIA (FORA O REPROVADO POR FALTAS) QUE FICOU ABAIXO
      *         DO CORTE DE APROVACAO EM ATE DUAS DISCIPLINAS (CONTANDO
      *         AS DEPENDENCIAS AINDA EM ABERTO) SAI COMO APROVADO
      *         DEPENDENCIA, E PROMOVIDO E CADA DISCIPLINA DEVIDA VAI
      *         PARA DEPENDENCIAS.DAT. ANTES DA PROMOCAO, AS
      *         DEPENDENCIAS CURSADAS NO ANO ENCERRADO SAO DADAS POR
      *         CUMPRIDAS (MEDIA DOS BIMESTRES LANCADOS NO CORTE DE
      *         APROVACAO) OU PRORROGADAS PARA O ANO SEGUINTE
      * UPDATE: 15/10/2026 AVISO DE LIVROS NAO DEVOLVIDOS: O ALUNO COM
      *         EMPRESTIMO EM ABERTO NA BIBLIOTECA (EMPRESTIMOS.DAT)
      *         GANHA UMA LINHA DE PENDENCIA NO RELATORIO E O TOTAL DE
      *         ALUNOS PENDENTES SAI NO FIM. SO AVISA - O FECHAMENTO
      *         NAO E BARRADO
      * UPDATE: 15/10/2026 CONCLUINTES: O APROVADO (OU APROVADO
      *         CONSELHO) EM TURMA SEM TUR-PROXIMA CONCLUIU A SERIE
      *         FINAL DA ESCOLA E RECEBE O PROXIMO NUMERO DO LIVRO DE
      *         REGISTRO (LIVRO/FOLHA/NUMERO DE ORDEM) EM
      *         CONCLUINTES.DAT; NUMA RETOMADA O ALUNO JA REGISTRADO
      *         MANTEM O NUMERO. NO FIM DA RODADA OS CERTIFICADOS DE
      *         CONCLUSAO DO ANO SAO IMPRESSOS PELO SUBPROGRAMA IMPCERT
      *         EM CERTIFICADOS_AAAA.TXT
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CALENDARIO ESCOLAR DA
      *         UNIDADE DO LOGIN (CALENDARIO.DAT NA SEDE,
      *         CALENDARIO_NN.DAT NAS DEMAIS UNIDADES)
      * UPDATE: 15/10/2026 MULTI-UNIDADE: O FECHAMENTO E DA UNIDADE DO
      *         LOGIN - SO OS ALUNOS DELA SAO APURADOS E PROMOVIDOS, A
      *         PROMOCAO NAO VAI PARA TURMA DE OUTRA UNIDADE, O
      *         ARQUIVAMENTO E A LIMPEZA DE DISCIPLINAS.DAT,
      *         FREQUENCIA.DAT E DEPENDENCIAS SO TOCAM OS ALUNOS DELA;
      *         RELATORIO E JORNAL GANHAM O SUFIXO DA UNIDADE
      * UPDATE: 15/10/2026 O APROVADO EM SERIE FINAL QUE AINDA DEVE
      *         DEPENDENCIA DE ANO ANTERIOR NAO E REGISTRADO CONCLUINTE
      *         (SAI COMO CONCLUSAO PENDENTE). O CONCLUINTE GRAVA A
      *         UNIDADE (CON-UNIDADE) E O NUMERO DE ORDEM SEGUE O LIVRO
      *         DA UNIDADE
      * UPDATE: 15/10/2026 CABECALHO DO RELATORIO SAIA SEM O ESPACO
      *         FINAL - CAMPO AJUSTADO AO TAMANHO DO LITERAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCERRAANO.
                RECORD KEY IS JRN-CHAVE
                FILE STATUS IS WS-FS-JRN.

                SELECT DEPENDENCIAS ASSIGN TO
                WS-DEPENDENCIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEP-CHAVE
                FILE STATUS IS WS-FS-DEP.

                SELECT EMPRESTIMOS ASSIGN TO
                WS-EMPRESTIMOS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS EMP-CHAVE
                ALTERNATE RECORD KEY IS EMP-ID-ALUNO
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-EMP.

                SELECT CONCLUINTES ASSIGN TO
                WS-CONCLUINTES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CON-ID-ALUNO
                ALTERNATE RECORD KEY IS CON-NR-ORDEM
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CON.

                SELECT RELATORIO ASSIGN TO
                WS-ENCERRAANO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD ENCJORNAL.
           COPY ENCJOR.

       FD DEPENDENCIAS.
           COPY DEPENDENC.

       FD EMPRESTIMOS.
           COPY EMPRESTIMO.

       FD CONCLUINTES.
           COPY CONCLUINTE.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).


         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
           COPY SITCFG.
           COPY CERTAREA.

         01 WS-CABECALHO-1.
           03 FILLER                      PIC X(24) VALUE SPACES.
           03 FILLER                      PIC X(12)
              VALUE 'ANO LETIVO: '.
           03 WS-CB-ANO                   PIC 9(04).
           03 FILLER                      PIC X(11)
              VALUE '  UNIDADE: '.
           03 WS-CB-UNIDADE               PIC 9(02).
         01 WS-CABECALHO-3.
           03 FILLER                      PIC X(100) VALUE ALL '-'.
         01 WS-DET-ALUNO.
           03 WS-DT-PROMOVIDOS  PIC ZZZZ9.
           03 FILLER            PIC X(13) VALUE '  REMATRICULA'.
           03 WS-DT-RETIDOS     PIC ZZZZ9.
           03 FILLER            PIC X(14) VALUE '  DEPENDENCIA'.
           03 WS-DT-DEPENDENCIA PIC ZZZZ9.
         01 WS-CAB-DEPENDENCIAS.
           03 FILLER                      PIC X(40)
              VALUE 'DEPENDENCIAS CURSADAS NO ANO ENCERRADO'.
         01 WS-DET-DEP-FECHA.
           03 WS-DDF-ID                   PIC ZZZZ9.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DDF-NOME                 PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DDF-MATERIA              PIC X(20).
           03 FILLER                      PIC X(06) VALUE ' ORIG '.
           03 WS-DDF-ORIGEM               PIC 9(04).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DDF-MEDIA                PIC ZZ,99.
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DDF-SITUACAO             PIC X(20).
         01 WS-DET-DEP-NOVA.
           03 FILLER                      PIC X(07) VALUE SPACES.
           03 FILLER                      PIC X(16)
              VALUE 'EM DEPENDENCIA: '.
           03 WS-DDN-MATERIA              PIC X(20).
           03 FILLER                      PIC X(08) VALUE ' MEDIA: '.
           03 WS-DDN-MEDIA                PIC ZZ,99.
         01 WS-DET-BIBLIOTECA.
           03 FILLER                      PIC X(07) VALUE SPACES.
           03 FILLER                      PIC X(25)
              VALUE 'PENDENCIA NA BIBLIOTECA: '.
           03 WS-DBI-QTD                  PIC ZZ9.
           03 FILLER                      PIC X(32)
              VALUE ' EXEMPLAR(ES) NAO DEVOLVIDO(S)'.
         01 WS-DET-TOTAL-BIBLIOTECA.
           03 FILLER                      PIC X(36)
              VALUE 'ALUNOS COM PENDENCIA NA BIBLIOTECA: '.
           03 WS-DTB-ALUNOS               PIC ZZZZ9.
         01 WS-DET-CONCLUINTE.
           03 FILLER                      PIC X(07) VALUE SPACES.
           03 FILLER                      PIC X(24)
              VALUE 'CONCLUINTE - REGISTRO No'.
           03 WS-DCO-ORDEM                PIC ZZZZZ9.
           03 FILLER                      PIC X(08) VALUE '  LIVRO '.
           03 WS-DCO-LIVRO                PIC ZZ9.
           03 FILLER                      PIC X(08) VALUE '  FOLHA '.
           03 WS-DCO-FOLHA                PIC ZZ9.
         01 WS-DET-TOTAL-CONCLUINTES.
           03 FILLER                      PIC X(37)
              VALUE 'CONCLUINTES REGISTRADOS NO LIVRO...: '.
           03 WS-DTC-ALUNOS               PIC ZZZZ9.

         77 WS-FS                          PIC 99.
           88 FS-OK                        VALUE 0.
         77 WS-PERC-FALTAS                 PIC 9(03)V99 VALUE ZEROS.
         77 WS-TURMA-DESTINO               PIC X(10) VALUE SPACES.
         77 WS-ID-CORRENTE                 PIC 9(05) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-TUR                 PIC 9(02) VALUE ZEROS.
         77 WS-ID-UNIDADE                  PIC 9(05) VALUE ZEROS.
         77 WS-ID-UNID-ANT                 PIC 9(05) VALUE ZEROS.
         77 WS-UNID-ANT                    PIC 9(02) VALUE ZEROS.
         77 WS-CONT-FREQ-REMOVIDA          PIC 9(07) VALUE ZEROS.
         77 WS-DESTINO-FORA                PIC X     VALUE 'N'.
           88 DESTINO-OUTRA-UNIDADE        VALUE 'S' FALSE 'N'.
         77 WS-FS-CAL                      PIC 99.
           88 FS-CAL-OK                    VALUE 0.
         77 WS-EOF-CAL                     PIC X     VALUE 'N'.
         77 WS-CONT-PULADOS                PIC 9(05) VALUE ZEROS.
         77 WS-JRN-ABERTO                  PIC X     VALUE 'N'.
           88 JORNAL-ABERTO                VALUE 'S' FALSE 'N'.
         77 WS-FS-DEP                      PIC 99.
           88 FS-DEP-OK                    VALUE 0.
         77 WS-DEP-DISPONIVEL              PIC X     VALUE 'N'.
           88 DEP-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-EOF-DEP                     PIC X     VALUE 'N'.
           88 EOF-DEP-OK                   VALUE 'S' FALSE 'N'.
         77 WS-MAX-DEPENDENCIAS            PIC 9(01) VALUE 2.
         77 WS-CONT-DEP-ABERTAS            PIC 9(02) VALUE ZEROS.
         77 WS-CONT-DEPENDENCIA            PIC 9(05) VALUE ZEROS.
         77 WS-CONT-DEP-CUMPRIDAS          PIC 9(05) VALUE ZEROS.
         77 WS-CONT-DEP-PRORROGADAS        PIC 9(05) VALUE ZEROS.
         77 WS-DEP-SOMA                    PIC 9(03)V99 VALUE ZEROS.
         77 WS-FS-EMP                      PIC 99.
           88 FS-EMP-OK                    VALUE 0.
         77 WS-BIB-DISPONIVEL              PIC X     VALUE 'N'.
           88 BIB-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-EOF-EMP                     PIC X     VALUE 'N'.
           88 EOF-EMP-OK                   VALUE 'S' FALSE 'N'.
         77 WS-QTD-LIVROS                  PIC 9(03) VALUE ZEROS.
         77 WS-CONT-PEND-BIB               PIC 9(05) VALUE ZEROS.
         77 WS-DEP-CONT                    PIC 9(01) VALUE ZEROS.
         77 WS-IDX-DEP                     PIC 9(02) COMP VALUE ZEROS.
         77 WS-AP-PREV-NM-MATERIA          PIC X(20) VALUE SPACES.
         01 WS-TAB-REPROV.
           03 WS-RP-ITEM OCCURS 20.
              05 WS-RP-MATERIA             PIC 9(20).
              05 WS-RP-NM-MATERIA          PIC X(20).
              05 WS-RP-MEDIA               PIC 9(02)V99.
         77 WS-QTD-REPROV                  PIC 9(02) VALUE ZEROS.
         77 WS-FS-CON                      PIC 99.
           88 FS-CON-OK                    VALUE 0.
         77 WS-CON-DISPONIVEL              PIC X     VALUE 'N'.
           88 CON-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-EOF-CON                     PIC X     VALUE 'N'.
           88 EOF-CON-OK                   VALUE 'S' FALSE 'N'.
         77 WS-TURMA-ACHADA                PIC X     VALUE 'N'.
           88 TURMA-ACHADA                 VALUE 'S' FALSE 'N'.
         77 WS-E-CONCLUINTE                PIC X     VALUE 'N'.
           88 E-CONCLUINTE                 VALUE 'S' FALSE 'N'.
         77 WS-SERIE-ORIGEM                PIC X(04) VALUE SPACES.
         77 WS-ULTIMO-REGISTRO             PIC 9(06) VALUE ZEROS.
         77 WS-REGISTROS-FOLHA             PIC 9(02) VALUE 10.
         77 WS-FOLHAS-LIVRO                PIC 9(03) VALUE 200.
         77 WS-FOLHA-GERAL                 PIC 9(06) VALUE ZEROS.
         77 WS-UNIDADE-CON                 PIC 9(02) VALUE ZEROS.
         77 WS-RESTO-FOLHA                 PIC 9(06) VALUE ZEROS.
         77 WS-CONT-CONCLUINTES            PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ENCERRAANO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-ENCERRAANO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\FREQANUAL.DAT' DELIMITED BY SIZE
                  '\CONSELHO.DAT' DELIMITED BY SIZE
                  INTO WS-CONSELHO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ENCJORNAL' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-ENCJORNAL-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DEPENDENCIAS.DAT' DELIMITED BY SIZE
                  INTO WS-DEPENDENCIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\EMPRESTIMOS.DAT' DELIMITED BY SIZE
                  INTO WS-EMPRESTIMOS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONCLUINTES.DAT' DELIMITED BY SIZE
                  INTO WS-CONCLUINTES-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\IMPCERT' DELIMITED BY SIZE
                  INTO WS-BIN-IMPCERT-PATH
           .
       P100-FIM.
           EXIT.
               MOVE CFG-ANO-LETIVO TO WS-ANO-ENCERRAR
           END-IF

           DISPLAY 'O FECHAMENTO DA UNIDADE ' CFG-UNIDADE
                   ' ARQUIVA AS NOTAS DE ' WS-ANO-ENCERRAR
                   ', PROMOVE OS APROVADOS E'
           DISPLAY 'LIMPA DISCIPLINAS.DAT E FREQUENCIA.DAT DOS '
                   'ALUNOS DELA. CONFIRMA? <S> - <N>'
           ACCEPT WS-CONFIRM
           .
       P200-FIM.
               SET CSL-DISPONIVEL TO TRUE
           END-IF

           SET FS-DEP-OK            TO TRUE
           SET DEP-DISPONIVEL       TO FALSE
           OPEN I-O DEPENDENCIAS
           IF WS-FS-DEP EQUAL 35 THEN
               OPEN OUTPUT DEPENDENCIAS
               CLOSE DEPENDENCIAS
               OPEN I-O DEPENDENCIAS
           END-IF
           IF FS-DEP-OK
               SET DEP-DISPONIVEL TO TRUE
           ELSE
               DISPLAY 'ARQUIVO DE DEPENDENCIAS INDISPONIVEL - '
                       'SEM PROGRESSAO PARCIAL NESTA RODADA'
               DISPLAY 'FILE STATUS: ' WS-FS-DEP
           END-IF

           SET FS-EMP-OK            TO TRUE
           SET BIB-DISPONIVEL       TO FALSE
           OPEN INPUT EMPRESTIMOS
           IF FS-EMP-OK
               SET BIB-DISPONIVEL TO TRUE
           END-IF

           SET FS-CON-OK            TO TRUE
           SET CON-DISPONIVEL       TO FALSE
           OPEN I-O CONCLUINTES
           IF WS-FS-CON EQUAL 35 THEN
               OPEN OUTPUT CONCLUINTES
               CLOSE CONCLUINTES
               OPEN I-O CONCLUINTES
           END-IF
           IF FS-CON-OK
               SET CON-DISPONIVEL TO TRUE
               PERFORM P258-ULTIMO-REGISTRO THRU P258-FIM
           ELSE
               DISPLAY 'LIVRO DE CONCLUINTES INDISPONIVEL - '
                       'CONCLUINTES NAO REGISTRADOS NESTA RODADA'
               DISPLAY 'FILE STATUS: ' WS-FS-CON
           END-IF

           OPEN OUTPUT RELATORIO
           IF NOT FS-REL-OK
               DISPLAY 'ERRO AO ABRIR O RELATORIO DE FECHAMENTO'
       P250-FIM.
           EXIT.

      * ULTIMO NUMERO DE ORDEM JA DADO NO LIVRO DE CONCLUINTES DA
      * UNIDADE (CON-UNIDADE ZERADA = 01) - CADA UNIDADE TEM O SEU
      * LIVRO E A NUMERACAO SEGUE DE UM ANO PARA O OUTRO SEM
      * REAPROVEITAR
       P258-ULTIMO-REGISTRO.
           SET EOF-CON-OK           TO FALSE
           MOVE ZEROS               TO WS-ULTIMO-REGISTRO
           MOVE ZEROS               TO CON-NR-ORDEM

           START CONCLUINTES KEY IS NOT LESS THAN CON-NR-ORDEM
               INVALID KEY
                   SET EOF-CON-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-CON-OK
               READ CONCLUINTES NEXT RECORD
                   AT END
                       SET EOF-CON-OK TO TRUE
                   NOT AT END
                       MOVE 1 TO WS-UNIDADE-CON
                       IF CON-UNIDADE NUMERIC AND
                          CON-UNIDADE > ZEROS
                           MOVE CON-UNIDADE TO WS-UNIDADE-CON
                       END-IF
                       IF WS-UNIDADE-CON EQUAL CFG-UNIDADE
                           MOVE CON-NR-ORDEM TO WS-ULTIMO-REGISTRO
                       END-IF
               END-READ
           END-PERFORM
           .
       P258-FIM.
           EXIT.

      ******************************************************************
      * ABRE O JORNAL DE FASES E LE AS MARCAS DE UMA RODADA ABORTADA
      * DO MESMO ANO; JORNAL DE OUTRO ANO E REINICIADO. SEM O JORNAL
               GO TO P290-FIM
           END-IF

           PERFORM P380-FECHA-DEPENDENCIAS THRU P380-FIM

           PERFORM P400-PROMOVE THRU P400-FIM

           PERFORM P495-VERIFICA-ARQUIVO THRU P495-FIM
           PERFORM P500-LIMPA THRU P500-FIM
           PERFORM P510-MARCA-LIMPEZA THRU P510-FIM
           PERFORM P600-TOTAIS THRU P600-FIM
           PERFORM P610-CERTIFICADOS THRU P610-FIM
           PERFORM P520-REINICIA-JORNAL THRU P520-FIM
           .
       P290-FIM.

      ******************************************************************
      * CONFERE QUE TODO LANCAMENTO DO ANO AINDA VIVO EM
      * DISCIPLINAS.DAT DOS ALUNOS DA UNIDADE EXISTE EM HISTORICO.DAT
      * ANTES DE QUALQUER REMOCAO - A PROTECAO CONTRA O MEIO-ARQUIVADO
      ******************************************************************
       P495-VERIFICA-ARQUIVO.
           SET ARQ-VERIFICADO       TO FALSE
                   AT END
                       SET EOF-VER-OK TO TRUE
                   NOT AT END
                       MOVE DISC-ID-ALUNO TO WS-ID-UNIDADE
                       PERFORM P415-UNIDADE-DO-ID THRU P415-FIM
                       IF (DISC-ANO-LETIVO EQUAL WS-ANO-ENCERRAR OR
                           DISC-ANO-LETIVO EQUAL ZEROS) AND
                          WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                           MOVE DISC-ID-ALUNO   TO HIST-ID-ALUNO
                           MOVE WS-ANO-ENCERRAR TO HIST-ANO-LETIVO
                           MOVE DISC-ID-MATERIA TO HIST-ID-MATERIA

      ******************************************************************
      * COPIA PARA HISTORICO.DAT TODO LANCAMENTO DO ANO EM FECHAMENTO
      * (CAMPO ZERADO CONTA COMO DO ANO) DOS ALUNOS DA UNIDADE DO
      * LOGIN, CARIMBANDO A TURMA CURSADA
      ******************************************************************
       P300-ARQUIVA.
           SET EOF-DISC-OK          TO FALSE
                   AT END
                       SET EOF-DISC-OK TO TRUE
                   NOT AT END
                       MOVE DISC-ID-ALUNO TO WS-ID-UNIDADE
                       PERFORM P415-UNIDADE-DO-ID THRU P415-FIM
                       IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
                           CONTINUE
                       ELSE
                       IF DISC-ANO-LETIVO EQUAL WS-ANO-ENCERRAR OR
                          DISC-ANO-LETIVO EQUAL ZEROS
                           PERFORM P350-GRAVA-HISTORICO THRU P350-FIM
                       ELSE
                           ADD 1 TO WS-CONT-FORA-ANO
                       END-IF
                       END-IF
               END-READ
           END-PERFORM

           EXIT.

      ******************************************************************
      * APURA A SITUACAO ANUAL DE CADA ALUNO ATIVO DA UNIDADE DO
      * LOGIN E PROMOVE OS APROVADOS PARA A TUR-PROXIMA DE SUA TURMA;
      * OS DEMAIS FICAM NA MESMA TURMA, MARCADOS PARA REMATRICULA NO
      * RELATORIO
      ******************************************************************
       P400-PROMOVE.
           SET EOF-OK               TO FALSE
           MOVE ZEROS               TO WS-CONT-PROMOVIDOS
           MOVE ZEROS               TO WS-CONT-RETIDOS
           MOVE ZEROS               TO WS-CONT-PULADOS
           MOVE ZEROS               TO WS-CONT-DEPENDENCIA

           MOVE ZEROS               TO ID-ALUNO

       P400-FIM.
           EXIT.

      * UNIDADE DO ALUNO WS-ID-UNIDADE EM WS-UNIDADE-ALU: A DO
      * CADASTRO (ZERO/ESPACOS = 01) OU, PARA QUEM NAO ESTA MAIS EM
      * ALUNOS.DAT, A DO LOGIN SE O ID CAIR NA FAIXA DELA. GUARDA O
      * ULTIMO ID CONSULTADO - AS VARREDURAS VEM EM ORDEM DE ALUNO
       P415-UNIDADE-DO-ID.
           IF WS-ID-UNIDADE EQUAL WS-ID-UNID-ANT AND
              WS-ID-UNID-ANT > ZEROS
               MOVE WS-UNID-ANT     TO WS-UNIDADE-ALU
               GO TO P415-FIM
           END-IF

           MOVE CFG-UNIDADE         TO WS-UNIDADE-ALU
           MOVE WS-ID-UNIDADE       TO ID-ALUNO
           READ ALUNOS
               INVALID KEY
                   IF WS-ID-UNIDADE < CFG-ID-INICIAL OR
                      WS-ID-UNIDADE > CFG-ID-FINAL
                       MOVE ZEROS   TO WS-UNIDADE-ALU
                   END-IF
               NOT INVALID KEY
                   MOVE 1           TO WS-UNIDADE-ALU
                   IF UNIDADE-ALUNO NUMERIC AND
                      UNIDADE-ALUNO > ZEROS
                       MOVE UNIDADE-ALUNO TO WS-UNIDADE-ALU
                   END-IF
           END-READ

           MOVE WS-ID-UNIDADE       TO WS-ID-UNID-ANT
           MOVE WS-UNIDADE-ALU      TO WS-UNID-ANT
           .
       P415-FIM.
           EXIT.

       P420-APURA-ALUNO.
           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND
              UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P420-FIM
           END-IF

           MOVE ID-ALUNO            TO WS-ID-CORRENTE

      * ALUNO JA PROMOVIDO NUMA RODADA ABORTADA E PULADO - A MARCA

           PERFORM P448-CONSULTA-CONSELHO THRU P448-FIM

      * PROGRESSAO PARCIAL: NAO APROVADO PELA MEDIA COM ATE DUAS
      * DISCIPLINAS ABAIXO DO CORTE (SOMADAS AS DEPENDENCIAS AINDA EM
      * ABERTO) E PROMOVIDO DEVENDO ESSAS DISCIPLINAS
           IF DEP-DISPONIVEL AND WS-QTD-REPROV > ZEROS AND
              (WS-SIT-ALUNO EQUAL 'RECUPERACAO' OR
               WS-SIT-ALUNO EQUAL 'REPROVADO')
               PERFORM P455-CONTA-DEP-ABERTAS THRU P455-FIM
               IF WS-QTD-REPROV + WS-CONT-DEP-ABERTAS
                  NOT > WS-MAX-DEPENDENCIAS
                   MOVE 'APROVADO DEPENDENCIA' TO WS-SIT-ALUNO
               END-IF
           END-IF

      * O READ ALUNOS DENTRO DE P350/VARREDURAS DESPOSICIONA O PONTEIRO
      * SEQUENCIAL; REPOSICIONA PELO ID CORRENTE ANTES DO REWRITE
           MOVE WS-ID-CORRENTE      TO ID-ALUNO
           MOVE NM-ALUNO            TO WS-DA-NOME
           MOVE WS-SIT-ALUNO        TO WS-DA-SITUACAO
           MOVE SPACES              TO WS-DA-TURMAS
           SET E-CONCLUINTE         TO FALSE

           IF WS-SIT-ALUNO EQUAL 'APROVADO DEPENDENCIA'
               PERFORM P460-GRAVA-DEPENDENCIAS THRU P460-FIM
               ADD 1 TO WS-CONT-DEPENDENCIA
           END-IF

           IF WS-SIT-ALUNO EQUAL 'APROVADO' OR
              WS-SIT-ALUNO EQUAL 'APROVADO CONSELHO' OR
              WS-SIT-ALUNO EQUAL 'APROVADO DEPENDENCIA'
               PERFORM P450-BUSCA-PROXIMA-TURMA THRU P450-FIM
               IF WS-TURMA-DESTINO NOT EQUAL SPACES
                   STRING TURMA-ALUNO DELIMITED BY SPACE
                          INTO WS-DA-TURMAS
                   MOVE WS-TURMA-DESTINO TO TURMA-ALUNO
               ELSE
                   IF DESTINO-OUTRA-UNIDADE
                       MOVE ' PROX. TURMA EM OUTRA UNIDADE'
                                    TO WS-DA-TURMAS
                   ELSE
                       MOVE ' SEM PROXIMA TURMA' TO WS-DA-TURMAS
                   END-IF
      * TURMA CADASTRADA SEM PROXIMA E A SERIE FINAL DA ESCOLA: O
      * APROVADO CONCLUIU O CURSO (QUEM DEVE DEPENDENCIA DESTE ANO OU
      * DE ANO ANTERIOR AINDA NAO)
                   MOVE ZEROS       TO WS-CONT-DEP-ABERTAS
                   IF DEP-DISPONIVEL
                       PERFORM P455-CONTA-DEP-ABERTAS THRU P455-FIM
                   END-IF
                   IF TURMA-ACHADA AND
                      (WS-SIT-ALUNO EQUAL 'APROVADO DEPENDENCIA' OR
                       WS-CONT-DEP-ABERTAS > ZEROS)
                       MOVE ' CONCLUSAO PENDENTE (DEPEND.)'
                                    TO WS-DA-TURMAS
                   END-IF
                   IF TURMA-ACHADA AND CON-DISPONIVEL AND
                      WS-SIT-ALUNO NOT EQUAL 'APROVADO DEPENDENCIA' AND
                      WS-CONT-DEP-ABERTAS EQUAL ZEROS
                       PERFORM P475-REGISTRA-CONCLUINTE THRU P475-FIM
                   END-IF
               END-IF
               ADD 1 TO WS-CONT-PROMOVIDOS
           ELSE

           WRITE REL-LINHA FROM WS-DET-ALUNO

           IF E-CONCLUINTE
               WRITE REL-LINHA FROM WS-DET-CONCLUINTE
           END-IF

           IF WS-SIT-ALUNO EQUAL 'APROVADO DEPENDENCIA'
               PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                       UNTIL WS-IDX-DEP > WS-QTD-REPROV
                   MOVE WS-RP-NM-MATERIA(WS-IDX-DEP) TO WS-DDN-MATERIA
                   MOVE WS-RP-MEDIA(WS-IDX-DEP)      TO WS-DDN-MEDIA
                   WRITE REL-LINHA FROM WS-DET-DEP-NOVA
               END-PERFORM
           END-IF

           IF BIB-DISPONIVEL
               PERFORM P470-CONFERE-BIBLIOTECA THRU P470-FIM
           END-IF

      * REPOSICIONA A VARREDURA SEQUENCIAL APOS O REWRITE
           MOVE WS-ID-CORRENTE      TO ID-ALUNO
           START ALUNOS KEY IS GREATER THAN ID-ALUNO
           MOVE ZEROS               TO WS-AP-SOMA-BIM
           MOVE ZEROS               TO WS-AP-CONT-BIM
           MOVE ZEROS               TO WS-AP-MEDIA-RECUP
           MOVE ZEROS               TO WS-QTD-REPROV
           SET AP-TEM-RECUPERACAO   TO FALSE
           SET EOF-DISC-OK          TO FALSE

                           END-IF
                           MOVE DISC-ID-MATERIA
                                TO WS-AP-PREV-MATERIA
                           MOVE DISC-NM-MATERIA
                                TO WS-AP-PREV-NM-MATERIA
      * LANCAMENTO POR CONCEITO FICA FORA DA MEDIA NUMERICA
                           IF DISC-CONCEITO EQUAL SPACES
                               IF DISC-BIMESTRE EQUAL 5
           ADD WS-AP-MEDIA-MATERIA  TO WS-SOMA-ALUNO
           ADD 1                    TO WS-CONT-DISC-ALUNO

      * DISCIPLINA FECHADA ABAIXO DO CORTE DE APROVACAO: CANDIDATA A
      * DEPENDENCIA NA PROGRESSAO PARCIAL
           IF WS-AP-MEDIA-MATERIA < CFG-CORTE-APROVACAO AND
              WS-QTD-REPROV < 20
               ADD 1 TO WS-QTD-REPROV
               MOVE WS-AP-PREV-MATERIA
                    TO WS-RP-MATERIA(WS-QTD-REPROV)
               MOVE WS-AP-PREV-NM-MATERIA
                    TO WS-RP-NM-MATERIA(WS-QTD-REPROV)
               MOVE WS-AP-MEDIA-MATERIA
                    TO WS-RP-MEDIA(WS-QTD-REPROV)
           END-IF

           MOVE ZEROS               TO WS-AP-SOMA-BIM
           MOVE ZEROS               TO WS-AP-CONT-BIM
           MOVE ZEROS               TO WS-AP-MEDIA-RECUP
       P448-FIM.
           EXIT.

      ******************************************************************
      * CONTA AS DEPENDENCIAS DE ANOS ANTERIORES AINDA EM ABERTO DO
      * ALUNO (PRORROGADAS PELA FASE DE FECHAMENTO DAS DEPENDENCIAS);
      * ELAS ENTRAM NO LIMITE DA PROGRESSAO PARCIAL
      ******************************************************************
       P455-CONTA-DEP-ABERTAS.
           MOVE ZEROS               TO WS-CONT-DEP-ABERTAS
           SET EOF-DEP-OK           TO FALSE

           MOVE WS-ID-CORRENTE      TO DEP-ID-ALUNO
           MOVE ZEROS               TO DEP-ID-MATERIA
           MOVE ZEROS               TO DEP-ANO-ORIGEM

           START DEPENDENCIAS KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY
                   SET EOF-DEP-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-DEP-OK
               READ DEPENDENCIAS NEXT RECORD
                   AT END
                       SET EOF-DEP-OK TO TRUE
                   NOT AT END
                       IF DEP-ID-ALUNO NOT EQUAL WS-ID-CORRENTE
                           SET EOF-DEP-OK TO TRUE
                       ELSE
                           IF DEP-PENDENTE AND
                              DEP-ANO-ORIGEM < WS-ANO-ENCERRAR
                               ADD 1 TO WS-CONT-DEP-ABERTAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .
       P455-FIM.
           EXIT.

      ******************************************************************
      * GRAVA EM DEPENDENCIAS.DAT CADA DISCIPLINA DEVIDA PELO ALUNO
      * PROMOVIDO EM DEPENDENCIA, PARA SER CURSADA NO ANO SEGUINTE;
      * RELANCAR O FECHAMENTO REGRAVA O MESMO REGISTRO
      ******************************************************************
       P460-GRAVA-DEPENDENCIAS.
           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > WS-QTD-REPROV
               INITIALIZE REG-DEPENDENCIAS
               MOVE WS-ID-CORRENTE  TO DEP-ID-ALUNO
               MOVE WS-RP-MATERIA(WS-IDX-DEP)    TO DEP-ID-MATERIA
               MOVE WS-ANO-ENCERRAR TO DEP-ANO-ORIGEM
               MOVE NM-ALUNO        TO DEP-NM-ALUNO
               MOVE WS-RP-NM-MATERIA(WS-IDX-DEP) TO DEP-NM-MATERIA
               MOVE TURMA-ALUNO     TO DEP-TURMA-ORIGEM
               MOVE WS-RP-MEDIA(WS-IDX-DEP)      TO DEP-MEDIA-ORIGEM
               COMPUTE DEP-ANO-CURSANDO = WS-ANO-ENCERRAR + 1
               MOVE 'P'             TO DEP-SITUACAO
               MOVE ZEROS           TO DEP-MEDIA-FINAL
               MOVE ZEROS           TO DEP-PRORROGACOES
               ACCEPT DEP-DT-SITUACAO FROM DATE YYYYMMDD
               MOVE 'ENCERRAANO'    TO DEP-OPERADOR

               WRITE REG-DEPENDENCIAS
                   INVALID KEY
                       REWRITE REG-DEPENDENCIAS
                           INVALID KEY
                               DISPLAY 'ERRO AO GRAVAR A DEPENDENCIA '
                                       DEP-CHAVE
                       END-REWRITE
               END-WRITE
           END-PERFORM
           .
       P460-FIM.
           EXIT.

      ******************************************************************
      * FECHA AS DEPENDENCIAS CURSADAS NO ANO EM ENCERRAMENTO: MEDIA
      * DOS BIMESTRES LANCADOS NO CORTE DE APROVACAO DA A DEPENDENCIA
      * POR CUMPRIDA; ABAIXO DELE (OU SEM NOTA) ELA E PRORROGADA PARA
      * O ANO SEGUINTE COM OS BIMESTRES ZERADOS. DEPENDENCIA JA
      * PRORROGADA NAO VOLTA A SER TOCADA NUMA RETOMADA
      ******************************************************************
       P380-FECHA-DEPENDENCIAS.
           MOVE ZEROS               TO WS-CONT-DEP-CUMPRIDAS
           MOVE ZEROS               TO WS-CONT-DEP-PRORROGADAS

           MOVE WS-ANO-ENCERRAR     TO WS-CB-ANO
           MOVE CFG-UNIDADE         TO WS-CB-UNIDADE
           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE REL-LINHA FROM WS-CABECALHO-3

           IF NOT DEP-DISPONIVEL
               GO TO P380-FIM
           END-IF

           SET EOF-DEP-OK           TO FALSE
           MOVE ZEROS               TO DEP-ID-ALUNO
           MOVE ZEROS               TO DEP-ID-MATERIA
           MOVE ZEROS               TO DEP-ANO-ORIGEM

           START DEPENDENCIAS KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY
                   SET EOF-DEP-OK TO TRUE
           END-START

           WRITE REL-LINHA FROM WS-CAB-DEPENDENCIAS
           WRITE REL-LINHA FROM WS-CABECALHO-3

           PERFORM UNTIL EOF-DEP-OK
               READ DEPENDENCIAS NEXT RECORD
                   AT END
                       SET EOF-DEP-OK TO TRUE
                   NOT AT END
                       MOVE DEP-ID-ALUNO TO WS-ID-UNIDADE
                       PERFORM P415-UNIDADE-DO-ID THRU P415-FIM
                       IF DEP-PENDENTE AND
                          DEP-ANO-CURSANDO EQUAL WS-ANO-ENCERRAR AND
                          WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                           PERFORM P385-FECHA-UMA-DEPENDENCIA
                                   THRU P385-FIM
                       END-IF
               END-READ
           END-PERFORM

           WRITE REL-LINHA FROM WS-CABECALHO-3
           WRITE REL-LINHA FROM SPACES

           DISPLAY 'DEPENDENCIAS CUMPRIDAS..: ' WS-CONT-DEP-CUMPRIDAS
           DISPLAY 'DEPENDENCIAS PRORROGADAS: ' WS-CONT-DEP-PRORROGADAS
           .
       P380-FIM.
           EXIT.

       P385-FECHA-UMA-DEPENDENCIA.
           MOVE ZEROS               TO WS-DEP-SOMA
           MOVE ZEROS               TO WS-DEP-CONT
           MOVE ZEROS               TO DEP-MEDIA-FINAL

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > 4
               IF DEP-BIM-COM-NOTA(WS-IDX-DEP)
                   ADD DEP-BIM-MEDIA(WS-IDX-DEP) TO WS-DEP-SOMA
                   ADD 1                         TO WS-DEP-CONT
               END-IF
           END-PERFORM

           IF WS-DEP-CONT > ZEROS
               COMPUTE DEP-MEDIA-FINAL ROUNDED =
                       WS-DEP-SOMA / WS-DEP-CONT
           END-IF

           MOVE DEP-ID-ALUNO        TO WS-DDF-ID
           MOVE DEP-NM-ALUNO        TO WS-DDF-NOME
           MOVE DEP-NM-MATERIA      TO WS-DDF-MATERIA
           MOVE DEP-ANO-ORIGEM      TO WS-DDF-ORIGEM
           MOVE DEP-MEDIA-FINAL     TO WS-DDF-MEDIA

           IF WS-DEP-CONT > ZEROS AND
              DEP-MEDIA-FINAL >= CFG-CORTE-APROVACAO
               MOVE 'C'             TO DEP-SITUACAO
               MOVE 'CUMPRIDA'      TO WS-DDF-SITUACAO
               ADD 1 TO WS-CONT-DEP-CUMPRIDAS
           ELSE
               COMPUTE DEP-ANO-CURSANDO = WS-ANO-ENCERRAR + 1
               PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                       UNTIL WS-IDX-DEP > 4
                   MOVE ZEROS  TO DEP-BIM-MEDIA(WS-IDX-DEP)
                   MOVE SPACES TO DEP-BIM-LANCADO(WS-IDX-DEP)
               END-PERFORM
               IF DEP-PRORROGACOES < 9
                   ADD 1 TO DEP-PRORROGACOES
               END-IF
               MOVE 'PRORROGADA'    TO WS-DDF-SITUACAO
               ADD 1 TO WS-CONT-DEP-PRORROGADAS
           END-IF

           ACCEPT DEP-DT-SITUACAO   FROM DATE YYYYMMDD
           MOVE 'ENCERRAANO'        TO DEP-OPERADOR

           REWRITE REG-DEPENDENCIAS
               INVALID KEY
                   DISPLAY 'ERRO AO FECHAR A DEPENDENCIA ' DEP-CHAVE
               NOT INVALID KEY
                   WRITE REL-LINHA FROM WS-DET-DEP-FECHA
           END-REWRITE
           .
       P385-FIM.
           EXIT.

       P450-BUSCA-PROXIMA-TURMA.
           MOVE SPACES              TO WS-TURMA-DESTINO
           MOVE SPACES              TO WS-SERIE-ORIGEM
           SET TURMA-ACHADA         TO FALSE
           SET DESTINO-OUTRA-UNIDADE TO FALSE

           IF NOT FS-TUR-OK
               GO TO P450-FIM
                   CONTINUE
               NOT INVALID KEY
                   MOVE TUR-PROXIMA TO WS-TURMA-DESTINO
                   MOVE TUR-SERIE   TO WS-SERIE-ORIGEM
                   SET TURMA-ACHADA TO TRUE
           END-READ

           IF WS-TURMA-DESTINO EQUAL SPACES
               GO TO P450-FIM
           END-IF

      * A PROMOCAO NAO ATRAVESSA UNIDADE: TUR-PROXIMA CADASTRADA EM
      * OUTRA UNIDADE DEIXA O ALUNO NA TURMA, APONTADO NO RELATORIO
           MOVE WS-TURMA-DESTINO    TO TUR-CODIGO
           READ TURMAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-UNIDADE-TUR
                   IF TUR-UNIDADE NUMERIC AND
                      TUR-UNIDADE > ZEROS
                       MOVE TUR-UNIDADE TO WS-UNIDADE-TUR
                   END-IF
                   IF WS-UNIDADE-TUR NOT EQUAL CFG-UNIDADE
                       MOVE SPACES  TO WS-TURMA-DESTINO
                       SET TURMA-ACHADA TO FALSE
                       SET DESTINO-OUTRA-UNIDADE TO TRUE
                   END-IF
           END-READ
           .
       P450-FIM.
           EXIT.

      ******************************************************************
      * REGISTRA O CONCLUINTE NO LIVRO DA UNIDADE: PROXIMO NUMERO DE
      * ORDEM DELA, COM LIVRO E FOLHA DERIVADOS DELE
      * (WS-REGISTROS-FOLHA POR FOLHA, WS-FOLHAS-LIVRO FOLHAS POR
      * LIVRO). ALUNO JA REGISTRADO (RODADA RETOMADA) MANTEM O NUMERO
      * QUE TINHA
      ******************************************************************
       P475-REGISTRA-CONCLUINTE.
           MOVE WS-ID-CORRENTE      TO CON-ID-ALUNO
           READ CONCLUINTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET E-CONCLUINTE TO TRUE
                   MOVE ' CONCLUINTE' TO WS-DA-TURMAS
                   MOVE CON-NR-ORDEM TO WS-DCO-ORDEM
                   MOVE CON-LIVRO    TO WS-DCO-LIVRO
                   MOVE CON-FOLHA    TO WS-DCO-FOLHA
                   ADD 1 TO WS-CONT-CONCLUINTES
                   GO TO P475-FIM
           END-READ

           INITIALIZE REG-CONCLUINTE
           ADD 1                    TO WS-ULTIMO-REGISTRO
           MOVE WS-ID-CORRENTE      TO CON-ID-ALUNO
           MOVE WS-ULTIMO-REGISTRO  TO CON-NR-ORDEM

           COMPUTE WS-FOLHA-GERAL = WS-ULTIMO-REGISTRO - 1
           DIVIDE WS-FOLHA-GERAL BY WS-REGISTROS-FOLHA
               GIVING WS-FOLHA-GERAL
           DIVIDE WS-FOLHA-GERAL BY WS-FOLHAS-LIVRO
               GIVING CON-LIVRO REMAINDER WS-RESTO-FOLHA
           ADD 1                    TO CON-LIVRO
           COMPUTE CON-FOLHA = WS-RESTO-FOLHA + 1

           MOVE WS-ANO-ENCERRAR     TO CON-ANO-CONCLUSAO
           MOVE NM-ALUNO            TO CON-NM-ALUNO
           MOVE DT-NASCIMENTO       TO CON-DT-NASCIMENTO
           MOVE TURMA-ALUNO         TO CON-TURMA
           MOVE WS-SERIE-ORIGEM     TO CON-SERIE
           MOVE WS-SIT-ALUNO        TO CON-SITUACAO
           ACCEPT CON-DT-REGISTRO   FROM DATE YYYYMMDD
           MOVE CFG-UNIDADE         TO CON-UNIDADE
           MOVE CON-NR-ORDEM        TO WS-DCO-ORDEM
           MOVE CON-LIVRO           TO WS-DCO-LIVRO
           MOVE CON-FOLHA           TO WS-DCO-FOLHA

           WRITE REG-CONCLUINTE
               INVALID KEY
                   DISPLAY 'ERRO AO REGISTRAR O CONCLUINTE '
                           WS-ID-CORRENTE
                   SUBTRACT 1 FROM WS-ULTIMO-REGISTRO
               NOT INVALID KEY
                   SET E-CONCLUINTE TO TRUE
                   MOVE ' CONCLUINTE' TO WS-DA-TURMAS
                   ADD 1 TO WS-CONT-CONCLUINTES
           END-WRITE
           .
       P475-FIM.
           EXIT.

      ******************************************************************
      * REMOVE DE DISCIPLINAS.DAT OS LANCAMENTOS JA ARQUIVADOS E DE
      * FREQUENCIA.DAT A CHAMADA DO ANO, SO DOS ALUNOS DA UNIDADE
      ******************************************************************
       P500-LIMPA.
           SET EOF-DISC-OK          TO FALSE
                   AT END
                       SET EOF-DISC-OK TO TRUE
                   NOT AT END
                       MOVE DISC-ID-ALUNO TO WS-ID-UNIDADE
                       PERFORM P415-UNIDADE-DO-ID THRU P415-FIM
                       IF (DISC-ANO-LETIVO EQUAL WS-ANO-ENCERRAR OR
                           DISC-ANO-LETIVO EQUAL ZEROS) AND
                          WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                           DELETE DISCIPLINAS
                               INVALID KEY
                                   DISPLAY 'ERRO AO REMOVER '
           DISPLAY 'LANCAMENTOS REMOVIDOS DO ARQUIVO VIVO: '
                   WS-CONT-REMOVIDOS

           PERFORM P505-LIMPA-FREQUENCIA THRU P505-FIM
           .
       P500-FIM.
           EXIT.

      * REMOVE DE FREQUENCIA.DAT A CHAMADA DOS ALUNOS DA UNIDADE; A
      * DAS OUTRAS UNIDADES FICA PARA O FECHAMENTO DE CADA UMA
       P505-LIMPA-FREQUENCIA.
           SET FS-FREQ-OK           TO TRUE
           SET EOF-FREQ-OK          TO FALSE
           MOVE ZEROS               TO WS-CONT-FREQ-REMOVIDA

           OPEN I-O FREQUENCIA
           IF NOT FS-FREQ-OK
               GO TO P505-FIM
           END-IF

           MOVE ZEROS               TO FREQ-ID-ALUNO
           MOVE ZEROS               TO FREQ-DATA

           START FREQUENCIA KEY IS NOT LESS THAN FREQ-CHAVE
               INVALID KEY
                   SET EOF-FREQ-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-FREQ-OK
               READ FREQUENCIA NEXT RECORD
                   AT END
                       SET EOF-FREQ-OK TO TRUE
                   NOT AT END
                       MOVE FREQ-ID-ALUNO TO WS-ID-UNIDADE
                       PERFORM P415-UNIDADE-DO-ID THRU P415-FIM
                       IF WS-UNIDADE-ALU EQUAL CFG-UNIDADE
                           DELETE FREQUENCIA
                               INVALID KEY
                                   DISPLAY 'ERRO AO REMOVER '
                                           FREQ-CHAVE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CONT-FREQ-REMOVIDA
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE FREQUENCIA
           DISPLAY 'CHAMADAS REMOVIDAS DE FREQUENCIA.DAT: '
                   WS-CONT-FREQ-REMOVIDA
           .
       P505-FIM.
           EXIT.

      ******************************************************************
      * CONTA OS EMPRESTIMOS EM ABERTO DO ALUNO CORRENTE NA BIBLIOTECA
      * (CHAVE ALTERNADA EMP-ID-ALUNO) E IMPRIME A PENDENCIA; SO AVISA
      ******************************************************************
       P470-CONFERE-BIBLIOTECA.
           SET EOF-EMP-OK           TO FALSE
           MOVE ZEROS               TO WS-QTD-LIVROS
           MOVE WS-ID-CORRENTE      TO EMP-ID-ALUNO

           START EMPRESTIMOS KEY IS EQUAL EMP-ID-ALUNO
               INVALID KEY
                   SET EOF-EMP-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-EMP-OK
               READ EMPRESTIMOS NEXT RECORD
                   AT END
                       SET EOF-EMP-OK TO TRUE
                   NOT AT END
                       IF EMP-ID-ALUNO NOT EQUAL WS-ID-CORRENTE
                           SET EOF-EMP-OK TO TRUE
                       ELSE
                           IF EMP-ABERTO
                               ADD 1 TO WS-QTD-LIVROS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-QTD-LIVROS > ZEROS
               ADD 1                TO WS-CONT-PEND-BIB
               MOVE WS-QTD-LIVROS   TO WS-DBI-QTD
               WRITE REL-LINHA FROM WS-DET-BIBLIOTECA
           END-IF
           .
       P470-FIM.
           EXIT.

       P600-TOTAIS.
           MOVE WS-CONT-ARQUIVADOS  TO WS-DT-ARQUIVADOS
           MOVE WS-CONT-PROMOVIDOS  TO WS-DT-PROMOVIDOS
           MOVE WS-CONT-RETIDOS     TO WS-DT-RETIDOS
           MOVE WS-CONT-DEPENDENCIA TO WS-DT-DEPENDENCIA
           WRITE REL-LINHA FROM WS-DET-TOTAIS
           IF WS-CONT-PEND-BIB > ZEROS
               MOVE WS-CONT-PEND-BIB TO WS-DTB-ALUNOS
               WRITE REL-LINHA FROM WS-DET-TOTAL-BIBLIOTECA
           END-IF
           IF WS-CONT-CONCLUINTES > ZEROS
               MOVE WS-CONT-CONCLUINTES TO WS-DTC-ALUNOS
               WRITE REL-LINHA FROM WS-DET-TOTAL-CONCLUINTES
           END-IF

           DISPLAY 'ALUNOS PROMOVIDOS.....: ' WS-CONT-PROMOVIDOS
           DISPLAY 'ALUNOS PARA REMATRICULA: ' WS-CONT-RETIDOS
           DISPLAY 'PROMOVIDOS C/ DEPENDENC: ' WS-CONT-DEPENDENCIA
           DISPLAY 'PENDENTES NA BIBLIOTECA: ' WS-CONT-PEND-BIB
           DISPLAY 'CONCLUINTES REGISTRADOS: ' WS-CONT-CONCLUINTES
           DISPLAY 'RELATORIO GERADO EM...: ' WS-ENCERRAANO-PATH
           .
       P600-FIM.
           EXIT.

      ******************************************************************
      * CERTIFICADOS DE CONCLUSAO DE TODOS OS CONCLUINTES DO ANO
      * ENCERRADO (INCLUSIVE OS REGISTRADOS ANTES DE UM ABORTO), PELO
      * SUBPROGRAMA IMPCERT. O LIVRO E FECHADO ANTES PARA O IMPCERT
      * ABRIR O ARQUIVO
      ******************************************************************
       P610-CERTIFICADOS.
           IF NOT CON-DISPONIVEL
               GO TO P610-FIM
           END-IF

           CLOSE CONCLUINTES
           SET CON-DISPONIVEL       TO FALSE

           MOVE ZEROS               TO CT-ID-ALUNO
           MOVE WS-ANO-ENCERRAR     TO CT-ANO-CONCLUSAO
           MOVE ZEROS               TO CT-QTD
           MOVE SPACES              TO CT-ARQUIVO
           CALL WS-BIN-IMPCERT-PATH USING WS-CERT-AREA
               ON EXCEPTION
                   DISPLAY 'IMPCERT INDISPONIVEL - IMPRIMA OS '
                           'CERTIFICADOS PELO LIVROREG'
                   GO TO P610-FIM
           END-CALL

           IF CT-QTD > ZEROS
               DISPLAY 'CERTIFICADOS IMPRESSOS: ' CT-QTD
               DISPLAY 'CERTIFICADOS GERADOS EM: ' CT-ARQUIVO
           END-IF
           .
       P610-FIM.
           EXIT.

       P700-FECHA-ARQUIVOS.
           IF FS-OK
               CLOSE ALUNOS
           IF JORNAL-ABERTO
               CLOSE ENCJORNAL
           END-IF
           IF DEP-DISPONIVEL
               CLOSE DEPENDENCIAS
           END-IF
           IF BIB-DISPONIVEL
               CLOSE EMPRESTIMOS
           END-IF
           IF CON-DISPONIVEL
               CLOSE CONCLUINTES
           END-IF
           IF FS-REL-OK
               CLOSE RELATORIO
           END-IF
