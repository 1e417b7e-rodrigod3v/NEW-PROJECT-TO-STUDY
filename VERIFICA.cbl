      *         (CALENDARIO.DAT) COMO BASE DO PERCENTUAL, COMO NO
      *         CONSOLIDA; SEM O CALENDARIO NO DISCO VALE A CONTAGEM
      *         DE REGISTROS DE FREQUENCIA DO ALUNO
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CALENDARIO ESCOLAR DA
      *         UNIDADE DO LOGIN (CALENDARIO.DAT NA SEDE,
      *         CALENDARIO_NN.DAT NAS DEMAIS UNIDADES)
      * UPDATE: 15/10/2026 CONFERENCIA DO RESUMO POR TURMA
      *         (RESUMOTURMA.DAT): REAPURA O RESUMO DO DETALHE EM
      *         RESUMOCHK.TMP PELO MESMO CALCULO DO GERARESUMO E APONTA
      *         LINHA DIVERGENTE, LINHA SO NO RESUMO E LINHA QUE FALTA
      *         NO RESUMO. SEM O RESUMO NO DISCO A CONFERENCIA E PULADA
      * UPDATE: 15/10/2026 MULTI-UNIDADE: A CONFERENCIA DE
      *         MEDIA/SITUACAO DO ALUNO FICA COM OS ALUNOS DA UNIDADE DO
      *         LOGIN (UNIDADE-ALUNO, ZERO = 01), CUJO LIMITE DE FALTAS
      *         SAI DO CALENDARIO DELA; O RELATORIO GANHA O SUFIXO DA
      *         UNIDADE (VERIFICA_NN.TXT). NA CADEIA NOTURNA O LOTENOITE
      *         RODA UMA VEZ POR UNIDADE
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFICA.
                RECORD KEY IS CAL-DATA
                FILE STATUS IS WS-FS-CAL.

                SELECT RESUMOTURMA ASSIGN TO
                WS-RESUMOTURMA-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS RT-CHAVE
                FILE STATUS IS WS-FS-RES.

                SELECT RESUMOCHK ASSIGN TO
                WS-RESUMOCHK-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RC-CHAVE
                FILE STATUS IS WS-FS-CHK.

                SELECT RELATORIO ASSIGN TO
                WS-VERIFICA-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD CALENDARIO.
           COPY CALENDARIO.

       FD RESUMOTURMA.
           COPY RESUMOTURMA.

      * REAPURACAO DO RESUMO A PARTIR DO DETALHE, NO MESMO LAYOUT
       FD RESUMOCHK.
           COPY RESUMOTURMA REPLACING ==REG-RESUMOTURMA==
                                   BY ==REG-RESUMOCHK==
                                   LEADING ==RT-== BY ==RC-==.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(100).

           03 FILLER                      PIC X(05) VALUE ' BIM '.
           03 WS-DE-BIMESTRE              PIC 9(01).
           03 WS-DE-OBS                   PIC X(28).
         01 WS-DET-RESUMO.
           03 WS-DR-TIPO                  PIC X(22).
           03 FILLER                      PIC X(07) VALUE ' TURMA '.
           03 WS-DR-TURMA                 PIC X(10).
           03 FILLER                      PIC X(05) VALUE ' MAT '.
           03 WS-DR-MATERIA               PIC 9(20).
           03 FILLER                      PIC X(05) VALUE ' BIM '.
           03 WS-DR-BIMESTRE              PIC 9(01).
           03 FILLER                      PIC X(01) VALUE SPACES.
           03 WS-DR-OBS                   PIC X(29).
         01 WS-DET-TOTAIS.
           03 FILLER            PIC X(21)
              VALUE 'EXCECOES ENCONTRADAS '.
           88 EOF-CAL-OK                   VALUE 'S' FALSE 'N'.
         77 WS-DIAS-LETIVOS                PIC 9(03) VALUE ZEROS.
         77 WS-DATA-HOJE                   PIC 9(08) VALUE ZEROS.
         77 WS-FS-RES                      PIC 99.
           88 FS-RES-OK                    VALUE 0.
         77 WS-FS-CHK                      PIC 99.
           88 FS-CHK-OK                    VALUE 0.
         77 WS-EOF-RC                      PIC X     VALUE 'N'.
           88 EOF-RC-OK                    VALUE 'S' FALSE 'N'.
         77 WS-LINHA-NOVA                  PIC X     VALUE 'N'.
           88 LINHA-NOVA                   VALUE 'S' FALSE 'N'.
         77 WS-CHK-GERADO                  PIC X     VALUE 'N'.
           88 CHK-GERADO                   VALUE 'S' FALSE 'N'.
         77 WS-RC-VALOR                    PIC 9(02)V99 VALUE ZEROS.
         77 WS-RC-QTD-TURMA                PIC 9(05) VALUE ZEROS.
         77 WS-UNIDADE-ALU                 PIC 9(02) VALUE ZEROS.
         77 WS-CHAVE-RES                   PIC X(31) VALUE SPACES.
         77 WS-CHAVE-CHK                   PIC X(31) VALUE SPACES.
         77 WS-CONT-LINHAS-RES             PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.

               WRITE REL-LINHA FROM WS-CABECALHO-2
               PERFORM P300-VERIFICA-DISCIPLINAS THRU P300-FIM
               PERFORM P400-VERIFICA-ALUNOS      THRU P400-FIM
               PERFORM P800-CONFERE-RESUMO       THRU P800-FIM
               PERFORM P600-TOTAIS               THRU P600-FIM
           END-IF
           PERFORM P700-FECHA-ARQUIVOS THRU P700-FIM
                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\VERIFICA' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.TXT' DELIMITED BY SIZE
                  INTO WS-VERIFICA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RESUMOTURMA.DAT' DELIMITED BY SIZE
                  INTO WS-RESUMOTURMA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\RESUMOCHK.TMP' DELIMITED BY SIZE
                  INTO WS-RESUMOCHK-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           .
       P100-FIM.
           EXIT.

      ******************************************************************
      * VARRE OS ALUNOS ATIVOS DA UNIDADE DO LOGIN CONFERINDO
      * MEDIA/ST-APROVACAO DE REG-CONTATOS CONTRA O CALCULO FEITO DAS
      * NOTAS GRAVADAS - O LIMITE DE FALTAS USA O CALENDARIO DELA
      ******************************************************************
       P400-VERIFICA-ALUNOS.
           SET EOF-OK               TO FALSE
                       SET EOF-OK TO TRUE
                   NOT AT END
                       IF ALUNO-ATIVO
                           PERFORM P420-CONFERE-ALUNO THRU P420-FIM
                       END-IF
               END-READ
           EXIT.

       P420-CONFERE-ALUNO.
           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF
           IF WS-UNIDADE-ALU NOT EQUAL CFG-UNIDADE
               GO TO P420-FIM
           END-IF

           ADD 1                    TO WS-CONT-ALUNOS
           MOVE ID-ALUNO            TO WS-AN-ID

           PERFORM P430-APURA-ANUAL THRU P430-FIM
       P700-FIM.
           EXIT.

      ******************************************************************
      * CONFERE O RESUMO POR TURMA (GERARESUMO/ATUALRESUMO) CONTRA O
      * DETALHE: REAPURA O RESUMO DE ALUNOS/DISCIPLINAS EM
      * RESUMOCHK.TMP, PELO MESMO CALCULO DO GERARESUMO, E COMPARA OS
      * DOIS ARQUIVOS LINHA A LINHA NA ORDEM DA CHAVE
      ******************************************************************
       P800-CONFERE-RESUMO.
           MOVE ZEROS               TO WS-CONT-LINHAS-RES
           SET CHK-GERADO           TO FALSE
           SET FS-RES-OK            TO TRUE

           OPEN INPUT RESUMOTURMA
           IF NOT FS-RES-OK
               DISPLAY 'RESUMO POR TURMA INEXISTENTE - CONFERENCIA '
                       'DO RESUMO PULADA'
               GO TO P800-FIM
           END-IF
           CLOSE RESUMOTURMA

           PERFORM P810-REAPURA-RESUMO THRU P810-FIM

           IF CHK-GERADO
               PERFORM P850-COMPARA-RESUMO THRU P850-FIM
           END-IF

           DISPLAY 'LINHAS DO RESUMO.......: ' WS-CONT-LINHAS-RES
           .
       P800-FIM.
           EXIT.

       P810-REAPURA-RESUMO.
           SET FS-CHK-OK            TO TRUE

           OPEN OUTPUT RESUMOCHK
           CLOSE RESUMOCHK
           OPEN I-O RESUMOCHK
           IF NOT FS-CHK-OK
               DISPLAY 'ERRO AO ABRIR A REAPURACAO DO RESUMO'
               DISPLAY 'FILE STATUS: ' WS-FS-CHK
               SET HOUVE-ERRO TO TRUE
               GO TO P810-FIM
           END-IF

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
                       IF ALUNO-ATIVO AND
                          (MAT-MATRICULADO OR MAT-LEGADO) AND
                          TURMA-ALUNO NOT EQUAL SPACES
                           PERFORM P820-REAPURA-ALUNO THRU P820-FIM
                       END-IF
               END-READ
           END-PERFORM

           PERFORM P840-PROPAGA-TOTAL THRU P840-FIM

           CLOSE RESUMOCHK
           SET CHK-GERADO           TO TRUE
           .
       P810-FIM.
           EXIT.

      ******************************************************************
      * UM ALUNO: CONTA NA TURMA, SOMA CADA LANCAMENTO NA LINHA DA
      * DISCIPLINA/BIMESTRE E A MEDIA ANUAL (P430) NA LINHA DE TOTAL
      ******************************************************************
       P820-REAPURA-ALUNO.
           MOVE 1                   TO WS-UNIDADE-ALU
           IF UNIDADE-ALUNO NUMERIC AND UNIDADE-ALUNO > ZEROS
               MOVE UNIDADE-ALUNO   TO WS-UNIDADE-ALU
           END-IF

           PERFORM P825-LE-TOTAL THRU P825-FIM
           ADD 1                    TO RC-QTD-ALUNOS
           PERFORM P830-GRAVA-LINHA THRU P830-FIM

           SET EOF-RC-OK            TO FALSE
           MOVE ID-ALUNO            TO DISC-ID-ALUNO
           MOVE ZEROS               TO DISC-ID-MATERIA
           MOVE ZEROS               TO DISC-BIMESTRE

           START DISCIPLINAS KEY IS NOT LESS THAN DISC-CHAVE
               INVALID KEY
                   SET EOF-RC-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-RC-OK
               READ DISCIPLINAS NEXT RECORD
                   AT END
                       SET EOF-RC-OK TO TRUE
                   NOT AT END
                       IF DISC-ID-ALUNO NOT EQUAL ID-ALUNO
                           SET EOF-RC-OK TO TRUE
                       ELSE
                           PERFORM P835-SOMA-LANCAMENTO THRU P835-FIM
                       END-IF
               END-READ
           END-PERFORM

           MOVE ID-ALUNO            TO WS-AN-ID
           PERFORM P430-APURA-ANUAL THRU P430-FIM

      * SEM NENHUMA DISCIPLINA POR NOTA O ALUNO SO CONTA NA TURMA
           IF WS-AN-CONT-MATERIAS EQUAL ZEROS
               GO TO P820-FIM
           END-IF

           COMPUTE WS-RC-VALOR ROUNDED =
                   WS-AN-SOMA-MATERIAS / WS-AN-CONT-MATERIAS

           PERFORM P825-LE-TOTAL THRU P825-FIM
           PERFORM P838-SOMA-VALOR THRU P838-FIM
           PERFORM P830-GRAVA-LINHA THRU P830-FIM
           .
       P820-FIM.
           EXIT.

       P825-LE-TOTAL.
           MOVE TURMA-ALUNO         TO RC-TURMA
           MOVE ZEROS               TO RC-ID-MATERIA
           MOVE ZEROS               TO RC-BIMESTRE
           SET LINHA-NOVA           TO FALSE

           READ RESUMOCHK
               INVALID KEY
                   MOVE 'TOTAL DA TURMA' TO RC-NM-MATERIA
                   PERFORM P828-INICIA-LINHA THRU P828-FIM
           END-READ
           .
       P825-FIM.
           EXIT.

       P828-INICIA-LINHA.
           SET LINHA-NOVA           TO TRUE
           MOVE WS-UNIDADE-ALU      TO RC-UNIDADE
           MOVE ZEROS               TO RC-QTD-ALUNOS
           MOVE ZEROS               TO RC-QTD-LANC
           MOVE ZEROS               TO RC-QTD-CONCEITO
           MOVE ZEROS               TO RC-SOMA-MEDIAS
           MOVE ZEROS               TO RC-MENOR-MEDIA
           MOVE SPACES              TO RC-NM-MENOR
           MOVE ZEROS               TO RC-MAIOR-MEDIA
           MOVE SPACES              TO RC-NM-MAIOR
           MOVE ZEROS               TO RC-QTD-APROVADOS
           MOVE ZEROS               TO RC-QTD-RECUPERACAO
           MOVE ZEROS               TO RC-QTD-REPROVADOS
           SET RC-EXTREMOS-OK       TO TRUE
           MOVE WS-DATA-HOJE        TO RC-DT-ATUALIZACAO
           .
       P828-FIM.
           EXIT.

       P830-GRAVA-LINHA.
           IF LINHA-NOVA
               WRITE REG-RESUMOCHK
                   INVALID KEY
                       SET HOUVE-ERRO TO TRUE
               END-WRITE
           ELSE
               REWRITE REG-RESUMOCHK
                   INVALID KEY
                       SET HOUVE-ERRO TO TRUE
               END-REWRITE
           END-IF
           .
       P830-FIM.
           EXIT.

       P835-SOMA-LANCAMENTO.
           MOVE TURMA-ALUNO         TO RC-TURMA
           MOVE DISC-ID-MATERIA     TO RC-ID-MATERIA
           MOVE DISC-BIMESTRE       TO RC-BIMESTRE
           SET LINHA-NOVA           TO FALSE

           READ RESUMOCHK
               INVALID KEY
                   MOVE DISC-NM-MATERIA TO RC-NM-MATERIA
                   PERFORM P828-INICIA-LINHA THRU P828-FIM
           END-READ

      * LANCAMENTO POR CONCEITO FICA FORA DA MEDIA NUMERICA
           IF DISC-CONCEITO NOT EQUAL SPACES
               ADD 1                TO RC-QTD-CONCEITO
           ELSE
               MOVE DISC-MEDIA      TO WS-RC-VALOR
               PERFORM P838-SOMA-VALOR THRU P838-FIM
           END-IF

           PERFORM P830-GRAVA-LINHA THRU P830-FIM
           .
       P835-FIM.
           EXIT.

       P838-SOMA-VALOR.
           IF RC-QTD-LANC EQUAL ZEROS
               MOVE WS-RC-VALOR     TO RC-MENOR-MEDIA
               MOVE NM-ALUNO        TO RC-NM-MENOR
               MOVE WS-RC-VALOR     TO RC-MAIOR-MEDIA
               MOVE NM-ALUNO        TO RC-NM-MAIOR
           ELSE
               IF WS-RC-VALOR < RC-MENOR-MEDIA
                   MOVE WS-RC-VALOR TO RC-MENOR-MEDIA
                   MOVE NM-ALUNO    TO RC-NM-MENOR
               END-IF
               IF WS-RC-VALOR > RC-MAIOR-MEDIA
                   MOVE WS-RC-VALOR TO RC-MAIOR-MEDIA
                   MOVE NM-ALUNO    TO RC-NM-MAIOR
               END-IF
           END-IF

           ADD 1                    TO RC-QTD-LANC
           ADD WS-RC-VALOR          TO RC-SOMA-MEDIAS

           IF WS-RC-VALOR >= CFG-CORTE-APROVACAO
               ADD 1 TO RC-QTD-APROVADOS
           ELSE
               IF WS-RC-VALOR >= CFG-CORTE-RECUPERACAO
                   ADD 1 TO RC-QTD-RECUPERACAO
               ELSE
                   ADD 1 TO RC-QTD-REPROVADOS
               END-IF
           END-IF
           .
       P838-FIM.
           EXIT.

       P840-PROPAGA-TOTAL.
           SET EOF-RC-OK            TO FALSE
           MOVE ZEROS               TO WS-RC-QTD-TURMA
           MOVE LOW-VALUES          TO RC-CHAVE

           START RESUMOCHK KEY IS NOT LESS THAN RC-CHAVE
               INVALID KEY
                   SET EOF-RC-OK TO TRUE
           END-START

           PERFORM UNTIL EOF-RC-OK
               READ RESUMOCHK NEXT RECORD
                   AT END
                       SET EOF-RC-OK TO TRUE
                   NOT AT END
                       IF RC-ID-MATERIA EQUAL ZEROS AND
                          RC-BIMESTRE EQUAL ZEROS
                           MOVE RC-QTD-ALUNOS TO WS-RC-QTD-TURMA
                       ELSE
                           MOVE WS-RC-QTD-TURMA TO RC-QTD-ALUNOS
                           REWRITE REG-RESUMOCHK
                               INVALID KEY
                                   SET HOUVE-ERRO TO TRUE
                           END-REWRITE
                       END-IF
               END-READ
           END-PERFORM
           .
       P840-FIM.
           EXIT.

      ******************************************************************
      * CASA OS DOIS ARQUIVOS NA ORDEM DA CHAVE. LINHA SO NO RESUMO
      * SEM NADA APURADO (SOBRA DE LANCAMENTO RETIRADO DURANTE O DIA)
      * NAO E EXCECAO
      ******************************************************************
       P850-COMPARA-RESUMO.
           SET FS-RES-OK            TO TRUE
           SET FS-CHK-OK            TO TRUE

           OPEN INPUT RESUMOTURMA
           OPEN INPUT RESUMOCHK

           IF NOT FS-RES-OK OR NOT FS-CHK-OK
               DISPLAY 'ERRO AO ABRIR OS RESUMOS PARA CONFERENCIA'
               DISPLAY 'FILE STATUS RESUMO.....: ' WS-FS-RES
               DISPLAY 'FILE STATUS REAPURACAO.: ' WS-FS-CHK
               SET HOUVE-ERRO TO TRUE
               GO TO P850-FIM
           END-IF

           PERFORM P860-LE-RESUMO THRU P860-FIM
           PERFORM P865-LE-REAPURADO THRU P865-FIM

           PERFORM UNTIL WS-CHAVE-RES EQUAL HIGH-VALUES AND
                         WS-CHAVE-CHK EQUAL HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-CHAVE-RES EQUAL WS-CHAVE-CHK
                       PERFORM P870-COMPARA-LINHA THRU P870-FIM
                       PERFORM P860-LE-RESUMO THRU P860-FIM
                       PERFORM P865-LE-REAPURADO THRU P865-FIM
                   WHEN WS-CHAVE-RES < WS-CHAVE-CHK
                       IF RT-QTD-LANC > ZEROS OR
                          RT-QTD-CONCEITO > ZEROS OR
                          (RT-ID-MATERIA EQUAL ZEROS AND
                           RT-QTD-ALUNOS > ZEROS)
                           MOVE 'LINHA SO NO RESUMO' TO WS-DR-TIPO
                           MOVE 'SEM LANCAMENTO NO DETALHE'
                                                 TO WS-DR-OBS
                           MOVE RT-TURMA     TO WS-DR-TURMA
                           MOVE RT-ID-MATERIA TO WS-DR-MATERIA
                           MOVE RT-BIMESTRE  TO WS-DR-BIMESTRE
                           PERFORM P880-GRAVA-EXCECAO-RESUMO
                                   THRU P880-FIM
                       END-IF
                       PERFORM P860-LE-RESUMO THRU P860-FIM
                   WHEN OTHER
                       MOVE 'LINHA FALTA NO RESUMO' TO WS-DR-TIPO
                       MOVE RC-TURMA        TO WS-DR-TURMA
                       MOVE RC-ID-MATERIA   TO WS-DR-MATERIA
                       MOVE RC-BIMESTRE     TO WS-DR-BIMESTRE
                       MOVE SPACES          TO WS-DR-OBS
                       STRING 'LANC ' DELIMITED BY SIZE
                              RC-QTD-LANC DELIMITED BY SIZE
                              ' ALUNOS ' DELIMITED BY SIZE
                              RC-QTD-ALUNOS DELIMITED BY SIZE
                              INTO WS-DR-OBS
                       PERFORM P880-GRAVA-EXCECAO-RESUMO THRU P880-FIM
                       PERFORM P865-LE-REAPURADO THRU P865-FIM
               END-EVALUATE
           END-PERFORM
           .
       P850-FIM.
           CLOSE RESUMOTURMA
           CLOSE RESUMOCHK
           .

       P860-LE-RESUMO.
           READ RESUMOTURMA NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-RES
               NOT AT END
                   MOVE RT-CHAVE    TO WS-CHAVE-RES
                   ADD 1 TO WS-CONT-LINHAS-RES
           END-READ
           .
       P860-FIM.
           EXIT.

       P865-LE-REAPURADO.
           READ RESUMOCHK NEXT RECORD
               AT END
                   MOVE HIGH-VALUES TO WS-CHAVE-CHK
               NOT AT END
                   MOVE RC-CHAVE    TO WS-CHAVE-CHK
           END-READ
           .
       P865-FIM.
           EXIT.

      ******************************************************************
      * MESMA CHAVE NOS DOIS: A PRIMEIRA DIVERGENCIA SAI COMO
      * 'CAMPO GRAVADO X REAPURADO'. MENOR/MAIOR SO SAO CONFERIDOS COM
      * A LINHA SEM MARCA DE REAPURACAO (RT-EXTREMOS-OK)
      ******************************************************************
       P870-COMPARA-LINHA.
           MOVE 'RESUMO DIVERGENTE'     TO WS-DR-TIPO
           MOVE SPACES                  TO WS-DR-OBS
           MOVE RT-TURMA                TO WS-DR-TURMA
           MOVE RT-ID-MATERIA           TO WS-DR-MATERIA
           MOVE RT-BIMESTRE             TO WS-DR-BIMESTRE

           EVALUATE TRUE
               WHEN RT-QTD-ALUNOS NOT EQUAL RC-QTD-ALUNOS
                   STRING 'ALUNOS ' DELIMITED BY SIZE
                          RT-QTD-ALUNOS DELIMITED BY SIZE
                          ' X ' DELIMITED BY SIZE
                          RC-QTD-ALUNOS DELIMITED BY SIZE
                          INTO WS-DR-OBS
               WHEN RT-QTD-LANC NOT EQUAL RC-QTD-LANC
                   STRING 'LANC ' DELIMITED BY SIZE
                          RT-QTD-LANC DELIMITED BY SIZE
                          ' X ' DELIMITED BY SIZE
                          RC-QTD-LANC DELIMITED BY SIZE
                          INTO WS-DR-OBS
               WHEN RT-QTD-CONCEITO NOT EQUAL RC-QTD-CONCEITO
                   STRING 'CONC ' DELIMITED BY SIZE
                          RT-QTD-CONCEITO DELIMITED BY SIZE
                          ' X ' DELIMITED BY SIZE
                          RC-QTD-CONCEITO DELIMITED BY SIZE
                          INTO WS-DR-OBS
               WHEN RT-SOMA-MEDIAS NOT EQUAL RC-SOMA-MEDIAS
                   STRING 'SOMA ' DELIMITED BY SIZE
                          RT-SOMA-MEDIAS DELIMITED BY SIZE
                          ' X ' DELIMITED BY SIZE
                          RC-SOMA-MEDIAS DELIMITED BY SIZE
                          INTO WS-DR-OBS
               WHEN RT-QTD-APROVADOS NOT EQUAL RC-QTD-APROVADOS
                   STRING 'APROV ' DELIMITED BY SIZE
                          RT-QTD-APROVADOS DELIMITED BY SIZE
                          ' X ' DELIMITED BY SIZE
                          RC-QTD-APROVADOS DELIMITED BY SIZE
                          INTO WS-DR-OBS
               WHEN RT-QTD-RECUPERACAO NOT EQUAL RC-QTD-RECUPERACAO
                   STRING 'RECUP ' DELIMITED BY SIZE
                          RT-QTD-RECUPERACAO DELIMITED BY SIZE
                          ' X ' DELIMITED BY SIZE
                          RC-QTD-RECUPERACAO DELIMITED BY SIZE
                          INTO WS-DR-OBS
               WHEN RT-QTD-REPROVADOS NOT EQUAL RC-QTD-REPROVADOS
                   STRING 'REPROV ' DELIMITED BY SIZE
                          RT-QTD-REPROVADOS DELIMITED BY SIZE
                          ' X ' DELIMITED BY SIZE
                          RC-QTD-REPROVADOS DELIMITED BY SIZE
                          INTO WS-DR-OBS
               WHEN RT-EXTREMOS-OK AND
                    RT-MENOR-MEDIA NOT EQUAL RC-MENOR-MEDIA
                   STRING 'MENOR ' DELIMITED BY SIZE
                          RT-MENOR-MEDIA DELIMITED BY SIZE
                          ' X ' DELIMITED BY SIZE
                          RC-MENOR-MEDIA DELIMITED BY SIZE
                          INTO WS-DR-OBS
               WHEN RT-EXTREMOS-OK AND
                    RT-MAIOR-MEDIA NOT EQUAL RC-MAIOR-MEDIA
                   STRING 'MAIOR ' DELIMITED BY SIZE
                          RT-MAIOR-MEDIA DELIMITED BY SIZE
                          ' X ' DELIMITED BY SIZE
                          RC-MAIOR-MEDIA DELIMITED BY SIZE
                          INTO WS-DR-OBS
               WHEN OTHER
                   GO TO P870-FIM
           END-EVALUATE

           PERFORM P880-GRAVA-EXCECAO-RESUMO THRU P880-FIM
           .
       P870-FIM.
           EXIT.

       P880-GRAVA-EXCECAO-RESUMO.
           WRITE REL-LINHA FROM WS-DET-RESUMO
           ADD 1 TO WS-CONT-EXCECOES
           .
       P880-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
