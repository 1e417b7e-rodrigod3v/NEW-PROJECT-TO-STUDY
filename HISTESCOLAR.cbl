      *         CADHISTEXT A PARTIR DO TRANSCRITO DE PAPEL) SAI COM O
      *         NOME DA ESCOLA DE ORIGEM NO CABECALHO DO ANO - UMA
      *         UNICA IMPRESSAO MOSTRA A VIDA INTEIRA DO ALUNO
      * UPDATE: 15/10/2026 BLOCO PROPRIO DAS DEPENDENCIAS DA
      *         PROGRESSAO PARCIAL (DEPENDENCIAS.DAT) APOS OS ANOS
      *         CURSADOS: DISCIPLINA, ANO DE ORIGEM E MEDIA QUE A
      *         GEROU, SITUACAO (CUMPRIDA OU PENDENTE), ANO EM QUE FOI
      *         CURSADA E MEDIA FINAL DA DEPENDENCIA CUMPRIDA
      * UPDATE: 15/10/2026 IMPRIME O CODIGO INEP DO ALUNO (CODINEP.DAT,
      *         GRAVADO PELO IMPCENSO A PARTIR DO RETORNO DO CENSO)
      *         NO CABECALHO DO HISTORICO
      * UPDATE: 15/10/2026 ALUNO CONCLUINTE (CONCLUINTES.DAT, GRAVADO
      *         PELO ENCERRAANO) TEM A CONCLUSAO DO CURSO IMPRESSA NO
      *         FIM DO HISTORICO COM O ANO E O NUMERO DO LIVRO DE
      *         REGISTRO (LIVRO, FOLHA E NUMERO DE ORDEM)
      * UPDATE: 15/10/2026 CONCLUINTES.DAT COM NUMERO DE ORDEM POR
      *         UNIDADE - A CHAVE ALTERNADA CON-NR-ORDEM ACEITA
      *         DUPLICATAS
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTESCOLAR.
                RECORD KEY IS CSL-CHAVE
                FILE STATUS IS WS-FS-CSL.

                SELECT DEPENDENCIAS ASSIGN TO
                WS-DEPENDENCIAS-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DEP-CHAVE
                FILE STATUS IS WS-FS-DEP.

                SELECT CODINEP ASSIGN TO
                WS-CODINEP-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS INP-ID-ALUNO
                ALTERNATE RECORD KEY IS INP-COD-INEP
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-INP.

                SELECT CONCLUINTES ASSIGN TO
                WS-CONCLUINTES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS CON-ID-ALUNO
                ALTERNATE RECORD KEY IS CON-NR-ORDEM
                    WITH DUPLICATES
                FILE STATUS IS WS-FS-CON.

                SELECT RELATORIO ASSIGN TO
                WS-HISTESCOLAR-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD CONSELHO.
           COPY CONSELHO.

       FD DEPENDENCIAS.
           COPY DEPENDENC.

       FD CODINEP.
           COPY CODINEP.

       FD CONCLUINTES.
           COPY CONCLUINTE.

       FD RELATORIO.
         01 REL-LINHA                       PIC X(80).

           03 FILLER                      PIC X(16)
              VALUE 'NASCIMENTO......'.
           03 WS-D-NASC                   PIC 9(08).
         01 WS-DETALHE-INEP.
           03 FILLER                      PIC X(16)
              VALUE 'CODIGO INEP.....'.
           03 WS-D-INEP                   PIC X(14).
         01 WS-DETALHE-ANO.
           03 FILLER                      PIC X(12)
              VALUE 'ANO LETIVO: '.
           03 FILLER                      PIC X(12)
              VALUE '  SITUACAO: '.
           03 WS-DM-SITUACAO              PIC X(20).
         01 WS-CAB-DEPENDENCIAS.
           03 FILLER                      PIC X(41)
              VALUE 'DEPENDENCIAS (PROGRESSAO PARCIAL)'.
         01 WS-DETALHE-DEPENDENCIA.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DDH-MATERIA              PIC X(20).
           03 FILLER                      PIC X(08) VALUE ' ORIGEM '.
           03 WS-DDH-ANO-ORIGEM           PIC 9(04).
           03 FILLER                      PIC X(07) VALUE ' MEDIA '.
           03 WS-DDH-MEDIA-ORIGEM         PIC ZZ,99.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DDH-SITUACAO             PIC X(08).
           03 FILLER                      PIC X(04) VALUE ' EM '.
           03 WS-DDH-ANO-CURSANDO         PIC 9(04).
           03 WS-DDH-FINAL-ROT            PIC X(07).
           03 WS-DDH-MEDIA-FINAL          PIC X(05).
         01 WS-DETALHE-CONCLUSAO.
           03 FILLER                      PIC X(20)
              VALUE 'CONCLUSAO DO CURSO: '.
           03 WS-DCL-ANO                  PIC 9(04).
           03 FILLER                      PIC X(16)
              VALUE ' - REGISTRO No. '.
           03 WS-DCL-ORDEM                PIC ZZZZZ9.
           03 FILLER                      PIC X(08) VALUE ', LIVRO '.
           03 WS-DCL-LIVRO                PIC ZZ9.
           03 FILLER                      PIC X(08) VALUE ', FOLHA '.
           03 WS-DCL-FOLHA                PIC ZZ9.
         01 WS-ASSINATURA-1.
           03 FILLER                      PIC X(80) VALUE ALL '-'.
         01 WS-ASSINATURA-2.
           88 FS-HIST-OK                   VALUE 0.
         77 WS-FS-REL                      PIC 99.
           88 FS-REL-OK                    VALUE 0.
         77 WS-FS-CON                      PIC 99.
           88 FS-CON-OK                    VALUE 0.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-EXIT                        PIC X     VALUE 'N'.
           88 FS-CSL-OK                    VALUE 0.
         77 WS-CSL-DISPONIVEL              PIC X     VALUE 'N'.
           88 CSL-DISPONIVEL               VALUE 'S' FALSE 'N'.
         77 WS-FS-DEP                      PIC 99.
           88 FS-DEP-OK                    VALUE 0.
         77 WS-EOF-DEP                     PIC X     VALUE 'N'.
           88 EOF-DEP-OK                   VALUE 'S' FALSE 'N'.
         77 WS-TEM-DEP                     PIC X     VALUE 'N'.
           88 TEM-DEPENDENCIA              VALUE 'S' FALSE 'N'.
         77 WS-DEP-EDITADO                 PIC ZZ,99.
         77 WS-FS-INP                      PIC 99.
           88 FS-INP-OK                    VALUE 0.

       LINKAGE SECTION.
         01 LK-COM-AREA.
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONSELHO.DAT' DELIMITED BY SIZE
                  INTO WS-CONSELHO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DEPENDENCIAS.DAT' DELIMITED BY SIZE
                  INTO WS-DEPENDENCIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CODINEP.DAT' DELIMITED BY SIZE
                  INTO WS-CODINEP-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONCLUINTES.DAT' DELIMITED BY SIZE
                  INTO WS-CONCLUINTES-PATH
           .
       P100-FIM.
           EXIT.
           MOVE WS-ID-PESQUISA       TO WS-D-ID
           MOVE NM-ALUNO             TO WS-D-NOME
           MOVE DT-NASCIMENTO        TO WS-D-NASC
           PERFORM P410-BUSCA-INEP   THRU P410-FIM

           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-DETALHE-ID
           WRITE REL-LINHA FROM WS-DETALHE-NASC
           WRITE REL-LINHA FROM WS-DETALHE-INEP
           WRITE REL-LINHA FROM SPACES

           PERFORM P450-LISTA-ANOS THRU P450-FIM
           PERFORM P480-LISTA-DEPENDENCIAS THRU P480-FIM
           PERFORM P490-CONCLUSAO THRU P490-FIM

           WRITE REL-LINHA FROM WS-ASSINATURA-1
           WRITE REL-LINHA FROM SPACES
       P400-FIM.
           EXIT.

      * CODIGO OFICIAL DO ALUNO NO CENSO; SEM RETORNO IMPORTADO SAI
      * COMO NAO INFORMADO
       P410-BUSCA-INEP.
           SET FS-INP-OK            TO TRUE
           MOVE 'NAO INFORMADO'     TO WS-D-INEP

           OPEN INPUT CODINEP

           IF NOT FS-INP-OK
               GO TO P410-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO INP-ID-ALUNO
           READ CODINEP
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE INP-COD-INEP TO WS-D-INEP
           END-READ

           CLOSE CODINEP
           .
       P410-FIM.
           EXIT.

      ******************************************************************
      * PERCORRE HISTORICO.DAT DO ALUNO COM QUEBRA POR ANO LETIVO E
      * POR DISCIPLINA, IMPRIMINDO A MEDIA ANUAL E A SITUACAO FINAL
       P470-FIM.
           EXIT.

      ******************************************************************
      * BLOCO DAS DEPENDENCIAS DO ALUNO, CUMPRIDAS E PENDENTES, EM
      * ORDEM DE DISCIPLINA/ANO DE ORIGEM; SEM DEPENDENCIA NADA SAI
      ******************************************************************
       P480-LISTA-DEPENDENCIAS.
           SET FS-DEP-OK            TO TRUE
           SET EOF-DEP-OK           TO FALSE
           SET TEM-DEPENDENCIA      TO FALSE

           OPEN INPUT DEPENDENCIAS

           IF NOT FS-DEP-OK
               GO TO P480-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO DEP-ID-ALUNO
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
                       IF DEP-ID-ALUNO NOT EQUAL WS-ID-PESQUISA
                           SET EOF-DEP-OK TO TRUE
                       ELSE
                           PERFORM P485-LINHA-DEPENDENCIA
                                   THRU P485-FIM
                       END-IF
               END-READ
           END-PERFORM

           IF TEM-DEPENDENCIA
               WRITE REL-LINHA FROM SPACES
           END-IF

           CLOSE DEPENDENCIAS
           .
       P480-FIM.
           EXIT.

       P485-LINHA-DEPENDENCIA.
           IF NOT TEM-DEPENDENCIA
               WRITE REL-LINHA FROM WS-CAB-DEPENDENCIAS
               SET TEM-DEPENDENCIA TO TRUE
           END-IF

           MOVE DEP-NM-MATERIA      TO WS-DDH-MATERIA
           MOVE DEP-ANO-ORIGEM      TO WS-DDH-ANO-ORIGEM
           MOVE DEP-MEDIA-ORIGEM    TO WS-DDH-MEDIA-ORIGEM
           MOVE DEP-ANO-CURSANDO    TO WS-DDH-ANO-CURSANDO

           IF DEP-CUMPRIDA
               MOVE 'CUMPRIDA'      TO WS-DDH-SITUACAO
               MOVE ' FINAL '       TO WS-DDH-FINAL-ROT
               MOVE DEP-MEDIA-FINAL TO WS-DEP-EDITADO
               MOVE WS-DEP-EDITADO  TO WS-DDH-MEDIA-FINAL
           ELSE
               MOVE 'PENDENTE'      TO WS-DDH-SITUACAO
               MOVE SPACES          TO WS-DDH-FINAL-ROT
               MOVE SPACES          TO WS-DDH-MEDIA-FINAL
           END-IF

           WRITE REL-LINHA FROM WS-DETALHE-DEPENDENCIA
           .
       P485-FIM.
           EXIT.

      * CONCLUSAO DO CURSO COM O NUMERO DO LIVRO DE REGISTRO; ALUNO
      * QUE NAO CONCLUIU NA ESCOLA NAO TEM A LINHA
       P490-CONCLUSAO.
           SET FS-CON-OK            TO TRUE

           OPEN INPUT CONCLUINTES

           IF NOT FS-CON-OK
               GO TO P490-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO CON-ID-ALUNO
           READ CONCLUINTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CON-ANO-CONCLUSAO TO WS-DCL-ANO
                   MOVE CON-NR-ORDEM      TO WS-DCL-ORDEM
                   MOVE CON-LIVRO         TO WS-DCL-LIVRO
                   MOVE CON-FOLHA         TO WS-DCL-FOLHA
                   WRITE REL-LINHA FROM WS-DETALHE-CONCLUSAO
                   WRITE REL-LINHA FROM SPACES
           END-READ

           CLOSE CONCLUINTES
           .
       P490-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
