      *         DAQUELE ALUNO. O MODO LOTE NAO ENFILEIRA: O ARQUIVO
      *         DO LOTE CARREGA A ESCOLA INTEIRA E NAO PODE SEGUIR
      *         PARA UMA UNICA FAMILIA
      * UPDATE: 15/10/2026 QUADRO PROPRIO DAS DEPENDENCIAS EM CURSO NO
      *         ANO LETIVO (PROGRESSAO PARCIAL, DEPENDENCIAS.DAT): A
      *         DISCIPLINA, O ANO DE ORIGEM, AS MEDIAS DOS BIMESTRES
      *         JA LANCADOS E A MEDIA PARCIAL, SEPARADO DO QUADRO DA
      *         SERIE ATUAL
      * UPDATE: 15/10/2026 IMPRIME O CODIGO INEP DO ALUNO (CODINEP.DAT,
      *         GRAVADO PELO IMPCENSO A PARTIR DO RETORNO DO CENSO)
      *         ABAIXO DA IDENTIFICACAO, NO INDIVIDUAL E NO LOTE
      * UPDATE: 15/10/2026 AVALIACAO ADAPTADA: AS DISCIPLINAS MARCADAS
      *         NO CADASTRO DO AEE (AEE.DAT, CADAEE) PARA O PEI DO ANO
      *         LETIVO SAEM COM A NOTA '*** AVALIACAO ADAPTADA ***'
      * UPDATE: 15/10/2026 RODAPE OPCIONAL COM A PROJECAO "QUANTO
      *         FALTA" DE CADA DISCIPLINA (MEDIA QUE FALTA NOS
      *         BIMESTRES RESTANTES PARA APROVACAO E RECUPERACAO E A
      *         SITUACAO), CALCULADA PELO SUBPROGRAMA CALCPROJ - O
      *         MESMO DO RELATORIO PROJECAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELBOLETIM.
                RECORD KEY IS ENT-CHAVE
                FILE STATUS IS WS-FS-ENT.

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

                SELECT AEE ASSIGN TO
                WS-AEE-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AEE-ID-ALUNO
                FILE STATUS IS WS-FS-AEE.

                SELECT REL-BOLETIM ASSIGN TO
                WS-RELBOLETIM-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD ENTREGA.
           COPY ENTREGA.

       FD DEPENDENCIAS.
           COPY DEPENDENC.

       FD CODINEP.
           COPY CODINEP.

       FD AEE.
           COPY AEE.

       FD REL-BOLETIM.
         01 REL-LINHA                       PIC X(80).

           COPY SITCFG.
           COPY RELNAREA.
           COPY MSGAREA.
           COPY PROJAREA.

         01 WS-REGISTRO                     PIC X(127) VALUE SPACES.
         01 FILLER REDEFINES WS-REGISTRO.
           03 WS-D-ID                     PIC ZZZZ9.
           03 FILLER                      PIC X(05) VALUE ' - '.
           03 WS-D-NOME                   PIC X(30).
         01 WS-DETALHE-INEP.
           03 FILLER                      PIC X(15)
              VALUE 'CODIGO INEP....'.
           03 WS-D-INEP                   PIC X(14).
         01 WS-DETALHE-MAT.
           03 FILLER                 PIC X(14) VALUE 'DISCIPLINA....'.
           03 WS-D-MATERIA           PIC X(20).
           03 FILLER                 PIC X(12) VALUE '  BIMESTRE: '.
           03 WS-D-BIMESTRE          PIC 9(01).
         01 WS-DETALHE-ADAPTADA.
           03 FILLER                 PIC X(14) VALUE SPACES.
           03 FILLER                 PIC X(40)
              VALUE '*** AVALIACAO ADAPTADA (AEE/PEI) ***'.
         01 WS-TAB-ADAPTADAS.
           03 WS-QTD-ADAPTADAS       PIC 9(02) VALUE ZEROS.
           03 WS-ADAPTADA-MATERIA    PIC 9(20) OCCURS 10.
         01 WS-DETALHE-PROF.
           03 FILLER                 PIC X(14) VALUE 'PROFESSOR.....'.
           03 WS-D-PROFESSOR         PIC X(30).
           03 FILLER                      PIC X(04) VALUE ' EM '.
           03 WS-DOA-DATA                 PIC 9(08).
           03 FILLER                      PIC X(01) VALUE ')'.
         01 WS-CAB-DEPENDENCIAS.
           03 FILLER                 PIC X(43)
              VALUE 'DEPENDENCIAS EM CURSO (PROGRESSAO PARCIAL):'.
         01 WS-CAB-DEPENDENCIAS-2.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(20) VALUE 'DISCIPLINA'.
           03 FILLER                      PIC X(06) VALUE 'ORIGEM'.
           03 FILLER                      PIC X(24)
              VALUE '  1BIM  2BIM  3BIM  4BIM'.
           03 FILLER                      PIC X(07) VALUE '  MEDIA'.
         01 WS-DETALHE-DEP.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DDP-MATERIA              PIC X(20).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DDP-ANO                  PIC 9(04).
           03 WS-DDP-BIM OCCURS 4.
              05 FILLER                   PIC X(01).
              05 WS-DDP-BIM-VALOR         PIC X(05).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DDP-MEDIA                PIC X(05).
         01 WS-CAB-PROJECAO.
           03 FILLER                 PIC X(40)
              VALUE 'PROJECAO "QUANTO FALTA" (APROVACAO COM '.
           03 WS-CPJ-APROVACAO            PIC Z9,99.
           03 FILLER                      PIC X(18)
              VALUE ', RECUPERACAO COM '.
           03 WS-CPJ-RECUPERACAO          PIC Z9,99.
           03 FILLER                      PIC X(01) VALUE ')'.
         01 WS-CAB-PROJECAO-2.
           03 FILLER                 PIC X(40)
              VALUE '  MEDIA MINIMA EM CADA BIMESTRE RESTANTE'.
           03 FILLER                 PIC X(40)
              VALUE '; PROVA COM TRABALHO/PARTIC. NA MEDIA'.
         01 WS-CAB-PROJECAO-3.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 FILLER                      PIC X(20) VALUE 'DISCIPLINA'.
           03 FILLER                      PIC X(05) VALUE 'BIMS'.
           03 FILLER                      PIC X(07) VALUE 'MEDIA'.
           03 FILLER                      PIC X(08) VALUE 'P/APROV'.
           03 FILLER                      PIC X(08) VALUE 'P/RECUP'.
           03 FILLER                      PIC X(08) VALUE 'PROVA'.
           03 FILLER                      PIC X(22) VALUE 'SITUACAO'.
         01 WS-DETALHE-PROJ.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DPJ-MATERIA              PIC X(20).
           03 WS-DPJ-QTD                  PIC 9(01).
           03 FILLER                      PIC X(02) VALUE '/4'.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DPJ-MEDIA                PIC ZZ,99.
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DPJ-APROV                PIC X(06).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DPJ-RECUP                PIC X(06).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DPJ-PROVA                PIC X(06).
           03 FILLER                      PIC X(02) VALUE SPACES.
           03 WS-DPJ-SITUACAO             PIC X(22).
         01 WS-QUEBRA-PAGINA.
           03 FILLER                      PIC X(80) VALUE ALL '='.
         01 WS-TOT-LOTE.
           88 PROTOCOLO-ABERTO             VALUE 'S' FALSE 'N'.
         77 WS-CONT-PROTOCOLO              PIC 9(05) VALUE ZEROS.
         77 WS-EMAIL-ON                    PIC X     VALUE 'N'.
         77 WS-FS-INP                      PIC 99.
           88 FS-INP-OK                    VALUE 0.
         77 WS-FS-AEE                      PIC 99.
           88 FS-AEE-OK                    VALUE 0.
         77 WS-IDX-AD                      PIC 9(02) VALUE ZEROS.
         77 WS-FS-DEP                      PIC 99.
           88 FS-DEP-OK                    VALUE 0.
         77 WS-EOF-DEP                     PIC X     VALUE 'N'.
           88 EOF-DEP-OK                   VALUE 'S' FALSE 'N'.
         77 WS-TEM-DEP                     PIC X     VALUE 'N'.
           88 TEM-DEPENDENCIA              VALUE 'S' FALSE 'N'.
         77 WS-IDX-DEP                     PIC 9(01) COMP VALUE ZEROS.
         77 WS-DEP-SOMA                    PIC 9(03)V99 VALUE ZEROS.
         77 WS-DEP-CONT                    PIC 9(01) VALUE ZEROS.
         77 WS-DEP-MEDIA                   PIC 9(02)V99 VALUE ZEROS.
         77 WS-DEP-EDITADO                 PIC ZZ,99.
         77 WS-PROJECAO-ON                 PIC X     VALUE 'N'.
           88 PROJECAO-NO-RODAPE           VALUE 'S' FALSE 'N'.
         77 WS-SOMA-TRAB-BIM               PIC 9(03)V99 VALUE ZEROS.
         77 WS-SOMA-PART-BIM               PIC 9(03)V99 VALUE ZEROS.
         77 WS-QTD-PJ                      PIC 9(02) VALUE ZEROS.
         77 WS-IDX-PJ                      PIC 9(02) COMP VALUE ZEROS.
         01 WS-TAB-PROJ.
           03 WS-PJ-ITEM OCCURS 20.
              05 WS-PJ-NM-MATERIA          PIC X(20).
              05 WS-PJ-QTD                 PIC 9(01).
              05 WS-PJ-SOMA                PIC 9(03)V99.
              05 WS-PJ-SOMA-TRAB           PIC 9(03)V99.
              05 WS-PJ-SOMA-PART           PIC 9(03)V99.
         01 WS-TAB-FREQ-DISC.
           03 WS-FD-ITEM OCCURS 20.
              05 WS-FD-MATERIA             PIC 9(20).
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\ENFILAMSG' DELIMITED BY SIZE
                  INTO WS-BIN-ENFILAMSG-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CALCPROJ' DELIMITED BY SIZE
                  INTO WS-BIN-CALCPROJ-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ALUNOS.DAT' DELIMITED BY SIZE
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\ENTREGA.DAT' DELIMITED BY SIZE
                  INTO WS-ENTREGA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\DEPENDENCIAS.DAT' DELIMITED BY SIZE
                  INTO WS-DEPENDENCIAS-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CODINEP.DAT' DELIMITED BY SIZE
                  INTO WS-CODINEP-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\AEE.DAT' DELIMITED BY SIZE
                  INTO WS-AEE-PATH
           .
       P100-FIM.
           EXIT.
                       '<2> LOTE POR TURMA'
               ACCEPT WS-MODO

               DISPLAY 'IMPRIMIR A PROJECAO "QUANTO FALTA" NO RODAPE? '
                       '<S> - <N>'
               ACCEPT WS-PROJECAO-ON
               IF WS-PROJECAO-ON NOT EQUAL 'S'
                   SET PROJECAO-NO-RODAPE TO FALSE
               END-IF

               IF WS-MODO EQUAL '2'
                   PERFORM P480-BOLETIM-TURMA THRU P480-FIM
               ELSE
           MOVE WS-NM-ALUNO          TO WS-D-NOME
           MOVE WS-ID-ALUNO          TO WS-ID-PESQUISA
           MOVE TURMA-ALUNO          TO WS-TURMA-BOLETIM
           PERFORM P435-BUSCA-INEP   THRU P435-FIM
           PERFORM P437-BUSCA-AEE    THRU P437-FIM

           WRITE REL-LINHA FROM WS-CABECALHO-0
           WRITE REL-LINHA FROM WS-CABECALHO-1
           WRITE REL-LINHA FROM WS-CABECALHO-2
           WRITE REL-LINHA FROM SPACES
           WRITE REL-LINHA FROM WS-DETALHE-ID
           WRITE REL-LINHA FROM WS-DETALHE-INEP
           WRITE REL-LINHA FROM SPACES

           PERFORM P450-LISTA-DISCIPLINAS THRU P450-FIM

           PERFORM P478-IMPRIME-FREQ-DISC THRU P478-FIM
           PERFORM P485-IMPRIME-OBSERVACOES THRU P485-FIM
           PERFORM P488-IMPRIME-DEPENDENCIAS THRU P488-FIM
           IF PROJECAO-NO-RODAPE
               PERFORM P492-IMPRIME-PROJECAO THRU P492-FIM
           END-IF

           WRITE REL-LINHA FROM WS-ASSINATURA-1
           WRITE REL-LINHA FROM SPACES
       P430-FIM.
           EXIT.

      * CODIGO OFICIAL DO ALUNO NO CENSO; SEM RETORNO IMPORTADO SAI
      * COMO NAO INFORMADO
       P435-BUSCA-INEP.
           SET FS-INP-OK            TO TRUE
           MOVE 'NAO INFORMADO'     TO WS-D-INEP

           OPEN INPUT CODINEP

           IF NOT FS-INP-OK
               GO TO P435-FIM
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
       P435-FIM.
           EXIT.

      * DISCIPLINAS COM AVALIACAO ADAPTADA NO PEI DO ANO LETIVO; SEM
      * CADASTRO NO AEE (OU PEI DE OUTRO ANO) A LISTA FICA VAZIA
       P437-BUSCA-AEE.
           SET FS-AEE-OK            TO TRUE
           MOVE ZEROS               TO WS-QTD-ADAPTADAS

           OPEN INPUT AEE

           IF NOT FS-AEE-OK
               GO TO P437-FIM
           END-IF

           MOVE WS-ID-PESQUISA      TO AEE-ID-ALUNO
           READ AEE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AEE-ANO-PEI EQUAL CFG-ANO-LETIVO
                       MOVE AEE-QTD-ADAPTADAS TO WS-QTD-ADAPTADAS
                       PERFORM VARYING WS-IDX-AD FROM 1 BY 1
                               UNTIL WS-IDX-AD > WS-QTD-ADAPTADAS
                           MOVE AEE-AD-ID-MATERIA(WS-IDX-AD)
                                TO WS-ADAPTADA-MATERIA(WS-IDX-AD)
                       END-PERFORM
                   END-IF
           END-READ

           CLOSE AEE
           .
       P437-FIM.
           EXIT.

      * NOTA DE AVALIACAO ADAPTADA ABAIXO DA LINHA DA DISCIPLINA
       P452-MARCA-ADAPTADA.
           PERFORM VARYING WS-IDX-AD FROM 1 BY 1
                   UNTIL WS-IDX-AD > WS-QTD-ADAPTADAS
               IF WS-ADAPTADA-MATERIA(WS-IDX-AD) EQUAL DISC-ID-MATERIA
                   WRITE REL-LINHA FROM WS-DETALHE-ADAPTADA
                   MOVE WS-QTD-ADAPTADAS TO WS-IDX-AD
               END-IF
           END-PERFORM
           .
       P452-FIM.
           EXIT.

      ******************************************************************
      * MODO LOTE: GERA O BOLETIM DE TODOS OS ALUNOS ATIVOS DA TURMA
      * INFORMADA (EM BRANCO = ESCOLA TODA) EM UM UNICO ARQUIVO, COM
           MOVE ZEROS               TO WS-PREV-MATERIA
           MOVE ZEROS               TO WS-SOMA-BIM
           MOVE ZEROS               TO WS-CONT-BIM
           MOVE ZEROS               TO WS-SOMA-TRAB-BIM
           MOVE ZEROS               TO WS-SOMA-PART-BIM
           MOVE ZEROS               TO WS-QTD-PJ

           START DISCIPLINAS KEY IS NOT LESS THAN DISC-CHAVE
               INVALID KEY
                               MOVE DISC-NM-MATERIA TO WS-D-MATERIA
                               MOVE DISC-BIMESTRE   TO WS-D-BIMESTRE
                               WRITE REL-LINHA FROM WS-DETALHE-MAT
                               PERFORM P452-MARCA-ADAPTADA
                                       THRU P452-FIM
                               MOVE DISC-CONCEITO
                                    TO WS-DC-CONCEITO
                               MOVE DISC-ST-APROVACAO
                           ELSE
                           ADD DISC-MEDIA         TO WS-SOMA-BIM
                           ADD 1                  TO WS-CONT-BIM
                           ADD DISC-NT-TRABALHO   TO WS-SOMA-TRAB-BIM
                           ADD DISC-NT-PARTICIPACAO
                                                  TO WS-SOMA-PART-BIM

                           MOVE DISC-NM-MATERIA   TO WS-D-MATERIA
                           MOVE DISC-BIMESTRE     TO WS-D-BIMESTRE
                           MOVE DISC-ST-APROVACAO TO WS-D-BIM-STATUS

                           WRITE REL-LINHA FROM WS-DETALHE-MAT
                           PERFORM P452-MARCA-ADAPTADA
                                   THRU P452-FIM
                           PERFORM P455-BUSCA-PROFESSOR
                                   THRU P455-FIM
                           IF WS-NOME-PROFESSOR NOT EQUAL SPACES
               MOVE WS-PREV-NM-MATERIA  TO WS-DMA-MATERIA
               MOVE WS-MEDIA-ANUAL      TO WS-DMA-MEDIA
               WRITE REL-LINHA FROM WS-DETALHE-MEDIA-ANUAL
               IF WS-QTD-PJ < 20
                   ADD 1 TO WS-QTD-PJ
                   MOVE WS-PREV-NM-MATERIA
                        TO WS-PJ-NM-MATERIA(WS-QTD-PJ)
                   MOVE WS-CONT-BIM      TO WS-PJ-QTD(WS-QTD-PJ)
                   MOVE WS-SOMA-BIM      TO WS-PJ-SOMA(WS-QTD-PJ)
                   MOVE WS-SOMA-TRAB-BIM TO WS-PJ-SOMA-TRAB(WS-QTD-PJ)
                   MOVE WS-SOMA-PART-BIM TO WS-PJ-SOMA-PART(WS-QTD-PJ)
               END-IF
           END-IF

           IF TEM-RECUPERACAO-FINAL

           MOVE ZEROS               TO WS-SOMA-BIM
           MOVE ZEROS               TO WS-CONT-BIM
           MOVE ZEROS               TO WS-SOMA-TRAB-BIM
           MOVE ZEROS               TO WS-SOMA-PART-BIM
           .
       P460-FIM.
           EXIT.
       P485-FIM.
           EXIT.

      ******************************************************************
      * QUADRO DAS DEPENDENCIAS (PROGRESSAO PARCIAL) QUE O ALUNO CURSA
      * NO ANO LETIVO, FORA DO QUADRO DA SERIE ATUAL; BIMESTRE AINDA
      * SEM NOTA SAI COMO --. SEM DEPENDENCIA NADA E IMPRESSO
      ******************************************************************
       P488-IMPRIME-DEPENDENCIAS.
           SET FS-DEP-OK            TO TRUE
           SET EOF-DEP-OK           TO FALSE
           SET TEM-DEPENDENCIA      TO FALSE

           OPEN INPUT DEPENDENCIAS

           IF NOT FS-DEP-OK
               GO TO P488-FIM
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
                           IF DEP-PENDENTE AND
                              DEP-ANO-CURSANDO EQUAL CFG-ANO-LETIVO
                               PERFORM P489-LINHA-DEPENDENCIA
                                       THRU P489-FIM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF TEM-DEPENDENCIA
               WRITE REL-LINHA FROM SPACES
           END-IF

           CLOSE DEPENDENCIAS
           .
       P488-FIM.
           EXIT.

       P489-LINHA-DEPENDENCIA.
           IF NOT TEM-DEPENDENCIA
               WRITE REL-LINHA FROM WS-CAB-DEPENDENCIAS
               WRITE REL-LINHA FROM WS-CAB-DEPENDENCIAS-2
               SET TEM-DEPENDENCIA TO TRUE
           END-IF

           MOVE SPACES              TO WS-DETALHE-DEP
           MOVE DEP-NM-MATERIA      TO WS-DDP-MATERIA
           MOVE DEP-ANO-ORIGEM      TO WS-DDP-ANO
           MOVE ZEROS               TO WS-DEP-SOMA
           MOVE ZEROS               TO WS-DEP-CONT

           PERFORM VARYING WS-IDX-DEP FROM 1 BY 1
                   UNTIL WS-IDX-DEP > 4
               IF DEP-BIM-COM-NOTA(WS-IDX-DEP)
                   MOVE DEP-BIM-MEDIA(WS-IDX-DEP) TO WS-DEP-EDITADO
                   MOVE WS-DEP-EDITADO
                        TO WS-DDP-BIM-VALOR(WS-IDX-DEP)
                   ADD DEP-BIM-MEDIA(WS-IDX-DEP) TO WS-DEP-SOMA
                   ADD 1 TO WS-DEP-CONT
               ELSE
                   MOVE '   --'    TO WS-DDP-BIM-VALOR(WS-IDX-DEP)
               END-IF
           END-PERFORM

           IF WS-DEP-CONT > ZEROS
               COMPUTE WS-DEP-MEDIA ROUNDED =
                       WS-DEP-SOMA / WS-DEP-CONT
               MOVE WS-DEP-MEDIA    TO WS-DEP-EDITADO
               MOVE WS-DEP-EDITADO  TO WS-DDP-MEDIA
           ELSE
               MOVE '   --'        TO WS-DDP-MEDIA
           END-IF

           WRITE REL-LINHA FROM WS-DETALHE-DEP
           .
       P489-FIM.
           EXIT.

      ******************************************************************
      * RODAPE "QUANTO FALTA": PARA CADA DISCIPLINA COM MEDIA NUMERICA
      * NO QUADRO ACIMA, A PROJECAO DO CALCPROJ COM OS CORTES E OS
      * PESOS EM VIGOR; SEM DISCIPLINA NUMERICA NADA E IMPRESSO
      ******************************************************************
       P492-IMPRIME-PROJECAO.
           IF WS-QTD-PJ EQUAL ZEROS
               GO TO P492-FIM
           END-IF

           MOVE CFG-CORTE-APROVACAO   TO WS-CPJ-APROVACAO
           MOVE CFG-CORTE-RECUPERACAO TO WS-CPJ-RECUPERACAO
           WRITE REL-LINHA FROM WS-CAB-PROJECAO
           WRITE REL-LINHA FROM WS-CAB-PROJECAO-2
           WRITE REL-LINHA FROM WS-CAB-PROJECAO-3

           PERFORM VARYING WS-IDX-PJ FROM 1 BY 1
                   UNTIL WS-IDX-PJ > WS-QTD-PJ
               MOVE WS-PJ-QTD(WS-IDX-PJ)       TO PJ-QTD-BIM
               MOVE WS-PJ-SOMA(WS-IDX-PJ)      TO PJ-SOMA-MEDIAS
               MOVE WS-PJ-SOMA-TRAB(WS-IDX-PJ) TO PJ-SOMA-TRABALHO
               MOVE WS-PJ-SOMA-PART(WS-IDX-PJ) TO PJ-SOMA-PARTICIP
               MOVE CFG-CORTE-APROVACAO   TO PJ-CORTE-APROVACAO
               MOVE CFG-CORTE-RECUPERACAO TO PJ-CORTE-RECUPERACAO
               MOVE CFG-PESO-PROVA        TO PJ-PESO-PROVA
               MOVE CFG-PESO-TRABALHO     TO PJ-PESO-TRABALHO
               MOVE CFG-PESO-PARTICIPACAO TO PJ-PESO-PARTICIPACAO
               MOVE 'S'                   TO PJ-SITUACAO

               CALL WS-BIN-CALCPROJ-PATH USING WS-CALCPROJ-AREA
                   ON EXCEPTION
                       MOVE ZEROS  TO PJ-MEDIA-ATUAL
                       MOVE SPACES TO PJ-ED-APROVACAO
                       MOVE SPACES TO PJ-ED-RECUPERACAO
                       MOVE SPACES TO PJ-ED-PROVA
                       MOVE 'NAO CALCULADA' TO PJ-DESCRICAO
               END-CALL

               MOVE WS-PJ-NM-MATERIA(WS-IDX-PJ) TO WS-DPJ-MATERIA
               MOVE WS-PJ-QTD(WS-IDX-PJ)        TO WS-DPJ-QTD
               MOVE PJ-MEDIA-ATUAL      TO WS-DPJ-MEDIA
               MOVE PJ-ED-APROVACAO     TO WS-DPJ-APROV
               MOVE PJ-ED-RECUPERACAO   TO WS-DPJ-RECUP
               MOVE PJ-ED-PROVA         TO WS-DPJ-PROVA
               MOVE PJ-DESCRICAO        TO WS-DPJ-SITUACAO
               WRITE REL-LINHA FROM WS-DETALHE-PROJ
           END-PERFORM

           WRITE REL-LINHA FROM SPACES
           .
       P492-FIM.
           EXIT.

      ******************************************************************
      * DIA DA SEMANA DA DATA DO REGISTRO DE FREQUENCIA PELA
      * CONGRUENCIA DE ZELLER, NA CONVENCAO DA GRADE DE HORARIOS
