      ******************************************************************
      * Author:Rodrigo Orlando
      * Date:15/10/2026
      * Purpose:PROJECAO "QUANTO FALTA" DE UMA DISCIPLINA
      * Tectonics: cobc
      * UPDATE: 15/10/2026 CRIACAO DO SUBPROGRAMA. A MEDIA ANUAL E A
      *         MEDIA SIMPLES DOS QUATRO BIMESTRES; COM OS BIMESTRES
      *         JA LANCADOS, DEVOLVE A MEDIA MINIMA QUE FALTA EM CADA
      *         BIMESTRE RESTANTE PARA A APROVACAO DIRETA (CORTE DE
      *         APROVACAO) E PARA NAO PERDER A RECUPERACAO (CORTE DE
      *         RECUPERACAO), E A NOTA DE PROVA QUE A MEDIA EXIGE
      *         PELOS PESOS DE SITCFG SE TRABALHO E PARTICIPACAO
      *         SEGUIREM NA MEDIA ATUAL. MARCA A APROVACAO JA
      *         GARANTIDA E A APROVACAO DIRETA FORA DE ALCANCE (SO
      *         COM RECUPERACAO, OU NEM ELA). USADO PELO PROJECAO E
      *         PELO RODAPE DO RELBOLETIM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCPROJ.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
         77 WS-RESTANTES                   PIC 9(01) VALUE ZEROS.
         77 WS-FALTA-PONTOS                PIC S9(03)V99 VALUE ZEROS.
         77 WS-NEC-APROVACAO               PIC S9(03)V99 VALUE ZEROS.
         77 WS-NEC-RECUPERACAO             PIC S9(03)V99 VALUE ZEROS.
         77 WS-NEC-PROVA                   PIC S9(03)V99 VALUE ZEROS.
         77 WS-MEDIA-TRABALHO              PIC 9(02)V99 VALUE ZEROS.
         77 WS-MEDIA-PARTICIP              PIC 9(02)V99 VALUE ZEROS.
         77 WS-SOMA-PESOS                  PIC 9(02)V99 VALUE ZEROS.
         77 WS-VALOR-EDIT                  PIC ZZ9,99.
         77 WS-VALOR                       PIC S9(03)V99 VALUE ZEROS.
         77 WS-VALOR-X                     PIC X(06) VALUE SPACES.

       LINKAGE SECTION.
         01 LK-CALCPROJ-AREA.
           05 LK-PJ-QTD-BIM                PIC 9(01).
           05 LK-PJ-SOMA-MEDIAS            PIC 9(03)V99.
           05 LK-PJ-SOMA-TRABALHO          PIC 9(03)V99.
           05 LK-PJ-SOMA-PARTICIP          PIC 9(03)V99.
           05 LK-PJ-CORTE-APROVACAO        PIC 9(02)V99.
           05 LK-PJ-CORTE-RECUPERACAO      PIC 9(02)V99.
           05 LK-PJ-PESO-PROVA             PIC 9(01)V99.
           05 LK-PJ-PESO-TRABALHO          PIC 9(01)V99.
           05 LK-PJ-PESO-PARTICIPACAO      PIC 9(01)V99.
           05 LK-PJ-MEDIA-ATUAL            PIC 9(02)V99.
           05 LK-PJ-FALTA-APROVACAO        PIC 9(03)V99.
           05 LK-PJ-FALTA-RECUPERACAO      PIC 9(03)V99.
           05 LK-PJ-PROVA-APROVACAO        PIC 9(03)V99.
           05 LK-PJ-SITUACAO               PIC X(01).
           05 LK-PJ-ED-APROVACAO           PIC X(06).
           05 LK-PJ-ED-RECUPERACAO         PIC X(06).
           05 LK-PJ-ED-PROVA               PIC X(06).
           05 LK-PJ-DESCRICAO              PIC X(22).

       PROCEDURE DIVISION USING LK-CALCPROJ-AREA.

       MAIN-PROCEDURE.
           PERFORM P300-PROJETA THRU P300-FIM
           PERFORM P900-FIM
           .

      ******************************************************************
      * SEM BIMESTRE LANCADO NAO HA O QUE PROJETAR; COM OS QUATRO
      * LANCADOS A PROJECAO E O PROPRIO RESULTADO DO ANO
      ******************************************************************
       P300-PROJETA.
           MOVE ZEROS               TO LK-PJ-MEDIA-ATUAL
           MOVE ZEROS               TO LK-PJ-FALTA-APROVACAO
           MOVE ZEROS               TO LK-PJ-FALTA-RECUPERACAO
           MOVE ZEROS               TO LK-PJ-PROVA-APROVACAO
           MOVE '  -   '            TO LK-PJ-ED-APROVACAO
           MOVE '  -   '            TO LK-PJ-ED-RECUPERACAO
           MOVE '  -   '            TO LK-PJ-ED-PROVA

           IF LK-PJ-QTD-BIM EQUAL ZEROS
               MOVE 'S'                  TO LK-PJ-SITUACAO
               MOVE 'SEM NOTAS LANCADAS' TO LK-PJ-DESCRICAO
               GO TO P300-FIM
           END-IF

           IF LK-PJ-QTD-BIM > 4
               MOVE 4 TO LK-PJ-QTD-BIM
           END-IF

           COMPUTE LK-PJ-MEDIA-ATUAL ROUNDED =
                   LK-PJ-SOMA-MEDIAS / LK-PJ-QTD-BIM
           COMPUTE WS-RESTANTES = 4 - LK-PJ-QTD-BIM

           IF WS-RESTANTES EQUAL ZEROS
               PERFORM P400-ANO-FECHADO THRU P400-FIM
               GO TO P300-FIM
           END-IF

           COMPUTE WS-FALTA-PONTOS =
                   (4 * LK-PJ-CORTE-APROVACAO) - LK-PJ-SOMA-MEDIAS

           IF WS-FALTA-PONTOS NOT > ZEROS
               MOVE 'G'                   TO LK-PJ-SITUACAO
               MOVE 'APROVACAO GARANTIDA' TO LK-PJ-DESCRICAO
               GO TO P300-FIM
           END-IF

           COMPUTE WS-NEC-APROVACAO ROUNDED =
                   WS-FALTA-PONTOS / WS-RESTANTES
           COMPUTE WS-NEC-RECUPERACAO ROUNDED =
                   ((4 * LK-PJ-CORTE-RECUPERACAO)
                    - LK-PJ-SOMA-MEDIAS) / WS-RESTANTES
           IF WS-NEC-RECUPERACAO < ZEROS
               MOVE ZEROS TO WS-NEC-RECUPERACAO
           END-IF

           MOVE WS-NEC-APROVACAO    TO LK-PJ-FALTA-APROVACAO
           MOVE WS-NEC-RECUPERACAO  TO LK-PJ-FALTA-RECUPERACAO
           MOVE WS-NEC-APROVACAO    TO WS-VALOR
           PERFORM P700-EDITA-VALOR THRU P700-FIM
           MOVE WS-VALOR-X          TO LK-PJ-ED-APROVACAO
           MOVE WS-NEC-RECUPERACAO  TO WS-VALOR
           PERFORM P700-EDITA-VALOR THRU P700-FIM
           MOVE WS-VALOR-X          TO LK-PJ-ED-RECUPERACAO

           IF WS-NEC-APROVACAO > 10
               IF WS-NEC-RECUPERACAO > 10
                   MOVE 'F'                     TO LK-PJ-SITUACAO
                   MOVE 'ABAIXO DA RECUPERACAO' TO LK-PJ-DESCRICAO
               ELSE
                   MOVE 'R'                     TO LK-PJ-SITUACAO
                   MOVE 'SO COM RECUPERACAO'    TO LK-PJ-DESCRICAO
               END-IF
               GO TO P300-FIM
           END-IF

           MOVE 'A'                 TO LK-PJ-SITUACAO
           MOVE 'EM ABERTO'         TO LK-PJ-DESCRICAO
           PERFORM P500-NOTA-PROVA  THRU P500-FIM
           .
       P300-FIM.
           EXIT.

       P400-ANO-FECHADO.
           IF LK-PJ-MEDIA-ATUAL >= LK-PJ-CORTE-APROVACAO
               MOVE 'G'                     TO LK-PJ-SITUACAO
               MOVE 'APROVACAO GARANTIDA'   TO LK-PJ-DESCRICAO
           ELSE
               IF LK-PJ-MEDIA-ATUAL >= LK-PJ-CORTE-RECUPERACAO
                   MOVE 'R'                     TO LK-PJ-SITUACAO
                   MOVE 'SO COM RECUPERACAO'    TO LK-PJ-DESCRICAO
               ELSE
                   MOVE 'F'                     TO LK-PJ-SITUACAO
                   MOVE 'ABAIXO DA RECUPERACAO' TO LK-PJ-DESCRICAO
               END-IF
           END-IF
           .
       P400-FIM.
           EXIT.

      ******************************************************************
      * NOTA DE PROVA QUE FECHA A MEDIA NECESSARIA NO BIMESTRE, PELA
      * MESMA PONDERACAO DO LANCANOTA, SE TRABALHO E PARTICIPACAO
      * REPETIREM A MEDIA DOS BIMESTRES JA LANCADOS
      ******************************************************************
       P500-NOTA-PROVA.
           IF LK-PJ-PESO-PROVA EQUAL ZEROS
               GO TO P500-FIM
           END-IF

           COMPUTE WS-MEDIA-TRABALHO ROUNDED =
                   LK-PJ-SOMA-TRABALHO / LK-PJ-QTD-BIM
           COMPUTE WS-MEDIA-PARTICIP ROUNDED =
                   LK-PJ-SOMA-PARTICIP / LK-PJ-QTD-BIM
           COMPUTE WS-SOMA-PESOS =
                   LK-PJ-PESO-PROVA + LK-PJ-PESO-TRABALHO
                   + LK-PJ-PESO-PARTICIPACAO

           COMPUTE WS-NEC-PROVA ROUNDED =
                   ((WS-NEC-APROVACAO * WS-SOMA-PESOS)
                    - (WS-MEDIA-TRABALHO * LK-PJ-PESO-TRABALHO)
                    - (WS-MEDIA-PARTICIP * LK-PJ-PESO-PARTICIPACAO))
                   / LK-PJ-PESO-PROVA
           IF WS-NEC-PROVA < ZEROS
               MOVE ZEROS TO WS-NEC-PROVA
           END-IF

           MOVE WS-NEC-PROVA        TO LK-PJ-PROVA-APROVACAO
           MOVE WS-NEC-PROVA        TO WS-VALOR
           PERFORM P700-EDITA-VALOR THRU P700-FIM
           MOVE WS-VALOR-X          TO LK-PJ-ED-PROVA
           .
       P500-FIM.
           EXIT.

       P700-EDITA-VALOR.
           IF WS-VALOR > 10
               MOVE 'ACIMA'         TO WS-VALOR-X
           ELSE
               MOVE WS-VALOR        TO WS-VALOR-EDIT
               MOVE WS-VALOR-EDIT   TO WS-VALOR-X
           END-IF
           .
       P700-FIM.
           EXIT.

       P900-FIM.

           GOBACK.
       END PROGRAM CALCPROJ.
