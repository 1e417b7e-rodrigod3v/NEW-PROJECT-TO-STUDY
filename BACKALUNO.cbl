      *         SEM ERRO - UMA FALHA EM DISCIPLINAS, MATERIAS OU
      *         LOGALUNO TAMBEM DEIXA A RODADA COM STATUS DE ERRO, EM
      *         VEZ DE DESCARTAR UMA GERACAO BOA POR UMA INCOMPLETA
      * UPDATE: 15/10/2026 OS .BAK DE ALUNOS E DE DISCIPLINAS ABREM COM
      *         A LINHA DE CABECALHO DE VERSAO DE LAYOUT (LAYOUTVER),
      *         PARA QUE O RESTALUNO RECONHECA UMA GERACAO GRAVADA EM
      *         LAYOUT ANTERIOR. O CABECALHO NAO ENTRA NA CONTAGEM
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKALUNO.
       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY JOBAREA.
           COPY LAYOUTVER.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).

               GO TO P300-FIM
           END-IF

           MOVE SPACES              TO WS-LAYOUT-CAB
           SET LV-CAB-OK            TO TRUE
           MOVE 'ALUNOS'            TO LV-CAB-ARQUIVO
           MOVE LV-ALUNOS-ATUAL     TO LV-CAB-VERSAO
           MOVE LV-TAM-ALUNOS(LV-ALUNOS-ATUAL) TO LV-CAB-TAMANHO
           MOVE WS-DATA-BACKUP      TO LV-CAB-DATA
           WRITE BAK-LINHA FROM WS-LAYOUT-CAB

           PERFORM UNTIL EOF-OK
               READ ALUNOS NEXT RECORD
                   AT END
               GO TO P310-FIM
           END-IF

           MOVE SPACES              TO WS-LAYOUT-CAB
           SET LV-CAB-OK            TO TRUE
           MOVE 'DISCIPLINAS'       TO LV-CAB-ARQUIVO
           MOVE LV-DISC-ATUAL       TO LV-CAB-VERSAO
           MOVE LV-TAM-DISC(LV-DISC-ATUAL) TO LV-CAB-TAMANHO
           MOVE WS-DATA-BACKUP      TO LV-CAB-DATA
           WRITE BAK-LINHA FROM WS-LAYOUT-CAB

           PERFORM UNTIL EOF-OK
               READ DISCIPLINAS NEXT RECORD
                   AT END
