      ******************************************************************
      * Copybook:PROJAREA
      * Purpose:Area de comunicacao com o subprograma CALCPROJ (a
      *         projecao "quanto falta" de uma disciplina). O chamador
      *         informa quantos bimestres numericos ja estao lancados
      *         em DISCIPLINAS.DAT, a soma das medias e das notas de
      *         trabalho/participacao desses bimestres, os cortes e os
      *         pesos de SITCFG; recebe a media que falta nos
      *         bimestres restantes para a aprovacao direta e para
      *         ficar na recuperacao, a nota de prova que isso exige
      *         mantidos trabalho e participacao, a situacao da
      *         projecao e os valores ja editados para impressao.
      *         Valor acima de 10,00 sai como 'ACIMA'.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  WS-CALCPROJ-AREA.
           05 PJ-QTD-BIM                   PIC 9(01).
           05 PJ-SOMA-MEDIAS               PIC 9(03)V99.
           05 PJ-SOMA-TRABALHO             PIC 9(03)V99.
           05 PJ-SOMA-PARTICIP             PIC 9(03)V99.
           05 PJ-CORTE-APROVACAO           PIC 9(02)V99.
           05 PJ-CORTE-RECUPERACAO         PIC 9(02)V99.
           05 PJ-PESO-PROVA                PIC 9(01)V99.
           05 PJ-PESO-TRABALHO             PIC 9(01)V99.
           05 PJ-PESO-PARTICIPACAO         PIC 9(01)V99.
           05 PJ-MEDIA-ATUAL               PIC 9(02)V99.
           05 PJ-FALTA-APROVACAO           PIC 9(03)V99.
           05 PJ-FALTA-RECUPERACAO         PIC 9(03)V99.
           05 PJ-PROVA-APROVACAO           PIC 9(03)V99.
           05 PJ-SITUACAO                  PIC X(01).
              88 PJ-GARANTIDA              VALUE 'G'.
              88 PJ-EM-ABERTO              VALUE 'A'.
              88 PJ-SO-RECUPERACAO         VALUE 'R'.
              88 PJ-FORA-RECUPERACAO       VALUE 'F'.
              88 PJ-SEM-LANCAMENTO         VALUE 'S'.
           05 PJ-ED-APROVACAO              PIC X(06).
           05 PJ-ED-RECUPERACAO            PIC X(06).
           05 PJ-ED-PROVA                  PIC X(06).
           05 PJ-DESCRICAO                 PIC X(22).
