      *         CALENDARIO, PARA A COORDENACAO COBRAR OS REINCIDENTES.
      *         RODA NO FIM DO DIA NA JANELA BATCH E GRAVA INICIO/FIM
      *         EM JOBLOG.DAT (PACOTE MATINAL DO RELJOBS)
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CALENDARIO ESCOLAR DA
      *         UNIDADE DO LOGIN (CALENDARIO.DAT NA SEDE,
      *         CALENDARIO_NN.DAT NAS DEMAIS UNIDADES)
      * UPDATE: 15/10/2026 MULTI-UNIDADE: SO AS TURMAS DA UNIDADE DO
      *         LOGIN (TUR-UNIDADE, ZERO = 01) ENTRAM NO CONTROLE, JA
      *         QUE OS DIAS LETIVOS SAO OS DO CALENDARIO DELA
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTCHAMADA.
         77 WS-DIAS-COM-CHAMADA            PIC 9(03) VALUE ZEROS.
         77 WS-IDX-DIA                     PIC 9(03) COMP VALUE ZEROS.
         77 WS-PERC-MES                    PIC 9(03)V99 VALUE ZEROS.
         77 WS-UNIDADE-TUR                 PIC 9(02) VALUE ZEROS.
         77 WS-EOF-CAL                     PIC X     VALUE 'N'.
           88 EOF-CAL-OK                   VALUE 'S' FALSE 'N'.

                  '\FREQUENCIA.DAT' DELIMITED BY SIZE
                  INTO WS-FREQUENCIA-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CONTCHAMADA.TXT' DELIMITED BY SIZE
           EXIT.

      ******************************************************************
      * CARREGA AS TURMAS DA UNIDADE DO LOGIN (TUR-UNIDADE ZERADA =
      * 01) DO ANO LETIVO DO DIA APURADO; REGISTROS COM ANO ZERADO
      * (CATALOGO ANTIGO) TAMBEM ENTRAM. OS DIAS LETIVOS SAO OS DO
      * CALENDARIO DELA
      ******************************************************************
       P320-CARREGA-TURMAS.
           SET EOF-OK               TO FALSE
                   AT END
                       SET EOF-OK TO TRUE
                   NOT AT END
                       MOVE 1 TO WS-UNIDADE-TUR
                       IF TUR-UNIDADE NUMERIC AND
                          TUR-UNIDADE > ZEROS
                           MOVE TUR-UNIDADE TO WS-UNIDADE-TUR
                       END-IF
                       IF (TUR-ANO-LETIVO EQUAL WS-DAP-ANO OR
                           TUR-ANO-LETIVO EQUAL ZEROS) AND
                          WS-UNIDADE-TUR EQUAL CFG-UNIDADE AND
                          WS-QTD-TURMAS < 100
                           ADD 1 TO WS-QTD-TURMAS
                           MOVE TUR-CODIGO
