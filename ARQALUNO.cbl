      *         AMBOS DOS ARQUIVOS VIVOS E IMPRIMINDO O MANIFESTO
      *         ARQALUNO.TXT DO QUE FOI MOVIDO. O CONSULTAR LOCALIZA O
      *         ALUNO ARQUIVADO QUANDO CHEGA PEDIDO DE TRANSFERENCIA
      * UPDATE: 15/10/2026 NAO ARQUIVA EM ALUNARQ.DAT REGISTRADO EM
      *         LAYOUTCTL.DAT COM LAYOUT ANTERIOR AO ATUAL (AS IMAGENS
      *         FICARIAM MISTURADAS) - PEDE A CONVERSAO (CONVLAYOUT)
      *         ANTES. ALUNARQ.DAT CRIADO NA RODADA JA NASCE
      *         REGISTRADO NA VERSAO ATUAL
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARQALUNO.

         01 WS-BIN-GRAVAJOB-PATH            PIC X(80).
           COPY SITCFG.
           COPY LAYOUTVER.
           COPY CONVAREA.

         01 WS-CABECALHO-1.
           03 FILLER                      PIC X(20) VALUE SPACES.
         77 WS-CONT-LANC                   PIC 9(05) VALUE ZEROS.
         77 WS-CONT-LANC-ALUNO             PIC 9(04) VALUE ZEROS.
         77 WS-ID-CORRENTE                 PIC 9(05) VALUE ZEROS.
         77 WS-LAYOUT-ARQ                  PIC X     VALUE 'S'.
           88 LAYOUT-ARQ-OK                VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.

           IF WS-CONFIRM EQUAL 'S'
               PERFORM P250-ABRE-ARQUIVOS THRU P250-FIM
               IF FS-OK AND FS-DISC-OK AND FS-ARQ-OK AND
                  FS-HIST-OK AND FS-REL-OK AND LAYOUT-ARQ-OK
                   PERFORM P300-ARQUIVA THRU P300-FIM
                   PERFORM P600-TOTAIS  THRU P600-FIM
               END-IF
               MOVE 'CANCELADO'     TO JA-STATUS
           ELSE
               IF FS-OK AND FS-DISC-OK AND FS-ARQ-OK AND
                  FS-HIST-OK AND FS-REL-OK AND LAYOUT-ARQ-OK
                   MOVE 'OK'        TO JA-STATUS
               ELSE
                   MOVE 'ERRO'      TO JA-STATUS
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\GRAVAJOB' DELIMITED BY SIZE
                  INTO WS-BIN-GRAVAJOB-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CONVREG' DELIMITED BY SIZE
                  INTO WS-BIN-CONVREG-PATH

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\bin' DELIMITED BY SIZE
               GO TO P250-FIM
           END-IF

           MOVE 'ALUNARQ'           TO CV-ARQUIVO
           MOVE 'V'                 TO CV-FUNCAO
           OPEN I-O ALUNARQ
           IF WS-FS-ARQ EQUAL 35 THEN
               OPEN OUTPUT ALUNARQ
               CLOSE ALUNARQ
               OPEN I-O ALUNARQ
               MOVE 'R'             TO CV-FUNCAO
           END-IF
           IF NOT FS-ARQ-OK
               DISPLAY 'ERRO AO ABRIR O ARQUIVO MORTO DE ALUNOS'
               GO TO P250-FIM
           END-IF

      * ARQUIVO NOVO: REGISTRA A VERSAO ATUAL; EXISTENTE: CONSULTA
           MOVE LV-ALUNOS-ATUAL     TO CV-VERSAO
           CALL WS-BIN-CONVREG-PATH USING WS-CONVREG-AREA
               ON EXCEPTION
                   MOVE ZEROS       TO CV-VERSAO
           END-CALL
           IF CV-VERSAO > ZEROS AND CV-VERSAO < LV-ALUNOS-ATUAL
               DISPLAY 'ALUNARQ.DAT ESTA NO LAYOUT ' CV-VERSAO
                       ' E O ATUAL E O ' LV-ALUNOS-ATUAL
               DISPLAY 'RODE A CONVERSAO DE LAYOUT (CONVLAYOUT) ANTES '
                       'DE ARQUIVAR'
               SET LAYOUT-ARQ-OK    TO FALSE
               GO TO P250-FIM
           END-IF

           OPEN I-O HISTORICO
           IF WS-FS-HIST EQUAL 35 THEN
               OPEN OUTPUT HISTORICO
