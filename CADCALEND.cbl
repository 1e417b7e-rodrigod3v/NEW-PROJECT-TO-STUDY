      *         VEZ. O TOTAL DE DIAS LETIVOS DO ANO SAI NA LISTAGEM,
      *         PARA CONFERENCIA CONTRA O CALENDARIO OFICIAL DO
      *         DISTRITO
      * UPDATE: 15/10/2026 MULTI-UNIDADE: CALENDARIO ESCOLAR DA
      *         UNIDADE DO LOGIN (CALENDARIO.DAT NA SEDE,
      *         CALENDARIO_NN.DAT NAS DEMAIS UNIDADES)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADCALEND.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.

         01 WS-TAB-DIAS-MES.
           03 FILLER                      PIC X(24)
           END-IF

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

           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\CALENDARIO' DELIMITED BY SIZE
                  CFG-SUFIXO-UNIDADE DELIMITED BY SPACE
                  '.DAT' DELIMITED BY SIZE
                  INTO WS-CALENDARIO-PATH
           .
       P100-FIM.
