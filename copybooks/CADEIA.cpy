      ******************************************************************
      * Copybook:CADEIA
      * Purpose:Record layout for CADEIA.DAT - definicao da cadeia de
      *         lotes noturnos executada pelo LOTENOITE e mantida pelo
      *         CADCADEIA. Um registro por passo, na ordem de execucao
      *         (CAD-PASSO): programa batch a chamar, passo que tem de
      *         ter terminado OK antes dele e o agendamento (dias da
      *         semana em que roda e se roda so no ultimo dia do mes).
      *         Passo desativado fica na definicao mas nao roda.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-CADEIA.
           05 CAD-PASSO                    PIC 9(02).
           05 CAD-PROGRAMA                 PIC X(12).
           05 CAD-DEPENDE                  PIC 9(02).
           05 CAD-DIAS-SEMANA.
              10 CAD-DIA                   PIC X(01) OCCURS 7.
           05 CAD-FIM-MES                  PIC X(01).
              88 CAD-SO-FIM-MES            VALUE 'S'.
           05 CAD-ST-ATIVO                 PIC X(01).
              88 PASSO-ATIVO               VALUE 'S'.
              88 PASSO-INATIVO             VALUE 'N'.
           05 CAD-DESCRICAO                PIC X(30).
