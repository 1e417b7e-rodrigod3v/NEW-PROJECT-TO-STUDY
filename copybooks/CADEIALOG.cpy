      ******************************************************************
      * Copybook:CADEIALOG
      * Purpose:Record layout for CADEIALOG.DAT - historico das
      *         rodadas da cadeia de lotes noturnos, uma linha por
      *         passo por rodada, gravada pelo LOTENOITE e lida pelo
      *         RELJOBS para mostrar a cadeia inteira da noite.
      *         CLG-RESULTADO: OK, ERRO, NAO PROGR. (fora do
      *         agendamento), JA FEITO (anterior ao passo de
      *         reinicio), PENDENTE (nao rodou porque a cadeia parou),
      *         DEPENDENCIA (passo exigido nao terminou OK) ou
      *         INATIVO.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-CADEIALOG.
           05 CLG-DATA                     PIC 9(08).
           05 CLG-HORA                     PIC 9(08).
           05 CLG-PASSO                    PIC 9(02).
           05 CLG-PROGRAMA                 PIC X(12).
           05 CLG-RESULTADO                PIC X(12).
           05 CLG-CONTADOR                 PIC 9(06).
