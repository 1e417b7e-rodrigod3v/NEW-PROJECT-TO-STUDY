      ******************************************************************
      * Copybook:ACERVO
      * Purpose:Record layout for ACERVO.DAT - acervo da biblioteca,
      *         um registro por exemplar (numero de tombo). Mantido
      *         pelo BIBLIOTECA; ACV-SITUACAO indica se o exemplar
      *         esta na estante, emprestado (EMPRESTIMOS.DAT) ou
      *         baixado (extraviado/descartado)
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-ACERVO.
           05 ACV-EXEMPLAR                 PIC X(10).
           05 ACV-TITULO                   PIC X(40).
           05 ACV-AUTOR                    PIC X(30).
           05 ACV-SITUACAO                 PIC X(01).
              88 ACV-DISPONIVEL            VALUE 'D'.
              88 ACV-EMPRESTADO            VALUE 'E'.
              88 ACV-BAIXADO               VALUE 'B'.
           05 ACV-DT-CADASTRO              PIC 9(08).
           05 ACV-OPERADOR                 PIC X(10).
