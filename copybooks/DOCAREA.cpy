      ******************************************************************
      * Copybook:DOCAREA
      * Purpose:Area de comunicacao com o subprograma REGDOC. O
      *         programa que emite o documento preenche o aluno, o
      *         nome, o tipo (M/E/F/T de DOCEMIT), a turma, o ano
      *         letivo e o operador, chama REGDOC (via
      *         WS-BIN-REGDOC-PATH) e recebe RD-OK 'S' com o numero do
      *         documento e o codigo de autenticacao a imprimir.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  WS-REGDOC-AREA.
           05 RD-ID-ALUNO                  PIC 9(05).
           05 RD-NM-ALUNO                  PIC X(30).
           05 RD-TIPO                      PIC X(01).
           05 RD-TURMA                     PIC X(10).
           05 RD-ANO-LETIVO                PIC 9(04).
           05 RD-OPERADOR                  PIC X(10).
           05 RD-NUMERO                    PIC 9(07).
           05 RD-COD-AUTENT                PIC X(08).
           05 RD-OK                        PIC X(01).
