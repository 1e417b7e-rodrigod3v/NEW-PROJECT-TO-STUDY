      ******************************************************************
      * Copybook:EMPRESTIMO
      * Purpose:Record layout for EMPRESTIMOS.DAT - emprestimos da
      *         biblioteca, chave exemplar + aluno, com chave
      *         alternada por aluno para a consulta de pendencias
      *         (nada consta, transferencia no MATRICULA e
      *         encerramento do ano no ENCERRAANO). Um novo emprestimo
      *         do mesmo exemplar ao mesmo aluno reaproveita o
      *         registro ja devolvido. EMP-DT-PREVISTA = data do
      *         emprestimo + CFG-PRAZO-EMPRESTIMO dias
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-EMPRESTIMO.
           05 EMP-CHAVE.
              10 EMP-EXEMPLAR              PIC X(10).
              10 EMP-ID-ALUNO              PIC 9(05).
           05 EMP-DT-EMPRESTIMO            PIC 9(08).
           05 EMP-DT-PREVISTA              PIC 9(08).
           05 EMP-DT-DEVOLUCAO             PIC 9(08).
           05 EMP-SITUACAO                 PIC X(01).
              88 EMP-ABERTO                VALUE 'E'.
              88 EMP-DEVOLVIDO             VALUE 'D'.
           05 EMP-OPERADOR                 PIC X(10).
