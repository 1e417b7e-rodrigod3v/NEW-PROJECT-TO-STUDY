      ******************************************************************
      * Copybook:CENSORET
      * Purpose:Registro posicional do arquivo de retorno do censo
      *         escolar (CENSORET.TXT) que o distrito devolve depois
      *         de processar o CENSO.TXT do EXPCENSO: um por aluno
      *         recebido, aceito com o codigo oficial do aluno (codigo
      *         INEP) ou rejeitado com o codigo e a descricao do
      *         motivo. Lido pelo IMPCENSO.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-CENSO-RETORNO.
           05 RET-ID-ALUNO                 PIC 9(05).
           05 RET-SITUACAO                 PIC X(01).
              88 RET-ACEITO                VALUE 'A'.
              88 RET-REJEITADO             VALUE 'R'.
           05 RET-COD-INEP                 PIC X(12).
           05 RET-COD-MOTIVO               PIC X(03).
           05 RET-DS-MOTIVO                PIC X(60).
