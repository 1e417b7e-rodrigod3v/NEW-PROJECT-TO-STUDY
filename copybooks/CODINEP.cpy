      ******************************************************************
      * Copybook:CODINEP
      * Purpose:Record layout for CODINEP.DAT - o codigo oficial do
      *         aluno no censo escolar (codigo INEP), devolvido pelo
      *         distrito no arquivo de retorno do censo e gravado pelo
      *         IMPCENSO contra o ID-ALUNO. Chave alternada pelo
      *         codigo para achar o aluno de uma transferencia da rede
      *         sem depender do nome. Sai no historico escolar, na
      *         declaracao de transferencia e no boletim.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-CODINEP.
           05 INP-ID-ALUNO                 PIC 9(05).
           05 INP-COD-INEP                 PIC X(12).
           05 INP-ANO-CENSO                PIC 9(04).
           05 INP-DT-RETORNO               PIC 9(08).
