      ******************************************************************
      * Copybook:CONCLUINTE
      * Purpose:Record layout for CONCLUINTES.DAT - o registro dos
      *         alunos que concluiram a serie final da escola, com o
      *         numero no livro de registro de certificados (livro,
      *         folha e numero de ordem). Gravado pelo fechamento de
      *         ano (ENCERRAANO) para o aprovado em turma sem
      *         TUR-PROXIMA; o numero de ordem e sequencial e nunca
      *         reaproveitado. O livro de papel continua oficial - as
      *         folhas sao impressas pelo LIVROREG para conferencia e
      *         o numero sai no certificado e no historico escolar.
      *         Chave alternada pelo numero de ordem para a impressao
      *         do livro na ordem das folhas.
      * UPDATE: 15/10/2026 criacao do arquivo
      * UPDATE: 15/10/2026 CON-UNIDADE acrescentada ao fim do registro
      *         - unidade escolar do concluinte; zero/espacos em
      *         registros antigos = unidade 01. Cada unidade tem o seu
      *         livro: o numero de ordem e sequencial dentro da
      *         unidade, por isso a chave alternada CON-NR-ORDEM
      *         aceita duplicatas entre unidades
      ******************************************************************
       01  REG-CONCLUINTE.
           05 CON-ID-ALUNO                 PIC 9(05).
           05 CON-NR-ORDEM                 PIC 9(06).
           05 CON-LIVRO                    PIC 9(03).
           05 CON-FOLHA                    PIC 9(03).
           05 CON-ANO-CONCLUSAO            PIC 9(04).
           05 CON-NM-ALUNO                 PIC X(30).
           05 CON-DT-NASCIMENTO            PIC 9(08).
           05 CON-TURMA                    PIC X(10).
           05 CON-SERIE                    PIC X(04).
           05 CON-SITUACAO                 PIC X(20).
           05 CON-DT-REGISTRO              PIC 9(08).
           05 CON-UNIDADE                  PIC 9(02).
