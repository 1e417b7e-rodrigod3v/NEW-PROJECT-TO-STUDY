      ******************************************************************
      * Copybook:LAYOUTCTL
      * Purpose:Record layout for LAYOUTCTL.DAT - uma linha por
      *         arquivo indexado (ALUNOS, DISCIPLINAS, ALUNARQ) com a
      *         versao de layout (LAYOUTVER) em que ele foi convertido
      *         ou recarregado pela ultima vez e a data. Mantido pelo
      *         subprograma CONVREG a pedido do CONVLAYOUT e do
      *         RESTALUNO; arquivo sem linha = versao nao verificada.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-LAYOUTCTL.
           05 LYC-ARQUIVO                  PIC X(12).
           05 LYC-VERSAO                   PIC 9(02).
           05 LYC-DATA                     PIC 9(08).
