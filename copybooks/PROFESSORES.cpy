      *         file maintained by CADPROF. PROF-ST-ATIVO follows the
      *         same soft-delete convention of ST-ATIVO em ALUNOS.DAT.
      * UPDATE: 22/08/2026 criacao do arquivo
      * UPDATE: 15/10/2026 PROF-UNIDADE acrescentada ao fim do
      *         registro - unidade escolar de lotacao do professor;
      *         zero/espacos em registros antigos = unidade 01 (sede)
      ******************************************************************
       01  REG-PROFESSORES.
           05 PROF-ID                      PIC 9(05).
           05 PROF-ST-ATIVO                PIC X(01).
              88 PROFESSOR-ATIVO           VALUE 'S'.
              88 PROFESSOR-INATIVO         VALUE 'N'.
           05 PROF-UNIDADE                 PIC 9(02).
