      ******************************************************************
      * Copybook:MATRIZ
      * Purpose:Record layout for MATRIZ.DAT - a matriz curricular,
      *         mantida pelo CADMATRIZ: para cada serie/etapa (o mesmo
      *         codigo de TUR-SERIE em TURMAS.DAT) e disciplina de
      *         MATERIAS.DAT, quantas aulas semanais a grade deve ter
      *         e a carga anual minima em horas. O CADHORARIO confere
      *         a grade da turma contra a matriz da sua serie e o
      *         relatorio de carga horaria do ano confronta as horas
      *         previstas com a matriz e com o minimo legal.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-MATRIZ.
           05 MTZ-CHAVE.
              10 MTZ-SERIE                 PIC X(04).
              10 MTZ-ID-MATERIA            PIC 9(20).
           05 MTZ-AULAS-SEMANAIS           PIC 9(02).
           05 MTZ-CARGA-ANUAL              PIC 9(04).
           05 MTZ-DT-ATUALIZACAO           PIC 9(08).
           05 MTZ-OPERADOR                 PIC X(10).
