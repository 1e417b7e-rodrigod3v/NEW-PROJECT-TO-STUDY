      ******************************************************************
      * Copybook:TRANSP
      * Purpose:Record layout for TRANSP.DAT - vinculo do aluno com a
      *         rota e a parada do transporte escolar (um registro por
      *         aluno). TRA-PARADA e o numero da parada em
      *         ROT-PARADA. Mantido pelo CADROTA; o vinculo de aluno
      *         inativo ou transferido e desligado automaticamente
      *         pela lista de embarque e pelo relatorio mensal
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-TRANSP.
           05 TRA-ID-ALUNO                 PIC 9(05).
           05 TRA-ROTA                     PIC X(06).
           05 TRA-PARADA                   PIC 9(02).
           05 TRA-DT-INICIO                PIC 9(08).
           05 TRA-OPERADOR                 PIC X(10).
