      ******************************************************************
      * Copybook:REFFREQ
      * Purpose:Record layout for REFFREQ.DAT - a chamada das sessoes
      *         de reforco, um registro por grupo, data e aluno. Fica
      *         separada de FREQUENCIA.DAT para a presenca do reforco
      *         nao entrar no percentual de faltas das aulas regulares.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-REFFREQ.
           05 RFF-CHAVE.
              10 RFF-ID-GRUPO              PIC 9(03).
              10 RFF-DATA                  PIC 9(08).
              10 RFF-ID-ALUNO              PIC 9(05).
           05 RFF-PRESENCA                 PIC X(01).
              88 RFF-PRESENTE              VALUE 'P'.
              88 RFF-FALTOU                VALUE 'F'.
           05 RFF-OPERADOR                 PIC X(10).
