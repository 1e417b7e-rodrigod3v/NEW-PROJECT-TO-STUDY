      ******************************************************************
      * Copybook:RISCOHIST
      * Purpose:Record layout for RISCOHIST.DAT - o historico semanal
      *         do indice de risco gravado pelo INDRISCO: um registro
      *         por aluno e semana (RSH-SEMANA = a segunda-feira da
      *         semana da rodada; rodar de novo na mesma semana
      *         regrava o registro). Guarda o total e os pontos de
      *         cada fator, na ordem media abaixo do corte, queda
      *         entre bimestres, presenca, ocorrencias recentes,
      *         remanejamento recente e segunda chamada pendente,
      *         para a lista mostrar se o risco subiu ou caiu.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-RISCOHIST.
           05 RSH-CHAVE.
              10 RSH-ID-ALUNO              PIC 9(05).
              10 RSH-SEMANA                PIC 9(08).
           05 RSH-TURMA                    PIC X(10).
           05 RSH-UNIDADE                  PIC 9(02).
           05 RSH-PONTOS                   PIC 9(03).
           05 RSH-FATORES.
              10 RSH-PT-FATOR OCCURS 6     PIC 9(02).
           05 RSH-DT-CALCULO               PIC 9(08).
