      * UPDATE: 02/09/2026 PAR-OCORR-LIMITE/PAR-OCORR-JANELA
      *         acrescentados - gatilho da convocacao automatica por
      *         ocorrencias (CADOCORR)
      * UPDATE: 15/10/2026 PAR-PRAZO-EMPRESTIMO acrescentado - prazo em
      *         dias do emprestimo de livro da biblioteca (BIBLIOTECA)
      * UPDATE: 15/10/2026 PAR-MINUTOS-AULA acrescentado - duracao da
      *         aula em minutos, para a carga horaria do ano
      *         (CADMATRIZ)
      * UPDATE: 15/10/2026 PAR-RETENCAO-ANOS acrescentado - prazo de
      *         retencao em anos dos dados pessoais do arquivo morto
      *         (LGPD)
      * UPDATE: 15/10/2026 PAR-PROVAS-DIA acrescentado - maximo de
      *         provas agendadas por turma no mesmo dia (CADAGENDA)
      * UPDATE: 15/10/2026
      *         PAR-RISCO-PESO-MEDIA/QUEDA/FREQ/OCORR/REMANEJ/ SEGCH
      *         acrescentados - pesos de cada fator do indice semanal de
      *         risco (INDRISCO)
      ******************************************************************
       01  REG-PARAMETROS.
           05 PAR-CORTE-APROVACAO          PIC 9(02)V99.
           05 PAR-CONCEITO-MINIMO          PIC X(01).
           05 PAR-OCORR-LIMITE             PIC 9(02).
           05 PAR-OCORR-JANELA             PIC 9(03).
           05 PAR-PRAZO-EMPRESTIMO         PIC 9(02).
           05 PAR-MINUTOS-AULA             PIC 9(02).
           05 PAR-RETENCAO-ANOS            PIC 9(02).
           05 PAR-PROVAS-DIA               PIC 9(02).
           05 PAR-RISCO-PESO-MEDIA         PIC 9(02).
           05 PAR-RISCO-PESO-QUEDA         PIC 9(02).
           05 PAR-RISCO-PESO-FREQ          PIC 9(02).
           05 PAR-RISCO-PESO-OCORR         PIC 9(02).
           05 PAR-RISCO-PESO-REMANEJ       PIC 9(02).
           05 PAR-RISCO-PESO-SEGCH         PIC 9(02).
