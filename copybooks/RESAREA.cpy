      ******************************************************************
      * Copybook:RESAREA
      * Purpose:Area de comunicacao com o subprograma ATUALRESUMO, que
      *         mantem RESUMOTURMA.DAT em dia a cada lancamento de
      *         nota. O programa de lancamento chama RA-FUNCAO 'R'
      *         (retira) ANTES de gravar o lancamento de DISCIPLINAS.DAT
      *         do aluno/disciplina/bimestre e 'S' (soma) DEPOIS de
      *         gravado; 'F' fecha os arquivos do subprograma ao fim
      *         da rotina. RA-OK volta 'N' quando o resumo nao foi
      *         atualizado (resumo ainda nao gerado, aluno fora da
      *         apuracao ou erro de arquivo) - a rodada noturna do
      *         GERARESUMO acerta.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  WS-RESUMO-AREA.
           05 RA-FUNCAO                    PIC X(01).
              88 RA-RETIRA                 VALUE 'R'.
              88 RA-SOMA                   VALUE 'S'.
              88 RA-FECHA                  VALUE 'F'.
           05 RA-ID-ALUNO                  PIC 9(05).
           05 RA-ID-MATERIA                PIC 9(20).
           05 RA-BIMESTRE                  PIC 9(01).
           05 RA-OK                        PIC X(01).
