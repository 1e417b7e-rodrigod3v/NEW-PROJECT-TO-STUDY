      *         para onde o fechamento de ano (ENCERRAANO) promove os
      *         alunos aprovados; em branco, o aluno permanece na
      *         turma atual
      * UPDATE: 15/10/2026 TUR-SERIE acrescentada ao fim do registro -
      *         codigo da serie/etapa da turma (ex. 6EF, 7EF, 1EM),
      *         que agrupa as turmas paralelas de uma mesma serie
      *         para a enturmacao automatica (ENTURMA); espacos em
      *         registros antigos = serie nao informada
      * UPDATE: 15/10/2026 TUR-UNIDADE acrescentada ao fim do registro
      *         - unidade escolar da rede dona da turma; zero/espacos
      *         em registros antigos = unidade 01 (sede). O codigo da
      *         turma de outra unidade comeca pelos dois digitos da
      *         unidade (ex. 026A), para nao colidir com a sede
      ******************************************************************
       01  REG-TURMAS.
           05 TUR-CODIGO                   PIC X(10).
           05 TUR-ANO-LETIVO               PIC 9(04).
           05 TUR-CAPACIDADE               PIC 9(03).
           05 TUR-PROXIMA                  PIC X(10).
           05 TUR-SERIE                    PIC X(04).
           05 TUR-UNIDADE                  PIC 9(02).
