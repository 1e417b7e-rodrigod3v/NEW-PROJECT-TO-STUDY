      ******************************************************************
      * Copybook:PROPENT
      * Purpose:Record layout for ENTURMA.DAT - proposta de
      *         enturmacao automatica do ano letivo novo, um registro
      *         por aluno. Gerada pela rotina batch ENTURMA, que
      *         distribui os promovidos, as rematriculas confirmadas
      *         e os chamados da fila de espera entre todas as turmas
      *         paralelas da serie (TUR-SERIE), e aplicada em
      *         ALUNOS.DAT pelo APROVENT depois do visto da
      *         coordenacao. PEN-TURMA-PROPOSTA em branco = aluno sem
      *         vaga na serie (motivo em PEN-OBSERVACAO)
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-PROPENT.
           05 PEN-ID-ALUNO                 PIC 9(05).
           05 PEN-ANO-LETIVO               PIC 9(04).
           05 PEN-SERIE                    PIC X(04).
           05 PEN-NM-ALUNO                 PIC X(30).
           05 PEN-DT-NASCIMENTO            PIC 9(08).
           05 PEN-ID-RESPONSAVEL           PIC 9(05).
           05 PEN-ORIGEM                   PIC X(01).
              88 PEN-PROMOVIDO             VALUE 'P'.
              88 PEN-REMATRICULA           VALUE 'R'.
              88 PEN-FILA                  VALUE 'F'.
           05 PEN-TURMA-ATUAL              PIC X(10).
           05 PEN-TURMA-PROPOSTA           PIC X(10).
           05 PEN-TURNO                    PIC X(01).
           05 PEN-OBSERVACAO               PIC X(30).
           05 PEN-SITUACAO                 PIC X(01).
              88 PEN-PROPOSTA              VALUE 'P'.
              88 PEN-APLICADA              VALUE 'A'.
           05 PEN-DT-PROPOSTA              PIC 9(08).
           05 PEN-DT-APLICACAO             PIC 9(08).
           05 PEN-OPERADOR                 PIC X(10).
