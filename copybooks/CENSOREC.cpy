      *         turma/turno do catalogo TURMAS.DAT e as situacoes de
      *         matricula e de beneficiario.
      * UPDATE: 02/09/2026 criacao do arquivo
      * UPDATE: 15/10/2026 campos de educacao especial no fim do
      *         registro, vindos do cadastro do AEE (AEE.DAT):
      *         indicador de necessidade especial, ate tres tipos,
      *         recursos nas avaliacoes e atendimento na sala de
      *         recursos. Sem cadastro: 'N' e brancos
      * UPDATE: 15/10/2026 CEN-COD-INEP acrescentado ao fim do
      *         registro - codigo INEP da unidade escolar do aluno
      *         (UNI-COD-INEP de UNIDADES.DAT), para o arquivo
      *         consolidado da rede; brancos sem o cadastro de
      *         unidades
      ******************************************************************
       01  REG-CENSO.
           05 CEN-ID-ALUNO                 PIC 9(05).
           05 CEN-TURNO                    PIC X(01).
           05 CEN-ST-MATRICULA             PIC X(01).
           05 CEN-ST-BENEFICIARIO          PIC X(01).
           05 CEN-NEC-ESPECIAL             PIC X(01).
           05 CEN-TIPO-NECESSIDADE         PIC X(02) OCCURS 3.
           05 CEN-RECURSO-AVAL             PIC X(01) OCCURS 8.
           05 CEN-ATEND-AEE                PIC X(01).
           05 CEN-COD-INEP                 PIC X(08).
