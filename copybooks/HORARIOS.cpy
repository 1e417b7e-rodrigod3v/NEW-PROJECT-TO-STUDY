      *         por professor, aposentando a planilha colada na
      *         parede da secretaria.
      * UPDATE: 22/08/2026 criacao do arquivo
      * UPDATE: 15/10/2026 HOR-SALA acrescentada ao fim do registro -
      *         sala/ambiente do catalogo SALAS.DAT onde a aula
      *         acontece. O CADHORARIO recusa sala ja ocupada no mesmo
      *         dia/periodo por turma do mesmo turno e sala menor que
      *         o numero de matriculados da turma; espacos em
      *         registros antigos = sala nao informada
      ******************************************************************
       01  REG-HORARIOS.
           05 HOR-CHAVE.
              10 HOR-PERIODO               PIC 9(01).
           05 HOR-ID-MATERIA               PIC 9(20).
           05 HOR-ID-PROFESSOR             PIC 9(05).
           05 HOR-SALA                     PIC X(06).
