      ******************************************************************
      * Copybook:REFGRUPO
      * Purpose:Record layout for REFGRUPO.DAT - os grupos de reforco
      *         escolar mantidos pelo REFORCO: disciplina (catalogo
      *         MATERIAS), professor (PROFESSORES), dias da semana em
      *         que o grupo se reune (segunda a domingo, S ou N),
      *         horario, vagas, ano letivo e unidade. Grupo nao e
      *         removido, e desativado, porque as inscricoes e a
      *         chamada continuam apontando para ele.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-REFGRUPO.
           05 RFG-ID-GRUPO                 PIC 9(03).
           05 RFG-DESCRICAO                PIC X(30).
           05 RFG-ID-MATERIA               PIC 9(20).
           05 RFG-NM-MATERIA               PIC X(20).
           05 RFG-ID-PROFESSOR             PIC 9(05).
           05 RFG-DIAS-SEMANA              PIC X(07).
           05 RFG-HORA-INICIO              PIC 9(04).
           05 RFG-HORA-FIM                 PIC 9(04).
           05 RFG-VAGAS                    PIC 9(02).
           05 RFG-ANO-LETIVO               PIC 9(04).
           05 RFG-UNIDADE                  PIC 9(02).
           05 RFG-ST-ATIVO                 PIC X(01).
              88 GRUPO-ATIVO               VALUE 'S'.
              88 GRUPO-INATIVO             VALUE 'N'.
