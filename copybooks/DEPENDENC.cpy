      ******************************************************************
      * Copybook:DEPENDENC
      * Purpose:Record layout for DEPENDENCIAS.DAT - progressao
      *         parcial: disciplina em que o aluno foi reprovado e que
      *         ficou devendo ao ser promovido em dependencia pelo
      *         fechamento de ano (ENCERRAANO). Chave aluno + materia
      *         + ano de origem da reprovacao. As notas da dependencia
      *         cursada no ano novo ficam no proprio registro (uma
      *         media por bimestre, lancada pelo LANCANOTA/IMPNOTAS)
      *         para nao colidir com a mesma materia da serie nova em
      *         DISCIPLINAS.DAT. O fechamento seguinte da a
      *         dependencia por cumprida ou a prorroga para mais um
      *         ano (DEP-ANO-CURSANDO + 1)
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-DEPENDENCIAS.
           05 DEP-CHAVE.
              10 DEP-ID-ALUNO              PIC 9(05).
              10 DEP-ID-MATERIA            PIC 9(20).
              10 DEP-ANO-ORIGEM            PIC 9(04).
           05 DEP-NM-ALUNO                 PIC X(30).
           05 DEP-NM-MATERIA               PIC X(20).
           05 DEP-TURMA-ORIGEM             PIC X(10).
           05 DEP-MEDIA-ORIGEM             PIC 9(02)V99.
           05 DEP-ANO-CURSANDO             PIC 9(04).
           05 DEP-SITUACAO                 PIC X(01).
              88 DEP-PENDENTE              VALUE 'P'.
              88 DEP-CUMPRIDA              VALUE 'C'.
           05 DEP-BIMESTRES.
              10 DEP-BIM OCCURS 4.
                 15 DEP-BIM-MEDIA          PIC 9(02)V99.
                 15 DEP-BIM-LANCADO        PIC X(01).
                    88 DEP-BIM-COM-NOTA    VALUE 'S'.
           05 DEP-MEDIA-FINAL              PIC 9(02)V99.
           05 DEP-PRORROGACOES             PIC 9(01).
           05 DEP-DT-SITUACAO              PIC 9(08).
           05 DEP-OPERADOR                 PIC X(10).
