      ******************************************************************
      * Copybook:FALTAPROF
      * Purpose:Record layout for FALTAPROF.DAT - faltas de professores
      *         e substituicoes, mantido pelo CADSUBST. Um registro por
      *         professor e data; para cada um dos seis periodos da
      *         grade guarda se foi afetado, a turma/disciplina daquele
      *         periodo na grade (HORARIOS.DAT, copiada no registro da
      *         falta), o substituto designado (PROF-ID de
      *         PROFESSORES.DAT) e a situacao da aula: substituida,
      *         pendente de reposicao ou reposta. A chave alternativa
      *         FPR-DATA serve a chamada por aula do LANCAFREQ, que
      *         libera ao substituto os periodos que ele cobre.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-FALTAPROF.
           05 FPR-CHAVE.
              10 FPR-ID-PROFESSOR          PIC 9(05).
              10 FPR-DATA                  PIC 9(08).
           05 FPR-MOTIVO                   PIC X(01).
              88 FPR-MOT-SAUDE             VALUE 'S'.
              88 FPR-MOT-LICENCA           VALUE 'L'.
              88 FPR-MOT-FORMACAO          VALUE 'F'.
              88 FPR-MOT-PARTICULAR        VALUE 'P'.
              88 FPR-MOT-OUTRO             VALUE 'O'.
              88 FPR-MOTIVO-VALIDO         VALUE 'S' 'L' 'F' 'P' 'O'.
           05 FPR-OBSERVACAO               PIC X(40).
           05 FPR-AULAS OCCURS 6.
              10 FPR-AFETADO               PIC X(01).
                 88 FPR-PER-AFETADO        VALUE 'S'.
              10 FPR-TURMA                 PIC X(10).
              10 FPR-ID-MATERIA            PIC 9(20).
              10 FPR-ID-SUBSTITUTO         PIC 9(05).
              10 FPR-SITUACAO              PIC X(01).
                 88 FPR-SUBSTITUIDA        VALUE 'S'.
                 88 FPR-PENDENTE           VALUE 'P'.
                 88 FPR-REPOSTA            VALUE 'R'.
                 88 FPR-SEM-AULA           VALUE 'N'.
              10 FPR-DT-REPOSICAO          PIC 9(08).
           05 FPR-DT-REGISTRO              PIC 9(08).
           05 FPR-OPERADOR                 PIC X(10).
