      ******************************************************************
      * Copybook:CONTEUDOS
      * Purpose:Record layout for CONTEUDOS.DAT - diario de classe
      *         digital: o conteudo ministrado em cada aula, chave
      *         turma + data + periodo, ligado a disciplina e ao
      *         professor da grade (HOR-ID-MATERIA/HOR-ID-PROFESSOR de
      *         HORARIOS.DAT no dia da semana da data). Mantido pelo
      *         DIARIO; o relatorio de aulas previstas x registradas
      *         cruza este arquivo com a grade e o CALENDARIO
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-CONTEUDOS.
           05 CON-CHAVE.
              10 CON-TURMA                 PIC X(10).
              10 CON-DATA                  PIC 9(08).
              10 CON-PERIODO               PIC 9(01).
           05 CON-ID-MATERIA               PIC 9(20).
           05 CON-ID-PROFESSOR             PIC 9(05).
           05 CON-TIPO                     PIC X(01).
              88 CON-EXPOSITIVA            VALUE 'E'.
              88 CON-EXERCICIOS            VALUE 'X'.
              88 CON-PRATICA               VALUE 'P'.
              88 CON-GRUPO                 VALUE 'G'.
              88 CON-AVALIACAO             VALUE 'A'.
              88 CON-OUTRA                 VALUE 'O'.
              88 CON-TIPO-VALIDO           VALUE 'E' 'X' 'P' 'G'
                                                 'A' 'O'.
           05 CON-DESCRICAO                PIC X(60).
           05 CON-DT-REGISTRO              PIC 9(08).
           05 CON-OPERADOR                 PIC X(10).
