      ******************************************************************
      * Copybook:RESUMOTURMA
      * Purpose:Record layout for RESUMOTURMA.DAT - os totais de
      *         DISCIPLINAS.DAT ja apurados por turma, disciplina e
      *         bimestre, para os relatorios de turma nao varrerem o
      *         arquivo de notas inteiro. Reconstruido toda noite pelo
      *         GERARESUMO (depois do CONSOLIDA) e mantido em dia pelos
      *         programas de lancamento de nota via ATUALRESUMO. So
      *         entram os alunos ativos e matriculados (ou sem
      *         situacao de matricula), na turma de TURMA-ALUNO.
      *         Linha de disciplina (RT-ID-MATERIA/RT-BIMESTRE
      *         preenchidos): lancamentos por nota (RT-QTD-LANC),
      *         soma, menor e maior DISC-MEDIA e as faixas de SITCFG
      *         de cada lancamento; os lancamentos por conceito so
      *         contam em RT-QTD-CONCEITO.
      *         Linha de total da turma (RT-ID-MATERIA e RT-BIMESTRE
      *         zerados): RT-QTD-LANC = alunos com media apurada e os
      *         demais campos sobre a media anual do aluno (media dos
      *         bimestres 1 a 4 por disciplina, ou a do bimestre 5 de
      *         recuperacao, e depois entre as disciplinas).
      *         RT-QTD-ALUNOS e o total de alunos da turma nas duas.
      *         RT-ST-EXTREMOS 'N' = menor/maior podem estar
      *         desatualizados (o lancamento que os definia foi
      *         alterado depois da rodada noturna).
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-RESUMOTURMA.
           05 RT-CHAVE.
              10 RT-TURMA                  PIC X(10).
              10 RT-ID-MATERIA             PIC 9(20).
              10 RT-BIMESTRE               PIC 9(01).
           05 RT-UNIDADE                   PIC 9(02).
           05 RT-NM-MATERIA                PIC X(20).
           05 RT-QTD-ALUNOS                PIC 9(05).
           05 RT-QTD-LANC                  PIC 9(05).
           05 RT-QTD-CONCEITO              PIC 9(05).
           05 RT-SOMA-MEDIAS               PIC 9(07)V99.
           05 RT-MENOR-MEDIA               PIC 9(02)V99.
           05 RT-NM-MENOR                  PIC X(30).
           05 RT-MAIOR-MEDIA               PIC 9(02)V99.
           05 RT-NM-MAIOR                  PIC X(30).
           05 RT-QTD-APROVADOS             PIC 9(05).
           05 RT-QTD-RECUPERACAO           PIC 9(05).
           05 RT-QTD-REPROVADOS            PIC 9(05).
           05 RT-ST-EXTREMOS               PIC X(01).
              88 RT-EXTREMOS-OK            VALUE 'S'.
              88 RT-EXTREMOS-REVER         VALUE 'N'.
           05 RT-DT-ATUALIZACAO            PIC 9(08).
