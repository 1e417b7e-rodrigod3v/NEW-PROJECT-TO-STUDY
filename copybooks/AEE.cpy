      ******************************************************************
      * Copybook:AEE
      * Purpose:Record layout for AEE.DAT - o cadastro do Atendimento
      *         Educacional Especializado do aluno (deficiencia, TEA,
      *         altas habilidades): ate tres necessidades codificadas
      *         como no censo, data do laudo, profissional de apoio,
      *         dias de atendimento na sala de recursos, recursos para
      *         as avaliacoes externas, o PEI (plano educacional
      *         individualizado) do ano com uma meta por bimestre e as
      *         disciplinas com avaliacao adaptada. Mantido pelo
      *         CADAEE; lido pelo RELBOLETIM e pelo ATARESULT (nota de
      *         avaliacao adaptada) e pelo EXPCENSO (campos do censo).
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-AEE.
           05 AEE-ID-ALUNO                 PIC 9(05).
      * CE CEGUEIRA           BV BAIXA VISAO       VM VISAO MONOCULAR
      * SU SURDEZ             DA DEF. AUDITIVA     SC SURDOCEGUEIRA
      * DF DEF. FISICA        DI DEF. INTELECTUAL  DM DEF. MULTIPLA
      * TE TEA                AH ALTAS HABILIDADES/SUPERDOTACAO
           05 AEE-NECESSIDADE              PIC X(02) OCCURS 3.
           05 AEE-DESCRICAO                PIC X(60).
           05 AEE-DT-LAUDO                 PIC 9(08).
           05 AEE-PROF-APOIO               PIC X(30).
      * DIAS DE ATENDIMENTO NA SALA DE RECURSOS, SEGUNDA A SEXTA (S/N)
           05 AEE-DIA-ATEND                PIC X(01) OCCURS 5.
           05 AEE-TURNO-ATEND              PIC X(01).
      * RECURSOS NAS AVALIACOES (S/N): 1 LEDOR, 2 TRANSCRICAO, 3 GUIA-
      * INTERPRETE, 4 INTERPRETE DE LIBRAS, 5 LEITURA LABIAL, 6 PROVA
      * AMPLIADA, 7 PROVA SUPERAMPLIADA, 8 PROVA EM BRAILLE
           05 AEE-RECURSO-AVAL             PIC X(01) OCCURS 8.
           05 AEE-ANO-PEI                  PIC 9(04).
           05 AEE-PEI-BIMESTRE OCCURS 4.
              10 AEE-PEI-META              PIC X(60).
              10 AEE-PEI-SITUACAO          PIC X(01).
                 88 AEE-META-EM-ANDAMENTO  VALUE SPACE.
                 88 AEE-META-ATINGIDA      VALUE 'A'.
                 88 AEE-META-PARCIAL       VALUE 'P'.
                 88 AEE-META-NAO-ATINGIDA  VALUE 'N'.
           05 AEE-QTD-ADAPTADAS            PIC 9(02).
           05 AEE-ADAPTADA OCCURS 10.
              10 AEE-AD-ID-MATERIA         PIC 9(20).
              10 AEE-AD-NM-MATERIA         PIC X(20).
           05 AEE-OPERADOR                 PIC X(10).
           05 AEE-DATA                     PIC 9(08).
