      ******************************************************************
      * Copybook:SELECOES
      * Purpose:Record layout for SELECOES.DAT - selecoes de alunos
      *         salvas pelo SELECAO, chaveadas pelo nome dado pelo
      *         operador, para serem reexecutadas a cada bimestre.
      *         Cada criterio em branco/zero nao restringe: turma,
      *         turno (da turma em TURMAS.DAT), situacao de matricula
      *         (espacos no aluno valem como M), beneficiario, faixa
      *         de nascimento, situacao de aprovacao, faixa de media,
      *         campo de contato em branco, presenca anual abaixo de
      *         um percentual (FREQANUAL.DAT) e numero minimo de
      *         ocorrencias desde uma data (OCORRENCIAS.DAT). A saida
      *         e lista impressa (L) ou CSV (C).
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-SELECOES.
           05 SEL-NOME                     PIC X(20).
           05 SEL-DESCRICAO                PIC X(40).
           05 SEL-CRITERIOS.
              10 SEL-TURMA                 PIC X(10).
              10 SEL-TURNO                 PIC X(01).
              10 SEL-ST-MATRICULA          PIC X(01).
              10 SEL-BENEFICIARIO          PIC X(01).
              10 SEL-NASC-DE               PIC 9(08).
              10 SEL-NASC-ATE              PIC 9(08).
              10 SEL-APROVACAO             PIC X(20).
              10 SEL-USA-MEDIA             PIC X(01).
                 88 SEL-FILTRA-MEDIA       VALUE 'S'.
              10 SEL-MEDIA-DE              PIC 9(02)V99.
              10 SEL-MEDIA-ATE             PIC 9(02)V99.
              10 SEL-CAMPO-VAZIO           PIC X(01).
                 88 SEL-SEM-TELEFONE       VALUE 'T'.
                 88 SEL-SEM-EMAIL          VALUE 'E'.
                 88 SEL-SEM-ENDERECO       VALUE 'D'.
                 88 SEL-SEM-RESPONSAVEL    VALUE 'R'.
                 88 SEL-SEM-TEL-RESP       VALUE 'F'.
              10 SEL-FREQ-ANO              PIC 9(04).
              10 SEL-FREQ-ABAIXO           PIC 9(03)V99.
              10 SEL-OCORR-MINIMO          PIC 9(02).
              10 SEL-OCORR-DESDE           PIC 9(08).
           05 SEL-SAIDA                    PIC X(01).
              88 SEL-SAIDA-LISTA           VALUE 'L'.
              88 SEL-SAIDA-CSV             VALUE 'C'.
           05 SEL-OPERADOR                 PIC X(10).
           05 SEL-DATA                     PIC 9(08).
           05 SEL-ULTIMA-EXECUCAO          PIC 9(08).
