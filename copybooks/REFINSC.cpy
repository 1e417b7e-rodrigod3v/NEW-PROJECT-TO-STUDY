      ******************************************************************
      * Copybook:REFINSC
      * Purpose:Record layout for REFINSC.DAT - inscricao de um aluno
      *         num grupo de reforco (REFGRUPO.DAT). RFI-BIM-INICIO e o
      *         primeiro bimestre cursado com o reforco: o relatorio
      *         de impacto compara a media da disciplina antes dele com
      *         a media dele em diante. RFI-ORIGEM guarda por onde o
      *         aluno chegou (manual, sugestao por nota baixa ou pela
      *         lista de risco); o desligamento nao apaga a inscricao,
      *         so a encerra com a data de saida.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-REFINSC.
           05 RFI-CHAVE.
              10 RFI-ID-GRUPO              PIC 9(03).
              10 RFI-ID-ALUNO              PIC 9(05).
           05 RFI-DT-INSCRICAO             PIC 9(08).
           05 RFI-BIM-INICIO               PIC 9(01).
           05 RFI-MEDIA-INSCRICAO          PIC 9(02)V99.
           05 RFI-ORIGEM                   PIC X(01).
              88 RFI-MANUAL                VALUE 'M'.
              88 RFI-POR-NOTA              VALUE 'N'.
              88 RFI-POR-RISCO             VALUE 'R'.
           05 RFI-SITUACAO                 PIC X(01).
              88 RFI-ATIVA                 VALUE 'A'.
              88 RFI-ENCERRADA             VALUE 'E'.
           05 RFI-DT-SAIDA                 PIC 9(08).
           05 RFI-OPERADOR                 PIC X(10).
