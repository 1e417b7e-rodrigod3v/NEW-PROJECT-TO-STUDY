      ******************************************************************
      * Copybook:ENTFAM
      * Purpose:Record layout for ENTREGAFAM.DAT - o protocolo de
      *         entrega da carta bimestral da familia: uma pendencia
      *         por responsavel/ano/bimestre (e nao por aluno, como o
      *         ENTREGA.DAT do boletim), aberta pelo CARTAFAM quando a
      *         carta vai para impressao e baixada por ele mesmo
      *         quando o responsavel assina a retirada. Carta
      *         enfileirada por e-mail ja nasce como enviada e nao
      *         entra na lista de retirada.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-ENTFAM.
           05 EFA-CHAVE.
              10 EFA-ID-RESPONSAVEL        PIC 9(05).
              10 EFA-ANO-LETIVO            PIC 9(04).
              10 EFA-BIMESTRE              PIC 9(01).
           05 EFA-UNIDADE                  PIC 9(02).
           05 EFA-QTD-ALUNOS               PIC 9(02).
           05 EFA-SITUACAO                 PIC X(01).
              88 EFA-PENDENTE              VALUE 'P'.
              88 EFA-ENTREGUE              VALUE 'E'.
              88 EFA-ENVIADA               VALUE 'V'.
           05 EFA-DT-GERACAO               PIC 9(08).
           05 EFA-DT-ENTREGA               PIC 9(08).
           05 EFA-QUEM-ASSINOU             PIC X(30).
           05 EFA-OPERADOR                 PIC X(10).
