      ******************************************************************
      * Copybook:EVTPART
      * Purpose:Record layout for EVTPART.DAT - participante de um
      *         passeio/evento (EVENTOS.DAT) com a situacao da
      *         autorizacao do responsavel: pendente ao gerar a lista
      *         pelas turmas, autorizado ou nao autorizado quando a
      *         autorizacao volta assinada (EVP-DT-RETORNO). O
      *         lembrete aos pendentes grava a data do ultimo envio e
      *         quantos ja foram mandados.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-EVTPART.
           05 EVP-CHAVE.
              10 EVP-ID-EVENTO             PIC 9(04).
              10 EVP-ID-ALUNO              PIC 9(05).
           05 EVP-TURMA                    PIC X(10).
           05 EVP-AUTORIZACAO              PIC X(01).
              88 EVP-PENDENTE              VALUE 'P'.
              88 EVP-AUTORIZADO            VALUE 'A'.
              88 EVP-NEGADO                VALUE 'N'.
           05 EVP-DT-RETORNO               PIC 9(08).
           05 EVP-DT-LEMBRETE              PIC 9(08).
           05 EVP-QTD-LEMBRETES            PIC 9(02).
           05 EVP-OPERADOR                 PIC X(10).
