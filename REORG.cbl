      *         CONFERINDO AS CONTAGENS DE SAIDA E ENTRADA. TUDO SAI
      *         NO RELATORIO REORG.TXT. PENSADO PARA OS STATUS 39/98
      *         QUE APARECEM DEPOIS DE QUEDA DE ENERGIA
      * UPDATE: 15/10/2026 CHAMADO PELA CADEIA NOTURNA (LOTENOITE, QUE
      *         EXPORTA BOLETIMV2_LOTE=S) NAO PEDE CONFIRMACAO
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REORG.
         77 WS-EOF                         PIC X     VALUE 'N'.
           88 EOF-OK                       VALUE 'S' FALSE 'N'.
         77 WS-CONFIRM                     PIC X     VALUE SPACES.
         77 WS-LOTE                        PIC X     VALUE SPACES.
         77 WS-CONT-SAIDA                  PIC 9(05) VALUE ZEROS.
         77 WS-CONT-ENTRADA                PIC 9(05) VALUE ZEROS.
         77 WS-CONT-PULADOS                PIC 9(05) VALUE ZEROS.
                   CONTINUE
           END-CALL

           MOVE SPACES              TO WS-LOTE
           ACCEPT WS-LOTE FROM ENVIRONMENT 'BOLETIMV2_LOTE'
           IF WS-LOTE EQUAL 'S'
               MOVE 'S'             TO WS-CONFIRM
           ELSE
               DISPLAY 'A REORGANIZACAO RECRIA ALUNOS.DAT, '
                       'DISCIPLINAS.DAT E MATERIAS.DAT.'
               DISPLAY 'EXECUTE APENAS NA JANELA BATCH, COM O SISTEMA '
                       'FORA DO AR. CONFIRMA? <S> - <N>'
               ACCEPT WS-CONFIRM
           END-IF

           IF WS-CONFIRM NOT EQUAL 'S'
               DISPLAY 'REORGANIZACAO CANCELADA'
