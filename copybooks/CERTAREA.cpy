      ******************************************************************
      * Copybook:CERTAREA
      * Purpose:Area de comunicacao com o subprograma IMPCERT, que
      *         imprime o certificado de conclusao a partir de
      *         CONCLUINTES.DAT. Com CT-ID-ALUNO preenchido sai a
      *         segunda via daquele aluno (CERTIFICADO_NNNNN.TXT); com
      *         CT-ID-ALUNO zerado saem todos os concluintes de
      *         CT-ANO-CONCLUSAO (CERTIFICADOS_AAAA.TXT). Volta a
      *         quantidade impressa em CT-QTD e o arquivo em
      *         CT-ARQUIVO.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  WS-CERT-AREA.
           05 CT-ID-ALUNO                  PIC 9(05).
           05 CT-ANO-CONCLUSAO             PIC 9(04).
           05 CT-QTD                       PIC 9(05).
           05 CT-ARQUIVO                   PIC X(80).
