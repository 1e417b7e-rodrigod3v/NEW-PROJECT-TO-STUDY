      ******************************************************************
      * Copybook:CONVREJ
      * Purpose:Record layout for CONVREJ.DAT - registros rejeitados
      *         na conversao de layout (CONVLAYOUT) ou na carga
      *         convertida de uma geracao (RESTALUNO). Guarda a
      *         imagem original intacta, com o arquivo de origem, a
      *         data e o motivo, para correcao e recarga manual.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-CONVREJ.
           05 REJ-ARQUIVO                  PIC X(24).
           05 REJ-DATA                     PIC 9(08).
           05 REJ-MOTIVO                   PIC X(30).
           05 REJ-IMAGEM                   PIC X(300).
