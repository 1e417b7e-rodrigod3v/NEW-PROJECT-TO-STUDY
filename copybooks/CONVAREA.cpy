      ******************************************************************
      * Copybook:CONVAREA
      * Purpose:Area de comunicacao com o subprograma CONVREG.
      *         CV-FUNCAO 'C' converte a imagem de CV-IMAGEM (arquivo
      *         ALUNOS, ALUNARQ ou DISCIPLINAS, gravada na versao
      *         CV-VERSAO; 00 = versao desconhecida, tratada como a
      *         atual) para o layout atual, devolvendo CV-ALTERADO 'S'
      *         quando a imagem mudou e CV-OK 'N' com CV-MOTIVO quando
      *         o registro e rejeitado. 'V' devolve em CV-VERSAO a
      *         versao registrada em LAYOUTCTL.DAT para CV-ARQUIVO e
      *         'R' registra CV-VERSAO para CV-ARQUIVO.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  WS-CONVREG-AREA.
           05 CV-FUNCAO                    PIC X(01).
           05 CV-ARQUIVO                   PIC X(12).
           05 CV-VERSAO                    PIC 9(02).
           05 CV-IMAGEM                    PIC X(300).
           05 CV-ALTERADO                  PIC X(01).
           05 CV-OK                        PIC X(01).
           05 CV-MOTIVO                    PIC X(30).
