      ******************************************************************
      * Copybook:CADEIAST
      * Purpose:Record layout for CADEIAST.DAT - registro unico com a
      *         situacao da ultima rodada da cadeia de lotes noturnos.
      *         Quando um passo falha, o LOTENOITE grava aqui o passo
      *         de reinicio; a rodada seguinte (a da noite ou uma
      *         manual) retoma desse passo em vez de recomecar. Passo
      *         de reinicio zero = ultima rodada completa.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-CADEIAST.
           05 CST-DATA                     PIC 9(08).
           05 CST-HORA                     PIC 9(08).
           05 CST-PASSO-REINICIO           PIC 9(02).
           05 CST-PROGRAMA                 PIC X(12).
           05 CST-STATUS                   PIC X(10).
