      ******************************************************************
      * Copybook:UNIDADES
      * Purpose:Record layout for UNIDADES.DAT - cadastro das unidades
      *         escolares da rede que rodam na mesma instalacao (sede,
      *         anexo, escolas rurais), mantido pelo CADUNID. Cada
      *         unidade tem nome, codigo INEP da escola (para o censo
      *         consolidado da rede) e uma faixa propria de IDs de
      *         aluno, sem sobreposicao com as demais. Sem o arquivo,
      *         o sistema funciona como escola unica (unidade 01,
      *         IDs 1 a 99999). Lido pelo CFGPARAM na partida de cada
      *         programa e pelo MENU no login.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-UNIDADES.
           05 UNI-CODIGO                   PIC 9(02).
           05 UNI-NOME                     PIC X(40).
           05 UNI-COD-INEP                 PIC X(08).
           05 UNI-ID-INICIAL               PIC 9(05).
           05 UNI-ID-FINAL                 PIC 9(05).
           05 UNI-ST-ATIVO                 PIC X(01).
              88 UNIDADE-ATIVA             VALUE 'S'.
              88 UNIDADE-INATIVA           VALUE 'N'.
           05 UNI-OPERADOR                 PIC X(10).
           05 UNI-DATA                     PIC 9(08).
