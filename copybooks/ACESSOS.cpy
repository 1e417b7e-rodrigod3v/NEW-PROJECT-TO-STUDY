      ******************************************************************
      * Copybook:ACESSOS
      * Purpose:Record layout for ACESSOS.DAT - a trilha de acesso de
      *         leitura aos dados sensiveis (LGPD). O LOGALUNO so
      *         registra inclusao/alteracao/exclusao; aqui fica quem
      *         abriu a ficha de saude (CADSAUDE), o endereco da
      *         familia (CADRESP), a consulta do aluno (CONSULTAR) e
      *         as ocorrencias (CADOCORR), com operador, data e hora.
      *         Gravado pelo subprograma GRAVAACE; lido pelo LGPDTIT.
      *         ACE-TIPO 'A' = ID de aluno, 'R' = ID de responsavel
      *         (RESPONSAVEIS.DAT), ligado aos alunos pelo
      *         ID-RESPONSAVEL de REG-CONTATOS.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-ACESSOS.
           05 ACE-TIPO                     PIC X(01).
              88 ACE-DO-ALUNO              VALUE 'A'.
              88 ACE-DO-RESPONSAVEL        VALUE 'R'.
           05 ACE-ID                       PIC 9(05).
           05 ACE-PROGRAMA                 PIC X(10).
           05 ACE-DADO                     PIC X(12).
           05 ACE-OPERADOR-ID              PIC X(10).
           05 ACE-DATA                     PIC 9(08).
           05 ACE-HORA                     PIC 9(08).
