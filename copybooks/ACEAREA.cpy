      ******************************************************************
      * Copybook:ACEAREA
      * Purpose:Area de comunicacao com o subprograma GRAVAACE. O
      *         programa que exibe um dado sensivel preenche o tipo
      *         (A aluno / R responsavel), o ID, o proprio nome, o
      *         dado aberto e o operador e chama GRAVAACE, que carimba
      *         data/hora e grava a entrada em ACESSOS.DAT.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  WS-ACE-AREA.
           05 AA-TIPO                      PIC X(01).
           05 AA-ID                        PIC 9(05).
           05 AA-PROGRAMA                  PIC X(10).
           05 AA-DADO                      PIC X(12).
           05 AA-OPERADOR                  PIC X(10).
