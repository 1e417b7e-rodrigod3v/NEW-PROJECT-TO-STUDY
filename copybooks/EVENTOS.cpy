      ******************************************************************
      * Copybook:EVENTOS
      * Purpose:Record layout for EVENTOS.DAT - passeios e eventos
      *         escolares da unidade: data, horario de saida e de
      *         retorno, destino, ate seis turmas envolvidas, custo
      *         por aluno e o professor responsavel. Os participantes
      *         e as autorizacoes dos responsaveis ficam em
      *         EVTPART.DAT. Evento cancelado nao e apagado, so fica
      *         com EVT-SITUACAO 'C'.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-EVENTOS.
           05 EVT-ID                       PIC 9(04).
           05 EVT-DESCRICAO                PIC X(30).
           05 EVT-DATA                     PIC 9(08).
           05 EVT-HORA-SAIDA               PIC 9(04).
           05 EVT-HORA-RETORNO             PIC 9(04).
           05 EVT-DESTINO                  PIC X(40).
           05 EVT-TURMAS.
              10 EVT-TURMA OCCURS 6        PIC X(10).
           05 EVT-CUSTO                    PIC 9(04)V99.
           05 EVT-ID-PROFESSOR             PIC 9(05).
           05 EVT-UNIDADE                  PIC 9(02).
           05 EVT-SITUACAO                 PIC X(01).
              88 EVENTO-ATIVO              VALUE 'A'.
              88 EVENTO-CANCELADO          VALUE 'C'.
           05 EVT-DT-CADASTRO              PIC 9(08).
           05 EVT-OPERADOR                 PIC X(10).
