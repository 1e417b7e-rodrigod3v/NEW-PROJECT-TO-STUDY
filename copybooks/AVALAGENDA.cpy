      ******************************************************************
      * Copybook:AVALAGENDA
      * Purpose:Record layout for AVALAGENDA.DAT - a agenda de
      *         avaliacoes de cada turma (o caderno de marcacao de
      *         provas da sala dos professores), mantida pelo
      *         CADAGENDA. Chave turma + data + disciplina + tipo, de
      *         modo que a leitura por turma sai em ordem de data. So
      *         aceita dia letivo do CALENDARIO, bimestre aberto
      *         (TESTABIM) e no maximo CFG-PROVAS-DIA provas (todo
      *         tipo menos trabalho) por turma no dia. O SEGAUTO le
      *         as provas do dia anterior para abrir a segunda
      *         chamada de quem faltou.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-AVALAGENDA.
           05 AGD-CHAVE.
              10 AGD-TURMA                 PIC X(10).
              10 AGD-DATA                  PIC 9(08).
              10 AGD-ID-MATERIA            PIC 9(20).
              10 AGD-TIPO                  PIC X(01).
                 88 AGD-PROVA              VALUE 'P'.
                 88 AGD-TRABALHO           VALUE 'T'.
                 88 AGD-SIMULADO           VALUE 'S'.
                 88 AGD-RECUPERACAO        VALUE 'R'.
           05 AGD-BIMESTRE                 PIC 9(01).
           05 AGD-DESCRICAO                PIC X(30).
           05 AGD-OPERADOR                 PIC X(10).
           05 AGD-DT-MARCACAO              PIC 9(08).
