      ******************************************************************
      * Copybook:DISTREC
      * Purpose:Registro posicional do resumo de distorcao idade-serie
      *         enviado ao distrito (DISTORCAO.TXT), gravado pelo
      *         DISTORCAO no layout fixo combinado com a secretaria de
      *         educacao: uma linha por serie e turno, uma por serie,
      *         uma por turno e uma da escola, com os matriculados, os
      *         alunos com dois ou mais anos acima da idade esperada
      *         na data de corte (31/03) e o percentual.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-DISTORCAO.
           05 DIS-TIPO                     PIC X(01).
              88 DIS-SERIE-TURNO           VALUE 'D'.
              88 DIS-TOTAL-SERIE           VALUE 'S'.
              88 DIS-TOTAL-TURNO           VALUE 'T'.
              88 DIS-TOTAL-ESCOLA          VALUE 'E'.
           05 DIS-ANO-REFERENCIA           PIC 9(04).
           05 DIS-DATA-CORTE               PIC 9(08).
           05 DIS-SERIE                    PIC X(04).
           05 DIS-TURNO                    PIC X(01).
           05 DIS-IDADE-ESPERADA           PIC 9(02).
           05 DIS-MATRICULADOS             PIC 9(05).
           05 DIS-EM-DISTORCAO             PIC 9(05).
           05 DIS-PERCENTUAL               PIC 9(03)V99.
           05 DIS-DT-GERACAO               PIC 9(08).
