      *         pode lancar notas nas turmas/disciplinas atribuidas a
      *         ele em ATRIBUICOES.DAT (consulta via TESTAPROF);
      *         zero/espacos = operador de secretaria, sem restricao
      * UPDATE: 15/10/2026 OPER-UNIDADE acrescentado ao fim do
      *         registro: ate cinco unidades escolares da rede em que
      *         o operador pode entrar. No login, com mais de uma, o
      *         MENU pergunta a unidade; sem nenhuma (registros
      *         antigos) o operador entra na unidade 01 (sede)
      ******************************************************************
       01  REG-OPERADORES.
           05 OPER-ID                      PIC X(10).
              88 OPERADOR-ATIVO            VALUE 'S'.
              88 OPERADOR-INATIVO          VALUE 'N'.
           05 OPER-PROF-ID                 PIC 9(05).
           05 OPER-UNIDADE                 PIC 9(02) OCCURS 5.
