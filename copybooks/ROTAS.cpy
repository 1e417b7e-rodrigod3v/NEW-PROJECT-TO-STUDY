      ******************************************************************
      * Copybook:ROTAS
      * Purpose:Record layout for ROTAS.DAT - cadastro das rotas do
      *         transporte escolar municipal: veiculo, motorista,
      *         turno atendido e as paradas na ordem de embarque
      *         (ROT-PARADA(n), n = numero da parada gravado no
      *         vinculo do aluno em TRANSP.DAT). Mantido pelo CADROTA
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-ROTAS.
           05 ROT-CODIGO                   PIC X(06).
           05 ROT-DESCRICAO                PIC X(30).
           05 ROT-VEICULO                  PIC X(10).
           05 ROT-CAPACIDADE               PIC 9(03).
           05 ROT-MOTORISTA                PIC X(30).
           05 ROT-TEL-MOTORISTA            PIC X(15).
           05 ROT-TURNO                    PIC X(01).
              88 ROT-TURNO-MANHA           VALUE 'M'.
              88 ROT-TURNO-TARDE           VALUE 'T'.
              88 ROT-TURNO-NOITE           VALUE 'N'.
           05 ROT-QTD-PARADAS              PIC 9(02).
           05 ROT-PARADA OCCURS 20.
              10 ROT-PAR-NOME              PIC X(30).
              10 ROT-PAR-HORARIO           PIC 9(04).
