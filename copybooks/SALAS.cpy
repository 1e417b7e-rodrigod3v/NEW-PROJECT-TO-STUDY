      ******************************************************************
      * Copybook:SALAS
      * Purpose:Record layout for SALAS.DAT - o catalogo de salas e
      *         ambientes da escola (sala comum, laboratorio, quadra,
      *         informatica...), com a capacidade de cada um, mantido
      *         pelo CADSALA. Cada sala pertence a uma unidade da rede
      *         (zero/espacos = unidade 01). O CADHORARIO exige uma
      *         sala do catalogo em cada horario da grade
      *         (HOR-SALA) e confere choque e capacidade contra ele.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-SALAS.
           05 SAL-CODIGO                   PIC X(06).
           05 SAL-DESCRICAO                PIC X(30).
           05 SAL-TIPO                     PIC X(01).
              88 SALA-COMUM                VALUE 'C'.
              88 SALA-LABORATORIO          VALUE 'L'.
              88 SALA-QUADRA               VALUE 'Q'.
              88 SALA-INFORMATICA          VALUE 'I'.
              88 SALA-OUTRO                VALUE 'O'.
              88 SALA-TIPO-VALIDO          VALUE 'C' 'L' 'Q' 'I' 'O'.
           05 SAL-CAPACIDADE               PIC 9(03).
           05 SAL-UNIDADE                  PIC 9(02).
           05 SAL-ST-ATIVO                 PIC X(01).
              88 SALA-ATIVA                VALUE 'S' SPACE.
              88 SALA-INATIVA              VALUE 'N'.
