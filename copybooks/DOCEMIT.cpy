      ******************************************************************
      * Copybook:DOCEMIT
      * Purpose:Record layout for DOCEMITIDOS.DAT - o registro dos
      *         documentos emitidos pela secretaria (declaracoes de
      *         matricula, escolaridade, frequencia e transferencia):
      *         numero sequencial, codigo de autenticacao impresso no
      *         documento, aluno, tipo, data/hora e operador. Gravado
      *         pelo subprograma REGDOC; a conferencia de autenticidade
      *         do EMITEDOC localiza o documento pelo codigo (chave
      *         alternada) e o cancelamento so muda a situacao.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  REG-DOCEMITIDO.
           05 DOE-NUMERO                   PIC 9(07).
           05 DOE-COD-AUTENT               PIC X(08).
           05 DOE-ID-ALUNO                 PIC 9(05).
           05 DOE-NM-ALUNO                 PIC X(30).
           05 DOE-TIPO                     PIC X(01).
              88 DOE-MATRICULA             VALUE 'M'.
              88 DOE-ESCOLARIDADE          VALUE 'E'.
              88 DOE-FREQUENCIA            VALUE 'F'.
              88 DOE-TRANSFERENCIA         VALUE 'T'.
           05 DOE-TURMA                    PIC X(10).
           05 DOE-ANO-LETIVO               PIC 9(04).
           05 DOE-DT-EMISSAO               PIC 9(08).
           05 DOE-HR-EMISSAO               PIC 9(08).
           05 DOE-OPERADOR                 PIC X(10).
           05 DOE-SITUACAO                 PIC X(01).
              88 DOE-VALIDO                VALUE 'V'.
              88 DOE-CANCELADO             VALUE 'C'.
           05 DOE-DT-CANCELAMENTO          PIC 9(08).
           05 DOE-OPER-CANCELAMENTO        PIC X(10).
