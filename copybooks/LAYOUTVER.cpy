      ******************************************************************
      * Copybook:LAYOUTVER
      * Purpose:Versoes de layout dos registros de aluno e de
      *         lancamento. REG-CONTATOS (ALUNOS.DAT, imagem do
      *         ALUNARQ.DAT e .BAK de alunos) e REG-DISCIPLINAS
      *         (DISCIPLINAS.DAT e .BAK de disciplinas) cresceram
      *         sempre por acrescimo ao fim do registro; cada versao
      *         abaixo e o tamanho do registro naquela epoca:
      *         ALUNOS  01 0127 cadastro basico com ST-ATIVO
      *                 02 0270 nascimento/endereco/responsavel/
      *                         e-mail/turma
      *                 03 0287 DT-INATIVACAO/ST-MATRICULA/
      *                         DT-SITUACAO
      *                 04 0298 ST-BENEFICIARIO/ID-RESPONSAVEL/
      *                         ID-MESCLADO-EM
      *                 05 0300 UNIDADE-ALUNO
      *         DISCIPLINAS 01 0082 bimestre na chave
      *                     02 0086 DISC-ANO-LETIVO
      *                     03 0087 DISC-CONCEITO
      *         Quem mudar DATABASE ou DISCIPLINAS acrescenta aqui a
      *         nova versao (tamanho e versao atual) e a regra de
      *         conversao no CONVREG, e roda o CONVLAYOUT.
      *         WS-LAYOUT-CAB e a linha de cabecalho que abre os .BAK
      *         de alunos e de disciplinas gravados pelo BACKALUNO,
      *         com o arquivo, a versao e o tamanho do registro.
      * UPDATE: 15/10/2026 criacao do arquivo
      ******************************************************************
       01  WS-LAYOUT-VERSOES.
           05 LV-ALUNOS-ATUAL              PIC 9(02) VALUE 05.
           05 LV-DISC-ATUAL                PIC 9(02) VALUE 03.
       01  WS-LAYOUT-TAM-ALUNOS.
           05 FILLER                       PIC X(20)
              VALUE '01270270028702980300'.
       01  WS-LAYOUT-TAM-ALUNOS-R REDEFINES WS-LAYOUT-TAM-ALUNOS.
           05 LV-TAM-ALUNOS OCCURS 5       PIC 9(04).
       01  WS-LAYOUT-TAM-DISC.
           05 FILLER                       PIC X(12)
              VALUE '008200860087'.
       01  WS-LAYOUT-TAM-DISC-R REDEFINES WS-LAYOUT-TAM-DISC.
           05 LV-TAM-DISC OCCURS 3         PIC 9(04).
       01  WS-LAYOUT-CAB.
           05 LV-CAB-MARCA                 PIC X(08).
              88 LV-CAB-OK                 VALUE '*LAYOUT*'.
           05 LV-CAB-ARQUIVO               PIC X(12).
           05 LV-CAB-VERSAO                PIC 9(02).
           05 LV-CAB-TAMANHO               PIC 9(04).
           05 LV-CAB-DATA                  PIC 9(08).
