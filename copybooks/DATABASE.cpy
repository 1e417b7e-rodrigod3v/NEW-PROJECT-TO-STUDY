      *         MESCLAALU, o duplicado fica inativo apontando aqui
      *         para o ID sobrevivente. Zero ou espacos = cadastro
      *         normal.
      * UPDATE: 15/10/2026 - UNIDADE-ALUNO added at the end of the
      *         record: codigo da unidade escolar da rede (sede,
      *         anexo, escolas rurais - UNIDADES.DAT, CADUNID) a que
      *         o aluno pertence, gravado pelo cadastro/importacao
      *         com a unidade do login. Zero ou espacos em registros
      *         antigos valem como unidade 01 (sede). Com ele o
      *         registro chega aos 300 bytes da imagem do arquivo
      *         morto e dos logs.
      ******************************************************************
       01  REG-CONTATOS.
           05 ID-ALUNO                        PIC 9(05).
              88 ALUNO-NAO-BENEFICIARIO       VALUE 'N' SPACE.
           05 ID-RESPONSAVEL                  PIC 9(05).
           05 ID-MESCLADO-EM                  PIC 9(05).
           05 UNIDADE-ALUNO                   PIC 9(02).
