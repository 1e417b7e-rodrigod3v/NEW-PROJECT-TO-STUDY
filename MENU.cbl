      *         MATRICULA (CADDOC)
      * UPDATE: 02/09/2026 OPCAO 48 - FUSAO DE CADASTROS DUPLICADOS
      *         (COORD., MESCLAALU)
      * UPDATE: 15/10/2026 ROTINA BATCH 17 - PROPOSTA DE ENTURMACAO
      *         AUTOMATICA (ENTURMA)
      * UPDATE: 15/10/2026 OPCAO 49 - APROVACAO DA ENTURMACAO
      *         (COORD., APROVENT)
      * UPDATE: 15/10/2026 OPCAO 50 - MERENDA ESCOLAR (MERENDA)
      * UPDATE: 15/10/2026 OPCAO 51 - TRANSPORTE ESCOLAR (CADROTA)
      * UPDATE: 15/10/2026 OPCAO 52 - BIBLIOTECA (ACERVO, EMPRESTIMOS,
      *         ATRASADOS E NADA CONSTA)
      * UPDATE: 15/10/2026 OPCAO 53 - DIARIO DE CLASSE (CONTEUDO POR
      *         AULA E AULAS PREVISTAS X REGISTRADAS)
      * UPDATE: 15/10/2026 OPCAO 54 - FALTAS DE PROFESSORES E
      *         SUBSTITUICOES (CADSUBST), RESTRITA A COORDENACAO
      * UPDATE: 15/10/2026 OPCAO 55 - MATRIZ CURRICULAR
      *         E CARGA HORARIA (CADMATRIZ)
      * UPDATE: 15/10/2026 ROTINA BATCH 18 - DISTORCAO IDADE-SERIE
      *         (DISTORCAO)
      * UPDATE: 15/10/2026 ROTINA BATCH 19 - INDICADORES DE RENDIMENTO
      *         E MOVIMENTO (RELTAXAS)
      * UPDATE: 15/10/2026 ROTINA BATCH 20 - RETORNO DO CENSO ESCOLAR
      *         COM O CODIGO INEP (IMPCENSO)
      * UPDATE: 15/10/2026 OPCAO 56 - EMISSAO DE DECLARACOES NUMERADAS
      *         COM CODIGO DE AUTENTICACAO (EMITEDOC)
      * UPDATE: 15/10/2026 OPCAO 57 - LIVRO DE REGISTRO DE CONCLUINTES
      *         E CERTIFICADOS DE CONCLUSAO (LIVROREG)
      * UPDATE: 15/10/2026 ROTINA BATCH 21 - RECUPERACAO PARA FRENTE
      *         APOS A RESTAURACAO DE UMA GERACAO (RECUPALU)
      * UPDATE: 15/10/2026 OPCAO 58 - ATENDIMENTO EDUCACIONAL
      *         ESPECIALIZADO E PEI (CADAEE)
      * UPDATE: 15/10/2026 OPCAO 59 - ACESSOS E DADOS DO TITULAR
      *         (LGPDTIT)
      * UPDATE: 15/10/2026 ROTINA BATCH 22 - ANONIMIZACAO DO ARQUIVO
      *         MORTO APOS A RETENCAO (ANONIMIZA)
      * UPDATE: 15/10/2026 OPCAO 60 - CADASTRO DAS UNIDADES ESCOLARES DA
      *         REDE (CADUNID)
      * UPDATE: 15/10/2026 MULTI-UNIDADE: APOS O LOGIN O OPERADOR ENTRA
      *         EM UMA DAS UNIDADES A QUE ESTA VINCULADO (OPER-UNIDADE;
      *         COM MAIS DE UMA, ESCOLHE NA LISTA). A UNIDADE E
      *         EXPORTADA NA VARIAVEL BOLETIMV2_UNIDADE PARA TODOS OS
      *         PROGRAMAS CHAMADOS (O CFGPARAM CARREGA OS PARAMETROS E A
      *         FAIXA DE IDS DELA) E APARECE NO CABECALHO. <U> TROCA DE
      *         UNIDADE SEM NOVO LOGIN
      * UPDATE: 15/10/2026 OPCAO 61 - CADEIA DE LOTES NOTURNOS
      *         (CADCADEIA, COORDENACAO) E OPCAO BATCH 23 - RODA A
      *         CADEIA NOTURNA (LOTENOITE)
      * UPDATE: 15/10/2026 OPCAO 62 - SELECAO DE ALUNOS COM CRITERIOS
      *         SALVOS (SELECAO)
      * UPDATE: 15/10/2026 OPCAO 63 - CALENDARIO DE AVALIACOES
      *         (CADAGENDA) E LOTE 24 - SEGUNDA CHAMADA AUTOMATICA
      *         (SEGAUTO)
      * UPDATE: 15/10/2026 OPCAO 64 - SALAS E AMBIENTES (CADSALA)
      * UPDATE: 15/10/2026 OPCAO 65 - CARTA BIMESTRAL DA FAMILIA POR
      *         RESPONSAVEL (CARTAFAM)
      * UPDATE: 15/10/2026 OPCAO 66 - PROJECAO QUANTO FALTA
      *         (PROJECAO)
      * UPDATE: 15/10/2026 LOTE 25 - INDICE SEMANAL DE RISCO
      *         (INDRISCO)
      * UPDATE: 15/10/2026 OPCAO 67 - REFORCO ESCOLAR (GRUPOS,
      *         INSCRICAO E CHAMADA - REFORCO)
      * UPDATE: 15/10/2026 OPCAO 68 - IMPACTO DO REFORCO
      *         (RELREFORCO)
      * UPDATE: 15/10/2026 OPCAO 69 - PLANEJAMENTO DE VAGAS DO
      *         ANO SEGUINTE (PLANVAGAS)
      * UPDATE: 15/10/2026 OPCAO 70 - PASSEIOS E EVENTOS COM
      *         AUTORIZACAO DOS RESPONSAVEIS (CADEVENTO)
      * UPDATE: 15/10/2026 LOTE 26 - CONVERSAO DE LAYOUT DOS ARQUIVOS
      *         (CONVLAYOUT)
      * UPDATE: 15/10/2026 LOTE 27 - GERARESUMO (RECONSTROI O RESUMO
      *         POR TURMA RESUMOTURMA.DAT)
      * UPDATE: 15/10/2026 OPCAO 71 - MAPAO DE NOTAS DO BIMESTRE PARA O
      *         CONSELHO DE CLASSE (MAPAO)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENUCNTT.
                RECORD KEY IS OPER-ID
                FILE STATUS IS WS-FS-OPER.

                SELECT UNIDADES ASSIGN TO
                WS-UNIDADES-PATH
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS UNI-CODIGO
                FILE STATUS IS WS-FS-UNI.

                SELECT LOGALUNO ASSIGN TO
                WS-LOGALUNO-PATH
                ORGANIZATION IS LINE SEQUENTIAL
       FD LOGALUNO.
           COPY LOGREC.

       FD UNIDADES.
           COPY UNIDADES.

       WORKING-STORAGE SECTION.
           COPY PATHCFG.
           COPY SITCFG.
           88 LOGIN-OK                     VALUE 'S' FALSE 'N'.
         77 WS-BIM-ABERTO                  PIC 9(01) VALUE ZEROS.
         77 WS-BIM-IDX                     PIC 9(01) VALUE ZEROS.
         77 WS-FS-UNI                      PIC 99.
           88 FS-UNI-OK                    VALUE 0.
         01 WS-TAB-UNID-OPER.
           03 WS-UNID-OPER                 PIC 9(02) OCCURS 5.
         77 WS-QTD-UNID                    PIC 9(01) VALUE ZEROS.
         77 WS-UNID-IDX                    PIC 9(01) VALUE ZEROS.
         77 WS-UNIDADE                     PIC 9(02) VALUE 1.
         77 WS-UNIDADE-ESC                 PIC 9(02) VALUE ZEROS.
         77 WS-UNIDADE-X                   PIC X(02) VALUE SPACES.
         77 WS-UNIDADE-VALIDA              PIC X     VALUE 'N'.
           88 UNIDADE-VALIDA               VALUE 'S' FALSE 'N'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P100-MONTA-CAMINHOS THRU P100-FIM
           PERFORM P200-LOGIN          THRU P200-FIM
           IF LOGIN-OK
               PERFORM P220-ESCOLHE-UNIDADE THRU P220-FIM
               PERFORM P300-PROCESSA THRU P300-FIM
                       UNTIL WS-OPCAO = 'F'
           ELSE
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\MESCLAALU' DELIMITED BY SIZE
                  INTO WS-BIN-MESCLAALU-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\APROVENT' DELIMITED BY SIZE
                  INTO WS-BIN-APROVENT-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\MERENDA' DELIMITED BY SIZE
                  INTO WS-BIN-MERENDA-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CADROTA' DELIMITED BY SIZE
                  INTO WS-BIN-CADROTA-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\BIBLIOTECA' DELIMITED BY SIZE
                  INTO WS-BIN-BIBLIOTECA-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\DIARIO' DELIMITED BY SIZE
                  INTO WS-BIN-DIARIO-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CADSUBST' DELIMITED BY SIZE
                  INTO WS-BIN-CADSUBST-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CADMATRIZ' DELIMITED BY SIZE
                  INTO WS-BIN-CADMATRIZ-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\EMITEDOC' DELIMITED BY SIZE
                  INTO WS-BIN-EMITEDOC-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\LIVROREG' DELIMITED BY SIZE
                  INTO WS-BIN-LIVROREG-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CADAEE' DELIMITED BY SIZE
                  INTO WS-BIN-CADAEE-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\LGPDTIT' DELIMITED BY SIZE
                  INTO WS-BIN-LGPDTIT-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CADUNID' DELIMITED BY SIZE
                  INTO WS-BIN-CADUNID-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CADCADEIA' DELIMITED BY SIZE
                  INTO WS-BIN-CADCADEIA-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\SELECAO' DELIMITED BY SIZE
                  INTO WS-BIN-SELECAO-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CADAGENDA' DELIMITED BY SIZE
                  INTO WS-BIN-CADAGENDA-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CADSALA' DELIMITED BY SIZE
                  INTO WS-BIN-CADSALA-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CARTAFAM' DELIMITED BY SIZE
                  INTO WS-BIN-CARTAFAM-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\PROJECAO' DELIMITED BY SIZE
                  INTO WS-BIN-PROJECAO-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\REFORCO' DELIMITED BY SIZE
                  INTO WS-BIN-REFORCO-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\RELREFORCO' DELIMITED BY SIZE
                  INTO WS-BIN-RELREFORCO-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\PLANVAGAS' DELIMITED BY SIZE
                  INTO WS-BIN-PLANVAGAS-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\CADEVENTO' DELIMITED BY SIZE
                  INTO WS-BIN-CADEVENTO-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\MAPAO' DELIMITED BY SIZE
                  INTO WS-BIN-MAPAO-PATH
           STRING WS-BIN-DIR DELIMITED BY SPACE
                  '\TESTABIM' DELIMITED BY SIZE
                  INTO WS-BIN-TESTABIM-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\LOGALUNO.DAT' DELIMITED BY SIZE
                  INTO WS-LOGALUNO-PATH
           STRING WS-BASE-DIR DELIMITED BY SPACE
                  '\UNIDADES.DAT' DELIMITED BY SIZE
                  INTO WS-UNIDADES-PATH
           .

       P100-FIM.
                          OPER-SENHA EQUAL WS-SENHA
                           SET LOGIN-OK TO TRUE
                           MOVE OPER-NIVEL TO WS-NIVEL
                           PERFORM P210-GUARDA-UNIDADES THRU P210-FIM
                           DISPLAY 'BEM-VINDO(A), ' OPER-NOME
                       ELSE
                           PERFORM P280-LOGA-FALHA THRU P280-FIM
       P200-FIM.
           EXIT.

      ******************************************************************
      * UNIDADES DO OPERADOR QUE ACABOU DE ENTRAR; EM REGISTRO ANTIGO O
      * CAMPO VEM EM BRANCO E NAO CONTA
      ******************************************************************
       P210-GUARDA-UNIDADES.
           MOVE ZEROS               TO WS-QTD-UNID
           PERFORM VARYING WS-UNID-IDX FROM 1 BY 1
                   UNTIL WS-UNID-IDX > 5
               MOVE ZEROS           TO WS-UNID-OPER(WS-UNID-IDX)
               IF OPER-UNIDADE(WS-UNID-IDX) NUMERIC AND
                  OPER-UNIDADE(WS-UNID-IDX) > ZEROS
                   ADD 1            TO WS-QTD-UNID
                   MOVE OPER-UNIDADE(WS-UNID-IDX)
                                    TO WS-UNID-OPER(WS-QTD-UNID)
               END-IF
           END-PERFORM
           .
       P210-FIM.
           EXIT.

      ******************************************************************
      * ESCOLHA DA UNIDADE: SEM VINCULO, A SEDE (01); COM UMA, ELA; COM
      * MAIS DE UMA, O OPERADOR ESCOLHE NA LISTA. A UNIDADE VAI PARA A
      * VARIAVEL BOLETIMV2_UNIDADE E OS PARAMETROS SAO RECARREGADOS
      ******************************************************************
       P220-ESCOLHE-UNIDADE.
           EVALUATE WS-QTD-UNID
               WHEN 0
                   MOVE 1                TO WS-UNIDADE
               WHEN 1
                   MOVE WS-UNID-OPER(1)  TO WS-UNIDADE
               WHEN OTHER
                   PERFORM P225-LISTA-UNIDADES THRU P225-FIM
                   SET UNIDADE-VALIDA    TO FALSE
                   PERFORM UNTIL UNIDADE-VALIDA
                       DISPLAY 'UNIDADE: '
                       MOVE ZEROS        TO WS-UNIDADE-ESC
                       ACCEPT WS-UNIDADE-ESC
                       PERFORM VARYING WS-UNID-IDX FROM 1 BY 1
                               UNTIL WS-UNID-IDX > WS-QTD-UNID
                           IF WS-UNID-OPER(WS-UNID-IDX) EQUAL
                              WS-UNIDADE-ESC
                               SET UNIDADE-VALIDA TO TRUE
                           END-IF
                       END-PERFORM
                       IF NOT UNIDADE-VALIDA
                           DISPLAY '*** UNIDADE NAO LIBERADA PARA O '
                                   'OPERADOR ***'
                       END-IF
                   END-PERFORM
                   MOVE WS-UNIDADE-ESC   TO WS-UNIDADE
           END-EVALUATE

           MOVE WS-UNIDADE          TO WS-UNIDADE-X
           DISPLAY 'BOLETIMV2_UNIDADE' UPON ENVIRONMENT-NAME
           DISPLAY WS-UNIDADE-X     UPON ENVIRONMENT-VALUE

           CALL WS-BIN-CFGPARAM-PATH USING CFG-PARAMETROS
               ON EXCEPTION
                   CONTINUE
           END-CALL
           .
       P220-FIM.
           EXIT.

       P225-LISTA-UNIDADES.
           DISPLAY 'UNIDADES LIBERADAS PARA O OPERADOR:'
           SET FS-UNI-OK            TO TRUE
           OPEN INPUT UNIDADES

           PERFORM VARYING WS-UNID-IDX FROM 1 BY 1
                   UNTIL WS-UNID-IDX > WS-QTD-UNID
               MOVE SPACES          TO UNI-NOME
               IF FS-UNI-OK
                   MOVE WS-UNID-OPER(WS-UNID-IDX) TO UNI-CODIGO
                   READ UNIDADES
                       INVALID KEY
                           MOVE SPACES TO UNI-NOME
                   END-READ
               END-IF
               DISPLAY '  ' WS-UNID-OPER(WS-UNID-IDX) ' - ' UNI-NOME
           END-PERFORM

           IF FS-UNI-OK
               CLOSE UNIDADES
           END-IF
           .
       P225-FIM.
           EXIT.

       P250-OPERADOR-INICIAL.
           DISPLAY 'NENHUM OPERADOR CADASTRADO.'
           DISPLAY 'CADASTRO DO OPERADOR INICIAL (COORDENACAO):'
           MOVE 2                   TO OPER-NIVEL
           SET OPERADOR-ATIVO       TO TRUE
           MOVE ZEROS               TO OPER-PROF-ID
           MOVE 1                   TO OPER-UNIDADE(1)
           PERFORM VARYING WS-UNID-IDX FROM 2 BY 1
                   UNTIL WS-UNID-IDX > 5
               MOVE ZEROS           TO OPER-UNIDADE(WS-UNID-IDX)
           END-PERFORM

           WRITE REG-OPERADORES
               INVALID KEY
                       ' - TODOS OS BIMESTRES FECHADOS'
                       '           *'
           END-IF
           DISPLAY '*  UNIDADE ' CFG-UNIDADE ' - '
                   CFG-NOME-ESCOLA(1:32) ' *'
           DISPLAY '**************************************************'
           DISPLAY '|      1 - CADASTRAR ALUNOS                      |'
           DISPLAY '|      2 - LISTAR ALUNOS                         |'
           DISPLAY '|     46 - FICHA DE SAUDE                        |'
           DISPLAY '|     47 - CHECKLIST DE DOCUMENTOS               |'
           DISPLAY '|     48 - FUSAO DE DUPLICADOS (COORD.)          |'
           DISPLAY '|     49 - APROVACAO DA ENTURMACAO (COORD.)      |'
           DISPLAY '|     50 - MERENDA ESCOLAR                       |'
           DISPLAY '|     51 - TRANSPORTE ESCOLAR                    |'
           DISPLAY '|     52 - BIBLIOTECA                            |'
           DISPLAY '|     53 - DIARIO DE CLASSE (CONTEUDOS)          |'
           DISPLAY '|     54 - FALTAS DE PROFESSORES/SUBSTITUICAO    |'
           DISPLAY '|     55 - MATRIZ CURRICULAR / CARGA HORARIA     |'
           DISPLAY '|     56 - EMISSAO DE DECLARACOES                |'
           DISPLAY '|     57 - LIVRO DE CONCLUINTES                  |'
           DISPLAY '|     58 - ATENDIMENTO ESPECIALIZADO (AEE)       |'
           DISPLAY '|     59 - PROTECAO DE DADOS (LGPD)              |'
           DISPLAY '|     60 - UNIDADES DA REDE (COORD.)             |'
           DISPLAY '|     61 - CADEIA NOTURNA (COORD.)               |'
           DISPLAY '|     62 - SELECAO DE ALUNOS                     |'
           DISPLAY '|     63 - CALENDARIO DE AVALIACOES              |'
           DISPLAY '|     64 - SALAS E AMBIENTES                     |'
           DISPLAY '|     65 - CARTA BIMESTRAL DA FAMILIA            |'
           DISPLAY '|     66 - PROJECAO QUANTO FALTA                 |'
           DISPLAY '|     67 - REFORCO ESCOLAR                       |'
           DISPLAY '|     68 - IMPACTO DO REFORCO                    |'
           DISPLAY '|     69 - PLANEJAMENTO DE VAGAS                 |'
           DISPLAY '|     70 - PASSEIOS E EVENTOS                    |'
           DISPLAY '|     71 - MAPAO DE NOTAS DA TURMA               |'
           DISPLAY '|      B - ROTINAS BATCH (BACKUP/CARGAS/...)     |'
           DISPLAY '|      U - TROCAR DE UNIDADE                     |'
           DISPLAY '|            OU TECLE (X) PARA SAIR              |'
           DISPLAY '**************************************************'
           ACCEPT WS-OPCAO
                                               USING WS-COM-AREA
                       END-IF

                   WHEN '49'
                       IF WS-NIVEL < 2
                           DISPLAY '*** ACESSO RESTRITO A '
                                   'COORDENACAO ***'
                       ELSE
                           MOVE '**** APROVACAO DA ENTURMACAO ****'
                                          TO WS-MENSAGEM
                           CALL WS-BIN-APROVENT-PATH
                                               USING WS-COM-AREA
                       END-IF

                   WHEN '50'
                       MOVE '**** MERENDA ESCOLAR ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-MERENDA-PATH
                                               USING WS-COM-AREA

                   WHEN '51'
                       MOVE '**** TRANSPORTE ESCOLAR ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-CADROTA-PATH
                                               USING WS-COM-AREA

                   WHEN '52'
                       MOVE '**** BIBLIOTECA ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-BIBLIOTECA-PATH
                                               USING WS-COM-AREA

                   WHEN '53'
                       MOVE '**** DIARIO DE CLASSE ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-DIARIO-PATH
                                               USING WS-COM-AREA

                   WHEN '54'
                       IF WS-NIVEL < 2
                           DISPLAY '*** ACESSO RESTRITO A '
                                   'COORDENACAO ***'
                       ELSE
                           MOVE '**** FALTAS DE PROFESSORES ****'
                                          TO WS-MENSAGEM
                           CALL WS-BIN-CADSUBST-PATH
                                               USING WS-COM-AREA
                       END-IF

                   WHEN '55'
                       IF WS-NIVEL < 2
                           DISPLAY '*** ACESSO RESTRITO A '
                                   'COORDENACAO ***'
                       ELSE
                           MOVE '**** MATRIZ CURRICULAR ****'
                                          TO WS-MENSAGEM
                           CALL WS-BIN-CADMATRIZ-PATH
                                               USING WS-COM-AREA
                       END-IF

                   WHEN '56'
                       MOVE '**** EMISSAO DE DECLARACOES ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-EMITEDOC-PATH
                                               USING WS-COM-AREA

                   WHEN '57'
                       MOVE '**** LIVRO DE CONCLUINTES ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-LIVROREG-PATH
                                               USING WS-COM-AREA

                   WHEN '58'
                       MOVE '**** AEE E PLANO INDIVIDUAL ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-CADAEE-PATH
                                               USING WS-COM-AREA

                   WHEN '59'
                       MOVE '**** PROTECAO DE DADOS - LGPD ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-LGPDTIT-PATH
                                               USING WS-COM-AREA

                   WHEN '60'
                       IF WS-NIVEL < 2
                           DISPLAY '*** ACESSO RESTRITO A '
                                   'COORDENACAO ***'
                       ELSE
                           MOVE '**** UNIDADES ESCOLARES DA REDE ****'
                                          TO WS-MENSAGEM
                           CALL WS-BIN-CADUNID-PATH
                                               USING WS-COM-AREA
                       END-IF

                   WHEN '61'
                       IF WS-NIVEL < 2
                           DISPLAY '*** ACESSO RESTRITO A '
                                   'COORDENACAO ***'
                       ELSE
                           MOVE '**** CADEIA DE LOTES NOTURNOS ****'
                                          TO WS-MENSAGEM
                           CALL WS-BIN-CADCADEIA-PATH
                                               USING WS-COM-AREA
                       END-IF

                   WHEN '62'
                       MOVE '**** SELECAO DE ALUNOS ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-SELECAO-PATH
                                               USING WS-COM-AREA

                   WHEN '63'
                       MOVE '**** CALENDARIO DE AVALIACOES ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-CADAGENDA-PATH
                                               USING WS-COM-AREA

                   WHEN '64'
                       MOVE '**** SALAS E AMBIENTES ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-CADSALA-PATH
                                               USING WS-COM-AREA

                   WHEN '65'
                       MOVE '**** CARTA BIMESTRAL DA FAMILIA ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-CARTAFAM-PATH
                                               USING WS-COM-AREA

                   WHEN '66'
                       MOVE '**** PROJECAO QUANTO FALTA ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-PROJECAO-PATH
                                               USING WS-COM-AREA

                   WHEN '67'
                       MOVE '**** REFORCO ESCOLAR ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-REFORCO-PATH
                                               USING WS-COM-AREA

                   WHEN '68'
                       MOVE '**** IMPACTO DO REFORCO ESCOLAR ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-RELREFORCO-PATH
                                               USING WS-COM-AREA

                   WHEN '69'
                       MOVE '**** PLANEJAMENTO DE VAGAS ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-PLANVAGAS-PATH
                                               USING WS-COM-AREA

                   WHEN '70'
                       MOVE '**** PASSEIOS E EVENTOS ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-CADEVENTO-PATH
                                               USING WS-COM-AREA

                   WHEN '71'
                       MOVE '**** MAPAO DE NOTAS ****'
                                          TO WS-MENSAGEM
            CALL WS-BIN-MAPAO-PATH
                                               USING WS-COM-AREA

                   WHEN 'B'
                       PERFORM P500-SUBMENU-BATCH THRU P500-FIM
                   WHEN 'b'
                       PERFORM P500-SUBMENU-BATCH THRU P500-FIM
                   WHEN 'U'
                       PERFORM P220-ESCOLHE-UNIDADE THRU P220-FIM
                   WHEN 'u'
                       PERFORM P220-ESCOLHE-UNIDADE THRU P220-FIM

                   WHEN 'X'
                      DISPLAY 'OBRIGADO VOLTE SEMPRE'
           DISPLAY '  14 - CONTROLE DE CHAMADAS (CONTCHAMADA)'
           DISPLAY '  15 - FREQUENCIA DOS BENEFICIARIOS (RELBOLSA)'
           DISPLAY '  16 - EXPORTACAO DO CENSO ESCOLAR (EXPCENSO)'
           DISPLAY '  17 - PROPOSTA DE ENTURMACAO (ENTURMA)'
           DISPLAY '  18 - DISTORCAO IDADE-SERIE (DISTORCAO)'
           DISPLAY '  19 - INDICADORES DE RENDIMENTO (RELTAXAS)'
           DISPLAY '  20 - RETORNO DO CENSO ESCOLAR (IMPCENSO)'
           DISPLAY '  21 - RECUPERACAO APOS RESTAURACAO (RECUPALU)'
           DISPLAY '  22 - ANONIMIZACAO DO ARQ. MORTO (ANONIMIZA)'
           DISPLAY '  23 - CADEIA NOTURNA (LOTENOITE)'
           DISPLAY '  24 - SEG. CHAMADA AUTO (SEGAUTO)'
           DISPLAY '  25 - INDICE SEMANAL DE RISCO (INDRISCO)'
           DISPLAY '  26 - CONVERSAO DE LAYOUT (CONVLAYOUT)'
           DISPLAY '  27 - RESUMO POR TURMA (GERARESUMO)'
           DISPLAY '  OU TECLE <X> PARA VOLTAR'
           ACCEPT WS-OPCAO-BATCH

                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\EXPCENSO' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN '17'
                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\ENTURMA' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN '18'
                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\DISTORCAO' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN '19'
                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\RELTAXAS' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN '20'
                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\IMPCENSO' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN '21'
                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\RECUPALU' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN '22'
                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\ANONIMIZA' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN '23'
                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\LOTENOITE' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN '24'
                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\SEGAUTO' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN '25'
                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\INDRISCO' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN '26'
                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\CONVLAYOUT' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN '27'
                   STRING WS-BIN-DIR DELIMITED BY SPACE
                          '\GERARESUMO' DELIMITED BY SIZE
                          INTO WS-BIN-BATCH-PATH
               WHEN 'X'
                   CONTINUE
               WHEN 'x'
