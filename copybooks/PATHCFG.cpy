      *         cadastros duplicados (MESCLAALU)
      * UPDATE: 02/09/2026 WS-ENCJORNAL-PATH para o jornal de fases do
      *         fechamento de ano (ENCERRAANO)
      * UPDATE: 15/10/2026 WS-DEPENDENCIAS-PATH para as disciplinas em
      *         dependencia da progressao parcial (ENCERRAANO/
      *         LANCANOTA/IMPNOTAS/RELBOLETIM/HISTESCOLAR)
      * UPDATE: 15/10/2026 WS-ENTURMA-PATH/WS-BIN-APROVENT-PATH para a
      *         proposta de enturmacao automatica (ENTURMA) e a sua
      *         aprovacao pela coordenacao (APROVENT)
      * UPDATE: 15/10/2026 WS-BIN-MERENDA-PATH para a merenda escolar
      *         (MERENDA)
      * UPDATE: 15/10/2026 WS-ROTAS-PATH/WS-TRANSP-PATH/
      *         WS-BIN-CADROTA-PATH para o transporte escolar (rotas e
      *         vinculo aluno -> rota/parada, CADROTA)
      * UPDATE: 15/10/2026 WS-ACERVO-PATH/WS-EMPRESTIMOS-PATH/
      *         WS-BIN-BIBLIOTECA-PATH para a biblioteca escolar
      *         (acervo, emprestimos, atrasados e nada consta)
      * UPDATE: 15/10/2026 WS-CONTEUDOS-PATH/WS-BIN-DIARIO-PATH para o
      *         diario de classe digital (conteudo por aula)
      * UPDATE: 15/10/2026 WS-FALTAPROF-PATH/WS-BIN-CADSUBST-PATH
      *         para as faltas de professores e substituicoes
      * UPDATE: 15/10/2026 WS-MATRIZ-PATH/WS-BIN-CADMATRIZ-PATH
      *         para a matriz curricular e carga horaria
      * UPDATE: 15/10/2026 WS-CODINEP-PATH para o codigo INEP oficial
      *         do aluno gravado pelo retorno do censo (IMPCENSO)
      * UPDATE: 15/10/2026 WS-DOCEMITIDOS-PATH/WS-BIN-REGDOC-PATH/
      *         WS-BIN-EMITEDOC-PATH para o registro de documentos
      *         emitidos (REGDOC/EMITEDOC)
      * UPDATE: 15/10/2026 WS-CONCLUINTES-PATH para o livro de registro
      *         de concluintes (ENCERRAANO/LIVROREG)
      * UPDATE: 15/10/2026 WS-BIN-IMPCERT-PATH/WS-BIN-LIVROREG-PATH
      *         para o certificado de conclusao e o livro de registro
      * UPDATE: 15/10/2026 WS-LOGANTREST-PATH para a copia do log
      *         do dia guardada pelo RESTALUNO e lida pelo
      *         RECUPALU na recuperacao para frente
      * UPDATE: 15/10/2026 WS-AEE-PATH/WS-BIN-CADAEE-PATH para o
      *         cadastro do atendimento educacional
      *         especializado (AEE/PEI)
      * UPDATE: 15/10/2026 WS-ACESSOS-PATH/WS-BIN-GRAVAACE-PATH para
      *         a trilha de acesso aos dados sensiveis e
      *         WS-BIN-LGPDTIT-PATH/WS-BIN-ANONIMIZA-PATH para
      *         o relatorio de acessos, a exportacao dos dados do
      *         titular e a anonimizacao do arquivo morto (LGPD)
      * UPDATE: 15/10/2026 WS-UNIDADES-PATH/WS-BIN-CADUNID-PATH para o
      *         cadastro de unidades da rede (CADUNID)
      * UPDATE: 15/10/2026 WS-CADEIA-PATH/WS-CADEIAST-PATH/
      *         WS-CADEIALOG-PATH e os binarios LOTENOITE/CADCADEIA da
      *         cadeia de lotes noturnos
      * UPDATE: 15/10/2026 WS-SELECOES-PATH/WS-SELECAO-PATH/
      *         WS-BIN-SELECAO-PATH para a selecao de alunos com
      *         criterios salvos (SELECAO)
      * UPDATE: 15/10/2026 WS-AVALAGENDA-PATH/WS-AGENDAAVAL-PATH/
      *         WS-BIN-CADAGENDA-PATH/WS-BIN-SEGAUTO-PATH para o
      *         calendario de avaliacoes e a segunda chamada automatica
      * UPDATE: 15/10/2026 WS-SALAS-PATH/WS-OCUPSALA-PATH/
      *         WS-BIN-CADSALA-PATH para o catalogo de salas (CADSALA)
      *         e a ocupacao das salas no CADHORARIO
      * UPDATE: 15/10/2026 WS-ENTREGAFAM-PATH/WS-BIN-CARTAFAM-PATH
      *         para a carta bimestral da familia (CARTAFAM) e o
      *         protocolo de retirada por responsavel
      * UPDATE: 15/10/2026 WS-PROJECAO-PATH/WS-BIN-PROJECAO-PATH/
      *         WS-BIN-CALCPROJ-PATH para a projecao "quanto
      *         falta" (PROJECAO) e o calculo compartilhado com o
      *         rodape do RELBOLETIM (CALCPROJ)
      * UPDATE: 15/10/2026 WS-RISCOHIST-PATH para o historico semanal
      *         do indice de risco (INDRISCO)
      * UPDATE: 15/10/2026 WS-REFGRUPO-PATH/WS-REFINSC-PATH/
      *         WS-REFFREQ-PATH para os grupos, inscricoes e chamada
      *         do reforco escolar; WS-REFORCO-PATH para o relatorio
      *         de impacto do RELREFORCO; WS-BIN-REFORCO-PATH e
      *         WS-BIN-RELREFORCO-PATH
      * UPDATE: 15/10/2026 WS-PLANVAGAS-PATH/WS-BIN-PLANVAGAS-PATH
      *         para o planejamento de vagas do ano
      *         seguinte (PLANVAGAS)
      * UPDATE: 15/10/2026 WS-EVENTOS-PATH/WS-EVTPART-PATH/
      *         WS-RELEVENTO-PATH/WS-BIN-CADEVENTO-PATH para os
      *         passeios e eventos (CADEVENTO)
      * UPDATE: 15/10/2026 WS-CONVREJ-PATH/WS-BIN-CONVREG-PATH para
      *         os registros rejeitados na conversao de layout e o
      *         subprograma de conversao (CONVREG) usado pelo
      *         CONVLAYOUT e pelo RESTALUNO
      * UPDATE: 15/10/2026 WS-RESUMOTURMA-PATH para o resumo por turma,
      *         disciplina e bimestre (GERARESUMO), WS-RESUMOCHK-PATH
      *         para a reapuracao do VERIFICA e WS-BIN-ATUALRESUMO-PATH
      *         para o subprograma que o mantem em dia nos lancamentos
      * UPDATE: 15/10/2026 WS-BIN-MAPAO-PATH para o mapao de notas do
      *         conselho de classe
      ******************************************************************
       01  WS-BASE-DIR                  PIC X(60)
               VALUE 'C:\Users\777\Desktop\BOLETIMV2'.
       01  WS-BIN-CADDOC-PATH           PIC X(80).
       01  WS-BIN-MESCLAALU-PATH        PIC X(80).
       01  WS-ENCJORNAL-PATH            PIC X(80).
       01  WS-DEPENDENCIAS-PATH         PIC X(80).
       01  WS-ENTURMA-PATH              PIC X(80).
       01  WS-BIN-APROVENT-PATH         PIC X(80).
       01  WS-BIN-MERENDA-PATH          PIC X(80).
       01  WS-ROTAS-PATH                PIC X(80).
       01  WS-TRANSP-PATH               PIC X(80).
       01  WS-BIN-CADROTA-PATH          PIC X(80).
       01  WS-ACERVO-PATH               PIC X(80).
       01  WS-EMPRESTIMOS-PATH          PIC X(80).
       01  WS-BIN-BIBLIOTECA-PATH       PIC X(80).
       01  WS-CONTEUDOS-PATH            PIC X(80).
       01  WS-BIN-DIARIO-PATH           PIC X(80).
       01  WS-FALTAPROF-PATH            PIC X(80).
       01  WS-BIN-CADSUBST-PATH         PIC X(80).
       01  WS-MATRIZ-PATH               PIC X(80).
       01  WS-BIN-CADMATRIZ-PATH        PIC X(80).
       01  WS-CODINEP-PATH              PIC X(80).
       01  WS-DOCEMITIDOS-PATH          PIC X(80).
       01  WS-BIN-REGDOC-PATH           PIC X(80).
       01  WS-BIN-EMITEDOC-PATH         PIC X(80).
       01  WS-CONCLUINTES-PATH          PIC X(80).
       01  WS-BIN-IMPCERT-PATH          PIC X(80).
       01  WS-BIN-LIVROREG-PATH         PIC X(80).
       01  WS-LOGANTREST-PATH           PIC X(80).
       01  WS-AEE-PATH                  PIC X(80).
       01  WS-BIN-CADAEE-PATH           PIC X(80).
       01  WS-ACESSOS-PATH              PIC X(80).
       01  WS-BIN-GRAVAACE-PATH         PIC X(80).
       01  WS-BIN-LGPDTIT-PATH          PIC X(80).
       01  WS-BIN-ANONIMIZA-PATH        PIC X(80).
       01  WS-UNIDADES-PATH             PIC X(80).
       01  WS-BIN-CADUNID-PATH          PIC X(80).
       01  WS-CADEIA-PATH               PIC X(80).
       01  WS-CADEIAST-PATH             PIC X(80).
       01  WS-CADEIALOG-PATH            PIC X(80).
       01  WS-BIN-LOTENOITE-PATH        PIC X(80).
       01  WS-BIN-CADCADEIA-PATH        PIC X(80).
       01  WS-SELECOES-PATH             PIC X(80).
       01  WS-SELECAO-PATH              PIC X(80).
       01  WS-BIN-SELECAO-PATH          PIC X(80).
       01  WS-AVALAGENDA-PATH           PIC X(80).
       01  WS-AGENDAAVAL-PATH           PIC X(80).
       01  WS-BIN-CADAGENDA-PATH        PIC X(80).
       01  WS-BIN-SEGAUTO-PATH          PIC X(80).
       01  WS-SALAS-PATH                PIC X(80).
       01  WS-OCUPSALA-PATH             PIC X(80).
       01  WS-BIN-CADSALA-PATH          PIC X(80).
       01  WS-ENTREGAFAM-PATH           PIC X(80).
       01  WS-BIN-CARTAFAM-PATH         PIC X(80).
       01  WS-PROJECAO-PATH             PIC X(80).
       01  WS-BIN-PROJECAO-PATH         PIC X(80).
       01  WS-BIN-CALCPROJ-PATH         PIC X(80).
       01  WS-RISCOHIST-PATH            PIC X(80).
       01  WS-REFGRUPO-PATH             PIC X(80).
       01  WS-REFINSC-PATH              PIC X(80).
       01  WS-REFFREQ-PATH              PIC X(80).
       01  WS-REFORCO-PATH              PIC X(80).
       01  WS-BIN-REFORCO-PATH          PIC X(80).
       01  WS-BIN-RELREFORCO-PATH       PIC X(80).
       01  WS-PLANVAGAS-PATH            PIC X(80).
       01  WS-BIN-PLANVAGAS-PATH        PIC X(80).
       01  WS-EVENTOS-PATH              PIC X(80).
       01  WS-EVTPART-PATH              PIC X(80).
       01  WS-RELEVENTO-PATH            PIC X(80).
       01  WS-BIN-CADEVENTO-PATH        PIC X(80).
       01  WS-CONVREJ-PATH              PIC X(80).
       01  WS-BIN-CONVREG-PATH          PIC X(80).
       01  WS-RESUMOTURMA-PATH          PIC X(80).
       01  WS-RESUMOCHK-PATH            PIC X(80).
       01  WS-BIN-ATUALRESUMO-PATH      PIC X(80).
       01  WS-BIN-MAPAO-PATH            PIC X(80).
