      *         acrescentados - quantidade de ocorrencias dentro da
      *         janela (em dias) que dispara a convocacao automatica
      *         do responsavel no CADOCORR
      * UPDATE: 15/10/2026 CFG-PRAZO-EMPRESTIMO acrescentado - prazo,
      *         em dias, do emprestimo de livro da biblioteca; vencido
      *         o prazo o emprestimo entra na lista de atrasados
      * UPDATE: 15/10/2026 CFG-MINUTOS-AULA acrescentado - duracao de
      *         cada periodo da grade em minutos; converte as aulas
      *         previstas no ano em horas para a conferencia da carga
      *         horaria contra o minimo legal e a matriz curricular
      * UPDATE: 15/10/2026 CFG-RETENCAO-ANOS acrescentado - anos,
      *         contados da inativacao do aluno, que os dados pessoais
      *         ficam no arquivo morto antes de o ANONIMIZA apagar a
      *         identificacao, a ficha de saude e o texto das
      *         ocorrencias (LGPD)
      * UPDATE: 15/10/2026 CFG-UNIDADE/CFG-SUFIXO-UNIDADE/
      *         CFG-ID-INICIAL/CFG-ID-FINAL acrescentados - unidade
      *         escolar da rede em que o operador entrou (variavel de
      *         ambiente BOLETIMV2_UNIDADE, exportada pelo MENU no
      *         login), o sufixo dos arquivos proprios da unidade
      *         (_NN em PARAMETROS, CALENDARIO e CONTROLE; em branco
      *         na sede) e a faixa de IDs de aluno reservada a ela em
      *         UNIDADES.DAT. Carregados pelo CFGPARAM; nao sao
      *         editados pelo PARAMCAD (a faixa e do CADUNID)
      * UPDATE: 15/10/2026 CFG-PROVAS-DIA acrescentado - maximo de
      *         provas agendadas para a mesma turma no mesmo dia no
      *         calendario de avaliacoes (CADAGENDA)
      * UPDATE: 15/10/2026
      *         CFG-RISCO-PESO-MEDIA/QUEDA/FREQ/OCORR/REMANEJ/ SEGCH
      *         acrescentados - pontos de cada fator no indice semanal
      *         de risco do INDRISCO: media abaixo do corte, queda entre
      *         bimestres, presenca baixa, ocorrencias e remanejamento
      *         recentes e segunda chamada pendente. O fator pela metade
      *         vale metade dos pontos
      ******************************************************************
       01  CFG-PARAMETROS.
           05 CFG-CORTE-APROVACAO       PIC 9(02)V99 VALUE 7,00.
           05 CFG-CONCEITO-MINIMO       PIC X(01)    VALUE 'D'.
           05 CFG-OCORR-LIMITE          PIC 9(02)    VALUE 5.
           05 CFG-OCORR-JANELA          PIC 9(03)    VALUE 30.
           05 CFG-PRAZO-EMPRESTIMO      PIC 9(02)    VALUE 14.
           05 CFG-MINUTOS-AULA          PIC 9(02)    VALUE 50.
           05 CFG-RETENCAO-ANOS         PIC 9(02)    VALUE 5.
           05 CFG-UNIDADE               PIC 9(02)    VALUE 1.
           05 CFG-SUFIXO-UNIDADE        PIC X(03)    VALUE SPACES.
           05 CFG-ID-INICIAL            PIC 9(05)    VALUE 1.
           05 CFG-ID-FINAL              PIC 9(05)    VALUE 99999.
           05 CFG-PROVAS-DIA            PIC 9(02)    VALUE 2.
           05 CFG-RISCO-PESO-MEDIA      PIC 9(02)    VALUE 20.
           05 CFG-RISCO-PESO-QUEDA      PIC 9(02)    VALUE 20.
           05 CFG-RISCO-PESO-FREQ       PIC 9(02)    VALUE 25.
           05 CFG-RISCO-PESO-OCORR      PIC 9(02)    VALUE 15.
           05 CFG-RISCO-PESO-REMANEJ    PIC 9(02)    VALUE 10.
           05 CFG-RISCO-PESO-SEGCH      PIC 9(02)    VALUE 10.
