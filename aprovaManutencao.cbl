      *Divisão de identificação do programa
       identification division.
      *---program-id é uma informação obrigatória---
       program-id. "aprovaManutencao".
       author. "Camila da Rosa Hostin".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *Divisão para configuração de ambiente
       environment division.
       configuration Section.
           special-names. decimal-point is comma.

      *Declaração de recursos externos
       input-output section.
       file-control.
      *    alterações do catálogo pedidas na manutenção do
      *    "desafioPizza" e à espera de aprovação - regravado no fim
      *    só com o que continua pendente
           select pizza-pendentes assign to "PIZZAPND"
               organization is line sequential
               file status is st-pendentes.
      *    operadores autorizados a manter o catálogo, com as ações
      *    que cada um pode pedir ou aprovar
           select pizza-operadores assign to "PIZZAOPR"
               organization is line sequential
               file status is st-operadores.
      *    cartão de parâmetros (arquivo opcional): dias até um
      *    pedido expirar e a marca de execução só de listagem
           select pizza-parametros assign to "PIZZAPAP"
               organization is line sequential
               file status is st-parametros.
      *    catálogo mestre de pizzas - recebe as alterações aprovadas
           select pizza-mestre assign to "PIZZAMST"
               organization is indexed
               access mode is dynamic
               record key is mst-chave
               file status is st-mestre.
      *    jornal de alterações de preço do catálogo mestre
           select pizza-jornal assign to "PIZZAJRN"
               organization is line sequential
               file status is st-jornal.
      *    trilha de auditoria da manutenção do catálogo
           select pizza-auditoria assign to "PIZZAAUD"
               organization is line sequential
               file status is st-auditoria.
      *    trava de execução do catálogo, a mesma do "desafioPizza"
           select pizza-trava assign to "PIZZALCK"
               organization is line sequential
               file status is st-trava.
      *    relatório dos pedidos pendentes e das decisões
           select pizza-lista assign to "PIZZAWAP"
               organization is line sequential
               file status is st-lista.
      *    registro de execução compartilhado pelos jobs do lote -
      *    uma linha por execução, anexada no fim
           select pizza-execucoes assign to "PIZZARUN"
               organization is line sequential
               file status is st-execucoes.
       i-o-control.

      *Declaração de variáveis
       data division.
      *---variáveis de arquivos---
       file section.
       fd  pizza-pendentes
           label records are standard.
      *    espelho fiel do reg-pendente do "desafioPizza"
       01  reg-pendente.
           05 pnd-data                             pic 9(8).
           05 pnd-hora                             pic 9(6).
           05 pnd-solicitante                      pic x(8).
           05 pnd-acao                             pic x(1).
           05 pnd-fornecedor                       pic x(3).
           05 pnd-cod-forma                        pic x(1).
           05 pnd-tamanho                          pic 9(3).
           05 pnd-largura                          pic 9(3).
           05 pnd-nome                             pic x(15).
           05 pnd-preco                            pic 9(3)v99.
           05 pnd-moeda                            pic x(3).
           05 pnd-taxa-incl                        pic x(1).
           05 pnd-preco-catalogo                   pic 9(3)v99.

       fd  pizza-operadores
           label records are standard.
      *    espelho fiel do reg-operador do "desafioPizza"
       01  reg-operador.
           05 aut-codigo                           pic x(8).
           05 aut-nome                             pic x(30).
           05 aut-altera                           pic x(1).
           05 aut-exclui                           pic x(1).
           05 aut-inativa                          pic x(1).

       fd  pizza-parametros
           label records are standard.
      *    dias até expirar (000 mantém o padrão) e 'L' para só
      *    listar e expirar, sem pedir decisão a ninguém (job)
       01  reg-parametros.
           05 prm-dias-expiracao                   pic 9(3).
           05 prm-modo                             pic x(1).

       fd  pizza-mestre
           label records are standard.
      *    espelho fiel do reg-mestre do "desafioPizza"
       01  reg-mestre.
           05 mst-chave.
               10 mst-fornecedor                    pic x(3).
               10 mst-cod-forma                     pic x(1).
               10 mst-tamanho                       pic 9(3).
               10 mst-largura                       pic 9(3).
           05 mst-nome                              pic x(15).
           05 mst-diametro                          pic 9(3).
           05 mst-preco                             pic 9(3)v99.
           05 mst-moeda                             pic x(3).
           05 mst-taxa-incl                         pic x(1).
           05 mst-comprimento                       pic 9(3).
           05 mst-ativo                             pic x(1).

       fd  pizza-jornal
           label records are standard.
       01  linha-jornal                            pic x(80).

       fd  pizza-auditoria
           label records are standard.
       01  linha-auditoria                         pic x(100).

       fd  pizza-trava
           label records are standard.
       01  reg-trava.
           05 lck-operador                         pic x(8).
           05 lck-data                             pic 9(8).
           05 lck-hora                             pic 9(6).

       fd  pizza-lista
           label records are standard.
       01  linha-lista                             pic x(132).

       fd  pizza-execucoes
           label records are standard.
      *    registro padrão de execução (100 bytes), o mesmo em todos
      *    os programas que anexam ao PIZZARUN
       01  reg-execucao.
           05 exe-programa                         pic x(20).
           05 exe-data                             pic 9(8).
           05 exe-hora                             pic 9(6).
      *       L = lote, I = interativo, S = simulação
           05 exe-modo                             pic x(1).
           05 exe-retorno                          pic 9(4).
           05 exe-significado                      pic x(30).
           05 exe-lidos                            pic 9(7).
           05 exe-gravados                         pic 9(7).
           05 exe-rejeitados                       pic 9(7).
           05 filler                               pic x(10).

      *---variáveis de trabalho---
       working-storage section.

       77 st-pendentes                             pic x(2).
       77 st-operadores                            pic x(2).
       77 st-parametros                            pic x(2).
       77 st-mestre                                pic x(2).
       77 st-jornal                                pic x(2).
       77 st-auditoria                             pic x(2).
       77 st-trava                                 pic x(2).
       77 st-lista                                 pic x(2).
       77 data-execucao                            pic 9(8).
       77 hora-completa                            pic 9(8).

      *   pedido mais velho que isso (dias corridos aproximados)
      *   expira: sai relatado e deixa de esperar decisão
       77 dias-expiracao                           pic 9(3) value 7.

      *   'S' no job: lista e expira, sem decisão de operador
       77 modo-lista                               pic x(1) value 'N'.
           88 modo-lista-sim                       value 'S'.
           88 modo-lista-nao                       value 'N'.

      *   'N' quando o arquivo de pendentes não pôde ser aberto ou
      *   lido por inteiro - nesse caso ele não é regravado, para
      *   nenhum pedido se perder
       77 pendentes-ok                             pic x(1) value 'S'.
           88 pendentes-integros                   value 'S'.
           88 pendentes-incompletos                value 'N'.

       77 trava-tomada                             pic x(1) value 'N'.
           88 trava-tomada-sim                     value 'S'.
           88 trava-tomada-nao                     value 'N'.

       77 catalogo-aberto                          pic x(1) value 'N'.
           88 catalogo-aberto-sim                  value 'S'.
           88 catalogo-aberto-nao                  value 'N'.

      *   operadores autorizados - o aprovador precisa constar e ter
      *   a ação do pedido liberada, e não pode ser quem pediu
       78 atz-max-qtd                              value 50.
       77 atz-qtd                                  pic 9(3) value 0.
       77 ind-atz                                  pic 9(4).
       77 atz-achado                               pic 9(3).
       77 aprovador                                pic x(8)
                                                    value spaces.
       77 permissao                                pic x(1).
       01 tab-autorizacoes.
           05 autorizacao occurs atz-max-qtd.
               10 atz-codigo                       pic x(8).
               10 atz-altera                       pic x(1).
               10 atz-exclui                       pic x(1).
               10 atz-inativa                      pic x(1).

      *   pedidos lidos do arquivo, com a situação apurada nesta
      *   execução: 'P' continua pendente, 'X' expirado, 'A'
      *   aprovado e aplicado, 'R' rejeitado, 'F' aprovado mas sem
      *   como aplicar (chave fora do catálogo ou falha de gravação)
       78 pnt-max-qtd                              value 500.
       77 pnt-qtd                                  pic 9(3) value 0.
       77 ind-pnt                                  pic 9(4).
       01 tab-pendentes.
           05 pendente occurs pnt-max-qtd.
               10 pnt-data                         pic 9(8).
               10 pnt-hora                         pic 9(6).
               10 pnt-solicitante                  pic x(8).
               10 pnt-acao                         pic x(1).
                   88 pnt-alteracao                value 'A'.
                   88 pnt-exclusao                 value 'E'.
                   88 pnt-inativacao               value 'I'.
                   88 pnt-reativacao               value 'R'.
               10 pnt-fornecedor                   pic x(3).
               10 pnt-cod-forma                    pic x(1).
               10 pnt-tamanho                      pic 9(3).
               10 pnt-largura                      pic 9(3).
               10 pnt-nome                         pic x(15).
               10 pnt-preco                        pic 9(3)v99.
               10 pnt-moeda                        pic x(3).
               10 pnt-taxa-incl                    pic x(1).
      *           preço do catálogo quando o pedido foi feito - zero
      *           nos pedidos gravados antes de o campo existir
               10 pnt-preco-catalogo               pic 9(3)v99.
               10 pnt-situacao                     pic x(1).
                   88 pnt-pendente                 value 'P'.
                   88 pnt-expirado                 value 'X'.
                   88 pnt-aprovado                 value 'A'.
                   88 pnt-rejeitado                value 'R'.
                   88 pnt-falhou                   value 'F'.

      *   contadores do resumo
       77 qtd-lidos                                pic 9(5) value 0.
       77 qtd-expirados                            pic 9(5) value 0.
       77 qtd-aprovados                            pic 9(5) value 0.
       77 qtd-rejeitados                           pic 9(5) value 0.
       77 qtd-falhas                               pic 9(5) value 0.
       77 qtd-mantidos                             pic 9(5) value 0.

      *   apoio da decisão e da aplicação no catálogo
       77 decisao                                  pic x(1).
       77 acao-auditoria                           pic x(10).
       77 operador-auditoria                       pic x(8).
       77 situacao-desc                            pic x(10).
       77 preco-anterior                           pic 9(3)v99.
      *   'S' quando o preço do catálogo mudou entre o pedido de
      *   alteração e a aprovação
       77 catalogo-alterado                        pic x(1) value 'N'.
           88 catalogo-alterado-sim                value 'S'.
           88 catalogo-alterado-nao                value 'N'.
       77 pct-variacao                             pic s9(3)v99.

      *   idade do pedido em dias corridos aproximados (meses de
      *   30 dias, como a idade da taxa de câmbio no "desafioPizza")
       77 idade-pendente                           pic s9(7).
       01 data-exe-dec.
           05 dex-ano                              pic 9(4).
           05 dex-mes                              pic 9(2).
           05 dex-dia                              pic 9(2).
       01 data-pnd-dec.
           05 dpn-ano                              pic 9(4).
           05 dpn-mes                              pic 9(2).
           05 dpn-dia                              pic 9(2).

      *   campos editados
       77 num-edt                                  pic zz9.
       77 qtd-edt                                  pic zzzz9.
       77 diametro-edt                             pic zz9.
       77 comprimento-edt                          pic zz9.
       77 largura-edt                              pic zz9.
       77 preco-edt                                pic zz9,99.
       77 preco-ant-edt                            pic zz9,99.
       77 pct-edt                                  pic -zz9,99.
       77 idade-edt                                pic zzz9.
       77 dias-edt                                 pic zz9.

      *   registro de execução (PIZZARUN): status do arquivo e hora
      *   da execução carimbada no registro
       77 st-execucoes                             pic x(2).
       77 hora-registro                            pic 9(8).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
       screen section.
      *---------------- apresentação do problema -----------------------*
      *    A manutenção do catálogo no "desafioPizza" mudava o
      *PIZZAMST na hora, com um único operador - a auditoria
      *apontou a falta de segregação. Agora cada alteração,
      *exclusão, inativação ou reativação vira um pedido pendente
      *(PIZZAPND), e este programa é o segundo par de olhos: lista
      *os pedidos, expira os mais velhos que o limite, e deixa um
      *segundo operador autorizado (nunca quem pediu) aprovar ou
      *rejeitar cada um. Só o aprovado chega ao catálogo, com o
      *jornal de preços e a trilha de auditoria registrando quem
      *aprovou e quem pediu. No job (cartão com 'L') o programa só
      *lista e expira.
      *-----------------------------------------------------------------*

      *Declaração do corpo do programa
       Procedure Division.

      *    estrutura programa
           perform inicializa.
           perform expira-pendentes.
           perform lista-pendentes.
           perform decide-pendentes.
           perform regrava-pendentes.
           perform emite-resumo.
           perform finaliza.

       inicializa section.

      *    data da execução, usada na idade dos pedidos, no jornal e
      *    na trilha de auditoria
           accept data-execucao from date yyyymmdd

           perform carga-parametros

      *    o arquivo de pendentes é regravado no fim e o catálogo
      *    pode ser alterado - a trava do catálogo vem antes de
      *    qualquer leitura
           perform obtem-trava

           perform carga-autorizacoes
           perform carga-pendentes

           open output pizza-lista
           move spaces to linha-lista
           string 'APROVACAO DA MANUTENCAO DO CATALOGO - EXECUCAO DE '
                  delimited by size
                  data-execucao delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-parametros section.
      *lendo o cartão de parâmetros, quando existir - valores
      *zerados ou inválidos mantêm os padrões

           open input pizza-parametros
           if st-parametros = '00'
               read pizza-parametros
                   at end
                       continue
                   not at end
                       if prm-dias-expiracao is numeric
                         and prm-dias-expiracao > 0
                           move prm-dias-expiracao to dias-expiracao
                       end-if
                       if prm-modo = 'L'
                           set modo-lista-sim to true
                       end-if
               end-read
               close pizza-parametros
           end-if
           .
       carga-parametros-exit.
           exit.
      *-----------------------------------------------------------------*
       obtem-trava section.
      *tomando a trava do catálogo como o "desafioPizza" faz -
      *catálogo com outra execução encerra o programa com código de
      *retorno 2, sem tocar em nada (a trava órfã se remove na
      *sessão interativa do "desafioPizza")

           open input pizza-trava
           if st-trava = '00'
               read pizza-trava
                   at end
                       move '10' to st-trava
               end-read
               close pizza-trava
           end-if

           if st-trava = '00'
               display 'Catalogo em Uso por ' lck-operador ' desde '
                       lck-data ' ' lck-hora(1:2) ':' lck-hora(3:2)
               display 'Execucao Encerrada - Tentar Novamente Quando '
                       'o Catalogo For Liberado.'
               move 2 to return-code
               perform grava-execucao
               stop run
           end-if

           accept hora-completa from time
           move 'APROVMAN' to lck-operador
           move data-execucao to lck-data
           move hora-completa(1:6) to lck-hora
           open output pizza-trava
           write reg-trava
           close pizza-trava
           set trava-tomada-sim to true
           .
       obtem-trava-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-autorizacoes section.
      *carregando o cadastro de operadores autorizados - sem ele
      *ninguém aprova nada nesta execução

           open input pizza-operadores
           if st-operadores <> '00'
               display 'Cadastro de Operadores Inacessivel (Status '
                       st-operadores ') - Nenhuma Aprovacao Possivel.'
           else
               perform until st-operadores <> '00'
                   read pizza-operadores
                       at end
                           move '10' to st-operadores
                       not at end
                           if atz-qtd < atz-max-qtd
                               add 1 to atz-qtd
                               move aut-codigo to atz-codigo(atz-qtd)
                               move aut-altera to atz-altera(atz-qtd)
                               move aut-exclui to atz-exclui(atz-qtd)
                               move aut-inativa
                                    to atz-inativa(atz-qtd)
                           else
                               display 'Operador Alem do Limite da '
                                       'Tabela - Ignorado: '
                                       aut-codigo
                           end-if
                   end-read
               end-perform
               close pizza-operadores
           end-if
           .
       carga-autorizacoes-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-pendentes section.
      *carregando os pedidos pendentes na tabela - pedido além do
      *limite da tabela marca o arquivo como incompleto, e então
      *nada é expirado, decidido nem regravado nesta execução. só
      *o arquivo inexistente é fila vazia - qualquer outra falha na
      *abertura deixa o arquivo intacto e o passo com 8

           open input pizza-pendentes
           evaluate true
               when st-pendentes = '35'
                   display 'Nenhum Pedido Pendente.'
               when st-pendentes <> '00'
                   display 'Arquivo de Pendentes Inacessivel (Status '
                           st-pendentes ') - Nada Sera Decidido.'
                   set pendentes-incompletos to true
                   move 8 to return-code
               when other
                   perform le-pendentes
                   close pizza-pendentes
                   if pendentes-incompletos
                       display 'Pedidos Alem do Limite da Tabela - '
                               'Nada Sera Decidido Nesta Execucao.'
                       move 8 to return-code
                   end-if
           end-evaluate
           .
       carga-pendentes-exit.
           exit.
      *-----------------------------------------------------------------*
       le-pendentes section.
      *lendo o arquivo de pendentes aberto para a tabela - o preço
      *do catálogo fica zerado nos pedidos gravados antes de o
      *campo existir

           perform until st-pendentes <> '00'
               read pizza-pendentes
                   at end
                       move '10' to st-pendentes
                   not at end
                       add 1 to qtd-lidos
                       if pnt-qtd < pnt-max-qtd
                           add 1 to pnt-qtd
                           move pnd-data to pnt-data(pnt-qtd)
                           move pnd-hora to pnt-hora(pnt-qtd)
                           move pnd-solicitante
                                to pnt-solicitante(pnt-qtd)
                           move pnd-acao to pnt-acao(pnt-qtd)
                           move pnd-fornecedor
                                to pnt-fornecedor(pnt-qtd)
                           move pnd-cod-forma
                                to pnt-cod-forma(pnt-qtd)
                           move pnd-tamanho
                                to pnt-tamanho(pnt-qtd)
                           move pnd-largura
                                to pnt-largura(pnt-qtd)
                           move pnd-nome to pnt-nome(pnt-qtd)
                           move pnd-preco to pnt-preco(pnt-qtd)
                           move pnd-moeda to pnt-moeda(pnt-qtd)
                           move pnd-taxa-incl
                                to pnt-taxa-incl(pnt-qtd)
                           if pnd-preco-catalogo is numeric
                               move pnd-preco-catalogo
                                    to pnt-preco-catalogo(pnt-qtd)
                           else
                               move 0 to pnt-preco-catalogo(pnt-qtd)
                           end-if
                           set pnt-pendente(pnt-qtd) to true
                       else
                           set pendentes-incompletos to true
                       end-if
               end-read
           end-perform
           .
       le-pendentes-exit.
           exit.
      *-----------------------------------------------------------------*
       expira-pendentes section.
      *expirando os pedidos mais velhos que o limite de dias - saem
      *do arquivo de pendentes e ficam registrados na trilha

           if pendentes-integros
               move data-execucao to data-exe-dec
               perform varying ind-pnt from 1 by 1
                       until ind-pnt > pnt-qtd
                   perform calcula-idade-pendente
                   if idade-pendente > dias-expiracao
                       set pnt-expirado(ind-pnt) to true
                       add 1 to qtd-expirados
                       move 'EXPIRACAO' to acao-auditoria
                       move 'SISTEMA' to operador-auditoria
                       perform grava-auditoria
                   end-if
               end-perform
           end-if
           .
       expira-pendentes-exit.
           exit.
      *-----------------------------------------------------------------*
       calcula-idade-pendente section.
      *idade aproximada, em dias corridos, do pedido ind-pnt

           move pnt-data(ind-pnt) to data-pnd-dec
           compute idade-pendente =
               ((dex-ano - dpn-ano) * 365)
               + ((dex-mes - dpn-mes) * 30)
               + (dex-dia - dpn-dia)
           .
       calcula-idade-pendente-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-pendentes section.
      *listando os pedidos lidos, com a idade e os expirados desta
      *execução marcados, na tela e no relatório

           move dias-expiracao to dias-edt
           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'PEDIDOS LIDOS (EXPIRAM APOS ' delimited by size
                  dias-edt delimited by size
                  ' DIAS)' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           perform varying ind-pnt from 1 by 1 until ind-pnt > pnt-qtd
               perform monta-linha-pendente
               display linha-lista
               write linha-lista
           end-perform
           .
       lista-pendentes-exit.
           exit.
      *-----------------------------------------------------------------*
       monta-linha-pendente section.
      *uma linha do pedido ind-pnt: número, data, quem pediu, ação,
      *chave, valores e situação

           perform descreve-acao
           perform descreve-situacao
           perform calcula-idade-pendente
           if idade-pendente < 0
               move 0 to idade-pendente
           end-if
           move idade-pendente to idade-edt
           move ind-pnt to num-edt
           move pnt-tamanho(ind-pnt) to diametro-edt
           move pnt-largura(ind-pnt) to largura-edt
           move pnt-preco(ind-pnt) to preco-edt

           move spaces to linha-lista
           string num-edt delimited by size
                  ' | ' delimited by size
                  pnt-data(ind-pnt) delimited by size
                  ' | ' delimited by size
                  pnt-solicitante(ind-pnt) delimited by size
                  ' | ' delimited by size
                  acao-auditoria delimited by size
                  ' | ' delimited by size
                  pnt-fornecedor(ind-pnt) delimited by size
                  ' ' delimited by size
                  pnt-cod-forma(ind-pnt) delimited by size
                  ' ' delimited by size
                  diametro-edt delimited by size
                  ' ' delimited by size
                  largura-edt delimited by size
                  ' | ' delimited by size
                  pnt-nome(ind-pnt) delimited by size
                  ' | ' delimited by size
                  preco-edt delimited by size
                  ' ' delimited by size
                  pnt-moeda(ind-pnt) delimited by size
                  ' ' delimited by size
                  pnt-taxa-incl(ind-pnt) delimited by size
                  ' | ' delimited by size
                  idade-edt delimited by size
                  ' DIAS | ' delimited by size
                  situacao-desc delimited by size
                  into linha-lista
           end-string
           .
       monta-linha-pendente-exit.
           exit.
      *-----------------------------------------------------------------*
       descreve-acao section.
      *ação do pedido ind-pnt como ela entra na trilha de auditoria
      *quando efetivada

           evaluate true
               when pnt-alteracao(ind-pnt)
                   move 'ALTERACAO' to acao-auditoria
               when pnt-exclusao(ind-pnt)
                   move 'EXCLUSAO' to acao-auditoria
               when pnt-inativacao(ind-pnt)
                   move 'INATIVACAO' to acao-auditoria
               when pnt-reativacao(ind-pnt)
                   move 'REATIVACAO' to acao-auditoria
               when other
                   move 'DESCONHEC.' to acao-auditoria
           end-evaluate
           .
       descreve-acao-exit.
           exit.
      *-----------------------------------------------------------------*
       descreve-situacao section.
      *situação do pedido ind-pnt por extenso

           evaluate true
               when pnt-pendente(ind-pnt)
                   move 'PENDENTE' to situacao-desc
               when pnt-expirado(ind-pnt)
                   move '*EXPIRADO*' to situacao-desc
               when pnt-aprovado(ind-pnt)
                   move 'APROVADO' to situacao-desc
               when pnt-rejeitado(ind-pnt)
                   move 'REJEITADO' to situacao-desc
               when pnt-falhou(ind-pnt)
                   move '*FALHOU*' to situacao-desc
           end-evaluate
           .
       descreve-situacao-exit.
           exit.
      *-----------------------------------------------------------------*
       decide-pendentes section.
      *o aprovador decide pedido a pedido - só na sessão interativa,
      *com a tabela íntegra e algum pedido ainda pendente

           if modo-lista-nao and pendentes-integros
             and pnt-qtd > qtd-expirados
               display 'Informe o Codigo do Aprovador: '
               accept aprovador
               perform procura-autorizacao
               if atz-achado = 0
                   display 'Operador Nao Autorizado a Aprovar - '
                           'Pedidos Mantidos.'
               else
                   perform abre-catalogo
                   if catalogo-aberto-sim
                       perform varying ind-pnt from 1 by 1
                               until ind-pnt > pnt-qtd
                           if pnt-pendente(ind-pnt)
                               perform decide-pendente
                           end-if
                       end-perform
                       close pizza-mestre
                       close pizza-jornal
                   end-if
               end-if
           end-if
           .
       decide-pendentes-exit.
           exit.
      *-----------------------------------------------------------------*
       procura-autorizacao section.
      *procurando o aprovador no cadastro de autorizações -
      *atz-achado fica zerado quando ele não consta

           move 0 to atz-achado
           if aprovador <> spaces
               perform varying ind-atz from 1 by 1
                       until ind-atz > atz-qtd
                   if atz-codigo(ind-atz) = aprovador
                       move ind-atz to atz-achado
                   end-if
               end-perform
           end-if
           .
       procura-autorizacao-exit.
           exit.
      *-----------------------------------------------------------------*
       abre-catalogo section.
      *abrindo o catálogo para atualização e o jornal para anexar -
      *catálogo inacessível encerra as decisões com código de
      *retorno 8 e todos os pedidos continuam pendentes

           open i-o pizza-mestre
           if st-mestre <> '00'
               display 'Catalogo Mestre Inacessivel (Status '
                       st-mestre ') - Pedidos Mantidos.'
               move 8 to return-code
           else
               set catalogo-aberto-sim to true
               open extend pizza-jornal
               if st-jornal <> '00'
      *            jornal ainda não existe
                   open output pizza-jornal
               end-if
           end-if
           .
       abre-catalogo-exit.
           exit.
      *-----------------------------------------------------------------*
       decide-pendente section.
      *mostrando o pedido ind-pnt ao aprovador e aplicando a
      *decisão - quem pediu não aprova o próprio pedido

           if pnt-solicitante(ind-pnt) = aprovador
               move ind-pnt to num-edt
               display 'Pedido ' num-edt ' e do Proprio Aprovador - '
                       'Fica para Outro Operador.'
           else
               perform confere-permissao
               if permissao = 'N'
                   move ind-pnt to num-edt
                   display 'Pedido ' num-edt ' - Aprovador Sem '
                           'Permissao para Esta Acao.'
               else
                   perform monta-linha-pendente
                   display linha-lista
                   display 'A-Aprovar R-Rejeitar P-Pular'
                   accept decisao
                   evaluate decisao
                       when 'A'
                           perform aplica-pendente
                       when 'R'
                           set pnt-rejeitado(ind-pnt) to true
                           add 1 to qtd-rejeitados
                           move 'REJEICAO' to acao-auditoria
                           move aprovador to operador-auditoria
                           perform grava-auditoria
                       when other
                           continue
                   end-evaluate
               end-if
           end-if
           .
       decide-pendente-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-permissao section.
      *o aprovador precisa ter liberada a mesma ação do pedido

           move 'N' to permissao
           evaluate true
               when pnt-alteracao(ind-pnt)
                   move atz-altera(atz-achado) to permissao
               when pnt-exclusao(ind-pnt)
                   move atz-exclui(atz-achado) to permissao
               when pnt-inativacao(ind-pnt)
               when pnt-reativacao(ind-pnt)
                   move atz-inativa(atz-achado) to permissao
           end-evaluate
           if permissao <> 'S'
               move 'N' to permissao
           end-if
           .
       confere-permissao-exit.
           exit.
      *-----------------------------------------------------------------*
       aplica-pendente section.
      *aplicando o pedido aprovado no catálogo pela chave - chave
      *que não existe mais (ou gravação que falha) deixa o pedido
      *como falho, relatado e fora dos pendentes. alteração cujo
      *preço de catálogo mudou depois do pedido (carga em lote ou
      *ativação de preço programado) é rejeitada em vez de
      *sobrepor a mudança

           set catalogo-alterado-nao to true
           move pnt-fornecedor(ind-pnt) to mst-fornecedor
           move pnt-cod-forma(ind-pnt) to mst-cod-forma
           move pnt-tamanho(ind-pnt) to mst-tamanho
           move pnt-largura(ind-pnt) to mst-largura
           read pizza-mestre
               invalid key
                   display 'Chave Nao Encontrada no Catalogo - Pedido '
                           'Nao Aplicado.'
               not invalid key
                   move mst-preco to preco-anterior
                   evaluate true
                       when pnt-alteracao(ind-pnt)
                         and pnt-preco-catalogo(ind-pnt) > 0
                         and pnt-preco-catalogo(ind-pnt) <> mst-preco
                           set catalogo-alterado-sim to true
                       when pnt-alteracao(ind-pnt)
                           move pnt-nome(ind-pnt) to mst-nome
                           move pnt-preco(ind-pnt) to mst-preco
                           move pnt-moeda(ind-pnt) to mst-moeda
                           move pnt-taxa-incl(ind-pnt)
                                to mst-taxa-incl
                           rewrite reg-mestre
                       when pnt-exclusao(ind-pnt)
                           delete pizza-mestre record
                       when pnt-inativacao(ind-pnt)
                           move 'N' to mst-ativo
                           rewrite reg-mestre
                       when pnt-reativacao(ind-pnt)
                           move 'S' to mst-ativo
                           rewrite reg-mestre
                   end-evaluate
           end-read

           evaluate true
               when catalogo-alterado-sim
                   set pnt-rejeitado(ind-pnt) to true
                   add 1 to qtd-rejeitados
                   move 'REJ-CATALG' to acao-auditoria
                   move aprovador to operador-auditoria
                   perform grava-auditoria
                   display 'Catalogo Alterado Depois do Pedido - '
                           'Pedido Rejeitado.'
               when st-mestre = '00'
                   set pnt-aprovado(ind-pnt) to true
                   add 1 to qtd-aprovados
                   if pnt-alteracao(ind-pnt)
                     and mst-preco <> preco-anterior
                       perform grava-jornal
                   end-if
                   perform descreve-acao
                   move aprovador to operador-auditoria
                   perform grava-auditoria
                   display 'Pedido Aplicado ao Catalogo.'
               when other
                   set pnt-falhou(ind-pnt) to true
                   add 1 to qtd-falhas
                   display 'Falha ao Aplicar o Pedido (Status '
                           st-mestre ').'
           end-evaluate
           .
       aplica-pendente-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-jornal section.
      *anexando ao jornal a alteração de preço aprovada, no mesmo
      *leiaute das linhas gravadas pelo "desafioPizza"

           if preco-anterior > 0
               compute pct-variacao rounded =
                   ((mst-preco - preco-anterior) * 100)
                   / preco-anterior
           else
               move 0 to pct-variacao
           end-if
           move preco-anterior to preco-ant-edt
           move mst-preco to preco-edt
           move pct-variacao to pct-edt
           move mst-tamanho to diametro-edt
           move mst-largura to largura-edt

           move spaces to linha-jornal
           string mst-fornecedor delimited by size
                  ';' delimited by size
                  mst-cod-forma delimited by size
                  ';' delimited by size
                  diametro-edt delimited by size
                  ';' delimited by size
                  largura-edt delimited by size
                  ';' delimited by size
                  preco-ant-edt delimited by size
                  ';' delimited by size
                  preco-edt delimited by size
                  ';' delimited by size
                  data-execucao delimited by size
                  ';' delimited by size
                  pct-edt delimited by size
                  into linha-jornal
           end-string
           write linha-jornal
           .
       grava-jornal-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-auditoria section.
      *anexando à trilha de auditoria a decisão sobre o pedido
      *ind-pnt no leiaute de sempre, com quem decidiu no campo do
      *operador e quem pediu num campo a mais no fim da linha

           open extend pizza-auditoria
           if st-auditoria <> '00'
      *        trilha de auditoria ainda não existe
               open output pizza-auditoria
           end-if

           if pnt-cod-forma(ind-pnt) = 'T'
               move 0 to diametro-edt
               move pnt-tamanho(ind-pnt) to comprimento-edt
           else
               move pnt-tamanho(ind-pnt) to diametro-edt
               move 0 to comprimento-edt
           end-if
           move pnt-largura(ind-pnt) to largura-edt
           move pnt-preco(ind-pnt) to preco-edt

           move spaces to linha-auditoria
           string data-execucao delimited by size
                  ';' delimited by size
                  operador-auditoria delimited by space
                  ';' delimited by size
                  acao-auditoria delimited by space
                  ';' delimited by size
                  pnt-fornecedor(ind-pnt) delimited by size
                  ';' delimited by size
                  pnt-cod-forma(ind-pnt) delimited by size
                  ';' delimited by size
                  diametro-edt delimited by size
                  ';' delimited by size
                  comprimento-edt delimited by size
                  ';' delimited by size
                  largura-edt delimited by size
                  ';' delimited by size
                  pnt-nome(ind-pnt) delimited by space
                  ';' delimited by size
                  preco-edt delimited by size
                  ';' delimited by size
                  pnt-solicitante(ind-pnt) delimited by space
                  into linha-auditoria
           end-string
           write linha-auditoria

           close pizza-auditoria
           .
       grava-auditoria-exit.
           exit.
      *-----------------------------------------------------------------*
       regrava-pendentes section.
      *regravando o arquivo de pendentes só com o que continua
      *pendente - com a tabela incompleta o arquivo fica intacto

           if pendentes-integros
               open output pizza-pendentes
               perform varying ind-pnt from 1 by 1
                       until ind-pnt > pnt-qtd
                   if pnt-pendente(ind-pnt)
                       add 1 to qtd-mantidos
                       move pnt-data(ind-pnt) to pnd-data
                       move pnt-hora(ind-pnt) to pnd-hora
                       move pnt-solicitante(ind-pnt)
                            to pnd-solicitante
                       move pnt-acao(ind-pnt) to pnd-acao
                       move pnt-fornecedor(ind-pnt) to pnd-fornecedor
                       move pnt-cod-forma(ind-pnt) to pnd-cod-forma
                       move pnt-tamanho(ind-pnt) to pnd-tamanho
                       move pnt-largura(ind-pnt) to pnd-largura
                       move pnt-nome(ind-pnt) to pnd-nome
                       move pnt-preco(ind-pnt) to pnd-preco
                       move pnt-moeda(ind-pnt) to pnd-moeda
                       move pnt-taxa-incl(ind-pnt) to pnd-taxa-incl
                       move pnt-preco-catalogo(ind-pnt)
                            to pnd-preco-catalogo
                       write reg-pendente
                   end-if
               end-perform
               close pizza-pendentes
           else
               move qtd-lidos to qtd-mantidos
           end-if
           .
       regrava-pendentes-exit.
           exit.
      *-----------------------------------------------------------------*
       emite-resumo section.
      *situação final de cada pedido decidido nesta execução e o
      *balancete: lidos = expirados + aprovados + rejeitados +
      *falhos + mantidos

           if qtd-aprovados + qtd-rejeitados + qtd-falhas > 0
               move spaces to linha-lista
               write linha-lista
               move spaces to linha-lista
               string 'DECISOES DESTA EXECUCAO' delimited by size
                      into linha-lista
               end-string
               write linha-lista
               perform varying ind-pnt from 1 by 1
                       until ind-pnt > pnt-qtd
                   if pnt-aprovado(ind-pnt)
                     or pnt-rejeitado(ind-pnt)
                     or pnt-falhou(ind-pnt)
                       perform monta-linha-pendente
                       write linha-lista
                   end-if
               end-perform
           end-if

           move spaces to linha-lista
           write linha-lista
           move qtd-lidos to qtd-edt
           move spaces to linha-lista
           string 'PEDIDOS LIDOS ........: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-expirados to qtd-edt
           move spaces to linha-lista
           string 'PEDIDOS EXPIRADOS ....: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-aprovados to qtd-edt
           move spaces to linha-lista
           string 'PEDIDOS APROVADOS ....: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-rejeitados to qtd-edt
           move spaces to linha-lista
           string 'PEDIDOS REJEITADOS ...: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-falhas to qtd-edt
           move spaces to linha-lista
           string 'PEDIDOS FALHOS .......: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-mantidos to qtd-edt
           move spaces to linha-lista
           string 'PEDIDOS AINDA PENDENTES: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista

           close pizza-lista
           .
       emite-resumo-exit.
           exit.
      *-----------------------------------------------------------------*
       finaliza section.
      *soltando a trava e apurando o código de retorno - pedido
      *expirado ou falho sinaliza o passo com 4 (sem rebaixar um 8
      *já marcado)

           if trava-tomada-sim
               open output pizza-trava
               close pizza-trava
               set trava-tomada-nao to true
           end-if

           if qtd-expirados > 0 or qtd-falhas > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if

           move qtd-mantidos to qtd-edt
           display 'Pedidos Ainda Pendentes: ' qtd-edt

           perform grava-execucao

           stop run
           .
       finaliza-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-execucao section.
      *anexando ao registro de execução compartilhado (PIZZARUN)
      *a linha padrão desta execução: programa, data e hora, modo,
      *código de retorno com o seu significado e os contadores.
      *falha no registro não muda o código de retorno do passo

           open extend pizza-execucoes
           if st-execucoes <> '00'
      *        registro de execução ainda não existe
               open output pizza-execucoes
           end-if

           if st-execucoes <> '00'
               display 'Registro de Execucao Inacessivel (Status '
                       st-execucoes ').'
           else
               move spaces to reg-execucao
               move 'aprovaManutencao' to exe-programa
               accept exe-data from date yyyymmdd
               accept hora-registro from time
               move hora-registro(1:6) to exe-hora
               if modo-lista-sim
                   move 'L' to exe-modo
               else
                   move 'I' to exe-modo
               end-if
               move return-code to exe-retorno
               evaluate return-code
                   when 0
                       move 'EXECUCAO LIMPA' to exe-significado
                   when 2
                       move 'CATALOGO EM USO - REPETIR'
                            to exe-significado
                   when 4
                       move 'PEDIDO EXPIRADO OU COM FALHA'
                            to exe-significado
                   when 8
                       move 'PEDIDOS MANTIDOS - SUPORTE'
                            to exe-significado
                   when other
                       move 'CODIGO NAO PREVISTO'
                            to exe-significado
               end-evaluate
               move qtd-lidos to exe-lidos
               move qtd-aprovados to exe-gravados
               compute exe-rejeitados = qtd-rejeitados + qtd-expirados
                                      + qtd-falhas
               write reg-execucao
               close pizza-execucoes
           end-if
           .
       grava-execucao-exit.
           exit.
