      *Divisão de identificação do programa
       identification division.
      *---program-id é uma informação obrigatória---
       program-id. "previsaoDemanda".
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
      *    histórico acumulado de vendas por mês e chave
           select pizza-vendas-hist assign to "PIZZAVAC"
               organization is line sequential
               file status is st-vendas-hist.
      *    catálogo mestre - preço, moeda e situação de cada chave
           select pizza-mestre assign to "PIZZAMST"
               organization is indexed
               access mode is dynamic
               record key is mst-chave
               file status is st-mestre.
      *    taxas de câmbio para a normalização (arquivo opcional)
           select pizza-cambio assign to "PIZZAFX"
               organization is line sequential
               file status is st-cambio.
      *    promoções dos fornecedores (arquivo opcional)
           select pizza-promocoes assign to "PIZZAPRO"
               organization is line sequential
               file status is st-promocoes.
      *    cadastro de fornecedores - portal, janela de entrega e
      *    pedido mínimo para o cabeçalho do pedido sugerido
           select pizza-fornecedores assign to "PIZZAFOR"
               organization is indexed
               access mode is dynamic
               record key is frn-codigo
               file status is st-fornecedores.
      *    previsão anterior, para a comparação com o realizado
           select previsao-anterior assign to "PIZZAPVA"
               organization is line sequential
               file status is st-previsao-ant.
      *    previsão desta execução, comparada pela próxima
           select previsao-nova assign to "PIZZAPVN"
               organization is line sequential
               file status is st-previsao-nova.
      *    cadastro de lojas, para o endereço de entrega do pedido
      *    sugerido de uma loja (arquivo opcional)
           select pizza-lojas assign to "PIZZALOJ"
               organization is line sequential
               file status is st-lojas.
      *    pedido fixo sugerido, no leiaute do PIZZAORD
           select pizza-sugestao assign to "PIZZASUG"
               organization is line sequential
               file status is st-sugestao.
      *    relatório da previsão
           select pizza-lista assign to "PIZZAWPV"
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
       fd  pizza-vendas-hist
           label records are standard.
      *    espelho fiel do reg-vendas-hist do "desafioPizza"
       01  reg-vendas-hist.
           05 vac-mes                              pic 9(6).
           05 vac-fornecedor                       pic x(3).
           05 vac-cod-forma                        pic x(1).
           05 vac-tamanho                          pic 9(3).
           05 vac-largura                          pic 9(3).
           05 vac-quantidade                       pic 9(7).
           05 vac-receita                          pic 9(7)v99.
           05 vac-loja                             pic x(3).

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

       fd  pizza-cambio
           label records are standard.
      *    espelho fiel do reg-cambio do "desafioPizza"
       01  reg-cambio.
           05 fx-moeda                             pic x(3).
           05 fx-taxa                              pic 9(3)v99.
           05 fx-data                              pic 9(8).

       fd  pizza-promocoes
           label records are standard.
      *    espelho fiel do reg-promocao do "desafioPizza"
       01  reg-promocao.
           05 pro-fornecedor                       pic x(3).
           05 pro-cod-forma                        pic x(1).
           05 pro-tamanho                          pic 9(3).
           05 pro-largura                          pic 9(3).
           05 pro-tipo                             pic x(1).
           05 pro-valor                            pic 9(3)v99.
           05 pro-inicio                           pic 9(8).
           05 pro-fim                              pic 9(8).

       fd  pizza-fornecedores
           label records are standard.
      *    espelho fiel do reg-fornecedor do "desafioPizza"
       01  reg-fornecedor.
           05 frn-codigo                           pic x(3).
           05 frn-nome                             pic x(30).
           05 frn-contato                          pic x(20).
           05 frn-telefone                         pic x(15).
           05 frn-situacao                         pic x(1).
           05 frn-pedido-minimo                    pic 9(5)v99.
           05 frn-taxa-entrega                     pic 9(3)v99.
           05 frn-portal-id                        pic x(12).
           05 frn-prazo-entrega                    pic 9(2).
           05 frn-horario-entrega                  pic x(11).

       fd  previsao-anterior
           label records are standard.
      *    mesmo leiaute do reg-previsao abaixo
       01  reg-previsao-ant.
           05 pva-mes-alvo                         pic 9(6).
           05 pva-fornecedor                       pic x(3).
           05 pva-cod-forma                        pic x(1).
           05 pva-tamanho                          pic 9(3).
           05 pva-largura                          pic 9(3).
           05 pva-quantidade                       pic 9(7).
           05 pva-preco-unit                       pic 9(5)v99.
           05 pva-data-previsao                    pic 9(8).
           05 pva-loja                             pic x(3).

       fd  previsao-nova
           label records are standard.
      *    uma linha por chave prevista: o mês previsto, a chave, a
      *    quantidade prevista, o preço usado, a data da previsão e
      *    a loja prevista (em branco = consolidado da rede)
       01  reg-previsao.
           05 pvn-mes-alvo                         pic 9(6).
           05 pvn-fornecedor                       pic x(3).
           05 pvn-cod-forma                        pic x(1).
           05 pvn-tamanho                          pic 9(3).
           05 pvn-largura                          pic 9(3).
           05 pvn-quantidade                       pic 9(7).
           05 pvn-preco-unit                       pic 9(5)v99.
           05 pvn-data-previsao                    pic 9(8).
           05 pvn-loja                             pic x(3).

       fd  pizza-lojas
           label records are standard.
      *    espelho fiel do reg-loja do "desafioPizza"
       01  reg-loja.
           05 loj-codigo                           pic x(3).
           05 loj-nome                             pic x(20).
           05 loj-endereco                         pic x(40).
           05 loj-situacao                         pic x(1).

       fd  pizza-sugestao
           label records are standard.
      *    espelho fiel dos registros do pedido do "desafioPizza"
       01  reg-ped-cabecalho.
           05 pdc-tipo                             pic x(1).
           05 pdc-fornecedor                       pic x(3).
           05 pdc-data                             pic 9(8).
           05 pdc-portal-id                        pic x(12).
           05 pdc-data-entrega                     pic 9(8).
           05 pdc-horario-entrega                  pic x(11).
           05 pdc-loja                             pic x(3).
           05 pdc-endereco-entrega                 pic x(40).
       01  reg-ped-item.
           05 pdi-tipo                             pic x(1).
           05 pdi-fornecedor                       pic x(3).
           05 pdi-cod-forma                        pic x(1).
           05 pdi-tamanho                          pic 9(3).
           05 pdi-largura                          pic 9(3).
           05 pdi-quantidade                       pic 9(5).
           05 pdi-preco-unit                       pic 9(5)v99.
           05 pdi-total-item                       pic 9(7)v99.
       01  reg-ped-total.
           05 pdt-tipo                             pic x(1).
           05 pdt-fornecedor                       pic x(3).
           05 pdt-total                            pic 9(9)v99.

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

       77 st-vendas-hist                           pic x(2).
       77 st-mestre                                pic x(2).
       77 st-cambio                                pic x(2).
       77 st-promocoes                             pic x(2).
       77 st-fornecedores                          pic x(2).
       77 st-previsao-ant                          pic x(2).
       77 st-previsao-nova                         pic x(2).
       77 st-sugestao                              pic x(2).
       77 st-lojas                                 pic x(2).
       77 st-lista                                 pic x(2).
       77 data-execucao                            pic 9(8).

      *   cartão do job (ACCEPT do SYSIN): mês previsto em aaaamm
      *   (zero ou ausente prevê o mês seguinte ao da execução) e
      *   a loja prevista (em branco prevê o consolidado da rede)
       01 cartao-previsao.
           05 mes-cartao                           pic 9(6).
           05 loja-cartao                          pic x(3).
       77 loja-filtro                              pic x(3)
                                                    value spaces.
           88 loja-consolidado                     value spaces.
       77 endereco-loja                            pic x(40)
                                                    value spaces.
       77 mes-alvo                                 pic 9(6).
       77 mes-execucao                             pic 9(6).

      *   meses usados na projeção: os três últimos meses fechados
      *   (o mês da execução ainda está em andamento), o mesmo mês
      *   do ano anterior e os três meses fechados equivalentes do
      *   ano anterior, que medem o pico sazonal
       01 tab-meses-base.
           05 mes-recente                          pic 9(6)
                                                    occurs 3.
           05 mes-base-ant                         pic 9(6)
                                                    occurs 3.
       77 mes-ano-ant                              pic 9(6).
       77 ind-mes                                  pic 9(1).
       77 meses-corridos                           pic 9(6).
       77 mes-desloc                               pic 9(3).
       01 mes-calc                                 pic 9(6).
       01 mes-calc-r redefines mes-calc.
           05 mes-calc-ano                         pic 9(4).
           05 mes-calc-mes                         pic 9(2).

      *   mesma moeda de referência, taxa padrão do dólar e
      *   alíquota do imposto embutido usadas pelo "desafioPizza"
      *   na normalização dos preços
       78 moeda-base                               value 'BRL'.
       77 taxa-cambio-usd                          pic 9(2)v99
                                                    value 5,00.
       77 aliquota-entrega                         pic 9(2)v99
                                                    value 10,00.

      *   'N' sem o histórico de vendas ou sem o catálogo - nada é
      *   previsto nem sugerido
       77 previsao-ok                              pic x(1) value 'S'.
           88 previsao-possivel                    value 'S'.
           88 previsao-impossivel                  value 'N'.
       77 cadastro-aberto                          pic x(1) value 'N'.
           88 cadastro-aberto-sim                  value 'S'.

      *   taxas de câmbio carregadas do arquivo
       78 fx-max-qtd                               value 50.
       77 fx-qtd                                   pic 9(3) value 0.
       77 ind-fx                                   pic 9(3).
       77 cambio-achado                            pic 9(3).
       01 tab-cambios.
           05 cambio occurs fx-max-qtd.
               10 cxt-moeda                        pic x(3).
               10 cxt-taxa                         pic 9(3)v99.
               10 cxt-data                         pic 9(8).

      *   promoções vigentes na data da execução
       78 pro-max-qtd                              value 100.
       77 pro-qtd                                  pic 9(3) value 0.
       77 ind-pro                                  pic 9(3).
       77 promo-achada                             pic 9(3).
       01 tab-promocoes.
           05 promocao occurs pro-max-qtd.
               10 prt-fornecedor                   pic x(3).
               10 prt-cod-forma                    pic x(1).
               10 prt-tamanho                      pic 9(3).
               10 prt-largura                      pic 9(3).
               10 prt-tipo                         pic x(1).
                   88 promo-percentual             value 'P'.
               10 prt-valor                        pic 9(3)v99.

      *   chaves com venda nos meses da projeção, com as unidades
      *   de cada mês, a previsão e o preço apurados
       78 prv-max-qtd                              value 400.
       77 prv-qtd                                  pic 9(3) value 0.
       77 ind-prv                                  pic 9(3).
       77 prv-achado                               pic 9(3).
       01 tab-previsao.
           05 chave-prevista occurs prv-max-qtd.
               10 prv-fornecedor                   pic x(3).
               10 prv-cod-forma                    pic x(1).
               10 prv-tamanho                      pic 9(3).
               10 prv-largura                      pic 9(3).
               10 prv-recente                      pic 9(7)
                                                    occurs 3.
               10 prv-base-ant                     pic 9(7)
                                                    occurs 3.
               10 prv-ano-ant                      pic 9(7).
               10 prv-quantidade                   pic 9(7).
               10 prv-preco                        pic 9(5)v99.
               10 prv-nome                         pic x(15).
               10 prv-sazonal                      pic x(1).
               10 prv-promo                        pic x(1).
      *            espaço = prevista; 'X' fora do catálogo; 'I'
      *            inativa; 'C' preço sem normalização
               10 prv-situacao                     pic x(1).
                   88 prv-prevista                 value ' '.
                   88 prv-fora-catalogo            value 'X'.
                   88 prv-inativa                  value 'I'.
                   88 prv-sem-cambio               value 'C'.

      *   fornecedores do pedido sugerido, na ordem em que aparecem
       78 for-max-qtd                              value 50.
       77 for-qtd                                  pic 9(2) value 0.
       77 ind-for                                  pic 9(2).
       77 for-achado                               pic 9(2).
       01 tab-fornecedores.
           05 fornecedor-sugerido occurs for-max-qtd.
               10 sgf-fornecedor                   pic x(3).
               10 sgf-unidades                     pic 9(7).
               10 sgf-valor                        pic 9(9)v99.
               10 sgf-itens                        pic 9(3).
               10 sgf-minimo                       pic 9(5)v99.

      *   apoio do cálculo
       77 media-recente                            pic 9(7)v99.
       77 media-base-ant                           pic 9(7)v99.
       77 previsao-calc                            pic 9(7)v99.
       77 preco-base                               pic 9(5)v99.
       77 preco-promo                              pic 9(5)v99.
       77 pedido-total                             pic 9(9)v99.
       77 qtd-realizada                            pic 9(7).
       77 erro-qtd                                 pic s9(7).
       77 erro-pct                                 pic s9(5)v99.
       77 soma-prevista                            pic 9(9) value 0.
       77 soma-realizada                           pic 9(9) value 0.

      *   contadores
       77 qtd-vac-lidos                            pic 9(5) value 0.
       77 qtd-excluidas                            pic 9(5) value 0.
       77 qtd-itens                                pic 9(5) value 0.
       77 qtd-pva                                  pic 9(5) value 0.
       77 qtd-descartados                          pic 9(5) value 0.

      *   campos editados do relatório
       77 marca                                    pic x(28).
       77 qtd-edt                                  pic zzzzzz9.
       77 qtd2-edt                                 pic zzzzzz9.
       77 qtd3-edt                                 pic zzzzzz9.
       77 qtd4-edt                                 pic zzzzzz9.
       77 qtd5-edt                                 pic zzzzzz9.
       77 erro-edt                                 pic -zzzzzz9.
       77 erro-pct-edt                             pic -zzzz9,99.
       77 tamanho-edt                              pic zz9.
       77 largura-edt                              pic zz9.
       77 preco-edt                                pic zzzz9,99.
       77 valor-edt                                pic zzzzzzzz9,99.

      *   registro de execução (PIZZARUN): status do arquivo e hora
      *   da execução carimbada no registro
       77 st-execucoes                             pic x(2).
       77 hora-registro                            pic 9(8).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
       screen section.
      *---------------- apresentação do problema -----------------------*
      *    O analiseVendas mostra o que vendeu em cada mês, mas a
      *quantidade do pedido mensal ainda é chutada numa planilha.
      *Este programa projeta as unidades do mês seguinte de cada
      *chave do catálogo a partir do PIZZAVAC: a média dos três
      *últimos meses fechados, corrigida pelo pico sazonal - o
      *mesmo mês do ano anterior sobre a média dos três meses
      *equivalentes daquele ano, o mesmo pico que o PIZZASAZ
      *mostra. Sem o ano anterior, vale a média recente. A
      *previsão é somada por fornecedor e precificada pelo preço
      *normalizado de hoje do catálogo (moeda base, sem imposto,
      *com a promoção vigente), e sai como pedido fixo sugerido no
      *leiaute 'H'/'D'/'T' do PIZZAORD, para o comprador revisar
      *antes de mandar ao portal. O relatório compara também a
      *previsão anterior com o que de fato vendeu. O cartão do job
      *pode escolher uma loja: a previsão usa só as vendas dela e
      *o pedido sai com o endereço de entrega da loja.
      *-----------------------------------------------------------------*

      *Declaração do corpo do programa
       Procedure Division.

      *    estrutura programa
           perform inicializa.
           perform carga-cambios.
           perform carga-promocoes.
           perform carga-vendas.
           perform calcula-previsao.
           perform emite-previsao.
           perform grava-sugestao.
           perform compara-anterior.
           perform finaliza.

       inicializa section.

           accept data-execucao from date yyyymmdd
           move data-execucao(1:6) to mes-execucao

      *    mês previsto, do cartão do job, ou o seguinte
           move spaces to cartao-previsao
           accept cartao-previsao
           move loja-cartao to loja-filtro
           if mes-cartao is numeric and mes-cartao > 0
             and mes-cartao(5:2) > '00' and mes-cartao(5:2) < '13'
               move mes-cartao to mes-alvo
           else
               move mes-execucao to mes-calc
               move 1 to mes-desloc
               perform avanca-mes
               move mes-calc to mes-alvo
           end-if

      *    meses da projeção, contados para trás
           perform varying ind-mes from 1 by 1 until ind-mes > 3
               move mes-execucao to mes-calc
               move ind-mes to mes-desloc
               perform recua-mes
               move mes-calc to mes-recente(ind-mes)
               move mes-execucao to mes-calc
               compute mes-desloc = ind-mes + 12
               perform recua-mes
               move mes-calc to mes-base-ant(ind-mes)
           end-perform
           move mes-alvo to mes-calc
           move 12 to mes-desloc
           perform recua-mes
           move mes-calc to mes-ano-ant

           open output pizza-lista
           move spaces to linha-lista
           string 'PREVISAO DE DEMANDA E PEDIDO FIXO SUGERIDO - MES '
                  delimited by size
                  mes-alvo delimited by size
                  ' - EXECUCAO DE ' delimited by size
                  data-execucao delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move spaces to linha-lista
           if loja-consolidado
               string 'CONSOLIDADO - TODAS AS LOJAS' delimited by size
                      into linha-lista
               end-string
           else
               perform procura-endereco-loja
               string 'LOJA ' delimited by size
                      loja-filtro delimited by size
                      ' - ENTREGA EM ' delimited by size
                      endereco-loja delimited by size
                      into linha-lista
               end-string
           end-if
           write linha-lista
           move spaces to linha-lista
           string 'MESES RECENTES: ' delimited by size
                  mes-recente(3) delimited by size
                  ' ' delimited by size
                  mes-recente(2) delimited by size
                  ' ' delimited by size
                  mes-recente(1) delimited by size
                  ' | MESMO MES DO ANO ANTERIOR: ' delimited by size
                  mes-ano-ant delimited by size
                  ' | BASE SAZONAL: ' delimited by size
                  mes-base-ant(3) delimited by size
                  ' A ' delimited by size
                  mes-base-ant(1) delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------*
       procura-endereco-loja section.
      *endereço de entrega da loja prevista no cadastro de lojas -
      *loja fora do cadastro (ou sem o cadastro) fica sem endereço

           open input pizza-lojas
           if st-lojas = '00'
               perform until st-lojas <> '00'
                   read pizza-lojas
                       at end
                           move '10' to st-lojas
                       not at end
                           if loj-codigo = loja-filtro
                               move loj-endereco to endereco-loja
                           end-if
                   end-read
               end-perform
               close pizza-lojas
           end-if
           if endereco-loja = spaces
               display 'Loja ' loja-filtro ' Fora do Cadastro de '
                       'Lojas - Pedido Sem Endereco.'
           end-if
           .
       procura-endereco-loja-exit.
           exit.
      *-----------------------------------------------------------------*
       recua-mes section.
      *mes-calc (aaaamm) recuado em mes-desloc meses

           compute meses-corridos = (mes-calc-ano * 12)
                                  + mes-calc-mes - 1
           subtract mes-desloc from meses-corridos
           perform monta-mes
           .
       recua-mes-exit.
           exit.
      *-----------------------------------------------------------------*
       avanca-mes section.
      *mes-calc (aaaamm) avançado em mes-desloc meses

           compute meses-corridos = (mes-calc-ano * 12)
                                  + mes-calc-mes - 1
           add mes-desloc to meses-corridos
           perform monta-mes
           .
       avanca-mes-exit.
           exit.
      *-----------------------------------------------------------------*
       monta-mes section.
      *meses corridos de volta a aaaamm

           divide meses-corridos by 12 giving mes-calc-ano
                  remainder mes-calc-mes
           add 1 to mes-calc-mes
           .
       monta-mes-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-cambios section.
      *taxas de câmbio do arquivo - sem ele vale a antiga taxa fixa
      *do dólar, como no "desafioPizza"

           open input pizza-cambio
           if st-cambio = '00'
               perform until st-cambio <> '00'
                   read pizza-cambio
                       at end
                           move '10' to st-cambio
                       not at end
                           if fx-qtd < fx-max-qtd
                               add 1 to fx-qtd
                               move fx-moeda to cxt-moeda(fx-qtd)
                               move fx-taxa to cxt-taxa(fx-qtd)
                               move fx-data to cxt-data(fx-qtd)
                           else
                               display 'Cambio Alem do Limite da '
                                       'Tabela - Ignorado: '
                                       reg-cambio
                           end-if
                   end-read
               end-perform
               close pizza-cambio
           end-if

           if fx-qtd = 0
               move 1 to fx-qtd
               move 'USD' to cxt-moeda(1)
               move taxa-cambio-usd to cxt-taxa(1)
               move 0 to cxt-data(1)
               display 'Sem Arquivo de Cambio - Taxa Padrao do Dolar.'
           end-if
           .
       carga-cambios-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-promocoes section.
      *guardando só as promoções vigentes na data da execução

           open input pizza-promocoes
           if st-promocoes = '00'
               perform until st-promocoes <> '00'
                   read pizza-promocoes
                       at end
                           move '10' to st-promocoes
                       not at end
                           if pro-inicio <= data-execucao
                             and pro-fim >= data-execucao
                               perform guarda-promocao
                           end-if
                   end-read
               end-perform
               close pizza-promocoes
           end-if
           .
       carga-promocoes-exit.
           exit.
      *-----------------------------------------------------------------*
       guarda-promocao section.
      *uma promoção vigente na tabela

           if pro-qtd < pro-max-qtd
               add 1 to pro-qtd
               move pro-fornecedor to prt-fornecedor(pro-qtd)
               move pro-cod-forma to prt-cod-forma(pro-qtd)
               move pro-tamanho to prt-tamanho(pro-qtd)
               move pro-largura to prt-largura(pro-qtd)
               move pro-tipo to prt-tipo(pro-qtd)
               move pro-valor to prt-valor(pro-qtd)
           else
               display 'Promocao Alem do Limite da Tabela - '
                       'Ignorada: ' reg-promocao
           end-if
           .
       guarda-promocao-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-vendas section.
      *somando as unidades de cada chave nos meses da projeção

           open input pizza-vendas-hist
           if st-vendas-hist <> '00'
               display 'Historico de Vendas Inacessivel (Status '
                       st-vendas-hist ') - Nada Previsto.'
               set previsao-impossivel to true
           else
               perform until st-vendas-hist <> '00'
                   read pizza-vendas-hist
                       at end
                           move '10' to st-vendas-hist
                       not at end
                           if loja-consolidado
                             or vac-loja = loja-filtro
                               add 1 to qtd-vac-lidos
                               perform acumula-venda
                           end-if
                   end-read
               end-perform
               close pizza-vendas-hist
           end-if
           .
       carga-vendas-exit.
           exit.
      *-----------------------------------------------------------------*
       acumula-venda section.
      *a linha lida entra na chave quando o mês é um dos da
      *projeção

           perform procura-chave-vac
           if prv-achado > 0
               perform varying ind-mes from 1 by 1 until ind-mes > 3
                   if vac-mes = mes-recente(ind-mes)
                       add vac-quantidade
                           to prv-recente(prv-achado ind-mes)
                   end-if
                   if vac-mes = mes-base-ant(ind-mes)
                       add vac-quantidade
                           to prv-base-ant(prv-achado ind-mes)
                   end-if
               end-perform
               if vac-mes = mes-ano-ant
                   add vac-quantidade to prv-ano-ant(prv-achado)
               end-if
           end-if
           .
       acumula-venda-exit.
           exit.
      *-----------------------------------------------------------------*
       procura-chave-vac section.
      *a chave da linha lida na tabela, incluída na primeira vez -
      *só entram chaves vendidas nos meses recentes, que são as
      *únicas com previsão acima de zero

           move 0 to prv-achado
           perform varying ind-prv from 1 by 1 until ind-prv > prv-qtd
               if prv-achado = 0
                 and prv-fornecedor(ind-prv) = vac-fornecedor
                 and prv-cod-forma(ind-prv) = vac-cod-forma
                 and prv-tamanho(ind-prv) = vac-tamanho
                 and prv-largura(ind-prv) = vac-largura
                   move ind-prv to prv-achado
               end-if
           end-perform

           if prv-achado = 0
             and (vac-mes = mes-recente(1) or vac-mes = mes-recente(2)
                  or vac-mes = mes-recente(3))
               if prv-qtd < prv-max-qtd
                   add 1 to prv-qtd
                   move prv-qtd to prv-achado
                   initialize chave-prevista(prv-qtd)
                   move vac-fornecedor to prv-fornecedor(prv-qtd)
                   move vac-cod-forma to prv-cod-forma(prv-qtd)
                   move vac-tamanho to prv-tamanho(prv-qtd)
                   move vac-largura to prv-largura(prv-qtd)
               else
                   add 1 to qtd-descartados
                   display 'Chave Alem do Limite da Tabela - Fora da '
                           'Previsao: ' vac-fornecedor ' '
                           vac-cod-forma ' ' vac-tamanho ' '
                           vac-largura
               end-if
           end-if
           .
       procura-chave-vac-exit.
           exit.
      *-----------------------------------------------------------------*
       calcula-previsao section.
      *projetando e precificando cada chave - a linha do ano
      *anterior anotada antes da chave entrar na tabela se perde,
      *por isso o arquivo é relido para as chaves já conhecidas

           if previsao-possivel
               perform releitura-ano-anterior
               open input pizza-mestre
               if st-mestre <> '00'
                   display 'Catalogo Mestre Inacessivel (Status '
                           st-mestre ') - Nada Previsto.'
                   set previsao-impossivel to true
               else
                   perform varying ind-prv from 1 by 1
                           until ind-prv > prv-qtd
                       perform projeta-chave
                       perform precifica-chave
                   end-perform
                   close pizza-mestre
               end-if
           end-if
           .
       calcula-previsao-exit.
           exit.
      *-----------------------------------------------------------------*
       releitura-ano-anterior section.
      *as linhas do ano anterior vêm antes das recentes no
      *arquivo acumulado - zerando e somando de novo os meses do
      *ano anterior agora que todas as chaves estão na tabela

           perform varying ind-prv from 1 by 1 until ind-prv > prv-qtd
               move 0 to prv-ano-ant(ind-prv)
               perform varying ind-mes from 1 by 1 until ind-mes > 3
                   move 0 to prv-base-ant(ind-prv ind-mes)
               end-perform
           end-perform

           open input pizza-vendas-hist
           if st-vendas-hist = '00'
               perform until st-vendas-hist <> '00'
                   read pizza-vendas-hist
                       at end
                           move '10' to st-vendas-hist
                       not at end
                           if loja-consolidado
                             or vac-loja = loja-filtro
                               perform acumula-ano-anterior
                           end-if
                   end-read
               end-perform
               close pizza-vendas-hist
           end-if
           .
       releitura-ano-anterior-exit.
           exit.
      *-----------------------------------------------------------------*
       acumula-ano-anterior section.
      *a linha lida nos meses do ano anterior da chave conhecida

           if vac-mes = mes-ano-ant
             or vac-mes = mes-base-ant(1)
             or vac-mes = mes-base-ant(2)
             or vac-mes = mes-base-ant(3)
               move 0 to prv-achado
               perform varying ind-prv from 1 by 1
                       until ind-prv > prv-qtd
                   if prv-achado = 0
                     and prv-fornecedor(ind-prv) = vac-fornecedor
                     and prv-cod-forma(ind-prv) = vac-cod-forma
                     and prv-tamanho(ind-prv) = vac-tamanho
                     and prv-largura(ind-prv) = vac-largura
                       move ind-prv to prv-achado
                   end-if
               end-perform
               if prv-achado > 0
                   perform varying ind-mes from 1 by 1
                           until ind-mes > 3
                       if vac-mes = mes-base-ant(ind-mes)
                           add vac-quantidade
                               to prv-base-ant(prv-achado ind-mes)
                       end-if
                   end-perform
                   if vac-mes = mes-ano-ant
                       add vac-quantidade to prv-ano-ant(prv-achado)
                   end-if
               end-if
           end-if
           .
       acumula-ano-anterior-exit.
           exit.
      *-----------------------------------------------------------------*
       projeta-chave section.
      *média recente corrigida pelo pico sazonal do ano anterior,
      *quando ele existe - arredondada para cima, a pizza que
      *falta custa mais que a que sobra

           compute media-recente = (prv-recente(ind-prv 1)
                                  + prv-recente(ind-prv 2)
                                  + prv-recente(ind-prv 3)) / 3
           compute media-base-ant = (prv-base-ant(ind-prv 1)
                                   + prv-base-ant(ind-prv 2)
                                   + prv-base-ant(ind-prv 3)) / 3

           if media-base-ant > 0 and prv-ano-ant(ind-prv) > 0
               compute previsao-calc = media-recente
                   * prv-ano-ant(ind-prv) / media-base-ant
               move 'S' to prv-sazonal(ind-prv)
           else
               move media-recente to previsao-calc
               move 'N' to prv-sazonal(ind-prv)
           end-if

           move previsao-calc to prv-quantidade(ind-prv)
           if previsao-calc > prv-quantidade(ind-prv)
               add 1 to prv-quantidade(ind-prv)
           end-if
           .
       projeta-chave-exit.
           exit.
      *-----------------------------------------------------------------*
       precifica-chave section.
      *preço normalizado de hoje da chave, como no "desafioPizza":
      *moeda base pela taxa vigente, sem o imposto embutido e com
      *a promoção vigente - chave fora do catálogo, inativa ou com
      *moeda sem taxa fica fora do pedido sugerido

           move prv-fornecedor(ind-prv) to mst-fornecedor
           move prv-cod-forma(ind-prv) to mst-cod-forma
           move prv-tamanho(ind-prv) to mst-tamanho
           move prv-largura(ind-prv) to mst-largura
           move 'N' to prv-promo(ind-prv)
           move 0 to prv-preco(ind-prv)
           read pizza-mestre
               invalid key
                   set prv-fora-catalogo(ind-prv) to true
               not invalid key
                   move mst-nome to prv-nome(ind-prv)
                   if mst-ativo = 'N'
                       set prv-inativa(ind-prv) to true
                   else
                       perform normaliza-preco
                   end-if
           end-read

           if not prv-prevista(ind-prv)
               add 1 to qtd-excluidas
           end-if
           .
       precifica-chave-exit.
           exit.
      *-----------------------------------------------------------------*
       normaliza-preco section.
      *preço do registro do catálogo lido levado à base

           move mst-preco to preco-base
           if mst-moeda <> moeda-base
               move 0 to cambio-achado
               perform varying ind-fx from 1 by 1 until ind-fx > fx-qtd
                   if cxt-moeda(ind-fx) = mst-moeda
                     and cxt-data(ind-fx) <= data-execucao
                       if cambio-achado = 0
                         or cxt-data(ind-fx) > cxt-data(cambio-achado)
                           move ind-fx to cambio-achado
                       end-if
                   end-if
               end-perform
               if cambio-achado = 0
                   move 0 to preco-base
               else
                   compute preco-base = mst-preco
                                      * cxt-taxa(cambio-achado)
               end-if
           end-if

           if mst-taxa-incl = 'S'
               compute preco-base = preco-base
                                   / (1 + (aliquota-entrega / 100))
           end-if

           if preco-base = 0
               set prv-sem-cambio(ind-prv) to true
           else
               move preco-base to prv-preco(ind-prv)
               perform aplica-promocao
           end-if
           .
       normaliza-preco-exit.
           exit.
      *-----------------------------------------------------------------*
       aplica-promocao section.
      *a primeira promoção vigente da chave, quando houver - a que
      *zeraria o preço é ignorada, como no "desafioPizza"

           move 0 to promo-achada
           perform varying ind-pro from 1 by 1 until ind-pro > pro-qtd
               if promo-achada = 0
                 and prt-fornecedor(ind-pro) = prv-fornecedor(ind-prv)
                 and prt-cod-forma(ind-pro) = prv-cod-forma(ind-prv)
                 and prt-tamanho(ind-pro) = prv-tamanho(ind-prv)
                 and prt-largura(ind-pro) = prv-largura(ind-prv)
                   move ind-pro to promo-achada
               end-if
           end-perform

           if promo-achada > 0
               move 0 to preco-promo
               if promo-percentual(promo-achada)
                   if prt-valor(promo-achada) < 100
                       compute preco-promo = preco-base
                           * (1 - (prt-valor(promo-achada) / 100))
                   end-if
               else
                   if prt-valor(promo-achada) < preco-base
                       compute preco-promo = preco-base
                                           - prt-valor(promo-achada)
                   end-if
               end-if
               if preco-promo > 0
                   move preco-promo to prv-preco(ind-prv)
                   move 'S' to prv-promo(ind-prv)
               end-if
           end-if
           .
       aplica-promocao-exit.
           exit.
      *-----------------------------------------------------------------*
       emite-previsao section.
      *a previsão por chave, com os meses que a geraram, e as
      *chaves que ficaram fora do pedido sugerido

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'PREVISAO POR CHAVE (MESES RECENTES, MESMO MES DO '
                  'ANO ANTERIOR, PREVISTO, PRECO NORMALIZADO)'
                  delimited by size
                  into linha-lista
           end-string
           write linha-lista

           if previsao-impossivel
               move spaces to linha-lista
               string '*HISTORICO DE VENDAS OU CATALOGO INACESSIVEL - '
                      'NADA PREVISTO*' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           else
               perform varying ind-prv from 1 by 1
                       until ind-prv > prv-qtd
                   perform lista-chave-prevista
               end-perform
               if prv-qtd = 0
                   move spaces to linha-lista
                   string 'NENHUMA CHAVE VENDIDA NOS MESES RECENTES'
                          delimited by size
                          into linha-lista
                   end-string
                   write linha-lista
               end-if
           end-if
           .
       emite-previsao-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-chave-prevista section.
      *uma linha da chave ind-prv

           evaluate true
               when prv-fora-catalogo(ind-prv)
                   move '*FORA DO CATALOGO*' to marca
               when prv-inativa(ind-prv)
                   move '*INATIVA*' to marca
               when prv-sem-cambio(ind-prv)
                   move '*PRECO SEM NORMALIZACAO*' to marca
               when prv-promo(ind-prv) = 'S'
                   move 'PRECO PROMOCIONAL' to marca
               when other
                   move spaces to marca
           end-evaluate
           if prv-sazonal(ind-prv) = 'N' and prv-prevista(ind-prv)
               if marca = spaces
                   move 'SEM ANO ANTERIOR' to marca
               else
                   move 'PROMOCIONAL, SEM ANO ANTERIOR' to marca
               end-if
           end-if

           move prv-tamanho(ind-prv) to tamanho-edt
           move prv-largura(ind-prv) to largura-edt
           move prv-recente(ind-prv 3) to qtd-edt
           move prv-recente(ind-prv 2) to qtd2-edt
           move prv-recente(ind-prv 1) to qtd3-edt
           move prv-ano-ant(ind-prv) to qtd4-edt
           move prv-quantidade(ind-prv) to qtd5-edt
           move prv-preco(ind-prv) to preco-edt
           move spaces to linha-lista
           string prv-fornecedor(ind-prv) delimited by size
                  ' ' delimited by size
                  prv-cod-forma(ind-prv) delimited by size
                  ' ' delimited by size
                  tamanho-edt delimited by size
                  ' ' delimited by size
                  largura-edt delimited by size
                  ' ' delimited by size
                  prv-nome(ind-prv) delimited by size
                  ' |' delimited by size
                  qtd-edt delimited by size
                  qtd2-edt delimited by size
                  qtd3-edt delimited by size
                  ' |' delimited by size
                  qtd4-edt delimited by size
                  ' | PREVISTO' delimited by size
                  qtd5-edt delimited by size
                  ' A ' delimited by size
                  preco-edt delimited by size
                  ' ' delimited by size
                  marca delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       lista-chave-prevista-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-sugestao section.
      *o pedido fixo sugerido: um bloco 'H'/'D'/'T' por fornecedor,
      *com as chaves previstas acima de zero e com preço

           open output previsao-nova
           open output pizza-sugestao

           if previsao-possivel
               perform varying ind-prv from 1 by 1
                       until ind-prv > prv-qtd
                   if prv-prevista(ind-prv)
                     and prv-quantidade(ind-prv) > 0
                       perform registra-fornecedor
                       move mes-alvo to pvn-mes-alvo
                       move prv-fornecedor(ind-prv) to pvn-fornecedor
                       move prv-cod-forma(ind-prv) to pvn-cod-forma
                       move prv-tamanho(ind-prv) to pvn-tamanho
                       move prv-largura(ind-prv) to pvn-largura
                       move prv-quantidade(ind-prv) to pvn-quantidade
                       move prv-preco(ind-prv) to pvn-preco-unit
                       move data-execucao to pvn-data-previsao
                       move loja-filtro to pvn-loja
                       write reg-previsao
                   end-if
               end-perform

               open input pizza-fornecedores
               if st-fornecedores = '00'
                   set cadastro-aberto-sim to true
               end-if
               perform varying ind-for from 1 by 1
                       until ind-for > for-qtd
                   perform grava-bloco-sugestao
               end-perform
               if cadastro-aberto-sim
                   close pizza-fornecedores
               end-if
           end-if

           close pizza-sugestao
           close previsao-nova

           perform lista-fornecedores
           .
       grava-sugestao-exit.
           exit.
      *-----------------------------------------------------------------*
       registra-fornecedor section.
      *o fornecedor da chave ind-prv na lista do pedido sugerido

           move 0 to for-achado
           perform varying ind-for from 1 by 1 until ind-for > for-qtd
               if sgf-fornecedor(ind-for) = prv-fornecedor(ind-prv)
                   move ind-for to for-achado
               end-if
           end-perform
           if for-achado = 0
               if for-qtd < for-max-qtd
                   add 1 to for-qtd
                   move prv-fornecedor(ind-prv)
                        to sgf-fornecedor(for-qtd)
                   move 0 to sgf-unidades(for-qtd)
                   move 0 to sgf-valor(for-qtd)
                   move 0 to sgf-itens(for-qtd)
                   move 0 to sgf-minimo(for-qtd)
               else
                   display 'Fornecedor Alem do Limite da Tabela - '
                           'Fora do Pedido: ' prv-fornecedor(ind-prv)
               end-if
           end-if
           .
       registra-fornecedor-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-bloco-sugestao section.
      *cabeçalho, itens e total do fornecedor ind-for - portal e
      *janela vêm do cadastro, e a entrega prevista é o primeiro
      *dia do mês previsto

           move 'H' to pdc-tipo
           move sgf-fornecedor(ind-for) to pdc-fornecedor
           move data-execucao to pdc-data
           move spaces to pdc-portal-id
           move spaces to pdc-horario-entrega
           compute pdc-data-entrega = (mes-alvo * 100) + 1
           move loja-filtro to pdc-loja
           move endereco-loja to pdc-endereco-entrega
           if cadastro-aberto-sim
               move sgf-fornecedor(ind-for) to frn-codigo
               read pizza-fornecedores
                   invalid key
                       display 'Fornecedor ' sgf-fornecedor(ind-for)
                               ' Fora do Cadastro - Pedido Sem Portal.'
                   not invalid key
                       move frn-portal-id to pdc-portal-id
                       move frn-horario-entrega
                            to pdc-horario-entrega
                       move frn-pedido-minimo to sgf-minimo(ind-for)
               end-read
           end-if
           write reg-ped-cabecalho

           move 0 to pedido-total
           perform varying ind-prv from 1 by 1 until ind-prv > prv-qtd
               if prv-fornecedor(ind-prv) = sgf-fornecedor(ind-for)
                 and prv-prevista(ind-prv)
                 and prv-quantidade(ind-prv) > 0
                   move 'D' to pdi-tipo
                   move prv-fornecedor(ind-prv) to pdi-fornecedor
                   move prv-cod-forma(ind-prv) to pdi-cod-forma
                   move prv-tamanho(ind-prv) to pdi-tamanho
                   move prv-largura(ind-prv) to pdi-largura
                   move prv-quantidade(ind-prv) to pdi-quantidade
                   move prv-preco(ind-prv) to pdi-preco-unit
                   compute pdi-total-item = prv-quantidade(ind-prv)
                                          * prv-preco(ind-prv)
                   add pdi-total-item to pedido-total
                   add prv-quantidade(ind-prv) to sgf-unidades(ind-for)
                   add 1 to sgf-itens(ind-for)
                   add 1 to qtd-itens
                   write reg-ped-item
               end-if
           end-perform
           move pedido-total to sgf-valor(ind-for)

           move 'T' to pdt-tipo
           move sgf-fornecedor(ind-for) to pdt-fornecedor
           move pedido-total to pdt-total
           write reg-ped-total
           .
       grava-bloco-sugestao-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-fornecedores section.
      *o pedido sugerido somado por fornecedor

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'PEDIDO FIXO SUGERIDO POR FORNECEDOR'
                  delimited by size
                  into linha-lista
           end-string
           write linha-lista

           perform varying ind-for from 1 by 1 until ind-for > for-qtd
               move sgf-itens(ind-for) to qtd-edt
               move sgf-unidades(ind-for) to qtd2-edt
               move sgf-valor(ind-for) to valor-edt
      *        o pedido mínimo do cadastro só é avisado - o comprador
      *        decide se completa o pedido ou junta com o seguinte
               if sgf-valor(ind-for) < sgf-minimo(ind-for)
                   move '*ABAIXO DO PEDIDO MINIMO*' to marca
               else
                   move spaces to marca
               end-if
               move spaces to linha-lista
               string 'FORNECEDOR ' delimited by size
                      sgf-fornecedor(ind-for) delimited by size
                      ' | ITENS ' delimited by size
                      qtd-edt delimited by size
                      ' | UNIDADES ' delimited by size
                      qtd2-edt delimited by size
                      ' | VALOR ' delimited by size
                      valor-edt delimited by size
                      ' ' delimited by size
                      marca delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-perform

           if for-qtd = 0
               move spaces to linha-lista
               string 'NENHUM PEDIDO SUGERIDO' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       lista-fornecedores-exit.
           exit.
      *-----------------------------------------------------------------*
       compara-anterior section.
      *a previsão anterior contra o que vendeu no mês que ela
      *previu - o mês ainda em andamento sai com o vendido até
      *a data

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'PREVISAO ANTERIOR X REALIZADO (PREVISTO, VENDIDO, '
                  'DIFERENCA, ERRO %)' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           open input previsao-anterior
           if st-previsao-ant <> '00'
               move spaces to linha-lista
               string 'SEM PREVISAO ANTERIOR' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           else
               perform until st-previsao-ant <> '00'
                   read previsao-anterior
                       at end
                           move '10' to st-previsao-ant
                       not at end
                           add 1 to qtd-pva
                           perform compara-chave-anterior
                   end-read
               end-perform
               close previsao-anterior
               perform lista-total-anterior
           end-if
           .
       compara-anterior-exit.
           exit.
      *-----------------------------------------------------------------*
       compara-chave-anterior section.
      *o vendido da chave prevista no mês previsto, relendo o
      *histórico acumulado

           move 0 to qtd-realizada
           open input pizza-vendas-hist
           if st-vendas-hist = '00'
               perform until st-vendas-hist <> '00'
                   read pizza-vendas-hist
                       at end
                           move '10' to st-vendas-hist
                       not at end
                           if vac-mes = pva-mes-alvo
                             and (pva-loja = spaces
                                  or vac-loja = pva-loja)
                             and vac-fornecedor = pva-fornecedor
                             and vac-cod-forma = pva-cod-forma
                             and vac-tamanho = pva-tamanho
                             and vac-largura = pva-largura
                               add vac-quantidade to qtd-realizada
                           end-if
                   end-read
               end-perform
               close pizza-vendas-hist
           end-if

           add pva-quantidade to soma-prevista
           add qtd-realizada to soma-realizada
           compute erro-qtd = qtd-realizada - pva-quantidade
           if pva-quantidade > 0
               compute erro-pct rounded =
                   (erro-qtd * 100) / pva-quantidade
           else
               move 0 to erro-pct
           end-if

           move pva-tamanho to tamanho-edt
           move pva-largura to largura-edt
           move pva-quantidade to qtd-edt
           move qtd-realizada to qtd2-edt
           move erro-qtd to erro-edt
           move erro-pct to erro-pct-edt
           move spaces to linha-lista
           string 'MES ' delimited by size
                  pva-mes-alvo delimited by size
                  ' LOJA ' delimited by size
                  pva-loja delimited by size
                  ' | ' delimited by size
                  pva-fornecedor delimited by size
                  ' ' delimited by size
                  pva-cod-forma delimited by size
                  ' ' delimited by size
                  tamanho-edt delimited by size
                  ' ' delimited by size
                  largura-edt delimited by size
                  ' | PREVISTO' delimited by size
                  qtd-edt delimited by size
                  ' | VENDIDO' delimited by size
                  qtd2-edt delimited by size
                  ' | DIFERENCA' delimited by size
                  erro-edt delimited by size
                  ' |' delimited by size
                  erro-pct-edt delimited by size
                  '%' delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       compara-chave-anterior-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-total-anterior section.
      *total da previsão anterior contra o total vendido

           compute erro-qtd = soma-realizada - soma-prevista
           if soma-prevista > 0
               compute erro-pct rounded =
                   (erro-qtd * 100) / soma-prevista
           else
               move 0 to erro-pct
           end-if
           move soma-prevista to qtd-edt
           move soma-realizada to qtd2-edt
           move erro-qtd to erro-edt
           move erro-pct to erro-pct-edt
           move spaces to linha-lista
           string 'TOTAL          | PREVISTO' delimited by size
                  qtd-edt delimited by size
                  ' | VENDIDO' delimited by size
                  qtd2-edt delimited by size
                  ' | DIFERENCA' delimited by size
                  erro-edt delimited by size
                  ' |' delimited by size
                  erro-pct-edt delimited by size
                  '%' delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       lista-total-anterior-exit.
           exit.
      *-----------------------------------------------------------------*
       finaliza section.
      *código de retorno: 8 sem histórico ou sem catálogo, 4 com
      *chave vendida que ficou fora do pedido sugerido

           close pizza-lista

           evaluate true
               when previsao-impossivel
                   move 8 to return-code
               when qtd-excluidas > 0 or qtd-descartados > 0
                   move 4 to return-code
               when other
                   continue
           end-evaluate

           move qtd-itens to qtd-edt
           display 'Itens no Pedido Sugerido: ' qtd-edt

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
               move 'previsaoDemanda' to exe-programa
               accept exe-data from date yyyymmdd
               accept hora-registro from time
               move hora-registro(1:6) to exe-hora
               move 'L' to exe-modo
               move return-code to exe-retorno
               evaluate return-code
                   when 0
                       move 'EXECUCAO LIMPA' to exe-significado
                   when 4
                       move 'CHAVE FORA DO PEDIDO SUGERIDO'
                            to exe-significado
                   when 8
                       move 'HISTORICO OU CATALOGO FALTANDO'
                            to exe-significado
                   when other
                       move 'CODIGO NAO PREVISTO'
                            to exe-significado
               end-evaluate
               move qtd-vac-lidos to exe-lidos
               move qtd-itens to exe-gravados
               compute exe-rejeitados = qtd-excluidas + qtd-descartados
               write reg-execucao
               close pizza-execucoes
           end-if
           .
       grava-execucao-exit.
           exit.
