      *Divisão de identificação do programa
       identification division.
      *---program-id é uma informação obrigatória---
       program-id. "analiseMargem".
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
      *    cardápio - preço de venda e margem alvo de cada chave
      *    do catálogo
           select pizza-cardapio assign to "PIZZACAR"
               organization is line sequential
               file status is st-cardapio.
      *    catálogo mestre - custo, moeda, área e situação de cada
      *    chave - somente leitura
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
      *    jornal de alterações de preço do catálogo, para apontar
      *    o aumento do fornecedor por trás de uma margem perdida
           select pizza-jornal assign to "PIZZAJRN"
               organization is line sequential
               file status is st-jornal.
      *    histórico acumulado de vendas, para o volume do mês
           select pizza-vendas-hist assign to "PIZZAVAC"
               organization is line sequential
               file status is st-vendas-hist.
      *    relatório de margem
           select pizza-lista assign to "PIZZAWMG"
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
       fd  pizza-cardapio
           label records are standard.
      *    uma linha por chave vendida: a chave segue a regra de
      *    mst-chave (car-tamanho é o diâmetro, ou o comprimento da
      *    retangular), o preço de venda ao cliente, a margem alvo
      *    em % sobre o preço de venda e a data em que o preço de
      *    venda foi fixado
       01  reg-cardapio.
           05 car-fornecedor                       pic x(3).
           05 car-cod-forma                        pic x(1).
           05 car-tamanho                          pic 9(3).
           05 car-largura                          pic 9(3).
           05 car-preco-venda                      pic 9(5)v99.
           05 car-margem-alvo                      pic 9(3)v99.
           05 car-data-preco                       pic 9(8).

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

       fd  pizza-jornal
           label records are standard.
       01  linha-jornal                            pic x(80).

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

       77 st-cardapio                              pic x(2).
       77 st-mestre                                pic x(2).
       77 st-cambio                                pic x(2).
       77 st-promocoes                             pic x(2).
       77 st-jornal                                pic x(2).
       77 st-vendas-hist                           pic x(2).
       77 st-lista                                 pic x(2).
       77 data-execucao                            pic 9(8).

      *   cartão do job (ACCEPT do SYSIN): mês do volume em aaaamm
      *   (zero ou ausente usa o mês da execução, ainda em
      *   andamento) e a loja (em branco = consolidado da rede)
       01 cartao-margem.
           05 mes-cartao                           pic 9(6).
           05 loja-cartao                          pic x(3).
       77 mes-volume                               pic 9(6).
       77 loja-filtro                              pic x(3)
                                                    value spaces.
           88 loja-consolidado                     value spaces.

      *   mesma moeda de referência, taxa padrão do dólar, alíquota
      *   do imposto embutido e pi usados pelo "desafioPizza" na
      *   normalização dos preços e no cálculo da área
       78 moeda-base                               value 'BRL'.
       77 taxa-cambio-usd                          pic 9(2)v99
                                                    value 5,00.
       77 aliquota-entrega                         pic 9(2)v99
                                                    value 10,00.
       77 pi                                       pic 9v99 value 3,14.

      *   'N' sem o cardápio ou sem o catálogo - nada é calculado
       77 margem-ok                                pic x(1) value 'S'.
           88 margem-possivel                      value 'S'.
           88 margem-impossivel                    value 'N'.

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

      *   campos da linha do jornal depois da separação por ';'
       77 campo-conta                              pic 9(2).
       01 tab-campos.
           05 cmp-campo                            pic x(15)
                                                    occurs 8.

      *   chaves do cardápio com o custo normalizado, a área, as
      *   margens apuradas, o volume do mês e o último aumento do
      *   fornecedor registrado no jornal
       78 mrg-max-qtd                              value 400.
       77 mrg-qtd                                  pic 9(3) value 0.
       77 ind-mrg                                  pic 9(3).
       77 mrg-achada                               pic 9(3).
       01 tab-margens.
           05 chave-cardapio occurs mrg-max-qtd.
               10 mrg-fornecedor                   pic x(3).
               10 mrg-cod-forma                    pic x(1).
                   88 mrg-retangular               value 'T'.
                   88 mrg-quadrada                 value 'Q'.
               10 mrg-tamanho                      pic 9(3).
               10 mrg-largura                      pic 9(3).
               10 mrg-nome                         pic x(15).
               10 mrg-preco-venda                  pic 9(5)v99.
               10 mrg-margem-alvo                  pic 9(3)v99.
               10 mrg-data-preco                   pic 9(8).
               10 mrg-custo                        pic 9(5)v99.
               10 mrg-promo                        pic x(1).
               10 mrg-area                         pic 9(7)v99.
               10 mrg-margem-unit                  pic s9(5)v99.
               10 mrg-margem-pct                   pic s9(5)v99.
               10 mrg-margem-cm2                   pic s9(3)v9(4).
               10 mrg-unidades                     pic 9(7).
               10 mrg-margem-total                 pic s9(9)v99.
               10 mrg-data-aumento                 pic 9(8).
      *            espaço = apurada; 'X' fora do catálogo; 'I'
      *            inativa; 'C' custo sem normalização
               10 mrg-situacao                     pic x(1).
                   88 mrg-apurada                  value ' '.
                   88 mrg-fora-catalogo            value 'X'.
                   88 mrg-inativa                  value 'I'.
                   88 mrg-sem-cambio               value 'C'.

      *   totais por fornecedor, na ordem em que aparecem
       78 for-max-qtd                              value 50.
       77 for-qtd                                  pic 9(2) value 0.
       77 ind-for                                  pic 9(2).
       77 for-achado                               pic 9(2).
       01 tab-fornecedores.
           05 fornecedor-margem occurs for-max-qtd.
               10 fmg-fornecedor                   pic x(3).
               10 fmg-unidades                     pic 9(9).
               10 fmg-receita                      pic 9(9)v99.
               10 fmg-margem                       pic s9(9)v99.
               10 fmg-abaixo                       pic 9(3).

      *   apoio do cálculo
       77 preco-base                               pic 9(5)v99.
       77 preco-promo                              pic 9(5)v99.
       77 receita-chave                            pic 9(9)v99.
       77 margem-pct-calc                          pic s9(5)v99.
       77 tamanho-txt                              pic zz9.
       77 largura-txt                              pic zz9.

      *   preço editado do jornal (zz9,99) trazido de volta a
      *   numérico - o anterior e o novo da linha
       77 prc-campo                                pic x(15).
       77 prc-int                                  pic x(3).
       77 prc-dec                                  pic x(2).
       77 prc-int-num                              pic 9(3).
       77 prc-dec-num                              pic 9(2).
       77 prc-num                                  pic 9(3)v99.
       77 jrn-preco-ant                            pic 9(3)v99.
       77 jrn-preco-novo                           pic 9(3)v99.

      *   contadores
       77 qtd-cardapio                             pic 9(5) value 0.
       77 qtd-descartadas                          pic 9(5) value 0.
       77 qtd-excluidas                            pic 9(5) value 0.
       77 qtd-abaixo-meta                          pic 9(5) value 0.
       77 qtd-prejuizo                             pic 9(5) value 0.
       77 qtd-aumentos                             pic 9(5) value 0.
       77 qtd-vac-lidos                            pic 9(5) value 0.

      *   campos editados do relatório
       77 marca                                    pic x(34).
       77 promo-marca                              pic x(1).
       77 tamanho-edt                              pic zz9.
       77 largura-edt                              pic zz9.
       77 preco-edt                                pic zzzz9,99.
       77 custo-edt                                pic zzzz9,99.
       77 margem-edt                               pic -zzzz9,99.
       77 pct-edt                                  pic -zzz9,99.
       77 alvo-edt                                 pic zz9,99.
       77 cm2-edt                                  pic -zz9,9999.
       77 qtd-edt                                  pic zzzzzz9.
       77 valor-edt                                pic zzzzzzzz9,99.
       77 total-edt                                pic -zzzzzzzz9,99.

      *   registro de execução (PIZZARUN): status do arquivo e hora
      *   da execução carimbada no registro
       77 st-execucoes                             pic x(2).
       77 hora-registro                            pic 9(8).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
       screen section.
      *---------------- apresentação do problema -----------------------*
      *    O sistema sabe quanto cada pizza custa dos fornecedores
      *(preço normalizado, preço/cm2 de tabela e promocional), mas
      *não sabe por quanto ela é vendida ao cliente. O cardápio
      *(PIZZACAR) guarda o preço de venda e a margem alvo de cada
      *chave do catálogo, e este programa cruza o cardápio com o
      *custo de hoje - moeda base pela taxa do dia (PIZZAFX), sem
      *o imposto embutido e com a promoção vigente (PIZZAPRO), do
      *mesmo jeito que o "desafioPizza" normaliza - e com o volume
      *do mês no histórico de vendas (PIZZAVAC): margem unitária,
      *margem por cm2 e margem total por chave e por fornecedor.
      *Chave abaixo da margem alvo é marcada, e chave vendida com
      *prejuízo depois de um aumento do fornecedor registrado no
      *jornal (PIZZAJRN) posterior ao preço do cardápio é
      *destacada - antes, o aumento passava semanas sem ninguém
      *perceber que a margem tinha sumido.
      *-----------------------------------------------------------------*

      *Declaração do corpo do programa
       Procedure Division.

      *    estrutura programa
           perform inicializa.
           perform carga-cambios.
           perform carga-promocoes.
           perform carga-cardapio.
           perform carga-aumentos.
           perform carga-volumes.
           perform calcula-totais.
           perform emite-margens.
           perform emite-fornecedores.
           perform emite-excluidas.
           perform finaliza.

       inicializa section.

           accept data-execucao from date yyyymmdd

      *    mês do volume e loja, do cartão do job
           move spaces to cartao-margem
           accept cartao-margem
           move loja-cartao to loja-filtro
           if mes-cartao is numeric and mes-cartao > 0
             and mes-cartao(5:2) > '00' and mes-cartao(5:2) < '13'
               move mes-cartao to mes-volume
           else
               move data-execucao(1:6) to mes-volume
           end-if

           open output pizza-lista
           move spaces to linha-lista
           string 'MARGEM DO CARDAPIO CONTRA O CUSTO DO FORNECEDOR - '
                  delimited by size
                  'EXECUCAO DE ' delimited by size
                  data-execucao delimited by size
                  ' - VOLUME DO MES ' delimited by size
                  mes-volume delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move spaces to linha-lista
           if loja-consolidado
               string 'CONSOLIDADO - TODAS AS LOJAS' delimited by size
                      into linha-lista
               end-string
           else
               string 'LOJA ' delimited by size
                      loja-filtro delimited by size
                      into linha-lista
               end-string
           end-if
           write linha-lista
           .
       inicializa-exit.
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
       carga-cardapio section.
      *lendo o cardápio e custeando cada chave pelo catálogo

           open input pizza-cardapio
           if st-cardapio <> '00'
               display 'Cardapio Inacessivel (Status ' st-cardapio
                       ') - Margem Nao Apurada.'
               set margem-impossivel to true
           else
               open input pizza-mestre
               if st-mestre <> '00'
                   display 'Catalogo Mestre Inacessivel (Status '
                           st-mestre ') - Margem Nao Apurada.'
                   set margem-impossivel to true
               else
                   perform until st-cardapio <> '00'
                       read pizza-cardapio
                           at end
                               move '10' to st-cardapio
                           not at end
                               add 1 to qtd-cardapio
                               perform guarda-chave-cardapio
                       end-read
                   end-perform
                   close pizza-mestre
               end-if
               close pizza-cardapio
           end-if
           .
       carga-cardapio-exit.
           exit.
      *-----------------------------------------------------------------*
       guarda-chave-cardapio section.
      *a chave lida do cardápio na tabela, com o custo de hoje

           if mrg-qtd < mrg-max-qtd
               add 1 to mrg-qtd
               move mrg-qtd to ind-mrg
               initialize chave-cardapio(ind-mrg)
               move car-fornecedor to mrg-fornecedor(ind-mrg)
               move car-cod-forma to mrg-cod-forma(ind-mrg)
               move car-tamanho to mrg-tamanho(ind-mrg)
               move car-largura to mrg-largura(ind-mrg)
               move car-preco-venda to mrg-preco-venda(ind-mrg)
               move car-margem-alvo to mrg-margem-alvo(ind-mrg)
               move car-data-preco to mrg-data-preco(ind-mrg)
               move 'N' to mrg-promo(ind-mrg)
               perform custeia-chave
           else
               add 1 to qtd-descartadas
               display 'Chave do Cardapio Alem do Limite da Tabela '
                       '- Fora da Margem: ' reg-cardapio
           end-if
           .
       guarda-chave-cardapio-exit.
           exit.
      *-----------------------------------------------------------------*
       custeia-chave section.
      *custo normalizado e área da chave ind-mrg - chave fora do
      *catálogo, inativa ou com moeda sem taxa fica sem margem

           move mrg-fornecedor(ind-mrg) to mst-fornecedor
           move mrg-cod-forma(ind-mrg) to mst-cod-forma
           move mrg-tamanho(ind-mrg) to mst-tamanho
           move mrg-largura(ind-mrg) to mst-largura
           read pizza-mestre
               invalid key
                   set mrg-fora-catalogo(ind-mrg) to true
               not invalid key
                   move mst-nome to mrg-nome(ind-mrg)
                   if mst-ativo = 'N'
                       set mrg-inativa(ind-mrg) to true
                   else
                       perform calcula-area
                       perform normaliza-preco
                   end-if
           end-read

           if mrg-apurada(ind-mrg)
               compute mrg-margem-unit(ind-mrg) =
                   mrg-preco-venda(ind-mrg) - mrg-custo(ind-mrg)
               if mrg-preco-venda(ind-mrg) > 0
                   compute mrg-margem-pct(ind-mrg) rounded =
                       (mrg-margem-unit(ind-mrg) * 100)
                       / mrg-preco-venda(ind-mrg)
               else
                   move 0 to mrg-margem-pct(ind-mrg)
               end-if
               if mrg-area(ind-mrg) > 0
                   compute mrg-margem-cm2(ind-mrg) rounded =
                       mrg-margem-unit(ind-mrg) / mrg-area(ind-mrg)
               end-if
           else
               add 1 to qtd-excluidas
           end-if
           .
       custeia-chave-exit.
           exit.
      *-----------------------------------------------------------------*
       calcula-area section.
      *área da chave pelo registro do catálogo lido, com a mesma
      *regra de calc-area do "desafioPizza"

           evaluate true
               when mrg-retangular(ind-mrg)
                   compute mrg-area(ind-mrg) = mst-comprimento
                                             * mst-largura
               when mrg-quadrada(ind-mrg)
                   compute mrg-area(ind-mrg) = mst-diametro
                                             * mst-diametro
               when other
                   compute mrg-area(ind-mrg) = pi
                       * ((mst-diametro / 2) * (mst-diametro / 2))
           end-evaluate
           .
       calcula-area-exit.
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
               set mrg-sem-cambio(ind-mrg) to true
           else
               move preco-base to mrg-custo(ind-mrg)
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
                 and prt-fornecedor(ind-pro) = mrg-fornecedor(ind-mrg)
                 and prt-cod-forma(ind-pro) = mrg-cod-forma(ind-mrg)
                 and prt-tamanho(ind-pro) = mrg-tamanho(ind-mrg)
                 and prt-largura(ind-pro) = mrg-largura(ind-mrg)
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
                   move preco-promo to mrg-custo(ind-mrg)
                   move 'S' to mrg-promo(ind-mrg)
               end-if
           end-if
           .
       aplica-promocao-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-aumentos section.
      *o aumento mais recente de cada chave do cardápio registrado
      *no jornal - o jornal é opcional, sem ele nenhuma perda é
      *atribuída a aumento

           if margem-possivel
               open input pizza-jornal
               if st-jornal = '00'
                   perform until st-jornal <> '00'
                       read pizza-jornal
                           at end
                               move '10' to st-jornal
                           not at end
                               perform processa-jornal
                       end-read
                   end-perform
                   close pizza-jornal
               else
                   display 'Jornal de Precos Inacessivel - Aumentos '
                           'Nao Conferidos.'
               end-if
           end-if
           .
       carga-aumentos-exit.
           exit.
      *-----------------------------------------------------------------*
       processa-jornal section.
      *linha do jornal: fornecedor;forma;tamanho;largura;preço
      *anterior;preço novo;data;variação - só o aumento (preço novo
      *acima do anterior) interessa, e o preço anterior zero é a
      *primeira carga da chave, não um aumento. tamanho e largura
      *vêm editados (zz9) e são comparados editados

           move spaces to tab-campos
           move 0 to campo-conta
           unstring linha-jornal delimited by ';'
               into cmp-campo(1) cmp-campo(2) cmp-campo(3)
                    cmp-campo(4) cmp-campo(5) cmp-campo(6)
                    cmp-campo(7) cmp-campo(8)
               tallying in campo-conta
           end-unstring

           move cmp-campo(5) to prc-campo
           perform converte-preco
           move prc-num to jrn-preco-ant
           move cmp-campo(6) to prc-campo
           perform converte-preco
           move prc-num to jrn-preco-novo

           if campo-conta = 8
             and cmp-campo(7)(1:8) is numeric
             and jrn-preco-ant > 0
             and jrn-preco-novo > jrn-preco-ant
               perform varying ind-mrg from 1 by 1
                       until ind-mrg > mrg-qtd
                   move mrg-tamanho(ind-mrg) to tamanho-txt
                   move mrg-largura(ind-mrg) to largura-txt
                   if mrg-fornecedor(ind-mrg) = cmp-campo(1)(1:3)
                     and mrg-cod-forma(ind-mrg) = cmp-campo(2)(1:1)
                     and tamanho-txt = cmp-campo(3)(1:3)
                     and largura-txt = cmp-campo(4)(1:3)
                     and cmp-campo(7)(1:8) > mrg-data-aumento(ind-mrg)
                       move cmp-campo(7)(1:8)
                            to mrg-data-aumento(ind-mrg)
                   end-if
               end-perform
           end-if
           .
       processa-jornal-exit.
           exit.
      *-----------------------------------------------------------------*
       converte-preco section.
      *trazendo o preço editado em prc-campo de volta a numérico
      *em prc-num - campo que não é preço fica zero

           move spaces to prc-int prc-dec
           unstring prc-campo delimited by ','
               into prc-int prc-dec
           end-unstring
           inspect prc-int replacing all ' ' by '0'
           inspect prc-dec replacing all ' ' by '0'
           if prc-int is numeric and prc-dec is numeric
               move prc-int to prc-int-num
               move prc-dec to prc-dec-num
               compute prc-num = prc-int-num + (prc-dec-num / 100)
           else
               move 0 to prc-num
           end-if
           .
       converte-preco-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-volumes section.
      *unidades vendidas no mês de cada chave do cardápio

           if margem-possivel
               open input pizza-vendas-hist
               if st-vendas-hist <> '00'
                   display 'Historico de Vendas Inacessivel - Margem '
                           'Total Sai Zerada.'
               else
                   perform until st-vendas-hist <> '00'
                       read pizza-vendas-hist
                           at end
                               move '10' to st-vendas-hist
                           not at end
                               if vac-mes = mes-volume
                                 and (loja-consolidado
                                      or vac-loja = loja-filtro)
                                   add 1 to qtd-vac-lidos
                                   perform acumula-volume
                               end-if
                       end-read
                   end-perform
                   close pizza-vendas-hist
               end-if
           end-if
           .
       carga-volumes-exit.
           exit.
      *-----------------------------------------------------------------*
       acumula-volume section.
      *a linha do histórico na chave do cardápio de mesma chave

           perform varying ind-mrg from 1 by 1 until ind-mrg > mrg-qtd
               if mrg-fornecedor(ind-mrg) = vac-fornecedor
                 and mrg-cod-forma(ind-mrg) = vac-cod-forma
                 and mrg-tamanho(ind-mrg) = vac-tamanho
                 and mrg-largura(ind-mrg) = vac-largura
                   add vac-quantidade to mrg-unidades(ind-mrg)
               end-if
           end-perform
           .
       acumula-volume-exit.
           exit.
      *-----------------------------------------------------------------*
       calcula-totais section.
      *margem total de cada chave apurada no mês e a soma por
      *fornecedor

           perform varying ind-mrg from 1 by 1 until ind-mrg > mrg-qtd
               if mrg-apurada(ind-mrg)
                   compute mrg-margem-total(ind-mrg) =
                       mrg-margem-unit(ind-mrg) * mrg-unidades(ind-mrg)
                   perform soma-fornecedor
               end-if
           end-perform
           .
       calcula-totais-exit.
           exit.
      *-----------------------------------------------------------------*
       soma-fornecedor section.
      *a chave ind-mrg no total do seu fornecedor

           move 0 to for-achado
           perform varying ind-for from 1 by 1 until ind-for > for-qtd
               if fmg-fornecedor(ind-for) = mrg-fornecedor(ind-mrg)
                   move ind-for to for-achado
               end-if
           end-perform
           if for-achado = 0
               if for-qtd < for-max-qtd
                   add 1 to for-qtd
                   move for-qtd to for-achado
                   move mrg-fornecedor(ind-mrg)
                        to fmg-fornecedor(for-qtd)
                   move 0 to fmg-unidades(for-qtd)
                   move 0 to fmg-receita(for-qtd)
                   move 0 to fmg-margem(for-qtd)
                   move 0 to fmg-abaixo(for-qtd)
               else
                   display 'Fornecedor Alem do Limite da Tabela - '
                           'Fora do Total: ' mrg-fornecedor(ind-mrg)
               end-if
           end-if
           if for-achado > 0
               compute receita-chave = mrg-preco-venda(ind-mrg)
                                     * mrg-unidades(ind-mrg)
               add mrg-unidades(ind-mrg) to fmg-unidades(for-achado)
               add receita-chave to fmg-receita(for-achado)
               add mrg-margem-total(ind-mrg) to fmg-margem(for-achado)
               if mrg-margem-pct(ind-mrg) < mrg-margem-alvo(ind-mrg)
                   add 1 to fmg-abaixo(for-achado)
               end-if
           end-if
           .
       soma-fornecedor-exit.
           exit.
      *-----------------------------------------------------------------*
       emite-margens section.
      *uma linha por chave apurada do cardápio

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'MARGEM POR CHAVE (VENDA, CUSTO, MARGEM UNITARIA, % '
                  'SOBRE A VENDA / ALVO, MARGEM POR CM2, UNIDADES E '
                  'MARGEM DO MES)' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           if margem-impossivel
               move spaces to linha-lista
               string '*CARDAPIO OU CATALOGO INACESSIVEL - MARGEM NAO '
                      'APURADA*' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           else
               perform varying ind-mrg from 1 by 1
                       until ind-mrg > mrg-qtd
                   if mrg-apurada(ind-mrg)
                       perform lista-margem-chave
                   end-if
               end-perform
           end-if
           .
       emite-margens-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-margem-chave section.
      *a linha da chave ind-mrg, com a marca de meta e de prejuízo

           evaluate true
               when mrg-margem-unit(ind-mrg) < 0
                 and mrg-data-aumento(ind-mrg) > 0
                 and mrg-data-aumento(ind-mrg)
                     >= mrg-data-preco(ind-mrg)
                   move '*PREJUIZO APOS AUMENTO EM' to marca
                   move mrg-data-aumento(ind-mrg) to marca(27:8)
                   add 1 to qtd-prejuizo
                   add 1 to qtd-aumentos
               when mrg-margem-unit(ind-mrg) < 0
                   move '*PREJUIZO*' to marca
                   add 1 to qtd-prejuizo
               when mrg-margem-pct(ind-mrg) < mrg-margem-alvo(ind-mrg)
                   move '*ABAIXO DA MARGEM ALVO*' to marca
                   add 1 to qtd-abaixo-meta
               when other
                   move spaces to marca
           end-evaluate

      *    custo promocional sai marcado com 'P' ao lado do custo
           if mrg-promo(ind-mrg) = 'S'
               move 'P' to promo-marca
           else
               move space to promo-marca
           end-if
           move mrg-tamanho(ind-mrg) to tamanho-edt
           move mrg-largura(ind-mrg) to largura-edt
           move mrg-preco-venda(ind-mrg) to preco-edt
           move mrg-custo(ind-mrg) to custo-edt
           move mrg-margem-unit(ind-mrg) to margem-edt
           move mrg-margem-pct(ind-mrg) to pct-edt
           move mrg-margem-alvo(ind-mrg) to alvo-edt
           move mrg-margem-cm2(ind-mrg) to cm2-edt
           move mrg-unidades(ind-mrg) to qtd-edt
           move mrg-margem-total(ind-mrg) to total-edt
           move spaces to linha-lista
           string mrg-fornecedor(ind-mrg) delimited by size
                  ' ' delimited by size
                  mrg-cod-forma(ind-mrg) delimited by size
                  ' ' delimited by size
                  tamanho-edt delimited by size
                  ' ' delimited by size
                  largura-edt delimited by size
                  ' |' delimited by size
                  preco-edt delimited by size
                  custo-edt delimited by size
                  promo-marca delimited by size
                  ' |' delimited by size
                  margem-edt delimited by size
                  pct-edt delimited by size
                  '%/' delimited by size
                  alvo-edt delimited by size
                  ' |' delimited by size
                  cm2-edt delimited by size
                  ' |' delimited by size
                  qtd-edt delimited by size
                  total-edt delimited by size
                  ' ' delimited by size
                  marca delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       lista-margem-chave-exit.
           exit.
      *-----------------------------------------------------------------*
       emite-fornecedores section.
      *margem do mês somada por fornecedor

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'MARGEM DO MES POR FORNECEDOR' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           perform varying ind-for from 1 by 1 until ind-for > for-qtd
               if fmg-receita(ind-for) > 0
                   compute margem-pct-calc rounded =
                       (fmg-margem(ind-for) * 100)
                       / fmg-receita(ind-for)
               else
                   move 0 to margem-pct-calc
               end-if
               move fmg-unidades(ind-for) to qtd-edt
               move fmg-receita(ind-for) to valor-edt
               move fmg-margem(ind-for) to total-edt
               move margem-pct-calc to pct-edt
               move fmg-abaixo(ind-for) to tamanho-edt
               move spaces to linha-lista
               string 'FORNECEDOR ' delimited by size
                      fmg-fornecedor(ind-for) delimited by size
                      ' | UNIDADES ' delimited by size
                      qtd-edt delimited by size
                      ' | VENDA ' delimited by size
                      valor-edt delimited by size
                      ' | MARGEM ' delimited by size
                      total-edt delimited by size
                      ' (' delimited by size
                      pct-edt delimited by size
                      '%) | CHAVES ABAIXO DO ALVO ' delimited by size
                      tamanho-edt delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-perform

           if for-qtd = 0
               move spaces to linha-lista
               string 'NENHUMA CHAVE APURADA' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       emite-fornecedores-exit.
           exit.
      *-----------------------------------------------------------------*
       emite-excluidas section.
      *chaves do cardápio que ficaram sem margem

           if qtd-excluidas > 0
               move spaces to linha-lista
               write linha-lista
               move spaces to linha-lista
               string 'CHAVES DO CARDAPIO SEM MARGEM APURADA'
                      delimited by size
                      into linha-lista
               end-string
               write linha-lista

               perform varying ind-mrg from 1 by 1
                       until ind-mrg > mrg-qtd
                   if not mrg-apurada(ind-mrg)
                       perform lista-excluida
                   end-if
               end-perform
           end-if
           .
       emite-excluidas-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-excluida section.
      *a chave ind-mrg sem margem, com o motivo

           evaluate true
               when mrg-fora-catalogo(ind-mrg)
                   move '*FORA DO CATALOGO*' to marca
               when mrg-inativa(ind-mrg)
                   move '*INATIVA NO CATALOGO*' to marca
               when other
                   move '*CUSTO SEM NORMALIZACAO*' to marca
           end-evaluate
           move mrg-tamanho(ind-mrg) to tamanho-edt
           move mrg-largura(ind-mrg) to largura-edt
           move mrg-preco-venda(ind-mrg) to preco-edt
           move spaces to linha-lista
           string mrg-fornecedor(ind-mrg) delimited by size
                  ' ' delimited by size
                  mrg-cod-forma(ind-mrg) delimited by size
                  ' ' delimited by size
                  tamanho-edt delimited by size
                  ' ' delimited by size
                  largura-edt delimited by size
                  ' | VENDA ' delimited by size
                  preco-edt delimited by size
                  ' ' delimited by size
                  marca delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       lista-excluida-exit.
           exit.
      *-----------------------------------------------------------------*
       finaliza section.
      *código de retorno: 8 sem cardápio ou sem catálogo, 4 com
      *chave abaixo da margem alvo, com prejuízo ou sem margem

           move spaces to linha-lista
           write linha-lista
           move qtd-cardapio to qtd-edt
           move spaces to linha-lista
           string 'CHAVES NO CARDAPIO: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-abaixo-meta to qtd-edt
           move spaces to linha-lista
           string 'ABAIXO DA MARGEM ALVO: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-prejuizo to qtd-edt
           move spaces to linha-lista
           string 'COM PREJUIZO: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-aumentos to qtd-edt
           move spaces to linha-lista
           string 'PREJUIZO APOS AUMENTO DO FORNECEDOR: '
                  delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           close pizza-lista

           evaluate true
               when margem-impossivel
                   move 8 to return-code
               when qtd-abaixo-meta > 0 or qtd-prejuizo > 0
                 or qtd-excluidas > 0 or qtd-descartadas > 0
                   move 4 to return-code
               when other
                   continue
           end-evaluate

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
               move 'analiseMargem' to exe-programa
               accept exe-data from date yyyymmdd
               accept hora-registro from time
               move hora-registro(1:6) to exe-hora
               move 'L' to exe-modo
               move return-code to exe-retorno
               evaluate return-code
                   when 0
                       move 'EXECUCAO LIMPA' to exe-significado
                   when 4
                       move 'MARGEM ABAIXO DO ALVO'
                            to exe-significado
                   when 8
                       move 'CARDAPIO OU CATALOGO FALTANDO'
                            to exe-significado
                   when other
                       move 'CODIGO NAO PREVISTO'
                            to exe-significado
               end-evaluate
               move qtd-cardapio to exe-lidos
               move 0 to exe-gravados
               compute exe-rejeitados = qtd-excluidas + qtd-descartadas
               write reg-execucao
               close pizza-execucoes
           end-if
           .
       grava-execucao-exit.
           exit.
