      *Divisão de identificação do programa
       identification division.
      *---program-id é uma informação obrigatória---
       program-id. "conferePedidos".
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
      *    pedidos de compra gravados pelo "desafioPizza" (todas as
      *    gerações concatenadas no job) - somente leitura
           select pizza-pedido assign to "PIZZAORD"
               organization is line sequential
               file status is st-pedido.
      *    recebimento: quantidade efetivamente entregue por linha
      *    de pedido (arquivo opcional)
           select pizza-recebimento assign to "PIZZAREC"
               organization is line sequential
               file status is st-recebimento.
      *    notas fiscais dos fornecedores: chave, quantidade e preço
      *    unitário cobrados (arquivo opcional)
           select pizza-notas assign to "PIZZANFF"
               organization is line sequential
               file status is st-notas.
      *    notas conferidas por inteiro, liberadas para pagamento
           select pizza-pagamento assign to "PIZZAPAG"
               organization is line sequential
               file status is st-pagamento.
      *    notas já liberadas para pagamento em execuções anteriores
      *    (fornecedor + número) - o recebimento e as notas são
      *    arquivos acumulados, e a nota liberada uma vez não pode
      *    ir de novo para o PIZZAPAG
           select pizza-liberadas assign to "PIZZALIB"
               organization is indexed
               access mode is dynamic
               record key is lib-chave
               file status is st-liberadas.
      *    relatório de exceções da conferência
           select pizza-lista assign to "PIZZAWCF"
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
       fd  pizza-pedido
           label records are standard.
      *    espelho fiel dos registros do pedido do "desafioPizza"
       01  reg-ped-cabecalho.
           05 pdc-tipo                             pic x(1).
               88 pedido-cabecalho                 value 'H'.
               88 pedido-item                      value 'D'.
               88 pedido-total                     value 'T'.
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

       fd  pizza-recebimento
           label records are standard.
      *    uma linha por entrega conferida na porta: o pedido (pelo
      *    fornecedor e pela data do pedido), a chave do catálogo
      *    (rcb-tamanho segue a regra de mst-tamanho) e a
      *    quantidade recebida
       01  reg-recebimento.
           05 rcb-fornecedor                       pic x(3).
           05 rcb-data-pedido                      pic 9(8).
           05 rcb-cod-forma                        pic x(1).
           05 rcb-tamanho                          pic 9(3).
           05 rcb-largura                          pic 9(3).
           05 rcb-quantidade                       pic 9(5).
           05 rcb-data-entrega                     pic 9(8).

       fd  pizza-notas
           label records are standard.
      *    uma linha por item de nota fiscal, apontando o pedido
      *    pelo fornecedor e pela data do pedido
       01  reg-nota.
           05 nff-fornecedor                       pic x(3).
           05 nff-numero                           pic x(10).
           05 nff-data-pedido                      pic 9(8).
           05 nff-cod-forma                        pic x(1).
           05 nff-tamanho                          pic 9(3).
           05 nff-largura                          pic 9(3).
           05 nff-quantidade                       pic 9(5).
           05 nff-preco-unit                       pic 9(5)v99.
           05 nff-data-emissao                     pic 9(8).

       fd  pizza-pagamento
           label records are standard.
      *    uma linha por nota liberada: fornecedor, número, emissão,
      *    valor total, quantidade de itens e data da conferência
       01  reg-pagamento.
           05 pag-fornecedor                       pic x(3).
           05 pag-numero                           pic x(10).
           05 pag-data-emissao                     pic 9(8).
           05 pag-valor                            pic 9(9)v99.
           05 pag-qtd-itens                        pic 9(3).
           05 pag-data-conferencia                 pic 9(8).

       fd  pizza-liberadas
           label records are standard.
      *    uma linha por nota liberada, com a data da conferência
      *    que a liberou
       01  reg-liberada.
           05 lib-chave.
               10 lib-fornecedor                   pic x(3).
               10 lib-numero                       pic x(10).
           05 lib-data-emissao                     pic 9(8).
           05 lib-valor                            pic 9(9)v99.
           05 lib-data-conferencia                 pic 9(8).

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

       77 st-pedido                                pic x(2).
       77 st-recebimento                           pic x(2).
       77 st-notas                                 pic x(2).
       77 st-pagamento                             pic x(2).
       77 st-lista                                 pic x(2).
       77 st-liberadas                             pic x(2).
       77 data-execucao                            pic 9(8).

      *   cartão do job (ACCEPT do SYSIN): dias até um pedido sem
      *   entrega completa ser cobrado como em aberto e, nas colunas
      *   4-6, a janela de conferência em dias - pedido mais velho
      *   que a janela sai da conferência, com as entregas e notas
      *   dele. zero ou ausente mantém o padrão
       01 cartao-conferencia.
           05 dias-cartao                          pic 9(3).
           05 janela-cartao                        pic 9(3).
       77 dias-aberto                              pic 9(3) value 15.
       77 dias-janela                              pic 9(3) value 120.

      *   'N' quando os pedidos não puderam ser lidos - nada é
      *   conferido e nenhuma nota é liberada
       77 pedidos-ok                               pic x(1) value 'S'.
           88 pedidos-lidos                        value 'S'.
           88 pedidos-inacessiveis                 value 'N'.

      *   'N' quando o controle de notas liberadas não pôde ser
      *   aberto - sem ele não há como saber o que já foi pago, e
      *   nenhuma nota é liberada
       77 liberadas-ok                             pic x(1) value 'S'.
           88 liberadas-abertas                    value 'S'.
           88 liberadas-inacessiveis               value 'N'.

      *   'S' quando o pedido em leitura está dentro da janela de
      *   conferência
       77 pedido-janela                            pic x(1) value 'N'.
           88 pedido-na-janela                     value 'S'.
           88 pedido-fora-janela                   value 'N'.

      *   cabeçalho do pedido em leitura - os itens 'D' seguintes
      *   pertencem a ele
       77 pedido-fornecedor                        pic x(3).
       77 pedido-data                              pic 9(8).

      *   linhas de pedido, uma por fornecedor + data do pedido +
      *   chave (a mesma chave repetida no mesmo pedido soma), com
      *   o que foi recebido e faturado contra ela
       78 ord-max-qtd                              value 2000.
       77 ord-qtd                                  pic 9(4) value 0.
       77 ind-ord                                  pic 9(4).
       77 ord-achado                               pic 9(4).
       01 tab-linhas-pedido.
           05 linha-pedido occurs ord-max-qtd.
               10 ord-fornecedor                   pic x(3).
               10 ord-data                         pic 9(8).
               10 ord-cod-forma                    pic x(1).
               10 ord-tamanho                      pic 9(3).
               10 ord-largura                      pic 9(3).
               10 ord-qtd-pedida                   pic 9(5).
               10 ord-preco-unit                   pic 9(5)v99.
               10 ord-qtd-recebida                 pic 9(5).
               10 ord-qtd-faturada                 pic 9(5).

      *   chave procurada nas linhas de pedido
       77 busca-fornecedor                         pic x(3).
       77 busca-data                               pic 9(8).
       77 busca-forma                              pic x(1).
       77 busca-tamanho                            pic 9(3).
       77 busca-largura                            pic 9(3).

      *   itens das notas fiscais com a linha de pedido casada e a
      *   situação apurada: espaço = conferido, 'S' sem pedido,
      *   'P' preço acima do pedido, 'Q' faturado acima do recebido
       78 nfl-max-qtd                              value 2000.
       77 nfl-qtd                                  pic 9(4) value 0.
       77 ind-nfl                                  pic 9(4).
       01 tab-itens-nota.
           05 item-nota occurs nfl-max-qtd.
               10 nfl-fornecedor                   pic x(3).
               10 nfl-numero                       pic x(10).
               10 nfl-data-pedido                  pic 9(8).
               10 nfl-cod-forma                    pic x(1).
               10 nfl-tamanho                      pic 9(3).
               10 nfl-largura                      pic 9(3).
               10 nfl-quantidade                   pic 9(5).
               10 nfl-preco-unit                   pic 9(5)v99.
               10 nfl-data-emissao                 pic 9(8).
               10 nfl-ord                          pic 9(4).
               10 nfl-situacao                     pic x(1).
                   88 nfl-conferido                value ' '.
                   88 nfl-sem-pedido               value 'S'.
                   88 nfl-preco-acima              value 'P'.
                   88 nfl-qtd-acima                value 'Q'.

      *   'S' quando a nota do item lido já foi liberada numa
      *   execução anterior
       77 nota-liberada                            pic x(1).
           88 nota-ja-liberada                     value 'S'.
           88 nota-nova                            value 'N'.

      *   'N' quando o item lido não coube na tabela de itens
       77 item-guardado                            pic x(1).
           88 item-na-tabela                       value 'S'.
           88 item-fora-tabela                     value 'N'.

      *   notas fiscais distintas (fornecedor + número), com o
      *   valor somado e a marca de nota com algum item divergente
       78 nft-max-qtd                              value 1000.
       77 nft-qtd                                  pic 9(4) value 0.
       77 ind-nft                                  pic 9(4).
       77 nft-achada                               pic 9(4).
       01 tab-notas.
           05 nota occurs nft-max-qtd.
               10 nft-fornecedor                   pic x(3).
               10 nft-numero                       pic x(10).
               10 nft-data-emissao                 pic 9(8).
               10 nft-valor                        pic 9(9)v99.
               10 nft-itens                        pic 9(3).
               10 nft-divergente                   pic x(1).

      *   contadores do resumo
       77 qtd-pedido-lidos                         pic 9(5) value 0.
       77 qtd-rcb-lidos                            pic 9(5) value 0.
       77 qtd-rcb-sem-pedido                       pic 9(5) value 0.
       77 qtd-nff-lidos                            pic 9(5) value 0.
       77 qtd-entrega-divergente                   pic 9(5) value 0.
       77 qtd-em-aberto                            pic 9(5) value 0.
       77 qtd-nff-sem-pedido                       pic 9(5) value 0.
       77 qtd-nff-preco-acima                      pic 9(5) value 0.
       77 qtd-nff-qtd-acima                        pic 9(5) value 0.
       77 qtd-notas-liberadas                      pic 9(5) value 0.
       77 qtd-notas-retidas                        pic 9(5) value 0.
       77 qtd-excecoes                             pic 9(5) value 0.
       77 qtd-descartados                          pic 9(5) value 0.
       77 qtd-fora-janela                          pic 9(5) value 0.
       77 qtd-nff-ja-liberados                     pic 9(5) value 0.
       77 valor-liberado                           pic 9(9)v99 value 0.

      *   idade do pedido em dias corridos aproximados (meses de
      *   30 dias, como a idade da taxa de câmbio no "desafioPizza")
       77 idade-pedido                             pic s9(7).
       01 data-exe-dec.
           05 dex-ano                              pic 9(4).
           05 dex-mes                              pic 9(2).
           05 dex-dia                              pic 9(2).
       01 data-ped-dec.
           05 dpd-ano                              pic 9(4).
           05 dpd-mes                              pic 9(2).
           05 dpd-dia                              pic 9(2).

      *   campos editados e de apoio do relatório
       77 marca                                    pic x(30).
       77 qtd-edt                                  pic zzzz9.
       77 qtd-ped-edt                              pic zzzz9.
       77 qtd-rcb-edt                              pic zzzz9.
       77 qtd-fat-edt                              pic zzzz9.
       77 tamanho-edt                              pic zz9.
       77 largura-edt                              pic zz9.
       77 preco-edt                                pic zzzz9,99.
       77 preco-ped-edt                            pic zzzz9,99.
       77 valor-edt                                pic zzzzzzzz9,99.
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
      *    O "desafioPizza" grava o pedido de compra (PIZZAORD) e
      *depois esquece dele - ninguém confere o que o fornecedor
      *entregou nem o que cobrou, e a conferência era feita à mão
      *sobre listagens. Este programa casa as gerações de pedidos
      *com o recebimento (PIZZAREC) e as notas fiscais (PIZZANFF)
      *por fornecedor, data do pedido e chave do catálogo, e
      *aponta: entrega sem pedido, entrega a menor ou a maior,
      *item faturado sem pedido, preço unitário acima do pedido,
      *quantidade faturada acima da recebida e pedido ainda em
      *aberto depois de N dias. Nota com todos os itens conferidos
      *vai para o arquivo de pagamento; o resto fica no relatório
      *de exceções.
      *-----------------------------------------------------------------*

      *Declaração do corpo do programa
       Procedure Division.

      *    estrutura programa
           perform inicializa.
           perform carga-pedidos.
           perform carga-recebimentos.
           perform carga-notas.
           perform confere-entregas.
           perform confere-notas.
           perform libera-notas.
           perform emite-resumo.
           perform finaliza.

       inicializa section.

           accept data-execucao from date yyyymmdd
           move data-execucao to data-exe-dec

      *    dias para o pedido em aberto e janela de conferência,
      *    do cartão do job
           move zeros to cartao-conferencia
           accept cartao-conferencia
           if dias-cartao is numeric and dias-cartao > 0
               move dias-cartao to dias-aberto
           end-if
           if janela-cartao is numeric and janela-cartao > 0
               move janela-cartao to dias-janela
           end-if

      *    controle das notas já liberadas, criado vazio na
      *    primeira execução
           open i-o pizza-liberadas
           if st-liberadas = '35'
               open output pizza-liberadas
               close pizza-liberadas
               open i-o pizza-liberadas
           end-if
           if st-liberadas <> '00'
               display 'Controle de Notas Liberadas Inacessivel '
                       '(Status ' st-liberadas ') - Nenhuma Nota '
                       'Sera Liberada.'
               set liberadas-inacessiveis to true
               move 8 to return-code
           end-if

           open output pizza-lista
           open output pizza-pagamento

           move spaces to linha-lista
           string 'CONFERENCIA DE PEDIDOS, ENTREGAS E NOTAS FISCAIS'
                  ' - EXECUCAO DE ' delimited by size
                  data-execucao delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-pedidos section.
      *lendo as gerações de pedidos: o cabeçalho 'H' dá o
      *fornecedor e a data, os itens 'D' viram linhas de pedido e
      *o total 'T' não tem nada a conferir. pedido mais velho que a
      *janela de conferência fica de fora - as gerações guardadas
      *no GDG não podem estourar as tabelas

           open input pizza-pedido
           if st-pedido <> '00'
               display 'Pedidos de Compra Inacessiveis (Status '
                       st-pedido ') - Nada Conferido.'
               set pedidos-inacessiveis to true
               move 8 to return-code
           else
               move spaces to pedido-fornecedor
               move 0 to pedido-data
               perform until st-pedido <> '00'
                   read pizza-pedido
                       at end
                           move '10' to st-pedido
                       not at end
                           evaluate true
                               when pedido-cabecalho
                                   move pdc-fornecedor
                                        to pedido-fornecedor
                                   move pdc-data to pedido-data
                                   move pdc-data to data-ped-dec
                                   perform calcula-idade-pedido
                                   if idade-pedido > dias-janela
                                       set pedido-fora-janela to true
                                   else
                                       set pedido-na-janela to true
                                   end-if
                               when pedido-item
                                   add 1 to qtd-pedido-lidos
                                   if pedido-na-janela
                                       perform inclui-linha-pedido
                                   else
                                       add 1 to qtd-fora-janela
                                   end-if
                               when other
                                   continue
                           end-evaluate
                   end-read
               end-perform
               close pizza-pedido
           end-if
           .
       carga-pedidos-exit.
           exit.
      *-----------------------------------------------------------------*
       inclui-linha-pedido section.
      *somando o item lido na linha de pedido de mesma chave, ou
      *abrindo uma nova

           move pedido-fornecedor to busca-fornecedor
           move pedido-data to busca-data
           move pdi-cod-forma to busca-forma
           move pdi-tamanho to busca-tamanho
           move pdi-largura to busca-largura
           perform procura-linha-pedido

           if ord-achado > 0
               add pdi-quantidade to ord-qtd-pedida(ord-achado)
           else
               if ord-qtd < ord-max-qtd
                   add 1 to ord-qtd
                   move pedido-fornecedor to ord-fornecedor(ord-qtd)
                   move pedido-data to ord-data(ord-qtd)
                   move pdi-cod-forma to ord-cod-forma(ord-qtd)
                   move pdi-tamanho to ord-tamanho(ord-qtd)
                   move pdi-largura to ord-largura(ord-qtd)
                   move pdi-quantidade to ord-qtd-pedida(ord-qtd)
                   move pdi-preco-unit to ord-preco-unit(ord-qtd)
                   move 0 to ord-qtd-recebida(ord-qtd)
                   move 0 to ord-qtd-faturada(ord-qtd)
               else
                   add 1 to qtd-descartados
                   display 'Linha de Pedido Alem do Limite da Tabela '
                           '- Ignorada: ' pedido-fornecedor ' '
                           pedido-data
               end-if
           end-if
           .
       inclui-linha-pedido-exit.
           exit.
      *-----------------------------------------------------------------*
       procura-linha-pedido section.
      *procurando a linha de pedido da chave de busca - ord-achado
      *fica zerado quando ela não existe

           move 0 to ord-achado
           perform varying ind-ord from 1 by 1 until ind-ord > ord-qtd
               if ord-achado = 0
                 and ord-fornecedor(ind-ord) = busca-fornecedor
                 and ord-data(ind-ord) = busca-data
                 and ord-cod-forma(ind-ord) = busca-forma
                 and ord-tamanho(ind-ord) = busca-tamanho
                 and ord-largura(ind-ord) = busca-largura
                   move ind-ord to ord-achado
               end-if
           end-perform
           .
       procura-linha-pedido-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-recebimentos section.
      *somando cada entrega na sua linha de pedido - entrega que
      *não casa com pedido nenhum sai já relatada

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'ENTREGAS SEM PEDIDO' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           if pedidos-lidos
               open input pizza-recebimento
               if st-recebimento <> '00'
                   display 'Sem Arquivo de Recebimento - Toda Nota '
                           'Ficara Retida.'
               else
                   perform until st-recebimento <> '00'
                       read pizza-recebimento
                           at end
                               move '10' to st-recebimento
                           not at end
                               add 1 to qtd-rcb-lidos
                               perform casa-recebimento
                       end-read
                   end-perform
                   close pizza-recebimento
               end-if
           end-if

           if qtd-rcb-sem-pedido = 0
               move spaces to linha-lista
               string 'NENHUMA' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       carga-recebimentos-exit.
           exit.
      *-----------------------------------------------------------------*
       casa-recebimento section.
      *casando a entrega lida com a linha de pedido - entrega de
      *pedido mais velho que a janela de conferência é ignorada

           move rcb-data-pedido to data-ped-dec
           perform calcula-idade-pedido
           if idade-pedido > dias-janela
               add 1 to qtd-fora-janela
           else
               move rcb-fornecedor to busca-fornecedor
               move rcb-data-pedido to busca-data
               move rcb-cod-forma to busca-forma
               move rcb-tamanho to busca-tamanho
               move rcb-largura to busca-largura
               perform procura-linha-pedido

               if ord-achado > 0
                   add rcb-quantidade to ord-qtd-recebida(ord-achado)
               else
                   add 1 to qtd-rcb-sem-pedido
                   add 1 to qtd-excecoes
                   move rcb-tamanho to tamanho-edt
                   move rcb-largura to largura-edt
                   move rcb-quantidade to qtd-rcb-edt
                   move spaces to linha-lista
                   string 'FOR ' delimited by size
                          rcb-fornecedor delimited by size
                          ' | PEDIDO DE ' delimited by size
                          rcb-data-pedido delimited by size
                          ' | FRM ' delimited by size
                          rcb-cod-forma delimited by size
                          ' | TAM ' delimited by size
                          tamanho-edt delimited by size
                          ' | LAR ' delimited by size
                          largura-edt delimited by size
                          ' | RECEBIDO ' delimited by size
                          qtd-rcb-edt delimited by size
                          ' EM ' delimited by size
                          rcb-data-entrega delimited by size
                          into linha-lista
                   end-string
                   write linha-lista
               end-if
           end-if
           .
       casa-recebimento-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-notas section.
      *carregando os itens das notas fiscais, casando cada um com
      *a sua linha de pedido e somando o faturado nela

           if pedidos-lidos
               open input pizza-notas
               if st-notas <> '00'
                   display 'Sem Arquivo de Notas Fiscais - Nenhuma '
                           'Nota a Liberar.'
               else
                   perform until st-notas <> '00'
                       read pizza-notas
                           at end
                               move '10' to st-notas
                           not at end
                               add 1 to qtd-nff-lidos
                               perform inclui-item-nota
                       end-read
                   end-perform
                   close pizza-notas
               end-if
           end-if
           .
       carga-notas-exit.
           exit.
      *-----------------------------------------------------------------*
       inclui-item-nota section.
      *separando o item de nota lido: pedido mais velho que a
      *janela de conferência é ignorado; nota já liberada numa
      *execução anterior só soma o faturado na linha de pedido (o
      *faturado acima do recebido continua valendo para as notas
      *novas) e não volta para a conferência

           move nff-data-pedido to data-ped-dec
           perform calcula-idade-pedido
           if idade-pedido > dias-janela
               add 1 to qtd-fora-janela
           else
               perform procura-nota-liberada
               if nota-ja-liberada
                   add 1 to qtd-nff-ja-liberados
                   perform casa-item-nota
               else
                   perform guarda-item-nota
               end-if
           end-if
           .
       inclui-item-nota-exit.
           exit.
      *-----------------------------------------------------------------*
       procura-nota-liberada section.
      *procurando a nota do item lido no controle de notas
      *liberadas - sem o controle toda nota conta como nova (e
      *nenhuma é liberada)

           set nota-nova to true
           if liberadas-abertas
               move nff-fornecedor to lib-fornecedor
               move nff-numero to lib-numero
               read pizza-liberadas
                   key is lib-chave
                   invalid key
                       set nota-nova to true
                   not invalid key
                       set nota-ja-liberada to true
               end-read
           end-if
           .
       procura-nota-liberada-exit.
           exit.
      *-----------------------------------------------------------------*
       casa-item-nota section.
      *casando o item lido com a sua linha de pedido e somando o
      *faturado nela - ord-achado fica zerado sem pedido

           move nff-fornecedor to busca-fornecedor
           move nff-data-pedido to busca-data
           move nff-cod-forma to busca-forma
           move nff-tamanho to busca-tamanho
           move nff-largura to busca-largura
           perform procura-linha-pedido
           if ord-achado > 0
               add nff-quantidade to ord-qtd-faturada(ord-achado)
           end-if
           .
       casa-item-nota-exit.
           exit.
      *-----------------------------------------------------------------*
       guarda-item-nota section.
      *guardando o item da nota com a linha de pedido casada - item
      *além do limite da tabela não entra, e a nota dele nunca é
      *liberada (fica marcada como divergente)

           if nfl-qtd < nfl-max-qtd
               set item-na-tabela to true
               add 1 to nfl-qtd
               move nff-fornecedor to nfl-fornecedor(nfl-qtd)
               move nff-numero to nfl-numero(nfl-qtd)
               move nff-data-pedido to nfl-data-pedido(nfl-qtd)
               move nff-cod-forma to nfl-cod-forma(nfl-qtd)
               move nff-tamanho to nfl-tamanho(nfl-qtd)
               move nff-largura to nfl-largura(nfl-qtd)
               move nff-quantidade to nfl-quantidade(nfl-qtd)
               move nff-preco-unit to nfl-preco-unit(nfl-qtd)
               move nff-data-emissao to nfl-data-emissao(nfl-qtd)
               move spaces to nfl-situacao(nfl-qtd)

               perform casa-item-nota
               move ord-achado to nfl-ord(nfl-qtd)
           else
               set item-fora-tabela to true
               add 1 to qtd-descartados
               display 'Item de Nota Alem do Limite da Tabela - Nota '
                       nff-numero ' Retida.'
           end-if

           perform registra-nota
           .
       guarda-item-nota-exit.
           exit.
      *-----------------------------------------------------------------*
       registra-nota section.
      *somando o item lido na nota fiscal de mesmo fornecedor e
      *número, ou abrindo uma nova - nota que não coube na tabela
      *não tem como ser liberada

           move 0 to nft-achada
           perform varying ind-nft from 1 by 1 until ind-nft > nft-qtd
               if nft-achada = 0
                 and nft-fornecedor(ind-nft) = nff-fornecedor
                 and nft-numero(ind-nft) = nff-numero
                   move ind-nft to nft-achada
               end-if
           end-perform

           if nft-achada = 0
               if nft-qtd < nft-max-qtd
                   add 1 to nft-qtd
                   move nft-qtd to nft-achada
                   move nff-fornecedor to nft-fornecedor(nft-qtd)
                   move nff-numero to nft-numero(nft-qtd)
                   move nff-data-emissao to nft-data-emissao(nft-qtd)
                   move 0 to nft-valor(nft-qtd)
                   move 0 to nft-itens(nft-qtd)
                   move 'N' to nft-divergente(nft-qtd)
               else
                   display 'Nota Alem do Limite da Tabela - Retida: '
                           nff-numero
               end-if
           end-if

           if nft-achada > 0
               compute nft-valor(nft-achada) =
                   nft-valor(nft-achada)
                   + (nff-quantidade * nff-preco-unit)
               add 1 to nft-itens(nft-achada)
      *        item que não coube na tabela de itens não pode ser
      *        conferido - a nota inteira fica retida
               if item-fora-tabela
                   move 'S' to nft-divergente(nft-achada)
               end-if
           end-if
           .
       registra-nota-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-entregas section.
      *cada linha de pedido contra o recebido: entrega a menor ou
      *a maior, e pedido sem entrega completa há mais de N dias

           move dias-aberto to dias-edt
           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'ENTREGAS DIVERGENTES E PEDIDOS EM ABERTO HA MAIS '
                  'DE ' delimited by size
                  dias-edt delimited by size
                  ' DIAS' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           perform varying ind-ord from 1 by 1 until ind-ord > ord-qtd
               move spaces to marca
               move ord-data(ind-ord) to data-ped-dec
               perform calcula-idade-pedido

               evaluate true
                   when ord-qtd-recebida(ind-ord) >
                        ord-qtd-pedida(ind-ord)
                       move '*ENTREGA A MAIOR*' to marca
                       add 1 to qtd-entrega-divergente
                   when ord-qtd-recebida(ind-ord) <
                        ord-qtd-pedida(ind-ord)
                     and idade-pedido > dias-aberto
                       move '*PEDIDO EM ABERTO*' to marca
                       add 1 to qtd-em-aberto
                   when ord-qtd-recebida(ind-ord) > 0
                     and ord-qtd-recebida(ind-ord) <
                         ord-qtd-pedida(ind-ord)
                       move '*ENTREGA A MENOR*' to marca
                       add 1 to qtd-entrega-divergente
                   when other
                       continue
               end-evaluate

               if marca <> spaces
                   add 1 to qtd-excecoes
                   move ord-tamanho(ind-ord) to tamanho-edt
                   move ord-largura(ind-ord) to largura-edt
                   move ord-qtd-pedida(ind-ord) to qtd-ped-edt
                   move ord-qtd-recebida(ind-ord) to qtd-rcb-edt
                   move idade-pedido to idade-edt
                   move spaces to linha-lista
                   string 'FOR ' delimited by size
                          ord-fornecedor(ind-ord) delimited by size
                          ' | PEDIDO DE ' delimited by size
                          ord-data(ind-ord) delimited by size
                          ' (' delimited by size
                          idade-edt delimited by size
                          ' DIAS) | FRM ' delimited by size
                          ord-cod-forma(ind-ord) delimited by size
                          ' | TAM ' delimited by size
                          tamanho-edt delimited by size
                          ' | LAR ' delimited by size
                          largura-edt delimited by size
                          ' | PEDIDO ' delimited by size
                          qtd-ped-edt delimited by size
                          ' | RECEBIDO ' delimited by size
                          qtd-rcb-edt delimited by size
                          ' ' delimited by size
                          marca delimited by size
                          into linha-lista
                   end-string
                   write linha-lista
               end-if
           end-perform

           if qtd-entrega-divergente + qtd-em-aberto = 0
               move spaces to linha-lista
               string 'NENHUM' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       confere-entregas-exit.
           exit.
      *-----------------------------------------------------------------*
       calcula-idade-pedido section.
      *idade aproximada, em dias corridos, do pedido com a data em
      *data-ped-dec

           compute idade-pedido =
               ((dex-ano - dpd-ano) * 365)
               + ((dex-mes - dpd-mes) * 30)
               + (dex-dia - dpd-dia)
           if idade-pedido < 0
               move 0 to idade-pedido
           end-if
           .
       calcula-idade-pedido-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-notas section.
      *cada item de nota contra a linha de pedido: sem pedido, preço
      *unitário acima do pedido, ou faturado (somando todas as
      *notas da linha) acima do recebido - a nota com algum item
      *divergente fica retida

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'ITENS DE NOTA FISCAL DIVERGENTES' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           perform varying ind-nfl from 1 by 1 until ind-nfl > nfl-qtd
               move nfl-ord(ind-nfl) to ord-achado
               evaluate true
                   when ord-achado = 0
                       set nfl-sem-pedido(ind-nfl) to true
                       move '*FATURADO SEM PEDIDO*' to marca
                       add 1 to qtd-nff-sem-pedido
                   when nfl-preco-unit(ind-nfl) >
                        ord-preco-unit(ord-achado)
                       set nfl-preco-acima(ind-nfl) to true
                       move '*PRECO ACIMA DO PEDIDO*' to marca
                       add 1 to qtd-nff-preco-acima
                   when ord-qtd-faturada(ord-achado) >
                        ord-qtd-recebida(ord-achado)
                       set nfl-qtd-acima(ind-nfl) to true
                       move '*FATURADO ACIMA DO RECEBIDO*' to marca
                       add 1 to qtd-nff-qtd-acima
                   when other
                       continue
               end-evaluate

               if not nfl-conferido(ind-nfl)
                   add 1 to qtd-excecoes
                   perform marca-nota-divergente
                   perform lista-item-nota
               end-if
           end-perform

           if qtd-nff-sem-pedido + qtd-nff-preco-acima
              + qtd-nff-qtd-acima = 0
               move spaces to linha-lista
               string 'NENHUM' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       confere-notas-exit.
           exit.
      *-----------------------------------------------------------------*
       marca-nota-divergente section.
      *marcando como divergente a nota do item ind-nfl

           perform varying ind-nft from 1 by 1 until ind-nft > nft-qtd
               if nft-fornecedor(ind-nft) = nfl-fornecedor(ind-nfl)
                 and nft-numero(ind-nft) = nfl-numero(ind-nfl)
                   move 'S' to nft-divergente(ind-nft)
               end-if
           end-perform
           .
       marca-nota-divergente-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-item-nota section.
      *uma linha do item de nota divergente ind-nfl, com o preço e
      *as quantidades do pedido quando ele existe

           move nfl-tamanho(ind-nfl) to tamanho-edt
           move nfl-largura(ind-nfl) to largura-edt
           move nfl-quantidade(ind-nfl) to qtd-fat-edt
           move nfl-preco-unit(ind-nfl) to preco-edt
           if ord-achado > 0
               move ord-preco-unit(ord-achado) to preco-ped-edt
               move ord-qtd-recebida(ord-achado) to qtd-rcb-edt
           else
               move 0 to preco-ped-edt
               move 0 to qtd-rcb-edt
           end-if

           move spaces to linha-lista
           string 'NF ' delimited by size
                  nfl-numero(ind-nfl) delimited by size
                  ' | FOR ' delimited by size
                  nfl-fornecedor(ind-nfl) delimited by size
                  ' | PEDIDO DE ' delimited by size
                  nfl-data-pedido(ind-nfl) delimited by size
                  ' | ' delimited by size
                  nfl-cod-forma(ind-nfl) delimited by size
                  ' ' delimited by size
                  tamanho-edt delimited by size
                  ' ' delimited by size
                  largura-edt delimited by size
                  ' | FAT ' delimited by size
                  qtd-fat-edt delimited by size
                  ' A ' delimited by size
                  preco-edt delimited by size
                  ' | PED ' delimited by size
                  preco-ped-edt delimited by size
                  ' | RCB ' delimited by size
                  qtd-rcb-edt delimited by size
                  ' ' delimited by size
                  marca delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       lista-item-nota-exit.
           exit.
      *-----------------------------------------------------------------*
       libera-notas section.
      *nota sem nenhum item divergente vai para o arquivo de
      *pagamento e para o controle de notas liberadas; as demais
      *ficam retidas. sem o controle nenhuma nota é liberada

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'NOTAS FISCAIS' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           perform varying ind-nft from 1 by 1 until ind-nft > nft-qtd
               move nft-valor(ind-nft) to valor-edt
               move nft-itens(ind-nft) to qtd-edt
               evaluate true
                   when nft-divergente(ind-nft) = 'S'
                       add 1 to qtd-notas-retidas
                       move '*RETIDA - VER DIVERGENCIAS*' to marca
                   when liberadas-inacessiveis
                       add 1 to qtd-notas-retidas
                       move '*RETIDA - SEM CONTROLE*' to marca
                   when other
                       perform libera-nota
               end-evaluate
               move spaces to linha-lista
               string 'NF ' delimited by size
                      nft-numero(ind-nft) delimited by size
                      ' | FOR ' delimited by size
                      nft-fornecedor(ind-nft) delimited by size
                      ' | EMISSAO ' delimited by size
                      nft-data-emissao(ind-nft) delimited by size
                      ' | ITENS ' delimited by size
                      qtd-edt delimited by size
                      ' | VALOR ' delimited by size
                      valor-edt delimited by size
                      ' | ' delimited by size
                      marca delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-perform

           if nft-qtd = 0
               move spaces to linha-lista
               string 'NENHUMA NOTA FISCAL CONFERIDA' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       libera-notas-exit.
           exit.
      *-----------------------------------------------------------------*
       libera-nota section.
      *liberando a nota ind-nft: uma linha no arquivo de pagamento
      *e a chave no controle de notas liberadas, para a próxima
      *execução não pagar a mesma nota de novo

           add 1 to qtd-notas-liberadas
           add nft-valor(ind-nft) to valor-liberado
           move 'LIBERADA PARA PAGAMENTO' to marca
           move nft-fornecedor(ind-nft) to pag-fornecedor
           move nft-numero(ind-nft) to pag-numero
           move nft-data-emissao(ind-nft) to pag-data-emissao
           move nft-valor(ind-nft) to pag-valor
           move nft-itens(ind-nft) to pag-qtd-itens
           move data-execucao to pag-data-conferencia
           write reg-pagamento

           move nft-fornecedor(ind-nft) to lib-fornecedor
           move nft-numero(ind-nft) to lib-numero
           move nft-data-emissao(ind-nft) to lib-data-emissao
           move nft-valor(ind-nft) to lib-valor
           move data-execucao to lib-data-conferencia
           write reg-liberada
               invalid key
                   display 'Nota Ja Consta no Controle de Liberadas: '
                           nft-fornecedor(ind-nft) ' '
                           nft-numero(ind-nft)
           end-write
           .
       libera-nota-exit.
           exit.
      *-----------------------------------------------------------------*
       emite-resumo section.
      *contagens da conferência

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'RESUMO DA CONFERENCIA' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           move qtd-pedido-lidos to qtd-edt
           move spaces to linha-lista
           string 'ITENS DE PEDIDO LIDOS .........: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-rcb-lidos to qtd-edt
           move spaces to linha-lista
           string 'ENTREGAS LIDAS ................: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-rcb-sem-pedido to qtd-edt
           move spaces to linha-lista
           string '  ENTREGAS SEM PEDIDO .........: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-entrega-divergente to qtd-edt
           move spaces to linha-lista
           string 'ENTREGAS A MENOR/A MAIOR ......: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-em-aberto to qtd-edt
           move spaces to linha-lista
           string 'PEDIDOS EM ABERTO .............: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-nff-lidos to qtd-edt
           move spaces to linha-lista
           string 'ITENS DE NOTA LIDOS ...........: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-nff-sem-pedido to qtd-edt
           move spaces to linha-lista
           string '  FATURADOS SEM PEDIDO ........: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-nff-preco-acima to qtd-edt
           move spaces to linha-lista
           string '  PRECO ACIMA DO PEDIDO .......: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-nff-qtd-acima to qtd-edt
           move spaces to linha-lista
           string '  FATURADOS ACIMA DO RECEBIDO .: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-nff-ja-liberados to qtd-edt
           move spaces to linha-lista
           string '  DE NOTAS JA LIBERADAS ANTES .: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-fora-janela to qtd-edt
           move spaces to linha-lista
           string 'FORA DA JANELA DE CONFERENCIA .: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-notas-liberadas to qtd-edt
           move valor-liberado to valor-edt
           move spaces to linha-lista
           string 'NOTAS LIBERADAS PARA PAGAMENTO : ' delimited by size
                  qtd-edt delimited by size
                  ' | VALOR ' delimited by size
                  valor-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-notas-retidas to qtd-edt
           move spaces to linha-lista
           string 'NOTAS RETIDAS .................: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           if qtd-descartados > 0
               move qtd-descartados to qtd-edt
               move spaces to linha-lista
               string '*LINHAS ALEM DO LIMITE DAS TABELAS: '
                      delimited by size
                      qtd-edt delimited by size
                      ' - VER SYSOUT*' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       emite-resumo-exit.
           exit.
      *-----------------------------------------------------------------*
       finaliza section.
      *fechando as saídas e apurando o código de retorno: 8 sem
      *pedidos para conferir, 4 com alguma exceção

           close pizza-pagamento
           close pizza-lista
           if liberadas-abertas
               close pizza-liberadas
           end-if

           if qtd-excecoes > 0 or qtd-notas-retidas > 0
               if return-code < 4
                   move 4 to return-code
               end-if
           end-if

           move qtd-notas-liberadas to qtd-edt
           display 'Notas Liberadas para Pagamento: ' qtd-edt
           move qtd-excecoes to qtd-edt
           display 'Excecoes da Conferencia: ' qtd-edt

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
               move 'conferePedidos' to exe-programa
               accept exe-data from date yyyymmdd
               accept hora-registro from time
               move hora-registro(1:6) to exe-hora
               move 'L' to exe-modo
               move return-code to exe-retorno
               evaluate return-code
                   when 0
                       move 'EXECUCAO LIMPA' to exe-significado
                   when 4
                       move 'EXCECAO NA CONFERENCIA'
                            to exe-significado
                   when 8
                       move 'PEDIDOS OU CONTROLE INACESSIVEL'
                            to exe-significado
                   when other
                       move 'CODIGO NAO PREVISTO'
                            to exe-significado
               end-evaluate
               compute exe-lidos = qtd-pedido-lidos + qtd-rcb-lidos
                                   + qtd-nff-lidos
               move qtd-notas-liberadas to exe-gravados
               move qtd-notas-retidas to exe-rejeitados
               write reg-execucao
               close pizza-execucoes
           end-if
           .
       grava-execucao-exit.
           exit.
