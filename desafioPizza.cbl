           select pizza-trava assign to "PIZZALCK"
               organization is line sequential
               file status is st-trava.
      *    cadastro mestre de fornecedores (mantido pelo programa
      *    "cadastroFornecedor") - valida o fornecedor da carga e
      *    traz nome, taxa de entrega, pedido mínimo e os dados do
      *    portal para o relatório, a recomendação e o pedido
           select pizza-fornecedores assign to "PIZZAFOR"
               organization is indexed
               access mode is sequential
               record key is frn-codigo
               file status is st-fornecedores.
      *    operadores autorizados a manter o catálogo, com as ações
      *    (alterar/excluir/inativar) que cada um pode pedir ou
      *    aprovar
           select pizza-operadores assign to "PIZZAOPR"
               organization is line sequential
               file status is st-operadores.
      *    alterações do catálogo pedidas na manutenção e ainda à
      *    espera da aprovação de um segundo operador (programa
      *    "aprovaManutencao") - anexadas a cada pedido
           select pizza-pendentes assign to "PIZZAPND"
               organization is line sequential
               file status is st-pendentes.
      *    preços de planilhas com vigência futura, estacionados por
      *    chave do catálogo até a data chegar (ativados pelo job
      *    diário do "ativaPrecos")
           select pizza-precos-futuros assign to "PIZZAPRF"
               organization is indexed
               access mode is dynamic
               record key is prf-chave
               file status is st-precos-futuros.
      *    cadastro das lojas da rede (código, nome, endereço de
      *    entrega e situação) - dá nome às lojas do ranking por
      *    receita e o endereço de entrega do pedido de compra
           select pizza-lojas assign to "PIZZALOJ"
               organization is line sequential
               file status is st-lojas.
      *    registro de execução compartilhado pelos jobs do lote -
      *    uma linha por execução, anexada no fim
           select pizza-execucoes assign to "PIZZARUN"
               organization is line sequential
               file status is st-execucoes.
       i-o-control.

      *Declaração de variáveis
           05 cab-fornecedor                        pic x(3).
           05 cab-data                              pic 9(8).
           05 cab-sequencia                         pic 9(4).
      *        início da vigência dos preços (yyyymmdd) - em branco,
      *        zerada ou até a data da execução vale a carga imediata;
      *        data futura estaciona os preços no PIZZAPRF
           05 cab-vigencia                          pic 9(8).
       01  reg-ent-rodape.
           05 rod-tipo                              pic x(3).
               88 registro-rodape                   value 'TRL'.
           label records are standard.
      *    registro de entrada devolvido sem alteração, precedido do
      *    código do motivo da recusa (ver os 88 de motivo-rejeicao)
      *    e seguido da data da carga, para a avaliação trimestral
      *    separar os rejeitos de cada trimestre
       01  reg-rejeito.
           05 rej-motivo                           pic x(2).
           05 rej-separador                        pic x(1).
           05 rej-registro                         pic x(37).
           05 rej-data-carga                       pic 9(8).

       fd  pizza-jornal
           label records are standard.
       fd  pizza-vendas
           label records are standard.
      *    vnd-tamanho segue a regra de mst-tamanho: diâmetro
      *    (redonda/quadrada) ou comprimento (retangular). vnd-loja
      *    é a loja que vendeu - exportação antiga, sem a loja, vem
      *    com a coluna em branco
       01  reg-vendas.
           05 vnd-fornecedor                       pic x(3).
           05 vnd-cod-forma                        pic x(1).
           05 vnd-tamanho                          pic 9(3).
           05 vnd-largura                          pic 9(3).
           05 vnd-quantidade                       pic 9(5).
           05 vnd-loja                             pic x(3).

       fd  pizza-parametros
           label records are standard.
      *    zero mantém o padrão), parâmetros da recomendação por
      *    grupo (cm2 por pessoa e pessoas, zero mantém o padrão),
      *    idade máxima tolerada da taxa de câmbio, em dias (zero
      *    mantém o padrão), a marca de simulação ('S' roda o
      *    comparativo sem regravar catálogo, jornal ou histórico)
      *    e a loja para a qual sai a recomendação e o pedido
       01  reg-parametros.
           05 prm-ordenacao                        pic x(1).
           05 prm-alta-pct                         pic 9(3)v99.
           05 prm-pessoas                          pic 9(3).
           05 prm-cambio-dias                      pic 9(3).
           05 prm-simulacao                        pic x(1).
           05 prm-loja                             pic x(3).

       fd  pizza-backup
           label records are standard.
       fd  pizza-controle
           label records are standard.
      *    uma linha por fornecedor: a data e a sequência do último
      *    arquivo de preços carregado dele, mais as cargas aceitas
      *    e as fora de sequência acumuladas desde sempre, e as
      *    mesmas contagens do trimestre (aaaat) das duas últimas
      *    cargas, pela data da execução que carregou - a avaliação
      *    trimestral não depende do dia em que roda (linha antiga,
      *    sem os acumulados ou os trimestres, vem com as colunas em
      *    branco)
       01  reg-controle.
           05 ctl-fornecedor                       pic x(3).
           05 ctl-data                             pic 9(8).
           05 ctl-sequencia                        pic 9(4).
           05 ctl-cargas                           pic 9(5).
           05 ctl-fora-sequencia                   pic 9(5).
           05 ctl-trimestre                        pic 9(5).
           05 ctl-cargas-trim                      pic 9(5).
           05 ctl-fora-seq-trim                    pic 9(5).
           05 ctl-trimestre-ant                    pic 9(5).
           05 ctl-cargas-trim-ant                  pic 9(5).
           05 ctl-fora-seq-trim-ant                pic 9(5).

       fd  pizza-pedido
           label records are standard.
           05 pdc-tipo                             pic x(1).
           05 pdc-fornecedor                       pic x(3).
           05 pdc-data                             pic 9(8).
      *        identificação da pizzaria no portal e a entrega
      *        prevista (data do pedido + prazo do fornecedor) com a
      *        janela de horário, vindos do cadastro de fornecedores
           05 pdc-portal-id                        pic x(12).
           05 pdc-data-entrega                     pic 9(8).
           05 pdc-horario-entrega                  pic x(11).
      *        loja que recebe o pedido e o endereço de entrega,
      *        vindo do cadastro de lojas
           05 pdc-loja                             pic x(3).
           05 pdc-endereco-entrega                 pic x(40).
       01  reg-ped-item.
           05 pdi-tipo                             pic x(1).
           05 pdi-fornecedor                       pic x(3).

       fd  pizza-vendas-hist
           label records are standard.
      *    uma linha por mês, loja e chave do catálogo, com as
      *    unidades e a receita (preço normalizado x unidades)
      *    acumuladas - vac-tamanho segue a regra de mst-tamanho.
      *    linha anterior à loja vem com vac-loja em branco
       01  reg-vendas-hist.
           05 vac-mes                              pic 9(6).
           05 vac-fornecedor                       pic x(3).
           05 vac-largura                          pic 9(3).
           05 vac-quantidade                       pic 9(7).
           05 vac-receita                          pic 9(7)v99.
           05 vac-loja                             pic x(3).

       fd  pizza-trava
           label records are standard.
           05 lck-data                             pic 9(8).
           05 lck-hora                             pic 9(6).

       fd  pizza-fornecedores
           label records are standard.
      *    espelho fiel do reg-fornecedor do "cadastroFornecedor" -
      *    pedido mínimo e taxa de entrega na moeda base
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

       fd  pizza-operadores
           label records are standard.
      *    uma linha por operador: 'S' em cada ação permitida
       01  reg-operador.
           05 aut-codigo                           pic x(8).
           05 aut-nome                             pic x(30).
           05 aut-altera                           pic x(1).
           05 aut-exclui                           pic x(1).
           05 aut-inativa                          pic x(1).

       fd  pizza-pendentes
           label records are standard.
      *    uma linha por alteração pedida: quem pediu e quando, a
      *    ação (A-alterar, E-excluir, I-inativar, R-reativar), a
      *    chave do catálogo (pnd-tamanho segue a regra de
      *    mst-tamanho), na alteração os valores novos, e o preço
      *    do catálogo no momento do pedido - a aprovação recusa o
      *    pedido quando o catálogo mudou depois dele
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

       fd  pizza-precos-futuros
           label records are standard.
      *    um preço programado por chave do catálogo (prf-tamanho
      *    segue a regra de mst-tamanho): a planilha mais recente
      *    substitui o preço ainda não ativado da mesma chave. traz
      *    o registro completo para a ativação poder incluir uma
      *    chave que ainda não existe no catálogo
       01  reg-preco-futuro.
           05 prf-chave.
               10 prf-fornecedor                    pic x(3).
               10 prf-cod-forma                     pic x(1).
               10 prf-tamanho                       pic 9(3).
               10 prf-largura                       pic 9(3).
           05 prf-nome                              pic x(15).
           05 prf-diametro                          pic 9(3).
           05 prf-comprimento                       pic 9(3).
           05 prf-preco                             pic 9(3)v99.
           05 prf-moeda                             pic x(3).
           05 prf-taxa-incl                         pic x(1).
           05 prf-vigencia                          pic 9(8).
           05 prf-data-carga                        pic 9(8).

       fd  pizza-lojas
           label records are standard.
      *    uma linha por loja da rede; loj-situacao 'A' = aberta,
      *    'F' = fechada (continua nos relatórios, mas não recebe
      *    pedido)
       01  reg-loja.
           05 loj-codigo                           pic x(3).
           05 loj-nome                             pic x(20).
           05 loj-endereco                         pic x(40).
           05 loj-situacao                         pic x(1).

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

           88 motivo-preco-norm-zero               value '03'.
           88 motivo-limite-tabela                 value '04'.
           88 motivo-sem-cambio                    value '05'.
           88 motivo-fornecedor-invalido           value '06'.
           88 motivo-programado-falhou             value '07'.

      *   contadores da reconciliação da carga em lote (lidos =
      *   carregados + rejeitados deve sempre fechar no balancete)
       77 qtd-rej-preco-norm                       pic 9(5) value 0.
       77 qtd-rej-limite                           pic 9(5) value 0.
       77 qtd-rej-cambio                           pic 9(5) value 0.
       77 qtd-rej-fornecedor                       pic 9(5) value 0.
       77 qtd-rej-programado                       pic 9(5) value 0.
      *   registros de planilha com vigência futura estacionados no
      *   PIZZAPRF (entram no balancete ao lado dos carregados)
       77 qtd-programados                          pic 9(5) value 0.
       77 qtd-rec-edt                              pic zzzz9.

      *   validação do cabeçalho/rodapé do arquivo do fornecedor,
       77 lote-fora-sequencia                      pic x(1) value 'N'.
       77 hash-edt                                 pic zzzzzz9,99.

      *   vigência da planilha: data futura (fora da simulação) faz
      *   a carga estacionar os preços no PIZZAPRF em vez de mudar o
      *   catálogo, que só muda quando a data chega
       77 st-precos-futuros                        pic x(2).
       77 lote-vigencia                            pic 9(8) value 0.
       77 lote-futuro                              pic x(1) value 'N'.
           88 lote-futuro-sim                      value 'S'.
           88 lote-futuro-nao                      value 'N'.
       77 prf-qtd-lidos                            pic 9(5).
       77 prf-preco-atual                          pic 9(3)v99.
       77 prf-pct                                  pic s9(3)v99.
       77 prf-marca                                pic x(24).

      *   última carga registrada de cada fornecedor, lida do
      *   arquivo de controle e regravada após uma carga aceita
       78 ctl-max-qtd                              value 20.
               10 cta-fornecedor                   pic x(3).
               10 cta-data                         pic 9(8).
               10 cta-sequencia                    pic 9(4).
               10 cta-cargas                       pic 9(5).
               10 cta-fora-sequencia               pic 9(5).
               10 cta-trimestres.
                   15 cta-trimestre                pic 9(5).
                   15 cta-cargas-trim              pic 9(5).
                   15 cta-fora-seq-trim            pic 9(5).
                   15 cta-trimestre-ant            pic 9(5).
                   15 cta-cargas-trim-ant          pic 9(5).
                   15 cta-fora-seq-trim-ant        pic 9(5).
      *   trimestre (aaaat) da execução que está carregando
       77 trimestre-carga                          pic 9(5).

      *   modo de simulação (cartão PIZZAPRM): a planilha proposta
      *   é carregada e comparada por inteiro, mas catálogo mestre,
       77 busca-largura                            pic 9(3).
       77 ind-achado                               pic 9(4).

      *   autorização da manutenção: só operador cadastrado no
      *   PIZZAOPR entra, e só nas ações liberadas para ele. as
      *   ações viram pedidos pendentes - o catálogo só muda quando
      *   um segundo operador aprova no "aprovaManutencao"
       77 st-operadores                            pic x(2).
       77 st-pendentes                             pic x(2).
       78 atz-max-qtd                              value 50.
       77 atz-qtd                                  pic 9(3) value 0.
       77 ind-atz                                  pic 9(4).
       77 atz-achado                               pic 9(3).
       77 acao-pendente                            pic x(1).
      *   preço do catálogo quando o pedido foi feito, e 'N' quando
      *   o pedido não pôde ser gravado - sem pedido gravado não há
      *   auditoria nem aviso de pendência
       77 preco-catalogo                           pic 9(3)v99.
       77 pendente-gravado                         pic x(1).
           88 pendente-gravado-sim                 value 'S'.
           88 pendente-gravado-nao                 value 'N'.
       01 tab-autorizacoes.
           05 autorizacao occurs atz-max-qtd.
               10 atz-codigo                       pic x(8).
               10 atz-altera                       pic x(1).
               10 atz-exclui                       pic x(1).
               10 atz-inativa                      pic x(1).
      *   cópia de uma entrada de relatorio (142 bytes) - a
      *   alteração pedida é digitada sobre a entrada para passar
      *   pelas mesmas validações, e a entrada volta como estava
       01 relatorio-salvo                          pic x(142).

      *   quantidade de pizzas ativas (após a ordenação, as inativas
      *   ficam no final da tabela - o comparativo usa só as ativas)
       77 qtd-ativas                               pic 9(4) value 0.
       77 sobra-area                               pic 9(9)v99.
       77 pessoas-edt                              pic zz9.

      *   condições de compra dos fornecedores da combinação: cada
      *   pizzaria envolvida cobra a sua taxa de entrega uma vez, e
      *   uma combinação cujo subtotal de um fornecedor fique abaixo
      *   do pedido mínimo dele é descartada
       77 taxa-forn-a                              pic 9(3)v99.
       77 minimo-forn-a                            pic 9(5)v99.
       77 taxa-cond                                pic 9(3)v99.
       77 minimo-cond                              pic 9(5)v99.
       77 custo-itens-a                            pic 9(9)v99.
       77 custo-compl                              pic 9(9)v99.
       77 melhor-custo-compl                       pic 9(9)v99.
       77 taxa-compl                               pic 9(3)v99.
       77 melhor-taxa-compl                        pic 9(3)v99.
       77 achou-compl                              pic x(1).
       77 taxas-comb                               pic 9(7)v99.
       77 melhor-taxas                             pic 9(7)v99.
       77 taxas-edt                                pic zzzz9,99.

      *   geração do pedido de compra a partir da recomendação -
      *   no job o pedido sai sozinho quando o cartão pede a
      *   recomendação; na sessão interativa o operador confirma
       77 st-pedido                                pic x(2).
       77 resposta-pedido                          pic x(1).
       77 pedido-fornecedor                        pic x(3).
       77 loja-pedido                              pic x(3)
                                                    value spaces.
       77 ind-item                                 pic 9(4).
       77 qtd-item                                 pic 9(5).
       77 pedido-total                             pic 9(9)v99.
      *   vendas por mês e chave, regravado por inteiro a cada
      *   execução com vendas (como o checkpoint)
       77 st-vendas-hist                           pic x(2).
       78 vac-max-qtd                              value 1200.
       77 vac-qtd                                  pic 9(4) value 0.
       77 ind-vac                                  pic 9(4).
       77 vac-achada                               pic 9(4).
       77 mes-execucao                             pic 9(6).
               10 vct-largura                      pic 9(3).
               10 vct-quantidade                   pic 9(7).
               10 vct-receita                      pic 9(7)v99.
               10 vct-loja                         pic x(3).

       77 st-historico                             pic x(2).
       77 st-checkpoint                            pic x(2).
       01 tab-fornecedores.
           05 forn-codigo occurs forn-max-qtd      pic x(3).

      *   cadastro de fornecedores (PIZZAFOR) carregado na
      *   inicialização. sem o cadastro a carga em lote é recusada
      *   (não há como validar o fornecedor), a sessão interativa
      *   segue sem validar, a recomendação custeia sem taxa nem
      *   pedido mínimo e o pedido sai sem os dados do portal
       77 st-fornecedores                          pic x(2).
       78 cdf-max-qtd                              value 50.
       77 cdf-qtd                                  pic 9(3) value 0.
       77 ind-cdf                                  pic 9(4).
       77 cdf-achado                               pic 9(3).
       77 busca-cdf                                pic x(3).
       77 nome-forn                                pic x(30).
       77 fornecedores-carregados                  pic x(1) value 'N'.
           88 fornecedores-carregados-sim          value 'S'.
           88 fornecedores-carregados-nao          value 'N'.
       77 fornecedor-valido                        pic x(1).
           88 fornecedor-valido-sim                value 'S'.
           88 fornecedor-valido-nao                value 'N'.
       01 tab-cadastro-forn.
           05 cadastro-forn occurs cdf-max-qtd.
               10 cdf-codigo                       pic x(3).
               10 cdf-nome                         pic x(30).
               10 cdf-situacao                     pic x(1).
                   88 cdf-ativo                    value 'A'.
                   88 cdf-suspenso                 value 'S'.
               10 cdf-pedido-minimo                pic 9(5)v99.
               10 cdf-taxa-entrega                 pic 9(3)v99.
               10 cdf-portal-id                    pic x(12).
               10 cdf-prazo-entrega                pic 9(2).
               10 cdf-horario-entrega              pic x(11).

      *   cadastro de lojas, carregado na inicialização (opcional -
      *   sem ele a loja não é validada e sai sem nome e sem
      *   endereço), mais as lojas que aparecem nas vendas do PDV
      *   sem estar cadastradas, com as unidades e a receita de
      *   cada loja para o ranking por loja
       77 st-lojas                                 pic x(2).
       78 lja-max-qtd                              value 30.
       77 lja-qtd                                  pic 9(2) value 0.
       77 ind-lja                                  pic 9(2).
       77 lja-achada                               pic 9(2).
       77 busca-loja                               pic x(3).
       77 lojas-carregadas                         pic x(1) value 'N'.
           88 lojas-carregadas-sim                 value 'S'.
           88 lojas-carregadas-nao                 value 'N'.
       77 loja-valida                              pic x(1).
           88 loja-valida-sim                      value 'S'.
           88 loja-valida-nao                      value 'N'.
       01 tab-lojas.
           05 loja-rede occurs lja-max-qtd.
               10 lja-codigo                       pic x(3).
               10 lja-nome                         pic x(20).
               10 lja-endereco                     pic x(40).
      *            'X' = loja das vendas que não consta do cadastro
               10 lja-situacao                     pic x(1).
                   88 lja-aberta                   value 'A'.
                   88 lja-fora-cadastro            value 'X'.
               10 lja-unidades                     pic 9(7).
               10 lja-receita                      pic 9(9)v99.
               10 lja-listada                      pic x(1).

      *   vendas do PDV casadas por loja e chave do catálogo, com
      *   a receita pelo preço normalizado - alimentam o ranking
      *   por loja e o acúmulo do histórico mensal de vendas
       78 vlj-max-qtd                              value 400.
       77 vlj-qtd                                  pic 9(3) value 0.
       77 ind-vlj                                  pic 9(3).
       77 vlj-achada                               pic 9(3).
       77 lja-max                                  pic 9(2).
       77 receita-loja-max                         pic 9(9)v99.
       77 receita-loja-edt                         pic zzzzzzzz9,99.
       77 unidades-loja-edt                        pic zzzzzz9.
       77 posicao-loja-edt                         pic z9.
       01 tab-vendas-loja.
           05 venda-loja occurs vlj-max-qtd.
               10 vlj-loja                         pic x(3).
               10 vlj-fornecedor                   pic x(3).
               10 vlj-cod-forma                    pic x(1).
               10 vlj-tamanho                      pic 9(3).
               10 vlj-largura                      pic 9(3).
               10 vlj-nome                         pic x(15).
               10 vlj-quantidade                   pic 9(7).
               10 vlj-receita                      pic 9(7)v99.
               10 vlj-listada                      pic x(1).

      *   data prevista de entrega do pedido, avançada dia a dia a
      *   partir da data do pedido pelo prazo do fornecedor
       77 dias-prazo                               pic 9(2).
       77 ind-dia                                  pic 9(2).
       77 dias-no-mes                              pic 9(2).
       77 quociente-ano                            pic 9(4).
       77 resto-ano-4                              pic 9(4).
       77 resto-ano-100                            pic 9(4).
       77 resto-ano-400                            pic 9(4).
       01 data-ent-dec.
           05 den-ano                              pic 9(4).
           05 den-mes                              pic 9(2).
           05 den-dia                              pic 9(2).

      *   moeda de referência (BRL) para a normalização de preços.
      *   as taxas de conversão vêm do arquivo de câmbio (PIZZAFX);
      *   quando ele não existe, a tabela é semeada com a antiga
           05 filler                               pic x(3) value ' | '.
           05 ativo-catalogo                       pic x(1).

      *   registro de execução (PIZZARUN): status do arquivo e hora
      *   da execução carimbada no registro
       77 st-execucoes                             pic x(2).
       77 hora-registro                            pic 9(8).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
      *    cálculo de preço/cm2 para a vigência valer já na carga
           perform carga-promocoes

      *    cadastro de fornecedores, carregado antes da carga do
      *    lote que valida o fornecedor de cada registro
           perform carga-fornecedores

      *    cadastro de lojas, para a loja do pedido e o ranking por
      *    loja das vendas do PDV
           perform carga-lojas

      *    verificando se existe arquivo de entrada em lote (job) -
      *    feito aqui, antes de qualquer ACCEPT, para um job em lote
      *    nunca ficar parado esperando resposta de terminal
                       if prm-simulacao = 'S'
                           set simulacao-sim to true
                       end-if
      *                cartão antigo sem a loja deixa o pedido sem
      *                loja, como antes
                       move prm-loja to loja-pedido
               end-read
               close pizza-parametros
           end-if
           .
       carga-promocoes-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-fornecedores section.
      *carregando o cadastro de fornecedores na tabela, em ordem de
      *código - sem o cadastro, fornecedores-carregados fica 'N' e
      *cada uso decide o que fazer (ver a tabela tab-cadastro-forn)

           open input pizza-fornecedores
           if st-fornecedores <> '00'
               display 'Cadastro de Fornecedores Inacessivel (Status '
                       st-fornecedores ') - Fornecedores Nao Validados.'
           else
               set fornecedores-carregados-sim to true
               perform until st-fornecedores <> '00'
                   read pizza-fornecedores next record
                       at end
                           move '10' to st-fornecedores
                       not at end
                           if cdf-qtd < cdf-max-qtd
                               add 1 to cdf-qtd
                               move frn-codigo to cdf-codigo(cdf-qtd)
                               move frn-nome to cdf-nome(cdf-qtd)
                               move frn-situacao
                                    to cdf-situacao(cdf-qtd)
                               move frn-pedido-minimo
                                    to cdf-pedido-minimo(cdf-qtd)
                               move frn-taxa-entrega
                                    to cdf-taxa-entrega(cdf-qtd)
                               move frn-portal-id
                                    to cdf-portal-id(cdf-qtd)
                               move frn-prazo-entrega
                                    to cdf-prazo-entrega(cdf-qtd)
                               move frn-horario-entrega
                                    to cdf-horario-entrega(cdf-qtd)
                           else
                               display 'Fornecedor Alem do Limite da '
                                       'Tabela - Ignorado: ' frn-codigo
                           end-if
                   end-read
               end-perform
               close pizza-fornecedores
           end-if
           .
       carga-fornecedores-exit.
           exit.
      *-----------------------------------------------------------------*
       procura-fornecedor-cadastro section.
      *procurando busca-cdf no cadastro de fornecedores carregado -
      *cdf-achado aponta a entrada, ou fica zerado quando o código
      *não está cadastrado

           move 0 to cdf-achado
           perform varying ind-cdf from 1 by 1 until ind-cdf > cdf-qtd
               if cdf-codigo(ind-cdf) = busca-cdf
                   move ind-cdf to cdf-achado
               end-if
           end-perform
           .
       procura-fornecedor-cadastro-exit.
           exit.
      *-----------------------------------------------------------------*
       valida-fornecedor-cadastro section.
      *fornecedor busca-cdf aceito para carga: cadastrado e ativo

           set fornecedor-valido-nao to true
           perform procura-fornecedor-cadastro
           if cdf-achado > 0
               if cdf-ativo(cdf-achado)
                   set fornecedor-valido-sim to true
               end-if
           end-if
           .
       valida-fornecedor-cadastro-exit.
           exit.
      *-----------------------------------------------------------------*
       obtem-nome-fornecedor section.
      *nome do fornecedor busca-cdf para os relatórios - em branco
      *quando o cadastro não está disponível ou o código não consta

           move spaces to nome-forn
           perform procura-fornecedor-cadastro
           if cdf-achado > 0
               move cdf-nome(cdf-achado) to nome-forn
           else
               if fornecedores-carregados-sim
                   move '(NAO CADASTRADO)' to nome-forn
               end-if
           end-if
           .
       obtem-nome-fornecedor-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-lojas section.
      *carregando o cadastro de lojas na tabela - sem ele a loja
      *do pedido não é validada e o ranking por loja sai só com os
      *códigos vindos do PDV

           open input pizza-lojas
           if st-lojas = '00'
               set lojas-carregadas-sim to true
               perform until st-lojas <> '00'
                   read pizza-lojas
                       at end
                           move '10' to st-lojas
                       not at end
                           if lja-qtd < lja-max-qtd
                               add 1 to lja-qtd
                               move loj-codigo to lja-codigo(lja-qtd)
                               move loj-nome to lja-nome(lja-qtd)
                               move loj-endereco
                                    to lja-endereco(lja-qtd)
                               move loj-situacao
                                    to lja-situacao(lja-qtd)
                               move 0 to lja-unidades(lja-qtd)
                               move 0 to lja-receita(lja-qtd)
                           else
                               display 'Loja Alem do Limite da '
                                       'Tabela - Ignorada: ' loj-codigo
                           end-if
                   end-read
               end-perform
               close pizza-lojas
           end-if
           .
       carga-lojas-exit.
           exit.
      *-----------------------------------------------------------------*
       procura-loja section.
      *procurando busca-loja na tabela de lojas - lja-achada aponta
      *a entrada, ou fica zerada quando a loja não está na tabela

           move 0 to lja-achada
           perform varying ind-lja from 1 by 1 until ind-lja > lja-qtd
               if lja-codigo(ind-lja) = busca-loja
                   move ind-lja to lja-achada
               end-if
           end-perform
           .
       procura-loja-exit.
           exit.
      *-----------------------------------------------------------------*
       valida-loja-pedido section.
      *loja do pedido aceita: cadastrada e aberta. sem o cadastro
      *de lojas qualquer código é aceito, como o fornecedor

           set loja-valida-sim to true
           if lojas-carregadas-sim
               move loja-pedido to busca-loja
               perform procura-loja
               if lja-achada = 0
                   set loja-valida-nao to true
               else
                   if not lja-aberta(lja-achada)
                       set loja-valida-nao to true
                   end-if
               end-if
           end-if
           .
       valida-loja-pedido-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-cambios section.
      *carregando o arquivo de câmbio, quando existir - sem ele a
               display 'Passo Encerrado - Tentar Novamente Quando '
                       'o Catalogo For Liberado.'
               move 2 to return-code
               perform grava-execucao
               stop run
           else
               display 'Se a Execucao Acima Foi Cancelada, a Trava '
                   perform grava-trava
               else
                   display 'Sessao Encerrada - Catalogo em Uso.'
                   move 2 to return-code
                   stop run
               end-if
           end-if
                   display 'Informe o Codigo do Fornecedor: '
                   accept fornecedor(ind)

      *            com o cadastro de fornecedores disponível, só
      *            fornecedor cadastrado e ativo é aceito
                   if fornecedores-carregados-sim
                       move fornecedor(ind) to busca-cdf
                       perform valida-fornecedor-cadastro
                       perform until fornecedor-valido-sim
                           display 'Fornecedor Nao Cadastrado ou '
                                   'Suspenso. Informe Outro: '
                           accept fornecedor(ind)
                           move fornecedor(ind) to busca-cdf
                           perform valida-fornecedor-cadastro
                       end-perform
                   end-if

      *            aceitando a forma da pizza
                   display 'Informe a Forma da Pizza '
                           '(R-Redonda/Q-Quadrada/T-Retangular): '
               if resposta-recom = 'S'
                   display 'Informe o Numero de Pessoas: '
                   accept pessoas-grupo
      *            a loja que vai receber o pedido - com o cadastro
      *            de lojas disponível, só loja cadastrada e aberta
                   display 'Informe a Loja do Pedido: '
                   accept loja-pedido
                   perform valida-loja-pedido
                   perform until loja-valida-sim
                       display 'Loja Nao Cadastrada ou Fechada. '
                               'Informe Outra: '
                       accept loja-pedido
                       perform valida-loja-pedido
                   end-perform
               else
                   move 0 to pessoas-grupo
               end-if
           else
      *        no job a loja vem do cartão - loja inválida segue
      *        no pedido, mas sem endereço e com aviso
               perform valida-loja-pedido
               if pessoas-grupo > 0 and loja-valida-nao
                   display 'Loja do Cartao Nao Cadastrada ou Fechada: '
                           loja-pedido
               end-if
           end-if
           if pessoas-grupo > 0 and qtd-ativas > 0
               perform calcula-recomendacao
           move 0 to qtd-vnd-lidas
           move 0 to qtd-vnd-casadas
           move 0 to exc-qtd
           move 0 to vlj-qtd

           open input pizza-vendas
           if st-vendas <> '00'
                   (preco-norm(ind-aux) * qtd-vendida(ind-aux))
                   / areapizza(ind-aux)
           end-if

           perform acumula-venda-loja
           .
       acumula-venda-exit.
           exit.
      *-----------------------------------------------------------------*
       acumula-venda-loja section.
      *somando a venda casada na loja que vendeu e na linha de
      *loja e chave - a chave é guardada por inteiro, porque a
      *tabela principal ainda pode ser reordenada. loja fora do
      *cadastro entra na tabela marcada, para aparecer no ranking

           move vnd-loja to busca-loja
           perform procura-loja
           if lja-achada = 0
               if lja-qtd < lja-max-qtd
                   add 1 to lja-qtd
                   move lja-qtd to lja-achada
                   move vnd-loja to lja-codigo(lja-qtd)
                   move spaces to lja-nome(lja-qtd)
                   move spaces to lja-endereco(lja-qtd)
                   move 'X' to lja-situacao(lja-qtd)
                   move 0 to lja-unidades(lja-qtd)
                   move 0 to lja-receita(lja-qtd)
               else
                   display 'Loja Alem do Limite da Tabela - Fora do '
                           'Ranking por Loja: ' vnd-loja
               end-if
           end-if
           if lja-achada > 0
               add vnd-quantidade to lja-unidades(lja-achada)
               compute lja-receita(lja-achada) =
                   lja-receita(lja-achada)
                   + (preco-norm(ind-aux) * vnd-quantidade)
           end-if

           move 0 to vlj-achada
           perform varying ind-vlj from 1 by 1 until ind-vlj > vlj-qtd
               if vlj-achada = 0
                 and vlj-loja(ind-vlj) = vnd-loja
                 and vlj-fornecedor(ind-vlj) = vnd-fornecedor
                 and vlj-cod-forma(ind-vlj) = vnd-cod-forma
                 and vlj-tamanho(ind-vlj) = vnd-tamanho
                 and vlj-largura(ind-vlj) = vnd-largura
                   move ind-vlj to vlj-achada
               end-if
           end-perform
           if vlj-achada = 0
               if vlj-qtd < vlj-max-qtd
                   add 1 to vlj-qtd
                   move vlj-qtd to vlj-achada
                   move vnd-loja to vlj-loja(vlj-qtd)
                   move vnd-fornecedor to vlj-fornecedor(vlj-qtd)
                   move vnd-cod-forma to vlj-cod-forma(vlj-qtd)
                   move vnd-tamanho to vlj-tamanho(vlj-qtd)
                   move vnd-largura to vlj-largura(vlj-qtd)
                   move nome(ind-aux) to vlj-nome(vlj-qtd)
                   move 0 to vlj-quantidade(vlj-qtd)
                   move 0 to vlj-receita(vlj-qtd)
               else
                   display 'Venda por Loja Alem do Limite da Tabela '
                           '- Fora do Acumulo: ' reg-vendas
               end-if
           end-if
           if vlj-achada > 0
               add vnd-quantidade to vlj-quantidade(vlj-achada)
               compute vlj-receita(vlj-achada) =
                   vlj-receita(vlj-achada)
                   + (preco-norm(ind-aux) * vnd-quantidade)
           end-if
           .
       acumula-venda-loja-exit.
           exit.
      *-----------------------------------------------------------------*
       menu-manutencao section.
      *menu de manutenção do catálogo carregado: alterar, excluir ou
      *inativar/reativar uma pizza localizada pela chave. cada ação
      *vira um pedido pendente, registrado na trilha de auditoria,
      *e só chega ao catálogo aprovada por um segundo operador

           display 'Deseja Entrar na Manutencao do Catalogo? S/N'
           accept opcao-manutencao
               display 'Informe o Codigo do Operador: '
               accept operador

      *        só operador do cadastro de autorizações entra - sem
      *        o cadastro ninguém entra
               perform carga-autorizacoes
               perform procura-autorizacao
               if atz-achado = 0
                   display 'Operador Nao Autorizado a Manter o '
                           'Catalogo.'
                   move 'F' to opcao-manutencao
               else
                   display 'As Acoes Ficam Pendentes Ate a '
                           'Aprovacao de Outro Operador.'
               end-if

               perform until opcao-manutencao = 'F'
                   display 'Manutencao do Catalogo - Escolha a Opcao:'
                   display 'A-Alterar E-Excluir I-Inativar/Reativar '
                   accept opcao-manutencao
                   evaluate opcao-manutencao
                       when 'A'
                           if atz-altera(atz-achado) = 'S'
                               perform manutencao-alterar
                           else
                               display 'Operador Sem Permissao para '
                                       'Alterar.'
                           end-if
                       when 'E'
                           if atz-exclui(atz-achado) = 'S'
                               perform manutencao-excluir
                           else
                               display 'Operador Sem Permissao para '
                                       'Excluir.'
                           end-if
                       when 'I'
                           if atz-inativa(atz-achado) = 'S'
                               perform manutencao-inativar
                           else
                               display 'Operador Sem Permissao para '
                                       'Inativar/Reativar.'
                           end-if
                       when 'F'
                           continue
                       when other
                   end-evaluate
               end-perform

      *        as ações deixam ind apontando no registro pedido -
      *        devolvendo ind para o fim da tabela, senão o laço de
      *        cadastro sobrescreveria uma entrada viva
               move qtdPizza to ind
           end-if
           .
           exit.
      *-----------------------------------------------------------------*
       manutencao-alterar section.
      *pedindo a correção de nome, preço, moeda e taxa de uma pizza
      *existente - o tamanho é chave e não se altera (excluir e
      *recadastrar). os valores novos passam pelas validações de
      *sempre sobre a própria entrada, vão para o pedido pendente e
      *a entrada volta como estava: o catálogo só muda na aprovação

           perform busca-pizza
           if ind-achado > 0
               move ind-achado to ind
               display 'Registro Atual: ' relatorio(ind)
               move relatorio(ind) to relatorio-salvo
               move preco(ind) to preco-catalogo

               display 'Informe o Novo Nome da Pizza: '
               accept nome(ind)
                   end-if
               end-perform

               move 'A' to acao-pendente
               perform grava-pendente
               if pendente-gravado-sim
                   move 'SOLIC-ALT' to acao-auditoria
                   perform grava-auditoria
               end-if
               move relatorio-salvo to relatorio(ind)
               if pendente-gravado-sim
                   display 'Alteracao Pendente de Aprovacao.'
               end-if
           end-if
           .
       manutencao-alterar-exit.
           exit.
      *-----------------------------------------------------------------*
       manutencao-excluir section.
      *pedindo a remoção de vez de uma pizza do catálogo - a
      *entrada continua na tabela até a exclusão ser aprovada

           perform busca-pizza
           if ind-achado > 0
               move ind-achado to ind
               display 'Exclusao Pedida: ' relatorio(ind)
               move preco(ind) to preco-catalogo
               move 'E' to acao-pendente
               perform grava-pendente
               if pendente-gravado-sim
                   move 'SOLIC-EXC' to acao-auditoria
                   perform grava-auditoria
                   display 'Exclusao Pendente de Aprovacao.'
               end-if
           end-if
           .
       manutencao-excluir-exit.
           exit.
      *-----------------------------------------------------------------*
       manutencao-inativar section.
      *pedindo que uma pizza saia (ou volte) do comparativo sem
      *perder o registro: inativa continua no catálogo e volta
      *quando reativada - a situação só muda na aprovação

           perform busca-pizza
           if ind-achado > 0
               move ind-achado to ind
               if pizza-inativa(ind)
                   display 'Reativacao Pedida: ' nome(ind)
                   move 'R' to acao-pendente
                   move 'SOLIC-REA' to acao-auditoria
               else
                   display 'Inativacao Pedida: ' nome(ind)
                   move 'I' to acao-pendente
                   move 'SOLIC-INA' to acao-auditoria
               end-if
               move preco(ind) to preco-catalogo
               perform grava-pendente
               if pendente-gravado-sim
                   perform grava-auditoria
                   display 'Pedido Pendente de Aprovacao.'
               end-if
           end-if
           .
       manutencao-inativar-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-autorizacoes section.
      *carregando o cadastro de operadores autorizados - sem o
      *arquivo a tabela fica vazia e ninguém entra na manutenção

           move 0 to atz-qtd
           open input pizza-operadores
           if st-operadores <> '00'
               display 'Cadastro de Operadores Inacessivel (Status '
                       st-operadores ') - Manutencao Indisponivel.'
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
       procura-autorizacao section.
      *procurando o operador da sessão no cadastro de autorizações
      *- atz-achado fica zerado quando ele não consta

           move 0 to atz-achado
           if operador <> spaces
               perform varying ind-atz from 1 by 1
                       until ind-atz > atz-qtd
                   if atz-codigo(ind-atz) = operador
                       move ind-atz to atz-achado
                   end-if
               end-perform
           end-if
           .
       procura-autorizacao-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-pendente section.
      *anexando o pedido da pizza apontada por ind ao arquivo de
      *pendentes, com quem pediu, quando, a ação em acao-pendente e
      *o preço do catálogo em preco-catalogo. pendente-gravado diz
      *ao chamador se o pedido ficou de fato registrado

           set pendente-gravado-nao to true
           open extend pizza-pendentes
           if st-pendentes <> '00'
      *        arquivo de pendentes ainda não existe
               open output pizza-pendentes
           end-if
           if st-pendentes <> '00'
               display 'Arquivo de Pendentes Inacessivel (Status '
                       st-pendentes ') - Pedido Nao Registrado.'
           else
               perform monta-pendente
               write reg-pendente
               if st-pendentes = '00'
                   set pendente-gravado-sim to true
               else
                   display 'Falha na Gravacao do Pedido Pendente '
                           '(Status ' st-pendentes ') - Pedido Nao '
                           'Registrado.'
               end-if
               close pizza-pendentes
           end-if
           .
       grava-pendente-exit.
           exit.
      *-----------------------------------------------------------------*
       monta-pendente section.
      *montando o registro de pedido pendente da pizza apontada
      *por ind

           accept hora-completa from time
           move data-relatorio to pnd-data
           move hora-completa(1:6) to pnd-hora
           move operador to pnd-solicitante
           move acao-pendente to pnd-acao
           move fornecedor(ind) to pnd-fornecedor
           move cod-forma(ind) to pnd-cod-forma
           if forma-retangular(ind)
               move comprimento(ind) to pnd-tamanho
           else
               move diametro(ind) to pnd-tamanho
           end-if
           move largura(ind) to pnd-largura
           move nome(ind) to pnd-nome
           move preco(ind) to pnd-preco
           move moeda(ind) to pnd-moeda
           move taxa-incl(ind) to pnd-taxa-incl
           move preco-catalogo to pnd-preco-catalogo
           .
       monta-pendente-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-auditoria section.
      *anexando à trilha de auditoria a ação de manutenção recém
      *pedida sobre a pizza apontada por ind, com data e operador

           open extend pizza-auditoria
           if st-auditoria <> '00'
               write linha-impressa
           else
               perform lista-ranking-vendas
               perform lista-ranking-lojas
               perform lista-excecao-vendas
           end-if
           .
           .
       lista-ranking-vendas-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-ranking-lojas section.
      *as lojas em ordem decrescente de receita (preço normalizado
      *x unidades), cada uma com as suas chaves em ordem
      *decrescente de receita - seleção por marcadores, como o
      *ranking geral. loja cadastrada sem venda sai no fim

           move spaces to linha-impressa
           write linha-impressa
           move spaces to linha-impressa
           string 'RANKING POR RECEITA POR LOJA' delimited by size
                  into linha-impressa
           end-string
           write linha-impressa

           perform varying ind-lja from 1 by 1 until ind-lja > lja-qtd
               move 'N' to lja-listada(ind-lja)
           end-perform
           perform varying ind-vlj from 1 by 1 until ind-vlj > vlj-qtd
               move 'N' to vlj-listada(ind-vlj)
           end-perform

           perform varying ind from 1 by 1 until ind > lja-qtd
               move 0 to lja-max
               move 0 to receita-loja-max
               perform varying ind-lja from 1 by 1
                       until ind-lja > lja-qtd
                   if lja-listada(ind-lja) = 'N'
                     and (lja-max = 0
                          or lja-receita(ind-lja) > receita-loja-max)
                       move ind-lja to lja-max
                       move lja-receita(ind-lja) to receita-loja-max
                   end-if
               end-perform
               move 'S' to lja-listada(lja-max)
               perform lista-loja
           end-perform

           if lja-qtd = 0
               move spaces to linha-impressa
               string 'NENHUMA LOJA NAS VENDAS NEM NO CADASTRO'
                      delimited by size
                      into linha-impressa
               end-string
               write linha-impressa
           end-if
           .
       lista-ranking-lojas-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-loja section.
      *a loja lja-max com as suas chaves vendidas

           evaluate true
               when lja-codigo(lja-max) = spaces
                   move '(SEM LOJA NA VENDA)' to nome-forn
               when lja-fora-cadastro(lja-max)
                   if lojas-carregadas-sim
                       move '(NAO CADASTRADA)' to nome-forn
                   else
                       move spaces to nome-forn
                   end-if
               when other
                   move lja-nome(lja-max) to nome-forn
           end-evaluate
           if lja-unidades(lja-max) = 0
               move ' *SEM VENDAS*' to vnd-marca
           else
               move spaces to vnd-marca
           end-if
           move ind to posicao-loja-edt
           move lja-unidades(lja-max) to unidades-loja-edt
           move lja-receita(lja-max) to receita-loja-edt
           move spaces to linha-impressa
           string posicao-loja-edt delimited by size
                  ' LOJA ' delimited by size
                  lja-codigo(lja-max) delimited by size
                  ' ' delimited by size
                  nome-forn delimited by size
                  ' | UNIDADES ' delimited by size
                  unidades-loja-edt delimited by size
                  ' | RECEITA ' delimited by size
                  receita-loja-edt delimited by size
                  vnd-marca delimited by size
                  into linha-impressa
           end-string
           write linha-impressa

           perform varying ind-vnd from 1 by 1 until ind-vnd > vlj-qtd
               move 0 to vlj-achada
               move 0 to receita-max
               perform varying ind-vlj from 1 by 1
                       until ind-vlj > vlj-qtd
                   if vlj-listada(ind-vlj) = 'N'
                     and vlj-loja(ind-vlj) = lja-codigo(lja-max)
                     and (vlj-achada = 0
                          or vlj-receita(ind-vlj) > receita-max)
                       move ind-vlj to vlj-achada
                       move vlj-receita(ind-vlj) to receita-max
                   end-if
               end-perform
               if vlj-achada > 0
                   move 'S' to vlj-listada(vlj-achada)
                   move vlj-quantidade(vlj-achada) to unidades-loja-edt
                   move vlj-receita(vlj-achada) to receita-edt
                   move spaces to linha-impressa
                   string '      ' delimited by size
                          vlj-nome(vlj-achada) delimited by space
                          ' | FOR ' delimited by size
                          vlj-fornecedor(vlj-achada) delimited by size
                          ' | FRM ' delimited by size
                          vlj-cod-forma(vlj-achada) delimited by size
                          ' | UNIDADES ' delimited by size
                          unidades-loja-edt delimited by size
                          ' | RECEITA ' delimited by size
                          receita-edt delimited by size
                          into linha-impressa
                   end-string
                   write linha-impressa
               end-if
           end-perform
           .
       lista-loja-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-excecao-vendas section.
      *relatando as vendas do PDV cuja chave não existe no catálogo,
      *área total cubra a necessidade do grupo. são avaliadas as
      *combinações de um só tamanho (k cópias) e as de dois tamanhos
      *(k cópias de um mais uma complementar para o resto da área),
      *sempre pelo preço normalizado, somando a taxa de entrega de
      *cada fornecedor envolvido e descartando a combinação que não
      *atinja o pedido mínimo de algum deles

           compute area-necessaria = pessoas-grupo * cm2-pessoa
           move 'N' to achou-comb
           move 0 to melhor-ind-a
           move 0 to melhor-qtd-a
           move 0 to melhor-ind-b
           move 0 to melhor-taxas

           perform varying ind from 1 by 1 until ind > qtd-ativas
               if areapizza(ind) > 0
      *            condições de compra do fornecedor desta pizza
                   move fornecedor(ind) to busca-cdf
                   perform condicoes-fornecedor
                   move taxa-cond to taxa-forn-a
                   move minimo-cond to minimo-forn-a

      *            k cópias deste tamanho, k arredondado para cima
                   compute qtd-necessaria = area-necessaria
                                          / areapizza(ind)
                           < area-necessaria
                       add 1 to qtd-necessaria
                   end-if
                   compute custo-itens-a = qtd-necessaria
                                         * preco-norm(ind)
                   if custo-itens-a >= minimo-forn-a
                       move taxa-forn-a to taxas-comb
                       compute custo-comb = custo-itens-a
                                          + taxas-comb
                       compute area-comb = qtd-necessaria
                                         * areapizza(ind)
                       perform avalia-combinacao-simples
                   end-if

      *            k cópias (arredondado para baixo) mais a pizza
      *            complementar mais barata que cubra o resto
                     and qtd-base * areapizza(ind) < area-necessaria
                       compute resto-area = area-necessaria
                           - (qtd-base * areapizza(ind))
                       compute custo-itens-a = qtd-base
                                             * preco-norm(ind)
                       perform procura-complementar
                       if melhor-compl > 0
                           compute taxas-comb = taxa-forn-a
                                              + melhor-taxa-compl
                           compute custo-comb = custo-itens-a
                                              + melhor-custo-compl
                                              + taxa-forn-a
                           compute area-comb =
                               (qtd-base * areapizza(ind))
                               + areapizza(melhor-compl)
               move ind to melhor-ind-a
               move qtd-necessaria to melhor-qtd-a
               move 0 to melhor-ind-b
               move taxas-comb to melhor-taxas
           end-if
           .
       avalia-combinacao-simples-exit.
               move ind to melhor-ind-a
               move qtd-base to melhor-qtd-a
               move melhor-compl to melhor-ind-b
               move taxas-comb to melhor-taxas
           end-if
           .
       avalia-combinacao-mista-exit.
           exit.
      *-----------------------------------------------------------------*
       procura-complementar section.
      *procurando a pizza ativa mais barata cuja área sozinha cubra
      *o resto da necessidade do grupo. o custo da complementar
      *inclui a taxa de entrega quando ela vem de outra pizzaria, e
      *o pedido mínimo vale para o subtotal de cada fornecedor -
      *somado às k cópias quando o fornecedor é o mesmo

           move 0 to melhor-compl
           move 0 to melhor-custo-compl
           move 0 to melhor-taxa-compl
           perform varying ind-b from 1 by 1 until ind-b > qtd-ativas
               if areapizza(ind-b) >= resto-area
                   move 'N' to achou-compl
                   if fornecedor(ind-b) = fornecedor(ind)
                       move 0 to taxa-compl
                       if custo-itens-a + preco-norm(ind-b)
                               >= minimo-forn-a
                           move 'S' to achou-compl
                       end-if
                   else
                       move fornecedor(ind-b) to busca-cdf
                       perform condicoes-fornecedor
                       move taxa-cond to taxa-compl
                       if custo-itens-a >= minimo-forn-a
                         and preco-norm(ind-b) >= minimo-cond
                           move 'S' to achou-compl
                       end-if
                   end-if
                   if achou-compl = 'S'
                       compute custo-compl = preco-norm(ind-b)
                                           + taxa-compl
                       if melhor-compl = 0
                         or custo-compl < melhor-custo-compl
                           move ind-b to melhor-compl
                           move custo-compl to melhor-custo-compl
                           move taxa-compl to melhor-taxa-compl
                       end-if
                   end-if
               end-if
           end-perform
           .
       procura-complementar-exit.
           exit.
      *-----------------------------------------------------------------*
       condicoes-fornecedor section.
      *taxa de entrega e pedido mínimo do fornecedor busca-cdf -
      *sem cadastro (ou fornecedor fora dele) as duas ficam zeradas
      *e a recomendação custeia só as pizzas, como antes

           move 0 to taxa-cond
           move 0 to minimo-cond
           perform procura-fornecedor-cadastro
           if cdf-achado > 0
               move cdf-taxa-entrega(cdf-achado) to taxa-cond
               move cdf-pedido-minimo(cdf-achado) to minimo-cond
           end-if
           .
       condicoes-fornecedor-exit.
           exit.
      *-----------------------------------------------------------------*
       exibe-recomendacao section.
      *mostrando a recomendação na tela, para o balcão responder na
               move sobra-area to sobra-edt
               display 'RECOMENDACAO PARA ' pessoas-edt ' PESSOAS '
                       '(AREA NECESSARIA: ' area-nec-edt ' CM2)'
               display '  LOJA DO PEDIDO: ' loja-pedido
               display '  PEDIR ' qtd-comb-edt ' X '
                       nome(melhor-ind-a) ' (FORNECEDOR '
                       fornecedor(melhor-ind-a) ')'
               end-if
               display '  CUSTO TOTAL: ' custo-edt
                       ' | SOBRA DE AREA: ' sobra-edt ' CM2'
               move melhor-taxas to taxas-edt
               display '  TAXAS DE ENTREGA INCLUIDAS NO CUSTO: '
                       taxas-edt
           end-if
           .
       exibe-recomendacao-exit.
           move 'H' to pdc-tipo
           move pedido-fornecedor to pdc-fornecedor
           move data-relatorio to pdc-data

      *    identificação no portal e entrega prevista vindas do
      *    cadastro - fornecedor fora do cadastro sai com esses
      *    campos em branco/zerados para o comprador completar
           move spaces to pdc-portal-id
           move 0 to pdc-data-entrega
           move spaces to pdc-horario-entrega
           move pedido-fornecedor to busca-cdf
           perform procura-fornecedor-cadastro
           if cdf-achado > 0
               move cdf-portal-id(cdf-achado) to pdc-portal-id
               move cdf-horario-entrega(cdf-achado)
                    to pdc-horario-entrega
               move data-relatorio to data-ent-dec
               move cdf-prazo-entrega(cdf-achado) to dias-prazo
               perform soma-prazo-entrega
               move data-ent-dec to pdc-data-entrega
           end-if

      *    loja que recebe e o endereço de entrega do cadastro de
      *    lojas - loja fora do cadastro sai sem endereço
           move loja-pedido to pdc-loja
           move spaces to pdc-endereco-entrega
           move loja-pedido to busca-loja
           perform procura-loja
           if lja-achada > 0
               move lja-endereco(lja-achada) to pdc-endereco-entrega
           end-if
           write reg-ped-cabecalho

           move 0 to pedido-total
           .
       grava-bloco-pedido-exit.
           exit.
      *-----------------------------------------------------------------*
       soma-prazo-entrega section.
      *avançando data-ent-dec em dias-prazo dias corridos, um dia
      *de cada vez, virando o mês e o ano pelo calendário (fevereiro
      *de 29 dias nos anos bissextos)

           perform varying ind-dia from 1 by 1
                   until ind-dia > dias-prazo
               evaluate den-mes
                   when 4
                   when 6
                   when 9
                   when 11
                       move 30 to dias-no-mes
                   when 2
                       divide den-ano by 4 giving quociente-ano
                              remainder resto-ano-4
                       divide den-ano by 100 giving quociente-ano
                              remainder resto-ano-100
                       divide den-ano by 400 giving quociente-ano
                              remainder resto-ano-400
                       if resto-ano-400 = 0
                         or (resto-ano-4 = 0 and resto-ano-100 <> 0)
                           move 29 to dias-no-mes
                       else
                           move 28 to dias-no-mes
                       end-if
                   when other
                       move 31 to dias-no-mes
               end-evaluate
               add 1 to den-dia
               if den-dia > dias-no-mes
                   move 1 to den-dia
                   add 1 to den-mes
                   if den-mes > 12
                       move 1 to den-mes
                       add 1 to den-ano
                   end-if
               end-if
           end-perform
           .
       soma-prazo-entrega-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-item-pedido section.
      *um item do pedido: chave do catálogo, quantidade, preço
                  pessoas-edt delimited by size
                  ' PESSOAS (AREA NECESSARIA: ' delimited by size
                  area-nec-edt delimited by size
                  ' CM2) - LOJA ' delimited by size
                  loja-pedido delimited by size
                  into linha-impressa
           end-string
           write linha-impressa
                  into linha-impressa
           end-string
           write linha-impressa

           move melhor-taxas to taxas-edt
           move spaces to linha-impressa
           string '  TAXAS DE ENTREGA INCLUIDAS NO CUSTO: '
                  delimited by size
                  taxas-edt delimited by size
                  into linha-impressa
           end-string
           write linha-impressa
           .
       secao-recomendacao-exit.
           exit.
      *    movimento de preços apurado contra a execução anterior
           perform secao-movimento-precos

      *    preços com vigência futura, à espera da data de ativação
           perform secao-precos-programados

      *    promoções fora de vigência, relatadas e não aplicadas
           perform secao-promocoes

           .
       secao-movimento-precos-exit.
           exit.
      *-----------------------------------------------------------------*
       secao-precos-programados section.
      *relatando os preços programados ainda não ativados, por
      *chave, contra o preço de hoje no catálogo - a compra vê a
      *alta chegando antes da data, com a mesma marca de alta acima
      *do limite do movimento de preços

           move spaces to linha-impressa
           write linha-impressa
           move spaces to linha-impressa
           string 'ALTERACOES DE PRECO PROGRAMADAS' delimited by size
                  into linha-impressa
           end-string
           write linha-impressa

           move 0 to prf-qtd-lidos
           open input pizza-precos-futuros
           if st-precos-futuros = '00'
               perform until st-precos-futuros <> '00'
                   read pizza-precos-futuros next record
                       at end
                           move '10' to st-precos-futuros
                       not at end
                           add 1 to prf-qtd-lidos
                           perform lista-preco-programado
                   end-read
               end-perform
               close pizza-precos-futuros
           end-if

           if prf-qtd-lidos = 0
               move spaces to linha-impressa
               string 'SEM ALTERACOES DE PRECO PROGRAMADAS'
                      delimited by size
                      into linha-impressa
               end-string
               write linha-impressa
           end-if
           .
       secao-precos-programados-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-preco-programado section.
      *uma linha do preço programado lido: chave, vigência, preço
      *de hoje (quando a chave já está no catálogo) e o novo

           move 0 to ind-achado
           perform varying ind-aux from 1 by 1 until ind-aux > qtdPizza
               if forma-retangular(ind-aux)
                   move comprimento(ind-aux) to tam-busca
               else
                   move diametro(ind-aux) to tam-busca
               end-if
               if ind-achado = 0
                 and fornecedor(ind-aux) = prf-fornecedor
                 and cod-forma(ind-aux) = prf-cod-forma
                 and tam-busca = prf-tamanho
                 and largura(ind-aux) = prf-largura
                   move ind-aux to ind-achado
               end-if
           end-perform

           move prf-tamanho to diametro-edt
           move prf-largura to largura-edt
           move prf-preco to preco-edt
           if ind-achado = 0
               move 0 to preco-ant-edt
               move 0 to pct-edt
               move ' *CHAVE NOVA*' to prf-marca
           else
               move preco(ind-achado) to prf-preco-atual
               move prf-preco-atual to preco-ant-edt
               if prf-preco-atual > 0
                   compute prf-pct rounded =
                       ((prf-preco - prf-preco-atual) * 100)
                       / prf-preco-atual
               else
                   move 0 to prf-pct
               end-if
               move prf-pct to pct-edt
               if prf-pct > alta-limite-pct
                   move ' *ALTA ACIMA DO LIMITE*' to prf-marca
               else
                   move spaces to prf-marca
               end-if
           end-if

           move spaces to linha-impressa
           string 'FOR ' delimited by size
                  prf-fornecedor delimited by size
                  ' | FRM ' delimited by size
                  prf-cod-forma delimited by size
                  ' | TAM ' delimited by size
                  diametro-edt delimited by size
                  ' | LAR ' delimited by size
                  largura-edt delimited by size
                  ' | A PARTIR DE ' delimited by size
                  prf-vigencia delimited by size
                  ' | DE ' delimited by size
                  preco-ant-edt delimited by size
                  ' | PARA ' delimited by size
                  preco-edt delimited by size
                  ' ' delimited by size
                  prf-moeda delimited by size
                  ' | VAR ' delimited by size
                  pct-edt delimited by size
                  '%' delimited by size
                  prf-marca delimited by size
                  into linha-impressa
           end-string
           write linha-impressa
           .
       lista-preco-programado-exit.
           exit.
      *-----------------------------------------------------------------*
       secao-promocoes section.
      *relatando as promoções carregadas que estão fora de vigência
           exit.
      *-----------------------------------------------------------------*
       secao-reconciliacao section.
      *balancete da carga em lote: lidos = carregados + programados
      *(planilha de vigência futura) + rejeitados,
      *com os rejeitados abertos por motivo, espelhando o conteúdo
      *do arquivo de rejeitos desta execução

           end-string
           write linha-impressa

           move qtd-programados to qtd-rec-edt
           move spaces to linha-impressa
           string 'REGISTROS PROGRAMADOS (VIGENCIA FUT.): '
                  delimited by size
                  qtd-rec-edt delimited by size
                  into linha-impressa
           end-string
           write linha-impressa

           move qtd-rej-total to qtd-rec-edt
           move spaces to linha-impressa
           string 'REGISTROS REJEITADOS ................: '
           end-string
           write linha-impressa

           move qtd-rej-fornecedor to qtd-rec-edt
           move spaces to linha-impressa
           string '  MOTIVO 06 FORNECEDOR INVALIDO .....: '
                  delimited by size
                  qtd-rec-edt delimited by size
                  into linha-impressa
           end-string
           write linha-impressa

           move qtd-rej-programado to qtd-rec-edt
           move spaces to linha-impressa
           string '  MOTIVO 07 PRECO PROGRAMADO FALHOU .: '
                  delimited by size
                  qtd-rec-edt delimited by size
                  into linha-impressa
           end-string
           write linha-impressa

           perform secao-controle-lote
           .
       secao-reconciliacao-exit.
               write linha-impressa
           end-if

           if lote-futuro-sim
               move spaces to linha-impressa
               string 'PLANILHA COM VIGENCIA FUTURA A PARTIR DE '
                      delimited by size
                      lote-vigencia delimited by size
                      ' - PRECOS PROGRAMADOS, CATALOGO INALTERADO'
                      delimited by size
                      into linha-impressa
               end-string
               write linha-impressa
           end-if

           if lote-tem-rodape = 'S'
               move lote-contagem-inf to qtd-rec-edt
               move lote-hash-inf to hash-edt

           perform varying ind-forn from 1 by 1
                   until ind-forn > forn-qtd
               move forn-codigo(ind-forn) to busca-cdf
               perform obtem-nome-fornecedor
               move spaces to linha-impressa
               write linha-impressa
               move spaces to linha-impressa
               string 'COMPARATIVO DO FORNECEDOR: ' delimited by size
                      forn-codigo(ind-forn) delimited by size
                      ' - ' delimited by size
                      nome-forn delimited by size
                      into linha-impressa
               end-string
               write linha-impressa
                   move comprimento(ind) to comprimento-edt
                   move largura(ind) to largura-edt
                   move melhor-preco-norm to preco-norm-edt
                   move melhor-forn to busca-cdf
                   perform obtem-nome-fornecedor
                   move spaces to linha-impressa
                   string 'FRM ' delimited by size
                          cod-forma(ind) delimited by size
                          largura-edt delimited by size
                          ' | MELHOR FORNECEDOR: ' delimited by size
                          melhor-forn delimited by size
                          ' ' delimited by size
                          nome-forn delimited by size
                          ' | PRECO BASE: ' delimited by size
                          preco-norm-edt delimited by size
                          into linha-impressa
           move 0 to lote-contagem-apu
           move 0 to lote-hash-apu
           move 'N' to lote-fora-sequencia
           move 0 to lote-vigencia
           set lote-futuro-nao to true
           set lote-recusado-nao to true
           move spaces to lote-erro

               end-evaluate
           end-if

      *    o fornecedor do cabeçalho precisa estar cadastrado e
      *    ativo - sem o cadastro não há como conferir, e a carga
      *    não entra às cegas
           if lote-recusado-nao
               if fornecedores-carregados-nao
                   set lote-recusado-sim to true
                   move 'CADASTRO DE FORNECEDORES INDISPONIVEL'
                        to lote-erro
               else
                   move lote-fornecedor to busca-cdf
                   perform procura-fornecedor-cadastro
                   if cdf-achado = 0
                       set lote-recusado-sim to true
                       move 'FORNECEDOR DO CABECALHO NAO CADASTRADO'
                            to lote-erro
                   else
                       if not cdf-ativo(cdf-achado)
                           set lote-recusado-sim to true
                           move 'FORNECEDOR DO CABECALHO NAO ATIVO'
                                to lote-erro
                       end-if
                   end-if
               end-if
           end-if

      *    planilha com vigência futura: os preços ficam estacionados
      *    no PIZZAPRF - sem o arquivo, a carga não entra às cegas
      *    no catálogo antes da hora. a simulação sempre compara a
      *    proposta como se valesse hoje
           if lote-recusado-nao and lote-vigencia > data-relatorio
               if simulacao-sim
                   display 'Planilha com Vigencia Futura ('
                           lote-vigencia ') Simulada como Vigente '
                           'Hoje.'
               else
                   set lote-futuro-sim to true
                   perform abre-precos-futuros
                   if st-precos-futuros <> '00'
                       set lote-recusado-sim to true
                       move 'PRECOS PROGRAMADOS INACESSIVEIS'
                            to lote-erro
                   end-if
               end-if
           end-if

           if lote-recusado-nao
      *        conferindo a data do arquivo contra a última carga
      *        registrada do fornecedor - arquivo mais velho é
                               move cab-fornecedor to lote-fornecedor
                               move cab-data to lote-data
                               move cab-sequencia to lote-sequencia
      *                        cabeçalho antigo, sem a vigência,
      *                        vem com a coluna em branco
                               if cab-vigencia is numeric
                                   move cab-vigencia to lote-vigencia
                               else
                                   move 0 to lote-vigencia
                               end-if
                           end-if
                       end-if
                   when registro-rodape
                               move ctl-data to cta-data(ctl-qtd)
                               move ctl-sequencia
                                    to cta-sequencia(ctl-qtd)
                               if ctl-cargas is numeric
                                   move ctl-cargas
                                        to cta-cargas(ctl-qtd)
                               else
                                   move 0 to cta-cargas(ctl-qtd)
                               end-if
                               if ctl-fora-sequencia is numeric
                                   move ctl-fora-sequencia
                                        to cta-fora-sequencia(ctl-qtd)
                               else
                                   move 0
                                        to cta-fora-sequencia(ctl-qtd)
                               end-if
                               if ctl-trimestre is numeric
                                 and ctl-cargas-trim is numeric
                                 and ctl-fora-seq-trim is numeric
                                 and ctl-trimestre-ant is numeric
                                 and ctl-cargas-trim-ant is numeric
                                 and ctl-fora-seq-trim-ant is numeric
                                   move ctl-trimestre
                                        to cta-trimestre(ctl-qtd)
                                   move ctl-cargas-trim
                                        to cta-cargas-trim(ctl-qtd)
                                   move ctl-fora-seq-trim
                                        to cta-fora-seq-trim(ctl-qtd)
                                   move ctl-trimestre-ant
                                        to cta-trimestre-ant(ctl-qtd)
                                   move ctl-cargas-trim-ant
                                        to cta-cargas-trim-ant(ctl-qtd)
                                   move ctl-fora-seq-trim-ant
                                        to cta-fora-seq-trim-ant
                                           (ctl-qtd)
                               else
                                   move zeros
                                        to cta-trimestres(ctl-qtd)
                               end-if
                           else
                               display 'Controle Alem do Limite da '
                                       'Tabela - Ignorado: '
               end-if
           end-perform

           if ctl-achado = 0
               if ctl-qtd < ctl-max-qtd
                   add 1 to ctl-qtd
                   move ctl-qtd to ctl-achado
                   move lote-fornecedor to cta-fornecedor(ctl-qtd)
                   move 0 to cta-data(ctl-qtd)
                   move 0 to cta-cargas(ctl-qtd)
                   move 0 to cta-fora-sequencia(ctl-qtd)
                   move zeros to cta-trimestres(ctl-qtd)
               else
                   display 'Controle de Cargas Cheio - Fornecedor '
                           'Fora do Controle: ' lote-fornecedor
               end-if
           end-if

      *    acumulados do fornecedor para a avaliação trimestral, e
      *    as contagens do trimestre desta execução - trimestre
      *    novo empurra o corrente para o anterior
           if ctl-achado > 0
               move lote-data to cta-data(ctl-achado)
               move lote-sequencia to cta-sequencia(ctl-achado)
               add 1 to cta-cargas(ctl-achado)
               if lote-fora-sequencia = 'S'
                   add 1 to cta-fora-sequencia(ctl-achado)
               end-if

               move data-relatorio to data-rel-dec
               compute trimestre-carga =
                   (drl-ano * 10) + ((drl-mes - 1) / 3) + 1
               if cta-trimestre(ctl-achado) <> trimestre-carga
                   move cta-trimestre(ctl-achado)
                        to cta-trimestre-ant(ctl-achado)
                   move cta-cargas-trim(ctl-achado)
                        to cta-cargas-trim-ant(ctl-achado)
                   move cta-fora-seq-trim(ctl-achado)
                        to cta-fora-seq-trim-ant(ctl-achado)
                   move trimestre-carga to cta-trimestre(ctl-achado)
                   move 0 to cta-cargas-trim(ctl-achado)
                   move 0 to cta-fora-seq-trim(ctl-achado)
               end-if
               add 1 to cta-cargas-trim(ctl-achado)
               if lote-fora-sequencia = 'S'
                   add 1 to cta-fora-seq-trim(ctl-achado)
               end-if
           end-if

           open output pizza-controle
           perform varying ind-ctl from 1 by 1 until ind-ctl > ctl-qtd
               move cta-fornecedor(ind-ctl) to ctl-fornecedor
               move cta-data(ind-ctl) to ctl-data
               move cta-sequencia(ind-ctl) to ctl-sequencia
               move cta-cargas(ind-ctl) to ctl-cargas
               move cta-fora-sequencia(ind-ctl) to ctl-fora-sequencia
               move cta-trimestre(ind-ctl) to ctl-trimestre
               move cta-cargas-trim(ind-ctl) to ctl-cargas-trim
               move cta-fora-seq-trim(ind-ctl) to ctl-fora-seq-trim
               move cta-trimestre-ant(ind-ctl) to ctl-trimestre-ant
               move cta-cargas-trim-ant(ind-ctl) to ctl-cargas-trim-ant
               move cta-fora-seq-trim-ant(ind-ctl)
                    to ctl-fora-seq-trim-ant
               write reg-controle
           end-perform
           close pizza-controle
                       if registro-cabecalho or registro-rodape
                           continue
                       else
                           if lote-futuro-sim
                               perform programa-registro-lote
                           else
                               perform carrega-registro-lote
                           end-if
                       end-if
               end-read
           end-perform

           close pizza-entrada
           if lote-futuro-sim
               close pizza-precos-futuros
           end-if
           .
       carrega-lote-exit.
           exit.
               add 1 to qtd-rej-limite
               perform grava-rejeito
           else
      *        fornecedor da linha fora do cadastro ou suspenso - o
      *        cabeçalho já foi conferido, mas cada linha traz o seu
      *        próprio código
               move ent-fornecedor to busca-cdf
               perform valida-fornecedor-cadastro
               if fornecedor-valido-nao
                   display 'Registro do lote ignorado - fornecedor '
                           'nao cadastrado ou suspenso: '
                           ent-fornecedor
                   subtract 1 from ind
                   set motivo-fornecedor-invalido to true
                   add 1 to qtd-rej-fornecedor
                   perform grava-rejeito
               else
                   move 'N' to diametro-duplicado
                   move 0 to ind-achado
                   perform varying ind-aux from 1 by 1
                           until ind-aux > ind - 1
                       if fornecedor(ind-aux) = ent-fornecedor
                         and cod-forma(ind-aux) = ent-cod-forma
                           if ent-cod-forma = 'T'
                               if comprimento(ind-aux) = ent-comprimento
                                 and largura(ind-aux) = ent-largura
                                   move 'S' to diametro-duplicado
                                   move ind-aux to ind-achado
                               end-if
                           else
                               if diametro(ind-aux) = ent-diametro
                                   move 'S' to diametro-duplicado
                                   move ind-aux to ind-achado
                               end-if
                           end-if
                       end-if
                   end-perform

                   if diametro-duplicado = 'S'
                       subtract 1 from ind
                       if simulacao-sim
      *                    na simulação a chave repetida é a proposta
      *                    de preço novo para um tamanho já no
      *                    catálogo - a entrada é atualizada no lugar,
      *                    nunca rejeitada
                           perform atualiza-pizza-simulada
                       else
      *                    pizzas retangulares não têm diâmetro - o
      *                    registro é identificado pela forma e pelo
      *                    comprimento/largura no lugar dele
                           if ent-cod-forma = 'T'
                               display 'Registro do lote ignorado - '
                                       'tamanho duplicado: '
                                       ent-comprimento
                           else
                               display 'Registro do lote ignorado - '
                                       'diametro duplicado: '
                                       ent-diametro
                           end-if
                           set motivo-duplicado to true
                           add 1 to qtd-rej-duplicado
                           perform grava-rejeito
                       end-if
                   else
                       if ent-preco = 0
                           display 'Registro do lote ignorado - preco '
                                   'zerado: ' ent-nome
                           subtract 1 from ind
                           set motivo-preco-zero to true
                           add 1 to qtd-rej-preco-zero
                           perform grava-rejeito
                       else
                           perform inclui-registro-lote
                       end-if
                   end-if
               end-if
           end-if
           .
       carrega-registro-lote-exit.
           exit.
      *-----------------------------------------------------------------*
       abre-precos-futuros section.
      *abrindo os preços programados para atualização, criando o
      *arquivo vazio na primeira planilha futura

           open i-o pizza-precos-futuros
           if st-precos-futuros = '35'
      *        nenhum preço programado ainda, cria um arquivo vazio
               open output pizza-precos-futuros
               close pizza-precos-futuros
               open i-o pizza-precos-futuros
           end-if
           .
       abre-precos-futuros-exit.
           exit.
      *-----------------------------------------------------------------*
       programa-registro-lote section.
      *um registro de detalhe de planilha com vigência futura: passa
      *pelas mesmas recusas de fornecedor e preço zerado da carga e
      *vai para os preços programados, substituindo o preço ainda
      *não ativado da mesma chave. a moeda é conferida na ativação
      *("ativaPrecos"), contra as taxas de câmbio vigentes no dia

           add 1 to qtd-lidos
           move ent-fornecedor to busca-cdf
           perform valida-fornecedor-cadastro
           if fornecedor-valido-nao
               display 'Registro do lote ignorado - fornecedor '
                       'nao cadastrado ou suspenso: ' ent-fornecedor
               set motivo-fornecedor-invalido to true
               add 1 to qtd-rej-fornecedor
               perform grava-rejeito
           else
               if ent-preco = 0
                   display 'Registro do lote ignorado - preco '
                           'zerado: ' ent-nome
                   set motivo-preco-zero to true
                   add 1 to qtd-rej-preco-zero
                   perform grava-rejeito
               else
                   move ent-fornecedor to prf-fornecedor
                   move ent-cod-forma to prf-cod-forma
                   if ent-cod-forma = 'T'
                       move ent-comprimento to prf-tamanho
                       move ent-largura to prf-largura
                       move 0 to prf-diametro
                       move ent-comprimento to prf-comprimento
                   else
                       move ent-diametro to prf-tamanho
                       move 0 to prf-largura
                       move ent-diametro to prf-diametro
                       move 0 to prf-comprimento
                   end-if
                   move ent-nome to prf-nome
                   move ent-preco to prf-preco
                   move ent-moeda to prf-moeda
                   move ent-taxa-incl to prf-taxa-incl
                   move lote-vigencia to prf-vigencia
                   move data-relatorio to prf-data-carga
                   write reg-preco-futuro
                       invalid key
                           rewrite reg-preco-futuro
                   end-write
                   if st-precos-futuros = '00'
                       add 1 to qtd-programados
                   else
                       display 'Falha ao Programar o Preco (Status '
                               st-precos-futuros ') - Registro: '
                               ent-nome
                       set motivo-programado-falhou to true
                       add 1 to qtd-rej-programado
                       perform grava-rejeito
                   end-if
               end-if
           end-if
           .
       programa-registro-lote-exit.
           exit.
      *-----------------------------------------------------------------*
       inclui-registro-lote section.
      *-----------------------------------------------------------------*
       grava-rejeito section.
      *devolvendo o registro recusado, sem alteração, para o arquivo
      *de rejeitos, precedido do código do motivo da recusa e
      *seguido da data da carga

           add 1 to qtd-rej-total
           move motivo-rejeicao to rej-motivo
           move ';' to rej-separador
           move reg-entrada to rej-registro
           move data-relatorio to rej-data-carga
           write reg-rejeito
           .
       grava-rejeito-exit.
               move 4 to return-code
           end-if

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
               move 'desafioPizza' to exe-programa
               accept exe-data from date yyyymmdd
               accept hora-registro from time
               move hora-registro(1:6) to exe-hora
               evaluate true
                   when simulacao-sim
                       move 'S' to exe-modo
                   when modo-batch-nao
                       move 'I' to exe-modo
                   when other
                       move 'L' to exe-modo
               end-evaluate
               move return-code to exe-retorno
               evaluate return-code
                   when 0
                       move 'EXECUCAO LIMPA' to exe-significado
                   when 2
                       move 'CATALOGO EM USO - REPETIR'
                            to exe-significado
                   when 4
                       move 'CARGA COM REJEITOS'
                            to exe-significado
                   when 6
                       move 'ARQUIVO DO FORNECEDOR RECUSADO'
                            to exe-significado
                   when 8
                       move 'CATALOGO PRESERVADO - SUPORTE'
                            to exe-significado
                   when other
                       move 'CODIGO NAO PREVISTO'
                            to exe-significado
               end-evaluate
               move qtd-lidos to exe-lidos
               compute exe-gravados = qtd-carregados + qtd-programados
               move qtd-rej-total to exe-rejeitados
               write reg-execucao
               close pizza-execucoes
           end-if
           .
       grava-execucao-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-historico section.
      *anexando ao histórico a pizza de melhor custo-benefício da
      *-----------------------------------------------------------------*
       acumula-vendas-historico section.
      *lendo o histórico acumulado de vendas, somando o retrato do
      *PDV desta execução no mês corrente por loja e chave, e
      *regravando o arquivo por inteiro (como o checkpoint). um
      *histórico maior que a tabela cancela o acúmulo e preserva o
      *arquivo - regravar pela metade perderia meses em silêncio
                                    to vct-quantidade(vac-qtd)
                               move vac-receita
                                    to vct-receita(vac-qtd)
                               move vac-loja to vct-loja(vac-qtd)
                           else
                               move 'S' to vac-estouro
                           end-if
                       'Acumulo Cancelado, Arquivo Preservado.'
           else
               move data-relatorio(1:6) to mes-execucao
               perform varying ind-vlj from 1 by 1
                       until ind-vlj > vlj-qtd
                   perform acumula-chave-vendas
               end-perform

               open output pizza-vendas-hist
                   move vct-largura(ind-vac) to vac-largura
                   move vct-quantidade(ind-vac) to vac-quantidade
                   move vct-receita(ind-vac) to vac-receita
                   move vct-loja(ind-vac) to vac-loja
                   write reg-vendas-hist
               end-perform
               close pizza-vendas-hist
           exit.
      *-----------------------------------------------------------------*
       acumula-chave-vendas section.
      *somando as vendas da loja e chave apontadas por ind-vlj na
      *linha do mês corrente com a mesma loja e chave - receita
      *pelo preço normalizado (promocional quando aplicado), o
      *mesmo que o ranking por receita usa

           move 0 to vac-achada
           perform varying ind-vac from 1 by 1 until ind-vac > vac-qtd
               if vac-achada = 0
                 and vct-mes(ind-vac) = mes-execucao
                 and vct-loja(ind-vac) = vlj-loja(ind-vlj)
                 and vct-fornecedor(ind-vac) = vlj-fornecedor(ind-vlj)
                 and vct-cod-forma(ind-vac) = vlj-cod-forma(ind-vlj)
                 and vct-tamanho(ind-vac) = vlj-tamanho(ind-vlj)
                 and vct-largura(ind-vac) = vlj-largura(ind-vlj)
                   move ind-vac to vac-achada
               end-if
           end-perform

           if vac-achada > 0
               add vlj-quantidade(ind-vlj)
                   to vct-quantidade(vac-achada)
               add vlj-receita(ind-vlj) to vct-receita(vac-achada)
           else
               if vac-qtd < vac-max-qtd
                   add 1 to vac-qtd
                   move mes-execucao to vct-mes(vac-qtd)
                   move vlj-loja(ind-vlj) to vct-loja(vac-qtd)
                   move vlj-fornecedor(ind-vlj)
                        to vct-fornecedor(vac-qtd)
                   move vlj-cod-forma(ind-vlj)
                        to vct-cod-forma(vac-qtd)
                   move vlj-tamanho(ind-vlj) to vct-tamanho(vac-qtd)
                   move vlj-largura(ind-vlj) to vct-largura(vac-qtd)
                   move vlj-quantidade(ind-vlj)
                        to vct-quantidade(vac-qtd)
                   move vlj-receita(ind-vlj) to vct-receita(vac-qtd)
               else
                   display 'Historico de Vendas Cheio - Chave Fora '
                           'do Acumulo: ' vlj-fornecedor(ind-vlj)
               end-if
           end-if
           .
