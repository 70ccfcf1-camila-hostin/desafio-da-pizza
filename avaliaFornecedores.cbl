      *Divisão de identificação do programa
       identification division.
      *---program-id é uma informação obrigatória---
       program-id. "avaliaFornecedores".
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
      *    cadastro mestre de fornecedores - dá os nomes e a lista
      *    de quem é avaliado mesmo sem movimento no trimestre
           select pizza-fornecedores assign to "PIZZAFOR"
               organization is indexed
               access mode is sequential
               record key is frn-codigo
               file status is st-fornecedores.
      *    rejeitos das cargas (gerações concatenadas no job), com
      *    o código do motivo na frente e a data da carga no fim
           select pizza-rejeitos assign to "PIZZAREJ"
               organization is line sequential
               file status is st-rejeitos.
      *    jornal de alterações de preço do catálogo
           select pizza-jornal assign to "PIZZAJRN"
               organization is line sequential
               file status is st-jornal.
      *    controle de cargas, com as cargas aceitas e as fora de
      *    sequência acumuladas por fornecedor
           select pizza-controle assign to "PIZZACTL"
               organization is line sequential
               file status is st-controle.
      *    histórico da pizza campeã de cada execução
           select pizza-historico assign to "PIZZAHIST"
               organization is line sequential
               file status is st-historico.
      *    histórico acumulado de vendas por mês e chave
           select pizza-vendas-hist assign to "PIZZAVAC"
               organization is line sequential
               file status is st-vendas-hist.
      *    avaliação do trimestre anterior, para a comparação
           select avaliacao-anterior assign to "PIZZASCA"
               organization is line sequential
               file status is st-avaliacao-ant.
      *    avaliação deste trimestre, comparada pela próxima
           select avaliacao-nova assign to "PIZZASCN"
               organization is line sequential
               file status is st-avaliacao-nova.
      *    relatório de avaliação dos fornecedores
           select pizza-lista assign to "PIZZAWSC"
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

       fd  pizza-rejeitos
           label records are standard.
      *    espelho fiel do reg-rejeito do "desafioPizza": o registro
      *    devolvido é o reg-entrada, com o fornecedor nas colunas
      *    35-37
       01  reg-rejeito.
           05 rej-motivo                           pic x(2).
           05 rej-separador                        pic x(1).
           05 rej-registro.
               10 filler                           pic x(34).
               10 rej-fornecedor                   pic x(3).
           05 rej-data-carga                       pic 9(8).

       fd  pizza-jornal
           label records are standard.
       01  linha-jornal                            pic x(80).

       fd  pizza-controle
           label records are standard.
      *    espelho fiel do reg-controle do "desafioPizza"
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

       fd  pizza-historico
           label records are standard.
       01  linha-historico                         pic x(80).

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

       fd  avaliacao-anterior
           label records are standard.
      *    mesmo leiaute do reg-avaliacao abaixo
       01  reg-avaliacao-ant.
           05 sca-ano                              pic 9(4).
           05 sca-trimestre                        pic 9(1).
           05 sca-fornecedor                       pic x(3).
           05 sca-nota-qualidade                   pic 9(3).
           05 sca-nota-estabilidade                pic 9(3).
           05 sca-nota-competitividade             pic 9(3).
           05 sca-nota-volume                      pic 9(3).
           05 sca-nota-geral                       pic 9(3).
           05 sca-conceito                         pic x(1).
           05 sca-cargas-acum                      pic 9(5).
           05 sca-fora-seq-acum                    pic 9(5).
           05 sca-rejeitos                         pic 9(5).
           05 sca-altas                            pic 9(5).
           05 sca-vitorias                         pic 9(5).
           05 sca-unidades                         pic 9(7).
           05 sca-receita                          pic 9(9)v99.

       fd  avaliacao-nova
           label records are standard.
      *    uma linha por fornecedor avaliado: o trimestre, as quatro
      *    notas, a nota geral e o conceito, e os números que as
      *    geraram - os acumulados do controle de cargas ficam aqui
      *    para o trimestre seguinte apurar só as cargas dele
       01  reg-avaliacao.
           05 scn-ano                              pic 9(4).
           05 scn-trimestre                        pic 9(1).
           05 scn-fornecedor                       pic x(3).
           05 scn-nota-qualidade                   pic 9(3).
           05 scn-nota-estabilidade                pic 9(3).
           05 scn-nota-competitividade             pic 9(3).
           05 scn-nota-volume                      pic 9(3).
           05 scn-nota-geral                       pic 9(3).
           05 scn-conceito                         pic x(1).
           05 scn-cargas-acum                      pic 9(5).
           05 scn-fora-seq-acum                    pic 9(5).
           05 scn-rejeitos                         pic 9(5).
           05 scn-altas                            pic 9(5).
           05 scn-vitorias                         pic 9(5).
           05 scn-unidades                         pic 9(7).
           05 scn-receita                          pic 9(9)v99.

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

       77 st-fornecedores                          pic x(2).
       77 st-rejeitos                              pic x(2).
       77 st-jornal                                pic x(2).
       77 st-controle                              pic x(2).
       77 st-historico                             pic x(2).
       77 st-vendas-hist                           pic x(2).
       77 st-avaliacao-ant                         pic x(2).
       77 st-avaliacao-nova                        pic x(2).
       77 st-lista                                 pic x(2).
       77 data-execucao                            pic 9(8).

      *   cartão do job (ACCEPT do SYSIN): ano e trimestre avaliados
      *   e o limite de alta de preço; zeros ou cartão ausente
      *   avaliam o último trimestre fechado com o limite padrão
       01 cartao-avaliacao.
           05 crt-ano                              pic 9(4).
           05 crt-trimestre                        pic 9(1).
           05 crt-alta-pct                         pic 9(3)v99.
       77 aval-ano                                 pic 9(4).
       77 aval-trimestre                           pic 9(1).
      *   o mesmo trimestre como aaaat, como no controle de cargas
       77 aval-aaaat                               pic 9(5).
       77 alta-limite-pct                          pic 9(3)v99
                                                    value 10,00.
       77 data-inicio                              pic 9(8).
       77 data-fim                                 pic 9(8).
       77 mes-inicio                               pic 9(6).
       77 mes-fim                                  pic 9(6).
       77 mes-aux                                  pic 9(2).
       01 data-exe-dec.
           05 dex-ano                              pic 9(4).
           05 dex-mes                              pic 9(2).
           05 dex-dia                              pic 9(2).

      *   arquivos que não puderam ser lidos deixam a avaliação
      *   parcial - o relatório avisa e o passo termina com RC 4
       77 qtd-arquivos-faltando                    pic 9(1) value 0.
       77 arquivo-faltando                         pic x(8).

      *   fornecedores avaliados: do cadastro e de qualquer arquivo
      *   em que apareçam, com o que foi apurado de cada um
       78 av-max-qtd                               value 50.
       77 av-qtd                                   pic 9(2) value 0.
       77 ind-av                                   pic 9(2).
       77 av-achado                                pic 9(2).
       77 busca-fornecedor                         pic x(3).
       01 tab-avaliacao.
           05 avaliado occurs av-max-qtd.
               10 av-fornecedor                    pic x(3).
               10 av-nome                          pic x(30).
               10 av-rejeitos                      pic 9(5).
               10 av-rej-motivo                    pic 9(5)
                                                    occurs 7.
               10 av-cargas-acum                   pic 9(5).
               10 av-fora-seq-acum                 pic 9(5).
               10 av-cargas                        pic 9(5).
               10 av-fora-seq                      pic 9(5).
               10 av-alteracoes                    pic 9(5).
               10 av-aumentos                      pic 9(5).
               10 av-altas                         pic 9(5).
               10 av-soma-pct                      pic s9(7)v99.
               10 av-vitorias                      pic 9(5).
               10 av-unidades                      pic 9(7).
               10 av-receita                       pic 9(9)v99.
               10 av-nota-qualidade                pic 9(3).
               10 av-nota-estabilidade             pic 9(3).
               10 av-nota-competitividade          pic 9(3).
               10 av-nota-volume                   pic 9(3).
               10 av-nota-geral                    pic 9(3).
               10 av-conceito                      pic x(1).
               10 av-tem-anterior                  pic x(1).
               10 av-ant-nota-geral                pic 9(3).
               10 av-ant-conceito                  pic x(1).
               10 av-ant-cargas-acum               pic 9(5).
               10 av-ant-fora-seq-acum             pic 9(5).
      *           'S' quando o controle traz as cargas por trimestre
               10 av-ctl-trimestral                pic x(1).

      *   totais do trimestre para as notas relativas
       77 qtd-execucoes                            pic 9(5) value 0.
       77 maior-receita                            pic 9(9)v99 value 0.
       77 ind-mot                                  pic 9(1).
       77 motivo-num                               pic 9(2).
       77 nota-calc                                pic s9(5)v99.
       77 variacao-geral                           pic s9(3).

      *   contadores de leitura
       77 qtd-rej-lidos                            pic 9(5) value 0.
       77 qtd-rej-fora                             pic 9(5) value 0.
       77 qtd-jrn-trimestre                        pic 9(5) value 0.
       77 qtd-vac-trimestre                        pic 9(5) value 0.
       77 qtd-anteriores                           pic 9(5) value 0.

      *   campos das linhas do jornal e do histórico depois da
      *   separação por ';'
       77 campo-conta                              pic 9(2).
       01 tab-campos.
           05 cmp-campo                            pic x(15)
                                                    occurs 8.
      *   variação do jornal (-zz9,99) de volta a numérico
       77 pct-int                                  pic x(4).
       77 pct-dec                                  pic x(2).
       77 pct-int-num                              pic 9(3).
       77 pct-dec-num                              pic 9(2).
       77 pct-sinal                                pic 9(1).
       77 pct-num                                  pic s9(3)v99.

      *   campos editados do relatório
       77 qtd-edt                                  pic zzzz9.
       77 qtd2-edt                                 pic zzzz9.
       77 qtd3-edt                                 pic zzzz9.
       77 qtd-longa-edt                            pic zzzzzz9.
       77 nota-edt                                 pic zz9.
       77 nota-ant-edt                             pic zz9.
       77 variacao-edt                             pic +zz9.
       77 pct-edt                                  pic -zz9,99.
       77 alta-edt                                 pic zz9,99.
       77 receita-edt                              pic zzzzzzzz9,99.
       01 tab-motivos-edt.
           05 mot-edt                              pic zzzz9
                                                    occurs 7.

      *   registro de execução (PIZZARUN): status do arquivo e hora
      *   da execução carimbada no registro
       77 st-execucoes                             pic x(2).
       77 hora-registro                            pic 9(8).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
       screen section.
      *---------------- apresentação do problema -----------------------*
      *    A compra discute os fornecedores na reunião trimestral de
      *memória: os dados existem, mas espalhados - rejeitos da carga
      *por motivo (PIZZAREJ), alterações de preço e altas acima do
      *limite (PIZZAJRN), cargas e cargas fora de sequência
      *(PIZZACTL), vitórias de custo-benefício (PIZZAHIST) e
      *unidades e receita vendidas (PIZZAVAC). Este programa junta
      *tudo de um trimestre numa avaliação por fornecedor, com uma
      *nota de 0 a 100 para cada aspecto:
      *    qualidade dos dados - 100, menos 5 por registro rejeitado
      *        e 20 por carga fora de sequência;
      *    estabilidade de preço - 100, menos 5 por aumento e mais
      *        15 por aumento acima do limite de alta;
      *    competitividade - parte das execuções do trimestre em que
      *        a campeã de custo-benefício foi dele;
      *    volume - receita dele sobre a maior receita do trimestre;
      *a nota geral pondera 30/30/25/15 e vira conceito (A de 85
      *para cima, B de 70, C de 50, D abaixo disso), comparada com
      *a avaliação do trimestre anterior, que este programa mesmo
      *gravou. A avaliação nova é gravada para o próximo trimestre.
      *-----------------------------------------------------------------*

      *Declaração do corpo do programa
       Procedure Division.

      *    estrutura programa
           perform inicializa.
           perform carga-fornecedores.
           perform carga-anterior.
           perform carga-rejeitos.
           perform carga-jornal.
           perform carga-controle.
           perform carga-historico.
           perform carga-vendas.
           perform calcula-notas.
           perform emite-avaliacao.
           perform grava-avaliacao.
           perform finaliza.

       inicializa section.

           accept data-execucao from date yyyymmdd
           move data-execucao to data-exe-dec

      *    trimestre do cartão, ou o último fechado
           move zeros to cartao-avaliacao
           accept cartao-avaliacao
           if crt-ano is numeric and crt-ano > 0
             and crt-trimestre is numeric
             and crt-trimestre > 0 and crt-trimestre < 5
               move crt-ano to aval-ano
               move crt-trimestre to aval-trimestre
           else
               compute aval-trimestre = ((dex-mes - 1) / 3) + 1
               move dex-ano to aval-ano
               if aval-trimestre = 1
                   move 4 to aval-trimestre
                   subtract 1 from aval-ano
               else
                   subtract 1 from aval-trimestre
               end-if
           end-if
           if crt-alta-pct is numeric and crt-alta-pct > 0
               move crt-alta-pct to alta-limite-pct
           end-if

           compute mes-aux = ((aval-trimestre - 1) * 3) + 1
           compute mes-inicio = (aval-ano * 100) + mes-aux
           compute data-inicio = (mes-inicio * 100) + 1
           compute mes-aux = aval-trimestre * 3
           compute mes-fim = (aval-ano * 100) + mes-aux
           compute data-fim = (mes-fim * 100) + 31
           compute aval-aaaat = (aval-ano * 10) + aval-trimestre

           open output pizza-lista
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-fornecedores section.
      *todo fornecedor do cadastro entra na avaliação, com o nome

           open input pizza-fornecedores
           if st-fornecedores <> '00'
               move 'PIZZAFOR' to arquivo-faltando
               perform registra-falta
           else
               perform until st-fornecedores <> '00'
                   read pizza-fornecedores next record
                       at end
                           move '10' to st-fornecedores
                       not at end
                           move frn-codigo to busca-fornecedor
                           perform procura-avaliado
                           if av-achado > 0
                               move frn-nome to av-nome(av-achado)
                           end-if
                   end-read
               end-perform
               close pizza-fornecedores
           end-if
           .
       carga-fornecedores-exit.
           exit.
      *-----------------------------------------------------------------*
       procura-avaliado section.
      *procurando o fornecedor de busca na tabela e incluindo-o
      *quando é a primeira vez que aparece - av-achado fica zerado
      *só com a tabela cheia

           move 0 to av-achado
           perform varying ind-av from 1 by 1 until ind-av > av-qtd
               if av-fornecedor(ind-av) = busca-fornecedor
                   move ind-av to av-achado
               end-if
           end-perform

           if av-achado = 0
               if av-qtd < av-max-qtd
                   add 1 to av-qtd
                   move av-qtd to av-achado
                   initialize avaliado(av-qtd)
                   move busca-fornecedor to av-fornecedor(av-qtd)
                   move 'NAO CADASTRADO' to av-nome(av-qtd)
                   move 'N' to av-tem-anterior(av-qtd)
               else
                   display 'Fornecedor Alem do Limite da Tabela - '
                           'Fora da Avaliacao: ' busca-fornecedor
               end-if
           end-if
           .
       procura-avaliado-exit.
           exit.
      *-----------------------------------------------------------------*
       registra-falta section.
      *avisando o arquivo que não pôde ser lido

           add 1 to qtd-arquivos-faltando
           display 'Arquivo ' arquivo-faltando ' Inacessivel - '
                   'Avaliacao Parcial.'
           .
       registra-falta-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-anterior section.
      *guardando a avaliação do trimestre anterior - sem ela (a
      *primeira avaliação) não há comparação, e as cargas contam
      *desde o início do controle

           open input avaliacao-anterior
           if st-avaliacao-ant <> '00'
               display 'Sem Avaliacao Anterior - Primeira Avaliacao.'
           else
               perform until st-avaliacao-ant <> '00'
                   read avaliacao-anterior
                       at end
                           move '10' to st-avaliacao-ant
                       not at end
                           perform guarda-anterior
                   end-read
               end-perform
               close avaliacao-anterior
           end-if
           .
       carga-anterior-exit.
           exit.
      *-----------------------------------------------------------------*
       guarda-anterior section.
      *só vale como anterior a avaliação de um trimestre mais
      *velho que o avaliado - repetir o trimestre com a geração
      *dele mesmo compararia o trimestre consigo

           if (sca-ano * 10) + sca-trimestre
              < (aval-ano * 10) + aval-trimestre
               add 1 to qtd-anteriores
               move sca-fornecedor to busca-fornecedor
               perform procura-avaliado
               if av-achado > 0
                   move 'S' to av-tem-anterior(av-achado)
                   move sca-nota-geral
                        to av-ant-nota-geral(av-achado)
                   move sca-conceito to av-ant-conceito(av-achado)
                   move sca-cargas-acum
                        to av-ant-cargas-acum(av-achado)
                   move sca-fora-seq-acum
                        to av-ant-fora-seq-acum(av-achado)
               end-if
           else
               display 'Avaliacao Anterior Nao e de Trimestre '
                       'Anterior - Ignorada: ' sca-fornecedor ' '
                       sca-ano '/' sca-trimestre
           end-if
           .
       guarda-anterior-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-rejeitos section.
      *contando os rejeitos do trimestre por fornecedor e por
      *motivo - o trimestre é dado pela data da carga no fim do
      *registro, e o rejeito de outro trimestre é só contado

           open input pizza-rejeitos
           if st-rejeitos <> '00'
               move 'PIZZAREJ' to arquivo-faltando
               perform registra-falta
           else
               perform until st-rejeitos <> '00'
                   read pizza-rejeitos
                       at end
                           move '10' to st-rejeitos
                       not at end
                           if rej-data-carga is numeric
                             and rej-data-carga >= data-inicio
                             and rej-data-carga <= data-fim
                               add 1 to qtd-rej-lidos
                               perform conta-rejeito
                           else
                               add 1 to qtd-rej-fora
                           end-if
                   end-read
               end-perform
               close pizza-rejeitos
           end-if
           .
       carga-rejeitos-exit.
           exit.
      *-----------------------------------------------------------------*
       conta-rejeito section.
      *somando o rejeito lido no fornecedor e no motivo dele

           move rej-fornecedor to busca-fornecedor
           perform procura-avaliado
           if av-achado > 0
               add 1 to av-rejeitos(av-achado)
               if rej-motivo is numeric
                   move rej-motivo to motivo-num
                   if motivo-num > 0 and motivo-num < 8
                       move motivo-num to ind-mot
                       add 1 to av-rej-motivo(av-achado ind-mot)
                   end-if
               end-if
           end-if
           .
       conta-rejeito-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-jornal section.
      *alterações de preço do trimestre por fornecedor: quantas,
      *quantos aumentos, quantas altas acima do limite e a soma
      *das variações para a média

           open input pizza-jornal
           if st-jornal <> '00'
               move 'PIZZAJRN' to arquivo-faltando
               perform registra-falta
           else
               perform until st-jornal <> '00'
                   read pizza-jornal
                       at end
                           move '10' to st-jornal
                       not at end
                           perform processa-jornal
                   end-read
               end-perform
               close pizza-jornal
           end-if
           .
       carga-jornal-exit.
           exit.
      *-----------------------------------------------------------------*
       processa-jornal section.
      *linha do jornal: fornecedor;forma;tamanho;largura;preço
      *anterior;preço novo;data;variação

           move spaces to tab-campos
           move 0 to campo-conta
           unstring linha-jornal delimited by ';'
               into cmp-campo(1) cmp-campo(2) cmp-campo(3)
                    cmp-campo(4) cmp-campo(5) cmp-campo(6)
                    cmp-campo(7) cmp-campo(8)
               tallying in campo-conta
           end-unstring

           if campo-conta = 8
             and cmp-campo(7)(1:8) is numeric
             and cmp-campo(7)(1:8) >= data-inicio
             and cmp-campo(7)(1:8) <= data-fim
               add 1 to qtd-jrn-trimestre
               perform converte-pct
               move cmp-campo(1) to busca-fornecedor
               perform procura-avaliado
               if av-achado > 0
                   add 1 to av-alteracoes(av-achado)
                   add pct-num to av-soma-pct(av-achado)
                   if pct-num > 0
                       add 1 to av-aumentos(av-achado)
                   end-if
                   if pct-num > alta-limite-pct
                       add 1 to av-altas(av-achado)
                   end-if
               end-if
           end-if
           .
       processa-jornal-exit.
           exit.
      *-----------------------------------------------------------------*
       converte-pct section.
      *trazendo a variação editada (-zz9,99) de volta a numérico

           move spaces to pct-int pct-dec
           unstring cmp-campo(8) delimited by ','
               into pct-int pct-dec
           end-unstring
           move 0 to pct-sinal
           inspect pct-int tallying pct-sinal for all '-'
           inspect pct-int replacing all '-' by ' '
           inspect pct-int replacing all ' ' by '0'
           inspect pct-dec replacing all ' ' by '0'
           if pct-int(2:3) is numeric and pct-dec is numeric
               move pct-int(2:3) to pct-int-num
               move pct-dec to pct-dec-num
               compute pct-num = pct-int-num + (pct-dec-num / 100)
               if pct-sinal > 0
                   compute pct-num = pct-num * -1
               end-if
           else
               move 0 to pct-num
           end-if
           .
       converte-pct-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-controle section.
      *cargas e cargas fora de sequência de cada fornecedor no
      *trimestre: o controle traz as contagens do trimestre
      *corrente e do anterior, pela data de cada carga. linha
      *antiga, sem os trimestres, fica com a diferença dos
      *acumulados contra os gravados na avaliação anterior

           open input pizza-controle
           if st-controle <> '00'
               move 'PIZZACTL' to arquivo-faltando
               perform registra-falta
           else
               perform until st-controle <> '00'
                   read pizza-controle
                       at end
                           move '10' to st-controle
                       not at end
                           move ctl-fornecedor to busca-fornecedor
                           perform procura-avaliado
                           if av-achado > 0
                             and ctl-cargas is numeric
                             and ctl-fora-sequencia is numeric
                               move ctl-cargas
                                    to av-cargas-acum(av-achado)
                               move ctl-fora-sequencia
                                    to av-fora-seq-acum(av-achado)
                               perform guarda-trimestre-controle
                           end-if
                   end-read
               end-perform
               close pizza-controle
           end-if

           perform varying ind-av from 1 by 1 until ind-av > av-qtd
               if av-ctl-trimestral(ind-av) <> 'S'
                   perform calcula-cargas-acumuladas
               end-if
           end-perform
           .
       carga-controle-exit.
           exit.
      *-----------------------------------------------------------------*
       guarda-trimestre-controle section.
      *cargas do trimestre avaliado, da linha de controle lida -
      *trimestre que não é o corrente nem o anterior da linha não
      *teve carga (ou já saiu do controle)

           if ctl-trimestre is numeric and ctl-trimestre > 0
             and ctl-cargas-trim is numeric
             and ctl-fora-seq-trim is numeric
             and ctl-trimestre-ant is numeric
             and ctl-cargas-trim-ant is numeric
             and ctl-fora-seq-trim-ant is numeric
               move 'S' to av-ctl-trimestral(av-achado)
               evaluate true
                   when ctl-trimestre = aval-aaaat
                       move ctl-cargas-trim to av-cargas(av-achado)
                       move ctl-fora-seq-trim
                            to av-fora-seq(av-achado)
                   when ctl-trimestre-ant = aval-aaaat
                       move ctl-cargas-trim-ant
                            to av-cargas(av-achado)
                       move ctl-fora-seq-trim-ant
                            to av-fora-seq(av-achado)
                   when other
                       move 0 to av-cargas(av-achado)
                       move 0 to av-fora-seq(av-achado)
               end-evaluate
           end-if
           .
       guarda-trimestre-controle-exit.
           exit.
      *-----------------------------------------------------------------*
       calcula-cargas-acumuladas section.
      *cargas do trimestre pela diferença dos acumulados do
      *fornecedor ind-av contra a avaliação anterior

           if av-tem-anterior(ind-av) = 'S'
             and av-cargas-acum(ind-av) >=
                 av-ant-cargas-acum(ind-av)
               compute av-cargas(ind-av) =
                   av-cargas-acum(ind-av)
                   - av-ant-cargas-acum(ind-av)
           else
               move av-cargas-acum(ind-av) to av-cargas(ind-av)
           end-if
           if av-tem-anterior(ind-av) = 'S'
             and av-fora-seq-acum(ind-av) >=
                 av-ant-fora-seq-acum(ind-av)
               compute av-fora-seq(ind-av) =
                   av-fora-seq-acum(ind-av)
                   - av-ant-fora-seq-acum(ind-av)
           else
               move av-fora-seq-acum(ind-av) to av-fora-seq(ind-av)
           end-if
           .
       calcula-cargas-acumuladas-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-historico section.
      *execuções do trimestre e vitórias de cada fornecedor - a
      *linha antiga, sem o fornecedor, conta só como execução

           open input pizza-historico
           if st-historico <> '00'
               move 'PIZZAHIST' to arquivo-faltando
               perform registra-falta
           else
               perform until st-historico <> '00'
                   read pizza-historico
                       at end
                           move '10' to st-historico
                       not at end
                           perform processa-historico
                   end-read
               end-perform
               close pizza-historico
           end-if
           .
       carga-historico-exit.
           exit.
      *-----------------------------------------------------------------*
       processa-historico section.
      *linha do histórico: nome;fornecedor;forma;tamanho;
      *comprimento;largura;preço/cm2;data (a antiga não tem o
      *fornecedor e a data é o sétimo campo)

           move spaces to tab-campos
           move 0 to campo-conta
           unstring linha-historico delimited by ';'
               into cmp-campo(1) cmp-campo(2) cmp-campo(3)
                    cmp-campo(4) cmp-campo(5) cmp-campo(6)
                    cmp-campo(7) cmp-campo(8)
               tallying in campo-conta
           end-unstring

           if campo-conta = 7
               move cmp-campo(7) to cmp-campo(8)
               move spaces to cmp-campo(2)
           end-if

           if campo-conta > 6
             and cmp-campo(8)(1:8) is numeric
             and cmp-campo(8)(1:8) >= data-inicio
             and cmp-campo(8)(1:8) <= data-fim
               add 1 to qtd-execucoes
               if cmp-campo(2) <> spaces
                   move cmp-campo(2) to busca-fornecedor
                   perform procura-avaliado
                   if av-achado > 0
                       add 1 to av-vitorias(av-achado)
                   end-if
               end-if
           end-if
           .
       processa-historico-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-vendas section.
      *unidades e receita dos meses do trimestre por fornecedor

           open input pizza-vendas-hist
           if st-vendas-hist <> '00'
               move 'PIZZAVAC' to arquivo-faltando
               perform registra-falta
           else
               perform until st-vendas-hist <> '00'
                   read pizza-vendas-hist
                       at end
                           move '10' to st-vendas-hist
                       not at end
                           if vac-mes >= mes-inicio
                             and vac-mes <= mes-fim
                               add 1 to qtd-vac-trimestre
                               move vac-fornecedor to busca-fornecedor
                               perform procura-avaliado
                               if av-achado > 0
                                   add vac-quantidade
                                       to av-unidades(av-achado)
                                   add vac-receita
                                       to av-receita(av-achado)
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-vendas-hist
           end-if
           .
       carga-vendas-exit.
           exit.
      *-----------------------------------------------------------------*
       calcula-notas section.
      *as quatro notas de 0 a 100, a nota geral ponderada e o
      *conceito de cada fornecedor (regras na apresentação)

           move 0 to maior-receita
           perform varying ind-av from 1 by 1 until ind-av > av-qtd
               if av-receita(ind-av) > maior-receita
                   move av-receita(ind-av) to maior-receita
               end-if
           end-perform

           perform varying ind-av from 1 by 1 until ind-av > av-qtd
               compute nota-calc = 100 - (av-rejeitos(ind-av) * 5)
                                       - (av-fora-seq(ind-av) * 20)
               if nota-calc < 0
                   move 0 to nota-calc
               end-if
               move nota-calc to av-nota-qualidade(ind-av)

               compute nota-calc = 100 - (av-aumentos(ind-av) * 5)
                                       - (av-altas(ind-av) * 15)
               if nota-calc < 0
                   move 0 to nota-calc
               end-if
               move nota-calc to av-nota-estabilidade(ind-av)

               if qtd-execucoes > 0
                   compute av-nota-competitividade(ind-av) rounded =
                       (av-vitorias(ind-av) * 100) / qtd-execucoes
               else
                   move 0 to av-nota-competitividade(ind-av)
               end-if

               if maior-receita > 0
                   compute av-nota-volume(ind-av) rounded =
                       (av-receita(ind-av) * 100) / maior-receita
               else
                   move 0 to av-nota-volume(ind-av)
               end-if

               compute av-nota-geral(ind-av) rounded =
                   ((av-nota-qualidade(ind-av) * 30)
                  + (av-nota-estabilidade(ind-av) * 30)
                  + (av-nota-competitividade(ind-av) * 25)
                  + (av-nota-volume(ind-av) * 15)) / 100

               evaluate true
                   when av-nota-geral(ind-av) >= 85
                       move 'A' to av-conceito(ind-av)
                   when av-nota-geral(ind-av) >= 70
                       move 'B' to av-conceito(ind-av)
                   when av-nota-geral(ind-av) >= 50
                       move 'C' to av-conceito(ind-av)
                   when other
                       move 'D' to av-conceito(ind-av)
               end-evaluate
           end-perform
           .
       calcula-notas-exit.
           exit.
      *-----------------------------------------------------------------*
       emite-avaliacao section.
      *o relatório: um bloco por fornecedor com os números e as
      *notas de cada aspecto, a nota geral e a comparação

           move alta-limite-pct to alta-edt
           move spaces to linha-lista
           string 'AVALIACAO TRIMESTRAL DE FORNECEDORES - '
                  delimited by size
                  aval-ano delimited by size
                  '/' delimited by size
                  aval-trimestre delimited by size
                  'T (' delimited by size
                  data-inicio delimited by size
                  ' A ' delimited by size
                  data-fim delimited by size
                  ') - EXECUCAO DE ' delimited by size
                  data-execucao delimited by size
                  into linha-lista
           end-string
           write linha-lista

           move qtd-execucoes to qtd-edt
           move spaces to linha-lista
           string 'EXECUCOES DO COMPARATIVO NO TRIMESTRE: '
                  delimited by size
                  qtd-edt delimited by size
                  ' | LIMITE DE ALTA: ' delimited by size
                  alta-edt delimited by size
                  '% | PESOS: QUALIDADE 30 ESTABILIDADE 30 '
                  delimited by size
                  'COMPETITIVIDADE 25 VOLUME 15' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           if qtd-arquivos-faltando > 0
               move spaces to linha-lista
               string '*AVALIACAO PARCIAL - ARQUIVO(S) INACESSIVEL(IS)'
                      ', VER SYSOUT*' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if

           if qtd-rej-fora > 0
               move qtd-rej-fora to qtd-edt
               move spaces to linha-lista
               string 'REJEITOS DE CARGAS FORA DO TRIMESTRE IGNORADOS: '
                      delimited by size
                      qtd-edt delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if

           perform varying ind-av from 1 by 1 until ind-av > av-qtd
               perform lista-avaliado
           end-perform

           if av-qtd = 0
               move spaces to linha-lista
               write linha-lista
               move spaces to linha-lista
               string 'NENHUM FORNECEDOR A AVALIAR' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       emite-avaliacao-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-avaliado section.
      *bloco do fornecedor ind-av

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'FORNECEDOR ' delimited by size
                  av-fornecedor(ind-av) delimited by size
                  ' - ' delimited by size
                  av-nome(ind-av) delimited by size
                  into linha-lista
           end-string
           write linha-lista

      *    qualidade dos dados
           perform varying ind-mot from 1 by 1 until ind-mot > 7
               move av-rej-motivo(ind-av ind-mot) to mot-edt(ind-mot)
           end-perform
           move av-rejeitos(ind-av) to qtd-edt
           move av-cargas(ind-av) to qtd2-edt
           move av-fora-seq(ind-av) to qtd3-edt
           move av-nota-qualidade(ind-av) to nota-edt
           move spaces to linha-lista
           string '  QUALIDADE DOS DADOS ..: CARGAS ' delimited by size
                  qtd2-edt delimited by size
                  ' | FORA DE SEQUENCIA ' delimited by size
                  qtd3-edt delimited by size
                  ' | REJEITOS ' delimited by size
                  qtd-edt delimited by size
                  ' | NOTA ' delimited by size
                  nota-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move spaces to linha-lista
           string '    REJEITOS POR MOTIVO: 01 ' delimited by size
                  mot-edt(1) delimited by size
                  ' | 02 ' delimited by size
                  mot-edt(2) delimited by size
                  ' | 03 ' delimited by size
                  mot-edt(3) delimited by size
                  ' | 04 ' delimited by size
                  mot-edt(4) delimited by size
                  ' | 05 ' delimited by size
                  mot-edt(5) delimited by size
                  ' | 06 ' delimited by size
                  mot-edt(6) delimited by size
                  ' | 07 ' delimited by size
                  mot-edt(7) delimited by size
                  into linha-lista
           end-string
           write linha-lista

      *    estabilidade de preço
           move av-alteracoes(ind-av) to qtd-edt
           move av-aumentos(ind-av) to qtd2-edt
           move av-altas(ind-av) to qtd3-edt
           if av-alteracoes(ind-av) > 0
               compute pct-num rounded =
                   av-soma-pct(ind-av) / av-alteracoes(ind-av)
           else
               move 0 to pct-num
           end-if
           move pct-num to pct-edt
           move av-nota-estabilidade(ind-av) to nota-edt
           move spaces to linha-lista
           string '  ESTABILIDADE DE PRECO : ALTERACOES '
                  delimited by size
                  qtd-edt delimited by size
                  ' | AUMENTOS ' delimited by size
                  qtd2-edt delimited by size
                  ' | ACIMA DO LIMITE ' delimited by size
                  qtd3-edt delimited by size
                  ' | VARIACAO MEDIA ' delimited by size
                  pct-edt delimited by size
                  '% | NOTA ' delimited by size
                  nota-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista

      *    competitividade
           move av-vitorias(ind-av) to qtd-edt
           move qtd-execucoes to qtd2-edt
           move av-nota-competitividade(ind-av) to nota-edt
           move spaces to linha-lista
           string '  COMPETITIVIDADE ......: CAMPEA EM '
                  delimited by size
                  qtd-edt delimited by size
                  ' DE ' delimited by size
                  qtd2-edt delimited by size
                  ' EXECUCOES | NOTA ' delimited by size
                  nota-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista

      *    volume
           move av-unidades(ind-av) to qtd-longa-edt
           move av-receita(ind-av) to receita-edt
           move av-nota-volume(ind-av) to nota-edt
           move spaces to linha-lista
           string '  VOLUME ...............: UNIDADES '
                  delimited by size
                  qtd-longa-edt delimited by size
                  ' | RECEITA ' delimited by size
                  receita-edt delimited by size
                  ' | NOTA ' delimited by size
                  nota-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista

      *    nota geral e comparação com o trimestre anterior
           move av-nota-geral(ind-av) to nota-edt
           move spaces to linha-lista
           if av-tem-anterior(ind-av) = 'S'
               compute variacao-geral = av-nota-geral(ind-av)
                                      - av-ant-nota-geral(ind-av)
               move variacao-geral to variacao-edt
               move av-ant-nota-geral(ind-av) to nota-ant-edt
               string '  NOTA GERAL ...........: ' delimited by size
                      nota-edt delimited by size
                      ' CONCEITO ' delimited by size
                      av-conceito(ind-av) delimited by size
                      ' | TRIMESTRE ANTERIOR ' delimited by size
                      nota-ant-edt delimited by size
                      ' CONCEITO ' delimited by size
                      av-ant-conceito(ind-av) delimited by size
                      ' | VARIACAO ' delimited by size
                      variacao-edt delimited by size
                      into linha-lista
               end-string
           else
               string '  NOTA GERAL ...........: ' delimited by size
                      nota-edt delimited by size
                      ' CONCEITO ' delimited by size
                      av-conceito(ind-av) delimited by size
                      ' | SEM AVALIACAO ANTERIOR' delimited by size
                      into linha-lista
               end-string
           end-if
           write linha-lista
           .
       lista-avaliado-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-avaliacao section.
      *gravando a avaliação do trimestre para a comparação do
      *trimestre seguinte

           open output avaliacao-nova
           perform varying ind-av from 1 by 1 until ind-av > av-qtd
               move aval-ano to scn-ano
               move aval-trimestre to scn-trimestre
               move av-fornecedor(ind-av) to scn-fornecedor
               move av-nota-qualidade(ind-av) to scn-nota-qualidade
               move av-nota-estabilidade(ind-av)
                    to scn-nota-estabilidade
               move av-nota-competitividade(ind-av)
                    to scn-nota-competitividade
               move av-nota-volume(ind-av) to scn-nota-volume
               move av-nota-geral(ind-av) to scn-nota-geral
               move av-conceito(ind-av) to scn-conceito
               move av-cargas-acum(ind-av) to scn-cargas-acum
               move av-fora-seq-acum(ind-av) to scn-fora-seq-acum
               move av-rejeitos(ind-av) to scn-rejeitos
               move av-altas(ind-av) to scn-altas
               move av-vitorias(ind-av) to scn-vitorias
               move av-unidades(ind-av) to scn-unidades
               move av-receita(ind-av) to scn-receita
               write reg-avaliacao
           end-perform
           close avaliacao-nova
           .
       grava-avaliacao-exit.
           exit.
      *-----------------------------------------------------------------*
       finaliza section.
      *avaliação parcial termina com RC 4 para o agendador avisar

           close pizza-lista

           if qtd-arquivos-faltando > 0
               move 4 to return-code
           end-if

           move av-qtd to qtd-edt
           display 'Fornecedores Avaliados: ' qtd-edt

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
               move 'avaliaFornecedores' to exe-programa
               accept exe-data from date yyyymmdd
               accept hora-registro from time
               move hora-registro(1:6) to exe-hora
               move 'L' to exe-modo
               move return-code to exe-retorno
               evaluate return-code
                   when 0
                       move 'EXECUCAO LIMPA' to exe-significado
                   when 4
                       move 'AVALIACAO PARCIAL'
                            to exe-significado
                   when other
                       move 'CODIGO NAO PREVISTO'
                            to exe-significado
               end-evaluate
               compute exe-lidos = qtd-rej-lidos + qtd-jrn-trimestre
                                   + qtd-vac-trimestre
               move av-qtd to exe-gravados
               move 0 to exe-rejeitados
               write reg-execucao
               close pizza-execucoes
           end-if
           .
       grava-execucao-exit.
           exit.
