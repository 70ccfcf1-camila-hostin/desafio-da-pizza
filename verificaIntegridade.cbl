      *Divisão de identificação do programa
       identification division.
      *---program-id é uma informação obrigatória---
       program-id. "verificaIntegridade".
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
      *    catálogo mestre - lido por inteiro para a contagem e por
      *    chave para conferir cada arquivo dependente
           select pizza-mestre assign to "PIZZAMST"
               organization is indexed
               access mode is dynamic
               record key is mst-chave
               file status is st-mestre.
      *    promoções dos fornecedores
           select pizza-promocoes assign to "PIZZAPRO"
               organization is line sequential
               file status is st-promocoes.
      *    histórico acumulado de vendas por mês e chave
           select pizza-vendas-hist assign to "PIZZAVAC"
               organization is line sequential
               file status is st-vendas-hist.
      *    vendas do PDV da última exportação
           select pizza-vendas assign to "PIZZAVND"
               organization is line sequential
               file status is st-vendas.
      *    histórico da pizza campeã de cada execução
           select pizza-historico assign to "PIZZAHIST"
               organization is line sequential
               file status is st-historico.
      *    checkpoint da digitação interativa
           select pizza-checkpoint assign to "PIZZACKPT"
               organization is line sequential
               file status is st-checkpoint.
      *    trava de execução do catálogo
           select pizza-trava assign to "PIZZALCK"
               organization is line sequential
               file status is st-trava.
      *    última geração da cópia de segurança do catálogo
           select pizza-backup assign to "PIZZABKP"
               organization is line sequential
               file status is st-backup.
      *    relatório da verificação
           select pizza-lista assign to "PIZZAWVI"
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
       fd  pizza-mestre
           label records are standard.
      *    espelho fiel do reg-mestre do "desafioPizza" (mst-tamanho
      *    é o diâmetro, ou o comprimento na retangular)
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

       fd  pizza-vendas
           label records are standard.
      *    espelho fiel do reg-vendas do "desafioPizza"
       01  reg-vendas.
           05 vnd-fornecedor                       pic x(3).
           05 vnd-cod-forma                        pic x(1).
           05 vnd-tamanho                          pic 9(3).
           05 vnd-largura                          pic 9(3).
           05 vnd-quantidade                       pic 9(5).
           05 vnd-loja                             pic x(3).

       fd  pizza-historico
           label records are standard.
       01  linha-historico                         pic x(80).

       fd  pizza-checkpoint
           label records are standard.
       01  reg-checkpoint                          pic x(38).

       fd  pizza-trava
           label records are standard.
      *    espelho fiel do reg-trava do "desafioPizza"
       01  reg-trava.
           05 lck-operador                         pic x(8).
           05 lck-data                             pic 9(8).
           05 lck-hora                             pic 9(6).

       fd  pizza-backup
           label records are standard.
       01  reg-backup                              pic x(41).

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

       77 st-mestre                                pic x(2).
       77 st-promocoes                             pic x(2).
       77 st-vendas-hist                           pic x(2).
       77 st-vendas                                pic x(2).
       77 st-historico                             pic x(2).
       77 st-checkpoint                            pic x(2).
       77 st-trava                                 pic x(2).
       77 st-backup                                pic x(2).
       77 st-lista                                 pic x(2).
       77 data-execucao                            pic 9(8).
       77 hora-completa                            pic 9(8).
       77 hora-execucao                            pic 9(6).

      *   tolerância, em porcentagem, entre a contagem do catálogo e
      *   a da última cópia de segurança - vem do cartão do job
      *   (ACCEPT do SYSIN); zero ou ausente mantém o padrão
       77 tolerancia-cartao                        pic 9(3) value 0.
       77 tolerancia-pct                           pic 9(3) value 10.

       77 catalogo-aberto                          pic x(1) value 'N'.
           88 catalogo-aberto-sim                  value 'S'.
           88 catalogo-aberto-nao                  value 'N'.

      *   resultado da procura de uma chave no catálogo
       77 situacao-chave                           pic x(1).
           88 chave-ativa                          value 'A'.
           88 chave-inativa                        value 'I'.
           88 chave-excluida                       value 'X'.

      *   gravidade apurada: 4 para dependentes fora do catálogo,
      *   checkpoint esquecido e trava velha; 8 para o catálogo
      *   inacessível ou a contagem fora da tolerância
       77 gravidade                                pic 9(1) value 0.
       77 gravidade-item                           pic 9(1).

      *   contagens
       77 qtd-mestre                               pic 9(5) value 0.
       77 qtd-mestre-inativos                      pic 9(5) value 0.
       77 qtd-backup                               pic 9(5) value 0.
       77 qtd-diferenca                            pic 9(5).
       77 pct-diferenca                            pic 9(5)v99.
       77 qtd-pro-lidos                            pic 9(5) value 0.
       77 qtd-pro-excluidas                        pic 9(5) value 0.
       77 qtd-pro-inativas                         pic 9(5) value 0.
       77 qtd-vac-lidos                            pic 9(5) value 0.
       77 qtd-vac-orfaos                           pic 9(5) value 0.
       77 qtd-vnd-lidos                            pic 9(5) value 0.
       77 qtd-vnd-orfaos                           pic 9(5) value 0.
       77 qtd-hst-lidos                            pic 9(5) value 0.
       77 qtd-hst-orfaos                           pic 9(5) value 0.
       77 qtd-ckpt                                 pic 9(5) value 0.
       77 qtd-secao                                pic 9(5).

      *   idade da trava em dias corridos aproximados (meses de
      *   30 dias, como a idade da taxa de câmbio no "desafioPizza")
       77 idade-trava                              pic s9(7).
       01 data-exe-dec.
           05 dex-ano                              pic 9(4).
           05 dex-mes                              pic 9(2).
           05 dex-dia                              pic 9(2).
       01 data-lck-dec.
           05 dlk-ano                              pic 9(4).
           05 dlk-mes                              pic 9(2).
           05 dlk-dia                              pic 9(2).

      *   campos da linha do histórico depois da separação - a
      *   linha antiga, sem o fornecedor, não tem chave a conferir
       77 campo-conta                              pic 9(2).
       01 tab-campos.
           05 cmp-campo                            pic x(15)
                                                    occurs 8.
       77 hst-medida                               pic x(3).

      *   chave procurada e campos de apoio do relatório
       01 chave-busca.
           05 bus-fornecedor                       pic x(3).
           05 bus-cod-forma                        pic x(1).
           05 bus-tamanho                          pic 9(3).
           05 bus-largura                          pic 9(3).
       77 titulo                                   pic x(60).
       77 complemento                              pic x(94).
       77 marca                                    pic x(24).
       77 qtd-edt                                  pic zzzz9.
       77 qtd2-edt                                 pic zzzz9.
       77 pct-edt                                  pic zzzz9,99.
       77 tol-edt                                  pic zz9.
       77 tamanho-edt                              pic zz9.
       77 largura-edt                              pic zz9.
       77 idade-edt                                pic zzz9.

      *   registro de execução (PIZZARUN): status do arquivo e hora
      *   da execução carimbada no registro
       77 st-execucoes                             pic x(2).
       77 hora-registro                            pic 9(8).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
       screen section.
      *---------------- apresentação do problema -----------------------*
      *    Vários arquivos carregam a chave do catálogo (fornecedor/
      *forma/tamanho/largura) e nada confere se eles continuam de
      *acordo com o PIZZAMST depois de uma exclusão na manutenção
      *ou de um expurgo - o único sintoma eram as "vendas sem
      *casamento" do relatório, achadas semanas depois. Esta
      *verificação noturna lê o catálogo e cada dependente e
      *aponta: promoção vigente ou futura para chave excluída ou
      *inativa, vendas acumuladas e vendas do PDV de chave fora do
      *catálogo, checkpoint esquecido com registros, trava do
      *catálogo com mais de um dia e contagem do catálogo fora da
      *tolerância contra a última cópia de segurança. Campeã do
      *histórico com chave excluída sai só como aviso - o
      *histórico é a memória do que já venceu. Código de retorno:
      *0 tudo de acordo, 4 inconsistência nos dependentes, 8
      *catálogo inacessível ou contagem fora da tolerância.
      *-----------------------------------------------------------------*

      *Declaração do corpo do programa
       Procedure Division.

      *    estrutura programa
           perform inicializa.
           perform conta-catalogo.
           perform confere-promocoes.
           perform confere-vendas-hist.
           perform confere-vendas.
           perform confere-historico.
           perform confere-checkpoint.
           perform confere-trava.
           perform confere-backup.
           perform emite-resumo.
           perform finaliza.

       inicializa section.

           accept data-execucao from date yyyymmdd
           accept hora-completa from time
           move hora-completa(1:6) to hora-execucao
           move data-execucao to data-exe-dec

      *    tolerância da contagem, do cartão do job
           accept tolerancia-cartao
           if tolerancia-cartao is numeric and tolerancia-cartao > 0
               move tolerancia-cartao to tolerancia-pct
           end-if

           open output pizza-lista
           move spaces to linha-lista
           string 'VERIFICACAO DE INTEGRIDADE DO CATALOGO - EXECUCAO '
                  'DE ' delimited by size
                  data-execucao delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------*
       conta-catalogo section.
      *contando o catálogo inteiro (e os inativos) - o arquivo
      *continua aberto para as procuras por chave

           open input pizza-mestre
           if st-mestre <> '00'
               display 'Catalogo Mestre Inacessivel (Status '
                       st-mestre ') - Dependentes Nao Conferidos.'
               move 8 to gravidade
               move spaces to linha-lista
               write linha-lista
               move spaces to linha-lista
               string '*CATALOGO MESTRE INACESSIVEL (STATUS '
                      delimited by size
                      st-mestre delimited by size
                      ') - DEPENDENTES NAO CONFERIDOS*'
                      delimited by size
                      into linha-lista
               end-string
               write linha-lista
           else
               set catalogo-aberto-sim to true
               perform until st-mestre <> '00'
                   read pizza-mestre next record
                       at end
                           move '10' to st-mestre
                       not at end
                           add 1 to qtd-mestre
                           if mst-ativo = 'N'
                               add 1 to qtd-mestre-inativos
                           end-if
                   end-read
               end-perform
               move '00' to st-mestre
           end-if
           .
       conta-catalogo-exit.
           exit.
      *-----------------------------------------------------------------*
       procura-chave section.
      *procurando a chave-busca no catálogo e classificando-a em
      *ativa, inativa ou excluída (fora do catálogo)

           move chave-busca to mst-chave
           read pizza-mestre
               invalid key
                   set chave-excluida to true
               not invalid key
                   if mst-ativo = 'N'
                       set chave-inativa to true
                   else
                       set chave-ativa to true
                   end-if
           end-read
           move '00' to st-mestre
           .
       procura-chave-exit.
           exit.
      *-----------------------------------------------------------------*
       abre-secao section.
      *linha em branco e título da seção

           move 0 to qtd-secao
           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           move titulo to linha-lista
           write linha-lista
           .
       abre-secao-exit.
           exit.
      *-----------------------------------------------------------------*
       fecha-secao section.
      *seção sem ocorrências

           if qtd-secao = 0
               move spaces to linha-lista
               string 'NENHUMA' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       fecha-secao-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-chave section.
      *uma linha da chave-busca seguida do complemento já montado

           move spaces to linha-lista
           move bus-tamanho to tamanho-edt
           move bus-largura to largura-edt
           move 'FOR ' to linha-lista(1:4)
           move bus-fornecedor to linha-lista(5:3)
           move ' | FRM ' to linha-lista(8:7)
           move bus-cod-forma to linha-lista(15:1)
           move ' | TAM ' to linha-lista(16:7)
           move tamanho-edt to linha-lista(23:3)
           move ' | LAR ' to linha-lista(26:7)
           move largura-edt to linha-lista(33:3)
           move ' | ' to linha-lista(36:3)
           move complemento to linha-lista(39:94)
           write linha-lista
           add 1 to qtd-secao
           .
       lista-chave-exit.
           exit.
      *-----------------------------------------------------------------*
       eleva-gravidade section.
      *guardando a maior gravidade apurada

           if gravidade-item > gravidade
               move gravidade-item to gravidade
           end-if
           .
       eleva-gravidade-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-promocoes section.
      *promoções ainda vigentes ou futuras apontando para chave
      *excluída ou inativa - a promoção vencida não pesa mais

           move 'PROMOCOES PARA CHAVE EXCLUIDA OU INATIVA' to titulo
           perform abre-secao
           if catalogo-aberto-sim
               open input pizza-promocoes
               if st-promocoes <> '00'
                   display 'Sem Arquivo de Promocoes - Nada a '
                           'Conferir.'
               else
                   perform until st-promocoes <> '00'
                       read pizza-promocoes
                           at end
                               move '10' to st-promocoes
                           not at end
                               add 1 to qtd-pro-lidos
                               if pro-fim >= data-execucao
                                   perform confere-promocao
                               end-if
                       end-read
                   end-perform
                   close pizza-promocoes
               end-if
           end-if
           perform fecha-secao
           .
       confere-promocoes-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-promocao section.
      *conferindo a chave da promoção lida

           move pro-fornecedor to bus-fornecedor
           move pro-cod-forma to bus-cod-forma
           move pro-tamanho to bus-tamanho
           move pro-largura to bus-largura
           perform procura-chave

           if not chave-ativa
               if chave-excluida
                   add 1 to qtd-pro-excluidas
                   move '*CHAVE EXCLUIDA*' to marca
               else
                   add 1 to qtd-pro-inativas
                   move '*CHAVE INATIVA*' to marca
               end-if
               move spaces to complemento
               string 'PROMOCAO ' delimited by size
                      pro-tipo delimited by size
                      ' DE ' delimited by size
                      pro-inicio delimited by size
                      ' A ' delimited by size
                      pro-fim delimited by size
                      ' ' delimited by size
                      marca delimited by size
                      into complemento
               end-string
               perform lista-chave
               move 4 to gravidade-item
               perform eleva-gravidade
           end-if
           .
       confere-promocao-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-vendas-hist section.
      *vendas acumuladas de chave que não está mais no catálogo

           move 'VENDAS ACUMULADAS DE CHAVE FORA DO CATALOGO'
                to titulo
           perform abre-secao
           if catalogo-aberto-sim
               open input pizza-vendas-hist
               if st-vendas-hist <> '00'
                   display 'Sem Historico de Vendas - Nada a '
                           'Conferir.'
               else
                   perform until st-vendas-hist <> '00'
                       read pizza-vendas-hist
                           at end
                               move '10' to st-vendas-hist
                           not at end
                               add 1 to qtd-vac-lidos
                               perform confere-venda-hist
                       end-read
                   end-perform
                   close pizza-vendas-hist
               end-if
           end-if
           perform fecha-secao
           .
       confere-vendas-hist-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-venda-hist section.
      *conferindo a chave da linha de vendas acumuladas lida

           move vac-fornecedor to bus-fornecedor
           move vac-cod-forma to bus-cod-forma
           move vac-tamanho to bus-tamanho
           move vac-largura to bus-largura
           perform procura-chave

           if chave-excluida
               add 1 to qtd-vac-orfaos
               move vac-quantidade to qtd-edt
               move spaces to complemento
               string 'MES ' delimited by size
                      vac-mes delimited by size
                      ' | UNIDADES ' delimited by size
                      qtd-edt delimited by size
                      into complemento
               end-string
               perform lista-chave
               move 4 to gravidade-item
               perform eleva-gravidade
           end-if
           .
       confere-venda-hist-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-vendas section.
      *vendas do PDV de chave que não está mais no catálogo - são
      *as "vendas sem casamento" do relatório do comparativo

           move 'VENDAS DO PDV DE CHAVE FORA DO CATALOGO' to titulo
           perform abre-secao
           if catalogo-aberto-sim
               open input pizza-vendas
               if st-vendas <> '00'
                   display 'Sem Vendas do PDV - Nada a Conferir.'
               else
                   perform until st-vendas <> '00'
                       read pizza-vendas
                           at end
                               move '10' to st-vendas
                           not at end
                               add 1 to qtd-vnd-lidos
                               perform confere-venda
                       end-read
                   end-perform
                   close pizza-vendas
               end-if
           end-if
           perform fecha-secao
           .
       confere-vendas-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-venda section.
      *conferindo a chave da venda do PDV lida

           move vnd-fornecedor to bus-fornecedor
           move vnd-cod-forma to bus-cod-forma
           move vnd-tamanho to bus-tamanho
           move vnd-largura to bus-largura
           perform procura-chave

           if chave-excluida
               add 1 to qtd-vnd-orfaos
               move vnd-quantidade to qtd-edt
               move spaces to complemento
               string 'UNIDADES ' delimited by size
                      qtd-edt delimited by size
                      into complemento
               end-string
               perform lista-chave
               move 4 to gravidade-item
               perform eleva-gravidade
           end-if
           .
       confere-venda-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-historico section.
      *campeãs do histórico cuja chave saiu do catálogo - só aviso,
      *não pesa no código de retorno

           move 'AVISO - CAMPEAS DO HISTORICO COM CHAVE EXCLUIDA'
                to titulo
           perform abre-secao
           if catalogo-aberto-sim
               open input pizza-historico
               if st-historico <> '00'
                   display 'Sem Historico de Campeas - Nada a '
                           'Conferir.'
               else
                   perform until st-historico <> '00'
                       read pizza-historico
                           at end
                               move '10' to st-historico
                           not at end
                               perform confere-linha-historico
                       end-read
                   end-perform
                   close pizza-historico
               end-if
           end-if
           perform fecha-secao
           .
       confere-historico-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-linha-historico section.
      *linha do histórico: nome;fornecedor;forma;diâmetro;
      *comprimento;largura;preço/cm2;data - a chave usa o
      *comprimento na retangular, como o catálogo

           move spaces to tab-campos
           move 0 to campo-conta
           unstring linha-historico delimited by ';'
               into cmp-campo(1) cmp-campo(2) cmp-campo(3)
                    cmp-campo(4) cmp-campo(5) cmp-campo(6)
                    cmp-campo(7) cmp-campo(8)
               tallying in campo-conta
           end-unstring

           if campo-conta = 8
               add 1 to qtd-hst-lidos
               move cmp-campo(2) to bus-fornecedor
               move cmp-campo(3) to bus-cod-forma
               if bus-cod-forma = 'T'
                   move cmp-campo(5)(1:3) to hst-medida
               else
                   move cmp-campo(4)(1:3) to hst-medida
               end-if
               inspect hst-medida replacing leading ' ' by '0'
               move hst-medida to bus-tamanho
               move cmp-campo(6)(1:3) to hst-medida
               inspect hst-medida replacing leading ' ' by '0'
               move hst-medida to bus-largura
               if bus-tamanho is numeric and bus-largura is numeric
                   perform procura-chave
                   if chave-excluida
                       add 1 to qtd-hst-orfaos
                       move spaces to complemento
                       string 'CAMPEA EM ' delimited by size
                              cmp-campo(8) delimited by space
                              ' | ' delimited by size
                              cmp-campo(1) delimited by size
                              into complemento
                       end-string
                       perform lista-chave
                   end-if
               end-if
           end-if
           .
       confere-linha-historico-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-checkpoint section.
      *o checkpoint só tem registros enquanto uma digitação está
      *pela metade - registro sobrando de um dia para o outro é
      *sessão abandonada

           move 'CHECKPOINT DA DIGITACAO' to titulo
           perform abre-secao
           open input pizza-checkpoint
           if st-checkpoint = '00'
               perform until st-checkpoint <> '00'
                   read pizza-checkpoint
                       at end
                           move '10' to st-checkpoint
                       not at end
                           add 1 to qtd-ckpt
                   end-read
               end-perform
               close pizza-checkpoint
           end-if
           if qtd-ckpt > 0
               move qtd-ckpt to qtd-edt
               move spaces to linha-lista
               string '*CHECKPOINT COM ' delimited by size
                      qtd-edt delimited by size
                      ' REGISTRO(S) - DIGITACAO ABANDONADA*'
                      delimited by size
                      into linha-lista
               end-string
               write linha-lista
               add 1 to qtd-secao
               move 4 to gravidade-item
               perform eleva-gravidade
           end-if
           perform fecha-secao
           .
       confere-checkpoint-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-trava section.
      *trava do catálogo tomada há mais de um dia é execução que
      *caiu sem soltar - as cargas seguintes ficam barradas com
      *RC 2 até alguém esvaziar o PIZZALCK

           move 'TRAVA DO CATALOGO' to titulo
           perform abre-secao
           open input pizza-trava
           if st-trava = '00'
               read pizza-trava
                   at end
                       continue
                   not at end
                       perform avalia-trava
               end-read
               close pizza-trava
           end-if
           perform fecha-secao
           .
       confere-trava-exit.
           exit.
      *-----------------------------------------------------------------*
       avalia-trava section.
      *idade da trava lida - mais de um dia, ou um dia cravado com
      *a hora já passada, é trava esquecida

           move lck-data to data-lck-dec
           compute idade-trava =
               ((dex-ano - dlk-ano) * 365)
               + ((dex-mes - dlk-mes) * 30)
               + (dex-dia - dlk-dia)

           if idade-trava > 1
             or (idade-trava = 1 and hora-execucao >= lck-hora)
               move idade-trava to idade-edt
               move spaces to linha-lista
               string '*TRAVA DE ' delimited by size
                      lck-operador delimited by size
                      ' DESDE ' delimited by size
                      lck-data delimited by size
                      ' ' delimited by size
                      lck-hora(1:2) delimited by size
                      ':' delimited by size
                      lck-hora(3:2) delimited by size
                      ' (' delimited by size
                      idade-edt delimited by size
                      ' DIAS) - ESVAZIAR O PIZZALCK SE A EXECUCAO '
                      delimited by size
                      'NAO ESTIVER ATIVA*' delimited by size
                      into linha-lista
               end-string
               write linha-lista
               add 1 to qtd-secao
               move 4 to gravidade-item
               perform eleva-gravidade
           end-if
           .
       avalia-trava-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-backup section.
      *contagem do catálogo contra a da última cópia de segurança -
      *diferença acima da tolerância é catálogo que perdeu (ou
      *ganhou) registros fora de uma carga

           move 'CATALOGO CONTRA A ULTIMA COPIA DE SEGURANCA' to titulo
           perform abre-secao
           if catalogo-aberto-sim
               open input pizza-backup
               if st-backup <> '00'
                   display 'Sem Copia de Seguranca - Contagem Nao '
                           'Conferida.'
               else
                   perform until st-backup <> '00'
                       read pizza-backup
                           at end
                               move '10' to st-backup
                           not at end
                               add 1 to qtd-backup
                       end-read
                   end-perform
                   close pizza-backup
                   perform compara-contagens
               end-if
           end-if
           perform fecha-secao
           .
       confere-backup-exit.
           exit.
      *-----------------------------------------------------------------*
       compara-contagens section.
      *diferença absoluta em porcentagem da cópia de segurança

           if qtd-mestre > qtd-backup
               compute qtd-diferenca = qtd-mestre - qtd-backup
           else
               compute qtd-diferenca = qtd-backup - qtd-mestre
           end-if
           if qtd-backup > 0
               compute pct-diferenca rounded =
                   (qtd-diferenca * 100) / qtd-backup
           else
               if qtd-diferenca > 0
                   move 100 to pct-diferenca
               else
                   move 0 to pct-diferenca
               end-if
           end-if

           move qtd-mestre to qtd-edt
           move qtd-backup to qtd2-edt
           move pct-diferenca to pct-edt
           move tolerancia-pct to tol-edt
           if pct-diferenca > tolerancia-pct
               move '*FORA DA TOLERANCIA*' to marca
               move 8 to gravidade-item
               perform eleva-gravidade
               add 1 to qtd-secao
           else
               move 'DENTRO DA TOLERANCIA' to marca
           end-if
           move spaces to linha-lista
           string 'CATALOGO ' delimited by size
                  qtd-edt delimited by size
                  ' | COPIA ' delimited by size
                  qtd2-edt delimited by size
                  ' | DIFERENCA ' delimited by size
                  pct-edt delimited by size
                  '% | TOLERANCIA ' delimited by size
                  tol-edt delimited by size
                  '% ' delimited by size
                  marca delimited by size
                  into linha-lista
           end-string
           write linha-lista
      *    a linha da contagem sai sempre - o "NENHUMA" da seção só
      *    cabe quando nada foi contado
           if qtd-secao = 0
               move 1 to qtd-secao
           end-if
           .
       compara-contagens-exit.
           exit.
      *-----------------------------------------------------------------*
       emite-resumo section.
      *contagens da verificação

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'RESUMO DA VERIFICACAO' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           move qtd-mestre to qtd-edt
           move qtd-mestre-inativos to qtd2-edt
           move spaces to linha-lista
           string 'CHAVES NO CATALOGO ............: ' delimited by size
                  qtd-edt delimited by size
                  ' (INATIVAS ' delimited by size
                  qtd2-edt delimited by size
                  ')' delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-pro-lidos to qtd-edt
           compute qtd-secao = qtd-pro-excluidas + qtd-pro-inativas
           move qtd-secao to qtd2-edt
           move spaces to linha-lista
           string 'PROMOCOES LIDAS ...............: ' delimited by size
                  qtd-edt delimited by size
                  ' | INCONSISTENTES ' delimited by size
                  qtd2-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-vac-lidos to qtd-edt
           move qtd-vac-orfaos to qtd2-edt
           move spaces to linha-lista
           string 'VENDAS ACUMULADAS LIDAS .......: ' delimited by size
                  qtd-edt delimited by size
                  ' | FORA DO CATALOGO ' delimited by size
                  qtd2-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-vnd-lidos to qtd-edt
           move qtd-vnd-orfaos to qtd2-edt
           move spaces to linha-lista
           string 'VENDAS DO PDV LIDAS ...........: ' delimited by size
                  qtd-edt delimited by size
                  ' | FORA DO CATALOGO ' delimited by size
                  qtd2-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-hst-lidos to qtd-edt
           move qtd-hst-orfaos to qtd2-edt
           move spaces to linha-lista
           string 'CAMPEAS DO HISTORICO LIDAS ....: ' delimited by size
                  qtd-edt delimited by size
                  ' | CHAVE EXCLUIDA ' delimited by size
                  qtd2-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move gravidade to qtd-edt
           move spaces to linha-lista
           string 'CODIGO DE RETORNO .............: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       emite-resumo-exit.
           exit.
      *-----------------------------------------------------------------*
       finaliza section.
      *fechando e devolvendo a gravidade como código de retorno

           if catalogo-aberto-sim
               close pizza-mestre
           end-if
           close pizza-lista

           move gravidade to return-code
           move gravidade to qtd-edt
           display 'Verificacao de Integridade - RC ' qtd-edt

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
               move 'verificaIntegridade' to exe-programa
               accept exe-data from date yyyymmdd
               accept hora-registro from time
               move hora-registro(1:6) to exe-hora
               move 'L' to exe-modo
               move return-code to exe-retorno
               evaluate return-code
                   when 0
                       move 'EXECUCAO LIMPA' to exe-significado
                   when 4
                       move 'INCONSISTENCIA NOS DEPENDENTES'
                            to exe-significado
                   when 8
                       move 'CATALOGO COM FALHA - PLANTAO'
                            to exe-significado
                   when other
                       move 'CODIGO NAO PREVISTO'
                            to exe-significado
               end-evaluate
               compute exe-lidos = qtd-mestre + qtd-pro-lidos
                                   + qtd-vac-lidos + qtd-vnd-lidos
                                   + qtd-hst-lidos
               move 0 to exe-gravados
               compute exe-rejeitados = qtd-pro-excluidas
                                        + qtd-pro-inativas
                                        + qtd-vac-orfaos
                                        + qtd-vnd-orfaos
               write reg-execucao
               close pizza-execucoes
           end-if
           .
       grava-execucao-exit.
           exit.
