      *Divisão de identificação do programa
       identification division.
      *---program-id é uma informação obrigatória---
       program-id. "ativaPrecos".
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
      *    preços programados pelas planilhas de vigência futura
      *    carregadas no "desafioPizza" - o preço ativado sai daqui
           select pizza-precos-futuros assign to "PIZZAPRF"
               organization is indexed
               access mode is dynamic
               record key is prf-chave
               file status is st-precos-futuros.
      *    catálogo mestre de pizzas - recebe os preços que venceram
           select pizza-mestre assign to "PIZZAMST"
               organization is indexed
               access mode is dynamic
               record key is mst-chave
               file status is st-mestre.
      *    taxas de câmbio (arquivo opcional) - preço programado em
      *    moeda sem taxa vigente não é ativado
           select pizza-cambio assign to "PIZZAFX"
               organization is line sequential
               file status is st-cambio.
      *    jornal de alterações de preço do catálogo mestre
           select pizza-jornal assign to "PIZZAJRN"
               organization is line sequential
               file status is st-jornal.
      *    trava de execução do catálogo, a mesma do "desafioPizza"
           select pizza-trava assign to "PIZZALCK"
               organization is line sequential
               file status is st-trava.
      *    lista do que foi ativado nesta execução
           select pizza-lista assign to "PIZZAWAT"
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
       fd  pizza-precos-futuros
           label records are standard.
      *    espelho fiel do reg-preco-futuro do "desafioPizza"
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

       fd  pizza-jornal
           label records are standard.
       01  linha-jornal                            pic x(80).

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

       77 st-precos-futuros                        pic x(2).
       77 st-mestre                                pic x(2).
       77 st-cambio                                pic x(2).
       77 st-jornal                                pic x(2).
       77 st-trava                                 pic x(2).
       77 st-lista                                 pic x(2).
       77 data-execucao                            pic 9(8).
       77 hora-completa                            pic 9(8).

       77 trava-tomada                             pic x(1) value 'N'.
           88 trava-tomada-sim                     value 'S'.
           88 trava-tomada-nao                     value 'N'.

      *   'S' quando catálogo e preços programados abriram e a
      *   ativação pode correr
       77 arquivos-abertos                         pic x(1) value 'N'.
           88 arquivos-abertos-sim                 value 'S'.
           88 arquivos-abertos-nao                 value 'N'.

      *   resultado da ativação do preço lido: 'A' preço alterado,
      *   'I' chave incluída no catálogo, 'S' preço igual ao de
      *   hoje (nada a mudar), 'F' falhou e fica programado, 'C'
      *   moeda sem taxa de câmbio vigente - também fica programado
       77 resultado                                pic x(1).
           88 resultado-alterado                   value 'A'.
           88 resultado-incluido                   value 'I'.
           88 resultado-sem-mudanca                value 'S'.
           88 resultado-falhou                     value 'F'.
           88 resultado-sem-cambio                 value 'C'.

      *   mesma moeda de referência e taxa padrão do dólar usadas
      *   pelo "desafioPizza" - a carga imediata recusa o preço em
      *   moeda sem taxa (motivo 05), e a ativação faz a mesma
      *   conferência com as taxas vigentes no dia
       78 moeda-base                               value 'BRL'.
       77 taxa-cambio-usd                          pic 9(2)v99
                                                    value 5,00.

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

      *   contadores do resumo: lidos = ativados + falhas +
      *   aguardando (as falhas incluem os sem câmbio)
       77 qtd-lidos                                pic 9(5) value 0.
       77 qtd-ativados                             pic 9(5) value 0.
       77 qtd-incluidos                            pic 9(5) value 0.
       77 qtd-falhas                               pic 9(5) value 0.
       77 qtd-sem-cambio                           pic 9(5) value 0.
       77 qtd-aguardando                           pic 9(5) value 0.

      *   alta acima disso sai marcada, como no movimento de preços
      *   do "desafioPizza"
       77 alta-limite-pct                          pic 9(3)v99
                                                    value 10,00.
       77 preco-anterior                           pic 9(3)v99.
       77 pct-variacao                             pic s9(3)v99.
       77 marca                                    pic x(24).

      *   campos editados
       77 qtd-edt                                  pic zzzz9.
       77 diametro-edt                             pic zz9.
       77 largura-edt                              pic zz9.
       77 preco-edt                                pic zz9,99.
       77 preco-ant-edt                            pic zz9,99.
       77 pct-edt                                  pic -zz9,99.

      *   registro de execução (PIZZARUN): status do arquivo e hora
      *   da execução carimbada no registro
       77 st-execucoes                             pic x(2).
       77 hora-registro                            pic 9(8).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
       screen section.
      *---------------- apresentação do problema -----------------------*
      *    Os fornecedores mandam a planilha do mês seguinte semanas
      *antes. O "desafioPizza" estaciona a planilha de vigência
      *futura no PIZZAPRF em vez de mudar o catálogo, e este job
      *diário aplica no PIZZAMST cada preço cuja data de vigência
      *chegou: altera o preço da chave existente (com a linha de
      *sempre no jornal de preços), inclui a chave que ainda não
      *existia, tira o preço ativado dos programados e lista tudo o
      *que foi ativado. O que falha continua programado para a
      *próxima execução.
      *-----------------------------------------------------------------*

      *Declaração do corpo do programa
       Procedure Division.

      *    estrutura programa
           perform inicializa.
           perform processamento.
           perform finaliza.

       inicializa section.

           accept data-execucao from date yyyymmdd

      *    o catálogo pode ser alterado - a trava vem antes de
      *    qualquer abertura
           perform obtem-trava

           open output pizza-lista
           move spaces to linha-lista
           string 'ATIVACAO DE PRECOS PROGRAMADOS - EXECUCAO DE '
                  delimited by size
                  data-execucao delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move spaces to linha-lista
           write linha-lista

           open i-o pizza-precos-futuros
           if st-precos-futuros = '35'
      *        nenhuma planilha futura carregada ainda
               display 'Nenhum Preco Programado.'
           else
               if st-precos-futuros <> '00'
                   display 'Precos Programados Inacessiveis (Status '
                           st-precos-futuros ').'
                   move 8 to return-code
               else
                   open i-o pizza-mestre
                   if st-mestre <> '00'
                       display 'Catalogo Mestre Inacessivel (Status '
                               st-mestre ') - Nenhum Preco Ativado.'
                       move 8 to return-code
                       close pizza-precos-futuros
                   else
                       set arquivos-abertos-sim to true
                       perform carga-cambios
                       open extend pizza-jornal
                       if st-jornal <> '00'
      *                    jornal ainda não existe
                           open output pizza-jornal
                       end-if
                   end-if
               end-if
           end-if
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------*
       obtem-trava section.
      *tomando a trava do catálogo como o "desafioPizza" faz -
      *catálogo com outra execução encerra o job com código de
      *retorno 2, sem tocar em nada

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
           move 'ATIVPREC' to lck-operador
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
       processamento section.
      *percorrendo os preços programados por chave - o que venceu é
      *ativado, o resto continua à espera da data

           if arquivos-abertos-sim
               perform until st-precos-futuros <> '00'
                   read pizza-precos-futuros next record
                       at end
                           move '10' to st-precos-futuros
                       not at end
                           add 1 to qtd-lidos
                           if prf-vigencia > data-execucao
                               add 1 to qtd-aguardando
                           else
                               perform ativa-preco
                           end-if
                   end-read
               end-perform
               close pizza-precos-futuros
               close pizza-mestre
               close pizza-jornal
           end-if
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------*
       ativa-preco section.
      *aplicando o preço programado lido no catálogo: chave
      *existente tem o preço (e nome, moeda e taxa da planilha)
      *regravado; chave nova é incluída ativa. ativado com sucesso,
      *o preço sai dos programados. preço em moeda sem taxa de
      *câmbio vigente não entra no catálogo e fica programado

           perform confere-cambio
           if resultado-sem-cambio
               move 0 to preco-anterior
           else
               perform grava-mestre
           end-if

           if resultado-falhou or resultado-sem-cambio
               add 1 to qtd-falhas
           else
               add 1 to qtd-ativados
               if resultado-incluido
                   add 1 to qtd-incluidos
               end-if
               delete pizza-precos-futuros record
                   invalid key
                       display 'Preco Ativado Nao Saiu dos Programados '
                               '(Status ' st-precos-futuros ').'
               end-delete
      *        o laço de leitura segue pelo status da leitura
               move '00' to st-precos-futuros
           end-if

           perform lista-ativacao
           .
       ativa-preco-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-cambio section.
      *conferindo a moeda do preço programado lido: moeda base
      *passa direto; outra moeda precisa de uma cotação com data
      *de vigência até hoje, como na carga imediata

           move spaces to resultado
           if prf-moeda <> moeda-base
               move 0 to cambio-achado
               perform varying ind-fx from 1 by 1 until ind-fx > fx-qtd
                   if cxt-moeda(ind-fx) = prf-moeda
                     and cxt-data(ind-fx) <= data-execucao
                       move ind-fx to cambio-achado
                   end-if
               end-perform
               if cambio-achado = 0
                   set resultado-sem-cambio to true
                   add 1 to qtd-sem-cambio
               end-if
           end-if
           .
       confere-cambio-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-mestre section.
      *gravando o preço programado lido no catálogo mestre

           move prf-chave to mst-chave
           read pizza-mestre
               invalid key
                   move prf-nome to mst-nome
                   move prf-diametro to mst-diametro
                   move prf-preco to mst-preco
                   move prf-moeda to mst-moeda
                   move prf-taxa-incl to mst-taxa-incl
                   move prf-comprimento to mst-comprimento
                   move 'S' to mst-ativo
                   move 0 to preco-anterior
                   write reg-mestre
                   if st-mestre = '00'
                       set resultado-incluido to true
                   else
                       set resultado-falhou to true
                   end-if
               not invalid key
                   move mst-preco to preco-anterior
                   move prf-nome to mst-nome
                   move prf-preco to mst-preco
                   move prf-moeda to mst-moeda
                   move prf-taxa-incl to mst-taxa-incl
                   rewrite reg-mestre
                   if st-mestre <> '00'
                       set resultado-falhou to true
                   else
                       if mst-preco = preco-anterior
                           set resultado-sem-mudanca to true
                       else
                           set resultado-alterado to true
                           perform grava-jornal
                       end-if
                   end-if
           end-read
           .
       grava-mestre-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-jornal section.
      *anexando ao jornal a alteração de preço ativada, no mesmo
      *leiaute das linhas gravadas pelo "desafioPizza", com a data
      *da ativação

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
       lista-ativacao section.
      *uma linha da lista para o preço que venceu nesta execução

           evaluate true
               when resultado-incluido
                   move ' *CHAVE INCLUIDA*' to marca
                   move 0 to pct-variacao
               when resultado-falhou
                   move ' *FALHOU - PROGRAMADO*' to marca
                   move 0 to pct-variacao
               when resultado-sem-cambio
                   move ' *SEM TAXA - PROGRAMADO*' to marca
                   move 0 to pct-variacao
               when resultado-sem-mudanca
                   move ' *PRECO JA VIGENTE*' to marca
                   move 0 to pct-variacao
               when other
                   if pct-variacao > alta-limite-pct
                       move ' *ALTA ACIMA DO LIMITE*' to marca
                   else
                       move spaces to marca
                   end-if
           end-evaluate

           move prf-tamanho to diametro-edt
           move prf-largura to largura-edt
           move preco-anterior to preco-ant-edt
           move prf-preco to preco-edt
           move pct-variacao to pct-edt

           move spaces to linha-lista
           string 'FOR ' delimited by size
                  prf-fornecedor delimited by size
                  ' | FRM ' delimited by size
                  prf-cod-forma delimited by size
                  ' | TAM ' delimited by size
                  diametro-edt delimited by size
                  ' | LAR ' delimited by size
                  largura-edt delimited by size
                  ' | VIGENCIA ' delimited by size
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
                  marca delimited by size
                  into linha-lista
           end-string
           display linha-lista
           write linha-lista
           .
       lista-ativacao-exit.
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
       finaliza section.
      *balancete da execução, trava solta e código de retorno -
      *falha de ativação sinaliza o passo com 4 (sem rebaixar um 8
      *já marcado)

           if qtd-lidos = 0
               move spaces to linha-lista
               string 'NENHUM PRECO PROGRAMADO' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if

           move spaces to linha-lista
           write linha-lista
           move qtd-lidos to qtd-edt
           move spaces to linha-lista
           string 'PRECOS PROGRAMADOS LIDOS .: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-ativados to qtd-edt
           move spaces to linha-lista
           string 'PRECOS ATIVADOS ..........: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-incluidos to qtd-edt
           move spaces to linha-lista
           string '  CHAVES INCLUIDAS .......: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-falhas to qtd-edt
           move spaces to linha-lista
           string 'FALHAS (CONTINUAM PROGR.) : ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-sem-cambio to qtd-edt
           move spaces to linha-lista
           string '  MOEDA SEM TAXA CAMBIO ..: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-aguardando to qtd-edt
           move spaces to linha-lista
           string 'AGUARDANDO A VIGENCIA ....: ' delimited by size
                  qtd-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           close pizza-lista

           if trava-tomada-sim
               open output pizza-trava
               close pizza-trava
               set trava-tomada-nao to true
           end-if

           if qtd-falhas > 0 and return-code < 4
               move 4 to return-code
           end-if

           move qtd-ativados to qtd-edt
           display 'Precos Ativados: ' qtd-edt

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
               move 'ativaPrecos' to exe-programa
               accept exe-data from date yyyymmdd
               accept hora-registro from time
               move hora-registro(1:6) to exe-hora
               move 'L' to exe-modo
               move return-code to exe-retorno
               evaluate return-code
                   when 0
                       move 'EXECUCAO LIMPA' to exe-significado
                   when 2
                       move 'CATALOGO EM USO - REPETIR'
                            to exe-significado
                   when 4
                       move 'PRECO COM FALHA NA ATIVACAO'
                            to exe-significado
                   when 8
                       move 'ARQUIVO INACESSIVEL - SUPORTE'
                            to exe-significado
                   when other
                       move 'CODIGO NAO PREVISTO'
                            to exe-significado
               end-evaluate
               move qtd-lidos to exe-lidos
               move qtd-ativados to exe-gravados
               move qtd-falhas to exe-rejeitados
               write reg-execucao
               close pizza-execucoes
           end-if
           .
       grava-execucao-exit.
           exit.
