           select pizza-eficacia assign to "PIZZAWPE"
               organization is line sequential
               file status is st-eficacia.
      *    registro de execução compartilhado pelos jobs do lote -
      *    uma linha por execução, anexada no fim
           select pizza-execucoes assign to "PIZZARUN"
               organization is line sequential
               file status is st-execucoes.
       i-o-control.

      *Declaração de variáveis
           05 vac-largura                          pic 9(3).
           05 vac-quantidade                       pic 9(7).
           05 vac-receita                          pic 9(7)v99.
           05 vac-loja                             pic x(3).

       fd  pizza-mestre
           label records are standard.
           label records are standard.
       01  linha-eficacia                          pic x(132).

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


      *   promoções carregadas, cada uma com os acumuladores das
      *   vendas de dentro e de fora da vigência (o histórico tem
      *   uma linha por mês, loja e chave, então só a primeira
      *   linha casada de cada mês conta o mês - o arquivo vem em
      *   ordem de mês)
       78 pro-max-qtd                              value 100.
       77 pro-qtd                                  pic 9(3) value 0.
       77 ind-pro                                  pic 9(4).
               10 prt-meses-fora                   pic 9(3).
               10 prt-unid-fora                    pic 9(7).
               10 prt-receita-fora                 pic 9(9)v99.
               10 prt-ultimo-mes                   pic 9(6).
               10 prt-no-catalogo                  pic x(1).
               10 prt-preco-lista                  pic 9(5)v99.
               10 prt-preco-promo                  pic 9(5)v99.

      *   apoio do cálculo e da edição do relatório
       77 qtd-linhas                               pic 9(5) value 0.

      *   loja analisada - vem do cartão do job (ACCEPT do SYSIN);
      *   em branco ou ausente, a eficácia é a consolidada de
      *   todas as lojas
       77 loja-filtro                              pic x(3)
                                                    value spaces.
           88 loja-consolidado                     value spaces.
       77 preco-base                               pic 9(5)v99.
       77 media-dentro                             pic 9(7)v99.
       77 media-fora                               pic 9(7)v99.
       77 margem-edt                               pic zzzzzzz9,99.
       77 valor-edt                                pic zz9,99.

      *   registro de execução (PIZZARUN): status do arquivo e hora
      *   da execução carimbada no registro
       77 st-execucoes                             pic x(2).
       77 hora-registro                            pic 9(8).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
      *base fora dela, e calcula a margem cedida (preço de tabela
      *normalizado menos o promocional, vezes as unidades da
      *vigência) - é a resposta para renovar ou não a promoção no
      *trimestre. O cartão do job escolhe uma loja; sem ele, a
      *eficácia é a consolidada da rede.
      *-----------------------------------------------------------------*

      *Declaração do corpo do programa
       inicializa section.

           accept data-execucao from date yyyymmdd
           accept loja-filtro
           open output pizza-eficacia
           .
       inicializa-exit.
                               move 0 to prt-meses-fora(pro-qtd)
                               move 0 to prt-unid-fora(pro-qtd)
                               move 0 to prt-receita-fora(pro-qtd)
                               move 0 to prt-ultimo-mes(pro-qtd)
                               move 'N' to prt-no-catalogo(pro-qtd)
                               move 0 to prt-preco-lista(pro-qtd)
                               move 0 to prt-preco-promo(pro-qtd)
                       at end
                           move '10' to st-vendas-hist
                       not at end
                           if loja-consolidado
                             or vac-loja = loja-filtro
                               add 1 to qtd-linhas
                               perform acumula-linha-vendas
                           end-if
                   end-read
               end-perform
               close pizza-vendas-hist
                 and prt-largura(ind-pro) = vac-largura
                   if vac-mes >= prt-inicio(ind-pro)(1:6)
                     and vac-mes <= prt-fim(ind-pro)(1:6)
                       if vac-mes <> prt-ultimo-mes(ind-pro)
                           add 1 to prt-meses-dentro(ind-pro)
                       end-if
                       add vac-quantidade
                           to prt-unid-dentro(ind-pro)
                       add vac-receita
                           to prt-receita-dentro(ind-pro)
                   else
                       if vac-mes <> prt-ultimo-mes(ind-pro)
                           add 1 to prt-meses-fora(ind-pro)
                       end-if
                       add vac-quantidade
                           to prt-unid-fora(ind-pro)
                       add vac-receita
                           to prt-receita-fora(ind-pro)
                   end-if
                   move vac-mes to prt-ultimo-mes(ind-pro)
               end-if
           end-perform
           .
           end-string
           write linha-eficacia

           move spaces to linha-eficacia
           if loja-consolidado
               string 'CONSOLIDADO - TODAS AS LOJAS' delimited by size
                      into linha-eficacia
               end-string
           else
               string 'LOJA ' delimited by size
                      loja-filtro delimited by size
                      into linha-eficacia
               end-string
           end-if
           write linha-eficacia

           move qtd-linhas to qtd-edt
           move spaces to linha-eficacia
           string 'LINHAS DO HISTORICO DE VENDAS CRUZADAS: '
       finaliza section.
      *fazendo a finalização do programa

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
               move 'analisePromocoes' to exe-programa
               accept exe-data from date yyyymmdd
               accept hora-registro from time
               move hora-registro(1:6) to exe-hora
               move 'L' to exe-modo
               move return-code to exe-retorno
               evaluate return-code
                   when 0
                       move 'EXECUCAO LIMPA' to exe-significado
                   when other
                       move 'CODIGO NAO PREVISTO'
                            to exe-significado
               end-evaluate
               move qtd-linhas to exe-lidos
               move 0 to exe-gravados
               move 0 to exe-rejeitados
               write reg-execucao
               close pizza-execucoes
           end-if
           .
       grava-execucao-exit.
           exit.
