           select pizza-sazonal assign to "PIZZAWRV"
               organization is line sequential
               file status is st-sazonal.
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

       fd  pizza-sazonal
           label records are standard.
       01  linha-sazonal                           pic x(132).

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

       77 st-sazonal                               pic x(2).
       77 qtd-linhas                               pic 9(5) value 0.

      *   loja analisada - vem do cartão do job (ACCEPT do SYSIN);
      *   em branco ou ausente, o relatório é o consolidado de
      *   todas as lojas
       77 loja-filtro                              pic x(3)
                                                    value spaces.
           88 loja-consolidado                     value spaces.

      *   meses distintos na ordem em que aparecem no histórico -
      *   o arquivo é acumulado mês a mês, então a ordem de
      *   chegada é a cronológica
       77 tendencia                                pic x(8).
       77 qtd-edt                                  pic zzzzzz9.

      *   registro de execução (PIZZARUN): status do arquivo e hora
      *   da execução carimbada no registro
       77 st-execucoes                             pic x(2).
       77 hora-registro                            pic 9(8).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
      *por tamanho em cada mês, em qual mês cada tamanho tem o seu
      *pico, e a tendência de unidades de cada fornecedor de um
      *mês para o outro - é a prova (ou não) de que as pizzas
      *gigantes só se mexem no verão. O cartão do job escolhe uma
      *loja; sem ele, o relatório é o consolidado da rede.
      *-----------------------------------------------------------------*

      *Declaração do corpo do programa

       inicializa section.

           accept loja-filtro
           open input pizza-vendas-hist
           open output pizza-sazonal
           .
                       at end
                           move '10' to st-vendas-hist
                       not at end
                           if loja-consolidado
                             or vac-loja = loja-filtro
                               add 1 to qtd-linhas
                               perform acumula-mes
                               perform acumula-tamanho-mes
                               perform acumula-fornecedor-mes
                           end-if
                   end-read
               end-perform
               close pizza-vendas-hist
           end-string
           write linha-sazonal

           move spaces to linha-sazonal
           if loja-consolidado
               string 'CONSOLIDADO - TODAS AS LOJAS' delimited by size
                      into linha-sazonal
               end-string
           else
               string 'LOJA ' delimited by size
                      loja-filtro delimited by size
                      into linha-sazonal
               end-string
           end-if
           write linha-sazonal

           move qtd-linhas to qtd-edt
           move spaces to linha-sazonal
           string 'LINHAS DO HISTORICO ANALISADAS: '
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
               move 'analiseVendas' to exe-programa
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
