           select pizza-analise assign to "PIZZAWRP"
               organization is line sequential
               file status is st-analise.
      *    registro de execução compartilhado pelos jobs do lote -
      *    uma linha por execução, anexada no fim
           select pizza-execucoes assign to "PIZZARUN"
               organization is line sequential
               file status is st-execucoes.
       i-o-control.

      *Declaração de variáveis
           label records are standard.
       01  linha-analise                           pic x(132).

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

       77 ind                                      pic 9(4).
       77 ind-aux                                  pic 9(4).
       77 qtd-linhas                               pic 9(5) value 0.
       77 qtd-ignoradas                            pic 9(5) value 0.
       77 campo-conta                              pic 9(2).

      *   campos da linha do histórico depois da separação - o
       77 media-edt                                pic zzzz9,99.
       77 tendencia                                pic x(8).

      *   registro de execução (PIZZARUN): status do arquivo e hora
      *   da execução carimbada no registro
       77 st-execucoes                             pic x(2).
       77 hora-registro                            pic 9(8).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
           end-if

           if hst-data = spaces or campo-conta < 7
               add 1 to qtd-ignoradas
               display 'Linha do Historico Ignorada - Formato Nao '
                       'Reconhecido.'
           else
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
               move 'analiseHistorico' to exe-programa
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
               compute exe-lidos = qtd-linhas + qtd-ignoradas
               move 0 to exe-gravados
               move qtd-ignoradas to exe-rejeitados
               write reg-execucao
               close pizza-execucoes
           end-if
           .
       grava-execucao-exit.
           exit.
