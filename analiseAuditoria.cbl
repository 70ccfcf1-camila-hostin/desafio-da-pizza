           select pizza-revisao assign to "PIZZAWRA"
               organization is line sequential
               file status is st-revisao.
      *    registro de execução compartilhado pelos jobs do lote -
      *    uma linha por execução, anexada no fim
           select pizza-execucoes assign to "PIZZARUN"
               organization is line sequential
               file status is st-execucoes.
       i-o-control.

      *Declaração de variáveis
           label records are standard.
       01  linha-revisao                           pic x(132).

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

       77 st-auditoria                             pic x(2).
       77 st-revisao                               pic x(2).
       77 qtd-linhas                               pic 9(5) value 0.
       77 qtd-ignoradas                            pic 9(5) value 0.
      *   linhas de forma '*': ação sobre o fornecedor inteiro
      *   (cadastro, destrava), sem chave do catálogo
       77 qtd-acoes-fornecedor                     pic 9(5) value 0.
       77 campo-conta                              pic 9(2).

      *   campos da linha de auditoria depois da separação - o
       77 excecao-qtd                              pic 9(3).
       77 chave-marca                              pic x(15).

      *   registro de execução (PIZZARUN): status do arquivo e hora
      *   da execução carimbada no registro
       77 st-execucoes                             pic x(2).
       77 hora-registro                            pic 9(8).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
      *-----------------------------------------------------------------*
       processa-linha section.
      *separando os campos de uma linha da trilha e acumulando nos
      *resumos - linhas sem data ou curtas demais são puladas, e a
      *ação sobre o fornecedor inteiro (forma '*') conta para o
      *operador mas fica fora das chaves e das exclusões do dia

           move spaces to cmp-1 cmp-2 cmp-3 cmp-4 cmp-5
                          cmp-6 cmp-7 cmp-8 cmp-9 cmp-10
           end-unstring

           if campo-conta < 9 or cmp-1 = spaces
               add 1 to qtd-ignoradas
               display 'Linha da Trilha Ignorada - Formato Nao '
                       'Reconhecido.'
           else

               perform acumula-mes
               perform acumula-operador
               if aud-forma = '*'
                   add 1 to qtd-acoes-fornecedor
               else
                   perform acumula-chave
                   if aud-acao = 'EXCLUSAO'
                       perform acumula-exclusao-dia
                   end-if
               end-if
           end-if
           .
           end-string
           write linha-revisao

           move qtd-acoes-fornecedor to qtd-edt
           move spaces to linha-revisao
           string 'ACOES SOBRE O FORNECEDOR INTEIRO (FORA DAS CHAVES): '
                  delimited by size
                  qtd-edt delimited by size
                  into linha-revisao
           end-string
           write linha-revisao

           perform lista-operadores
           perform lista-chaves
           perform lista-excecoes
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
               move 'analiseAuditoria' to exe-programa
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
