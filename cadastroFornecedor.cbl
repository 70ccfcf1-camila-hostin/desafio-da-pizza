      *Divisão de identificação do programa
       identification division.
      *---program-id é uma informação obrigatória---
       program-id. "cadastroFornecedor".
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
      *    cadastro mestre de fornecedores (pizzarias), com chave no
      *    mesmo código de 3 posições de mst-fornecedor
           select pizza-fornecedores assign to "PIZZAFOR"
               organization is indexed
               access mode is dynamic
               record key is frn-codigo
               file status is st-fornecedores.
      *    trilha de auditoria da manutenção do catálogo - a
      *    manutenção do cadastro de fornecedores anexa nela também
           select pizza-auditoria assign to "PIZZAAUD"
               organization is line sequential
               file status is st-auditoria.
       i-o-control.

      *Declaração de variáveis
       data division.
      *---variáveis de arquivos---
       file section.
       fd  pizza-fornecedores
           label records are standard.
      *    pedido mínimo e taxa de entrega na moeda base (BRL), a
      *    mesma do preço normalizado com que a recomendação custeia
      *    as combinações; prazo de entrega em dias corridos a partir
      *    da data do pedido e janela de horário de recebimento
       01  reg-fornecedor.
           05 frn-codigo                           pic x(3).
           05 frn-nome                             pic x(30).
           05 frn-contato                          pic x(20).
           05 frn-telefone                         pic x(15).
           05 frn-situacao                         pic x(1).
               88 frn-ativo                        value 'A'.
               88 frn-suspenso                     value 'S'.
           05 frn-pedido-minimo                    pic 9(5)v99.
           05 frn-taxa-entrega                     pic 9(3)v99.
           05 frn-portal-id                        pic x(12).
           05 frn-prazo-entrega                    pic 9(2).
           05 frn-horario-entrega                  pic x(11).

       fd  pizza-auditoria
           label records are standard.
       01  linha-auditoria                         pic x(100).

      *---variáveis de trabalho---
       working-storage section.

       77 st-fornecedores                          pic x(2).
       77 st-auditoria                             pic x(2).
       77 data-relatorio                           pic 9(8).
       77 operador                                 pic x(8)
                                                    value spaces.
       77 opcao-manutencao                         pic x(1).
       77 acao-auditoria                           pic x(10).
       77 busca-codigo                             pic x(3).
       77 resposta                                 pic x(1).
       77 qtd-listados                             pic 9(3).

      *   'N' quando o cadastro não pôde ser aberto - a sessão
      *   termina sem oferecer o menu
       77 cadastro-acessivel                       pic x(1) value 'S'.
           88 cadastro-ok                          value 'S'.
           88 cadastro-inacessivel                 value 'N'.

      *   'S' quando a leitura pela chave encontrou o fornecedor
       77 fornecedor-achado                        pic x(1).
           88 fornecedor-achado-sim                value 'S'.
           88 fornecedor-achado-nao                value 'N'.

       77 minimo-edt                               pic zzzz9,99.
       77 taxa-edt                                 pic zz9,99.
       77 prazo-edt                                pic z9.
       77 qtd-edt                                  pic zz9.

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
       screen section.
      *---------------- apresentação do problema -----------------------*
      *    O fornecedor era só o código de 3 posições do catálogo
      *(mst-fornecedor, ent-fornecedor): nada conferia se o código
      *existia, e não havia onde guardar nome, contato, situação,
      *pedido mínimo ou taxa de entrega da pizzaria. Este programa
      *mantém o cadastro mestre de fornecedores (PIZZAFOR), que o
      *"desafioPizza" consulta na carga (fornecedor desconhecido ou
      *suspenso é rejeitado), nos relatórios (nome do fornecedor),
      *na recomendação para grupos (taxa de entrega e pedido
      *mínimo) e no pedido de compra (identificação no portal e
      *dados de entrega). Fornecedor não se exclui - suspende-se,
      *para o histórico continuar apontando para um código
      *cadastrado. Cada ação vai para a trilha de auditoria.
      *-----------------------------------------------------------------*

      *Declaração do corpo do programa
       Procedure Division.

      *    estrutura programa
           perform inicializa.
           perform processamento.
           perform finaliza.

       inicializa section.

      *    data da execução, usada na trilha de auditoria
           accept data-relatorio from date yyyymmdd

           open i-o pizza-fornecedores
           if st-fornecedores = '35'
      *        cadastro ainda não existe, cria um arquivo vazio
               open output pizza-fornecedores
               close pizza-fornecedores
               open i-o pizza-fornecedores
           end-if

           if st-fornecedores <> '00'
               display 'Cadastro de Fornecedores Inacessivel (Status '
                       st-fornecedores ') - Sessao Encerrada.'
               set cadastro-inacessivel to true
           else
               display 'Informe o Codigo do Operador: '
               accept operador
           end-if
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------*
       processamento section.
      *menu da manutenção do cadastro de fornecedores

           if cadastro-ok
               move spaces to opcao-manutencao
               perform until opcao-manutencao = 'F'
                   display 'Cadastro de Fornecedores - Escolha a '
                           'Opcao:'
                   display 'I-Incluir A-Alterar S-Suspender/Reativar '
                           'C-Consultar L-Listar F-Fim'
                   accept opcao-manutencao
                   evaluate opcao-manutencao
                       when 'I'
                           perform fornecedor-incluir
                       when 'A'
                           perform fornecedor-alterar
                       when 'S'
                           perform fornecedor-suspender
                       when 'C'
                           perform fornecedor-consultar
                       when 'L'
                           perform fornecedor-listar
                       when 'F'
                           continue
                       when other
                           display 'Opcao Invalida.'
                   end-evaluate
               end-perform
           end-if
           .
       processamento-exit.
           exit.
      *-----------------------------------------------------------------*
       busca-fornecedor section.
      *lendo o fornecedor pelo código informado pelo operador -
      *fornecedor-achado diz se a chave existe no cadastro

           display 'Informe o Codigo do Fornecedor: '
           accept busca-codigo

           move busca-codigo to frn-codigo
           read pizza-fornecedores
               invalid key
                   set fornecedor-achado-nao to true
               not invalid key
                   set fornecedor-achado-sim to true
           end-read
           .
       busca-fornecedor-exit.
           exit.
      *-----------------------------------------------------------------*
       fornecedor-incluir section.
      *incluindo um fornecedor novo, sempre ativo - código repetido
      *é recusado (alterar o existente em vez de recadastrar)

           perform busca-fornecedor
           if busca-codigo = spaces
               display 'Codigo Invalido. Informe um Codigo de 3 '
                       'Posicoes.'
           else
               if fornecedor-achado-sim
                   display 'Fornecedor Ja Cadastrado: ' frn-nome
               else
                   initialize reg-fornecedor
                   move busca-codigo to frn-codigo
                   perform aceita-dados-fornecedor
                   set frn-ativo to true
                   write reg-fornecedor
                   if st-fornecedores = '00'
                       display 'Fornecedor Incluido.'
                       move 'FORN-INCL' to acao-auditoria
                       perform grava-auditoria
                   else
                       display 'Falha ao Incluir o Fornecedor '
                               '(Status ' st-fornecedores ').'
                   end-if
               end-if
           end-if
           .
       fornecedor-incluir-exit.
           exit.
      *-----------------------------------------------------------------*
       fornecedor-alterar section.
      *corrigindo os dados de um fornecedor cadastrado - o código é
      *chave e não se altera; a situação muda pela opção S

           perform busca-fornecedor
           if fornecedor-achado-nao
               display 'Fornecedor Nao Cadastrado.'
           else
               perform exibe-fornecedor
               perform aceita-dados-fornecedor
               rewrite reg-fornecedor
               if st-fornecedores = '00'
                   display 'Fornecedor Alterado.'
                   move 'FORN-ALT' to acao-auditoria
                   perform grava-auditoria
               else
                   display 'Falha ao Alterar o Fornecedor '
                           '(Status ' st-fornecedores ').'
               end-if
           end-if
           .
       fornecedor-alterar-exit.
           exit.
      *-----------------------------------------------------------------*
       fornecedor-suspender section.
      *suspendendo (ou reativando) um fornecedor: suspenso continua
      *cadastrado, mas a carga recusa as planilhas dele

           perform busca-fornecedor
           if fornecedor-achado-nao
               display 'Fornecedor Nao Cadastrado.'
           else
               if frn-suspenso
                   set frn-ativo to true
                   move 'FORN-REAT' to acao-auditoria
               else
                   set frn-suspenso to true
                   move 'FORN-SUSP' to acao-auditoria
               end-if
               rewrite reg-fornecedor
               if st-fornecedores = '00'
                   if frn-ativo
                       display 'Fornecedor Reativado: ' frn-nome
                   else
                       display 'Fornecedor Suspenso: ' frn-nome
                   end-if
                   perform grava-auditoria
               else
                   display 'Falha ao Regravar o Fornecedor '
                           '(Status ' st-fornecedores ').'
               end-if
           end-if
           .
       fornecedor-suspender-exit.
           exit.
      *-----------------------------------------------------------------*
       fornecedor-consultar section.
      *mostrando o cadastro completo de um fornecedor

           perform busca-fornecedor
           if fornecedor-achado-nao
               display 'Fornecedor Nao Cadastrado.'
           else
               perform exibe-fornecedor
           end-if
           .
       fornecedor-consultar-exit.
           exit.
      *-----------------------------------------------------------------*
       fornecedor-listar section.
      *listando o cadastro inteiro em ordem de código

           move 0 to qtd-listados
           move low-values to frn-codigo
           start pizza-fornecedores key is not less than frn-codigo
               invalid key
                   move '10' to st-fornecedores
           end-start

           perform until st-fornecedores <> '00'
               read pizza-fornecedores next record
                   at end
                       move '10' to st-fornecedores
                   not at end
                       add 1 to qtd-listados
                       move frn-pedido-minimo to minimo-edt
                       move frn-taxa-entrega to taxa-edt
                       display frn-codigo ' | ' frn-nome ' | '
                               frn-situacao ' | MIN ' minimo-edt
                               ' | TAXA ' taxa-edt
               end-read
           end-perform

           move qtd-listados to qtd-edt
           display 'Fornecedores Cadastrados: ' qtd-edt
           .
       fornecedor-listar-exit.
           exit.
      *-----------------------------------------------------------------*
       exibe-fornecedor section.
      *mostrando os campos do fornecedor lido

           move frn-pedido-minimo to minimo-edt
           move frn-taxa-entrega to taxa-edt
           move frn-prazo-entrega to prazo-edt
           display 'Fornecedor ........: ' frn-codigo ' - ' frn-nome
           display 'Contato ...........: ' frn-contato
                   ' Tel ' frn-telefone
           display 'Situacao ..........: ' frn-situacao
                   ' (A-Ativo S-Suspenso)'
           display 'Pedido Minimo .....: ' minimo-edt
           display 'Taxa de Entrega ...: ' taxa-edt
           display 'Codigo no Portal ..: ' frn-portal-id
           display 'Prazo de Entrega ..: ' prazo-edt ' Dia(s)'
           display 'Horario de Entrega : ' frn-horario-entrega
           .
       exibe-fornecedor-exit.
           exit.
      *-----------------------------------------------------------------*
       aceita-dados-fornecedor section.
      *aceitando os dados do fornecedor (inclusão e alteração)

           display 'Informe o Nome do Fornecedor: '
           accept frn-nome
           display 'Informe o Nome do Contato: '
           accept frn-contato
           display 'Informe o Telefone do Contato: '
           accept frn-telefone
           display 'Informe o Pedido Minimo (Moeda Base): '
           accept frn-pedido-minimo
           display 'Informe a Taxa de Entrega (Moeda Base): '
           accept frn-taxa-entrega
           display 'Informe o Codigo da Pizzaria no Portal: '
           accept frn-portal-id
           display 'Informe o Prazo de Entrega em Dias: '
           accept frn-prazo-entrega
           display 'Informe o Horario de Entrega (ex. 18:00-22:00): '
           accept frn-horario-entrega
           .
       aceita-dados-fornecedor-exit.
           exit.
      *-----------------------------------------------------------------*
       grava-auditoria section.
      *anexando à trilha de auditoria a ação sobre o fornecedor, no
      *mesmo leiaute das demais linhas (a chave do catálogo não se
      *aplica - forma e tamanhos vão neutros, como na remoção de
      *trava, e o nome leva o nome do fornecedor)

           open extend pizza-auditoria
           if st-auditoria <> '00'
      *        trilha de auditoria ainda não existe
               open output pizza-auditoria
           end-if

           move spaces to linha-auditoria
           string data-relatorio delimited by size
                  ';' delimited by size
                  operador delimited by space
                  ';' delimited by size
                  acao-auditoria delimited by space
                  ';' delimited by size
                  frn-codigo delimited by size
                  ';' delimited by size
                  '*' delimited by size
                  ';' delimited by size
                  '  0' delimited by size
                  ';' delimited by size
                  '  0' delimited by size
                  ';' delimited by size
                  '  0' delimited by size
                  ';' delimited by size
                  frn-nome(1:15) delimited by size
                  ';' delimited by size
                  '  0,00' delimited by size
                  into linha-auditoria
           end-string
           write linha-auditoria

           close pizza-auditoria
           .
       grava-auditoria-exit.
           exit.
      *-----------------------------------------------------------------*
       finaliza section.
      *fazendo a finalização do programa

           if cadastro-ok
               close pizza-fornecedores
           end-if

           stop run
           .
       finaliza-exit.
           exit.
