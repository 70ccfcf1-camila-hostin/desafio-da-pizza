      *Divisão de identificação do programa
       identification division.
      *---program-id é uma informação obrigatória---
       program-id. "relatorioOperacao".
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
      *    registro de execução compartilhado, anexado por todos os
      *    jobs do lote - somente leitura
           select pizza-execucoes assign to "PIZZARUN"
               organization is line sequential
               file status is st-execucoes.
      *    controle de cargas do "desafioPizza": data do último
      *    arquivo de preços carregado de cada fornecedor
           select pizza-controle assign to "PIZZACTL"
               organization is line sequential
               file status is st-controle.
      *    cadastro mestre de fornecedores - situação de cada
      *    fornecedor do controle (o inativo não é cobrado) e o
      *    fornecedor ativo que nunca teve carga (arquivo opcional)
           select pizza-fornecedores assign to "PIZZAFOR"
               organization is indexed
               access mode is sequential
               record key is frn-codigo
               file status is st-fornecedores.
      *    relatório diário da operação
           select pizza-lista assign to "PIZZAWOP"
               organization is line sequential
               file status is st-lista.
       i-o-control.

      *Declaração de variáveis
       data division.
      *---variáveis de arquivos---
       file section.
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

       fd  pizza-fornecedores
           label records are standard.
      *    espelho fiel do reg-fornecedor do "cadastroFornecedor"
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

       fd  pizza-lista
           label records are standard.
       01  linha-lista                             pic x(132).

      *---variáveis de trabalho---
       working-storage section.

       77 st-execucoes                             pic x(2).
       77 st-controle                              pic x(2).
       77 st-fornecedores                          pic x(2).
       77 st-lista                                 pic x(2).

       77 data-execucao                            pic 9(8).

      *   cartão do job: dia do relatório (aaaammdd, zero = dia da
      *   execução) e dias sem carga até o fornecedor ser cobrado
      *   (zero = padrão de 7 dias)
       01 cartao-operacao.
           05 data-cartao                          pic 9(8).
           05 dias-cartao                          pic 9(3).
       77 data-relatorio                           pic 9(8).
       77 dias-sem-carga                           pic 9(3) value 7.

      *   'N' quando o PIZZARUN não pôde ser lido - sem ele não há
      *   o que relatar e o passo termina com 8
       77 execucoes-lidas                          pic x(1) value 'S'.
           88 execucoes-lidas-sim                  value 'S'.
           88 execucoes-lidas-nao                  value 'N'.

      *   última execução de cada programa em cada modo até o dia
      *   do relatório - o arquivo é anexado em ordem, então a
      *   última linha lida é a mais recente. código de retorno
      *   diferente de zero na última execução é falha ainda sem
      *   reexecução limpa
       78 prg-max-qtd                              value 60.
       77 prg-qtd                                  pic 9(2) value 0.
       77 ind-prg                                  pic 9(2).
       77 prg-achado                               pic 9(2).
       01 tab-programas.
           05 programa occurs prg-max-qtd.
               10 prg-programa                     pic x(20).
               10 prg-modo                         pic x(1).
               10 prg-data                         pic 9(8).
               10 prg-hora                         pic 9(6).
               10 prg-retorno                      pic 9(4).
               10 prg-significado                  pic x(30).

      *   último arquivo de preços carregado de cada fornecedor e
      *   a situação dele no cadastro (espaço = fora do cadastro ou
      *   cadastro inacessível - cobrado como ativo)
       78 cta-max-qtd                              value 99.
       77 cta-qtd                                  pic 9(2) value 0.
       77 ind-cta                                  pic 9(2).
       77 cta-achado                               pic 9(2).
       01 tab-controles.
           05 controle occurs cta-max-qtd.
               10 cta-fornecedor                   pic x(3).
               10 cta-data                         pic 9(8).
               10 cta-situacao                     pic x(1).

      *   job diário procurado entre as execuções do dia
       77 busca-programa                           pic x(20).
       77 busca-job                                pic x(8).
       77 job-achado                               pic x(1).

      *   idade da última carga em dias corridos aproximados
      *   (meses de 30 dias, como a idade do pedido no
      *   "conferePedidos")
       77 idade-carga                              pic s9(7).
       01 data-rel-dec.
           05 drl-ano                              pic 9(4).
           05 drl-mes                              pic 9(2).
           05 drl-dia                              pic 9(2).
       01 data-ctl-dec.
           05 dct-ano                              pic 9(4).
           05 dct-mes                              pic 9(2).
           05 dct-dia                              pic 9(2).

      *   contadores do relatório
       77 qtd-lidas                                pic 9(7) value 0.
       77 qtd-dia                                  pic 9(5) value 0.
       77 qtd-dia-falhas                           pic 9(5) value 0.
       77 qtd-pendentes                            pic 9(5) value 0.
       77 qtd-ausentes                             pic 9(5) value 0.
       77 qtd-inativos                             pic 9(5) value 0.
       77 qtd-descartados                          pic 9(5) value 0.

      *   campos editados do relatório
       77 hora-edt                                 pic x(8).
       77 retorno-edt                              pic 9(4).
       77 contagem-edt                             pic zzzzzz9.
       77 lidos-edt                                pic zzzzzz9.
       77 gravados-edt                             pic zzzzzz9.
       77 rejeitados-edt                           pic zzzzzz9.
       77 idade-edt                                pic zzz9.
       77 dias-edt                                 pic zz9.
       77 modo-execucao                            pic x(1).
       77 modo-edt                                 pic x(11).

      *---variáveis para comunicação entre programas---
       linkage section.
      *---declaração de tela---
       screen section.
      *---------------- apresentação do problema -----------------------*
      *    Cada job do lote termina com a sua própria convenção de
      *código de retorno e as contagens só aparecem no SYSOUT ou no
      *relatório de cada programa - a operação não tinha um lugar
      *só para ver o que rodou à noite e se fechou. Os programas
      *do lote passaram a anexar uma linha padrão ao PIZZARUN
      *(programa, data e hora, modo, código de retorno com o
      *significado e registros lidos, gravados e rejeitados), e
      *este programa lê esse registro e mostra: as execuções do
      *dia, as falhas e códigos de retorno diferentes de zero que
      *ainda não tiveram reexecução limpa e os jobs esperados que
      *não rodaram - os diários (ativação de preços e verificação
      *de integridade) sem execução no dia e o fornecedor do
      *controle de cargas sem carga do PIZZABAT há mais de N dias.
      *-----------------------------------------------------------------*

      *Declaração do corpo do programa
       Procedure Division.

      *    estrutura programa
           perform inicializa.
           perform carga-controles.
           perform processa-execucoes.
           perform lista-pendentes.
           perform lista-ausentes.
           perform emite-resumo.
           perform finaliza.

       inicializa section.

           accept data-execucao from date yyyymmdd

      *    dia do relatório e dias sem carga, do cartão do job
           move zeros to cartao-operacao
           accept cartao-operacao
           if data-cartao is numeric and data-cartao > 0
               move data-cartao to data-relatorio
           else
               move data-execucao to data-relatorio
           end-if
           if dias-cartao is numeric and dias-cartao > 0
               move dias-cartao to dias-sem-carga
           end-if
           move data-relatorio to data-rel-dec

           open output pizza-lista

           move spaces to linha-lista
           string 'RELATORIO DIARIO DA OPERACAO - DIA '
                  delimited by size
                  data-relatorio delimited by size
                  ' - EXECUCAO DE ' delimited by size
                  data-execucao delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       inicializa-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-controles section.
      *carregando a data do último arquivo de cada fornecedor - sem
      *o controle de cargas a cobrança de carga atrasada é pulada

           open input pizza-controle
           if st-controle <> '00'
               display 'Controle de Cargas Inacessivel (Status '
                       st-controle ') - Cargas Nao Cobradas.'
           else
               perform until st-controle <> '00'
                   read pizza-controle
                       at end
                           move '10' to st-controle
                       not at end
                           if cta-qtd < cta-max-qtd
                               add 1 to cta-qtd
                               move ctl-fornecedor
                                    to cta-fornecedor(cta-qtd)
                               move ctl-data to cta-data(cta-qtd)
                               move space to cta-situacao(cta-qtd)
                           else
                               display 'Controle Alem do Limite da '
                                       'Tabela - Ignorado: '
                                       ctl-fornecedor
                           end-if
                   end-read
               end-perform
               close pizza-controle
               perform carga-situacoes
           end-if
           .
       carga-controles-exit.
           exit.
      *-----------------------------------------------------------------*
       carga-situacoes section.
      *situação no cadastro de cada fornecedor do controle - sem o
      *cadastro todos são cobrados

           if cta-qtd > 0
               open input pizza-fornecedores
               if st-fornecedores = '00'
                   perform until st-fornecedores <> '00'
                       read pizza-fornecedores next record
                           at end
                               move '10' to st-fornecedores
                           not at end
                               perform guarda-situacao
                       end-read
                   end-perform
                   close pizza-fornecedores
               end-if
           end-if
           .
       carga-situacoes-exit.
           exit.
      *-----------------------------------------------------------------*
       guarda-situacao section.
      *guardando a situação do fornecedor lido no controle dele

           perform procura-controle
           if cta-achado > 0
               move frn-situacao to cta-situacao(cta-achado)
           end-if
           .
       guarda-situacao-exit.
           exit.
      *-----------------------------------------------------------------*
       processa-execucoes section.
      *lendo o PIZZARUN inteiro: as execuções do dia vão direto
      *para o relatório e toda execução até o dia atualiza a
      *última de cada programa/modo

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'EXECUCOES DO DIA' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           open input pizza-execucoes
           if st-execucoes <> '00'
               display 'Registro de Execucoes Inacessivel (Status '
                       st-execucoes ') - Nada Relatado.'
               set execucoes-lidas-nao to true
               move spaces to linha-lista
               string 'REGISTRO DE EXECUCOES (PIZZARUN) INACESSIVEL'
                      delimited by size
                      into linha-lista
               end-string
               write linha-lista
           else
               perform until st-execucoes <> '00'
                   read pizza-execucoes
                       at end
                           move '10' to st-execucoes
                       not at end
                           add 1 to qtd-lidas
                           if exe-data = data-relatorio
                               perform lista-execucao-dia
                           end-if
                           if exe-data <= data-relatorio
                               perform guarda-ultima-execucao
                           end-if
                   end-read
               end-perform
               close pizza-execucoes

               if qtd-dia = 0
                   move spaces to linha-lista
                   string 'NENHUMA EXECUCAO NO DIA' delimited by size
                          into linha-lista
                   end-string
                   write linha-lista
               end-if
           end-if
           .
       processa-execucoes-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-execucao-dia section.
      *uma linha por execução do dia, com o balancete dela

           add 1 to qtd-dia
           if exe-retorno <> 0
               add 1 to qtd-dia-falhas
           end-if

           move exe-modo to modo-execucao
           perform edita-modo

           move spaces to hora-edt
           string exe-hora(1:2) delimited by size
                  ':' delimited by size
                  exe-hora(3:2) delimited by size
                  ':' delimited by size
                  exe-hora(5:2) delimited by size
                  into hora-edt
           end-string
           move exe-retorno to retorno-edt
           move exe-lidos to lidos-edt
           move exe-gravados to gravados-edt
           move exe-rejeitados to rejeitados-edt

           move spaces to linha-lista
           string hora-edt delimited by size
                  ' ' delimited by size
                  exe-programa delimited by size
                  ' ' delimited by size
                  modo-edt delimited by size
                  ' RC ' delimited by size
                  retorno-edt delimited by size
                  ' ' delimited by size
                  exe-significado delimited by size
                  ' LID ' delimited by size
                  lidos-edt delimited by size
                  ' GRV ' delimited by size
                  gravados-edt delimited by size
                  ' REJ ' delimited by size
                  rejeitados-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           .
       lista-execucao-dia-exit.
           exit.
      *-----------------------------------------------------------------*
       guarda-ultima-execucao section.
      *guardando a execução como a última do programa no modo
      *dela - uma execução limpa depois de uma falha a substitui

           move 0 to prg-achado
           perform varying ind-prg from 1 by 1
                   until ind-prg > prg-qtd or prg-achado > 0
               if prg-programa(ind-prg) = exe-programa
                 and prg-modo(ind-prg) = exe-modo
                   move ind-prg to prg-achado
               end-if
           end-perform

           if prg-achado = 0
               if prg-qtd < prg-max-qtd
                   add 1 to prg-qtd
                   move prg-qtd to prg-achado
                   move exe-programa to prg-programa(prg-achado)
                   move exe-modo to prg-modo(prg-achado)
               else
                   add 1 to qtd-descartados
                   display 'Programa Alem do Limite da Tabela - '
                           'Ignorado: ' exe-programa
               end-if
           end-if

           if prg-achado > 0
               move exe-data to prg-data(prg-achado)
               move exe-hora to prg-hora(prg-achado)
               move exe-retorno to prg-retorno(prg-achado)
               move exe-significado to prg-significado(prg-achado)
           end-if
           .
       guarda-ultima-execucao-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-pendentes section.
      *programas cuja última execução (em cada modo) terminou com
      *código de retorno diferente de zero - ainda sem reexecução
      *limpa

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'FALHAS E CODIGOS DE RETORNO SEM REEXECUCAO LIMPA'
                  delimited by size
                  into linha-lista
           end-string
           write linha-lista

           perform varying ind-prg from 1 by 1 until ind-prg > prg-qtd
               if prg-retorno(ind-prg) <> 0
                   add 1 to qtd-pendentes
                   move prg-modo(ind-prg) to modo-execucao
                   perform edita-modo
                   move prg-retorno(ind-prg) to retorno-edt
                   move prg-data(ind-prg) to data-ctl-dec
                   perform calcula-idade
                   move idade-carga to idade-edt
                   move spaces to linha-lista
                   string prg-programa(ind-prg) delimited by size
                          ' ' delimited by size
                          modo-edt delimited by size
                          ' EM ' delimited by size
                          prg-data(ind-prg) delimited by size
                          ' (' delimited by size
                          idade-edt delimited by size
                          ' DIAS) RC ' delimited by size
                          retorno-edt delimited by size
                          ' ' delimited by size
                          prg-significado(ind-prg) delimited by size
                          into linha-lista
                   end-string
                   write linha-lista
               end-if
           end-perform

           if qtd-pendentes = 0
               move spaces to linha-lista
               string 'NENHUMA' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       lista-pendentes-exit.
           exit.
      *-----------------------------------------------------------------*
       lista-ausentes section.
      *jobs esperados que não rodaram: os diários sem execução no
      *dia, o fornecedor sem carga há mais de N dias (o inativo no
      *cadastro não é cobrado) e o fornecedor ativo que nunca teve
      *carga

           move spaces to linha-lista
           write linha-lista
           move dias-sem-carga to dias-edt
           move spaces to linha-lista
           string 'EXECUCOES ESPERADAS QUE NAO OCORRERAM (CARGA '
                  delimited by size
                  'ATRASADA APOS ' delimited by size
                  dias-edt delimited by size
                  ' DIAS)' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           if execucoes-lidas-sim
               move 'ativaPrecos' to busca-programa
               move 'PIZZAATV' to busca-job
               perform confere-job-diario
               move 'verificaIntegridade' to busca-programa
               move 'PIZZAVRF' to busca-job
               perform confere-job-diario
           end-if

           perform varying ind-cta from 1 by 1 until ind-cta > cta-qtd
               if cta-situacao(ind-cta) = space
                 or cta-situacao(ind-cta) = 'A'
                   perform confere-carga
               else
                   add 1 to qtd-inativos
               end-if
           end-perform

           perform confere-fornecedores

           if qtd-ausentes = 0
               move spaces to linha-lista
               string 'NENHUMA' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       lista-ausentes-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-carga section.
      *o fornecedor ind-cta do controle precisa ter carga nos
      *últimos N dias

           move cta-data(ind-cta) to data-ctl-dec
           perform calcula-idade
           if idade-carga > dias-sem-carga
               add 1 to qtd-ausentes
               move idade-carga to idade-edt
               move spaces to linha-lista
               string 'FORNECEDOR ' delimited by size
                      cta-fornecedor(ind-cta) delimited by size
                      ' SEM CARGA DO PIZZABAT HA ' delimited by size
                      idade-edt delimited by size
                      ' DIAS - ULTIMO ARQUIVO DE ' delimited by size
                      cta-data(ind-cta) delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       confere-carga-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-job-diario section.
      *o job diário busca-programa precisa ter ao menos uma
      *execução no dia do relatório, em qualquer modo

           move 'N' to job-achado
           perform varying ind-prg from 1 by 1 until ind-prg > prg-qtd
               if prg-programa(ind-prg) = busca-programa
                 and prg-data(ind-prg) = data-relatorio
                   move 'S' to job-achado
               end-if
           end-perform

           if job-achado = 'N'
               add 1 to qtd-ausentes
               move spaces to linha-lista
               string 'JOB DIARIO ' delimited by size
                      busca-job delimited by size
                      ' (' delimited by size
                      busca-programa delimited by space
                      ') SEM EXECUCAO NO DIA' delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       confere-job-diario-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-fornecedores section.
      *fornecedor ativo no cadastro sem linha no controle de cargas
      *- nunca teve um arquivo de preços carregado. sem o cadastro
      *ou sem o controle a conferência é pulada

           if cta-qtd > 0
               open input pizza-fornecedores
               if st-fornecedores <> '00'
                   display 'Cadastro de Fornecedores Inacessivel '
                           '(Status ' st-fornecedores ').'
               else
                   perform until st-fornecedores <> '00'
                       read pizza-fornecedores next record
                           at end
                               move '10' to st-fornecedores
                           not at end
                               if frn-situacao = 'A'
                                   perform confere-fornecedor
                               end-if
                       end-read
                   end-perform
                   close pizza-fornecedores
               end-if
           end-if
           .
       confere-fornecedores-exit.
           exit.
      *-----------------------------------------------------------------*
       confere-fornecedor section.
      *procurando o fornecedor ativo lido no controle de cargas

           perform procura-controle
           if cta-achado = 0
               add 1 to qtd-ausentes
               move spaces to linha-lista
               string 'FORNECEDOR ' delimited by size
                      frn-codigo delimited by size
                      ' ATIVO SEM NENHUMA CARGA DO PIZZABAT - '
                      delimited by size
                      frn-nome delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       confere-fornecedor-exit.
           exit.
      *-----------------------------------------------------------------*
       procura-controle section.
      *posição do fornecedor frn-codigo no controle em cta-achado
      *(zero = sem linha no controle)

           move 0 to cta-achado
           perform varying ind-cta from 1 by 1
                   until ind-cta > cta-qtd or cta-achado > 0
               if cta-fornecedor(ind-cta) = frn-codigo
                   move ind-cta to cta-achado
               end-if
           end-perform
           .
       procura-controle-exit.
           exit.
      *-----------------------------------------------------------------*
       calcula-idade section.
      *idade aproximada, em dias corridos, da data em data-ctl-dec
      *até o dia do relatório

           compute idade-carga =
               ((drl-ano - dct-ano) * 365)
               + ((drl-mes - dct-mes) * 30)
               + (drl-dia - dct-dia)
           if idade-carga < 0
               move 0 to idade-carga
           end-if
           .
       calcula-idade-exit.
           exit.
      *-----------------------------------------------------------------*
       edita-modo section.
      *modo da execução em modo-execucao por extenso

           evaluate modo-execucao
               when 'L'
                   move 'LOTE' to modo-edt
               when 'I'
                   move 'INTERATIVO' to modo-edt
               when 'S'
                   move 'SIMULACAO' to modo-edt
               when other
                   move modo-execucao to modo-edt
           end-evaluate
           .
       edita-modo-exit.
           exit.
      *-----------------------------------------------------------------*
       emite-resumo section.
      *contagens do relatório

           move spaces to linha-lista
           write linha-lista
           move spaces to linha-lista
           string 'RESUMO DA OPERACAO' delimited by size
                  into linha-lista
           end-string
           write linha-lista

           move qtd-lidas to contagem-edt
           move spaces to linha-lista
           string 'REGISTROS DE EXECUCAO LIDOS ...: ' delimited by size
                  contagem-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-dia to contagem-edt
           move spaces to linha-lista
           string 'EXECUCOES NO DIA ..............: ' delimited by size
                  contagem-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-dia-falhas to contagem-edt
           move spaces to linha-lista
           string '  COM RC DIFERENTE DE ZERO ....: ' delimited by size
                  contagem-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-pendentes to contagem-edt
           move spaces to linha-lista
           string 'SEM REEXECUCAO LIMPA ..........: ' delimited by size
                  contagem-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista
           move qtd-ausentes to contagem-edt
           move spaces to linha-lista
           string 'EXECUCOES ESPERADAS AUSENTES ..: ' delimited by size
                  contagem-edt delimited by size
                  into linha-lista
           end-string
           write linha-lista

           if qtd-inativos > 0
               move qtd-inativos to contagem-edt
               move spaces to linha-lista
               string 'FORNECEDORES INATIVOS .........: '
                      delimited by size
                      contagem-edt delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if

           if qtd-descartados > 0
               move qtd-descartados to contagem-edt
               move spaces to linha-lista
               string 'EXECUCOES FORA DA TABELA ......: '
                      delimited by size
                      contagem-edt delimited by size
                      into linha-lista
               end-string
               write linha-lista
           end-if
           .
       emite-resumo-exit.
           exit.
      *-----------------------------------------------------------------*
       finaliza section.
      *código de retorno: 8 sem o registro de execuções, 4 com
      *falha sem reexecução limpa ou job esperado que não rodou

           close pizza-lista

           evaluate true
               when execucoes-lidas-nao
                   move 8 to return-code
               when qtd-pendentes > 0 or qtd-ausentes > 0
                 or qtd-descartados > 0
                   move 4 to return-code
               when other
                   continue
           end-evaluate

           move qtd-pendentes to contagem-edt
           display 'Falhas sem Reexecucao Limpa: ' contagem-edt
           move qtd-ausentes to contagem-edt
           display 'Execucoes Esperadas Ausentes: ' contagem-edt

           stop run
           .
       finaliza-exit.
           exit.
