      *>                  opcionais em arqParametrosProntidao.txt
      *>                  (CHAVE=VALOR, sem accepts) ou perguntas na
      *>                  tela, e goback no fim.
      *> 15/10/2026  FLE  Registro do cadastro de estacoes com as 3
      *>                  estacoes vizinhas (layout do programa
      *>                  principal).
      *> 15/10/2026  FLE  Dias estimados: registro de arqTemp<est>.dat
      *>                  com o indicador "E" (layout do programa
      *>                  principal); a linha da estacao informa quantos
      *>                  dias do mes foram estimados.
      *> 15/10/2026  FLE  Detalhe diario arquivado indexado
      *>                  (arqArquivoDiario.dat): a conferencia posiciona
      *>                  pela chave no inicio do mes em vez de varrer o
      *>                  arquivo inteiro.
      *> 15/10/2026  FLE  Itens em aberto copiados ate o ponteiro da
      *>                  lista (nao mais ate o primeiro branco duplo).
      *>----------------------------------------------------------------


           file status is ws-fs-arqExcecoes.

      *>   Detalhe diario arquivado - o mes precisa ter sido ARQUIVAdo
           select arqArquivoDiario assign to "arqArquivoDiario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-arq-chave
           lock mode is automatic
           file status is ws-fs-arqArquivoDiario.

           05 fd-est-ativa                         pic x(01).
           05 fd-est-temp-min                      pic s9(02)v99.
           05 fd-est-temp-max                      pic s9(02)v99.
      *>       estacoes vizinhas da consistencia da carga (nao usadas
      *>       aqui - so para o registro bater com o cadastro)
           05 fd-est-vizinho occurs 3              pic x(03).

       fd arqTemp.
       01  fd-temperaturas.
           05 fd-temp-dia-min                      pic s9(02)v99.
           05 fd-temp-dia-max                      pic s9(02)v99.
           05 fd-chuva-dia                         pic 9(04)v99.
           05 fd-temp-estimado                     pic x(01).

       fd arqExcecoes.
       01  fd-excecoes-reg.

       fd arqArquivoDiario.
       01  fd-arquivo-reg.
           05 fd-arq-chave.
              10 fd-arq-estacao                    pic x(03).
              10 fd-arq-ano                        pic 9(04).
              10 fd-arq-mes                        pic 9(02).
              10 fd-arq-dia                        pic 9(02).
           05 fd-arq-temp                          pic s9(02)v99.
           05 fd-arq-temp-min                      pic s9(02)v99.
           05 fd-arq-temp-max                      pic s9(02)v99.
          05 ws-nome-arqTemp                        pic x(30).
          05 ws-dia-rel                             pic 9(02).
          05 ws-qtd-dias                            pic 9(02).
          05 ws-qtd-estimados                       pic 9(02).
          05 ws-qtd-exc-pendentes                   pic 9(03).
          05 ws-tem-arquivo-diario                  pic x(01).
          05 ws-tem-historico                       pic x(01).
       01 ws-montagem-linha.
          05 ws-itens-abertos                       pic x(90).
          05 ws-itens-ptr                           pic 9(02).
          05 ws-linha-ptr                           pic 9(03).

       01 ws-mensagens.
          05 ws-msn-erro.
           end-if

           move spaces to fd-relProntidao-linha
           move 1      to ws-linha-ptr
           if ws-qtd-itens-abertos = 0 then
               string "ESTACAO "  delimited by size
                      ws-estacao  delimited by size
                      "  PRONTA"  delimited by size
                      into fd-relProntidao-linha
                      with pointer ws-linha-ptr
               end-string
           else
               add 1 to ws-qtd-nao-prontas
               string "ESTACAO "       delimited by size
                      ws-estacao       delimited by size
                      "  EM ABERTO: "  delimited by size
                      into fd-relProntidao-linha
                      with pointer ws-linha-ptr
               end-string
      *>       lista montada ate o ponteiro - a edicao numerica dos
      *>       itens pode conter brancos duplos
               if ws-itens-ptr > 1 then
                   string ws-itens-abertos(1:ws-itens-ptr - 1)
                                        delimited by size
                          into fd-relProntidao-linha
                          with pointer ws-linha-ptr
                   end-string
               end-if
           end-if

      *>   dias com valores estimados pela carga ("E") - informativo,
      *>   nao segura o fechamento
           if ws-qtd-estimados > 0 then
               move ws-qtd-estimados to ws-qtd-dias-ed
               string "  (DIAS ESTIMADOS: " delimited by size
                      ws-qtd-dias-ed        delimited by size
                      ")"                   delimited by size
                      into fd-relProntidao-linha
                      with pointer ws-linha-ptr
               end-string
           end-if
           write fd-relProntidao-linha

      *>------------------------------------------------------------------------
      *>  Conta os dias carregados em arqTemp<est>.dat (arquivo ausente
      *>  conta como zero dias - a carga nem comecou) e, entre eles, os
      *>  dias com valores estimados ("E").
      *>------------------------------------------------------------------------
       conta-dias-arqTemp section.

           move 0 to ws-qtd-dias
           move 0 to ws-qtd-estimados

           move spaces to ws-nome-arqTemp
           string "arqTemp"    delimited by size
                   read arqTemp next
                   if ws-fs-arqTemp = 0 then
                       add 1 to ws-qtd-dias
                       if fd-temp-estimado = "E" then
                           add 1 to ws-qtd-estimados
                       end-if
                   else
                       if ws-fs-arqTemp <> 10 then
                           move 13                              to ws-msn-erro-ofsset
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se o detalhe diario da estacao/mes foi arquivado -
      *>  posiciona na primeira chave a partir do dia 00 do mes; basta o
      *>  primeiro registro dali em diante ser da mesma estacao/mes.
      *>------------------------------------------------------------------------
       confere-arquivo-diario section.

                   perform finaliza-anormal
               end-if

               move ws-estacao to fd-arq-estacao
               move ws-ano     to fd-arq-ano
               move ws-mes     to fd-arq-mes
               move 0          to fd-arq-dia
               start arqArquivoDiario key is not less than fd-arq-chave
               if ws-fs-arqArquivoDiario = 0 then
                   read arqArquivoDiario next
               end-if
      *>       23 no start / 10 na leitura - nada dali em diante
               if  ws-fs-arqArquivoDiario <> 0
               and ws-fs-arqArquivoDiario <> 10
               and ws-fs-arqArquivoDiario <> 23 then
                   move 17                                     to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqArquivoDiario "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqArquivoDiario = 0
               and fd-arq-estacao = ws-estacao
               and fd-arq-ano     = ws-ano
               and fd-arq-mes     = ws-mes then
                   move "S" to ws-tem-arquivo-diario
               end-if

               close arqArquivoDiario
           end-if
