      *>                  +02,00, formato [+|-]nn,dd) - e' a anomalia,
      *>                  nao a diferenca ano-a-ano, que dispara a
      *>                  revisao do orcamento de energia.
      *> 15/10/2026  FLE  Dias estimados: o relatorio le o detalhe
      *>                  diario arquivado (arqArquivoDiario.txt,
      *>                  registro mais novo de cada dia) e informa, em
      *>                  cada mes, quantos dias tiveram valores
      *>                  estimados na carga (indicador "E"), com o total
      *>                  do ano. Sem o arquivo diario as contagens ficam
      *>                  zeradas.
      *> 15/10/2026  FLE  Mudanca de local: com as mudancas de local da
      *>                  estacao em arqEventos.txt (mantido pelo
      *>                  programa principal), o mes que tem uma mudanca
      *>                  no meio e a normal cujos anos atravessam uma
      *>                  mudanca saem marcados, e as mudancas da estacao
      *>                  sao listadas no fim do relatorio.
      *> 15/10/2026  FLE  Recordes quebrados no ano: os alertas tipo "R"
      *>                  de arqAlertas.txt da estacao/ano (gravados pelo
      *>                  ARQUIVA do programa principal ao conferir o
      *>                  livro de recordes) sao listados no fim do
      *>                  relatorio, mes a mes, com o recorde anterior.
      *> 15/10/2026  FLE  Detalhe diario arquivado indexado
      *>                  (arqArquivoDiario.dat): a contagem de dias
      *>                  estimados posiciona pela chave no inicio do ano
      *>                  da estacao e le so ate o fim dele.
      *>----------------------------------------------------------------


           lock mode is automatic
           file status is ws-fs-arqHistorico.

      *>   Detalhe diario arquivado no fechamento de cada mes - daqui sai
      *>   a contagem de dias estimados do ano
           select arqArquivoDiario assign to "arqArquivoDiario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-arq-chave
           lock mode is automatic
           file status is ws-fs-arqArquivoDiario.

      *>   Eventos de equipamento e local das estacoes, mantido pelo
      *>   arquivo_sequencial_exc3 - daqui saem as mudancas de local
           select arqEventos assign to "arqEventos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEventos.

      *>   Interface de alertas do programa principal - dela saem os
      *>   recordes quebrados no ano (tipo "R")
           select arqAlertas assign to "arqAlertas.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAlertas.

      *>   Parametros do modo lote - quando este arquivo existe, estacao
      *>   e ano vem daqui (CHAVE=VALOR) e nenhum accept e' executado
           select arqParametrosAnual assign to "arqParametrosAnual.txt"
           05 fd-hist-ano                          pic 9(04).
           05 fd-hist-media                        pic s9(02)v99.

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
           05 fd-arq-chuva                         pic 9(04)v99.
           05 fd-arq-validos                       pic x(01).

       fd arqEventos.
       01  fd-eventos-reg.
           05 fd-evt-estacao                       pic x(03).
           05 fd-evt-data                          pic 9(08).
           05 fd-evt-tipo                          pic x(01).
           05 fd-evt-tem-ajuste                    pic x(01).
           05 fd-evt-ajuste                        pic s9(02)v99.
           05 fd-evt-descricao                     pic x(50).

       fd arqAlertas.
       01  fd-alertas-reg.
           05 fd-ale-estacao                       pic x(03).
           05 fd-ale-mes                           pic 9(02).
           05 fd-ale-ano                           pic 9(04).
           05 fd-ale-tipo                          pic x(01).
           05 fd-ale-dia-ini                       pic 9(02).
           05 fd-ale-dia-fim                       pic 9(02).
           05 fd-ale-valor                         pic s9(02)v99.
      *>     so no tipo "R": categoria do livro de recordes (1 a 6),
      *>     valor novo, recorde anterior e a data dele (aaaammdd)
           05 fd-ale-rec-categoria                 pic 9(01).
           05 fd-ale-rec-valor                     pic s9(05)v99.
           05 fd-ale-rec-valor-ant                 pic s9(05)v99.
           05 fd-ale-rec-data-ant                  pic 9(08).

       fd arqParametrosAnual.
       01  fd-parametrosAnual-linha                pic x(80).

       working-storage section.

       77  ws-fs-arqHistorico                      pic 9(02).
       77  ws-fs-arqArquivoDiario                  pic 9(02).
       77  ws-fs-arqEventos                        pic 9(02).
       77  ws-fs-arqAlertas                        pic 9(02).
       77  ws-fs-arqParametrosAnual                pic 9(02).
       77  ws-fs-relAnual                          pic 9(02).

             10 ws-norm-t-ano                      pic 9(04).
             10 ws-norm-t-media                    pic s9(02)v99.

      *>   Indicador de validade de cada dia do ano pedido, do detalhe
      *>   diario arquivado (o registro mais novo do dia sobrepoe), e a
      *>   quantidade de dias estimados ("E") por mes e no ano
       01 ws-dias-arquivados.
          05 ws-arq-mes occurs 12.
             10 ws-arq-validos occurs 31           pic x(01).
          05 ws-mes-qtd-estim occurs 12            pic 9(02).
          05 ws-ano-qtd-estim                      pic 9(03).
          05 ws-ind-dia                            pic 9(02).

      *>   Mudancas de local ("M") da estacao em arqEventos.txt, na ordem
      *>   do arquivo, e a apuracao de mudanca dentro de um periodo
      *>   (de ws-mud-data-ini exclusive a ws-mud-data-fim, aaaammdd)
       01 ws-mudancas.
          05 ws-qtd-mud                            pic 9(02) value 0.
          05 ws-ind-mud                            pic 9(02).
          05 ws-mud-tab occurs 50.
             10 ws-mud-t-data                      pic 9(08).
             10 ws-mud-t-descricao                 pic x(50).
          05 ws-mud-data-ini                       pic 9(08).
          05 ws-mud-data-fim                       pic 9(08).
          05 ws-mud-achou                          pic x(01).
          05 ws-mud-data                           pic 9(08).
          05 ws-mud-data-r redefines ws-mud-data.
             10 ws-mud-ano                         pic 9(04).
             10 ws-mud-mes                         pic 9(02).
             10 ws-mud-dia                         pic 9(02).
          05 ws-norm-ano-ini                       pic 9(04).
          05 ws-norm-ano-fim                       pic 9(04).

      *>   Recordes quebrados no ano - nomes das categorias do livro de
      *>   recordes (mesma ordem do programa principal) e edicao
       01 ws-rcd-nomes.
          05 filler              pic x(20) value "MAIOR MAXIMA DIARIA".
          05 filler              pic x(20) value "MENOR MINIMA DIARIA".
          05 filler              pic x(20) value "MAIOR MEDIA MENSAL".
          05 filler              pic x(20) value "MENOR MEDIA MENSAL".
          05 filler              pic x(20) value "DIA MAIS CHUVOSO".
          05 filler              pic x(20) value "MES MAIS CHUVOSO".
       01 ws-rcd-nomes-r redefines ws-rcd-nomes.
          05 ws-rcd-nome occurs 6                   pic x(20).
       01 ws-recordes.
          05 ws-rcd-qtd                             pic 9(03).
          05 ws-rcd-valor-ed                        pic ----9,99.
          05 ws-rcd-valor-ant-ed                    pic ----9,99.
          05 ws-rcd-dia                             pic 9(02).
          05 ws-rcd-mes                             pic 9(02).
          05 ws-rcd-data-ant                        pic 9(08).
          05 ws-rcd-data-ant-r redefines ws-rcd-data-ant.
             10 ws-rcd-ant-ano                      pic 9(04).
             10 ws-rcd-ant-mes                      pic 9(02).
             10 ws-rcd-ant-dia                      pic 9(02).
          05 ws-rcd-data-ed                         pic x(10).
          05 ws-rcd-data-ant-ed                     pic x(10).

      *>   Normal e anomalia do mes em edicao (ver gera-linha-mes) e o
      *>   limiar a partir do qual a anomalia sai marcada
       01 ws-normais.
          05 ws-normal-ed                          pic --9,99.
          05 ws-anomalia-ed                        pic ---9,99.
          05 ws-qtd-anos-ed                        pic zz9.
          05 ws-qtd-estim-ed                       pic zz9.


      *>----Variaveis para comunicação entre programas

           perform inicializa.
           perform carrega-historico-ano.
           perform conta-dias-estimados.
           perform carrega-mudancas-local.
           perform gera-relatorio-anual.
           perform finaliza.

       carrega-historico-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias estimados do ano - le o detalhe diario arquivado da
      *>  estacao/ano pedidos (posiciona pela chave em estacao/ano/01/00
      *>  e le em sequencia ate a chave sair da estacao/ano) e conta,
      *>  por mes, os dias com o indicador "E". Arquivo ausente: nenhum
      *>  dia estimado.
      *>------------------------------------------------------------------------
       conta-dias-estimados section.

           move 0 to ws-ano-qtd-estim
           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 12
               move 0 to ws-mes-qtd-estim(ws-ind-mes)
               perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > 31
                   move space to ws-arq-validos(ws-ind-mes ws-ind-dia)
               end-perform
           end-perform

           open input arqArquivoDiario.
           if ws-fs-arqArquivoDiario = 35 then
               continue
           else
               if ws-fs-arqArquivoDiario <> 0 then
                   move 11                                     to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                 to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArquivoDiario "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move ws-estacao to fd-arq-estacao
               move ws-ano     to fd-arq-ano
               move 1          to fd-arq-mes
               move 0          to fd-arq-dia
               start arqArquivoDiario key is not less than fd-arq-chave
               if ws-fs-arqArquivoDiario = 23 then
      *>           nenhuma chave dali em diante - nada da estacao/ano
                   move 10 to ws-fs-arqArquivoDiario
               end-if
               if  ws-fs-arqArquivoDiario <> 0
               and ws-fs-arqArquivoDiario <> 10 then
                   move 12                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                to ws-msn-erro-cod
                   move "Erro ao ler arq. arqArquivoDiario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqArquivoDiario = 10
                   read arqArquivoDiario next
                   if  ws-fs-arqArquivoDiario <> 0
                   and ws-fs-arqArquivoDiario <> 10 then
                       move 12                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArquivoDiario                to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArquivoDiario "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqArquivoDiario = 0 then
                       if  fd-arq-estacao = ws-estacao
                       and fd-arq-ano     = ws-ano then
                           if  fd-arq-mes >= 1
                           and fd-arq-mes <= 12
                           and fd-arq-dia >= 1
                           and fd-arq-dia <= 31 then
                               move fd-arq-validos
                                 to ws-arq-validos(fd-arq-mes fd-arq-dia)
                           end-if
                       else
      *>                   a chave saiu da estacao/ano - fim da faixa
                           move 10 to ws-fs-arqArquivoDiario
                       end-if
                   end-if
               end-perform

               close arqArquivoDiario
           end-if

           perform varying ws-ind-mes from 1 by 1 until ws-ind-mes > 12
               perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > 31
                   if ws-arq-validos(ws-ind-mes ws-ind-dia) = "E" then
                       add 1 to ws-mes-qtd-estim(ws-ind-mes)
                       add 1 to ws-ano-qtd-estim
                   end-if
               end-perform
           end-perform

           .
       conta-dias-estimados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mudancas de local - carrega de arqEventos.txt os eventos "M"
      *>  da estacao pedida. Arquivo ausente: nenhuma mudanca.
      *>------------------------------------------------------------------------
       carrega-mudancas-local section.

           move 0 to ws-qtd-mud

           open input arqEventos.
           if ws-fs-arqEventos = 35 then
               continue
           else
               if ws-fs-arqEventos <> 0 then
                   move 13                                 to ws-msn-erro-ofsset
                   move ws-fs-arqEventos                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEventos "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEventos = 10
                   read arqEventos
                   if  ws-fs-arqEventos <> 0
                   and ws-fs-arqEventos <> 10 then
                       move 14                                to ws-msn-erro-ofsset
                       move ws-fs-arqEventos                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEventos "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqEventos = 0
                   and fd-evt-estacao = ws-estacao
                   and fd-evt-tipo    = "M" then
                       if ws-qtd-mud >= 50 then
                           move 15                 to ws-msn-erro-ofsset
                           move 0                  to ws-msn-erro-cod
                           move "Tabela de mudancas de local cheia (50) "
                             to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-mud
                       move fd-evt-data      to ws-mud-t-data(ws-qtd-mud)
                       move fd-evt-descricao to ws-mud-t-descricao(ws-qtd-mud)
                   end-if
               end-perform

               close arqEventos
           end-if

           .
       carrega-mudancas-local-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mudancas de local - ws-mud-achou = "S" quando alguma mudanca
      *>  da estacao vige depois de ws-mud-data-ini e ate
      *>  ws-mud-data-fim (o periodo mistura dois sitios).
      *>------------------------------------------------------------------------
       verifica-mudanca-local section.

           move "N" to ws-mud-achou
           perform varying ws-ind-mud from 1 by 1
                   until ws-ind-mud > ws-qtd-mud
               if  ws-mud-t-data(ws-ind-mud) > ws-mud-data-ini
               and ws-mud-t-data(ws-ind-mud) <= ws-mud-data-fim then
                   move "S" to ws-mud-achou
               end-if
           end-perform

           .
       verifica-mudanca-local-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Geração do relatorio anual - as doze medias do ano com a
      *>  comparacao contra o mesmo mes do ano anterior, o mes mais
           end-string
           write fd-relAnual-linha

           move ws-ano-qtd-estim to ws-qtd-estim-ed
           move spaces to fd-relAnual-linha
           string "DIAS ESTIMADOS NO ANO (detalhe arquivado, por mes em (nn estim.)): " delimited by size
                  ws-qtd-estim-ed                               delimited by size
                  into fd-relAnual-linha
           end-string
           write fd-relAnual-linha

      *>   mudancas de local da estacao - sao elas que explicam os meses
      *>   e normais marcados acima
           if ws-qtd-mud > 0 then
               move "MUDANCAS DE LOCAL DA ESTACAO (arqEventos):"
                 to fd-relAnual-linha
               write fd-relAnual-linha
               move "  *LOCAL MUDOU = mudanca de local no meio do mes   *NORMAL 2 SITIOS = normal atravessa mudanca de local"
                 to fd-relAnual-linha
               write fd-relAnual-linha
               perform varying ws-ind-mud from 1 by 1
                       until ws-ind-mud > ws-qtd-mud
                   move ws-mud-t-data(ws-ind-mud) to ws-mud-data
                   move spaces to fd-relAnual-linha
                   string "  "                  delimited by size
                          ws-mud-dia            delimited by size
                          "/"                   delimited by size
                          ws-mud-mes            delimited by size
                          "/"                   delimited by size
                          ws-mud-ano            delimited by size
                          "  "                  delimited by size
                          ws-mud-t-descricao(ws-ind-mud) delimited by size
                          into fd-relAnual-linha
                   end-string
                   write fd-relAnual-linha
               end-perform
           end-if

      *>   recordes da estacao quebrados no ano
           perform lista-recordes-ano

           if ws-qtd-meses < 12 then
               move spaces to fd-relAnual-linha
               string "ATENCAO - ANO INCOMPLETO: "  delimited by size
       gera-relatorio-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recordes quebrados no ano - lista em relAnual.txt os alertas
      *>  tipo "R" de arqAlertas.txt da estacao no ano pedido, na ordem
      *>  do arquivo. Sem o arquivo, nenhum recorde.
      *>------------------------------------------------------------------------
       lista-recordes-ano section.

           move "RECORDES QUEBRADOS NO ANO (arqAlertas tipo R):"
             to fd-relAnual-linha
           write fd-relAnual-linha

           move 0 to ws-rcd-qtd

           open input arqAlertas.
           if ws-fs-arqAlertas = 35 then
               continue
           else
               if ws-fs-arqAlertas <> 0 then
                   move 16                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAlertas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAlertas "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAlertas = 10
                   read arqAlertas
                   if  ws-fs-arqAlertas <> 0
                   and ws-fs-arqAlertas <> 10 then
                       move 17                                to ws-msn-erro-ofsset
                       move ws-fs-arqAlertas                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlertas "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqAlertas = 0
                   and fd-ale-estacao = ws-estacao
                   and fd-ale-ano     = ws-ano
                   and fd-ale-tipo    = "R"
                   and fd-ale-rec-categoria >= 1
                   and fd-ale-rec-categoria <= 6 then
                       add 1 to ws-rcd-qtd
                       perform imprime-recorde-ano
                   end-if
               end-perform

               close arqAlertas
           end-if

           if ws-rcd-qtd = 0 then
               move "  NENHUM RECORDE QUEBRADO NO ANO" to fd-relAnual-linha
               write fd-relAnual-linha
           end-if

           .
       lista-recordes-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recordes quebrados no ano - uma linha do alerta corrente: data
      *>  do recorde novo, categoria, valor e o recorde anterior.
      *>------------------------------------------------------------------------
       imprime-recorde-ano section.

           move fd-ale-rec-valor     to ws-rcd-valor-ed
           move fd-ale-rec-valor-ant to ws-rcd-valor-ant-ed
           move fd-ale-mes           to ws-rcd-mes
           move fd-ale-dia-ini       to ws-rcd-dia

           move spaces to ws-rcd-data-ed
           if ws-rcd-dia = 0 then
               string ws-rcd-mes delimited by size
                      "/"        delimited by size
                      fd-ale-ano delimited by size
                      into ws-rcd-data-ed
               end-string
           else
               string ws-rcd-dia delimited by size
                      "/"        delimited by size
                      ws-rcd-mes delimited by size
                      "/"        delimited by size
                      fd-ale-ano delimited by size
                      into ws-rcd-data-ed
               end-string
           end-if

           move fd-ale-rec-data-ant to ws-rcd-data-ant
           move spaces to ws-rcd-data-ant-ed
           if ws-rcd-ant-dia = 0 then
               string ws-rcd-ant-mes delimited by size
                      "/"            delimited by size
                      ws-rcd-ant-ano delimited by size
                      into ws-rcd-data-ant-ed
               end-string
           else
               string ws-rcd-ant-dia delimited by size
                      "/"            delimited by size
                      ws-rcd-ant-mes delimited by size
                      "/"            delimited by size
                      ws-rcd-ant-ano delimited by size
                      into ws-rcd-data-ant-ed
               end-string
           end-if

           move spaces to fd-relAnual-linha
           string "  "                              delimited by size
                  ws-rcd-data-ed                    delimited by size
                  "  "                              delimited by size
                  ws-rcd-nome(fd-ale-rec-categoria) delimited by size
                  ws-rcd-valor-ed                   delimited by size
                  "  (ANTERIOR "                    delimited by size
                  ws-rcd-valor-ant-ed               delimited by size
                  " EM "                            delimited by size
                  ws-rcd-data-ant-ed                delimited by size
                  ")"                               delimited by size
                  into fd-relAnual-linha
           end-string
           write fd-relAnual-linha

           .
       imprime-recorde-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do mes ws-ind-mes - media do ano pedido, media do mesmo
      *>  mes do ano anterior e a diferenca entre as duas, mais a normal
                   end-string
               end-if

      *>       mudanca de local no meio do mes, e normal cujos anos (o
      *>       do relatorio incluso) atravessam uma mudanca
               compute ws-mud-data-ini = ws-ano * 10000
                                       + ws-ind-mes * 100 + 1
               compute ws-mud-data-fim = ws-ano * 10000
                                       + ws-ind-mes * 100 + 31
               perform verifica-mudanca-local
               if ws-mud-achou = "S" then
                   string " *LOCAL MUDOU" delimited by size
                          into fd-relAnual-linha
                          with pointer ws-linha-ptr
                   end-string
               end-if

               move ws-ano to ws-norm-ano-ini
               move ws-ano to ws-norm-ano-fim
               perform varying ws-ind-norm from 1 by 1
                       until ws-ind-norm > ws-qtd-norm
                   if ws-norm-t-mes(ws-ind-norm) = ws-ind-mes then
                       if ws-norm-t-ano(ws-ind-norm) < ws-norm-ano-ini then
                           move ws-norm-t-ano(ws-ind-norm) to ws-norm-ano-ini
                       end-if
                       if ws-norm-t-ano(ws-ind-norm) > ws-norm-ano-fim then
                           move ws-norm-t-ano(ws-ind-norm) to ws-norm-ano-fim
                       end-if
                   end-if
               end-perform
               compute ws-mud-data-ini = ws-norm-ano-ini * 10000
                                       + ws-ind-mes * 100 + 1
               compute ws-mud-data-fim = ws-norm-ano-fim * 10000
                                       + ws-ind-mes * 100 + 31
               perform verifica-mudanca-local
               if ws-mud-achou = "S" then
                   string " *NORMAL 2 SITIOS" delimited by size
                          into fd-relAnual-linha
                          with pointer ws-linha-ptr
                   end-string
               end-if

      *>       dias do mes com valores estimados na carga
               if ws-mes-qtd-estim(ws-ind-mes) > 0 then
                   move ws-mes-qtd-estim(ws-ind-mes) to ws-qtd-estim-ed
                   string " ("             delimited by size
                          ws-qtd-estim-ed  delimited by size
                          " estim.)"       delimited by size
                          into fd-relAnual-linha
                          with pointer ws-linha-ptr
                   end-string
               end-if

               write fd-relAnual-linha
           end-if

