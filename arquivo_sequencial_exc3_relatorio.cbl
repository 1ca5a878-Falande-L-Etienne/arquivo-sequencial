      *>                  com aviso quando a anomalia passa do limiar
      *>                  (chave LIMIARANOMALIA, padrao +02,00 - o mesmo
      *>                  criterio da opcao 'H' do programa principal).
      *> 15/10/2026  FLE  Dias dentro da faixa mas divergentes das
      *>                  estacoes vizinhas (pendentes ou rejeitados na
      *>                  revisao) saem da media da fonte "T", como na
      *>                  carga; relTemp.txt os marca "excluida
      *>                  (vizinhas)". Cadastro de estacoes com as 3
      *>                  vizinhas no registro.
      *> 15/10/2026  FLE  Dias estimados: registro de arqTemp<est>.dat
      *>                  com o indicador "E" (valores estimados pela
      *>                  carga do programa principal). Dia "E" entra na
      *>                  media e nos graus-dia como valido, nas duas
      *>                  fontes; relTemp.txt marca o dia "(estimado)" e
      *>                  informa a quantidade de dias estimados do mes.
      *> 15/10/2026  FLE  Mudanca de local: a normal do mes e' conferida
      *>                  contra as mudancas de local da estacao em
      *>                  arqEventos.txt (mantido pelo programa
      *>                  principal) - normal cujos anos, com o mes do
      *>                  relatorio, atravessam uma mudanca sai com aviso
      *>                  em relTemp.txt.
      *> 15/10/2026  FLE  Recordes quebrados no mes: relTemp.txt lista
      *>                  os alertas tipo "R" de arqAlertas.txt da
      *>                  estacao/mes (gravados pelo ARQUIVA do programa
      *>                  principal ao conferir o livro de recordes), com
      *>                  o valor novo e o recorde anterior.
      *> 15/10/2026  FLE  Detalhe diario arquivado indexado
      *>                  (arqArquivoDiario.dat): a fonte ARQUIVO le
      *>                  cada dia do mes direto pela chave, sem varrer
      *>                  o arquivo inteiro.
      *> 15/10/2026  FLE  Fonte ARQUIVO: dia do mes sem registro em
      *>                  arqArquivoDiario.dat sai como "sem registro
      *>                  arquivado" e tem contagem propria, em vez de
      *>                  entrar como excluido pelas vizinhas.
      *>----------------------------------------------------------------


      *>   Arquivo permanente de detalhe diario, mantido pelo
      *>   arquivo_sequencial_exc3 no fechamento de mes ('F'/ARQUIVA) -
      *>   fonte alternativa deste relatorio para re-relatar um mes ja
      *>   virado que nao esta mais em arqTemp<est>.dat. Indexado pela
      *>   chave estacao/ano/mes/dia
           select arqArquivoDiario assign to "arqArquivoDiario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-arq-chave
           lock mode is automatic
           file status is ws-fs-arqArquivoDiario.

           lock mode is automatic
           file status is ws-fs-arqHistorico.

      *>   Eventos de equipamento e local das estacoes, mantido pelo
      *>   arquivo_sequencial_exc3 - mudancas de local que a normal
      *>   atravessa
           select arqEventos assign to "arqEventos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEventos.

      *>   Interface de alertas do programa principal - dela saem os
      *>   recordes quebrados no mes (tipo "R")
           select arqAlertas assign to "arqAlertas.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAlertas.

      *>   Relatorio de fechamento do mes
           select relTemp assign to "relTemp.txt"
           organization is line sequential
           05 fd-temp-dia-min                      pic s9(02)v99.
           05 fd-temp-dia-max                      pic s9(02)v99.
           05 fd-chuva-dia                         pic 9(04)v99.
      *>     "E" = valores do dia estimados pela carga do principal
           05 fd-temp-estimado                     pic x(01).

       fd relTemp.
       01  fd-relTemp-linha                        pic x(132).
           05 fd-est-ativa                         pic x(01).
           05 fd-est-temp-min                      pic s9(02)v99.
           05 fd-est-temp-max                      pic s9(02)v99.
      *>       estacoes vizinhas da consistencia da carga (nao usadas
      *>       aqui - so para o registro bater com o cadastro)
           05 fd-est-vizinho occurs 3              pic x(03).

       fd arqHistorico.
       01  fd-historico-reg.
           05 fd-hist-ano                          pic 9(04).
           05 fd-hist-media                        pic s9(02)v99.

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

       fd arqExcecoes.
       01  fd-excecoes-reg.
           05 fd-exc-estacao                       pic x(03).

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
       77  ws-fs-arqParametrosRel                  pic 9(02).
       77  ws-fs-arqArquivoDiario                  pic 9(02).
       77  ws-fs-arqExcecoes                       pic 9(02).
       77  ws-fs-arqEventos                        pic 9(02).
       77  ws-fs-arqAlertas                        pic 9(02).

      *>   Recordes quebrados no mes - nomes das categorias do livro de
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
          05 ws-rcd-qtd                             pic 9(02).
          05 ws-rcd-valor-ed                        pic ----9,99.
          05 ws-rcd-valor-ant-ed                    pic ----9,99.
          05 ws-rcd-dia-ed                          pic 99.
          05 ws-rcd-data-ant                        pic 9(08).
          05 ws-rcd-data-ant-r redefines ws-rcd-data-ant.
             10 ws-rcd-ant-ano                      pic 9(04).
             10 ws-rcd-ant-mes                      pic 9(02).
             10 ws-rcd-ant-dia                      pic 9(02).
          05 ws-rcd-data-ed                         pic x(10).
          05 ws-rcd-data-ant-ed                     pic x(10).

      *>   Disposicao registrada em arqExcecoes.txt para cada dia do mes
      *>   corrente ("A" aceita como esta, "J" re-rejeitada, espaco =

      *>   Fonte dos dados do relatorio - "T" mes corrente em
      *>   arqTemp<est>.dat (comportamento de sempre), "A" mes ja
      *>   fechado, recuperado de arqArquivoDiario.dat
       77  ws-fonte                                pic x(01) value "T".
           88 ws-fonte-arquivo                      value "A".

          05 ws-normal-anos-tab occurs 100.
             10 ws-normal-t-ano                     pic 9(04).
             10 ws-normal-t-media                   pic s9(02)v99.
      *>   mudanca de local entre o primeiro ano da normal e o ultimo (o
      *>   ano do relatorio incluso) - datas aaaammdd
          05 ws-normal-data-ini                     pic 9(08).
          05 ws-normal-data-fim                     pic 9(08).
          05 ws-normal-cruza-mudanca                pic x(01).
          05 ws-mud-data                            pic 9(08).
          05 ws-mud-data-r redefines ws-mud-data.
             10 ws-mud-ano                          pic 9(04).
             10 ws-mud-mes                          pic 9(02).
             10 ws-mud-dia                          pic 9(02).
       77  ws-limiar-anomalia                       pic s9(02)v99 value 2,00.

      *>   Conversao dos valores decimais [+|-]nn,dd dos parametros
          05 ws-qtd-dias-chuva                      pic 9(02).
       77  ws-qtd-validos                           pic 9(02) value 0.
       77  ws-qtd-excluidos                         pic 9(02) value 0.
      *>   Dias do mes arquivado sem registro em arqArquivoDiario.dat
       77  ws-qtd-sem-registro                      pic 9(02) value 0.
      *>   Dias com valores estimados ("E") - contados com a media
       77  ws-qtd-estimados                         pic 9(02) value 0.

      *>   Minimo de registros para um arquivo ser considerado completo -
      *>   mesmo limite usado pelo arquivo_sequencial_exc3
          05 ws-ind-temp                           pic 9(02).
          05 ws-media-temp                         pic s9(02)v99.
          05 ws-temp-total                         pic s9(04)v99.
          05 ws-classif-texto                      pic x(22).

       01 ws-edicao.
          05 ws-dia-ed                             pic z9.
          05 ws-temp-ed                            pic --9,99.
          05 ws-media-ed                           pic --9,99.
          05 ws-qtd-excluidos-ed                   pic z9.
          05 ws-qtd-sem-registro-ed                pic z9.
          05 ws-qtd-estimados-ed                   pic z9.
          05 ws-qtd-dias-ed                         pic z9.
          05 ws-qtd-dias-min-ed                     pic z9.
          05 ws-mes-ed                              pic z9.
                   move fd-temp-dia-max to ws-temp-dias-max(ws-ind-temp)
                   move fd-chuva-dia    to ws-chuva-dias(ws-ind-temp)
                   add 1 to ws-qtd-dias
      *>           dia estimado pela carga vale como esta, sem edicao
                   if fd-temp-estimado = "E" then
                       move "E" to ws-temp-validos(ws-ind-temp)
                   else
                       perform valida-leitura-temp
                   end-if
               end-if

           end-perform
                         to ws-disposicoes-dia(fd-exc-dia)
                   end-if

      *>           pendencia da consistencia com as vizinhas: o dia esta
      *>           dentro da faixa mas fica fora da media ate a revisao,
      *>           como na carga do arquivo_sequencial_exc3
                   if  ws-fs-arqExcecoes = 0
                   and fd-exc-estacao = ws-estacao
                   and fd-exc-mes     = ws-mes
                   and fd-exc-ano     = ws-ano
                   and fd-exc-dia    >= 1
                   and fd-exc-dia    <= 31
                   and fd-exc-status  = "P"
                   and fd-exc-motivo(1:23) = "divergente das vizinhas" then
                       if ws-disposicoes-dia(fd-exc-dia) = space then
                           move "P" to ws-disposicoes-dia(fd-exc-dia)
                       end-if
                   end-if

               end-perform

               close arqExcecoes
           exit.

      *>------------------------------------------------------------------------
      *>  Fonte "A" (mes arquivado) - recupera de arqArquivoDiario.dat os
      *>  dias da estacao/mes pedidos, cada um lido pela chave (dia nao
      *>  arquivado = 23). Vale o indicador de validade gravado no
      *>  fechamento (que ja considera as disposicoes de excecao) - a
      *>  edicao de faixa NAO e' refeita aqui. Um re-arquivamento do mes
      *>  regrava o dia no lugar, entao o que se le e' sempre o mais
      *>  novo.
      *>------------------------------------------------------------------------
       carrega-dados-arquivo section.

               move 0   to ws-temp-dias-min(ws-ind-temp)
               move 0   to ws-temp-dias-max(ws-ind-temp)
               move 0   to ws-chuva-dias(ws-ind-temp)
      *>       espaco = dia sem registro arquivado (leitura 23)
               move space to ws-temp-validos(ws-ind-temp)
           end-perform

           open input arqArquivoDiario.
           if ws-fs-arqArquivoDiario = 35 then
               move 8                                       to ws-msn-erro-ofsset
               move ws-fs-arqArquivoDiario                  to ws-msn-erro-cod
               move "arqArquivoDiario.dat inexistente "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-fs-arqArquivoDiario <> 0 then
               perform finaliza-anormal
           end-if

           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > 31

               move ws-estacao  to fd-arq-estacao
               move ws-ano      to fd-arq-ano
               move ws-mes      to fd-arq-mes
               move ws-ind-temp to fd-arq-dia
               read arqArquivoDiario key is fd-arq-chave
               if  ws-fs-arqArquivoDiario <> 0
               and ws-fs-arqArquivoDiario <> 23 then
                   move 10                                     to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqArquivoDiario "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqArquivoDiario = 0 then
                   move fd-arq-temp     to ws-temp(ws-ind-temp)
                   move fd-arq-temp-min to ws-temp-dias-min(ws-ind-temp)
                   move fd-arq-temp-max to ws-temp-dias-max(ws-ind-temp)
                   move fd-arq-chuva    to ws-chuva-dias(ws-ind-temp)
                   move fd-arq-validos  to ws-temp-validos(ws-ind-temp)
                   move ws-ind-temp     to ws-qtd-dias
               end-if

           end-perform
           end-if

           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-qtd-dias
               if ws-temp-validos(ws-ind-temp) = space then
                   add 1 to ws-qtd-sem-registro
               else
                   if  ws-temp-validos(ws-ind-temp) not = "S"
                   and ws-temp-validos(ws-ind-temp) not = "E" then
                       add 1 to ws-qtd-excluidos
                   end-if
               end-if
           end-perform

      *>  o arquivo nao existe o relatorio segue perguntando na tela.
      *>  Formato: uma definicao por linha, CHAVE=VALOR, com as chaves
      *>  ESTACAO, MES, ANO e FONTE (ATUAL = arqTemp<est>.dat do mes
      *>  corrente, ARQUIVO = mes fechado em arqArquivoDiario.dat).
      *>  MES e ANO zerados a esquerda (MES=08); formato fora disso
      *>  derruba a execucao. Linhas em branco ou comecadas por "*"
      *>  sao ignoradas.

           move 0 to ws-temp-total
           move 0 to ws-qtd-validos
           move 0 to ws-qtd-estimados
           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-qtd-dias
               if ws-temp-validos(ws-ind-temp) = "E" then
                   add 1 to ws-qtd-estimados
               end-if
               if ws-temp-validos(ws-ind-temp) = "S"
               or ws-temp-validos(ws-ind-temp) = "E" then
                   compute ws-temp-total = ws-temp-total + ws-temp(ws-ind-temp)
                   add 1 to ws-qtd-validos
               end-if
           move 0 to ws-qtd-dias-chuva

           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-qtd-dias
               if ws-temp-validos(ws-ind-temp) = "S"
               or ws-temp-validos(ws-ind-temp) = "E" then

                   if ws-temp(ws-ind-temp) < ws-temp-base then
                       compute ws-graus-aquecimento

           if  ws-temp(ws-ind-temp) >= ws-temp-min-valida
           and ws-temp(ws-ind-temp) <= ws-temp-max-valida then
      *>       dentro da faixa, mas divergente das vizinhas - pendente
      *>       ("P") ou rejeitado na revisao ("J") fica fora da media
               if ws-disposicoes-dia(ws-ind-temp) = "P"
               or ws-disposicoes-dia(ws-ind-temp) = "J" then
                   move "N" to ws-temp-validos(ws-ind-temp)
                   add 1    to ws-qtd-excluidos
               else
                   move "S" to ws-temp-validos(ws-ind-temp)
               end-if
           else
               if ws-disposicoes-dia(ws-ind-temp) = "A" then
                   move "S" to ws-temp-validos(ws-ind-temp)
               close arqHistorico
           end-if

           compute ws-normal-data-ini = ws-ano * 10000 + ws-mes * 100 + 1
           compute ws-normal-data-fim = ws-ano * 10000 + ws-mes * 100 + 31
           perform varying ws-normal-ind from 1 by 1
                   until ws-normal-ind > ws-normal-qtd-anos
               compute ws-normal-soma
                     = ws-normal-soma
                     + ws-normal-t-media(ws-normal-ind)
               if ws-normal-t-ano(ws-normal-ind) * 10000 + ws-mes * 100 + 1
                < ws-normal-data-ini then
                   compute ws-normal-data-ini
                         = ws-normal-t-ano(ws-normal-ind) * 10000
                         + ws-mes * 100 + 1
               end-if
               if ws-normal-t-ano(ws-normal-ind) * 10000 + ws-mes * 100 + 31
                > ws-normal-data-fim then
                   compute ws-normal-data-fim
                         = ws-normal-t-ano(ws-normal-ind) * 10000
                         + ws-mes * 100 + 31
               end-if
           end-perform

           perform verifica-mudanca-normal

           if ws-normal-qtd-anos > 0 then
               move "S" to ws-normal-existe
               compute ws-normal-mes
       calc-normal-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Normal climatologica - procura em arqEventos.txt mudanca de
      *>  local ("M") da estacao com vigencia depois do inicio do
      *>  primeiro mes da normal e ate o fim do ultimo: a normal e a
      *>  anomalia misturam dois sitios. Devolve ws-normal-cruza-mudanca
      *>  e a data da mudanca mais recente em ws-mud-data. Sem o
      *>  arquivo, nenhuma mudanca.
      *>------------------------------------------------------------------------
       verifica-mudanca-normal section.

           move "N" to ws-normal-cruza-mudanca
           move 0   to ws-mud-data

           open input arqEventos.
           if ws-fs-arqEventos = 35 then
               continue
           else
               if ws-fs-arqEventos <> 0 then
                   move 22                                 to ws-msn-erro-ofsset
                   move ws-fs-arqEventos                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEventos "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEventos = 10
                   read arqEventos
                   if  ws-fs-arqEventos <> 0
                   and ws-fs-arqEventos <> 10 then
                       move 23                                to ws-msn-erro-ofsset
                       move ws-fs-arqEventos                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEventos "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqEventos = 0
                   and fd-evt-estacao = ws-estacao
                   and fd-evt-tipo    = "M"
                   and fd-evt-data    > ws-normal-data-ini
                   and fd-evt-data   <= ws-normal-data-fim
                   and fd-evt-data    > ws-mud-data then
                       move "S"         to ws-normal-cruza-mudanca
                       move fd-evt-data to ws-mud-data
                   end-if
               end-perform

               close arqEventos
           end-if

           .
       verifica-mudanca-normal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Geração do relatorio mensal de temperaturas (dia a dia) para
      *>  fechamento, com a classificação de cada dia e a media do mes.
               move ws-ind-temp                  to ws-dia-ed
               move ws-temp(ws-ind-temp)          to ws-temp-ed

               if ws-temp-validos(ws-ind-temp) = space then
                   move "sem registro arquivado" to ws-classif-texto
               else
               if  ws-temp-validos(ws-ind-temp) <> "S"
               and ws-temp-validos(ws-ind-temp) <> "E" then
                   if  ws-temp(ws-ind-temp) >= ws-temp-min-valida
                   and ws-temp(ws-ind-temp) <= ws-temp-max-valida then
                       move "excluida (vizinhas)" to ws-classif-texto
                   else
                       move "excluida (faixa)   " to ws-classif-texto
                   end-if
               else
               if ws-temp(ws-ind-temp) > ws-media-temp then
                   move "acima da media   "       to ws-classif-texto
               end-if
               end-if
               end-if
               end-if

               move spaces to fd-relTemp-linha
               string ws-dia-ed        delimited by size
                      into fd-relTemp-linha
               end-string

               if ws-temp-validos(ws-ind-temp) = "E" then
                   move "(estimado)" to fd-relTemp-linha(42:10)
               end-if
      *>           dia sem registro nao tem temperatura a mostrar
               if ws-temp-validos(ws-ind-temp) = space then
                   move spaces to fd-relTemp-linha(7:6)
               end-if

               write fd-relTemp-linha

           end-perform

           move ws-qtd-excluidos                 to ws-qtd-excluidos-ed
           move spaces                            to fd-relTemp-linha
           string "DIAS EXCLUIDOS (faixa/vizinhas): " delimited by size
                  ws-qtd-excluidos-ed              delimited by size
                  into fd-relTemp-linha
           end-string
           write fd-relTemp-linha

           if ws-qtd-sem-registro > 0 then
               move ws-qtd-sem-registro          to ws-qtd-sem-registro-ed
               move spaces                        to fd-relTemp-linha
               string "DIAS SEM REGISTRO ARQUIVADO: " delimited by size
                      ws-qtd-sem-registro-ed          delimited by size
                      into fd-relTemp-linha
               end-string
               write fd-relTemp-linha
           end-if

           move ws-qtd-estimados                 to ws-qtd-estimados-ed
           move spaces                            to fd-relTemp-linha
           string "DIAS ESTIMADOS (sem leitura/rejeitados): " delimited by size
                  ws-qtd-estimados-ed              delimited by size
                  into fd-relTemp-linha
           end-string
           write fd-relTemp-linha

      *>   secao contratual de graus-dia e dias de limiar - apurada das
      *>   mesmas leituras validadas da media, sem redigitacao
           move space                            to fd-relTemp-linha
                   end-string
                   write fd-relTemp-linha
               end-if

               if ws-normal-cruza-mudanca = "S" then
                   move spaces to fd-relTemp-linha
                   string "ATENCAO - NORMAL ATRAVESSA A MUDANCA DE LOCAL DE "
                                                   delimited by size
                          ws-mud-dia               delimited by size
                          "/"                      delimited by size
                          ws-mud-mes               delimited by size
                          "/"                      delimited by size
                          ws-mud-ano               delimited by size
                          " - ANOS DE SITIOS DIFERENTES" delimited by size
                          into fd-relTemp-linha
                   end-string
                   write fd-relTemp-linha
               end-if
           else
               move "SEM ANOS NO HISTORICO PARA A NORMAL DO MES"
                 to fd-relTemp-linha
               write fd-relTemp-linha
           end-if

      *>   recordes da estacao quebrados neste mes
           move space to fd-relTemp-linha
           write fd-relTemp-linha
           perform lista-recordes-mes

           if ws-qtd-dias < ws-qtd-dias-min then
               move ws-qtd-dias                   to ws-qtd-dias-ed
               move ws-qtd-dias-min                to ws-qtd-dias-min-ed
       gera-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recordes quebrados no mes - lista em relTemp.txt os alertas
      *>  tipo "R" de arqAlertas.txt da estacao/mes/ano do relatorio.
      *>  Sem o arquivo (ou antes do ARQUIVA do mes), nenhum recorde.
      *>------------------------------------------------------------------------
       lista-recordes-mes section.

           move "RECORDES QUEBRADOS NO MES" to fd-relTemp-linha
           write fd-relTemp-linha

           move 0 to ws-rcd-qtd

           open input arqAlertas.
           if ws-fs-arqAlertas = 35 then
               continue
           else
               if ws-fs-arqAlertas <> 0 then
                   move 24                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAlertas                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAlertas "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAlertas = 10
                   read arqAlertas
                   if  ws-fs-arqAlertas <> 0
                   and ws-fs-arqAlertas <> 10 then
                       move 25                                to ws-msn-erro-ofsset
                       move ws-fs-arqAlertas                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlertas "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqAlertas = 0
                   and fd-ale-estacao = ws-estacao
                   and fd-ale-mes     = ws-mes
                   and fd-ale-ano     = ws-ano
                   and fd-ale-tipo    = "R"
                   and fd-ale-rec-categoria >= 1
                   and fd-ale-rec-categoria <= 6 then
                       add 1 to ws-rcd-qtd
                       perform imprime-recorde-mes
                   end-if
               end-perform

               close arqAlertas
           end-if

           if ws-rcd-qtd = 0 then
               move "NENHUM RECORDE QUEBRADO NO MES" to fd-relTemp-linha
               write fd-relTemp-linha
           end-if

           .
       lista-recordes-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recordes quebrados no mes - uma linha do alerta corrente:
      *>  categoria, valor novo com a data e o recorde anterior.
      *>------------------------------------------------------------------------
       imprime-recorde-mes section.

           move fd-ale-rec-valor     to ws-rcd-valor-ed
           move fd-ale-rec-valor-ant to ws-rcd-valor-ant-ed

           move spaces to ws-rcd-data-ed
           if fd-ale-dia-ini = 0 then
               string ws-mes    delimited by size
                      "/"       delimited by size
                      ws-ano    delimited by size
                      into ws-rcd-data-ed
               end-string
           else
               move fd-ale-dia-ini to ws-rcd-dia-ed
               string ws-rcd-dia-ed delimited by size
                      "/"           delimited by size
                      ws-mes        delimited by size
                      "/"           delimited by size
                      ws-ano        delimited by size
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

           move spaces to fd-relTemp-linha
           string ws-rcd-nome(fd-ale-rec-categoria) delimited by size
                  ws-rcd-valor-ed                   delimited by size
                  " EM "                            delimited by size
                  ws-rcd-data-ed                    delimited by size
                  "  (ANTERIOR "                    delimited by size
                  ws-rcd-valor-ant-ed               delimited by size
                  " EM "                            delimited by size
                  ws-rcd-data-ant-ed                delimited by size
                  ")"                               delimited by size
                  into fd-relTemp-linha
           end-string
           write fd-relTemp-linha

           .
       imprime-recorde-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
