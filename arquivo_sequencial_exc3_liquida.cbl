      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "arquivo_sequencial_exc3_liquida".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *> Histórico de alterações
      *> 15/10/2026  FLE  Programa criado: liquidacao mensal dos
      *>                  contratos amarrados aos graus-dia e aos dias
      *>                  de geada, de calor e de chuva - acaba a copia
      *>                  de relTemp.txt para planilha. Cada contrato de
      *>                  arqContratos.txt (cliente, estacao, tipo,
      *>                  temperatura-base propria, tarifa por grau-dia
      *>                  ou por dia de evento, minimo e teto, vigencia)
      *>                  gera um demonstrativo em relLiquidacao.txt a
      *>                  partir do detalhe diario arquivado
      *>                  (arqArquivoDiario.txt, registro mais novo de
      *>                  cada dia, dias validos e estimados como no
      *>                  fechamento), com o dia a dia que forma o
      *>                  total. Mes nao assinado em arqFechamentos.txt
      *>                  (ou sem detalhe arquivado) nao e' liquidado -
      *>                  o demonstrativo sai recusado e o programa
      *>                  devolve return-code 4. Segue as convencoes dos
      *>                  irmaos: parametros opcionais em
      *>                  arqParametrosLiq.txt (CHAVE=VALOR, sem
      *>                  accepts) ou perguntas na tela, e goback no fim.
      *> 15/10/2026  FLE  Detalhe diario arquivado indexado
      *>                  (arqArquivoDiario.dat): cada dia do mes do
      *>                  contrato e' lido direto pela chave.
      *> 15/10/2026  FLE  Linha de dia sem registro alinhada com as de
      *>                  dia com dados.
      *>----------------------------------------------------------------



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

      *>   Cadastro de contratos - um registro por contrato
           select arqContratos assign to "arqContratos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqContratos.

      *>   Registro de assinatura do fechamento, mantido pelo
      *>   arquivo_sequencial_exc3 - so mes assinado e' liquidado
           select arqFechamentos assign to "arqFechamentos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqFechamentos.

      *>   Detalhe diario arquivado no fechamento de cada mes, um
      *>   registro por dia na chave estacao/ano/mes/dia
           select arqArquivoDiario assign to "arqArquivoDiario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-arq-chave
           lock mode is automatic
           file status is ws-fs-arqArquivoDiario.

      *>   Parametros do modo lote - quando este arquivo existe, mes/ano
      *>   (e opcionalmente um contrato) vem daqui e nenhum accept roda
           select arqParametrosLiq assign to "arqParametrosLiq.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametrosLiq.

      *>   Demonstrativos de liquidacao do mes
           select relLiquidacao assign to "relLiquidacao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relLiquidacao.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqContratos.
       01  fd-contratos-reg.
           05 fd-ctr-codigo                        pic x(06).
           05 fd-ctr-cliente                       pic x(30).
           05 fd-ctr-estacao                       pic x(03).
      *>     A = graus-dia de aquecimento, R = graus-dia de
      *>     resfriamento, G = dias de geada (minima abaixo da base),
      *>     C = dias de calor (maxima na base ou acima), U = dias de
      *>     chuva (chuva acima de zero - base nao usada)
           05 fd-ctr-tipo                          pic x(01).
           05 fd-ctr-temp-base                     pic s9(02)v99.
      *>     tarifa por grau-dia (A/R) ou por dia de evento (G/C/U)
           05 fd-ctr-tarifa                        pic 9(05)v99.
      *>     valor minimo e teto do mes - zero = sem minimo/sem teto
           05 fd-ctr-minimo                        pic 9(07)v99.
           05 fd-ctr-teto                          pic 9(07)v99.
      *>     vigencia aaaammdd - fim zero = sem termino
           05 fd-ctr-vigencia-ini                  pic 9(08).
           05 fd-ctr-vigencia-fim                  pic 9(08).

       fd arqFechamentos.
       01  fd-fechamentos-reg.
           05 fd-fch-estacao                       pic x(03).
           05 fd-fch-mes                           pic 9(02).
           05 fd-fch-ano                           pic 9(04).
      *>     "A" = mes assinado (fechado), "R" = mes reaberto
           05 fd-fch-situacao                      pic x(01).
           05 fd-fch-responsavel                   pic x(30).
           05 fd-fch-data                          pic 9(08).
           05 fd-fch-motivo                        pic x(60).

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

       fd arqParametrosLiq.
       01  fd-parametrosLiq-linha                  pic x(80).

       fd relLiquidacao.
       01  fd-relLiquidacao-linha                  pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqContratos                      pic 9(02).
       77  ws-fs-arqFechamentos                    pic 9(02).
       77  ws-fs-arqArquivoDiario                  pic 9(02).
       77  ws-fs-arqParametrosLiq                  pic 9(02).
       77  ws-fs-relLiquidacao                     pic 9(02).

      *>   Modo de execucao - "S" quando arqParametrosLiq.txt existe e
      *>   mes/ano vem do arquivo, sem nenhum accept
       77  ws-modo-lote                            pic x(01) value "N".
           88 ws-execucao-lote                      value "S".

      *>   Linha de parametro decomposta em chave e valor
       01 ws-parametros.
          05 ws-param-chave                        pic x(20).
          05 ws-param-valor                        pic x(40).
          05 ws-qtd-params                         pic 9(02) value 0.

      *>   Mes/ano da liquidacao e o contrato pedido (em branco = todos
      *>   os contratos vigentes no mes)
       77  ws-mes                                  pic 9(02).
       77  ws-ano                                  pic 9(04).
       77  ws-contrato-pedido                      pic x(06) value spaces.

      *>   Periodo do mes - primeiro e ultimo dia (aaaammdd) e a
      *>   quantidade de dias do mes de calendario
       01 ws-periodo.
          05 ws-data-ini-mes                       pic 9(08).
          05 ws-data-fim-mes                       pic 9(08).
          05 ws-dias-no-mes                        pic 9(02).
          05 ws-bissexto-quoc                      pic 9(04).
          05 ws-bissexto-resto                     pic 9(03).
          05 ws-data-dia                           pic 9(08).

      *>   Situacao do fechamento do mes por estacao - a linha mais
      *>   recente de arqFechamentos.txt prevalece
       01 ws-fechamentos.
          05 ws-qtd-fch                            pic 9(03) value 0.
          05 ws-ind-fch                            pic 9(03).
          05 ws-fch-achou                          pic 9(03).
          05 ws-fch-tab occurs 200.
             10 ws-fch-estacao                     pic x(03).
             10 ws-fch-situacao                    pic x(01).
             10 ws-fch-responsavel                 pic x(30).

      *>   Detalhe diario do mes da estacao do contrato (validade em
      *>   branco = dia sem registro arquivado)
       01 ws-detalhe.
          05 ws-ind-dia                            pic 9(02).
          05 ws-det-dia occurs 31.
             10 ws-det-temp                        pic s9(02)v99.
             10 ws-det-temp-min                    pic s9(02)v99.
             10 ws-det-temp-max                    pic s9(02)v99.
             10 ws-det-chuva                       pic 9(04)v99.
             10 ws-det-validos                     pic x(01).
          05 ws-det-qtd-arquivados                 pic 9(02).

      *>   Apuracao do contrato corrente
       01 ws-liquidacao.
          05 ws-liq-quantidade                     pic 9(04)v99.
          05 ws-liq-qtd-dia                        pic 9(02)v99.
          05 ws-liq-dias-considerados              pic 9(02).
          05 ws-liq-dias-estimados                 pic 9(02).
          05 ws-liq-dias-excluidos                 pic 9(02).
          05 ws-liq-dias-sem-registro              pic 9(02).
          05 ws-liq-valor-bruto                    pic 9(09)v99.
          05 ws-liq-valor                          pic 9(09)v99.
          05 ws-liq-ajuste                         pic x(01).
          05 ws-liq-situacao-dia                   pic x(24).
          05 ws-liq-recusa                         pic x(60).

      *>   Contadores da execucao
       01 ws-contagens.
          05 ws-qtd-contratos-lidos                pic 9(04) value 0.
          05 ws-qtd-liquidados                     pic 9(04) value 0.
          05 ws-qtd-recusados                      pic 9(04) value 0.

       01 ws-mensagens.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

       01 ws-edicao.
          05 ws-dia-ed                             pic z9.
          05 ws-temp-ed                            pic --9,99.
          05 ws-temp-min-ed                        pic --9,99.
          05 ws-temp-max-ed                        pic --9,99.
          05 ws-chuva-ed                           pic z(03)9,99.
          05 ws-base-ed                            pic --9,99.
          05 ws-tarifa-ed                          pic z(04)9,99.
          05 ws-qtd-dia-ed                         pic z9,99.
          05 ws-quantidade-ed                      pic z(03)9,99.
          05 ws-valor-ed                           pic z(08)9,99.
          05 ws-contagem-ed                        pic z9.
          05 ws-qtd-ed                             pic z(03)9.
          05 ws-data-w                             pic 9(08).
          05 ws-data-w-r redefines ws-data-w.
             10 ws-data-w-ano                      pic 9(04).
             10 ws-data-w-mes                      pic 9(02).
             10 ws-data-w-dia                      pic 9(02).
          05 ws-vig-ini-ed                         pic x(10).
          05 ws-vig-fim-ed                         pic x(11).
          05 ws-tipo-texto                         pic x(30).
          05 ws-unidade-texto                      pic x(12).


      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform carrega-fechamentos.
           perform processa-contratos.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           perform carrega-parametros

           if not ws-execucao-lote then
               display "Mes da liquidacao (01-12): "
               accept ws-mes
               display "Ano da liquidacao (aaaa): "
               accept ws-ano
               display "Contrato (em branco = todos os vigentes): "
               accept ws-contrato-pedido
           end-if

           if ws-mes < 1 or ws-mes > 12 then
               move 1                                   to ws-msn-erro-ofsset
               move 0                                   to ws-msn-erro-cod
               move "Mes da liquidacao invalido "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform calcula-periodo-mes

           open output relLiquidacao.
           if ws-fs-relLiquidacao <> 0 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-relLiquidacao                 to ws-msn-erro-cod
               move "Erro ao abrir arq. relLiquidacao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-relLiquidacao-linha
           string "LIQUIDACAO DE CONTRATOS - MES " delimited by size
                  ws-mes                           delimited by size
                  "/"                              delimited by size
                  ws-ano                           delimited by size
                  into fd-relLiquidacao-linha
           end-string
           write fd-relLiquidacao-linha

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parametros do modo lote - tenta abrir arqParametrosLiq.txt;
      *>  sem o arquivo a liquidacao pergunta na tela. Chaves MES e ANO
      *>  (zerados a esquerda - formato fora disso derruba a execucao)
      *>  e CONTRATO (opcional). Linhas em branco ou comecadas por "*"
      *>  ignoradas.
      *>------------------------------------------------------------------------
       carrega-parametros section.

           open input arqParametrosLiq.
           if ws-fs-arqParametrosLiq = 35 then
      *>       sem arquivo de parametros - liquidacao de tela
               continue
           else
               if ws-fs-arqParametrosLiq <> 0 then
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosLiq              to ws-msn-erro-cod
                   move "Erro ao abrir arq. parametros "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqParametrosLiq = 10

                   read arqParametrosLiq
                   if  ws-fs-arqParametrosLiq <> 0
                   and ws-fs-arqParametrosLiq <> 10 then
                       move 4                                   to ws-msn-erro-ofsset
                       move ws-fs-arqParametrosLiq              to ws-msn-erro-cod
                       move "Erro ao ler arq. parametros "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqParametrosLiq = 0
                   and fd-parametrosLiq-linha not = spaces
                   and fd-parametrosLiq-linha(1:1) not = "*" then

                       move spaces to ws-param-chave
                       move spaces to ws-param-valor
                       unstring fd-parametrosLiq-linha
                           delimited by "="
                           into ws-param-chave
                                ws-param-valor
                       end-unstring

                       evaluate ws-param-chave

                           when "MES"
                               if ws-param-valor(1:2) is not numeric then
                                   perform erro-param-numerico
                               end-if
                               move ws-param-valor(1:2) to ws-mes
                               add 1 to ws-qtd-params

                           when "ANO"
                               if ws-param-valor(1:4) is not numeric then
                                   perform erro-param-numerico
                               end-if
                               move ws-param-valor(1:4) to ws-ano
                               add 1 to ws-qtd-params

                           when "CONTRATO"
                               move ws-param-valor(1:6) to ws-contrato-pedido
                               add 1 to ws-qtd-params

                           when other
                               continue

                       end-evaluate

                   end-if

               end-perform

               close arqParametrosLiq

      *>       arquivo presente mas vazio - segue no modo de tela
               if ws-qtd-params > 0 then
                   move "S" to ws-modo-lote
               end-if
           end-if

           .
       carrega-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parametro numerico inteiro com valor fora do formato zerado a
      *>  esquerda - derruba a execucao em vez de liquidar o mes errado.
      *>------------------------------------------------------------------------
       erro-param-numerico section.

           move 5                                   to ws-msn-erro-ofsset
           move 0                                   to ws-msn-erro-cod
           move "Valor numerico invalido no parametro "
             to ws-msn-erro-text
           perform finaliza-anormal

           .
       erro-param-numerico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeiro e ultimo dia do mes pedido e a quantidade de dias do
      *>  mes de calendario (fevereiro de ano bissexto com 29).
      *>------------------------------------------------------------------------
       calcula-periodo-mes section.

           evaluate ws-mes
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-dias-no-mes
               when 2
                   move 28 to ws-dias-no-mes
                   divide ws-ano by 4 giving ws-bissexto-quoc
                          remainder ws-bissexto-resto
                   if ws-bissexto-resto = 0 then
                       move 29 to ws-dias-no-mes
                       divide ws-ano by 100 giving ws-bissexto-quoc
                              remainder ws-bissexto-resto
                       if ws-bissexto-resto = 0 then
                           divide ws-ano by 400 giving ws-bissexto-quoc
                                  remainder ws-bissexto-resto
                           if ws-bissexto-resto <> 0 then
                               move 28 to ws-dias-no-mes
                           end-if
                       end-if
                   end-if
               when other
                   move 31 to ws-dias-no-mes
           end-evaluate

           compute ws-data-ini-mes = ws-ano * 10000 + ws-mes * 100 + 1
           compute ws-data-fim-mes = ws-ano * 10000 + ws-mes * 100
                                   + ws-dias-no-mes

           .
       calcula-periodo-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Situacao do fechamento do mes pedido por estacao, de
      *>  arqFechamentos.txt (a linha mais recente prevalece). Sem o
      *>  arquivo, nenhum mes assinado - nada sera liquidado.
      *>------------------------------------------------------------------------
       carrega-fechamentos section.

           move 0 to ws-qtd-fch

           open input arqFechamentos.
           if ws-fs-arqFechamentos = 35 then
               continue
           else
               if ws-fs-arqFechamentos <> 0 then
                   move 6                                     to ws-msn-erro-ofsset
                   move ws-fs-arqFechamentos                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFechamentos "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqFechamentos = 10

                   read arqFechamentos
                   if  ws-fs-arqFechamentos <> 0
                   and ws-fs-arqFechamentos <> 10 then
                       move 7                                    to ws-msn-erro-ofsset
                       move ws-fs-arqFechamentos                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFechamentos "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqFechamentos = 0
                   and fd-fch-mes = ws-mes
                   and fd-fch-ano = ws-ano then
                       move 0 to ws-fch-achou
                       perform varying ws-ind-fch from 1 by 1
                                       until ws-ind-fch > ws-qtd-fch
                           if ws-fch-estacao(ws-ind-fch) = fd-fch-estacao then
                               move ws-ind-fch to ws-fch-achou
                           end-if
                       end-perform
                       if ws-fch-achou = 0 then
                           if ws-qtd-fch >= 200 then
                               move 8                          to ws-msn-erro-ofsset
                               move 0                          to ws-msn-erro-cod
                               move "Tabela de fechamentos cheia (200) "
                                 to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-fch
                           move ws-qtd-fch to ws-fch-achou
                           move fd-fch-estacao to ws-fch-estacao(ws-fch-achou)
                       end-if
                       move fd-fch-situacao    to ws-fch-situacao(ws-fch-achou)
                       move fd-fch-responsavel to ws-fch-responsavel(ws-fch-achou)
                   end-if

               end-perform

               close arqFechamentos
           end-if

           .
       carrega-fechamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percorre arqContratos.txt e liquida cada contrato pedido que
      *>  tenha vigencia em algum dia do mes.
      *>------------------------------------------------------------------------
       processa-contratos section.

           open input arqContratos.
           if ws-fs-arqContratos = 35 then
               move 9                                   to ws-msn-erro-ofsset
               move ws-fs-arqContratos                  to ws-msn-erro-cod
               move "Sem arqContratos.txt p/ liquidar "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-fs-arqContratos <> 0 then
               move 10                                  to ws-msn-erro-ofsset
               move ws-fs-arqContratos                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqContratos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqContratos = 10

               read arqContratos
               if  ws-fs-arqContratos <> 0
               and ws-fs-arqContratos <> 10 then
                   move 11                                 to ws-msn-erro-ofsset
                   move ws-fs-arqContratos                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqContratos "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqContratos = 0 then
                   if  (ws-contrato-pedido = spaces
                     or ws-contrato-pedido = fd-ctr-codigo)
                   and fd-ctr-vigencia-ini <= ws-data-fim-mes
                   and (fd-ctr-vigencia-fim = 0
                     or fd-ctr-vigencia-fim >= ws-data-ini-mes) then
                       add 1 to ws-qtd-contratos-lidos
                       perform liquida-contrato
                   end-if
               end-if

           end-perform

           close arqContratos

           if ws-qtd-contratos-lidos = 0 then
               move spaces to fd-relLiquidacao-linha
               write fd-relLiquidacao-linha
               move "NENHUM CONTRATO VIGENTE NO MES" to fd-relLiquidacao-linha
               write fd-relLiquidacao-linha
           end-if

           .
       processa-contratos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Demonstrativo do contrato corrente (registro em
      *>  fd-contratos-reg): cabecalho, recusa (mes nao assinado ou sem
      *>  detalhe arquivado) ou o dia a dia com o total, o valor bruto
      *>  e o minimo/teto aplicados.
      *>------------------------------------------------------------------------
       liquida-contrato section.

           perform imprime-cabecalho-contrato

           move spaces to ws-liq-recusa

           move 0 to ws-fch-achou
           perform varying ws-ind-fch from 1 by 1
                           until ws-ind-fch > ws-qtd-fch
               if ws-fch-estacao(ws-ind-fch) = fd-ctr-estacao then
                   move ws-ind-fch to ws-fch-achou
               end-if
           end-perform

           if ws-fch-achou = 0 then
               move "MES NAO ASSINADO EM arqFechamentos.txt"
                 to ws-liq-recusa
           else
               if ws-fch-situacao(ws-fch-achou) <> "A" then
                   move "MES REABERTO EM arqFechamentos.txt - AGUARDA NOVA ASSINATURA"
                     to ws-liq-recusa
               end-if
           end-if

      *>   tipo fora da tabela nao apura nada - liquidar cobraria so o
      *>   minimo mensal
           if ws-liq-recusa = spaces then
               if  fd-ctr-tipo <> "A"
               and fd-ctr-tipo <> "R"
               and fd-ctr-tipo <> "G"
               and fd-ctr-tipo <> "C"
               and fd-ctr-tipo <> "U" then
                   move "TIPO DE CONTRATO INVALIDO" to ws-liq-recusa
               end-if
           end-if

           if ws-liq-recusa = spaces then
               perform carrega-detalhe-contrato
               if ws-det-qtd-arquivados = 0 then
                   move "MES SEM DETALHE EM arqArquivoDiario.dat"
                     to ws-liq-recusa
               end-if
           end-if

           if ws-liq-recusa <> spaces then
               add 1 to ws-qtd-recusados
               move spaces to fd-relLiquidacao-linha
               string "LIQUIDACAO RECUSADA - " delimited by size
                      ws-liq-recusa            delimited by size
                      into fd-relLiquidacao-linha
               end-string
               write fd-relLiquidacao-linha
           else
               move spaces to fd-relLiquidacao-linha
               string "ASSINADO POR "                  delimited by size
                      ws-fch-responsavel(ws-fch-achou) delimited by size
                      into fd-relLiquidacao-linha
               end-string
               write fd-relLiquidacao-linha

               move "DIA   MEDIA  MINIMA  MAXIMA    CHUVA  SITUACAO                  QUANTIDADE"
                 to fd-relLiquidacao-linha
               write fd-relLiquidacao-linha

               move 0 to ws-liq-quantidade
               move 0 to ws-liq-dias-considerados
               move 0 to ws-liq-dias-estimados
               move 0 to ws-liq-dias-excluidos
               move 0 to ws-liq-dias-sem-registro

               perform varying ws-ind-dia from 1 by 1
                               until ws-ind-dia > ws-dias-no-mes
                   perform apura-dia-contrato
               end-perform

               perform imprime-totais-contrato
               add 1 to ws-qtd-liquidados
           end-if

           .
       liquida-contrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cabecalho do demonstrativo - contrato, cliente, estacao, tipo
      *>  com a base e a tarifa, e a vigencia.
      *>------------------------------------------------------------------------
       imprime-cabecalho-contrato section.

           evaluate fd-ctr-tipo
               when "A"
                   move "GRAUS-DIA DE AQUECIMENTO"   to ws-tipo-texto
                   move "GRAU-DIA"                   to ws-unidade-texto
               when "R"
                   move "GRAUS-DIA DE RESFRIAMENTO"  to ws-tipo-texto
                   move "GRAU-DIA"                   to ws-unidade-texto
               when "G"
                   move "DIAS DE GEADA (MIN < BASE)" to ws-tipo-texto
                   move "DIA"                        to ws-unidade-texto
               when "C"
                   move "DIAS DE CALOR (MAX >= BASE)" to ws-tipo-texto
                   move "DIA"                        to ws-unidade-texto
               when "U"
                   move "DIAS DE CHUVA"              to ws-tipo-texto
                   move "DIA"                        to ws-unidade-texto
               when other
                   move "TIPO INVALIDO"              to ws-tipo-texto
                   move "-"                          to ws-unidade-texto
           end-evaluate

           move spaces to fd-relLiquidacao-linha
           write fd-relLiquidacao-linha

           move spaces to fd-relLiquidacao-linha
           string "CONTRATO "      delimited by size
                  fd-ctr-codigo    delimited by size
                  "   CLIENTE "    delimited by size
                  fd-ctr-cliente   delimited by size
                  "   ESTACAO "    delimited by size
                  fd-ctr-estacao   delimited by size
                  into fd-relLiquidacao-linha
           end-string
           write fd-relLiquidacao-linha

           move fd-ctr-temp-base to ws-base-ed
           move fd-ctr-tarifa    to ws-tarifa-ed
           move spaces to fd-relLiquidacao-linha
           string "TIPO "           delimited by size
                  ws-tipo-texto     delimited by size
                  "  BASE "         delimited by size
                  ws-base-ed        delimited by size
                  "  TARIFA "       delimited by size
                  ws-tarifa-ed      delimited by size
                  " POR "           delimited by size
                  ws-unidade-texto  delimited by space
                  into fd-relLiquidacao-linha
           end-string
           write fd-relLiquidacao-linha

           move fd-ctr-vigencia-ini to ws-data-w
           move spaces to ws-vig-ini-ed
           string ws-data-w-dia "/" ws-data-w-mes "/" ws-data-w-ano
                  delimited by size
                  into ws-vig-ini-ed
           end-string
           move spaces to ws-vig-fim-ed
           if fd-ctr-vigencia-fim = 0 then
               move "SEM TERMINO" to ws-vig-fim-ed
           else
               move fd-ctr-vigencia-fim to ws-data-w
               string ws-data-w-dia "/" ws-data-w-mes "/" ws-data-w-ano
                      delimited by size
                      into ws-vig-fim-ed
               end-string
           end-if
           move spaces to fd-relLiquidacao-linha
           string "VIGENCIA "    delimited by size
                  ws-vig-ini-ed  delimited by size
                  " A "          delimited by size
                  ws-vig-fim-ed  delimited by size
                  into fd-relLiquidacao-linha
           end-string
           write fd-relLiquidacao-linha

           .
       imprime-cabecalho-contrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Detalhe diario do mes da estacao do contrato - cada dia lido
      *>  pela chave; dia nao arquivado (23) fica em branco.
      *>------------------------------------------------------------------------
       carrega-detalhe-contrato section.

           move 0 to ws-det-qtd-arquivados
           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > 31
               move 0     to ws-det-temp(ws-ind-dia)
               move 0     to ws-det-temp-min(ws-ind-dia)
               move 0     to ws-det-temp-max(ws-ind-dia)
               move 0     to ws-det-chuva(ws-ind-dia)
               move space to ws-det-validos(ws-ind-dia)
           end-perform

           open input arqArquivoDiario.
           if ws-fs-arqArquivoDiario = 35 then
               continue
           else
               if ws-fs-arqArquivoDiario <> 0 then
                   move 12                                      to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArquivoDiario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > 31
                   move fd-ctr-estacao to fd-arq-estacao
                   move ws-ano         to fd-arq-ano
                   move ws-mes         to fd-arq-mes
                   move ws-ind-dia     to fd-arq-dia
                   read arqArquivoDiario key is fd-arq-chave
                   if  ws-fs-arqArquivoDiario <> 0
                   and ws-fs-arqArquivoDiario <> 23 then
                       move 13                                     to ws-msn-erro-ofsset
                       move ws-fs-arqArquivoDiario                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArquivoDiario "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqArquivoDiario = 0 then
                       move fd-arq-temp     to ws-det-temp(ws-ind-dia)
                       move fd-arq-temp-min to ws-det-temp-min(ws-ind-dia)
                       move fd-arq-temp-max to ws-det-temp-max(ws-ind-dia)
                       move fd-arq-chuva    to ws-det-chuva(ws-ind-dia)
                       move fd-arq-validos  to ws-det-validos(ws-ind-dia)
                   end-if
               end-perform

               close arqArquivoDiario
           end-if

           perform varying ws-ind-dia from 1 by 1 until ws-ind-dia > 31
               if ws-det-validos(ws-ind-dia) <> space then
                   add 1 to ws-det-qtd-arquivados
               end-if
           end-perform

           .
       carrega-detalhe-contrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do dia ws-ind-dia no demonstrativo e a quantidade que o
      *>  dia soma ao total do contrato - so dias dentro da vigencia,
      *>  com registro arquivado e validos ("S") ou estimados ("E"),
      *>  os mesmos que entram nos graus-dia do fechamento.
      *>------------------------------------------------------------------------
       apura-dia-contrato section.

           move 0 to ws-liq-qtd-dia
           compute ws-data-dia = ws-ano * 10000 + ws-mes * 100 + ws-ind-dia

           evaluate true
               when ws-data-dia < fd-ctr-vigencia-ini
               when fd-ctr-vigencia-fim <> 0
                and ws-data-dia > fd-ctr-vigencia-fim
                   move "fora da vigencia"        to ws-liq-situacao-dia
               when ws-det-validos(ws-ind-dia) = space
                   move "sem registro arquivado"  to ws-liq-situacao-dia
                   add 1 to ws-liq-dias-sem-registro
               when ws-det-validos(ws-ind-dia) <> "S"
                and ws-det-validos(ws-ind-dia) <> "E"
                   move "excluido (invalido)"     to ws-liq-situacao-dia
                   add 1 to ws-liq-dias-excluidos
               when other
                   add 1 to ws-liq-dias-considerados
                   if ws-det-validos(ws-ind-dia) = "E" then
                       move "considerado (estimado)" to ws-liq-situacao-dia
                       add 1 to ws-liq-dias-estimados
                   else
                       move "considerado"         to ws-liq-situacao-dia
                   end-if
                   evaluate fd-ctr-tipo
                       when "A"
                           if ws-det-temp(ws-ind-dia) < fd-ctr-temp-base then
                               compute ws-liq-qtd-dia
                                     = fd-ctr-temp-base - ws-det-temp(ws-ind-dia)
                           end-if
                       when "R"
                           if ws-det-temp(ws-ind-dia) > fd-ctr-temp-base then
                               compute ws-liq-qtd-dia
                                     = ws-det-temp(ws-ind-dia) - fd-ctr-temp-base
                           end-if
                       when "G"
                           if ws-det-temp-min(ws-ind-dia) < fd-ctr-temp-base then
                               move 1 to ws-liq-qtd-dia
                           end-if
                       when "C"
                           if ws-det-temp-max(ws-ind-dia) >= fd-ctr-temp-base then
                               move 1 to ws-liq-qtd-dia
                           end-if
                       when "U"
                           if ws-det-chuva(ws-ind-dia) > 0 then
                               move 1 to ws-liq-qtd-dia
                           end-if
                       when other
                           continue
                   end-evaluate
                   add ws-liq-qtd-dia to ws-liq-quantidade
           end-evaluate

           move ws-ind-dia to ws-dia-ed
           move spaces to fd-relLiquidacao-linha
           if ws-det-validos(ws-ind-dia) = space then
               string ws-dia-ed            delimited by size
                      "                                   " delimited by size
                      ws-liq-situacao-dia  delimited by size
                      into fd-relLiquidacao-linha
               end-string
           else
               move ws-det-temp(ws-ind-dia)     to ws-temp-ed
               move ws-det-temp-min(ws-ind-dia) to ws-temp-min-ed
               move ws-det-temp-max(ws-ind-dia) to ws-temp-max-ed
               move ws-det-chuva(ws-ind-dia)    to ws-chuva-ed
               move ws-liq-qtd-dia              to ws-qtd-dia-ed
               string ws-dia-ed            delimited by size
                      "  "                 delimited by size
                      ws-temp-ed           delimited by size
                      "  "                 delimited by size
                      ws-temp-min-ed       delimited by size
                      "  "                 delimited by size
                      ws-temp-max-ed       delimited by size
                      "  "                 delimited by size
                      ws-chuva-ed          delimited by size
                      "  "                 delimited by size
                      ws-liq-situacao-dia  delimited by size
                      "       "            delimited by size
                      ws-qtd-dia-ed        delimited by size
                      into fd-relLiquidacao-linha
               end-string
           end-if
           write fd-relLiquidacao-linha

           .
       apura-dia-contrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Totais do demonstrativo - quantidade, dias considerados /
      *>  estimados / excluidos / sem registro, valor bruto (quantidade
      *>  x tarifa) e o valor liquidado depois do minimo e do teto.
      *>------------------------------------------------------------------------
       imprime-totais-contrato section.

           compute ws-liq-valor-bruto rounded
                 = ws-liq-quantidade * fd-ctr-tarifa

           move ws-liq-valor-bruto to ws-liq-valor
           move space to ws-liq-ajuste
           if  fd-ctr-minimo > 0
           and ws-liq-valor < fd-ctr-minimo then
               move fd-ctr-minimo to ws-liq-valor
               move "M" to ws-liq-ajuste
           end-if
           if  fd-ctr-teto > 0
           and ws-liq-valor > fd-ctr-teto then
               move fd-ctr-teto to ws-liq-valor
               move "T" to ws-liq-ajuste
           end-if

           move spaces to fd-relLiquidacao-linha
           write fd-relLiquidacao-linha

           move ws-liq-quantidade to ws-quantidade-ed
           move spaces to fd-relLiquidacao-linha
           string "TOTAL DO MES: "     delimited by size
                  ws-quantidade-ed     delimited by size
                  " "                  delimited by size
                  ws-unidade-texto     delimited by space
                  "(S)"                delimited by size
                  into fd-relLiquidacao-linha
           end-string
           write fd-relLiquidacao-linha

           move spaces to fd-relLiquidacao-linha
           move ws-liq-dias-considerados to ws-contagem-ed
           string "DIAS CONSIDERADOS: " delimited by size
                  ws-contagem-ed        delimited by size
                  into fd-relLiquidacao-linha
           end-string
           move ws-liq-dias-estimados to ws-contagem-ed
           string "  (ESTIMADOS: "      delimited by size
                  ws-contagem-ed        delimited by size
                  ")"                   delimited by size
                  into fd-relLiquidacao-linha(22:)
           end-string
           move ws-liq-dias-excluidos to ws-contagem-ed
           string "  EXCLUIDOS: "       delimited by size
                  ws-contagem-ed        delimited by size
                  into fd-relLiquidacao-linha(40:)
           end-string
           move ws-liq-dias-sem-registro to ws-contagem-ed
           string "  SEM REGISTRO: "    delimited by size
                  ws-contagem-ed        delimited by size
                  into fd-relLiquidacao-linha(55:)
           end-string
           write fd-relLiquidacao-linha

           move ws-liq-valor-bruto to ws-valor-ed
           move spaces to fd-relLiquidacao-linha
           string "VALOR BRUTO (TOTAL x TARIFA): " delimited by size
                  ws-valor-ed                      delimited by size
                  into fd-relLiquidacao-linha
           end-string
           write fd-relLiquidacao-linha

           if ws-liq-ajuste = "M" then
               move fd-ctr-minimo to ws-valor-ed
               move spaces to fd-relLiquidacao-linha
               string "MINIMO CONTRATUAL APLICADO: " delimited by size
                      ws-valor-ed                    delimited by size
                      into fd-relLiquidacao-linha
               end-string
               write fd-relLiquidacao-linha
           end-if
           if ws-liq-ajuste = "T" then
               move fd-ctr-teto to ws-valor-ed
               move spaces to fd-relLiquidacao-linha
               string "TETO CONTRATUAL APLICADO: " delimited by size
                      ws-valor-ed                  delimited by size
                      into fd-relLiquidacao-linha
               end-string
               write fd-relLiquidacao-linha
           end-if

           move ws-liq-valor to ws-valor-ed
           move spaces to fd-relLiquidacao-linha
           string "VALOR DA LIQUIDACAO: " delimited by size
                  ws-valor-ed             delimited by size
                  into fd-relLiquidacao-linha
           end-string
           write fd-relLiquidacao-linha

           if ws-liq-dias-sem-registro > 0 then
               move ws-liq-dias-sem-registro to ws-contagem-ed
               move spaces to fd-relLiquidacao-linha
               string "ATENCAO - "            delimited by size
                      ws-contagem-ed          delimited by size
                      " DIA(S) DO MES SEM REGISTRO NO ARQUIVO DIARIO"
                                              delimited by size
                      into fd-relLiquidacao-linha
               end-string
               write fd-relLiquidacao-linha
           end-if

           .
       imprime-totais-contrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
      *>   devolve um codigo de retorno diferente de zero para quem
      *>   chamou saber que a liquidacao falhou
           move 8 to return-code
           goback
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - resumo da execucao; contrato recusado (mes nao
      *>  assinado ou sem detalhe) devolve return-code 4 ao chamador.
      *>------------------------------------------------------------------------
       finaliza section.

           move spaces to fd-relLiquidacao-linha
           write fd-relLiquidacao-linha
           move ws-qtd-liquidados to ws-qtd-ed
           move spaces to fd-relLiquidacao-linha
           string "CONTRATOS LIQUIDADOS: " delimited by size
                  ws-qtd-ed                delimited by size
                  into fd-relLiquidacao-linha
           end-string
           move ws-qtd-recusados to ws-qtd-ed
           string "   RECUSADOS: "         delimited by size
                  ws-qtd-ed                delimited by size
                  into fd-relLiquidacao-linha(30:)
           end-string
           write fd-relLiquidacao-linha

           close relLiquidacao

           display "Liquidacao gravada em relLiquidacao.txt - "
                   ws-qtd-liquidados " liquidado(s), "
                   ws-qtd-recusados " recusado(s)"

           if ws-qtd-recusados > 0 then
               move 4 to return-code
           else
               move 0 to return-code
           end-if

           goback
           .
       finaliza-exit.
           exit.
