      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "arquivo_sequencial_exc3_periodo".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *> Histórico de alterações
      *> 15/10/2026  FLE  Programa criado: relatorio de um periodo
      *>                  qualquer (data inicial e final, atravessando
      *>                  meses e anos - ciclo de faturamento do dia 15
      *>                  ao dia 14, revisoes de incidente) para uma
      *>                  estacao ou para todas as ativas de
      *>                  arqEstacoes.txt. Le arqArquivoDiario.txt
      *>                  (registro mais novo de cada dia), so dias
      *>                  validos e estimados entram nos calculos, e
      *>                  grava em relPeriodo.txt as linhas diarias, a
      *>                  media do periodo, minima e maxima com as
      *>                  datas, graus-dia, dias de geada e de calor,
      *>                  chuva total e dias de chuva. Dia do periodo
      *>                  sem registro arquivado e' apontado. Parametros
      *>                  opcionais em arqParametrosPer.txt (ESTACAO,
      *>                  DATAINI, DATAFIM aaaammdd, TEMPBASE,
      *>                  LIMIARCALOR) ou perguntas na tela.
      *> 15/10/2026  FLE  Detalhe diario arquivado indexado
      *>                  (arqArquivoDiario.dat): cada dia do periodo e'
      *>                  lido direto pela chave estacao/data.
      *>----------------------------------------------------------------



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

      *>   Cadastro de estacoes - lista das ativas quando o relatorio
      *>   e' de todas, e o nome da estacao no cabecalho
           select arqEstacoes assign to "arqEstacoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Detalhe diario arquivado no fechamento de cada mes, um
      *>   registro por dia na chave estacao/ano/mes/dia
           select arqArquivoDiario assign to "arqArquivoDiario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-arq-chave
           lock mode is automatic
           file status is ws-fs-arqArquivoDiario.

      *>   Parametros do modo lote - quando este arquivo existe, a
      *>   estacao e o periodo vem daqui e nenhum accept roda
           select arqParametrosPer assign to "arqParametrosPer.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametrosPer.

      *>   Relatorio do periodo
           select relPeriodo assign to "relPeriodo.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relPeriodo.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqEstacoes.
       01  fd-estacoes-reg.
           05 fd-est-codigo                        pic x(03).
           05 fd-est-nome                          pic x(30).
           05 fd-est-local                         pic x(30).
           05 fd-est-altitude                      pic 9(04).
           05 fd-est-ativa                         pic x(01).
           05 fd-est-temp-min                      pic s9(02)v99.
           05 fd-est-temp-max                      pic s9(02)v99.
      *>       estacoes vizinhas da consistencia da carga (nao usadas
      *>       aqui - so para o registro bater com o cadastro)
           05 fd-est-vizinho occurs 3              pic x(03).

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
       01  fd-arquivo-reg-data.
           05 filler                               pic x(03).
           05 fd-arq-data                          pic 9(08).
           05 filler                               pic x(19).

       fd arqParametrosPer.
       01  fd-parametrosPer-linha                  pic x(80).

       fd relPeriodo.
       01  fd-relPeriodo-linha                     pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqArquivoDiario                  pic 9(02).
       77  ws-fs-arqParametrosPer                  pic 9(02).
       77  ws-fs-relPeriodo                        pic 9(02).

      *>   Modo de execucao - "S" quando arqParametrosPer.txt existe e
      *>   os parametros vem do arquivo, sem nenhum accept
       77  ws-modo-lote                            pic x(01) value "N".
           88 ws-execucao-lote                      value "S".

      *>   Linha de parametro decomposta em chave e valor
       01 ws-parametros.
          05 ws-param-chave                        pic x(20).
          05 ws-param-valor                        pic x(40).
          05 ws-qtd-params                         pic 9(02) value 0.

      *>   Conversao de parametro decimal [+|-]nn,dd
       01 ws-conversao-decimal.
          05 ws-cvd-negativo                       pic x(01).
          05 ws-cvd-resto                          pic x(05).
          05 ws-cvd-inteiro                        pic 9(02).
          05 ws-cvd-decimal                        pic 9(02).
          05 ws-valor-decimal                      pic s9(02)v99.

      *>   Estacao pedida (em branco ou TODAS = todas as ativas), o
      *>   periodo e os limiares dos graus-dia (mesmos padroes do
      *>   relatorio mensal)
       77  ws-estacao-pedida                       pic x(05) value spaces.
       77  ws-data-ini                             pic 9(08) value 0.
       77  ws-data-fim                             pic 9(08) value 0.
       77  ws-temp-base                            pic s9(02)v99 value 18,00.
       77  ws-limiar-calor                         pic s9(02)v99 value 30,00.

      *>   Estacoes do relatorio
       01 ws-estacoes.
          05 ws-qtd-estacoes                       pic 9(02) value 0.
          05 ws-ind-est                            pic 9(02).
          05 ws-per-est occurs 20.
             10 ws-per-est-codigo                  pic x(03).
             10 ws-per-est-nome                    pic x(30).

      *>   Calendario do periodo - uma linha por dia, de ws-data-ini a
      *>   ws-data-fim (no maximo 366 dias); validade em branco = dia
      *>   sem registro arquivado
       01 ws-periodo.
          05 ws-qtd-dias-per                       pic 9(03) value 0.
          05 ws-ind-dia                            pic 9(03).
          05 ws-per-dia occurs 366.
             10 ws-per-data                        pic 9(08).
             10 ws-per-temp                        pic s9(02)v99.
             10 ws-per-temp-min                    pic s9(02)v99.
             10 ws-per-temp-max                    pic s9(02)v99.
             10 ws-per-chuva                       pic 9(04)v99.
             10 ws-per-validos                     pic x(01).

      *>   Data de trabalho do calendario e dias do mes dela
       01 ws-calendario.
          05 ws-cal-data                           pic 9(08).
          05 ws-cal-data-r redefines ws-cal-data.
             10 ws-cal-ano                         pic 9(04).
             10 ws-cal-mes                         pic 9(02).
             10 ws-cal-dia                         pic 9(02).
          05 ws-cal-dias-no-mes                    pic 9(02).
          05 ws-bissexto-quoc                      pic 9(04).
          05 ws-bissexto-resto                     pic 9(03).

      *>   Apuracao do periodo da estacao corrente
       01 ws-apuracao.
          05 ws-qtd-validos                        pic 9(03).
          05 ws-qtd-estimados                      pic 9(03).
          05 ws-qtd-invalidos                      pic 9(03).
          05 ws-qtd-sem-registro                   pic 9(03).
          05 ws-temp-total                         pic s9(05)v99.
          05 ws-media-temp                         pic s9(02)v99.
          05 ws-menor-minima                       pic s9(02)v99.
          05 ws-data-menor-minima                  pic 9(08).
          05 ws-maior-maxima                       pic s9(02)v99.
          05 ws-data-maior-maxima                  pic 9(08).
          05 ws-graus-aquecimento                  pic 9(05)v99.
          05 ws-graus-resfriamento                 pic 9(05)v99.
          05 ws-qtd-dias-geada                     pic 9(03).
          05 ws-qtd-dias-calor                     pic 9(03).
          05 ws-chuva-total                        pic 9(06)v99.
          05 ws-qtd-dias-chuva                     pic 9(03).
          05 ws-situacao-dia                       pic x(26).

       01 ws-mensagens.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

       01 ws-edicao.
          05 ws-data-w                             pic 9(08).
          05 ws-data-w-r redefines ws-data-w.
             10 ws-data-w-ano                      pic 9(04).
             10 ws-data-w-mes                      pic 9(02).
             10 ws-data-w-dia                      pic 9(02).
          05 ws-data-ed                            pic x(10).
          05 ws-data-ini-ed                        pic x(10).
          05 ws-data-fim-ed                        pic x(10).
          05 ws-temp-ed                            pic --9,99.
          05 ws-temp-min-ed                        pic --9,99.
          05 ws-temp-max-ed                        pic --9,99.
          05 ws-chuva-ed                           pic z(03)9,99.
          05 ws-chuva-total-ed                     pic z(05)9,99.
          05 ws-graus-ed                           pic z(04)9,99.
          05 ws-base-ed                            pic --9,99.
          05 ws-limiar-ed                          pic --9,99.
          05 ws-contagem-ed                        pic zz9.


      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform monta-calendario.
           perform carrega-estacoes.
           perform processa-estacoes.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           perform carrega-parametros

           if not ws-execucao-lote then
               display "Estacao (em branco = todas as ativas): "
               accept ws-estacao-pedida
               display "Data inicial (aaaammdd): "
               accept ws-data-ini
               display "Data final (aaaammdd): "
               accept ws-data-fim
           end-if

           if ws-estacao-pedida = "TODAS" then
               move spaces to ws-estacao-pedida
           end-if

           move ws-data-ini to ws-cal-data
           perform valida-data-calendario
           move ws-data-fim to ws-cal-data
           perform valida-data-calendario

           if ws-data-fim < ws-data-ini then
               move 1                                   to ws-msn-erro-ofsset
               move 0                                   to ws-msn-erro-cod
               move "Data final anterior a data inicial "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output relPeriodo.
           if ws-fs-relPeriodo <> 0 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-relPeriodo                    to ws-msn-erro-cod
               move "Erro ao abrir arq. relPeriodo "     to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parametros do modo lote - tenta abrir arqParametrosPer.txt;
      *>  sem o arquivo o relatorio pergunta na tela. Chaves ESTACAO
      *>  (codigo, ou TODAS), DATAINI e DATAFIM (aaaammdd - formato fora
      *>  disso derruba a execucao), TEMPBASE e LIMIARCALOR
      *>  ([+|-]nn,dd). Linhas em branco ou comecadas por "*" ignoradas.
      *>------------------------------------------------------------------------
       carrega-parametros section.

           open input arqParametrosPer.
           if ws-fs-arqParametrosPer = 35 then
      *>       sem arquivo de parametros - relatorio de tela
               continue
           else
               if ws-fs-arqParametrosPer <> 0 then
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosPer              to ws-msn-erro-cod
                   move "Erro ao abrir arq. parametros "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqParametrosPer = 10

                   read arqParametrosPer
                   if  ws-fs-arqParametrosPer <> 0
                   and ws-fs-arqParametrosPer <> 10 then
                       move 4                                   to ws-msn-erro-ofsset
                       move ws-fs-arqParametrosPer              to ws-msn-erro-cod
                       move "Erro ao ler arq. parametros "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqParametrosPer = 0
                   and fd-parametrosPer-linha not = spaces
                   and fd-parametrosPer-linha(1:1) not = "*" then

                       move spaces to ws-param-chave
                       move spaces to ws-param-valor
                       unstring fd-parametrosPer-linha
                           delimited by "="
                           into ws-param-chave
                                ws-param-valor
                       end-unstring

                       evaluate ws-param-chave

                           when "ESTACAO"
                               move ws-param-valor(1:5) to ws-estacao-pedida
                               add 1 to ws-qtd-params

                           when "DATAINI"
                               if ws-param-valor(1:8) is not numeric then
                                   perform erro-param-numerico
                               end-if
                               move ws-param-valor(1:8) to ws-data-ini
                               add 1 to ws-qtd-params

                           when "DATAFIM"
                               if ws-param-valor(1:8) is not numeric then
                                   perform erro-param-numerico
                               end-if
                               move ws-param-valor(1:8) to ws-data-fim
                               add 1 to ws-qtd-params

                           when "TEMPBASE"
                               perform converte-valor-decimal
                               move ws-valor-decimal to ws-temp-base
                               add 1 to ws-qtd-params

                           when "LIMIARCALOR"
                               perform converte-valor-decimal
                               move ws-valor-decimal to ws-limiar-calor
                               add 1 to ws-qtd-params

                           when other
                               continue

                       end-evaluate

                   end-if

               end-perform

               close arqParametrosPer

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
      *>  esquerda - derruba a execucao em vez de assumir calado uma
      *>  data errada.
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
      *>  Converte o valor decimal de um parametro (ws-param-valor, no
      *>  formato [+|-]nn,dd) para ws-valor-decimal - mesma conversao do
      *>  arquivo_sequencial_exc3. Formato invalido derruba a execucao.
      *>------------------------------------------------------------------------
       converte-valor-decimal section.

           move "N" to ws-cvd-negativo

           evaluate ws-param-valor(1:1)
               when "-"
                   move "S" to ws-cvd-negativo
                   move ws-param-valor(2:5) to ws-cvd-resto
               when "+"
                   move ws-param-valor(2:5) to ws-cvd-resto
               when other
                   move ws-param-valor(1:5) to ws-cvd-resto
           end-evaluate

           if  ws-cvd-resto(1:2) is not numeric
           or  ws-cvd-resto(3:1) not = ","
           or  ws-cvd-resto(4:2) is not numeric then
               move 6                                   to ws-msn-erro-ofsset
               move 0                                   to ws-msn-erro-cod
               move "Valor decimal invalido no parametro "
                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-cvd-resto(1:2) to ws-cvd-inteiro
           move ws-cvd-resto(4:2) to ws-cvd-decimal

           compute ws-valor-decimal
                 = ws-cvd-inteiro + ws-cvd-decimal / 100

           if ws-cvd-negativo = "S" then
               compute ws-valor-decimal = 0 - ws-valor-decimal
           end-if

           .
       converte-valor-decimal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias do mes de ws-cal-data (fevereiro de ano bissexto com 29)
      *>  em ws-cal-dias-no-mes.
      *>------------------------------------------------------------------------
       calcula-dias-mes section.

           evaluate ws-cal-mes
               when 4
               when 6
               when 9
               when 11
                   move 30 to ws-cal-dias-no-mes
               when 2
                   move 28 to ws-cal-dias-no-mes
                   divide ws-cal-ano by 4 giving ws-bissexto-quoc
                          remainder ws-bissexto-resto
                   if ws-bissexto-resto = 0 then
                       move 29 to ws-cal-dias-no-mes
                       divide ws-cal-ano by 100 giving ws-bissexto-quoc
                              remainder ws-bissexto-resto
                       if ws-bissexto-resto = 0 then
                           divide ws-cal-ano by 400 giving ws-bissexto-quoc
                                  remainder ws-bissexto-resto
                           if ws-bissexto-resto <> 0 then
                               move 28 to ws-cal-dias-no-mes
                           end-if
                       end-if
                   end-if
               when other
                   move 31 to ws-cal-dias-no-mes
           end-evaluate

           .
       calcula-dias-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Data de ws-cal-data fora do calendario (mes fora de 01-12 ou
      *>  dia alem do ultimo do mes) derruba a execucao.
      *>------------------------------------------------------------------------
       valida-data-calendario section.

           if ws-cal-mes < 1 or ws-cal-mes > 12 then
               move 7                                   to ws-msn-erro-ofsset
               move 0                                   to ws-msn-erro-cod
               move "Data do periodo invalida (aaaammdd) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform calcula-dias-mes

           if ws-cal-dia < 1 or ws-cal-dia > ws-cal-dias-no-mes then
               move 7                                   to ws-msn-erro-ofsset
               move 0                                   to ws-msn-erro-cod
               move "Data do periodo invalida (aaaammdd) " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       valida-data-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calendario do periodo - um dia por linha, de ws-data-ini a
      *>  ws-data-fim, virando o mes e o ano.
      *>------------------------------------------------------------------------
       monta-calendario section.

           move 0 to ws-qtd-dias-per
           move ws-data-ini to ws-cal-data

           perform until ws-cal-data > ws-data-fim
               if ws-qtd-dias-per >= 366 then
                   move 8                                   to ws-msn-erro-ofsset
                   move 0                                   to ws-msn-erro-cod
                   move "Periodo maior que 366 dias "         to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-dias-per
               move ws-cal-data to ws-per-data(ws-qtd-dias-per)

               perform calcula-dias-mes
               add 1 to ws-cal-dia
               if ws-cal-dia > ws-cal-dias-no-mes then
                   move 1 to ws-cal-dia
                   add 1 to ws-cal-mes
                   if ws-cal-mes > 12 then
                       move 1 to ws-cal-mes
                       add 1 to ws-cal-ano
                   end-if
               end-if
           end-perform

           move ws-data-ini to ws-data-w
           perform edita-data
           move ws-data-ed to ws-data-ini-ed
           move ws-data-fim to ws-data-w
           perform edita-data
           move ws-data-ed to ws-data-fim-ed

           .
       monta-calendario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estacoes do relatorio - a pedida, ou todas as ativas do
      *>  cadastro. A estacao pedida nao precisa estar no cadastro (o
      *>  arquivo diario pode guardar estacoes ja desativadas/removidas).
      *>------------------------------------------------------------------------
       carrega-estacoes section.

           move 0 to ws-qtd-estacoes

           if ws-estacao-pedida <> spaces then
               move 1 to ws-qtd-estacoes
               move ws-estacao-pedida(1:3) to ws-per-est-codigo(1)
               move spaces                 to ws-per-est-nome(1)
           end-if

           open input arqEstacoes.
           if ws-fs-arqEstacoes = 35 then
               if ws-estacao-pedida = spaces then
                   move 9                                   to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                   to ws-msn-erro-cod
                   move "Sem arqEstacoes.txt p/ listar ativas " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           else
               if ws-fs-arqEstacoes <> 0 then
                   move 10                                  to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEstacoes "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEstacoes = 10

                   read arqEstacoes
                   if  ws-fs-arqEstacoes <> 0
                   and ws-fs-arqEstacoes <> 10 then
                       move 11                                 to ws-msn-erro-ofsset
                       move ws-fs-arqEstacoes                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEstacoes "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqEstacoes = 0 then
                       if ws-estacao-pedida <> spaces then
                           if fd-est-codigo = ws-per-est-codigo(1) then
                               move fd-est-nome to ws-per-est-nome(1)
                           end-if
                       else
                           if fd-est-ativa = "S" then
                               if ws-qtd-estacoes >= 20 then
                                   move 12                         to ws-msn-erro-ofsset
                                   move 0                          to ws-msn-erro-cod
                                   move "Lista de estacoes cheia (20) "
                                     to ws-msn-erro-text
                                   perform finaliza-anormal
                               end-if
                               add 1 to ws-qtd-estacoes
                               move fd-est-codigo
                                 to ws-per-est-codigo(ws-qtd-estacoes)
                               move fd-est-nome
                                 to ws-per-est-nome(ws-qtd-estacoes)
                           end-if
                       end-if
                   end-if

               end-perform

               close arqEstacoes
           end-if

           .
       carrega-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um bloco do relatorio por estacao.
      *>------------------------------------------------------------------------
       processa-estacoes section.

           if ws-qtd-estacoes = 0 then
               move "NENHUMA ESTACAO ATIVA EM arqEstacoes.txt"
                 to fd-relPeriodo-linha
               write fd-relPeriodo-linha
           end-if

           perform varying ws-ind-est from 1 by 1
                           until ws-ind-est > ws-qtd-estacoes
               perform carrega-periodo-estacao
               perform apura-periodo-estacao
               perform imprime-periodo-estacao
           end-perform

           .
       processa-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Detalhe diario da estacao ws-ind-est nos dias do periodo -
      *>  cada dia do calendario lido pela chave (a data aaaammdd cai
      *>  sobre ano/mes/dia da chave); dia nao arquivado (23) fica em
      *>  branco.
      *>------------------------------------------------------------------------
       carrega-periodo-estacao section.

           perform varying ws-ind-dia from 1 by 1
                           until ws-ind-dia > ws-qtd-dias-per
               move 0     to ws-per-temp(ws-ind-dia)
               move 0     to ws-per-temp-min(ws-ind-dia)
               move 0     to ws-per-temp-max(ws-ind-dia)
               move 0     to ws-per-chuva(ws-ind-dia)
               move space to ws-per-validos(ws-ind-dia)
           end-perform

           open input arqArquivoDiario.
           if ws-fs-arqArquivoDiario = 35 then
               continue
           else
               if ws-fs-arqArquivoDiario <> 0 then
                   move 13                                      to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArquivoDiario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-ind-dia from 1 by 1
                               until ws-ind-dia > ws-qtd-dias-per
                   move ws-per-est-codigo(ws-ind-est) to fd-arq-estacao
                   move ws-per-data(ws-ind-dia)       to fd-arq-data
                   read arqArquivoDiario key is fd-arq-chave
                   if  ws-fs-arqArquivoDiario <> 0
                   and ws-fs-arqArquivoDiario <> 23 then
                       move 14                                     to ws-msn-erro-ofsset
                       move ws-fs-arqArquivoDiario                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArquivoDiario "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqArquivoDiario = 0 then
                       move fd-arq-temp     to ws-per-temp(ws-ind-dia)
                       move fd-arq-temp-min to ws-per-temp-min(ws-ind-dia)
                       move fd-arq-temp-max to ws-per-temp-max(ws-ind-dia)
                       move fd-arq-chuva    to ws-per-chuva(ws-ind-dia)
                       move fd-arq-validos  to ws-per-validos(ws-ind-dia)
                   end-if
               end-perform

               close arqArquivoDiario
           end-if

           .
       carrega-periodo-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Media, minima/maxima com as datas, graus-dia, dias de geada
      *>  (minima abaixo de 0) e de calor (maxima no limiar ou acima),
      *>  chuva e dias de chuva - so dias validos ("S") e estimados
      *>  ("E"), a mesma regra do calc-graus-dia do relatorio mensal.
      *>------------------------------------------------------------------------
       apura-periodo-estacao section.

           move 0 to ws-qtd-validos
           move 0 to ws-qtd-estimados
           move 0 to ws-qtd-invalidos
           move 0 to ws-qtd-sem-registro
           move 0 to ws-temp-total
           move 0 to ws-media-temp
           move 0 to ws-menor-minima
           move 0 to ws-data-menor-minima
           move 0 to ws-maior-maxima
           move 0 to ws-data-maior-maxima
           move 0 to ws-graus-aquecimento
           move 0 to ws-graus-resfriamento
           move 0 to ws-qtd-dias-geada
           move 0 to ws-qtd-dias-calor
           move 0 to ws-chuva-total
           move 0 to ws-qtd-dias-chuva

           perform varying ws-ind-dia from 1 by 1
                           until ws-ind-dia > ws-qtd-dias-per

               evaluate ws-per-validos(ws-ind-dia)
                   when space
                       add 1 to ws-qtd-sem-registro
                   when "S"
                   when "E"
                       if ws-per-validos(ws-ind-dia) = "E" then
                           add 1 to ws-qtd-estimados
                       end-if
                       add 1 to ws-qtd-validos
                       add ws-per-temp(ws-ind-dia) to ws-temp-total

                       if ws-data-menor-minima = 0
                       or ws-per-temp-min(ws-ind-dia) < ws-menor-minima then
                           move ws-per-temp-min(ws-ind-dia) to ws-menor-minima
                           move ws-per-data(ws-ind-dia)     to ws-data-menor-minima
                       end-if
                       if ws-data-maior-maxima = 0
                       or ws-per-temp-max(ws-ind-dia) > ws-maior-maxima then
                           move ws-per-temp-max(ws-ind-dia) to ws-maior-maxima
                           move ws-per-data(ws-ind-dia)     to ws-data-maior-maxima
                       end-if

                       if ws-per-temp(ws-ind-dia) < ws-temp-base then
                           compute ws-graus-aquecimento
                                 = ws-graus-aquecimento
                                 + (ws-temp-base - ws-per-temp(ws-ind-dia))
                       end-if
                       if ws-per-temp(ws-ind-dia) > ws-temp-base then
                           compute ws-graus-resfriamento
                                 = ws-graus-resfriamento
                                 + (ws-per-temp(ws-ind-dia) - ws-temp-base)
                       end-if
                       if ws-per-temp-min(ws-ind-dia) < 0 then
                           add 1 to ws-qtd-dias-geada
                       end-if
                       if ws-per-temp-max(ws-ind-dia) >= ws-limiar-calor then
                           add 1 to ws-qtd-dias-calor
                       end-if

                       add ws-per-chuva(ws-ind-dia) to ws-chuva-total
                       if ws-per-chuva(ws-ind-dia) > 0 then
                           add 1 to ws-qtd-dias-chuva
                       end-if
                   when other
                       add 1 to ws-qtd-invalidos
               end-evaluate

           end-perform

           if ws-qtd-validos > 0 then
               compute ws-media-temp rounded = ws-temp-total / ws-qtd-validos
           end-if

           .
       apura-periodo-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Bloco da estacao ws-ind-est: cabecalho, linhas diarias, resumo
      *>  do periodo e a lista dos dias sem registro arquivado.
      *>------------------------------------------------------------------------
       imprime-periodo-estacao section.

           move spaces to fd-relPeriodo-linha
           string "RELATORIO DO PERIODO "  delimited by size
                  ws-data-ini-ed           delimited by size
                  " A "                    delimited by size
                  ws-data-fim-ed           delimited by size
                  " - ESTACAO "            delimited by size
                  ws-per-est-codigo(ws-ind-est) delimited by size
                  " "                      delimited by size
                  ws-per-est-nome(ws-ind-est)   delimited by size
                  into fd-relPeriodo-linha
           end-string
           write fd-relPeriodo-linha

           move spaces to fd-relPeriodo-linha
           write fd-relPeriodo-linha

           move "DATA         MEDIA  MINIMA  MAXIMA    CHUVA  SITUACAO"
             to fd-relPeriodo-linha
           write fd-relPeriodo-linha

           perform varying ws-ind-dia from 1 by 1
                           until ws-ind-dia > ws-qtd-dias-per
               perform imprime-dia-periodo
           end-perform

           move spaces to fd-relPeriodo-linha
           write fd-relPeriodo-linha

           move ws-qtd-dias-per to ws-contagem-ed
           move spaces to fd-relPeriodo-linha
           string "DIAS NO PERIODO: "  delimited by size
                  ws-contagem-ed       delimited by size
                  into fd-relPeriodo-linha
           end-string
           move ws-qtd-validos to ws-contagem-ed
           string "   VALIDOS: "      delimited by size
                  ws-contagem-ed       delimited by size
                  into fd-relPeriodo-linha(21:)
           end-string
           move ws-qtd-estimados to ws-contagem-ed
           string " (ESTIMADOS: "     delimited by size
                  ws-contagem-ed       delimited by size
                  ")"                  delimited by size
                  into fd-relPeriodo-linha(36:)
           end-string
           move ws-qtd-invalidos to ws-contagem-ed
           string "   INVALIDOS: "    delimited by size
                  ws-contagem-ed       delimited by size
                  into fd-relPeriodo-linha(53:)
           end-string
           move ws-qtd-sem-registro to ws-contagem-ed
           string "   SEM REGISTRO: " delimited by size
                  ws-contagem-ed       delimited by size
                  into fd-relPeriodo-linha(70:)
           end-string
           write fd-relPeriodo-linha

           if ws-qtd-validos = 0 then
               move "NENHUM DIA VALIDO ARQUIVADO NO PERIODO"
                 to fd-relPeriodo-linha
               write fd-relPeriodo-linha
           else
               perform imprime-resumo-periodo
           end-if

           if ws-qtd-sem-registro > 0 then
               move spaces to fd-relPeriodo-linha
               write fd-relPeriodo-linha
               move ws-qtd-sem-registro to ws-contagem-ed
               move spaces to fd-relPeriodo-linha
               string "ATENCAO - "          delimited by size
                      ws-contagem-ed        delimited by size
                      " DIA(S) DO PERIODO SEM REGISTRO ARQUIVADO:"
                                            delimited by size
                      into fd-relPeriodo-linha
               end-string
               write fd-relPeriodo-linha
               perform varying ws-ind-dia from 1 by 1
                               until ws-ind-dia > ws-qtd-dias-per
                   if ws-per-validos(ws-ind-dia) = space then
                       move ws-per-data(ws-ind-dia) to ws-data-w
                       perform edita-data
                       move spaces to fd-relPeriodo-linha
                       string "  "         delimited by size
                              ws-data-ed   delimited by size
                              into fd-relPeriodo-linha
                       end-string
                       write fd-relPeriodo-linha
                   end-if
               end-perform
           end-if

           move spaces to fd-relPeriodo-linha
           write fd-relPeriodo-linha

           .
       imprime-periodo-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo da estacao no periodo - media, extremos com as datas,
      *>  graus-dia, dias de geada/calor e chuva (so com dia valido).
      *>------------------------------------------------------------------------
       imprime-resumo-periodo section.

           move ws-media-temp to ws-temp-ed
           move spaces to fd-relPeriodo-linha
           string "MEDIA DO PERIODO: " delimited by size
                  ws-temp-ed           delimited by size
                  into fd-relPeriodo-linha
           end-string
           write fd-relPeriodo-linha

           move ws-menor-minima to ws-temp-min-ed
           move ws-data-menor-minima to ws-data-w
           perform edita-data
           move spaces to fd-relPeriodo-linha
           string "MENOR MINIMA: "     delimited by size
                  ws-temp-min-ed       delimited by size
                  " EM "               delimited by size
                  ws-data-ed           delimited by size
                  into fd-relPeriodo-linha
           end-string
           write fd-relPeriodo-linha

           move ws-maior-maxima to ws-temp-max-ed
           move ws-data-maior-maxima to ws-data-w
           perform edita-data
           move spaces to fd-relPeriodo-linha
           string "MAIOR MAXIMA: "     delimited by size
                  ws-temp-max-ed       delimited by size
                  " EM "               delimited by size
                  ws-data-ed           delimited by size
                  into fd-relPeriodo-linha
           end-string
           write fd-relPeriodo-linha

           move ws-temp-base    to ws-base-ed
           move ws-limiar-calor to ws-limiar-ed
           move spaces to fd-relPeriodo-linha
           string "GRAUS-DIA E DIAS DE LIMIAR (base " delimited by size
                  ws-base-ed                          delimited by size
                  " / limiar calor "                  delimited by size
                  ws-limiar-ed                        delimited by size
                  ")"                                 delimited by size
                  into fd-relPeriodo-linha
           end-string
           write fd-relPeriodo-linha

           move ws-graus-aquecimento to ws-graus-ed
           move spaces to fd-relPeriodo-linha
           string "GRAUS-DIA AQUECIMENTO : " delimited by size
                  ws-graus-ed                delimited by size
                  into fd-relPeriodo-linha
           end-string
           write fd-relPeriodo-linha

           move ws-graus-resfriamento to ws-graus-ed
           move spaces to fd-relPeriodo-linha
           string "GRAUS-DIA RESFRIAMENTO: " delimited by size
                  ws-graus-ed                delimited by size
                  into fd-relPeriodo-linha
           end-string
           write fd-relPeriodo-linha

           move ws-qtd-dias-geada to ws-contagem-ed
           move spaces to fd-relPeriodo-linha
           string "DIAS DE GEADA (minima abaixo de 0): " delimited by size
                  ws-contagem-ed                         delimited by size
                  into fd-relPeriodo-linha
           end-string
           write fd-relPeriodo-linha

           move ws-qtd-dias-calor to ws-contagem-ed
           move spaces to fd-relPeriodo-linha
           string "DIAS DE CALOR (maxima no limiar ou acima): " delimited by size
                  ws-contagem-ed                               delimited by size
                  into fd-relPeriodo-linha
           end-string
           write fd-relPeriodo-linha

           move ws-chuva-total to ws-chuva-total-ed
           move spaces to fd-relPeriodo-linha
           string "CHUVA DO PERIODO (mm): " delimited by size
                  ws-chuva-total-ed         delimited by size
                  into fd-relPeriodo-linha
           end-string
           write fd-relPeriodo-linha

           move ws-qtd-dias-chuva to ws-contagem-ed
           move spaces to fd-relPeriodo-linha
           string "DIAS DE CHUVA: "   delimited by size
                  ws-contagem-ed      delimited by size
                  into fd-relPeriodo-linha
           end-string
           write fd-relPeriodo-linha

           .
       imprime-resumo-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha diaria do dia ws-ind-dia do periodo.
      *>------------------------------------------------------------------------
       imprime-dia-periodo section.

           move ws-per-data(ws-ind-dia) to ws-data-w
           perform edita-data

           evaluate ws-per-validos(ws-ind-dia)
               when space
                   move "SEM REGISTRO ARQUIVADO"     to ws-situacao-dia
               when "S"
                   move "valido"                     to ws-situacao-dia
               when "E"
                   move "estimado"                   to ws-situacao-dia
               when other
                   move "invalido - fora do calculo" to ws-situacao-dia
           end-evaluate

           move spaces to fd-relPeriodo-linha
           if ws-per-validos(ws-ind-dia) = space then
               string ws-data-ed        delimited by size
                      "                                 " delimited by size
                      ws-situacao-dia   delimited by size
                      into fd-relPeriodo-linha
               end-string
           else
               move ws-per-temp(ws-ind-dia)     to ws-temp-ed
               move ws-per-temp-min(ws-ind-dia) to ws-temp-min-ed
               move ws-per-temp-max(ws-ind-dia) to ws-temp-max-ed
               move ws-per-chuva(ws-ind-dia)    to ws-chuva-ed
               string ws-data-ed        delimited by size
                      " "               delimited by size
                      ws-temp-ed        delimited by size
                      "  "              delimited by size
                      ws-temp-min-ed    delimited by size
                      "  "              delimited by size
                      ws-temp-max-ed    delimited by size
                      "  "              delimited by size
                      ws-chuva-ed       delimited by size
                      "  "              delimited by size
                      ws-situacao-dia   delimited by size
                      into fd-relPeriodo-linha
               end-string
           end-if
           write fd-relPeriodo-linha

           .
       imprime-dia-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Data aaaammdd de ws-data-w editada como dd/mm/aaaa em
      *>  ws-data-ed.
      *>------------------------------------------------------------------------
       edita-data section.

           move spaces to ws-data-ed
           string ws-data-w-dia "/" ws-data-w-mes "/" ws-data-w-ano
                  delimited by size
                  into ws-data-ed
           end-string

           .
       edita-data-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
      *>   devolve um codigo de retorno diferente de zero para quem
      *>   chamou saber que o relatorio falhou
           move 8 to return-code
           goback
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.

           close relPeriodo

           display "Relatorio do periodo gravado em relPeriodo.txt"

           goback
           .
       finaliza-exit.
           exit.
