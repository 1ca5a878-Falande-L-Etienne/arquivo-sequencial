      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "arquivo_sequencial_exc3_coleta".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *> Histórico de alterações
      *> 15/10/2026  FLE  Programa criado: entrada direta do arquivo
      *>                  noturno dos coletores automaticos (leituras de
      *>                  todas as estacoes misturadas, com registro
      *>                  trailer de contagens) - acaba a separacao
      *>                  manual em arqLeituras<est>.txt. O arquivo
      *>                  inteiro e' conferido antes de qualquer
      *>                  gravacao: trailer ausente, repetido ou com
      *>                  contagens que nao batem rejeita o lote todo e
      *>                  nenhuma estacao recebe leitura. Leitura de
      *>                  estacao fora do cadastro ou inativa, horario
      *>                  repetido (no proprio arquivo ou ja recebido
      *>                  numa noite anterior do mes), leitura fora de
      *>                  ordem e leitura com data fora do mes sao
      *>                  listadas em relColeta.txt; as fora de ordem
      *>                  sao aceitas, as demais descartadas. O
      *>                  resultado (aceito, aceito com ocorrencias ou
      *>                  rejeitado, com as contagens) vai para uma linha
      *>                  COLETA de arqAuditoria.txt, que o lote noturno
      *>                  confere antes do fechamento. Parametros
      *>                  opcionais em arqParametrosCol.txt (MES, ANO,
      *>                  ARQUIVO) ou perguntas na tela. Na virada do
      *>                  mes o arqLeituras de toda estacao ativa e'
      *>                  recomecado, mesmo sem leitura na noite.
      *> 15/10/2026  FLE  RESULTADO logo apos o mes na linha COLETA: com
      *>                  muitas estacoes a lista ESTACOES= passava da
      *>                  linha de 400 e cortava o resultado.
      *>----------------------------------------------------------------



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

      *>   Arquivo noturno do fornecedor dos coletores - nome vindo do
      *>   parametro ARQUIVO (padrao arqColeta.txt)
           select arqColeta assign to dynamic ws-nome-arqColeta
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqColeta.

      *>   Leituras horarias por estacao, lidas pela carga do
      *>   arquivo_sequencial_exc3 (mesmo layout de la)
           select arqLeituras assign to dynamic ws-nome-arqLeituras
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqLeituras.

      *>   Cadastro de estacoes - codigo da leitura conferido aqui
           select arqEstacoes assign to "arqEstacoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Log de auditoria compartilhado - linha COLETA com o resultado
      *>   da entrada; a ultima linha COLETA aceita do mes diz tambem se
      *>   os arqLeituras do mes continuam ou recomecam
           select arqAuditoria assign to "arqAuditoria.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

      *>   Parametros do modo lote - quando este arquivo existe, mes/ano
      *>   e o nome do arquivo vem daqui e nenhum accept roda
           select arqParametrosCol assign to "arqParametrosCol.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametrosCol.

      *>   Relatorio da entrada - conferencia do trailer, ocorrencias
      *>   leitura a leitura e leituras encaminhadas por estacao
           select relColeta assign to "relColeta.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relColeta.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqColeta.
      *>   "L" = leitura, "T" = trailer (ultimo registro do arquivo)
       01  fd-coleta-reg.
           05 fd-col-tipo                          pic x(01).
           05 fd-col-estacao                       pic x(03).
           05 fd-col-data                          pic 9(08).
           05 fd-col-data-r redefines fd-col-data.
              10 fd-col-ano                        pic 9(04).
              10 fd-col-mes                        pic 9(02).
              10 fd-col-dia                        pic 9(02).
           05 fd-col-hora                          pic 9(04).
           05 fd-col-hora-r redefines fd-col-hora.
              10 fd-col-hh                         pic 9(02).
              10 fd-col-mm                         pic 9(02).
           05 fd-col-temp                          pic s9(02)v99.
           05 fd-col-chuva                         pic 9(03)v99.
       01  fd-coleta-trailer.
           05 fd-trl-tipo                          pic x(01).
      *>     quantidade de registros de leitura e de estacoes distintas
           05 fd-trl-qtd-leituras                  pic 9(07).
           05 fd-trl-qtd-estacoes                  pic 9(03).
           05 filler                               pic x(14).

       fd arqLeituras.
       01  fd-leituras-reg.
           05 fd-lei-dia                           pic 9(02).
           05 fd-lei-hora                          pic 9(04).
           05 fd-lei-hora-r redefines fd-lei-hora.
              10 fd-lei-hh                         pic 9(02).
              10 fd-lei-mm                         pic 9(02).
           05 fd-lei-temp                          pic s9(02)v99.
           05 fd-lei-chuva                         pic 9(03)v99.

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

       fd arqAuditoria.
       01  fd-auditoria-linha                      pic x(400).

       fd arqParametrosCol.
       01  fd-parametrosCol-linha                  pic x(80).

       fd relColeta.
       01  fd-relColeta-linha                      pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqColeta                         pic 9(02).
       77  ws-fs-arqLeituras                       pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqParametrosCol                  pic 9(02).
       77  ws-fs-relColeta                         pic 9(02).

       77  ws-nome-arqColeta                       pic x(40) value "arqColeta.txt".
       77  ws-nome-arqLeituras                     pic x(30).

      *>   Modo de execucao - "S" quando arqParametrosCol.txt existe e
      *>   os parametros vem do arquivo, sem nenhum accept
       77  ws-modo-lote                            pic x(01) value "N".
           88 ws-execucao-lote                      value "S".

      *>   Linha de parametro decomposta em chave e valor
       01 ws-parametros.
          05 ws-param-chave                        pic x(20).
          05 ws-param-valor                        pic x(40).
          05 ws-qtd-params                         pic 9(02) value 0.

      *>   Mes/ano de referencia das leituras
       77  ws-mes                                  pic 9(02).
       77  ws-ano                                  pic 9(04).
       77  ws-dias-no-mes                          pic 9(02).
       77  ws-bissexto-quoc                        pic 9(04).
       77  ws-bissexto-resto                       pic 9(03).

      *>   Estacoes do cadastro, com a ultima leitura ja aceita (data e
      *>   hora, para a ordem) e as leituras aceitas nesta entrada. A
      *>   marca por minuto do mes (dia x 1440 minutos) acusa horario
      *>   repetido, no arquivo ou ja encaminhado em noite anterior.
       01 ws-estacoes.
          05 ws-qtd-est                            pic 9(02) value 0.
          05 ws-ind-est                            pic 9(02).
          05 ws-est-achou                          pic 9(02).
          05 ws-col-est occurs 20.
             10 ws-col-est-codigo                  pic x(03).
             10 ws-col-est-ativa                   pic x(01).
             10 ws-col-est-no-arquivo              pic x(01).
             10 ws-col-est-ultima                  pic 9(12).
             10 ws-col-est-aceitas                 pic 9(05).
             10 ws-col-est-existentes              pic 9(05).
             10 ws-col-marcas.
                15 ws-col-marca occurs 44640       pic x(01).

      *>   Codigos de estacao fora do cadastro vistos no arquivo
       01 ws-desconhecidas.
          05 ws-qtd-desc                           pic 9(02) value 0.
          05 ws-ind-desc                           pic 9(02).
          05 ws-desc-achou                         pic 9(02).
          05 ws-desc-codigo occurs 50              pic x(03).

      *>   Leituras aceitas, na ordem do arquivo - so gravadas nos
      *>   arqLeituras depois que o arquivo inteiro foi conferido
       01 ws-aceitas.
          05 ws-qtd-aceitas                        pic 9(05) value 0.
          05 ws-ind-aceita                         pic 9(05).
          05 ws-ace-reg occurs 20000.
             10 ws-ace-est                         pic 9(02).
             10 ws-ace-dia                         pic 9(02).
             10 ws-ace-hora                        pic 9(04).
             10 ws-ace-temp                        pic s9(02)v99.
             10 ws-ace-chuva                       pic 9(03)v99.

      *>   Conferencia do arquivo
       01 ws-conferencia.
          05 ws-qtd-registros                      pic 9(07) value 0.
          05 ws-qtd-leituras                       pic 9(07) value 0.
          05 ws-qtd-trailers                       pic 9(02) value 0.
          05 ws-qtd-apos-trailer                   pic 9(07) value 0.
          05 ws-trl-leituras                       pic 9(07) value 0.
          05 ws-trl-estacoes                       pic 9(03) value 0.
          05 ws-qtd-est-arquivo                    pic 9(03) value 0.
          05 ws-qtd-duplicadas                     pic 9(07) value 0.
          05 ws-qtd-fora-ordem                     pic 9(07) value 0.
          05 ws-qtd-fora-mes                       pic 9(07) value 0.
          05 ws-qtd-est-invalida                   pic 9(07) value 0.
          05 ws-qtd-invalidas                      pic 9(07) value 0.
          05 ws-qtd-ocorrencias                    pic 9(07) value 0.
          05 ws-col-timestamp                      pic 9(12).
          05 ws-col-minuto                         pic 9(05).
          05 ws-col-ocorrencia                     pic x(40).
      *>     "S" = lote rejeitado (nada e' encaminhado) e o motivo
          05 ws-col-rejeitado                      pic x(01) value "N".
          05 ws-col-motivo                         pic x(42) value spaces.
      *>     "S" = os arqLeituras ja recebem leituras deste mes (ultima
      *>     linha COLETA aceita em arqAuditoria.txt e' do mesmo mes)
          05 ws-col-continua                       pic x(01) value "N".
          05 ws-col-aceita-tal                     pic 9(02).

      *>   Linha COLETA da auditoria
       77  ws-aud-data                              pic 9(08).
       77  ws-aud-hora                              pic 9(08).
       77  ws-aud-resultado                         pic x(60) value spaces.
       77  ws-aud-estacoes                          pic x(200) value spaces.
       77  ws-aud-estacoes-ptr                      pic 9(03) value 1.

       01 ws-mensagens.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

       01 ws-edicao.
          05 ws-registro-ed                        pic z(06)9.
          05 ws-contagem-ed                        pic z(06)9.
          05 ws-data-ed                            pic x(10).
          05 ws-hora-ed                            pic x(05).


      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform carrega-estacoes.
           perform verifica-mes-em-curso.
           perform carrega-leituras-existentes.
           perform confere-arquivo.
           perform confere-trailer.
           perform encaminha-leituras.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           perform carrega-parametros

           if not ws-execucao-lote then
               display "Mes das leituras (01-12): "
               accept ws-mes
               display "Ano das leituras (aaaa): "
               accept ws-ano
               display "Arquivo dos coletores (em branco = arqColeta.txt): "
               accept ws-nome-arqColeta
               if ws-nome-arqColeta = spaces then
                   move "arqColeta.txt" to ws-nome-arqColeta
               end-if
           end-if

           if ws-mes < 1 or ws-mes > 12 then
               move 1                                   to ws-msn-erro-ofsset
               move 0                                   to ws-msn-erro-cod
               move "Mes das leituras invalido "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform calcula-dias-mes

           open output relColeta.
           if ws-fs-relColeta <> 0 then
               move 2                                   to ws-msn-erro-ofsset
               move ws-fs-relColeta                     to ws-msn-erro-cod
               move "Erro ao abrir arq. relColeta "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move spaces to fd-relColeta-linha
           string "ENTRADA DOS COLETORES - MES " delimited by size
                  ws-mes                         delimited by size
                  "/"                            delimited by size
                  ws-ano                         delimited by size
                  " - ARQUIVO "                  delimited by size
                  ws-nome-arqColeta              delimited by space
                  into fd-relColeta-linha
           end-string
           write fd-relColeta-linha

           move spaces to fd-relColeta-linha
           write fd-relColeta-linha

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parametros do modo lote - tenta abrir arqParametrosCol.txt;
      *>  sem o arquivo a entrada pergunta na tela. Chaves MES e ANO
      *>  (zerados a esquerda - formato fora disso derruba a execucao)
      *>  e ARQUIVO (nome do arquivo dos coletores). Linhas em branco ou
      *>  comecadas por "*" ignoradas.
      *>------------------------------------------------------------------------
       carrega-parametros section.

           open input arqParametrosCol.
           if ws-fs-arqParametrosCol = 35 then
      *>       sem arquivo de parametros - entrada de tela
               continue
           else
               if ws-fs-arqParametrosCol <> 0 then
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosCol              to ws-msn-erro-cod
                   move "Erro ao abrir arq. parametros "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqParametrosCol = 10

                   read arqParametrosCol
                   if  ws-fs-arqParametrosCol <> 0
                   and ws-fs-arqParametrosCol <> 10 then
                       move 4                                   to ws-msn-erro-ofsset
                       move ws-fs-arqParametrosCol              to ws-msn-erro-cod
                       move "Erro ao ler arq. parametros "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqParametrosCol = 0
                   and fd-parametrosCol-linha not = spaces
                   and fd-parametrosCol-linha(1:1) not = "*" then

                       move spaces to ws-param-chave
                       move spaces to ws-param-valor
                       unstring fd-parametrosCol-linha
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

                           when "ARQUIVO"
                               move ws-param-valor to ws-nome-arqColeta
                               add 1 to ws-qtd-params

                           when other
                               continue

                       end-evaluate

                   end-if

               end-perform

               close arqParametrosCol

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
      *>  esquerda - derruba a execucao em vez de encaminhar leituras
      *>  para o mes errado.
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
      *>  Dias do mes das leituras (fevereiro de ano bissexto com 29) -
      *>  leitura de dia alem do ultimo e' data fora do mes.
      *>------------------------------------------------------------------------
       calcula-dias-mes section.

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

           .
       calcula-dias-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estacoes do cadastro - sem o cadastro nao ha como conferir o
      *>  codigo das leituras.
      *>------------------------------------------------------------------------
       carrega-estacoes section.

           open input arqEstacoes.
           if ws-fs-arqEstacoes = 35 then
               move 6                                   to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                   to ws-msn-erro-cod
               move "Sem arqEstacoes.txt p/ conferir "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-fs-arqEstacoes <> 0 then
               move 7                                   to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstacoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqEstacoes = 10

               read arqEstacoes
               if  ws-fs-arqEstacoes <> 0
               and ws-fs-arqEstacoes <> 10 then
                   move 8                                  to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstacoes "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqEstacoes = 0 then
                   if ws-qtd-est >= 20 then
                       move 9                          to ws-msn-erro-ofsset
                       move 0                          to ws-msn-erro-cod
                       move "Lista de estacoes cheia (20) "
                         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-est
                   move fd-est-codigo to ws-col-est-codigo(ws-qtd-est)
                   move fd-est-ativa  to ws-col-est-ativa(ws-qtd-est)
                   move "N"           to ws-col-est-no-arquivo(ws-qtd-est)
                   move 0             to ws-col-est-ultima(ws-qtd-est)
                   move 0             to ws-col-est-aceitas(ws-qtd-est)
                   move 0             to ws-col-est-existentes(ws-qtd-est)
                   move all "N"       to ws-col-marcas(ws-qtd-est)
               end-if

           end-perform

           close arqEstacoes

           .
       carrega-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mes em curso - a ultima linha COLETA aceita de arqAuditoria.txt
      *>  diz de que mes sao as leituras ja encaminhadas. Do mesmo mes,
      *>  os arqLeituras continuam (e o que ja esta neles conta para
      *>  repetidas e ordem); de outro mes, ou sem entrada anterior, as
      *>  estacoes do arquivo recomecam o arqLeituras.
      *>------------------------------------------------------------------------
       verifica-mes-em-curso section.

           move "N" to ws-col-continua

           open input arqAuditoria.
           if ws-fs-arqAuditoria = 35 then
               continue
           else
               if ws-fs-arqAuditoria <> 0 then
                   move 10                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoria "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAuditoria = 10
                   read arqAuditoria
                   if  ws-fs-arqAuditoria <> 0
                   and ws-fs-arqAuditoria <> 10 then
                       move 11                                 to ws-msn-erro-ofsset
                       move ws-fs-arqAuditoria                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAuditoria "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqAuditoria = 0
                   and fd-auditoria-linha(19:11) = "COLETA MES=" then
                       move 0 to ws-col-aceita-tal
                       inspect fd-auditoria-linha
                           tallying ws-col-aceita-tal
                           for all "RESULTADO=LOTE ACEITO"
                       if ws-col-aceita-tal > 0 then
                           if  fd-auditoria-linha(30:2) = ws-mes
                           and fd-auditoria-linha(33:4) = ws-ano then
                               move "S" to ws-col-continua
                           else
                               move "N" to ws-col-continua
                           end-if
                       end-if
                   end-if
               end-perform

               close arqAuditoria
           end-if

           .
       verifica-mes-em-curso-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leituras ja encaminhadas neste mes - marcam os horarios ja
      *>  recebidos e a ultima leitura de cada estacao.
      *>------------------------------------------------------------------------
       carrega-leituras-existentes section.

           if ws-col-continua = "S" then
               perform varying ws-ind-est from 1 by 1
                               until ws-ind-est > ws-qtd-est
                   perform monta-nome-arqLeituras

                   open input arqLeituras
                   if ws-fs-arqLeituras = 35 then
                       continue
                   else
                       if ws-fs-arqLeituras <> 0 then
                           move 12                                  to ws-msn-erro-ofsset
                           move ws-fs-arqLeituras                   to ws-msn-erro-cod
                           move "Erro ao abrir arq. arqLeituras "    to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       perform until ws-fs-arqLeituras = 10
                           read arqLeituras
                           if  ws-fs-arqLeituras <> 0
                           and ws-fs-arqLeituras <> 10 then
                               move 13                                 to ws-msn-erro-ofsset
                               move ws-fs-arqLeituras                  to ws-msn-erro-cod
                               move "Erro ao ler arq. arqLeituras "     to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if

                           if  ws-fs-arqLeituras = 0
                           and fd-lei-hora is numeric
                           and fd-lei-dia >= 1
                           and fd-lei-dia <= 31
                           and fd-lei-hh < 24
                           and fd-lei-mm < 60 then
                               add 1 to ws-col-est-existentes(ws-ind-est)
                               compute ws-col-minuto
                                     = (fd-lei-dia - 1) * 1440
                                     + fd-lei-hh * 60
                                     + fd-lei-mm + 1
                               move "S" to ws-col-marca(ws-ind-est, ws-col-minuto)
                               compute ws-col-timestamp
                                     = (ws-ano * 10000 + ws-mes * 100
                                     + fd-lei-dia) * 10000 + fd-lei-hora
                               if ws-col-timestamp > ws-col-est-ultima(ws-ind-est) then
                                   move ws-col-timestamp
                                     to ws-col-est-ultima(ws-ind-est)
                               end-if
                           end-if
                       end-perform

                       close arqLeituras
                   end-if
               end-perform
           end-if

           .
       carrega-leituras-existentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome do arqLeituras da estacao ws-ind-est.
      *>------------------------------------------------------------------------
       monta-nome-arqLeituras section.

           move spaces to ws-nome-arqLeituras
           string "arqLeituras"                  delimited by size
                  ws-col-est-codigo(ws-ind-est)  delimited by space
                  ".txt"                         delimited by size
                  into ws-nome-arqLeituras
           end-string

           .
       monta-nome-arqLeituras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira passada - confere o arquivo inteiro, guardando as
      *>  leituras aceitas e listando cada ocorrencia. Nada e' gravado
      *>  nos arqLeituras aqui.
      *>------------------------------------------------------------------------
       confere-arquivo section.

           open input arqColeta.
           if ws-fs-arqColeta = 35 then
               move 14                                  to ws-msn-erro-ofsset
               move ws-fs-arqColeta                     to ws-msn-erro-cod
               move "Arquivo dos coletores inexistente "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-fs-arqColeta <> 0 then
               move 15                                  to ws-msn-erro-ofsset
               move ws-fs-arqColeta                     to ws-msn-erro-cod
               move "Erro ao abrir arq. dos coletores "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "OCORRENCIAS" to fd-relColeta-linha
           write fd-relColeta-linha

           perform until ws-fs-arqColeta = 10

               read arqColeta
               if  ws-fs-arqColeta <> 0
               and ws-fs-arqColeta <> 10 then
                   move 16                                 to ws-msn-erro-ofsset
                   move ws-fs-arqColeta                    to ws-msn-erro-cod
                   move "Erro ao ler arq. dos coletores "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqColeta = 0 then
                   add 1 to ws-qtd-registros
                   if ws-qtd-trailers > 0 then
                       add 1 to ws-qtd-apos-trailer
                   end-if
                   evaluate fd-col-tipo
                       when "T"
                           add 1 to ws-qtd-trailers
                           if  fd-trl-qtd-leituras is numeric
                           and fd-trl-qtd-estacoes is numeric then
                               move fd-trl-qtd-leituras to ws-trl-leituras
                               move fd-trl-qtd-estacoes to ws-trl-estacoes
                           else
                               move 9999999 to ws-trl-leituras
                               move 999     to ws-trl-estacoes
                           end-if
                       when "L"
                           add 1 to ws-qtd-leituras
                           perform confere-leitura
                       when other
                           add 1 to ws-qtd-invalidas
                           move "REGISTRO DE TIPO DESCONHECIDO"
                             to ws-col-ocorrencia
                           perform lista-ocorrencia
                   end-evaluate
               end-if

           end-perform

           close arqColeta

           if ws-qtd-ocorrencias = 0 then
               move "  NENHUMA" to fd-relColeta-linha
               write fd-relColeta-linha
           end-if

           .
       confere-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere a leitura corrente (registro "L"): formato, estacao no
      *>  cadastro e ativa, data dentro do mes, horario repetido e ordem.
      *>  A leitura aceita vai para a tabela de encaminhamento.
      *>------------------------------------------------------------------------
       confere-leitura section.

      *>   estacao distinta do arquivo, para o trailer - conta mesmo com
      *>   a leitura descartada adiante, como o fornecedor conta
           move 0 to ws-est-achou
           perform varying ws-ind-est from 1 by 1
                           until ws-ind-est > ws-qtd-est
               if ws-col-est-codigo(ws-ind-est) = fd-col-estacao then
                   move ws-ind-est to ws-est-achou
               end-if
           end-perform
           perform registra-estacao-arquivo

           evaluate true
               when fd-col-data is not numeric
               when fd-col-hora is not numeric
               when fd-col-temp is not numeric
               when fd-col-chuva is not numeric
               when fd-col-hh > 23
               when fd-col-mm > 59
                   add 1 to ws-qtd-invalidas
                   move "LEITURA COM CAMPO INVALIDO"  to ws-col-ocorrencia
                   perform lista-ocorrencia
               when ws-est-achou = 0
                   add 1 to ws-qtd-est-invalida
                   move "ESTACAO FORA DO CADASTRO"    to ws-col-ocorrencia
                   perform lista-ocorrencia
               when other
                   perform confere-leitura-estacao
           end-evaluate

           .
       confere-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estacao distinta do arquivo - conta uma vez por codigo, do
      *>  cadastro (ws-est-achou) ou nao (lista propria de codigos
      *>  desconhecidos), para a conferencia do trailer.
      *>------------------------------------------------------------------------
       registra-estacao-arquivo section.

           if ws-est-achou > 0 then
               if ws-col-est-no-arquivo(ws-est-achou) = "N" then
                   move "S" to ws-col-est-no-arquivo(ws-est-achou)
                   add 1 to ws-qtd-est-arquivo
               end-if
           else
               move 0 to ws-desc-achou
               perform varying ws-ind-desc from 1 by 1
                               until ws-ind-desc > ws-qtd-desc
                   if ws-desc-codigo(ws-ind-desc) = fd-col-estacao then
                       move ws-ind-desc to ws-desc-achou
                   end-if
               end-perform
               if ws-desc-achou = 0 then
                   add 1 to ws-qtd-est-arquivo
                   if ws-qtd-desc < 50 then
                       add 1 to ws-qtd-desc
                       move fd-col-estacao to ws-desc-codigo(ws-qtd-desc)
                   end-if
               end-if
           end-if

           .
       registra-estacao-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leitura de estacao do cadastro (ws-est-achou): ativa, do mes,
      *>  horario ainda nao recebido; fora de ordem e' aceita e listada.
      *>------------------------------------------------------------------------
       confere-leitura-estacao section.

           if ws-col-est-ativa(ws-est-achou) not = "S" then
               add 1 to ws-qtd-est-invalida
               move "ESTACAO INATIVA NO CADASTRO" to ws-col-ocorrencia
               perform lista-ocorrencia
           else
           if fd-col-mes <> ws-mes or fd-col-ano <> ws-ano
           or fd-col-dia < 1 or fd-col-dia > ws-dias-no-mes then
               add 1 to ws-qtd-fora-mes
               move "DATA FORA DO MES"            to ws-col-ocorrencia
               perform lista-ocorrencia
           else
               compute ws-col-minuto
                     = (fd-col-dia - 1) * 1440
                     + fd-col-hh * 60 + fd-col-mm + 1
               if ws-col-marca(ws-est-achou, ws-col-minuto) = "S" then
                   add 1 to ws-qtd-duplicadas
                   move "HORARIO REPETIDO - DESCARTADA" to ws-col-ocorrencia
                   perform lista-ocorrencia
               else
                   compute ws-col-timestamp = fd-col-data * 10000 + fd-col-hora
                   if ws-col-timestamp < ws-col-est-ultima(ws-est-achou) then
                       add 1 to ws-qtd-fora-ordem
                       move "FORA DE ORDEM - ACEITA"  to ws-col-ocorrencia
                       perform lista-ocorrencia
                   else
                       move ws-col-timestamp to ws-col-est-ultima(ws-est-achou)
                   end-if

                   if ws-qtd-aceitas >= 20000 then
                       move "S" to ws-col-rejeitado
                       move "MAIS DE 20000 LEITURAS NO ARQUIVO"
                         to ws-col-motivo
                   else
                       move "S" to ws-col-marca(ws-est-achou, ws-col-minuto)
                       add 1 to ws-qtd-aceitas
                       add 1 to ws-col-est-aceitas(ws-est-achou)
                       move ws-est-achou to ws-ace-est(ws-qtd-aceitas)
                       move fd-col-dia   to ws-ace-dia(ws-qtd-aceitas)
                       move fd-col-hora  to ws-ace-hora(ws-qtd-aceitas)
                       move fd-col-temp  to ws-ace-temp(ws-qtd-aceitas)
                       move fd-col-chuva to ws-ace-chuva(ws-qtd-aceitas)
                   end-if
               end-if
           end-if
           end-if

           .
       confere-leitura-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de ocorrencia em relColeta.txt - registro, estacao, data,
      *>  hora e o texto de ws-col-ocorrencia.
      *>------------------------------------------------------------------------
       lista-ocorrencia section.

           add 1 to ws-qtd-ocorrencias

           move ws-qtd-registros to ws-registro-ed
           move spaces to ws-data-ed
           move spaces to ws-hora-ed
           if fd-col-data is numeric then
               string fd-col-dia "/" fd-col-mes "/" fd-col-ano
                      delimited by size
                      into ws-data-ed
               end-string
           end-if
           if fd-col-hora is numeric then
               string fd-col-hh ":" fd-col-mm
                      delimited by size
                      into ws-hora-ed
               end-string
           end-if

           move spaces to fd-relColeta-linha
           string "  REGISTRO "     delimited by size
                  ws-registro-ed    delimited by size
                  "  ESTACAO "      delimited by size
                  fd-col-estacao    delimited by size
                  "  "              delimited by size
                  ws-data-ed        delimited by size
                  " "               delimited by size
                  ws-hora-ed        delimited by size
                  "  "              delimited by size
                  ws-col-ocorrencia delimited by size
                  into fd-relColeta-linha
           end-string
           write fd-relColeta-linha

           .
       lista-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conferencia do trailer - ausente, repetido, seguido de mais
      *>  registros ou com contagens diferentes das lidas: o arquivo
      *>  chegou incompleto ou emendado e o lote todo e' rejeitado.
      *>------------------------------------------------------------------------
       confere-trailer section.

           move spaces to fd-relColeta-linha
           write fd-relColeta-linha
           move "CONFERENCIA DO TRAILER" to fd-relColeta-linha
           write fd-relColeta-linha

           move ws-qtd-leituras to ws-contagem-ed
           move spaces to fd-relColeta-linha
           string "  LEITURAS LIDAS   : " delimited by size
                  ws-contagem-ed          delimited by size
                  into fd-relColeta-linha
           end-string
           move ws-trl-leituras to ws-contagem-ed
           string "   NO TRAILER: "       delimited by size
                  ws-contagem-ed          delimited by size
                  into fd-relColeta-linha(30:)
           end-string
           write fd-relColeta-linha

           move ws-qtd-est-arquivo to ws-contagem-ed
           move spaces to fd-relColeta-linha
           string "  ESTACOES LIDAS   : " delimited by size
                  ws-contagem-ed          delimited by size
                  into fd-relColeta-linha
           end-string
           move ws-trl-estacoes to ws-contagem-ed
           string "   NO TRAILER: "       delimited by size
                  ws-contagem-ed          delimited by size
                  into fd-relColeta-linha(30:)
           end-string
           write fd-relColeta-linha

           if ws-col-rejeitado = "N" then
               evaluate true
                   when ws-qtd-trailers = 0
                       move "S" to ws-col-rejeitado
                       move "ARQUIVO SEM TRAILER" to ws-col-motivo
                   when ws-qtd-trailers > 1
                       move "S" to ws-col-rejeitado
                       move "MAIS DE UM TRAILER NO ARQUIVO" to ws-col-motivo
                   when ws-qtd-apos-trailer > 0
                       move "S" to ws-col-rejeitado
                       move "REGISTROS DEPOIS DO TRAILER" to ws-col-motivo
                   when ws-trl-leituras <> ws-qtd-leituras
                       move "S" to ws-col-rejeitado
                       move "CONTAGEM DE LEITURAS DIFERE DO TRAILER"
                         to ws-col-motivo
                   when ws-trl-estacoes <> ws-qtd-est-arquivo
                       move "S" to ws-col-rejeitado
                       move "CONTAGEM DE ESTACOES DIFERE DO TRAILER"
                         to ws-col-motivo
                   when ws-qtd-leituras = 0
                       move "S" to ws-col-rejeitado
                       move "ARQUIVO SEM LEITURAS" to ws-col-motivo
                   when other
                       continue
               end-evaluate
           end-if

           .
       confere-trailer-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Segunda passada - so com o lote aceito: acrescenta as leituras
      *>  aceitas ao arqLeituras de cada estacao (recomecado quando as
      *>  leituras ja encaminhadas sao de outro mes).
      *>------------------------------------------------------------------------
       encaminha-leituras section.

           move spaces to fd-relColeta-linha
           write fd-relColeta-linha

           if ws-col-rejeitado = "S" then
               move spaces to fd-relColeta-linha
               string "LOTE REJEITADO - "  delimited by size
                      ws-col-motivo        delimited by size
                      into fd-relColeta-linha
               end-string
               write fd-relColeta-linha
               move "NENHUMA LEITURA ENCAMINHADA" to fd-relColeta-linha
               write fd-relColeta-linha
           else
               move "LEITURAS ENCAMINHADAS" to fd-relColeta-linha
               write fd-relColeta-linha

      *>       na virada do mes toda estacao ativa recomeca o seu
      *>       arqLeituras, tenha ou nao leitura nesta noite - senao o
      *>       arquivo do mes anterior seria lido amanha como deste mes
               perform varying ws-ind-est from 1 by 1
                               until ws-ind-est > ws-qtd-est
                   if ws-col-est-aceitas(ws-ind-est) > 0 then
                       perform grava-leituras-estacao
                   else
                       if  ws-col-continua = "N"
                       and ws-col-est-ativa(ws-ind-est) = "S" then
                           perform recomeca-leituras-estacao
                       end-if
                   end-if
               end-perform
           end-if

           .
       encaminha-leituras-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava as leituras aceitas da estacao ws-ind-est no
      *>  arqLeituras<est>.txt, na ordem do arquivo.
      *>------------------------------------------------------------------------
       grava-leituras-estacao section.

           perform monta-nome-arqLeituras

           if ws-col-continua = "S" then
               open extend arqLeituras
               if ws-fs-arqLeituras = 35 then
                   open output arqLeituras
               end-if
           else
               open output arqLeituras
           end-if
           if ws-fs-arqLeituras <> 0 then
               move 17                                  to ws-msn-erro-ofsset
               move ws-fs-arqLeituras                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqLeituras "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-aceita from 1 by 1
                           until ws-ind-aceita > ws-qtd-aceitas
               if ws-ace-est(ws-ind-aceita) = ws-ind-est then
                   move ws-ace-dia(ws-ind-aceita)   to fd-lei-dia
                   move ws-ace-hora(ws-ind-aceita)  to fd-lei-hora
                   move ws-ace-temp(ws-ind-aceita)  to fd-lei-temp
                   move ws-ace-chuva(ws-ind-aceita) to fd-lei-chuva
                   write fd-leituras-reg
                   if ws-fs-arqLeituras <> 0 then
                       move 18                                  to ws-msn-erro-ofsset
                       move ws-fs-arqLeituras                   to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqLeituras "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqLeituras

           move ws-col-est-aceitas(ws-ind-est) to ws-contagem-ed
           move spaces to fd-relColeta-linha
           string "  "                          delimited by size
                  ws-nome-arqLeituras           delimited by space
                  ": "                          delimited by size
                  ws-contagem-ed                delimited by size
                  " leitura(s)"                 delimited by size
                  into fd-relColeta-linha
           end-string
           write fd-relColeta-linha

           string ws-col-est-codigo(ws-ind-est) delimited by size
                  ":"                           delimited by size
                  ws-col-est-aceitas(ws-ind-est) delimited by size
                  " "                           delimited by size
                  into ws-aud-estacoes
                  with pointer ws-aud-estacoes-ptr
           end-string

           .
       grava-leituras-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estacao ativa sem leitura na primeira noite do mes - esvazia o
      *>  arqLeituras<est>.txt do mes anterior.
      *>------------------------------------------------------------------------
       recomeca-leituras-estacao section.

           perform monta-nome-arqLeituras

           open output arqLeituras
           if ws-fs-arqLeituras <> 0 then
               move 20                                  to ws-msn-erro-ofsset
               move ws-fs-arqLeituras                   to ws-msn-erro-cod
               move "Erro ao recomecar arq. arqLeituras " to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           close arqLeituras

           move spaces to fd-relColeta-linha
           string "  "                          delimited by size
                  ws-nome-arqLeituras           delimited by space
                  ": recomecado sem leituras"   delimited by size
                  into fd-relColeta-linha
           end-string
           write fd-relColeta-linha

           .
       recomeca-leituras-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha COLETA em arqAuditoria.txt - mes, arquivo, contagens e o
      *>  resultado. A posicao de MES= e' fixa (coluna 30) para a
      *>  conferencia do lote noturno e da proxima entrada.
      *>------------------------------------------------------------------------
       grava-auditoria-coleta section.

           accept ws-aud-data from date yyyymmdd
           accept ws-aud-hora from time

           open extend arqAuditoria.
           if ws-fs-arqAuditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-arqAuditoria <> 0 then
               move 19                                   to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAuditoria "    to ws-msn-erro-text
               display erase
               display ws-msn-erro
               move 8 to return-code
               goback
           end-if

           move spaces to fd-auditoria-linha
           string ws-aud-data            delimited by size
                  " "                    delimited by size
                  ws-aud-hora            delimited by size
                  " COLETA MES="         delimited by size
                  ws-mes                 delimited by size
                  "/"                    delimited by size
                  ws-ano                 delimited by size
                  " RESULTADO="          delimited by size
                  ws-aud-resultado       delimited by "  "
                  " ARQUIVO="            delimited by size
                  ws-nome-arqColeta      delimited by space
                  " REGISTROS="          delimited by size
                  ws-qtd-registros       delimited by size
                  " LEITURAS="           delimited by size
                  ws-qtd-leituras        delimited by size
                  " TRAILER="            delimited by size
                  ws-trl-leituras        delimited by size
                  "/"                    delimited by size
                  ws-trl-estacoes        delimited by size
                  " ACEITAS="            delimited by size
                  ws-qtd-aceitas         delimited by size
                  " REPETIDAS="          delimited by size
                  ws-qtd-duplicadas      delimited by size
                  " FORAORDEM="          delimited by size
                  ws-qtd-fora-ordem      delimited by size
                  " FORAMES="            delimited by size
                  ws-qtd-fora-mes        delimited by size
                  " ESTINVALIDA="        delimited by size
                  ws-qtd-est-invalida    delimited by size
                  " INVALIDAS="          delimited by size
                  ws-qtd-invalidas       delimited by size
                  " ESTACOES="           delimited by size
                  ws-aud-estacoes        delimited by "  "
                  into fd-auditoria-linha
           end-string

           write fd-auditoria-linha

           close arqAuditoria

           .
       grava-auditoria-coleta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal - a linha COLETA sai com o erro no
      *>  resultado (nao "LOTE ACEITO"), e o lote noturno nao fecha o mes
      *>  sobre uma entrada interrompida.
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
           move spaces to ws-aud-resultado
           string "LOTE REJEITADO - "  delimited by size
                  ws-msn-erro-text     delimited by size
                  into ws-aud-resultado
           end-string
           perform grava-auditoria-coleta
      *>   devolve um codigo de retorno diferente de zero para quem
      *>   chamou saber que a entrada falhou
           move 8 to return-code
           goback
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização - resultado na tela, no relatorio e na auditoria.
      *>  Lote rejeitado devolve 8; aceito com ocorrencias devolve 4.
      *>------------------------------------------------------------------------
       finaliza section.

           move spaces to ws-aud-resultado
           evaluate true
               when ws-col-rejeitado = "S"
                   string "LOTE REJEITADO - "  delimited by size
                          ws-col-motivo        delimited by size
                          into ws-aud-resultado
                   end-string
                   move 8 to return-code
               when ws-qtd-ocorrencias > 0
                   move "LOTE ACEITO COM OCORRENCIAS" to ws-aud-resultado
                   move 4 to return-code
               when other
                   move "LOTE ACEITO" to ws-aud-resultado
                   move 0 to return-code
           end-evaluate

           move spaces to fd-relColeta-linha
           write fd-relColeta-linha
           move spaces to fd-relColeta-linha
           string "RESULTADO: "        delimited by size
                  ws-aud-resultado     delimited by size
                  into fd-relColeta-linha
           end-string
           write fd-relColeta-linha

           close relColeta

           perform grava-auditoria-coleta

           display "Entrada dos coletores: " ws-aud-resultado

           goback
           .
       finaliza-exit.
           exit.
