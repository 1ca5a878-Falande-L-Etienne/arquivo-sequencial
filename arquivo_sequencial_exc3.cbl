      *>                  com HISTORICO/ARQUIVA/EXPORTA derruba a
      *>                  execucao em vez de deixar numero parcial
      *>                  virar numero final.
      *> 15/10/2026  FLE  Consistencia com as estacoes vizinhas: o
      *>                  cadastro ganhou ate 3 estacoes vizinhas por
      *>                  estacao (opcao 'M') e a carga passou a comparar
      *>                  a media de cada dia com a media do mesmo dia
      *>                  nas vizinhas (arqTemp<viz>.dat, so leituras na
      *>                  faixa realista da vizinha). Diferenca alem do
      *>                  limiar LIMIARVIZINHA (padrao +05,00) tira o dia
      *>                  da media e o poe na fila de excecoes com motivo
      *>                  proprio, para a revisao 'X' - o sensor que
      *>                  deriva dentro da faixa deixa de passar batido
      *>                  ate aparecer no relComparativo.txt.
      *> 15/10/2026  FLE  Dias estimados: dia sem leitura (-99,99 da
      *>                  carga horaria) e dia re-rejeitado ("J") na
      *>                  fila de excecoes deixavam o mes curto - e os
      *>                  graus-dia e a chuva cobrados junto. A carga
      *>                  passou a estimar esses dias (estima-dias) pela
      *>                  media dos dias vizinhos validos, pela media das
      *>                  estacoes vizinhas no mesmo dia (corrigida pelo
      *>                  desvio medio da estacao contra elas no mes) ou,
      *>                  sem nenhuma das duas, pelo unico dia vizinho
      *>                  valido. O dia estimado recebe o indicador "E"
      *>                  (distinto de "S"/"N"), entra na media, nos
      *>                  graus-dia, na chuva e nos alertas, e o "E" vai
      *>                  para arqTemp<est>.dat (campo novo no registro -
      *>                  arquivos anteriores devem ser recarregados da
      *>                  origem texto), para o arquivo diario e para os
      *>                  registros "D" da exportacao. A contagem de dias
      *>                  estimados sai na opcao 'E', na previa, no
      *>                  relBatch.txt e no registro "T" ESTIMADOS. Dia
      *>                  sem leitura que nao da para estimar continua
      *>                  indo para a fila pela edicao de faixa; a previa
      *>                  provisoria nao estima.
      *> 15/10/2026  FLE  Eventos de equipamento e local: arquivo novo
      *>                  arqEventos.txt (estacao, data de vigencia, tipo
      *>                  E=equipamento/M=mudanca de local, descricao e
      *>                  ajuste de calibracao opcional), mantido pela
      *>                  opcao 'M'. A carga inicial do mes (leituras
      *>                  horarias e arqTemp<est>.txt) soma a leitura do
      *>                  dia o ajuste em vigor naquele dia. A normal da
      *>                  opcao 'H' e a recertificacao (relRecertifica)
      *>                  apontam o mes ou a normal que atravessa uma
      *>                  mudanca de local - a anomalia misturaria dois
      *>                  sitios sem ninguem perceber.
      *> 15/10/2026  FLE  Assinatura do fechamento: registro novo
      *>                  arqFechamentos.txt (estacao, mes/ano, situacao
      *>                  A=assinado/R=reaberto, responsavel, data e
      *>                  motivo da reabertura), alimentado pela opcao
      *>                  'A' do menu. Mes assinado fica travado: a
      *>                  correcao 'C', a digitacao 'D', a revisao de
      *>                  excecoes 'X', o ARQUIVA/'F', a gravacao do
      *>                  historico com media diferente e a substituicao
      *>                  da media na RECERTIFICA sao recusados, com uma
      *>                  linha de recusa em arqAuditoria.txt. Alterar o
      *>                  mes exige reabri-lo na opcao 'A', com motivo -
      *>                  a reabertura tambem vai para o registro.
      *> 15/10/2026  FLE  Livro de recordes: arquivo novo arqRecordes.txt
      *>                  (estacao e mes de calendario - maior maxima e
      *>                  menor minima diaria, maior e menor media
      *>                  mensal, dia e mes mais chuvosos, cada um com a
      *>                  data e o recorde anterior). Semeado do
      *>                  arqArquivoDiario.txt inteiro no primeiro
      *>                  ARQUIVA/'F' e conferido a cada arquivamento:
      *>                  recorde quebrado no mes vai para a tela e para
      *>                  arqAlertas.txt como tipo "R" (categoria, valor
      *>                  novo, valor e data do anterior - campos novos
      *>                  no fim do registro de alerta).
      *> 15/10/2026  FLE  Detalhe diario arquivado passa a ser indexado
      *>                  (arqArquivoDiario.dat, chave estacao/ano/mes/
      *>                  dia): o re-arquivamento de um dia regrava o
      *>                  registro no lugar e a recertificacao e o livro
      *>                  de recordes leem o mes direto pela chave, sem
      *>                  varrer o arquivo inteiro. O .txt antigo e'
      *>                  convertido uma vez por
      *>                  arquivo_sequencial_exc3_converte.
      *> 15/10/2026  FLE  Vizinha so entra na consistencia com o mes
      *>                  certo: o arqTemp<viz>.dat vale quando a ultima
      *>                  execucao concluida dela em arqAuditoria.txt e'
      *>                  do mesmo mes/ano; senao os dias vem do
      *>                  arqArquivoDiario.dat pela chave, e sem nenhum
      *>                  dos dois a vizinha e' pulada. Mes fora da
      *>                  previa e' completado ate o ultimo dia do
      *>                  calendario (dias sem leitura depois da ultima
      *>                  leitura vao para a estimativa). Aviso do ajuste
      *>                  de calibracao so na tela.
      *> 15/10/2026  FLE  Excecao rejeitada (J) ou corrigida para dia
      *>                  fora do mes: o dia e' estimado na hora e a
      *>                  media e os alertas refeitos. ARQUIVA sem
      *>                  arqArquivoDiario.dat para se o .txt antigo
      *>                  ainda nao foi convertido.
      *>----------------------------------------------------------------


           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Eventos de equipamento e local das estacoes - troca ou
      *>   recalibracao de sensor e mudanca de local, com a data de
      *>   vigencia e o ajuste de calibracao (opcional) a somar nas
      *>   leituras a partir dela. Acrescentado pela opcao 'M'
           select arqEventos assign to "arqEventos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEventos.

      *>   Registro de assinatura do fechamento - uma linha por
      *>   assinatura ou reabertura de estacao/mes/ano (vale a mais
      *>   recente), acrescentada pela opcao 'A'. Mes assinado nao
      *>   aceita mais alteracao ate ser reaberto
           select arqFechamentos assign to "arqFechamentos.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqFechamentos.

      *>   Livro de recordes - uma linha por estacao e mes de calendario
      *>   com os seis recordes (valor, data e o recorde anterior),
      *>   regravado inteiro a cada ARQUIVA
           select arqRecordes assign to "arqRecordes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqRecordes.

      *>   Lista de excecoes (leituras fora da faixa valida e arquivo
      *>   incompleto) detectadas na carga de arqTemp.dat
           select arqExcecoes assign to "arqExcecoes.txt"
           file status is ws-fs-arqAuditoria.


      *>   Arquivo permanente de detalhe diario - um registro por dia
      *>   fechado (estacao/ano/mes/dia + leitura + indicador de
      *>   validade), gravado a cada fechamento de mes (opcao 'F' ou
      *>   acao ARQUIVA). E' daqui que um mes ja virado pode ser
      *>   re-relatado e e' contra ele que o historico e' recertificado.
      *>   Indexado pela chave estacao/ano/mes/dia - um re-arquivamento
      *>   regrava o dia no lugar, e quem le vai direto ao mes
           select arqArquivoDiario assign to "arqArquivoDiario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-arq-chave
           lock mode is automatic
           file status is ws-fs-arqArquivoDiario.

      *>   Arquivo diario sequencial anterior ao indexado - so a presenca
      *>   dele e' conferida: enquanto nao for convertido
      *>   (arquivo_sequencial_exc3_converte), o primeiro ARQUIVA nao cria
      *>   o .dat vazio por cima do historico
           select arqArquivoDiarioTxt assign to "arqArquivoDiario.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArquivoDiarioTxt.

      *>   Exportacao delimitada do fechamento para o BI - registros "D"
      *>   (um por dia) e "T" (totais do mes), campos separados por ";",
           relative key is ws-dia-ger-sai
           file status is ws-fs-arqTempGerSai.

      *>   arqTemp<viz>.dat de uma estacao vizinha, lido na conferencia
      *>   de consistencia da carga (ver confere-vizinhas) - o nome
      *>   fisico e' montado a cada vizinha do cadastro
           select arqTempViz assign to dynamic ws-nome-arqTempViz
           organization is relative
           access mode is sequential
           relative key is ws-dia-viz
           file status is ws-fs-arqTempViz.

       i-o-control.

      *>Declaração de variáveis
           05 fd-temp-dia-min                      pic s9(02)v99.
           05 fd-temp-dia-max                      pic s9(02)v99.
           05 fd-chuva-dia                         pic 9(04)v99.
      *>     "E" = valores do dia estimados pela carga (estima-dias);
      *>     espaco = leitura da propria estacao
           05 fd-temp-estimado                     pic x(01).

       fd arqTempTxt.
       01  fd-temperaturas-txt                     pic s9(02)v99.
           05 fd-est-ativa                         pic x(01).
           05 fd-est-temp-min                      pic s9(02)v99.
           05 fd-est-temp-max                      pic s9(02)v99.
      *>     estacoes vizinhas da conferencia de consistencia - cadastros
      *>     gravados antes do campo existir chegam com espacos (nenhuma)
           05 fd-est-vizinho occurs 3              pic x(03).

       fd arqEventos.
       01  fd-eventos-reg.
           05 fd-evt-estacao                       pic x(03).
      *>     data de vigencia aaaammdd
           05 fd-evt-data                          pic 9(08).
      *>     "E" = troca/recalibracao de equipamento, "M" = mudanca de local
           05 fd-evt-tipo                          pic x(01).
      *>     "S" = o evento traz ajuste de calibracao (vale dali em diante)
           05 fd-evt-tem-ajuste                    pic x(01).
           05 fd-evt-ajuste                        pic s9(02)v99.
           05 fd-evt-descricao                     pic x(50).

       fd arqFechamentos.
       01  fd-fechamentos-reg.
           05 fd-fch-estacao                       pic x(03).
           05 fd-fch-mes                           pic 9(02).
           05 fd-fch-ano                           pic 9(04).
      *>     "A" = mes assinado (fechado), "R" = mes reaberto
           05 fd-fch-situacao                      pic x(01).
           05 fd-fch-responsavel                   pic x(30).
      *>     data da assinatura/reabertura aaaammdd
           05 fd-fch-data                          pic 9(08).
      *>     motivo da reabertura (em branco na assinatura)
           05 fd-fch-motivo                        pic x(60).

       fd arqRecordes.
       01  fd-recordes-reg.
           05 fd-rcd-estacao                       pic x(03).
           05 fd-rcd-mes                           pic 9(02).
      *>     1 maior maxima diaria, 2 menor minima diaria, 3 maior
      *>     media mensal, 4 menor media mensal, 5 dia mais chuvoso,
      *>     6 mes mais chuvoso. Data aaaammdd (dia 00 nos recordes
      *>     mensais); data zero = categoria ainda sem recorde
           05 fd-rcd-categoria occurs 6.
              10 fd-rcd-valor                      pic s9(05)v99.
              10 fd-rcd-data                       pic 9(08).
              10 fd-rcd-valor-ant                  pic s9(05)v99.
              10 fd-rcd-data-ant                   pic 9(08).

       fd arqExcecoes.
       01  fd-excecoes-reg.
           05 fd-tge-temp-dia-min                  pic s9(02)v99.
           05 fd-tge-temp-dia-max                  pic s9(02)v99.
           05 fd-tge-chuva-dia                     pic 9(04)v99.
           05 fd-tge-estimado                      pic x(01).

       fd arqTempGerSai.
       01  fd-tempGerSai-reg.
           05 fd-tgs-temp-dia-min                  pic s9(02)v99.
           05 fd-tgs-temp-dia-max                  pic s9(02)v99.
           05 fd-tgs-chuva-dia                     pic 9(04)v99.
           05 fd-tgs-estimado                      pic x(01).

       fd arqTempViz.
       01  fd-tempViz-reg.
           05 fd-tviz-temp                         pic s9(02)v99.
           05 fd-tviz-temp-dia-min                 pic s9(02)v99.
           05 fd-tviz-temp-dia-max                 pic s9(02)v99.
           05 fd-tviz-chuva-dia                    pic 9(04)v99.
           05 fd-tviz-estimado                     pic x(01).

       fd expTemp.
       01  fd-expTemp-linha                        pic x(160).
           05 fd-ale-dia-ini                       pic 9(02).
           05 fd-ale-dia-fim                       pic 9(02).
           05 fd-ale-valor                         pic s9(02)v99.
      *>     so no tipo "R" (recorde quebrado): categoria do livro de
      *>     recordes (1 a 6), valor novo e o recorde anterior com a
      *>     data dele - chuva nao cabe em fd-ale-valor
           05 fd-ale-rec-categoria                 pic 9(01).
           05 fd-ale-rec-valor                     pic s9(05)v99.
           05 fd-ale-rec-valor-ant                 pic s9(05)v99.
           05 fd-ale-rec-data-ant                  pic 9(08).

       fd relRecertifica.
       01  fd-relRecertifica-linha                 pic x(132).

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

       fd arqArquivoDiarioTxt.
       01  fd-arquivoTxt-linha                     pic x(80).

       fd arqParametros.
       01  fd-parametros-linha                     pic x(80).

       77  ws-fs-arqParametrosEst                  pic 9(02).
       77  ws-fs-arqParametrosRel                  pic 9(02).
       77  ws-fs-arqArquivoDiario                  pic 9(02).
       77  ws-fs-arqArquivoDiarioTxt               pic 9(02).
       77  ws-fs-relRecertifica                    pic 9(02).
       77  ws-fs-relProvisorio                     pic 9(02).
       77  ws-fs-arqAlertas                        pic 9(02).
       77  ws-fs-arqGeracaoSai                     pic 9(02).
       77  ws-fs-arqTempGerEnt                     pic 9(02).
       77  ws-fs-arqTempGerSai                     pic 9(02).
       77  ws-fs-arqTempViz                        pic 9(02).
       77  ws-fs-arqEventos                        pic 9(02).
       77  ws-fs-arqFechamentos                    pic 9(02).
       77  ws-fs-arqRecordes                       pic 9(02).

      *>   Copias de geracao - prefixo do arquivo em rotacao (por ex.
      *>   "arqHistorico" vira arqHistoricoG1.txt / G2 / G3), nomes
           88 ws-execucao-provisoria                value "S".
       77  ws-prov-resposta                        pic x(01).

      *>   Mes em processamento assinado em arqFechamentos.txt - "S"
      *>   trava toda alteracao dos dados do mes ate a reabertura
       77  ws-mes-assinado                         pic x(01) value "N".
           88 ws-mes-fechado                        value "S".

      *>   Parametros lidos de arqParametros.txt - cada linha CHAVE=VALOR
      *>   e a lista de acoes a executar, na ordem em que aparecem
       01 ws-parametros.
             10 ws-hist-t-media                    pic s9(02)v99.

      *>   Area de trabalho da recertificacao - o detalhe diario de um
      *>   mes recuperado de arqArquivoDiario.dat (um registro por dia,
      *>   lido pela chave) e a media recalculada a partir dele
       01 ws-recertificacao.
          05 ws-rec-temp occurs 31                 pic s9(02)v99.
          05 ws-rec-validos occurs 31              pic x(01).
      *>   (o mes pode ter 28, 29, 30 ou 31 dias - ver inicializa)
       77  ws-qtd-dias                              pic 9(02) value 0.

      *>   Dias do mes no calendario (fevereiro de ano bissexto com 29) -
      *>   o mes que nao e' previa e' completado ate o ultimo dia
       77  ws-dias-no-mes                           pic 9(02).
       77  ws-bissexto-quoc                         pic 9(04).
       77  ws-bissexto-resto                        pic 9(03).

      *>   Qtd. de leituras validas (usadas no calculo da media) e de
      *>   leituras rejeitadas por estarem fora da faixa realista
       77  ws-qtd-validos                           pic 9(02).
       77  ws-qtd-excecoes                          pic 9(02).

      *>   Qtd. de dias do mes com valores estimados ("E") - ja contados
      *>   em ws-qtd-validos, apurados junto com a media
       77  ws-qtd-estimados                         pic 9(02) value 0.

      *>   Faixa de temperatura considerada realista para esta estacao -
      *>   os valores abaixo sao o padrao historico da instalacao; quando
      *>   a estacao esta no cadastro (arqEstacoes.txt) a faixa propria
             10 ws-est-ativa                        pic x(01).
             10 ws-est-temp-min                     pic s9(02)v99.
             10 ws-est-temp-max                     pic s9(02)v99.
             10 ws-est-vizinho occurs 3             pic x(03).

      *>   Conferencia de consistencia com as estacoes vizinhas - soma e
      *>   quantidade, por dia, das medias diarias validas das vizinhas
      *>   (arqTemp<viz>.dat), a diferenca do dia da estacao contra a
      *>   media delas e o limiar de divergencia (chave LIMIARVIZINHA)
       01 ws-vizinhas.
          05 ws-nome-arqTempViz                     pic x(30).
          05 ws-dia-viz                             pic 9(02).
          05 ws-ind-viz                             pic 9(01).
          05 ws-viz-ind-propria                     pic 9(02).
          05 ws-viz-soma occurs 31                  pic s9(04)v99.
          05 ws-viz-qtd  occurs 31                  pic 9(01).
      *>      minima, maxima e chuva das vizinhas no dia - usadas na
      *>      estimativa do dia sem leitura ou rejeitado (estima-dias)
          05 ws-viz-soma-min occurs 31              pic s9(04)v99.
          05 ws-viz-soma-max occurs 31              pic s9(04)v99.
          05 ws-viz-soma-chuva occurs 31            pic 9(05)v99.
          05 ws-viz-media-dia                       pic s9(02)v99.
          05 ws-viz-dif                             pic s9(03)v99.
          05 ws-viz-dif-abs                         pic 9(03)v99.
          05 ws-viz-dif-ed                          pic z(02)9,99.
          05 ws-viz-limiar-ed                       pic z9,99.
      *>      dia lido da vizinha (arqTemp<viz>.dat ou arquivo diario) e
      *>      a conferencia do mes do arqTemp<viz>.dat pela auditoria
          05 ws-viz-lido-temp                       pic s9(02)v99.
          05 ws-viz-lido-min                        pic s9(02)v99.
          05 ws-viz-lido-max                        pic s9(02)v99.
          05 ws-viz-lido-chuva                      pic 9(04)v99.
          05 ws-viz-mes-confere                     pic x(01).
          05 ws-viz-qtd-concluida                   pic 9(02).
          05 ws-qtd-div-vizinhas                    pic 9(02) value 0.
       77  ws-limiar-vizinha                        pic s9(02)v99 value 5,00.

      *>   Eventos de equipamento e local (todas as estacoes, na ordem do
      *>   arquivo), o ajuste de calibracao em vigor em cada dia do mes
      *>   em carga (com a data do evento que o definiu) e a apuracao de
      *>   mudanca de local dentro de um periodo (verifica-mudanca-local:
      *>   periodo de ws-mud-data-ini exclusive a ws-mud-data-fim)
       01 ws-eventos.
          05 ws-qtd-evt                             pic 9(03) value 0.
          05 ws-ind-evt                             pic 9(03).
          05 ws-evt-tab occurs 200.
             10 ws-evt-estacao                      pic x(03).
             10 ws-evt-data                         pic 9(08).
             10 ws-evt-tipo                         pic x(01).
             10 ws-evt-tem-ajuste                   pic x(01).
             10 ws-evt-ajuste                       pic s9(02)v99.
             10 ws-evt-descricao                    pic x(50).
          05 ws-ajuste-dia occurs 31                pic s9(02)v99.
          05 ws-ajuste-vigencia occurs 31           pic 9(08).
          05 ws-evt-data-dia                        pic 9(08).
          05 ws-qtd-dias-ajustados                  pic 9(02) value 0.
          05 ws-evt-ajuste-ed                       pic +9,99.
          05 ws-evt-opcao                           pic x(01).
          05 ws-mud-estacao                         pic x(03).
          05 ws-mud-data-ini                        pic 9(08).
          05 ws-mud-data-fim                        pic 9(08).
          05 ws-mud-achou                           pic x(01).
          05 ws-mud-data                            pic 9(08).
          05 ws-mud-data-r redefines ws-mud-data.
             10 ws-mud-ano                          pic 9(04).
             10 ws-mud-mes                          pic 9(02).
             10 ws-mud-dia                          pic 9(02).
          05 ws-mud-data-ed                         pic x(10).

      *>   Registro de assinaturas em memoria - a situacao mais recente
      *>   de cada estacao/mes/ano (a ultima linha do arquivo prevalece),
      *>   a chave consultada por consulta-fechamento e os dados da
      *>   recusa gravada em arqAuditoria.txt
       01 ws-fechamentos.
          05 ws-qtd-fch                             pic 9(03) value 0.
          05 ws-ind-fch                             pic 9(03).
          05 ws-fch-tab occurs 500.
             10 ws-fch-estacao                      pic x(03).
             10 ws-fch-mes                          pic 9(02).
             10 ws-fch-ano                          pic 9(04).
             10 ws-fch-situacao                     pic x(01).
             10 ws-fch-responsavel                  pic x(30).
             10 ws-fch-data                         pic 9(08).
          05 ws-fch-busca-estacao                   pic x(03).
          05 ws-fch-busca-mes                       pic 9(02).
          05 ws-fch-busca-ano                       pic 9(04).
          05 ws-fch-achou                           pic 9(03).
          05 ws-fch-assinado                        pic x(01).
          05 ws-fch-acao-recusada                   pic x(20).
          05 ws-fch-aud-texto                       pic x(120).
          05 ws-fch-opcao                           pic x(01).
          05 ws-fch-responsavel-novo                pic x(30).
          05 ws-fch-motivo-novo                     pic x(60).
          05 ws-fch-mes-ed                          pic z9.
          05 ws-fch-ano-ed                          pic z(03)9.

      *>   Livro de recordes em memoria (uma linha por estacao e mes de
      *>   calendario), o detalhe diario do mes sendo conferido, os
      *>   candidatos a recorde apurados dele e a lista de meses do
      *>   arquivo diario usada na semeadura
       01 ws-recordes.
          05 ws-qtd-rcd                             pic 9(03) value 0.
          05 ws-ind-rcd                             pic 9(03).
          05 ws-rcd-achou                           pic 9(03).
          05 ws-ind-cat                             pic 9(01).
          05 ws-rcd-tab occurs 600.
             10 ws-rcd-estacao                      pic x(03).
             10 ws-rcd-mes                          pic 9(02).
             10 ws-rcd-cat occurs 6.
                15 ws-rcd-valor                     pic s9(05)v99.
                15 ws-rcd-data                      pic 9(08).
                15 ws-rcd-valor-ant                 pic s9(05)v99.
                15 ws-rcd-data-ant                  pic 9(08).
      *>      mes conferido e o detalhe diario dele (validade em branco
      *>      = dia sem registro arquivado)
          05 ws-rcd-estacao-mes                     pic x(03).
          05 ws-rcd-ano-mes                         pic 9(04).
          05 ws-rcd-mes-mes                         pic 9(02).
          05 ws-rcd-dia                             pic 9(02).
          05 ws-rcd-dia-temp occurs 31              pic s9(02)v99.
          05 ws-rcd-dia-min occurs 31               pic s9(02)v99.
          05 ws-rcd-dia-max occurs 31               pic s9(02)v99.
          05 ws-rcd-dia-chuva occurs 31             pic 9(04)v99.
          05 ws-rcd-dia-validos occurs 31           pic x(01).
          05 ws-rcd-qtd-presentes                   pic 9(02).
          05 ws-rcd-qtd-validos                     pic 9(02).
          05 ws-rcd-total-temp                      pic s9(04)v99.
          05 ws-rcd-total-chuva                     pic 9(05)v99.
      *>      candidatos do mes por categoria ("S" = ha candidato)
          05 ws-rcd-cand-tem occurs 6               pic x(01).
          05 ws-rcd-cand-valor occurs 6             pic s9(05)v99.
          05 ws-rcd-cand-data occurs 6              pic 9(08).
      *>      "S" = semeadura (recorde novo nao e' anunciado)
          05 ws-rcd-semeando                        pic x(01).
          05 ws-rcd-quebrados                       pic 9(02).
          05 ws-rcd-meses-semeados                  pic 9(04).
          05 ws-rcd-melhor                          pic x(01).
          05 ws-rcd-aaaamm-a                        pic 9(06).
          05 ws-rcd-aaaamm-b                        pic 9(06).
          05 ws-qtd-rcd-meses                       pic 9(04) value 0.
          05 ws-ind-rcd-mes                         pic 9(04).
          05 ws-rcd-mes-achou                       pic 9(04).
          05 ws-rcd-meses-tab occurs 3000.
             10 ws-rcd-m-estacao                    pic x(03).
             10 ws-rcd-m-ano                        pic 9(04).
             10 ws-rcd-m-mes                        pic 9(02).
      *>      edicao dos recordes na tela
          05 ws-rcd-data-w                          pic 9(08).
          05 ws-rcd-data-w-r redefines ws-rcd-data-w.
             10 ws-rcd-data-w-ano                   pic 9(04).
             10 ws-rcd-data-w-mes                   pic 9(02).
             10 ws-rcd-data-w-dia                   pic 9(02).
          05 ws-rcd-data-ed                         pic x(10).
          05 ws-rcd-valor-ed                        pic ----9,99.
          05 ws-rcd-valor-ant-ed                    pic ----9,99.
          05 ws-rcd-data-ant-ed                     pic x(10).

      *>   Nomes das categorias do livro de recordes
       01 ws-rcd-nomes.
          05 filler              pic x(20) value "MAIOR MAXIMA DIARIA".
          05 filler              pic x(20) value "MENOR MINIMA DIARIA".
          05 filler              pic x(20) value "MAIOR MEDIA MENSAL".
          05 filler              pic x(20) value "MENOR MEDIA MENSAL".
          05 filler              pic x(20) value "DIA MAIS CHUVOSO".
          05 filler              pic x(20) value "MES MAIS CHUVOSO".
       01 ws-rcd-nomes-r redefines ws-rcd-nomes.
          05 ws-rcd-nome occurs 6                   pic x(20).

      *>   Estimativa dos dias sem leitura ou re-rejeitados - origem da
      *>   estimativa do dia ("A" media dos dias vizinhos, "V" estacoes
      *>   vizinhas, "U" unico dia vizinho, espaco = sem estimativa),
      *>   valores estimados, desvio medio da estacao contra as
      *>   vizinhas no mes e controle da regravacao de arqTemp<est>.dat
       01 ws-estimativa.
          05 ws-estim-fonte                         pic x(01).
          05 ws-estim-temp                          pic s9(03)v99.
          05 ws-estim-min                           pic s9(03)v99.
          05 ws-estim-max                           pic s9(03)v99.
          05 ws-estim-chuva                         pic 9(04)v99.
          05 ws-estim-desvio                        pic s9(03)v99.
          05 ws-estim-soma-desvio                   pic s9(05)v99.
          05 ws-estim-qtd-desvio                    pic 9(02).
          05 ws-estim-dia-ant                       pic 9(02).
          05 ws-estim-dia-pos                       pic 9(02).
          05 ws-estim-arquivo-aberto                pic x(01).
          05 ws-estim-gravados                      pic 9(02).

      *>   Temperatura-base dos graus-dia (compra de combustivel) e
      *>   limiar de dia de calor - padroes da instalacao, substituiveis
          05 ws-normal-existe                       pic x(01).
          05 ws-anomalia                            pic s9(03)v99.
          05 ws-anomalia-abs                        pic 9(03)v99.
      *>      primeiro e ultimo ano do mes na normal (o ano em curso
      *>      incluso) e "S" quando ha mudanca de local entre eles
          05 ws-normal-ano-ini                      pic 9(04).
          05 ws-normal-ano-fim                      pic 9(04).
          05 ws-normal-cruza-mudanca                pic x(01).
       77  ws-limiar-anomalia                       pic s9(02)v99 value 2,00.

      *>   Interface de alertas em memoria - os episodios preservados de
             10 ws-ale-dia-ini                      pic 9(02).
             10 ws-ale-dia-fim                      pic 9(02).
             10 ws-ale-valor                        pic s9(02)v99.
             10 ws-ale-rec-categoria                pic 9(01).
             10 ws-ale-rec-valor                    pic s9(05)v99.
             10 ws-ale-rec-valor-ant                pic s9(05)v99.
             10 ws-ale-rec-data-ant                 pic 9(08).
      *>      o que carrega-alertas-mantidos descarta do mes em curso
      *>      para reapurar: "T" episodios de temperatura (Q/F), "R"
      *>      recordes quebrados (reapurados so no ARQUIVA)
          05 ws-ale-descarta                        pic x(01).

      *>   Conversao dos valores decimais [+|-]nn,dd dos parametros
       01 ws-conversao-decimal.
       01 ws-chuva-dias occurs 31                   pic 9(04)v99.

      *>   Indicador paralelo - "S" a leitura do dia passou pela edicao
      *>   de faixa, "N" foi rejeitada e nao entra no calculo da media,
      *>   "E" o dia foi estimado (estima-dias) e entra na media como
      *>   valido
       01 ws-temp-validos occurs 31                 pic x(01).

      *>   Area de agregacao das leituras horarias - soma, contagem,

           perform monta-nomes-estacao

      *>   eventos de equipamento e local - o ajuste de calibracao em
      *>   vigor em cada dia do mes vale na carga inicial de arqTemp
           perform carrega-eventos
           perform monta-ajustes-mes

      *>   mes ja assinado no registro de fechamento - consulta e
      *>   relatorios seguem normalmente, alteracoes sao recusadas
           perform carrega-fechamentos
           move ws-estacao to ws-fch-busca-estacao
           move ws-mes     to ws-fch-busca-mes
           move ws-ano     to ws-fch-busca-ano
           perform consulta-fechamento
           move ws-fch-assinado to ws-mes-assinado
           if ws-mes-fechado then
               display "Mes assinado em arqFechamentos.txt por "
                       ws-fch-responsavel(ws-fch-achou)
                       " - alteracoes so depois da reabertura ('A')"
           end-if

      *>   acao VERIFICA pedida - confere os controles dos arquivos
      *>   contra a ultima linha de auditoria que os gravou ANTES de
      *>   qualquer carga ou regravacao tocar neles; divergencia
               end-if

               if ws-fs-arqTemp = 0 then
      *>           dia ja estimado numa carga anterior - vale como
      *>           estimado; a estimativa e' refeita em estima-dias
                   if fd-temp-estimado = "E" then
                       move "E" to ws-temp-validos(ws-ind-temp)
                   else
                       perform valida-leitura-temp
                   end-if
                   perform grava-checkpoint
               end-if

               perform finaliza-anormal
           end-if

      *>   Os dias que passaram na faixa sao conferidos contra as
      *>   estacoes vizinhas do cadastro - leitura plausivel mas
      *>   destoante das vizinhas tambem vai para a fila de excecoes
           perform confere-vizinhas

      *>   Mes incompleto entra na fila como a excecao especial de dia
      *>   00, com a mesma logica de supressao das disposicoes ja feitas.
      *>   Numa previa provisoria o mes parcial e' deliberado - nada de
               end-if
           end-if

      *>   Mes que nao e' previa vai ate o ultimo dia do calendario: os
      *>   dias depois da ultima leitura (coletor parado no dia 27) entram
      *>   como dias sem leitura, para a estimativa ou a fila de excecoes
           if  not ws-execucao-provisoria
           and ws-carga-sem-origem = "N" then
               perform completa-dias-mes
           end-if

      *>   Dias sem leitura e dias re-rejeitados na revisao recebem
      *>   valores estimados, para o mes fechar completo - so depois da
      *>   pergunta da previa, que nao estima
           perform estima-dias

           perform grava-excecoes

      *>   O mes inteiro foi lido com sucesso - o checkpoint nao serve
                   move ws-valor-decimal to ws-limiar-anomalia
                   add 1 to ws-qtd-params

               when "LIMIARVIZINHA"
                   perform converte-valor-decimal
                   move ws-valor-decimal to ws-limiar-vizinha
                   add 1 to ws-qtd-params

               when other
                   continue

                       move fd-est-ativa    to ws-est-ativa(ws-qtd-est)
                       move fd-est-temp-min to ws-est-temp-min(ws-qtd-est)
                       move fd-est-temp-max to ws-est-temp-max(ws-qtd-est)
                       perform varying ws-ind-viz from 1 by 1
                                                  until ws-ind-viz > 3
                           move fd-est-vizinho(ws-ind-viz)
                             to ws-est-vizinho(ws-qtd-est, ws-ind-viz)
                       end-perform
                   end-if

               end-perform
               move ws-est-ativa(ws-ind-est)    to fd-est-ativa
               move ws-est-temp-min(ws-ind-est) to fd-est-temp-min
               move ws-est-temp-max(ws-ind-est) to fd-est-temp-max
               perform varying ws-ind-viz from 1 by 1
                                          until ws-ind-viz > 3
                   move ws-est-vizinho(ws-ind-est, ws-ind-viz)
                     to fd-est-vizinho(ws-ind-viz)
               end-perform
               write fd-estacoes-reg
               if ws-fs-arqEstacoes <> 0 then
                   move 65                                  to ws-msn-erro-ofsset
                           ws-est-nome(ws-ind-est) " "
                           ws-est-ativa(ws-ind-est)
                           "  faixa " ws-exc-min-ed " a " ws-exc-max-ed
                           "  vizinhas " ws-est-vizinho(ws-ind-est, 1)
                           " " ws-est-vizinho(ws-ind-est, 2)
                           " " ws-est-vizinho(ws-ind-est, 3)
               end-perform

               display "'I'ncluir   'A'lterar   'D'esativar/reativar   'E'ventos de equipamento/local   'S'air: "
               accept ws-est-opcao

               evaluate true
                   when ws-est-opcao = "D" or ws-est-opcao = "d"
                       perform alterna-situacao-estacao

                   when ws-est-opcao = "E" or ws-est-opcao = "e"
                       perform mantem-eventos

                   when ws-est-opcao = "S" or ws-est-opcao = "s"
                       move "S" to ws-est-sair

               move ws-temp-max-valida to ws-est-temp-max(ws-est-achou)
           end-if

      *>   vizinhas da conferencia de consistencia - em branco = nenhuma;
      *>   a propria estacao como vizinha nao compara nada e e' recusada
           perform varying ws-ind-viz from 1 by 1 until ws-ind-viz > 3
               display "Estacao vizinha " ws-ind-viz
                       " (codigo, em branco = nenhuma): "
               accept ws-est-vizinho(ws-est-achou, ws-ind-viz)
               if ws-est-vizinho(ws-est-achou, ws-ind-viz)
                = ws-est-codigo(ws-est-achou) then
                   display "A estacao nao pode ser vizinha de si mesma - ignorada"
                   move spaces to ws-est-vizinho(ws-est-achou, ws-ind-viz)
               end-if
           end-perform

      *>   faixa alterada da propria estacao em sessao vale desde ja -
      *>   a digitacao ('D') e as correcoes ('C') desta execucao editam
      *>   contra a faixa nova, nao contra a carregada na abertura
           exit.

      *>------------------------------------------------------------------------
      *>  Eventos de equipamento e local (opcao 'M', 'E') - lista os
      *>  eventos de uma estacao e permite acrescentar um novo. O
      *>  ajuste de calibracao vale para as cargas feitas dali em
      *>  diante - um mes ja carregado em arqTemp<est>.dat nao e'
      *>  reprocessado.
      *>------------------------------------------------------------------------
       mantem-eventos section.

           display "Codigo da estacao: "
           accept ws-est-cod-busca
           perform busca-estacao-cadastro

           if ws-est-achou = 0 then
               display "Estacao nao cadastrada"
           else
               display "EVENTOS DA ESTACAO " ws-est-cod-busca
               perform varying ws-ind-evt from 1 by 1
                                          until ws-ind-evt > ws-qtd-evt
                   if ws-evt-estacao(ws-ind-evt) = ws-est-cod-busca then
                       if ws-evt-tem-ajuste(ws-ind-evt) = "S" then
                           move ws-evt-ajuste(ws-ind-evt) to ws-evt-ajuste-ed
                           display ws-evt-data(ws-ind-evt) " "
                                   ws-evt-tipo(ws-ind-evt) " "
                                   ws-evt-descricao(ws-ind-evt)
                                   " ajuste " ws-evt-ajuste-ed
                       else
                           display ws-evt-data(ws-ind-evt) " "
                                   ws-evt-tipo(ws-ind-evt) " "
                                   ws-evt-descricao(ws-ind-evt)
                       end-if
                   end-if
               end-perform

               display "Incluir um evento? (S/N): "
               accept ws-evt-opcao
               if ws-evt-opcao = "S" or ws-evt-opcao = "s" then
                   perform inclui-evento
               end-if
           end-if

           .
       mantem-eventos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Eventos - pede os dados de um evento da estacao
      *>  ws-est-cod-busca e o acrescenta a arqEventos.txt (criado na
      *>  primeira inclusao). Data ou tipo invalidos recusam o evento.
      *>------------------------------------------------------------------------
       inclui-evento section.

           move ws-est-cod-busca to fd-evt-estacao
           display "Data de vigencia (aaaammdd): "
           accept fd-evt-data
           move fd-evt-data to ws-mud-data
           display "Tipo - 'E'quipamento (troca/recalibracao) ou 'M'udanca de local: "
           accept fd-evt-tipo
           if fd-evt-tipo = "e" then
               move "E" to fd-evt-tipo
           end-if
           if fd-evt-tipo = "m" then
               move "M" to fd-evt-tipo
           end-if
           display "Descricao: "
           accept fd-evt-descricao
           display "Ajuste de calibracao a somar nas leituras? (S/N): "
           accept fd-evt-tem-ajuste
           if fd-evt-tem-ajuste = "S" or fd-evt-tem-ajuste = "s" then
               move "S" to fd-evt-tem-ajuste
               display "Ajuste (ex. -00,40): "
               accept fd-evt-ajuste
           else
               move "N" to fd-evt-tem-ajuste
               move 0   to fd-evt-ajuste
           end-if

           if ws-mud-mes < 1 or ws-mud-mes > 12
           or ws-mud-dia < 1 or ws-mud-dia > 31 then
               display "Data de vigencia invalida - evento nao incluido"
           else
           if fd-evt-tipo <> "E" and fd-evt-tipo <> "M" then
               display "Tipo invalido - evento nao incluido"
           else
               open extend arqEventos
               if ws-fs-arqEventos = 35 then
                   open output arqEventos
               end-if
               if ws-fs-arqEventos <> 0 then
                   move 96                                  to ws-msn-erro-ofsset
                   move ws-fs-arqEventos                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEventos "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               write fd-eventos-reg
               if ws-fs-arqEventos <> 0 then
                   move 97                                  to ws-msn-erro-ofsset
                   move ws-fs-arqEventos                    to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqEventos "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               close arqEventos

               perform carrega-eventos
               display "Evento incluido - o ajuste vale a partir da proxima carga"
           end-if
           end-if

           .
       inclui-evento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Assinatura do fechamento (opcao 'A') - mostra a situacao do mes
      *>  em processamento no registro. Mes aberto: pede o responsavel e
      *>  assina. Mes assinado: oferece a reabertura, que exige o
      *>  responsavel e o motivo. As duas operacoes vao para
      *>  arqFechamentos.txt e para arqAuditoria.txt.
      *>------------------------------------------------------------------------
       assina-fechamento section.

           move ws-estacao to ws-fch-busca-estacao
           move ws-mes     to ws-fch-busca-mes
           move ws-ano     to ws-fch-busca-ano
           perform consulta-fechamento

           move ws-mes to ws-fch-mes-ed
           move ws-ano to ws-fch-ano-ed

           if ws-fch-assinado = "S" then
               display "Mes " ws-fch-mes-ed "/" ws-fch-ano-ed
                       " da estacao " ws-estacao " assinado por "
                       ws-fch-responsavel(ws-fch-achou)
                       " em " ws-fch-data(ws-fch-achou)
               display "Reabrir o mes para alteracao? (S/N): "
               accept ws-fch-opcao
               if ws-fch-opcao = "S" or ws-fch-opcao = "s" then
                   display "Responsavel pela reabertura: "
                   accept ws-fch-responsavel-novo
                   display "Motivo da reabertura: "
                   accept ws-fch-motivo-novo
                   if ws-fch-responsavel-novo = spaces
                   or ws-fch-motivo-novo = spaces then
                       display "Reabertura exige responsavel e motivo - mes continua assinado"
                   else
                       move "R" to fd-fch-situacao
                       perform grava-registro-fechamento
                       move "N" to ws-mes-assinado
                       display "Mes reaberto - alteracoes liberadas"
                   end-if
               end-if
           else
               if ws-execucao-provisoria then
                   display "Previa provisoria - mes parcial nao pode ser assinado"
               else
                   display "Mes " ws-fch-mes-ed "/" ws-fch-ano-ed
                           " da estacao " ws-estacao " em aberto"
                   display "Conferir relProntidao.txt antes de assinar."
                           " Assinar o fechamento? (S/N): "
                   accept ws-fch-opcao
                   if ws-fch-opcao = "S" or ws-fch-opcao = "s" then
                       display "Responsavel pela aprovacao: "
                       accept ws-fch-responsavel-novo
                       if ws-fch-responsavel-novo = spaces then
                           display "Assinatura exige o responsavel - mes continua aberto"
                       else
                           move spaces to ws-fch-motivo-novo
                           move "A" to fd-fch-situacao
                           perform grava-registro-fechamento
                           move "S" to ws-mes-assinado
                           display "Fechamento assinado - mes travado para alteracoes"
                       end-if
                   end-if
               end-if
           end-if

           .
       assina-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Assinatura do fechamento - acrescenta a arqFechamentos.txt a
      *>  assinatura/reabertura (situacao ja em fd-fch-situacao) do mes
      *>  em ws-fch-busca-*, atualiza a tabela em memoria e registra a
      *>  operacao em arqAuditoria.txt.
      *>------------------------------------------------------------------------
       grava-registro-fechamento section.

           accept ws-aud-data from date yyyymmdd

           move ws-fch-busca-estacao    to fd-fch-estacao
           move ws-fch-busca-mes        to fd-fch-mes
           move ws-fch-busca-ano        to fd-fch-ano
           move ws-fch-responsavel-novo to fd-fch-responsavel
           move ws-aud-data             to fd-fch-data
           move ws-fch-motivo-novo      to fd-fch-motivo

           open extend arqFechamentos
           if ws-fs-arqFechamentos = 35 then
               open output arqFechamentos
           end-if
           if ws-fs-arqFechamentos <> 0 then
               move 101                                   to ws-msn-erro-ofsset
               move ws-fs-arqFechamentos                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFechamentos "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           write fd-fechamentos-reg
           if ws-fs-arqFechamentos <> 0 then
               move 102                                   to ws-msn-erro-ofsset
               move ws-fs-arqFechamentos                  to ws-msn-erro-cod
               move "Erro ao gravar arq. arqFechamentos "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqFechamentos

           perform guarda-fechamento-tab

           move spaces to ws-fch-aud-texto
           if fd-fch-situacao = "A" then
               string "FECHAMENTO ASSINADO POR="   delimited by size
                      fd-fch-responsavel           delimited by "  "
                      into ws-fch-aud-texto
               end-string
           else
               string "FECHAMENTO REABERTO POR="   delimited by size
                      fd-fch-responsavel           delimited by "  "
                      " MOTIVO="                   delimited by size
                      fd-fch-motivo                delimited by "  "
                      into ws-fch-aud-texto
               end-string
           end-if
           perform grava-auditoria-fechamento

           .
       grava-registro-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Assinatura do fechamento - carrega arqFechamentos.txt para a
      *>  tabela em memoria, ficando a situacao mais recente de cada
      *>  estacao/mes/ano. Sem o arquivo, nenhum mes assinado.
      *>------------------------------------------------------------------------
       carrega-fechamentos section.

           move 0 to ws-qtd-fch

           open input arqFechamentos.
           if ws-fs-arqFechamentos = 35 then
               continue
           else
               if ws-fs-arqFechamentos <> 0 then
                   move 99                                    to ws-msn-erro-ofsset
                   move ws-fs-arqFechamentos                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqFechamentos "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqFechamentos = 10

                   read arqFechamentos
                   if  ws-fs-arqFechamentos <> 0
                   and ws-fs-arqFechamentos <> 10 then
                       move 100                                  to ws-msn-erro-ofsset
                       move ws-fs-arqFechamentos                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqFechamentos "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqFechamentos = 0 then
                       move fd-fch-estacao to ws-fch-busca-estacao
                       move fd-fch-mes     to ws-fch-busca-mes
                       move fd-fch-ano     to ws-fch-busca-ano
                       perform guarda-fechamento-tab
                   end-if

               end-perform

               close arqFechamentos
           end-if

           .
       carrega-fechamentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Assinatura do fechamento - guarda o registro corrente de
      *>  arqFechamentos (chave em ws-fch-busca-*) na tabela, sobrepondo
      *>  a situacao anterior do mesmo estacao/mes/ano.
      *>------------------------------------------------------------------------
       guarda-fechamento-tab section.

           perform consulta-fechamento

           if ws-fch-achou = 0 then
               if ws-qtd-fch >= 500 then
                   move 103                         to ws-msn-erro-ofsset
                   move 0                           to ws-msn-erro-cod
                   move "Tabela de fechamentos cheia (500) "
                     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-fch
               move ws-qtd-fch to ws-fch-achou
               move fd-fch-estacao to ws-fch-estacao(ws-fch-achou)
               move fd-fch-mes     to ws-fch-mes(ws-fch-achou)
               move fd-fch-ano     to ws-fch-ano(ws-fch-achou)
           end-if

           move fd-fch-situacao    to ws-fch-situacao(ws-fch-achou)
           move fd-fch-responsavel to ws-fch-responsavel(ws-fch-achou)
           move fd-fch-data        to ws-fch-data(ws-fch-achou)

           .
       guarda-fechamento-tab-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Assinatura do fechamento - situacao de ws-fch-busca-estacao /
      *>  mes / ano: indice na tabela em ws-fch-achou (0 = nunca
      *>  assinado) e ws-fch-assinado = "S" quando a situacao mais
      *>  recente e' assinado.
      *>------------------------------------------------------------------------
       consulta-fechamento section.

           move 0   to ws-fch-achou
           move "N" to ws-fch-assinado

           perform varying ws-ind-fch from 1 by 1
                                      until ws-ind-fch > ws-qtd-fch
               if  ws-fch-estacao(ws-ind-fch) = ws-fch-busca-estacao
               and ws-fch-mes(ws-ind-fch)     = ws-fch-busca-mes
               and ws-fch-ano(ws-ind-fch)     = ws-fch-busca-ano then
                   move ws-ind-fch to ws-fch-achou
               end-if
           end-perform

           if ws-fch-achou > 0 then
               if ws-fch-situacao(ws-fch-achou) = "A" then
                   move "S" to ws-fch-assinado
               end-if
           end-if

           .
       consulta-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Assinatura do fechamento - recusa a alteracao
      *>  ws-fch-acao-recusada no mes assinado ws-fch-busca-* (consultado
      *>  por ultimo em consulta-fechamento): avisa na tela e grava a
      *>  recusa em arqAuditoria.txt.
      *>------------------------------------------------------------------------
       recusa-mes-assinado section.

           move ws-fch-busca-mes to ws-fch-mes-ed
           move ws-fch-busca-ano to ws-fch-ano-ed
           display "Mes " ws-fch-mes-ed "/" ws-fch-ano-ed " da estacao "
                   ws-fch-busca-estacao " assinado - "
                   ws-fch-acao-recusada " recusada (reabrir pela opcao 'A')"

           move spaces to ws-fch-aud-texto
           string "FECHAMENTO ASSINADO ALTERACAO RECUSADA=" delimited by size
                  ws-fch-acao-recusada                     delimited by space
                  into ws-fch-aud-texto
           end-string
           perform grava-auditoria-fechamento

           .
       recusa-mes-assinado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Assinatura do fechamento - linha de arqAuditoria.txt para o mes
      *>  ws-fch-busca-* com o texto ws-fch-aud-texto. Mesmo prefixo das
      *>  linhas de execucao (data, hora, ESTACAO=, MES=), mas sem os
      *>  controles de integridade e sem resultado de execucao - a
      *>  conferencia VERIFICA e a prontidao passam direto por ela.
      *>------------------------------------------------------------------------
       grava-auditoria-fechamento section.

           accept ws-aud-data from date yyyymmdd
           accept ws-aud-hora from time

           open extend arqAuditoria.
           if ws-fs-arqAuditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-arqAuditoria <> 0 then
               move 104                                  to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAuditoria "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-fch-busca-mes to ws-fch-mes-ed
           move ws-fch-busca-ano to ws-fch-ano-ed

           move spaces to fd-auditoria-linha
           string ws-aud-data            delimited by size
                  " "                    delimited by size
                  ws-aud-hora            delimited by size
                  " ESTACAO="            delimited by size
                  ws-fch-busca-estacao   delimited by size
                  " MES="                delimited by size
                  ws-fch-mes-ed          delimited by size
                  "/"                    delimited by size
                  ws-fch-ano-ed          delimited by size
                  " "                    delimited by size
                  ws-fch-aud-texto       delimited by size
                  into fd-auditoria-linha
           end-string

           write fd-auditoria-linha

           close arqAuditoria

           .
       grava-auditoria-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Eventos - carrega arqEventos.txt inteiro (todas as estacoes)
      *>  para a tabela em memoria. Sem o arquivo, nenhum evento.
      *>------------------------------------------------------------------------
       carrega-eventos section.

           move 0 to ws-qtd-evt

           open input arqEventos.
           if ws-fs-arqEventos = 35 then
               continue
           else
               if ws-fs-arqEventos <> 0 then
                   move 94                                 to ws-msn-erro-ofsset
                   move ws-fs-arqEventos                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEventos "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEventos = 10

                   read arqEventos
                   if  ws-fs-arqEventos <> 0
                   and ws-fs-arqEventos <> 10 then
                       move 95                                to ws-msn-erro-ofsset
                       move ws-fs-arqEventos                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEventos "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqEventos = 0 then
                       if ws-qtd-evt >= 200 then
                           move 98                          to ws-msn-erro-ofsset
                           move 0                           to ws-msn-erro-cod
                           move "Tabela de eventos cheia (200) "
                             to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-evt
                       move fd-evt-estacao    to ws-evt-estacao(ws-qtd-evt)
                       move fd-evt-data       to ws-evt-data(ws-qtd-evt)
                       move fd-evt-tipo       to ws-evt-tipo(ws-qtd-evt)
                       move fd-evt-tem-ajuste to ws-evt-tem-ajuste(ws-qtd-evt)
                       move fd-evt-ajuste     to ws-evt-ajuste(ws-qtd-evt)
                       move fd-evt-descricao  to ws-evt-descricao(ws-qtd-evt)
                   end-if

               end-perform

               close arqEventos
           end-if

           .
       carrega-eventos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Eventos - ajuste de calibracao em vigor em cada dia do mes em
      *>  carga: o do evento da estacao com ajuste de data de vigencia
      *>  mais recente ate o dia (empate: o ultimo do arquivo). Antes do
      *>  primeiro evento com ajuste, zero.
      *>------------------------------------------------------------------------
       monta-ajustes-mes section.

           perform varying ws-dia-viz from 1 by 1 until ws-dia-viz > 31
               move 0 to ws-ajuste-dia(ws-dia-viz)
               move 0 to ws-ajuste-vigencia(ws-dia-viz)
               compute ws-evt-data-dia = ws-ano * 10000
                                       + ws-mes * 100
                                       + ws-dia-viz
               perform varying ws-ind-evt from 1 by 1
                                          until ws-ind-evt > ws-qtd-evt
                   if  ws-evt-estacao(ws-ind-evt)    = ws-estacao
                   and ws-evt-tem-ajuste(ws-ind-evt) = "S"
                   and ws-evt-data(ws-ind-evt)      <= ws-evt-data-dia
                   and ws-evt-data(ws-ind-evt)      >= ws-ajuste-vigencia(ws-dia-viz) then
                       move ws-evt-ajuste(ws-ind-evt)
                         to ws-ajuste-dia(ws-dia-viz)
                       move ws-evt-data(ws-ind-evt)
                         to ws-ajuste-vigencia(ws-dia-viz)
                   end-if
               end-perform
           end-perform

           .
       monta-ajustes-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Eventos - soma ao registro de arqTemp em montagem (dia
      *>  ws-dia-rel) o ajuste de calibracao em vigor no dia. O dia sem
      *>  leitura (-99,99) nao e' ajustado - continua marcando a falta.
      *>------------------------------------------------------------------------
       aplica-ajuste-calibracao section.

           if  ws-dia-rel >= 1
           and ws-dia-rel <= 31 then
               if  ws-ajuste-dia(ws-dia-rel) not = 0
               and fd-temp not = -99,99 then
                   compute fd-temp = fd-temp + ws-ajuste-dia(ws-dia-rel)
                       on size error
                           continue
                   end-compute
                   compute fd-temp-dia-min
                         = fd-temp-dia-min + ws-ajuste-dia(ws-dia-rel)
                       on size error
                           continue
                   end-compute
                   compute fd-temp-dia-max
                         = fd-temp-dia-max + ws-ajuste-dia(ws-dia-rel)
                       on size error
                           continue
                   end-compute
                   add 1 to ws-qtd-dias-ajustados
               end-if
           end-if

           .
       aplica-ajuste-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Eventos - procura mudanca de local ("M") da estacao
      *>  ws-mud-estacao com vigencia depois de ws-mud-data-ini e ate
      *>  ws-mud-data-fim (datas aaaammdd): o periodo mistura leituras
      *>  dos dois sitios. Devolve ws-mud-achou ("S"/"N") e, achando, a
      *>  data da mudanca mais recente em ws-mud-data / ws-mud-data-ed.
      *>------------------------------------------------------------------------
       verifica-mudanca-local section.

           move "N"    to ws-mud-achou
           move 0      to ws-mud-data
           move spaces to ws-mud-data-ed

           perform varying ws-ind-evt from 1 by 1
                                      until ws-ind-evt > ws-qtd-evt
               if  ws-evt-estacao(ws-ind-evt) = ws-mud-estacao
               and ws-evt-tipo(ws-ind-evt)    = "M"
               and ws-evt-data(ws-ind-evt)    > ws-mud-data-ini
               and ws-evt-data(ws-ind-evt)   <= ws-mud-data-fim
               and ws-evt-data(ws-ind-evt)    > ws-mud-data then
                   move "S"                     to ws-mud-achou
                   move ws-evt-data(ws-ind-evt) to ws-mud-data
               end-if
           end-perform

           if ws-mud-achou = "S" then
               string ws-mud-dia delimited by size
                      "/"        delimited by size
                      ws-mud-mes delimited by size
                      "/"        delimited by size
                      ws-mud-ano delimited by size
                      into ws-mud-data-ed
               end-string
           end-if

           .
       verifica-mudanca-local-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga inicial de arqTemp.dat - so e' executada quando o arquivo
      *>  relativo ainda nao existe (primeira execucao de um mes novo).
      *>  Com arqLeituras<est>.txt presente (dia + hora + temperatura,
      *>  varias leituras por dia), cada dia e' agregado em minima,
      *>  maxima e media diaria antes da gravacao. Sem ele, vale a carga
      *>  antiga por arqTemp<est>.txt (um valor de temperatura por linha,
      *>  um dia por registro, na ordem do mes), com minima = maxima =
      *>  valor do dia. Nos dois casos a chave relativa e' o dia do mes.
      *>------------------------------------------------------------------------
       carrega-arqTemp-inicial section.

           open input arqLeituras
           if ws-fs-arqLeituras = 0 then
               perform carrega-leituras-intradia
           else
               if ws-fs-arqLeituras <> 35 then
                   move 45                                    to ws-msn-erro-ofsset
                   move ws-fs-arqLeituras                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqLeituras "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               open input arqTempTxt
               if ws-fs-arqTempTxt = 35 then
      *>           sem nenhuma origem de carga: no modo de tela o mes
      *>           novo comeca vazio e e' alimentado pela digitacao
      *>           (opcao 'D'); sem operador continua sendo erro - um
      *>           fechamento em lote nao digita nada
                   if not ws-execucao-lote then
                       move "S" to ws-carga-sem-origem
                       open output arqTemp
                       close arqTemp
                       display "Mes novo sem arquivo de carga - use a"
                               " opcao 'D' para digitar as leituras"
                   else
                       move 20                                      to ws-msn-erro-ofsset
                       move ws-fs-arqTempTxt                        to ws-msn-erro-cod
                       move "Sem arqLeituras/arqTemp.txt p/ carga "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
               if  ws-carga-sem-origem = "N"
               and ws-fs-arqTempTxt <> 0 then
                   move 21                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTempTxt                    to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemp.txt "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-carga-sem-origem = "N" then
               open output arqTemp
               if ws-fs-arqTemp <> 0 then
                   move 22                                  to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                       to ws-msn-erro-cod
                   move "Erro ao criar arq. arqTemp.dat "   to ws-msn-erro-text
                   close arqTempTxt
                   perform finaliza-anormal
               end-if

               move 0 to ws-dia-rel

               perform until ws-fs-arqTempTxt = 10

                   read arqTempTxt
                   if  ws-fs-arqTempTxt <> 0
                   and ws-fs-arqTempTxt <> 10 then
                       move 23                                    to ws-msn-erro-ofsset
                       move ws-fs-arqTempTxt                      to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemp.txt "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqTempTxt = 0 then
                       add 1 to ws-dia-rel
                       move fd-temperaturas-txt to fd-temp
                       move fd-temperaturas-txt to fd-temp-dia-min
                       move fd-temperaturas-txt to fd-temp-dia-max
      *>               a carga por valor unico nao traz chuva
                       move 0                   to fd-chuva-dia
                       move space               to fd-temp-estimado
                       perform aplica-ajuste-calibracao
                       write fd-temperaturas
                       if ws-fs-arqTemp <> 0 then
                           move 24                                to ws-msn-erro-ofsset
                           move ws-fs-arqTemp                     to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqTemp.dat " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if

               end-perform

               close arqTempTxt
               close arqTemp
               end-if
           end-if

           if  ws-qtd-dias-ajustados > 0
           and not ws-execucao-lote then
               display "Ajuste de calibracao (arqEventos.txt) aplicado em "
                       ws-qtd-dias-ajustados " dia(s) da carga"
           end-if

           .
       carrega-arqTemp-inicial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga das leituras horarias - le arqLeituras<est>.txt (ja
      *>  aberto por carrega-arqTemp-inicial), agrega cada dia em soma,
      *>  contagem, minima e maxima, e grava arqTemp<est>.dat com a
      *>  media diaria + minima + maxima, do dia 1 ao ultimo dia com
      *>  leitura. Dia sem nenhuma leitura no meio do mes e' gravado
      *>  como -99,99 - fora da faixa realista de proposito, para cair
      *>  na fila de excecoes pela propria edicao de faixa da carga. Os
      *>  dias depois da ultima leitura sao acrescentados do mesmo jeito
      *>  por completa-dias-mes, quando a execucao nao e' previa.
      *>------------------------------------------------------------------------
       carrega-leituras-intradia section.

           move 0 to ws-agg-ultimo-dia
           perform varying ws-agg-dia from 1 by 1 until ws-agg-dia > 31
               move 0 to ws-agg-soma(ws-agg-dia)
               move 0 to ws-agg-qtd(ws-agg-dia)
               move 0 to ws-agg-min(ws-agg-dia)
               move 0 to ws-agg-max(ws-agg-dia)
               move 0 to ws-agg-chuva(ws-agg-dia)
           end-perform

           perform until ws-fs-arqLeituras = 10

               read arqLeituras
               if  ws-fs-arqLeituras <> 0
               and ws-fs-arqLeituras <> 10 then
                   move 46                                   to ws-msn-erro-ofsset
                   move ws-fs-arqLeituras                    to ws-msn-erro-cod
                   move "Erro ao ler arq. arqLeituras "       to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqLeituras = 0
               and fd-lei-dia >= 1
               and fd-lei-dia <= 31 then
                   compute ws-agg-soma(fd-lei-dia)
                         = ws-agg-soma(fd-lei-dia) + fd-lei-temp
                   add 1 to ws-agg-qtd(fd-lei-dia)

                   if  ws-agg-qtd(fd-lei-dia) = 1
                   or  fd-lei-temp < ws-agg-min(fd-lei-dia) then
                       move fd-lei-temp to ws-agg-min(fd-lei-dia)
                   end-if
                   if  ws-agg-qtd(fd-lei-dia) = 1
                   or  fd-lei-temp > ws-agg-max(fd-lei-dia) then
                       move fd-lei-temp to ws-agg-max(fd-lei-dia)
                   end-if

      *>           chuva da leitura - arquivos anteriores ao campo chegam
      *>           com espacos na posicao, que valem zero
                   if fd-lei-chuva is numeric then
                       move fd-lei-chuva to ws-agg-chuva-lida
                   else
                       move 0 to ws-agg-chuva-lida
                   end-if
                   compute ws-agg-chuva(fd-lei-dia)
                         = ws-agg-chuva(fd-lei-dia) + ws-agg-chuva-lida

                   if fd-lei-dia > ws-agg-ultimo-dia then
                       move fd-lei-dia to ws-agg-ultimo-dia
                   end-if
               end-if

           end-perform

           close arqLeituras

           if ws-agg-ultimo-dia = 0 then
               move 47                                   to ws-msn-erro-ofsset
               move 0                                    to ws-msn-erro-cod
               move "arqLeituras sem leituras de dia "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqTemp
           if ws-fs-arqTemp <> 0 then
               move 22                                  to ws-msn-erro-ofsset
               move ws-fs-arqTemp                       to ws-msn-erro-cod
               move "Erro ao criar arq. arqTemp.dat "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-agg-dia from 1 by 1
                                      until ws-agg-dia > ws-agg-ultimo-dia

               move ws-agg-dia to ws-dia-rel

               if ws-agg-qtd(ws-agg-dia) > 0 then
                   compute fd-temp = ws-agg-soma(ws-agg-dia)
                                   / ws-agg-qtd(ws-agg-dia)
                   move ws-agg-min(ws-agg-dia)   to fd-temp-dia-min
                   move ws-agg-max(ws-agg-dia)   to fd-temp-dia-max
                   move ws-agg-chuva(ws-agg-dia) to fd-chuva-dia
                   perform aplica-ajuste-calibracao
               else
                   move -99,99 to fd-temp
                   move -99,99 to fd-temp-dia-min
                   move -99,99 to fd-temp-dia-max
                   move 0      to fd-chuva-dia
               end-if
               move space to fd-temp-estimado

               write fd-temperaturas
               if ws-fs-arqTemp <> 0 then
                   move 24                                to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                     to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqTemp.dat " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

           end-perform

           close arqTemp

           .
       carrega-leituras-intradia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Checkpoint - carrega os dias ja confirmados em um rerun anterior
      *>------------------------------------------------------------------------
       carrega-checkpoint section.

           move 0 to ws-chk-ultimo-dia
           move "N" to ws-chk-existe

           open input arqCheckpoint.
           if ws-fs-arqCheckpoint = 35 then
      *>       primeira execucao para este arqTemp.dat - sem checkpoint
               continue
           else
               if ws-fs-arqCheckpoint <> 0 then
                   move 8                                  to ws-msn-erro-ofsset
                   move ws-fs-arqCheckpoint                to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqCheckpoint " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "S" to ws-chk-existe

               perform until ws-fs-arqCheckpoint = 10
                   read arqCheckpoint
                   if ws-fs-arqCheckpoint = 0 then
                       move fd-chk-temp     to ws-temp(fd-chk-dia)
                       move fd-chk-temp-min to ws-temp-dias-min(fd-chk-dia)
                       move fd-chk-temp-max to ws-temp-dias-max(fd-chk-dia)
                       move fd-chk-chuva    to ws-chuva-dias(fd-chk-dia)
                       move fd-chk-validos  to ws-temp-validos(fd-chk-dia)
                       move fd-chk-dia      to ws-chk-ultimo-dia
                   else
                       if ws-fs-arqCheckpoint <> 10 then
                           move 18                                  to ws-msn-erro-ofsset
                           move ws-fs-arqCheckpoint                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqCheckpoint "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform

               close arqCheckpoint
           end-if

      *>   Reabre para acrescentar, a partir de agora, os dias que forem
      *>   confirmados nesta execucao (arquivo novo comeca em "output")
           if ws-existe-checkpoint then
               open extend arqCheckpoint
           else
               open output arqCheckpoint
           end-if
           if ws-fs-arqCheckpoint <> 0 then
               move 9                                  to ws-msn-erro-ofsset
               move ws-fs-arqCheckpoint                to ws-msn-erro-cod
               move "Erro ao abrir arq. arqCheckpoint " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carrega-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Checkpoint - grava o dia ws-ind-temp, recem lido com sucesso
      *>------------------------------------------------------------------------
       grava-checkpoint section.

           move ws-ind-temp                     to fd-chk-dia
           move ws-temp(ws-ind-temp)            to fd-chk-temp
           move ws-temp-dias-min(ws-ind-temp)   to fd-chk-temp-min
           move ws-temp-dias-max(ws-ind-temp)   to fd-chk-temp-max
           move ws-chuva-dias(ws-ind-temp)      to fd-chk-chuva
           move ws-temp-validos(ws-ind-temp)    to fd-chk-validos
           write fd-checkpoint-reg.

           .
       grava-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Checkpoint - esvazia o arquivo depois de um mes lido por completo
      *>------------------------------------------------------------------------
       limpa-checkpoint section.

           close arqCheckpoint.
           open output arqCheckpoint.
           close arqCheckpoint.

           .
       limpa-checkpoint-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Historico - recupera de arqHistorico.txt a media do mes de
      *>  calendario imediatamente anterior a ws-mes/ws-ano, da mesma
      *>  estacao em processamento, para a comparacao de tendencia no
      *>  menu (opcao 'H') - registros de outras estacoes sao ignorados.
      *>  O registro do mes em curso so e' acrescentado depois, em
      *>  grava-historico, apos a media ser apurada.
      *>------------------------------------------------------------------------
       carrega-historico-anterior section.

           move "N" to ws-hist-existe-anterior

           if ws-mes = 1 then
               move 12 to ws-hist-mes-busca
               compute ws-hist-ano-busca = ws-ano - 1
           else
               compute ws-hist-mes-busca = ws-mes - 1
               move ws-ano to ws-hist-ano-busca
           end-if

           open input arqHistorico.
           if ws-fs-arqHistorico = 35 then
               continue
           else
               if ws-fs-arqHistorico <> 0 then
                   move 11                                to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistorico " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqHistorico = 10
                   read arqHistorico
                   if ws-fs-arqHistorico = 0 then
                       if  fd-hist-estacao = ws-estacao
                       and fd-hist-mes     = ws-hist-mes-busca
                       and fd-hist-ano     = ws-hist-ano-busca then
                           move fd-hist-estacao to ws-hist-estacao-ant
                           move fd-hist-mes     to ws-hist-mes-ant
                           move fd-hist-ano     to ws-hist-ano-ant
                           move fd-hist-media   to ws-hist-media-ant
                           move "S"             to ws-hist-existe-anterior
                       end-if
                   else
                       if ws-fs-arqHistorico <> 10 then
                           move 12                                 to ws-msn-erro-ofsset
                           move ws-fs-arqHistorico                 to ws-msn-erro-cod
                           move "Erro ao ler arq. arqHistorico "   to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform

               close arqHistorico
           end-if

           .
       carrega-historico-anterior-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Normal climatologica - media do mes de calendario ws-mes sobre
      *>  todos os anos disponiveis no historico da estacao (um registro
      *>  por ano, ja fundido na carga da tabela) e anomalia da media do
      *>  mes em curso contra ela. ws-normal-existe = "N" quando o
      *>  historico nao tem nenhum ano do mes. ws-normal-cruza-mudanca
      *>  = "S" quando os anos da normal atravessam uma mudanca de local
      *>  da estacao (arqEventos.txt), com a data em ws-mud-data-ed.
      *>------------------------------------------------------------------------
       calc-normal-mes section.

           perform carrega-historico-tab

           move 0   to ws-normal-qtd-anos
           move 0   to ws-normal-soma
           move "N" to ws-normal-existe
           move "N" to ws-normal-cruza-mudanca
           move ws-ano to ws-normal-ano-ini
           move ws-ano to ws-normal-ano-fim

           perform varying ws-ind-hist from 1 by 1
                                       until ws-ind-hist > ws-qtd-hist
               if  ws-hist-t-estacao(ws-ind-hist) = ws-estacao
               and ws-hist-t-mes(ws-ind-hist)     = ws-mes then
                   add 1 to ws-normal-qtd-anos
                   compute ws-normal-soma
                         = ws-normal-soma
                         + ws-hist-t-media(ws-ind-hist)
                   if ws-hist-t-ano(ws-ind-hist) < ws-normal-ano-ini then
                       move ws-hist-t-ano(ws-ind-hist) to ws-normal-ano-ini
                   end-if
                   if ws-hist-t-ano(ws-ind-hist) > ws-normal-ano-fim then
                       move ws-hist-t-ano(ws-ind-hist) to ws-normal-ano-fim
                   end-if
               end-if
           end-perform

      *>   mudanca de local entre o primeiro mes da normal e o ultimo
      *>   (o mes em curso incluso, que e' comparado com ela) - normal
      *>   e anomalia misturam dois sitios
           move ws-estacao to ws-mud-estacao
           compute ws-mud-data-ini = ws-normal-ano-ini * 10000
                                   + ws-mes * 100 + 1
           compute ws-mud-data-fim = ws-normal-ano-fim * 10000
                                   + ws-mes * 100 + 31
           perform verifica-mudanca-local
           move ws-mud-achou to ws-normal-cruza-mudanca

           if ws-normal-qtd-anos > 0 then
               move "S" to ws-normal-existe
               compute ws-normal-mes
                     = ws-normal-soma / ws-normal-qtd-anos
               compute ws-anomalia = ws-media-temp - ws-normal-mes
               if ws-anomalia < 0 then
                   compute ws-anomalia-abs = 0 - ws-anomalia
               else
                   move ws-anomalia to ws-anomalia-abs
               end-if
           end-if

           .
       calc-normal-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Historico - registra a media do mes/ano em curso, mantendo um
      *>  unico registro por estacao/mes/ano: o historico inteiro e'
      *>  carregado para a memoria, o registro do mes e' substituido (ou
      *>  acrescentado, se for a primeira gravacao) e o arquivo e'
      *>  regravado - uma correcao tardia nao deixa mais uma segunda
      *>  media duplicada para o mesmo mes.
      *>------------------------------------------------------------------------
       grava-historico section.

           perform carrega-historico-tab

      *>   mes assinado: a media certificada fica como esta - a mesma
      *>   media nao muda nada e passa em silencio, media diferente (ou
      *>   mes ausente do historico) e' alteracao e e' recusada
           if ws-mes-fechado then
               move "N" to ws-hist-achou
               perform varying ws-ind-hist from 1 by 1
                                           until ws-ind-hist > ws-qtd-hist
                   if  ws-hist-t-estacao(ws-ind-hist) = ws-estacao
                   and ws-hist-t-mes(ws-ind-hist)     = ws-mes
                   and ws-hist-t-ano(ws-ind-hist)     = ws-ano
                   and ws-hist-t-media(ws-ind-hist)   = ws-media-temp then
                       move "S" to ws-hist-achou
                   end-if
               end-perform
               if ws-hist-achou = "N" then
                   move "HISTORICO" to ws-fch-acao-recusada
                   perform recusa-mes-assinado
               end-if
           else
               move "N" to ws-hist-achou
               perform varying ws-ind-hist from 1 by 1
                                           until ws-ind-hist > ws-qtd-hist
                   if  ws-hist-t-estacao(ws-ind-hist) = ws-estacao
                   and ws-hist-t-mes(ws-ind-hist)     = ws-mes
                   and ws-hist-t-ano(ws-ind-hist)     = ws-ano then
                       move ws-media-temp to ws-hist-t-media(ws-ind-hist)
                       move "S"           to ws-hist-achou
                   end-if
               end-perform

               if ws-hist-achou = "N" then
                   if ws-qtd-hist >= 600 then
                       move 38                               to ws-msn-erro-ofsset
                       move 0                                to ws-msn-erro-cod
                       move "Tabela de historico cheia (600) " to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-hist
                   move ws-estacao    to ws-hist-t-estacao(ws-qtd-hist)
                   move ws-mes        to ws-hist-t-mes(ws-qtd-hist)
                   move ws-ano        to ws-hist-t-ano(ws-qtd-hist)
                   move ws-media-temp to ws-hist-t-media(ws-qtd-hist)
               end-if

               perform regrava-historico

           end-if

           .
       grava-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Historico - carrega arqHistorico.txt inteiro para a tabela em
      *>  memoria. Duplicatas antigas do mesmo estacao/mes/ano (geradas
      *>  quando o historico ainda era so acrescentado) sao fundidas,
      *>  ficando o registro mais novo - o mesmo criterio que a leitura
      *>  sequencial antiga aplicava na pratica.
      *>------------------------------------------------------------------------
       carrega-historico-tab section.

           move 0 to ws-qtd-hist

           open input arqHistorico.
           if ws-fs-arqHistorico = 35 then
      *>       primeira gravacao - historico comeca vazio
               continue
           else
               if ws-fs-arqHistorico <> 0 then
                   move 13                                  to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqHistorico "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqHistorico = 10

                   read arqHistorico
                   if  ws-fs-arqHistorico <> 0
                   and ws-fs-arqHistorico <> 10 then
                       move 39                                 to ws-msn-erro-ofsset
                       move ws-fs-arqHistorico                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqHistorico "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqHistorico = 0 then
                       move "N" to ws-hist-achou
                       perform varying ws-ind-hist from 1 by 1
                                                   until ws-ind-hist > ws-qtd-hist
                           end-if
                       end-perform

                       if ws-hist-achou = "N" then
                           if ws-qtd-hist >= 600 then
                               move 38                               to ws-msn-erro-ofsset
                               move 0                                to ws-msn-erro-cod
                               move "Tabela de historico cheia (600) " to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-hist
                           move fd-hist-estacao to ws-hist-t-estacao(ws-qtd-hist)
                           move fd-hist-mes     to ws-hist-t-mes(ws-qtd-hist)
                           move fd-hist-ano     to ws-hist-t-ano(ws-qtd-hist)
                           move fd-hist-media   to ws-hist-t-media(ws-qtd-hist)
                       end-if
                   end-if

               end-perform

               close arqHistorico
           end-if

           .
       carrega-historico-tab-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Historico - regrava arqHistorico.txt inteiro a partir da tabela
      *>  em memoria (um registro por estacao/mes/ano).
      *>------------------------------------------------------------------------
       regrava-historico section.

      *>   o arquivo atual vira a geracao G1 antes de ser regravado -
      *>   uma queda no meio da regravacao tem caminho de volta
           move "arqHistorico" to ws-ger-prefixo
           perform rotaciona-geracoes

           open output arqHistorico.
           if ws-fs-arqHistorico <> 0 then
               move 40                                  to ws-msn-erro-ofsset
               move ws-fs-arqHistorico                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqHistorico "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-hist from 1 by 1
                                       until ws-ind-hist > ws-qtd-hist
               move ws-hist-t-estacao(ws-ind-hist) to fd-hist-estacao
               move ws-hist-t-mes(ws-ind-hist)     to fd-hist-mes
               move ws-hist-t-ano(ws-ind-hist)     to fd-hist-ano
               move ws-hist-t-media(ws-ind-hist)   to fd-hist-media
               write fd-historico-reg
               if ws-fs-arqHistorico <> 0 then
                   move 41                                   to ws-msn-erro-ofsset
                   move ws-fs-arqHistorico                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqHistorico "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqHistorico

           .
       regrava-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alertas de temperatura extrema sustentada - varre o mes
      *>  carregado atras de sequencias de ws-ale-min-dias ou mais dias
      *>  consecutivos validos com a maxima do dia em ws-ale-limite-calor
      *>  ou acima (tipo "Q") ou a minima em ws-ale-limite-frio ou abaixo
      *>  (tipo "F"), e regrava arqAlertas.txt com os episodios do mes
      *>  (os de outros meses e estacoes sao preservados). Reapurado a
      *>  cada correcao, e' idempotente - o sistema da manutencao nunca
      *>  ve o mesmo episodio duplicado.
      *>------------------------------------------------------------------------
       detecta-alertas section.

           move 0 to ws-qtd-alertas

           move "T" to ws-ale-descarta
           perform carrega-alertas-mantidos
           perform varre-alertas-calor
           perform varre-alertas-frio
           perform grava-alertas

           .
       detecta-alertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alertas - carrega arqAlertas.txt preservando os episodios de
      *>  outros meses e estacoes; os do mes em curso do tipo indicado
      *>  em ws-ale-descarta serao reapurados.
      *>------------------------------------------------------------------------
       carrega-alertas-mantidos section.

           move 0 to ws-qtd-ale-tab

           open input arqAlertas.
           if ws-fs-arqAlertas = 35 then
      *>       primeira deteccao - interface comeca vazia
               continue
           else
               if ws-fs-arqAlertas <> 0 then
                   move 49                                to ws-msn-erro-ofsset
                   move ws-fs-arqAlertas                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAlertas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAlertas = 10

                   read arqAlertas
                   if  ws-fs-arqAlertas <> 0
                   and ws-fs-arqAlertas <> 10 then
                       move 50                               to ws-msn-erro-ofsset
                       move ws-fs-arqAlertas                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAlertas "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqAlertas = 0 then
                       if  fd-ale-estacao = ws-estacao
                       and fd-ale-mes     = ws-mes
                       and fd-ale-ano     = ws-ano
                       and ((ws-ale-descarta = "R" and fd-ale-tipo = "R")
                        or  (ws-ale-descarta = "T" and fd-ale-tipo <> "R")) then
      *>                   episodio do mes em curso - sera reapurado
                           continue
                       else
                           if ws-qtd-ale-tab >= 500 then
                               move 51                          to ws-msn-erro-ofsset
                               move 0                           to ws-msn-erro-cod
                               move "Tabela de alertas cheia (500) "
                                 to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-ale-tab
                           move fd-ale-estacao
                             to ws-ale-estacao(ws-qtd-ale-tab)
                           move fd-ale-mes
                             to ws-ale-mes(ws-qtd-ale-tab)
                           move fd-ale-ano
                             to ws-ale-ano(ws-qtd-ale-tab)
                           move fd-ale-tipo
                             to ws-ale-tipo(ws-qtd-ale-tab)
                           move fd-ale-dia-ini
                             to ws-ale-dia-ini(ws-qtd-ale-tab)
                           move fd-ale-dia-fim
                             to ws-ale-dia-fim(ws-qtd-ale-tab)
                           move fd-ale-valor
                             to ws-ale-valor(ws-qtd-ale-tab)
                           if fd-ale-tipo = "R" then
                               move fd-ale-rec-categoria
                                 to ws-ale-rec-categoria(ws-qtd-ale-tab)
                               move fd-ale-rec-valor
                                 to ws-ale-rec-valor(ws-qtd-ale-tab)
                               move fd-ale-rec-valor-ant
                                 to ws-ale-rec-valor-ant(ws-qtd-ale-tab)
                               move fd-ale-rec-data-ant
                                 to ws-ale-rec-data-ant(ws-qtd-ale-tab)
                           else
      *>                       episodio Q/F - linhas gravadas antes dos
      *>                       campos de recorde chegam com brancos
                               move 0 to ws-ale-rec-categoria(ws-qtd-ale-tab)
                               move 0 to ws-ale-rec-valor(ws-qtd-ale-tab)
                               move 0 to ws-ale-rec-valor-ant(ws-qtd-ale-tab)
                               move 0 to ws-ale-rec-data-ant(ws-qtd-ale-tab)
                           end-if
                       end-if
                   end-if

               end-perform

               close arqAlertas
           end-if

           .
       carrega-alertas-mantidos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alertas - varre as maximas diarias atras de sequencias de
      *>  calor sustentado (tipo "Q").
      *>------------------------------------------------------------------------
       varre-alertas-calor section.

           move "Q" to ws-ale-tipo-corr
           move 0   to ws-ale-ini

           perform varying ws-ale-dia from 1 by 1
                                      until ws-ale-dia > ws-qtd-dias
               if (ws-temp-validos(ws-ale-dia) = "S"
                or ws-temp-validos(ws-ale-dia) = "E")
               and ws-temp-dias-max(ws-ale-dia) >= ws-ale-limite-calor then
                   if ws-ale-ini = 0 then
                       move ws-ale-dia to ws-ale-ini
                       move ws-temp-dias-max(ws-ale-dia) to ws-ale-extremo
                   else
                       if ws-temp-dias-max(ws-ale-dia) > ws-ale-extremo then
                           move ws-temp-dias-max(ws-ale-dia)
                             to ws-ale-extremo
                       end-if
                   end-if
               else
                   if ws-ale-ini > 0 then
                       compute ws-ale-fim = ws-ale-dia - 1
                       perform encerra-episodio-alerta
                   end-if
               end-if
           end-perform

           if ws-ale-ini > 0 then
               move ws-qtd-dias to ws-ale-fim
               perform encerra-episodio-alerta
           end-if

           .
       varre-alertas-calor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alertas - varre as minimas diarias atras de sequencias de
      *>  frio sustentado (tipo "F").
      *>------------------------------------------------------------------------
       varre-alertas-frio section.

           move "F" to ws-ale-tipo-corr
           move 0   to ws-ale-ini

           perform varying ws-ale-dia from 1 by 1
                                      until ws-ale-dia > ws-qtd-dias
               if (ws-temp-validos(ws-ale-dia) = "S"
                or ws-temp-validos(ws-ale-dia) = "E")
               and ws-temp-dias-min(ws-ale-dia) <= ws-ale-limite-frio then
                   if ws-ale-ini = 0 then
                       move ws-ale-dia to ws-ale-ini
                       move ws-temp-dias-min(ws-ale-dia) to ws-ale-extremo
                   else
                       if ws-temp-dias-min(ws-ale-dia) < ws-ale-extremo then
                           move ws-temp-dias-min(ws-ale-dia)
                             to ws-ale-extremo
                       end-if
                   end-if
               else
                   if ws-ale-ini > 0 then
                       compute ws-ale-fim = ws-ale-dia - 1
                       perform encerra-episodio-alerta
                   end-if
               end-if
           end-perform

           if ws-ale-ini > 0 then
               move ws-qtd-dias to ws-ale-fim
               perform encerra-episodio-alerta
           end-if

           .
       varre-alertas-frio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alertas - fecha a sequencia corrente (ws-ale-ini a ws-ale-fim):
      *>  com o minimo de dias atingido vira um episodio na tabela, senao
      *>  e' descartada. Zera ws-ale-ini para a varredura continuar.
      *>------------------------------------------------------------------------
       encerra-episodio-alerta section.

           if (ws-ale-fim - ws-ale-ini + 1) >= ws-ale-min-dias then
               if ws-qtd-ale-tab >= 500 then
                   move 51                          to ws-msn-erro-ofsset
                   move 0                           to ws-msn-erro-cod
                   move "Tabela de alertas cheia (500) "
                     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-ale-tab
               move ws-estacao        to ws-ale-estacao(ws-qtd-ale-tab)
               move ws-mes            to ws-ale-mes(ws-qtd-ale-tab)
               move ws-ano            to ws-ale-ano(ws-qtd-ale-tab)
               move ws-ale-tipo-corr  to ws-ale-tipo(ws-qtd-ale-tab)
               move ws-ale-ini        to ws-ale-dia-ini(ws-qtd-ale-tab)
               move ws-ale-fim        to ws-ale-dia-fim(ws-qtd-ale-tab)
               move ws-ale-extremo    to ws-ale-valor(ws-qtd-ale-tab)
               move 0 to ws-ale-rec-categoria(ws-qtd-ale-tab)
               move 0 to ws-ale-rec-valor(ws-qtd-ale-tab)
               move 0 to ws-ale-rec-valor-ant(ws-qtd-ale-tab)
               move 0 to ws-ale-rec-data-ant(ws-qtd-ale-tab)
               add 1 to ws-qtd-alertas
           end-if

           move 0 to ws-ale-ini

           .
       encerra-episodio-alerta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Alertas - regrava arqAlertas.txt inteiro a partir da tabela em
      *>  memoria (episodios preservados + episodios do mes reapurados).
      *>------------------------------------------------------------------------
       grava-alertas section.

      *>   geracao de seguranca antes da regravacao no lugar
           move "arqAlertas" to ws-ger-prefixo
           perform rotaciona-geracoes

           open output arqAlertas.
           if ws-fs-arqAlertas <> 0 then
               move 52                                to ws-msn-erro-ofsset
               move ws-fs-arqAlertas                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAlertas "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-ale from 1 by 1
                                      until ws-ind-ale > ws-qtd-ale-tab
               move ws-ale-estacao(ws-ind-ale) to fd-ale-estacao
               move ws-ale-mes(ws-ind-ale)     to fd-ale-mes
               move ws-ale-ano(ws-ind-ale)     to fd-ale-ano
               move ws-ale-tipo(ws-ind-ale)    to fd-ale-tipo
               move ws-ale-dia-ini(ws-ind-ale) to fd-ale-dia-ini
               move ws-ale-dia-fim(ws-ind-ale) to fd-ale-dia-fim
               move ws-ale-valor(ws-ind-ale)   to fd-ale-valor
               move ws-ale-rec-categoria(ws-ind-ale) to fd-ale-rec-categoria
               move ws-ale-rec-valor(ws-ind-ale)     to fd-ale-rec-valor
               move ws-ale-rec-valor-ant(ws-ind-ale) to fd-ale-rec-valor-ant
               move ws-ale-rec-data-ant(ws-ind-ale)  to fd-ale-rec-data-ant
               write fd-alertas-reg
               if ws-fs-arqAlertas <> 0 then
                   move 53                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAlertas                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqAlertas "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqAlertas.

           .
       grava-alertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recertificacao do historico (opcao 'R' / acao RECERTIFICA) -
      *>  recalcula a media de cada estacao/mes/ano do historico a partir
      *>  do detalhe diario arquivado (arqArquivoDiario.dat, lido pela
      *>  chave estacao/ano/mes/dia, so leituras validas), registra cada
      *>  divergencia em relRecertifica.txt e substitui a media
      *>  divergente. Meses sem detalhe arquivado sao mantidos como
      *>  estao e apontados no relatorio. Ao final o historico e'
      *>  regravado - um registro por estacao/mes/ano, certificado
      *>  contra os arquivos diarios.
      *>------------------------------------------------------------------------
       recertifica-historico section.

           perform carrega-historico-tab

           move 0 to ws-rec-divergencias

           open output relRecertifica.
           if ws-fs-relRecertifica <> 0 then
               move 42                                    to ws-msn-erro-ofsset
               move ws-fs-relRecertifica                  to ws-msn-erro-cod
               move "Erro ao abrir arq. relRecertifica "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "RECERTIFICACAO DO HISTORICO DE MEDIAS" to fd-relRecertifica-linha
           write fd-relRecertifica-linha

           perform varying ws-ind-hist from 1 by 1
                                       until ws-ind-hist > ws-qtd-hist
               perform recertifica-um-mes
           end-perform

           close relRecertifica

           perform regrava-historico

      *>   a consulta do registro de assinaturas volta para o mes em
      *>   processamento (a recertificacao consultou mes a mes)
           move ws-estacao to ws-fch-busca-estacao
           move ws-mes     to ws-fch-busca-mes
           move ws-ano     to ws-fch-busca-ano
           perform consulta-fechamento

           display "Historico recertificado - divergencias: "
                   ws-rec-divergencias
           display "Detalhe da conferencia em relRecertifica.txt"

           .
       recertifica-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recertificacao - confere o mes ws-ind-hist do historico contra
      *>  o detalhe diario arquivado e regrava a media quando diverge.
      *>------------------------------------------------------------------------
       recertifica-um-mes section.

           perform recalcula-media-arquivada

           move ws-hist-t-mes(ws-ind-hist) to ws-mes-ed
           move ws-hist-t-ano(ws-ind-hist) to ws-ano-ed

           if ws-rec-tem-detalhe = "N" then
               move spaces to fd-relRecertifica-linha
               string "ESTACAO "                     delimited by size
                      ws-hist-t-estacao(ws-ind-hist) delimited by size
                      " MES "                        delimited by size
                      ws-mes-ed                      delimited by size
                      "/"                            delimited by size
                      ws-ano-ed                      delimited by size
                      " SEM DETALHE DIARIO ARQUIVADO - MEDIA MANTIDA"
                                                     delimited by size
                      into fd-relRecertifica-linha
               end-string
               write fd-relRecertifica-linha
           else
               if ws-rec-media = ws-hist-t-media(ws-ind-hist) then
                   move spaces to fd-relRecertifica-linha
                   string "ESTACAO "                     delimited by size
                          ws-hist-t-estacao(ws-ind-hist) delimited by size
                          " MES "                        delimited by size
                          ws-mes-ed                      delimited by size
                          "/"                            delimited by size
                          ws-ano-ed                      delimited by size
                          " CONFERE"                     delimited by size
                          into fd-relRecertifica-linha
                   end-string
                   write fd-relRecertifica-linha
               else
                   add 1 to ws-rec-divergencias

                   move ws-hist-t-media(ws-ind-hist) to ws-hist-media-ant-ed
                   move ws-rec-media                 to ws-rec-media-ed

      *>           mes assinado: a divergencia e' apontada, mas a media
      *>           certificada so muda depois da reabertura
                   move ws-hist-t-estacao(ws-ind-hist) to ws-fch-busca-estacao
                   move ws-hist-t-mes(ws-ind-hist)     to ws-fch-busca-mes
                   move ws-hist-t-ano(ws-ind-hist)     to ws-fch-busca-ano
                   perform consulta-fechamento
                   if ws-fch-assinado = "S" then
                       move spaces to fd-relRecertifica-linha
                       string "ESTACAO "                     delimited by size
                              ws-hist-t-estacao(ws-ind-hist) delimited by size
                              " MES "                        delimited by size
                              ws-mes-ed                      delimited by size
                              "/"                            delimited by size
                              ws-ano-ed                      delimited by size
                              " DIVERGENTE - HISTORICO "     delimited by size
                              ws-hist-media-ant-ed           delimited by size
                              " RECALCULADA "                delimited by size
                              ws-rec-media-ed                delimited by size
                              " - MES ASSINADO, MEDIA MANTIDA" delimited by size
                              into fd-relRecertifica-linha
                       end-string
                       write fd-relRecertifica-linha
                       move "RECERTIFICA" to ws-fch-acao-recusada
                       perform recusa-mes-assinado
                   else
                       move spaces to fd-relRecertifica-linha
                       string "ESTACAO "                     delimited by size
                              ws-hist-t-estacao(ws-ind-hist) delimited by size
                              " MES "                        delimited by size
                              ws-mes-ed                      delimited by size
                              "/"                            delimited by size
                              ws-ano-ed                      delimited by size
                              " DIVERGENTE - HISTORICO "     delimited by size
                              ws-hist-media-ant-ed           delimited by size
                              " RECALCULADA "                delimited by size
                              ws-rec-media-ed                delimited by size
                              " - SUBSTITUIDA"               delimited by size
                              into fd-relRecertifica-linha
                       end-string
                       write fd-relRecertifica-linha

                       move ws-rec-media to ws-hist-t-media(ws-ind-hist)
                   end-if
               end-if
           end-if

      *>   mes com mudanca de local no meio - a media mistura dois sitios
           move ws-hist-t-estacao(ws-ind-hist) to ws-mud-estacao
           compute ws-mud-data-ini = ws-hist-t-ano(ws-ind-hist) * 10000
                                   + ws-hist-t-mes(ws-ind-hist) * 100 + 1
           compute ws-mud-data-fim = ws-hist-t-ano(ws-ind-hist) * 10000
                                   + ws-hist-t-mes(ws-ind-hist) * 100 + 31
           perform verifica-mudanca-local
           if ws-mud-achou = "S" then
               move spaces to fd-relRecertifica-linha
               string "ESTACAO "                     delimited by size
                      ws-hist-t-estacao(ws-ind-hist) delimited by size
                      " MES "                        delimited by size
                      ws-mes-ed                      delimited by size
                      "/"                            delimited by size
                      ws-ano-ed                      delimited by size
                      " ATRAVESSA MUDANCA DE LOCAL EM " delimited by size
                      ws-mud-data-ed                 delimited by size
                      " - MEDIA MISTURA DOIS SITIOS" delimited by size
                      into fd-relRecertifica-linha
               end-string
               write fd-relRecertifica-linha
           end-if

           .
       recertifica-um-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Recertificacao - recalcula a media do mes ws-ind-hist do
      *>  historico a partir de arqArquivoDiario.dat (leitura direta de
      *>  cada dia pela chave, so leituras validas). Devolve ws-rec-media e
      *>  ws-rec-tem-detalhe ("N" = mes sem detalhe arquivado ou sem
      *>  nenhuma leitura valida).
      *>------------------------------------------------------------------------
       recalcula-media-arquivada section.

           move "N" to ws-rec-tem-detalhe

           perform varying ws-ind-rec from 1 by 1 until ws-ind-rec > 31
               move 0   to ws-rec-temp(ws-ind-rec)
               move "N" to ws-rec-validos(ws-ind-rec)
           end-perform

           open input arqArquivoDiario.
           if ws-fs-arqArquivoDiario = 35 then
      *>       nenhum mes foi arquivado ainda - sem detalhe para conferir
               continue
           else
               if ws-fs-arqArquivoDiario <> 0 then
                   move 43                                      to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArquivoDiario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

      *>       um dia nao arquivado (23) fica como "N"
               perform varying ws-ind-rec from 1 by 1 until ws-ind-rec > 31

                   move ws-hist-t-estacao(ws-ind-hist) to fd-arq-estacao
                   move ws-hist-t-ano(ws-ind-hist)     to fd-arq-ano
                   move ws-hist-t-mes(ws-ind-hist)     to fd-arq-mes
                   move ws-ind-rec                     to fd-arq-dia
                   read arqArquivoDiario key is fd-arq-chave
                   if  ws-fs-arqArquivoDiario <> 0
                   and ws-fs-arqArquivoDiario <> 23 then
                       move 44                                     to ws-msn-erro-ofsset
                       move ws-fs-arqArquivoDiario                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArquivoDiario "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqArquivoDiario = 0 then
                       move fd-arq-temp    to ws-rec-temp(ws-ind-rec)
                       move fd-arq-validos to ws-rec-validos(ws-ind-rec)
                   end-if

               end-perform

               close arqArquivoDiario
           end-if

           move 0 to ws-rec-total
           move 0 to ws-rec-qtd-validos
           perform varying ws-ind-rec from 1 by 1 until ws-ind-rec > 31
               if ws-rec-validos(ws-ind-rec) = "S"
               or ws-rec-validos(ws-ind-rec) = "E" then
                   compute ws-rec-total
                         = ws-rec-total + ws-rec-temp(ws-ind-rec)
                   add 1 to ws-rec-qtd-validos
               end-if
           end-perform

           if ws-rec-qtd-validos > 0 then
               move "S" to ws-rec-tem-detalhe
               compute ws-rec-media = ws-rec-total / ws-rec-qtd-validos
           end-if

           .
       recalcula-media-arquivada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fechamento de mes - grava em arqArquivoDiario.dat os dias
      *>  carregados do mes em curso (leitura + indicador de validade ja
      *>  com as disposicoes aplicadas), chaveados por estacao/ano/mes/
      *>  dia. Um novo fechamento do mesmo mes (apos uma correcao
      *>  tardia) encontra a chave ja gravada (22) e regrava o dia no
      *>  lugar - o arquivo guarda sempre um so registro por dia.
      *>------------------------------------------------------------------------
       arquiva-mes section.

           if ws-mes-fechado then
               move "ARQUIVA" to ws-fch-acao-recusada
               perform recusa-mes-assinado
           else
               open i-o arqArquivoDiario
               if ws-fs-arqArquivoDiario = 35 then
      *>           primeiro arquivamento - cria o arquivo vazio e reabre,
      *>           a menos que o diario sequencial antigo ainda espere a
      *>           conversao (o conversor recusa .dat ja existente)
                   open input arqArquivoDiarioTxt
                   if ws-fs-arqArquivoDiarioTxt <> 35 then
                       move 120                                 to ws-msn-erro-ofsset
                       move ws-fs-arqArquivoDiarioTxt           to ws-msn-erro-cod
                       move "Converter arqArquivoDiario.txt antes "
                         to ws-msn-erro-text
                       close arqArquivoDiarioTxt
                       perform finaliza-anormal
                   end-if
                   open output arqArquivoDiario
                   if ws-fs-arqArquivoDiario = 0 then
                       close arqArquivoDiario
                       open i-o arqArquivoDiario
                   end-if
               end-if
               if ws-fs-arqArquivoDiario <> 0 then
                   move 36                                      to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArquivoDiario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-ind-temp from 1 by 1
                                           until ws-ind-temp > ws-qtd-dias
                   move ws-estacao                  to fd-arq-estacao
                   move ws-ano                      to fd-arq-ano
                   move ws-mes                      to fd-arq-mes
                   move ws-ind-temp                 to fd-arq-dia
                   move ws-temp(ws-ind-temp)        to fd-arq-temp
                   move ws-temp-dias-min(ws-ind-temp) to fd-arq-temp-min
                   move ws-temp-dias-max(ws-ind-temp) to fd-arq-temp-max
                   move ws-chuva-dias(ws-ind-temp)   to fd-arq-chuva
                   move ws-temp-validos(ws-ind-temp) to fd-arq-validos
                   write fd-arquivo-reg
                   if ws-fs-arqArquivoDiario = 22 then
      *>               dia ja arquivado - o fechamento mais novo prevalece
                       rewrite fd-arquivo-reg
                   end-if
                   if ws-fs-arqArquivoDiario <> 0 then
                       move 37                                       to ws-msn-erro-ofsset
                       move ws-fs-arqArquivoDiario                   to ws-msn-erro-cod
                       move "Erro ao gravar arq. arqArquivoDiario "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-perform

               close arqArquivoDiario

      *>       o mes recem-arquivado e' conferido contra o livro de recordes
               perform atualiza-recordes

           end-if

           .
       arquiva-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Livro de recordes - confere o mes arquivado contra os recordes
      *>  da estacao naquele mes de calendario (o livro e' semeado do
      *>  arquivo diario inteiro na primeira vez). Recorde quebrado vai
      *>  para a tela e para arqAlertas.txt (tipo "R"); um novo
      *>  arquivamento do mesmo mes reapura os recordes dele.
      *>------------------------------------------------------------------------
       atualiza-recordes section.

           perform carrega-recordes

           if ws-fs-arqRecordes = 35 then
               perform semeia-recordes
               display "Livro de recordes semeado com "
                       ws-rcd-meses-semeados
                       " mes(es) do arquivo diario"
           end-if

      *>   detalhe do mes em curso, como acabou de ser arquivado
           move ws-estacao to ws-rcd-estacao-mes
           move ws-ano     to ws-rcd-ano-mes
           move ws-mes     to ws-rcd-mes-mes
           perform varying ws-rcd-dia from 1 by 1 until ws-rcd-dia > 31
               if ws-rcd-dia <= ws-qtd-dias then
                   move ws-temp(ws-rcd-dia)
                     to ws-rcd-dia-temp(ws-rcd-dia)
                   move ws-temp-dias-min(ws-rcd-dia)
                     to ws-rcd-dia-min(ws-rcd-dia)
                   move ws-temp-dias-max(ws-rcd-dia)
                     to ws-rcd-dia-max(ws-rcd-dia)
                   move ws-chuva-dias(ws-rcd-dia)
                     to ws-rcd-dia-chuva(ws-rcd-dia)
                   move ws-temp-validos(ws-rcd-dia)
                     to ws-rcd-dia-validos(ws-rcd-dia)
               else
                   move space to ws-rcd-dia-validos(ws-rcd-dia)
               end-if
           end-perform

           perform apura-candidatos-recorde

           move "R" to ws-ale-descarta
           perform carrega-alertas-mantidos

           move "N" to ws-rcd-semeando
           move 0   to ws-rcd-quebrados
           perform aplica-candidatos-recorde

           perform grava-alertas
           perform grava-recordes

           if ws-rcd-quebrados > 0 then
               display ws-rcd-quebrados
                       " recorde(s) quebrado(s) no mes - tipo R em arqAlertas.txt"
           else
               display "Nenhum recorde quebrado no mes"
           end-if

           .
       atualiza-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Livro de recordes - carrega arqRecordes.txt para a tabela.
      *>  Sem o arquivo (status 35 devolvido ao chamador) o livro
      *>  comeca vazio e sera semeado.
      *>------------------------------------------------------------------------
       carrega-recordes section.

           move 0 to ws-qtd-rcd

           open input arqRecordes.
           if ws-fs-arqRecordes = 35 then
               continue
           else
               if ws-fs-arqRecordes <> 0 then
                   move 105                                 to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                   to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqRecordes "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqRecordes = 10

                   read arqRecordes
                   if  ws-fs-arqRecordes <> 0
                   and ws-fs-arqRecordes <> 10 then
                       move 106                                to ws-msn-erro-ofsset
                       move ws-fs-arqRecordes                  to ws-msn-erro-cod
                       move "Erro ao ler arq. arqRecordes "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if ws-fs-arqRecordes = 0 then
                       if ws-qtd-rcd >= 600 then
                           move 107                         to ws-msn-erro-ofsset
                           move 0                           to ws-msn-erro-cod
                           move "Tabela de recordes cheia (600) "
                             to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-rcd
                       move fd-rcd-estacao to ws-rcd-estacao(ws-qtd-rcd)
                       move fd-rcd-mes     to ws-rcd-mes(ws-qtd-rcd)
                       perform varying ws-ind-cat from 1 by 1
                                                  until ws-ind-cat > 6
                           move fd-rcd-valor(ws-ind-cat)
                             to ws-rcd-valor(ws-qtd-rcd, ws-ind-cat)
                           move fd-rcd-data(ws-ind-cat)
                             to ws-rcd-data(ws-qtd-rcd, ws-ind-cat)
                           move fd-rcd-valor-ant(ws-ind-cat)
                             to ws-rcd-valor-ant(ws-qtd-rcd, ws-ind-cat)
                           move fd-rcd-data-ant(ws-ind-cat)
                             to ws-rcd-data-ant(ws-qtd-rcd, ws-ind-cat)
                       end-perform
                   end-if

               end-perform

               close arqRecordes
      *>       arquivo existente - o chamador nao semeia
               move 0 to ws-fs-arqRecordes
           end-if

           .
       carrega-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Livro de recordes - semeadura a partir de arqArquivoDiario.dat
      *>  inteiro: primeira passada (leitura sequencial na ordem da
      *>  chave) lista os meses arquivados (menos o mes em curso, que e'
      *>  conferido logo depois e anuncia o que quebrar); cada mes e'
      *>  entao relido pela chave e aplicado ao livro sem anuncio.
      *>------------------------------------------------------------------------
       semeia-recordes section.

           move 0 to ws-qtd-rcd-meses
           move 0 to ws-rcd-meses-semeados
           move 0 to ws-rcd-mes-achou

           open input arqArquivoDiario.
           if ws-fs-arqArquivoDiario <> 0 then
               move 111                                     to ws-msn-erro-ofsset
               move ws-fs-arqArquivoDiario                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqArquivoDiario "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqArquivoDiario = 10

               read arqArquivoDiario next
               if  ws-fs-arqArquivoDiario <> 0
               and ws-fs-arqArquivoDiario <> 10 then
                   move 112                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqArquivoDiario "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqArquivoDiario = 0
               and not (fd-arq-estacao = ws-estacao
                    and fd-arq-ano     = ws-ano
                    and fd-arq-mes     = ws-mes) then
      *>           a chave agrupa o arquivo por mes - so procura na lista
      *>           quando o mes muda em relacao ao registro anterior
                   if ws-rcd-mes-achou = 0 then
                       perform procura-mes-semeadura
                   else
                       if fd-arq-estacao <> ws-rcd-m-estacao(ws-rcd-mes-achou)
                       or fd-arq-ano     <> ws-rcd-m-ano(ws-rcd-mes-achou)
                       or fd-arq-mes     <> ws-rcd-m-mes(ws-rcd-mes-achou) then
                           perform procura-mes-semeadura
                       end-if
                   end-if
               end-if

           end-perform

           close arqArquivoDiario

           move "S" to ws-rcd-semeando
           perform varying ws-ind-rcd-mes from 1 by 1
                                   until ws-ind-rcd-mes > ws-qtd-rcd-meses
               move ws-rcd-m-estacao(ws-ind-rcd-mes) to ws-rcd-estacao-mes
               move ws-rcd-m-ano(ws-ind-rcd-mes)     to ws-rcd-ano-mes
               move ws-rcd-m-mes(ws-ind-rcd-mes)     to ws-rcd-mes-mes
               perform carrega-mes-arquivado-recorde
               perform apura-candidatos-recorde
               perform aplica-candidatos-recorde
               add 1 to ws-rcd-meses-semeados
           end-perform

           .
       semeia-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Livro de recordes - procura o mes do registro corrente do
      *>  arquivo diario na lista da semeadura, incluindo-o se novo.
      *>  Devolve a posicao em ws-rcd-mes-achou.
      *>------------------------------------------------------------------------
       procura-mes-semeadura section.

           move 0 to ws-rcd-mes-achou

           perform varying ws-ind-rcd-mes from 1 by 1
                           until ws-ind-rcd-mes > ws-qtd-rcd-meses
                              or ws-rcd-mes-achou > 0
               if  ws-rcd-m-estacao(ws-ind-rcd-mes) = fd-arq-estacao
               and ws-rcd-m-ano(ws-ind-rcd-mes)     = fd-arq-ano
               and ws-rcd-m-mes(ws-ind-rcd-mes)     = fd-arq-mes then
                   move ws-ind-rcd-mes to ws-rcd-mes-achou
               end-if
           end-perform

           if ws-rcd-mes-achou = 0 then
               if ws-qtd-rcd-meses >= 3000 then
                   move 110                         to ws-msn-erro-ofsset
                   move 0                           to ws-msn-erro-cod
                   move "Tabela de meses arquivados cheia (3000) "
                     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-rcd-meses
               move fd-arq-estacao to ws-rcd-m-estacao(ws-qtd-rcd-meses)
               move fd-arq-ano     to ws-rcd-m-ano(ws-qtd-rcd-meses)
               move fd-arq-mes     to ws-rcd-m-mes(ws-qtd-rcd-meses)
               move ws-qtd-rcd-meses to ws-rcd-mes-achou
           end-if

           .
       procura-mes-semeadura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Livro de recordes - recupera de arqArquivoDiario.dat o detalhe
      *>  diario do mes ws-rcd-estacao/ano/mes-mes (leitura direta de
      *>  cada dia pela chave; dia nao arquivado fica em branco).
      *>------------------------------------------------------------------------
       carrega-mes-arquivado-recorde section.

           perform varying ws-rcd-dia from 1 by 1 until ws-rcd-dia > 31
               move space to ws-rcd-dia-validos(ws-rcd-dia)
           end-perform

           open input arqArquivoDiario.
           if ws-fs-arqArquivoDiario <> 0 then
               move 111                                     to ws-msn-erro-ofsset
               move ws-fs-arqArquivoDiario                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqArquivoDiario "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-rcd-dia from 1 by 1 until ws-rcd-dia > 31

               move ws-rcd-estacao-mes to fd-arq-estacao
               move ws-rcd-ano-mes     to fd-arq-ano
               move ws-rcd-mes-mes     to fd-arq-mes
               move ws-rcd-dia         to fd-arq-dia
               read arqArquivoDiario key is fd-arq-chave
               if  ws-fs-arqArquivoDiario <> 0
               and ws-fs-arqArquivoDiario <> 23 then
                   move 112                                    to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                 to ws-msn-erro-cod
                   move "Erro ao ler arq. arqArquivoDiario "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqArquivoDiario = 0 then
                   move fd-arq-temp     to ws-rcd-dia-temp(ws-rcd-dia)
                   move fd-arq-temp-min to ws-rcd-dia-min(ws-rcd-dia)
                   move fd-arq-temp-max to ws-rcd-dia-max(ws-rcd-dia)
                   move fd-arq-chuva    to ws-rcd-dia-chuva(ws-rcd-dia)
                   move fd-arq-validos  to ws-rcd-dia-validos(ws-rcd-dia)
               end-if

           end-perform

           close arqArquivoDiario

           .
       carrega-mes-arquivado-recorde-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Livro de recordes - apura os candidatos do mes em
      *>  ws-rcd-dia-*. Recordes diarios so de dia lido ("S" - dia
      *>  estimado nao faz recorde); media e chuva do mes so de mes
      *>  completo (ao menos ws-qtd-dias-min dias arquivados, todos
      *>  validos ou estimados, como na media do fechamento).
      *>------------------------------------------------------------------------
       apura-candidatos-recorde section.

           perform varying ws-ind-cat from 1 by 1 until ws-ind-cat > 6
               move "N" to ws-rcd-cand-tem(ws-ind-cat)
               move 0   to ws-rcd-cand-valor(ws-ind-cat)
               move 0   to ws-rcd-cand-data(ws-ind-cat)
           end-perform

           move 0 to ws-rcd-qtd-presentes
           move 0 to ws-rcd-qtd-validos
           move 0 to ws-rcd-total-temp
           move 0 to ws-rcd-total-chuva

           perform varying ws-rcd-dia from 1 by 1 until ws-rcd-dia > 31
               if ws-rcd-dia-validos(ws-rcd-dia) <> space then
                   add 1 to ws-rcd-qtd-presentes
               end-if
               if ws-rcd-dia-validos(ws-rcd-dia) = "S"
               or ws-rcd-dia-validos(ws-rcd-dia) = "E" then
                   add 1 to ws-rcd-qtd-validos
                   add ws-rcd-dia-temp(ws-rcd-dia)  to ws-rcd-total-temp
                   add ws-rcd-dia-chuva(ws-rcd-dia) to ws-rcd-total-chuva
               end-if
               if ws-rcd-dia-validos(ws-rcd-dia) = "S" then
                   if  ws-rcd-dia-max(ws-rcd-dia) <> -99,99
                   and (ws-rcd-cand-tem(1) = "N"
                     or ws-rcd-dia-max(ws-rcd-dia) > ws-rcd-cand-valor(1)) then
                       move "S" to ws-rcd-cand-tem(1)
                       move ws-rcd-dia-max(ws-rcd-dia) to ws-rcd-cand-valor(1)
                       compute ws-rcd-cand-data(1) = ws-rcd-ano-mes * 10000
                                                   + ws-rcd-mes-mes * 100
                                                   + ws-rcd-dia
                   end-if
                   if  ws-rcd-dia-min(ws-rcd-dia) <> -99,99
                   and (ws-rcd-cand-tem(2) = "N"
                     or ws-rcd-dia-min(ws-rcd-dia) < ws-rcd-cand-valor(2)) then
                       move "S" to ws-rcd-cand-tem(2)
                       move ws-rcd-dia-min(ws-rcd-dia) to ws-rcd-cand-valor(2)
                       compute ws-rcd-cand-data(2) = ws-rcd-ano-mes * 10000
                                                   + ws-rcd-mes-mes * 100
                                                   + ws-rcd-dia
                   end-if
                   if ws-rcd-dia-chuva(ws-rcd-dia) > ws-rcd-cand-valor(5) then
                       move "S" to ws-rcd-cand-tem(5)
                       move ws-rcd-dia-chuva(ws-rcd-dia) to ws-rcd-cand-valor(5)
                       compute ws-rcd-cand-data(5) = ws-rcd-ano-mes * 10000
                                                   + ws-rcd-mes-mes * 100
                                                   + ws-rcd-dia
                   end-if
               end-if
           end-perform

           if  ws-rcd-qtd-presentes >= ws-qtd-dias-min
           and ws-rcd-qtd-validos    = ws-rcd-qtd-presentes then
               move "S" to ws-rcd-cand-tem(3)
               compute ws-rcd-cand-valor(3) rounded
                     = ws-rcd-total-temp / ws-rcd-qtd-validos
               compute ws-rcd-cand-data(3) = ws-rcd-ano-mes * 10000
                                           + ws-rcd-mes-mes * 100
               move "S"                    to ws-rcd-cand-tem(4)
               move ws-rcd-cand-valor(3)   to ws-rcd-cand-valor(4)
               move ws-rcd-cand-data(3)    to ws-rcd-cand-data(4)
               if ws-rcd-total-chuva > 0 then
                   move "S"                to ws-rcd-cand-tem(6)
                   move ws-rcd-total-chuva to ws-rcd-cand-valor(6)
                   move ws-rcd-cand-data(3) to ws-rcd-cand-data(6)
               end-if
           end-if

           .
       apura-candidatos-recorde-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Livro de recordes - aplica os candidatos a linha da estacao e
      *>  mes de calendario (criada se nova). Recorde que ja pertencia a
      *>  este mesmo mes (novo arquivamento apos correcao) volta antes
      *>  ao anterior, para ser reapurado. Fora da semeadura, recorde
      *>  quebrado vai para a tela e para a tabela de alertas.
      *>------------------------------------------------------------------------
       aplica-candidatos-recorde section.

           move 0 to ws-rcd-achou
           perform varying ws-ind-rcd from 1 by 1
                           until ws-ind-rcd > ws-qtd-rcd
                              or ws-rcd-achou > 0
               if  ws-rcd-estacao(ws-ind-rcd) = ws-rcd-estacao-mes
               and ws-rcd-mes(ws-ind-rcd)     = ws-rcd-mes-mes then
                   move ws-ind-rcd to ws-rcd-achou
               end-if
           end-perform

           if ws-rcd-achou = 0 then
               if ws-qtd-rcd >= 600 then
                   move 107                         to ws-msn-erro-ofsset
                   move 0                           to ws-msn-erro-cod
                   move "Tabela de recordes cheia (600) "
                     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               add 1 to ws-qtd-rcd
               move ws-qtd-rcd         to ws-rcd-achou
               move ws-rcd-estacao-mes to ws-rcd-estacao(ws-rcd-achou)
               move ws-rcd-mes-mes     to ws-rcd-mes(ws-rcd-achou)
               perform varying ws-ind-cat from 1 by 1 until ws-ind-cat > 6
                   move 0 to ws-rcd-valor(ws-rcd-achou, ws-ind-cat)
                   move 0 to ws-rcd-data(ws-rcd-achou, ws-ind-cat)
                   move 0 to ws-rcd-valor-ant(ws-rcd-achou, ws-ind-cat)
                   move 0 to ws-rcd-data-ant(ws-rcd-achou, ws-ind-cat)
               end-perform
           end-if

           compute ws-rcd-aaaamm-b = ws-rcd-ano-mes * 100 + ws-rcd-mes-mes

           perform varying ws-ind-cat from 1 by 1 until ws-ind-cat > 6

               compute ws-rcd-aaaamm-a
                     = ws-rcd-data(ws-rcd-achou, ws-ind-cat) / 100
               if ws-rcd-aaaamm-a = ws-rcd-aaaamm-b then
                   move ws-rcd-valor-ant(ws-rcd-achou, ws-ind-cat)
                     to ws-rcd-valor(ws-rcd-achou, ws-ind-cat)
                   move ws-rcd-data-ant(ws-rcd-achou, ws-ind-cat)
                     to ws-rcd-data(ws-rcd-achou, ws-ind-cat)
                   move 0 to ws-rcd-valor-ant(ws-rcd-achou, ws-ind-cat)
                   move 0 to ws-rcd-data-ant(ws-rcd-achou, ws-ind-cat)
               end-if

               if ws-rcd-cand-tem(ws-ind-cat) = "S" then
                   if ws-rcd-data(ws-rcd-achou, ws-ind-cat) = 0 then
      *>               primeiro mes da categoria - estabelece o recorde,
      *>               nao ha o que quebrar
                       move ws-rcd-cand-valor(ws-ind-cat)
                         to ws-rcd-valor(ws-rcd-achou, ws-ind-cat)
                       move ws-rcd-cand-data(ws-ind-cat)
                         to ws-rcd-data(ws-rcd-achou, ws-ind-cat)
                   else
                       move "N" to ws-rcd-melhor
                       if ws-ind-cat = 2 or ws-ind-cat = 4 then
                           if ws-rcd-cand-valor(ws-ind-cat)
                            < ws-rcd-valor(ws-rcd-achou, ws-ind-cat) then
                               move "S" to ws-rcd-melhor
                           end-if
                       else
                           if ws-rcd-cand-valor(ws-ind-cat)
                            > ws-rcd-valor(ws-rcd-achou, ws-ind-cat) then
                               move "S" to ws-rcd-melhor
                           end-if
                       end-if
                       if ws-rcd-melhor = "S" then
                           move ws-rcd-valor(ws-rcd-achou, ws-ind-cat)
                             to ws-rcd-valor-ant(ws-rcd-achou, ws-ind-cat)
                           move ws-rcd-data(ws-rcd-achou, ws-ind-cat)
                             to ws-rcd-data-ant(ws-rcd-achou, ws-ind-cat)
                           move ws-rcd-cand-valor(ws-ind-cat)
                             to ws-rcd-valor(ws-rcd-achou, ws-ind-cat)
                           move ws-rcd-cand-data(ws-ind-cat)
                             to ws-rcd-data(ws-rcd-achou, ws-ind-cat)
                           if ws-rcd-semeando = "N" then
                               perform anuncia-recorde-quebrado
                           end-if
                       end-if
                   end-if
               end-if

           end-perform

           .
       aplica-candidatos-recorde-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Livro de recordes - recorde ws-ind-cat da linha ws-rcd-achou
      *>  acaba de ser quebrado: mostra na tela e acrescenta o alerta
      *>  tipo "R" a tabela (gravada depois em arqAlertas.txt).
      *>------------------------------------------------------------------------
       anuncia-recorde-quebrado section.

           add 1 to ws-rcd-quebrados

           move ws-rcd-valor(ws-rcd-achou, ws-ind-cat)     to ws-rcd-valor-ed
           move ws-rcd-valor-ant(ws-rcd-achou, ws-ind-cat) to ws-rcd-valor-ant-ed
           move ws-rcd-data-ant(ws-rcd-achou, ws-ind-cat)  to ws-rcd-data-w
           perform edita-data-recorde
           move ws-rcd-data-ed to ws-rcd-data-ant-ed
           move ws-rcd-data(ws-rcd-achou, ws-ind-cat)      to ws-rcd-data-w
           perform edita-data-recorde
           display "Recorde quebrado - " ws-rcd-nome(ws-ind-cat)
                   ws-rcd-valor-ed " em " ws-rcd-data-ed
                   " (anterior " ws-rcd-valor-ant-ed " em "
                   ws-rcd-data-ant-ed ")"

           if ws-qtd-ale-tab >= 500 then
               move 51                          to ws-msn-erro-ofsset
               move 0                           to ws-msn-erro-cod
               move "Tabela de alertas cheia (500) "
                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-ale-tab
           move ws-estacao   to ws-ale-estacao(ws-qtd-ale-tab)
           move ws-mes       to ws-ale-mes(ws-qtd-ale-tab)
           move ws-ano       to ws-ale-ano(ws-qtd-ale-tab)
           move "R"          to ws-ale-tipo(ws-qtd-ale-tab)
           move ws-rcd-data(ws-rcd-achou, ws-ind-cat) to ws-rcd-data-w
           move ws-rcd-data-w-dia to ws-ale-dia-ini(ws-qtd-ale-tab)
           move ws-rcd-data-w-dia to ws-ale-dia-fim(ws-qtd-ale-tab)
           if ws-ind-cat <= 4 then
               move ws-rcd-valor(ws-rcd-achou, ws-ind-cat)
                 to ws-ale-valor(ws-qtd-ale-tab)
           else
               move 0 to ws-ale-valor(ws-qtd-ale-tab)
           end-if
           move ws-ind-cat   to ws-ale-rec-categoria(ws-qtd-ale-tab)
           move ws-rcd-valor(ws-rcd-achou, ws-ind-cat)
             to ws-ale-rec-valor(ws-qtd-ale-tab)
           move ws-rcd-valor-ant(ws-rcd-achou, ws-ind-cat)
             to ws-ale-rec-valor-ant(ws-qtd-ale-tab)
           move ws-rcd-data-ant(ws-rcd-achou, ws-ind-cat)
             to ws-ale-rec-data-ant(ws-qtd-ale-tab)

           .
       anuncia-recorde-quebrado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Livro de recordes - edita ws-rcd-data-w (aaaammdd) em
      *>  ws-rcd-data-ed: dd/mm/aaaa, ou mm/aaaa nos recordes mensais.
      *>------------------------------------------------------------------------
       edita-data-recorde section.

           move spaces to ws-rcd-data-ed
           if ws-rcd-data-w-dia = 0 then
               string ws-rcd-data-w-mes delimited by size
                      "/"               delimited by size
                      ws-rcd-data-w-ano delimited by size
                      into ws-rcd-data-ed
               end-string
           else
               string ws-rcd-data-w-dia delimited by size
                      "/"               delimited by size
                      ws-rcd-data-w-mes delimited by size
                      "/"               delimited by size
                      ws-rcd-data-w-ano delimited by size
                      into ws-rcd-data-ed
               end-string
           end-if

           .
       edita-data-recorde-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Livro de recordes - regrava arqRecordes.txt inteiro a partir
      *>  da tabela em memoria.
      *>------------------------------------------------------------------------
       grava-recordes section.

      *>   geracao de seguranca antes da regravacao no lugar
           move "arqRecordes" to ws-ger-prefixo
           perform rotaciona-geracoes

           open output arqRecordes
           if ws-fs-arqRecordes <> 0 then
               move 108                                 to ws-msn-erro-ofsset
               move ws-fs-arqRecordes                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqRecordes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-rcd from 1 by 1
                                      until ws-ind-rcd > ws-qtd-rcd
               move ws-rcd-estacao(ws-ind-rcd) to fd-rcd-estacao
               move ws-rcd-mes(ws-ind-rcd)     to fd-rcd-mes
               perform varying ws-ind-cat from 1 by 1 until ws-ind-cat > 6
                   move ws-rcd-valor(ws-ind-rcd, ws-ind-cat)
                     to fd-rcd-valor(ws-ind-cat)
                   move ws-rcd-data(ws-ind-rcd, ws-ind-cat)
                     to fd-rcd-data(ws-ind-cat)
                   move ws-rcd-valor-ant(ws-ind-rcd, ws-ind-cat)
                     to fd-rcd-valor-ant(ws-ind-cat)
                   move ws-rcd-data-ant(ws-ind-rcd, ws-ind-cat)
                     to fd-rcd-data-ant(ws-ind-cat)
               end-perform
               write fd-recordes-reg
               if ws-fs-arqRecordes <> 0 then
                   move 109                                 to ws-msn-erro-ofsset
                   move ws-fs-arqRecordes                   to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqRecordes "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           close arqRecordes

           .
       grava-recordes-exit.
           exit.

      *>------------------------------------------------------------------------
                  into fd-auditoria-linha
           end-string

           write fd-auditoria-linha

           close arqAuditoria

           .
       grava-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Edicao da leitura do dia ws-ind-temp: fora da faixa realista
      *>  definida em ws-temp-min-valida / ws-temp-max-valida a leitura
      *>  entra na fila de excecoes (situacao "P") e e' excluida do
      *>  calculo da media - a menos que ja exista uma disposicao para o
      *>  dia: "A"ceita como esta valida o dia mesmo fora de faixa, e
      *>  "J" re-rejeitada mantem o dia excluido sem gerar nova pendencia.
      *>------------------------------------------------------------------------
       valida-leitura-temp section.

           if  ws-temp(ws-ind-temp) >= ws-temp-min-valida
           and ws-temp(ws-ind-temp) <= ws-temp-max-valida then
               move "S"                        to ws-temp-validos(ws-ind-temp)
           else
               move ws-ind-temp to ws-exc-dia-busca
               perform consulta-disposicao

               evaluate ws-exc-disposicao

                   when "A"
                       move "S"                to ws-temp-validos(ws-ind-temp)

                   when "J"
                       move "N"                to ws-temp-validos(ws-ind-temp)

                   when other
                       move "N"                to ws-temp-validos(ws-ind-temp)
      *>               dia sem leitura (-99,99 da carga horaria) fica
      *>               para a estimativa - estima-dias so o poe na fila
      *>               se nao houver de onde estimar
                       if ws-temp(ws-ind-temp) not = -99,99 then
                           perform registra-excecao-faixa
                       end-if

               end-evaluate
           end-if

           .
       valida-leitura-temp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Edicao de faixa - poe o dia ws-ind-temp na fila de excecoes como
      *>  leitura fora da faixa valida da estacao.
      *>------------------------------------------------------------------------
       registra-excecao-faixa section.

           add 1                   to ws-qtd-excecoes

           move ws-temp-min-valida  to ws-exc-min-ed
           move ws-temp-max-valida  to ws-exc-max-ed

           move spaces to ws-exc-motivo-novo
           string "leitura fora da faixa valida ("
                                    delimited by size
                  ws-exc-min-ed    delimited by size
                  " a "            delimited by size
                  ws-exc-max-ed    delimited by size
                  ")"              delimited by size
                  into ws-exc-motivo-novo
           end-string

           move ws-ind-temp          to ws-exc-dia-busca
           move ws-temp(ws-ind-temp) to ws-exc-valor-novo
           perform registra-excecao

           .
       registra-excecao-faixa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consistencia com as vizinhas - a edicao de faixa so pega valor
      *>  impossivel; um sensor lendo 6 graus a mais passa por ela. Aqui
      *>  a media de cada dia revalidado nesta carga (do checkpoint em
      *>  diante, os mesmos dias cujas pendencias carrega-excecoes
      *>  descartou) e' comparada com a media do mesmo dia nas estacoes
      *>  vizinhas do cadastro. Diferenca alem de ws-limiar-vizinha
      *>  (chave LIMIARVIZINHA) tira o dia da media e o poe na fila de
      *>  excecoes com motivo proprio, para a revisao 'X' antes do
      *>  fechamento - respeitando a disposicao ja feita para o dia,
      *>  como a edicao de faixa. Sem cadastro, sem vizinhas ou sem o
      *>  mes em processamento de nenhuma delas, o dia nao e' comparado.
      *>------------------------------------------------------------------------
       confere-vizinhas section.

           move 0 to ws-qtd-div-vizinhas

           perform varying ws-dia-viz from 1 by 1 until ws-dia-viz > 31
               move 0 to ws-viz-soma(ws-dia-viz)
               move 0 to ws-viz-qtd(ws-dia-viz)
               move 0 to ws-viz-soma-min(ws-dia-viz)
               move 0 to ws-viz-soma-max(ws-dia-viz)
               move 0 to ws-viz-soma-chuva(ws-dia-viz)
           end-perform

           if ws-existe-cadastro-estacoes then
               move ws-estacao to ws-est-cod-busca
               perform busca-estacao-cadastro
               move ws-est-achou to ws-viz-ind-propria

               if ws-viz-ind-propria > 0 then
                   perform varying ws-ind-viz from 1 by 1
                                              until ws-ind-viz > 3
                       if  ws-est-vizinho(ws-viz-ind-propria, ws-ind-viz)
                           not = spaces
                       and ws-est-vizinho(ws-viz-ind-propria, ws-ind-viz)
                           not = ws-estacao then
                           perform carrega-dias-vizinha
                       end-if
                   end-perform
               end-if
           end-if

           perform varying ws-ind-temp from ws-chk-inicio by 1
                                       until ws-ind-temp > ws-qtd-dias
               if  ws-temp-validos(ws-ind-temp) = "S"
               and ws-viz-qtd(ws-ind-temp) > 0 then
                   perform confere-dia-vizinhas
               end-if
           end-perform

           if  ws-qtd-div-vizinhas > 0
           and not ws-execucao-lote then
               display "Atencao: " ws-qtd-div-vizinhas
                       " dia(s) divergente(s) das estacoes vizinhas"
                       " - ver a opcao 'X'"
           end-if

           .
       confere-vizinhas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consistencia com as vizinhas - acumula, por dia, as medias
      *>  diarias da vizinha ws-ind-viz que estao dentro da faixa
      *>  realista da propria vizinha (o -99,99 de dia sem leitura e o
      *>  defeito de sensor dela nao entram na comparacao). O
      *>  arqTemp<viz>.dat nao guarda mes nem ano: so vale quando a
      *>  ultima execucao bem-sucedida da vizinha em arqAuditoria.txt foi
      *>  deste mes/ano (no lote, vizinha que ainda nao rodou guarda o
      *>  mes anterior). Senao, os dias do mes vem de arqArquivoDiario.dat
      *>  pela chave. Vizinha fora do cadastro, inativa ou sem o mes em
      *>  nenhum dos dois e' pulada.
      *>------------------------------------------------------------------------
       carrega-dias-vizinha section.

           move ws-est-vizinho(ws-viz-ind-propria, ws-ind-viz)
             to ws-est-cod-busca
           perform busca-estacao-cadastro

           if ws-est-achou = 0 then
               continue
           else
               if ws-est-ativa(ws-est-achou) not = "S" then
                   continue
               else
                   perform confere-mes-vizinha
                   if ws-viz-mes-confere = "S" then
                       perform le-arqTemp-vizinha
                   else
                       perform le-arquivo-diario-vizinha
                   end-if
               end-if
           end-if

           .
       carrega-dias-vizinha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consistencia com as vizinhas - procura em arqAuditoria.txt a
      *>  ultima execucao concluida (normal ou previa) da vizinha
      *>  ws-est-cod-busca e devolve ws-viz-mes-confere = "S" quando ela
      *>  foi do mes/ano em processamento. Sem auditoria, "N".
      *>------------------------------------------------------------------------
       confere-mes-vizinha section.

           move "N"    to ws-viz-mes-confere
           move ws-mes to ws-mes-ed
           move ws-ano to ws-ano-ed

           open input arqAuditoria.
           if ws-fs-arqAuditoria = 35 then
               continue
           else
               if ws-fs-arqAuditoria <> 0 then
                   move 113                                 to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoria "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAuditoria = 10
                   read arqAuditoria
                   if  ws-fs-arqAuditoria <> 0
                   and ws-fs-arqAuditoria <> 10 then
                       move 114                                to ws-msn-erro-ofsset
                       move ws-fs-arqAuditoria                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAuditoria "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqAuditoria = 0
                   and fd-auditoria-linha(19:8) = "ESTACAO="
                   and fd-auditoria-linha(27:3) = ws-est-cod-busca then
                       move 0 to ws-viz-qtd-concluida
                       inspect fd-auditoria-linha
                           tallying ws-viz-qtd-concluida
                           for all "RESULTADO=Execucao concluida"
                                   "RESULTADO=Previa provisoria concluida"
                       if ws-viz-qtd-concluida > 0 then
                           if  fd-auditoria-linha(35:2) = ws-mes-ed
                           and fd-auditoria-linha(38:4) = ws-ano-ed then
                               move "S" to ws-viz-mes-confere
                           else
                               move "N" to ws-viz-mes-confere
                           end-if
                       end-if
                   end-if
               end-perform

               close arqAuditoria
           end-if

           .
       confere-mes-vizinha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consistencia com as vizinhas - dias do arqTemp<viz>.dat da
      *>  vizinha, ja conferido como sendo do mes em processamento. Dia
      *>  estimado da vizinha nao serve de referencia.
      *>------------------------------------------------------------------------
       le-arqTemp-vizinha section.

           move spaces to ws-nome-arqTempViz
           string "arqTemp"        delimited by size
                  ws-est-cod-busca delimited by space
                  ".dat"           delimited by size
                  into ws-nome-arqTempViz
           end-string

           open input arqTempViz
           if ws-fs-arqTempViz = 35 then
      *>       vizinha sem o arquivo do mes - nada a comparar
               continue
           else
               if ws-fs-arqTempViz <> 0 then
                   move 88                                   to ws-msn-erro-ofsset
                   move ws-fs-arqTempViz                     to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemp vizinha "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqTempViz = 10
                   read arqTempViz next
                   if  ws-fs-arqTempViz <> 0
                   and ws-fs-arqTempViz <> 10 then
                       move 89                                  to ws-msn-erro-ofsset
                       move ws-fs-arqTempViz                    to ws-msn-erro-cod
                       move "Erro ao ler arq. arqTemp vizinha "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqTempViz = 0
                   and ws-dia-viz >= 1
                   and ws-dia-viz <= 31
                   and fd-tviz-estimado not = "E" then
                       move fd-tviz-temp         to ws-viz-lido-temp
                       move fd-tviz-temp-dia-min to ws-viz-lido-min
                       move fd-tviz-temp-dia-max to ws-viz-lido-max
                       move fd-tviz-chuva-dia    to ws-viz-lido-chuva
                       perform acumula-dia-vizinha
                   end-if
               end-perform

               close arqTempViz
           end-if

           .
       le-arqTemp-vizinha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consistencia com as vizinhas - dias do mes/ano em processamento
      *>  ja arquivados da vizinha (arqArquivoDiario.dat, pela chave).
      *>  So entram os dias observados ("S"); dia nao arquivado (23) e'
      *>  pulado.
      *>------------------------------------------------------------------------
       le-arquivo-diario-vizinha section.

           open input arqArquivoDiario.
           if ws-fs-arqArquivoDiario = 35 then
      *>       nenhum mes foi arquivado ainda - nada a comparar
               continue
           else
               if ws-fs-arqArquivoDiario <> 0 then
                   move 115                                     to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqArquivoDiario "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-dia-viz from 1 by 1 until ws-dia-viz > 31

                   move ws-est-cod-busca to fd-arq-estacao
                   move ws-ano           to fd-arq-ano
                   move ws-mes           to fd-arq-mes
                   move ws-dia-viz       to fd-arq-dia
                   read arqArquivoDiario key is fd-arq-chave
                   if  ws-fs-arqArquivoDiario <> 0
                   and ws-fs-arqArquivoDiario <> 23 then
                       move 116                                    to ws-msn-erro-ofsset
                       move ws-fs-arqArquivoDiario                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqArquivoDiario "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqArquivoDiario = 0
                   and fd-arq-validos = "S" then
                       move fd-arq-temp     to ws-viz-lido-temp
                       move fd-arq-temp-min to ws-viz-lido-min
                       move fd-arq-temp-max to ws-viz-lido-max
                       move fd-arq-chuva    to ws-viz-lido-chuva
                       perform acumula-dia-vizinha
                   end-if

               end-perform

               close arqArquivoDiario
           end-if

           .
       le-arquivo-diario-vizinha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consistencia com as vizinhas - soma o dia ws-dia-viz lido da
      *>  vizinha ws-est-achou, se a media estiver na faixa realista dela.
      *>------------------------------------------------------------------------
       acumula-dia-vizinha section.

           if  ws-viz-lido-temp >= ws-est-temp-min(ws-est-achou)
           and ws-viz-lido-temp <= ws-est-temp-max(ws-est-achou) then
               compute ws-viz-soma(ws-dia-viz)
                     = ws-viz-soma(ws-dia-viz) + ws-viz-lido-temp
               add 1 to ws-viz-qtd(ws-dia-viz)
               compute ws-viz-soma-min(ws-dia-viz)
                     = ws-viz-soma-min(ws-dia-viz) + ws-viz-lido-min
               compute ws-viz-soma-max(ws-dia-viz)
                     = ws-viz-soma-max(ws-dia-viz) + ws-viz-lido-max
               compute ws-viz-soma-chuva(ws-dia-viz)
                     = ws-viz-soma-chuva(ws-dia-viz) + ws-viz-lido-chuva
           end-if

           .
       acumula-dia-vizinha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consistencia com as vizinhas - confere o dia ws-ind-temp contra
      *>  a media das vizinhas no mesmo dia. Divergente alem do limiar:
      *>  "A"ceita na revisao mantem o dia, "J" re-rejeitada o exclui sem
      *>  nova pendencia e, sem disposicao, o dia sai da media e vira
      *>  pendencia "P" com o motivo da divergencia.
      *>------------------------------------------------------------------------
       confere-dia-vizinhas section.

           compute ws-viz-media-dia rounded
                 = ws-viz-soma(ws-ind-temp) / ws-viz-qtd(ws-ind-temp)

           compute ws-viz-dif = ws-temp(ws-ind-temp) - ws-viz-media-dia
           if ws-viz-dif < 0 then
               compute ws-viz-dif-abs = 0 - ws-viz-dif
           else
               move ws-viz-dif to ws-viz-dif-abs
           end-if

           if ws-viz-dif-abs > ws-limiar-vizinha then
               move ws-ind-temp to ws-exc-dia-busca
               perform consulta-disposicao

               evaluate ws-exc-disposicao

                   when "A"
                       continue

                   when "J"
                       move "N"                to ws-temp-validos(ws-ind-temp)
                   when other
                       move "N"                to ws-temp-validos(ws-ind-temp)
                       add 1                   to ws-qtd-excecoes
                       add 1                   to ws-qtd-div-vizinhas

                       move ws-viz-dif-abs     to ws-viz-dif-ed
                       move ws-limiar-vizinha  to ws-viz-limiar-ed

                       move spaces to ws-exc-motivo-novo
                       string "divergente das vizinhas (dif "
                                                 delimited by size
                              ws-viz-dif-ed      delimited by size
                              " limiar "         delimited by size
                              ws-viz-limiar-ed   delimited by size
                              ")"                delimited by size
                              into ws-exc-motivo-novo
                       end-string

           end-if

           .
       confere-dia-vizinhas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mes fora da previa - acrescenta ao arqTemp<est>.dat (e a
      *>  memoria) os dias depois do ultimo dia carregado, ate o ultimo
      *>  dia do calendario, como dia sem leitura (-99,99, "N"): a
      *>  estimativa os preenche ou, sem de onde estimar, eles vao para a
      *>  fila pela edicao de faixa. O mes que ja tem os dias todos nao
      *>  muda.
      *>------------------------------------------------------------------------
       completa-dias-mes section.

           perform calcula-dias-mes

           if  ws-qtd-dias > 0
           and ws-qtd-dias < ws-dias-no-mes then
               open i-o arqTemp
               if ws-fs-arqTemp <> 0 then
                   move 117                                     to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                           to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemp p/ completar " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform varying ws-ind-temp from 1 by 1
                                           until ws-ind-temp > ws-dias-no-mes
                   if ws-ind-temp > ws-qtd-dias then
                       move -99,99 to ws-temp(ws-ind-temp)
                       move -99,99 to ws-temp-dias-min(ws-ind-temp)
                       move -99,99 to ws-temp-dias-max(ws-ind-temp)
                       move 0      to ws-chuva-dias(ws-ind-temp)
                       move "N"    to ws-temp-validos(ws-ind-temp)

                       move ws-ind-temp to ws-dia-rel
                       move -99,99 to fd-temp
                       move -99,99 to fd-temp-dia-min
                       move -99,99 to fd-temp-dia-max
                       move 0      to fd-chuva-dia
                       move space  to fd-temp-estimado
                       write fd-temperaturas
                       if ws-fs-arqTemp <> 0 then
                           move 118                                to ws-msn-erro-ofsset
                           move ws-fs-arqTemp                      to ws-msn-erro-cod
                           move "Erro ao gravar arq. arqTemp.dat "  to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if
                   end-if
               end-perform

               close arqTemp

               if not ws-execucao-lote then
                   display "Mes completado ate o dia " ws-dias-no-mes
                           " - dias sem leitura a partir do dia "
                           ws-qtd-dias
               end-if

               move ws-dias-no-mes to ws-qtd-dias
           end-if

           .
       completa-dias-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Dias do mes ws-mes/ws-ano (fevereiro de ano bissexto com 29).
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
      *>  Estimativa - preenche os dias do mes carregado que ficaram sem
      *>  valor aproveitavel: o dia sem leitura (-99,99 da carga horaria,
      *>  sem disposicao na fila) e o dia re-rejeitado ("J") na revisao.
      *>  Os dias ja estimados numa carga anterior ("E") tem a estimativa
      *>  refeita - um dia vizinho corrigido depois muda a estimativa.
      *>  Dia estimado recebe "E" e e' regravado em arqTemp<est>.dat; o
      *>  dia sem leitura que nao da para estimar vai para a fila pela
      *>  edicao de faixa, como sempre foi. A previa provisoria nao
      *>  estima: o mes parcial segue so com a edicao de faixa.
      *>------------------------------------------------------------------------
       estima-dias section.

           move "N" to ws-estim-arquivo-aberto
           move 0   to ws-estim-gravados

           if ws-execucao-provisoria then
               perform varying ws-ind-temp from ws-chk-inicio by 1
                                           until ws-ind-temp > ws-qtd-dias
                   if  ws-temp-validos(ws-ind-temp) = "N"
                   and ws-temp(ws-ind-temp) = -99,99 then
                       move ws-ind-temp to ws-exc-dia-busca
                       perform consulta-disposicao
                       if ws-exc-disposicao = space then
                           perform registra-excecao-faixa
                       end-if
                   end-if
               end-perform
           else
      *>       desvio medio da estacao contra as vizinhas nos dias
      *>       validos dos dois lados - a estimativa pelas vizinhas sai
      *>       corrigida por ele (altitude, exposicao do abrigo)
               move 0 to ws-estim-soma-desvio
               move 0 to ws-estim-qtd-desvio
               move 0 to ws-estim-desvio
               perform varying ws-ind-temp from 1 by 1
                                           until ws-ind-temp > ws-qtd-dias
                   if  ws-temp-validos(ws-ind-temp) = "S"
                   and ws-viz-qtd(ws-ind-temp) > 0 then
                       compute ws-viz-media-dia rounded
                             = ws-viz-soma(ws-ind-temp)
                             / ws-viz-qtd(ws-ind-temp)
                       compute ws-estim-soma-desvio
                             = ws-estim-soma-desvio
                             + (ws-temp(ws-ind-temp) - ws-viz-media-dia)
                       add 1 to ws-estim-qtd-desvio
                   end-if
               end-perform
               if ws-estim-qtd-desvio > 0 then
                   compute ws-estim-desvio rounded
                         = ws-estim-soma-desvio / ws-estim-qtd-desvio
               end-if

               perform varying ws-ind-temp from 1 by 1
                                           until ws-ind-temp > ws-qtd-dias
                   evaluate ws-temp-validos(ws-ind-temp)

                       when "E"
                           perform estima-um-dia

                       when "N"
                           move ws-ind-temp to ws-exc-dia-busca
                           perform consulta-disposicao
                           if ws-exc-disposicao = "J" then
                               perform estima-um-dia
                           else
                               if  ws-exc-disposicao = space
                               and ws-temp(ws-ind-temp) = -99,99 then
                                   perform estima-um-dia
      *>                           sem de onde estimar - o dia sem leitura
      *>                           volta a ser excecao de faixa (so nos
      *>                           dias revalidados nesta carga, como as
      *>                           demais)
                                   if  ws-estim-fonte = space
                                   and ws-ind-temp >= ws-chk-inicio then
                                       perform registra-excecao-faixa
                                   end-if
                               end-if
                           end-if

                       when other
                           continue

                   end-evaluate
               end-perform

               if ws-estim-arquivo-aberto = "S" then
                   close arqTemp
                   if ws-fs-arqTemp <> 0 then
                       move 93                                to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                     to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqTemp "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               if  ws-estim-gravados > 0
               and not ws-execucao-lote then
                   display "Atencao: " ws-estim-gravados
                           " dia(s) com valores estimados gravados em "
                           ws-nome-arqTemp
               end-if
           end-if

           .
       estima-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estimativa do dia ws-ind-temp, na ordem de preferencia: media
      *>  dos dois dias vizinhos validos ("A"), media das estacoes
      *>  vizinhas no mesmo dia mais o desvio medio da estacao contra
      *>  elas ("V") e, sem nenhuma das duas, o unico dia vizinho valido
      *>  ("U"). Chuva nao se interpola entre dias: vem das vizinhas
      *>  quando elas tem o dia, senao o dia estimado fica sem chuva.
      *>  Estimativa fora da faixa realista da estacao e' descartada.
      *>  Devolve ws-estim-fonte = espaco quando nao ha estimativa.
      *>------------------------------------------------------------------------
       estima-um-dia section.

           move space to ws-estim-fonte
           move 0     to ws-estim-chuva

           compute ws-estim-dia-ant = ws-ind-temp - 1
           compute ws-estim-dia-pos = ws-ind-temp + 1

           if ws-viz-qtd(ws-ind-temp) > 0 then
               compute ws-estim-chuva rounded
                     = ws-viz-soma-chuva(ws-ind-temp)
                     / ws-viz-qtd(ws-ind-temp)
           end-if

           if  ws-estim-dia-ant >= 1
           and ws-estim-dia-pos <= ws-qtd-dias then
               if  ws-temp-validos(ws-estim-dia-ant) = "S"
               and ws-temp-validos(ws-estim-dia-pos) = "S" then
                   move "A" to ws-estim-fonte
                   compute ws-estim-temp rounded
                         = (ws-temp(ws-estim-dia-ant)
                         +  ws-temp(ws-estim-dia-pos)) / 2
                   compute ws-estim-min rounded
                         = (ws-temp-dias-min(ws-estim-dia-ant)
                         +  ws-temp-dias-min(ws-estim-dia-pos)) / 2
                   compute ws-estim-max rounded
                         = (ws-temp-dias-max(ws-estim-dia-ant)
                         +  ws-temp-dias-max(ws-estim-dia-pos)) / 2
               end-if
           end-if

           if  ws-estim-fonte = space
           and ws-viz-qtd(ws-ind-temp) > 0 then
               move "V" to ws-estim-fonte
               compute ws-estim-temp rounded
                     = ws-viz-soma(ws-ind-temp) / ws-viz-qtd(ws-ind-temp)
                     + ws-estim-desvio
               compute ws-estim-min rounded
                     = ws-viz-soma-min(ws-ind-temp) / ws-viz-qtd(ws-ind-temp)
                     + ws-estim-desvio
               compute ws-estim-max rounded
                     = ws-viz-soma-max(ws-ind-temp) / ws-viz-qtd(ws-ind-temp)
                     + ws-estim-desvio
           end-if

           if  ws-estim-fonte = space
           and ws-estim-dia-ant >= 1 then
               if ws-temp-validos(ws-estim-dia-ant) = "S" then
                   move "U" to ws-estim-fonte
                   move ws-temp(ws-estim-dia-ant)          to ws-estim-temp
                   move ws-temp-dias-min(ws-estim-dia-ant) to ws-estim-min
                   move ws-temp-dias-max(ws-estim-dia-ant) to ws-estim-max
               end-if
           end-if

           if  ws-estim-fonte = space
           and ws-estim-dia-pos <= ws-qtd-dias then
               if ws-temp-validos(ws-estim-dia-pos) = "S" then
                   move "U" to ws-estim-fonte
                   move ws-temp(ws-estim-dia-pos)          to ws-estim-temp
                   move ws-temp-dias-min(ws-estim-dia-pos) to ws-estim-min
                   move ws-temp-dias-max(ws-estim-dia-pos) to ws-estim-max
               end-if
           end-if

           if ws-estim-fonte not = space then
               if  ws-estim-temp < ws-temp-min-valida
               or  ws-estim-temp > ws-temp-max-valida
               or  ws-estim-min  < -99,99
               or  ws-estim-max  >  99,99 then
                   move space to ws-estim-fonte
               end-if
           end-if

           if ws-estim-fonte not = space then
               if  ws-temp-validos(ws-ind-temp)  = "E"
               and ws-temp(ws-ind-temp)          = ws-estim-temp
               and ws-temp-dias-min(ws-ind-temp) = ws-estim-min
               and ws-temp-dias-max(ws-ind-temp) = ws-estim-max
               and ws-chuva-dias(ws-ind-temp)    = ws-estim-chuva then
      *>           estimativa de uma carga anterior, ainda igual -
      *>           nada a regravar
                   continue
               else
                   move ws-estim-temp  to ws-temp(ws-ind-temp)
                   move ws-estim-min   to ws-temp-dias-min(ws-ind-temp)
                   move ws-estim-max   to ws-temp-dias-max(ws-ind-temp)
                   move ws-estim-chuva to ws-chuva-dias(ws-ind-temp)
                   move "E"            to ws-temp-validos(ws-ind-temp)
                   perform grava-dia-estimado
               end-if
           end-if

           .
       estima-um-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estimativa - regrava o dia ws-ind-temp em arqTemp<est>.dat com
      *>  os valores estimados e o indicador "E", pela chave relativa. Na
      *>  primeira regravacao da carga o arquivo vira a geracao G1 (como
      *>  na correcao pontual) e e' aberto para atualizacao; estima-dias
      *>  o fecha no fim.
      *>------------------------------------------------------------------------
       grava-dia-estimado section.

           if ws-estim-arquivo-aberto = "N" then
               perform rotaciona-geracoes-temp
               open i-o arqTemp
               if ws-fs-arqTemp <> 0 then
                   move 90                                      to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                           to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemp p/ estimar " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-estim-arquivo-aberto
           end-if

           move ws-ind-temp to ws-dia-rel
           read arqTemp
           if ws-fs-arqTemp <> 0 then
               move 91                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemp                          to ws-msn-erro-cod
               move "Erro ao ler arq. arqTemp p/ estimar "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-temp(ws-ind-temp)          to fd-temp
           move ws-temp-dias-min(ws-ind-temp) to fd-temp-dia-min
           move ws-temp-dias-max(ws-ind-temp) to fd-temp-dia-max
           move ws-chuva-dias(ws-ind-temp)    to fd-chuva-dia
           move "E"                           to fd-temp-estimado
           rewrite fd-temperaturas
           if ws-fs-arqTemp <> 0 then
               move 92                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemp                           to ws-msn-erro-cod
               move "Erro ao regravar arq. arqTemp estimado " to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           add 1 to ws-estim-gravados

           .
       grava-dia-estimado-exit.
           exit.

      *>------------------------------------------------------------------------
               display erase

               display "'T'estar um dia   'U'nidade C/F   'B'atch - classificar o mes todo   'H'istorico   'C'orrigir um dia   'D'igitar leituras   'E'statisticas"
               display "e'X'cecoes pendentes   'F'echar mes (arquivar detalhe)   'R'ecertificar historico   'I'nterface BI   'M'anter estacoes   'P'revia provisoria   'A'ssinar/reabrir fechamento   'S'air"
               accept ws-opcao

               evaluate true
                                   ws-normal-ed
                           move ws-anomalia to ws-anomalia-ed
                           display "Anomalia contra a normal: " ws-anomalia-ed
                           if ws-normal-cruza-mudanca = "S" then
                               display "ATENCAO: a normal atravessa a mudanca de local de "
                                       ws-mud-data-ed
                                       " - anos de sitios diferentes"
                           end-if
                           if ws-anomalia-abs > ws-limiar-anomalia then
                               move ws-limiar-anomalia to ws-limiar-anomalia-ed
                               display "ATENCAO: anomalia alem do limiar ("
                           display "Previa provisoria - o mes parcial nao vai para o arquivo diario"
                       else
                           perform arquiva-mes
                           if not ws-mes-fechado then
                               display "Detalhe diario do mes gravado em arqArquivoDiario.dat"
                           end-if
                       end-if

                   when ws-opcao = "R" or ws-opcao = "r"
                   when ws-opcao = "P" or ws-opcao = "p"
                       perform exibe-previa-provisoria

                   when ws-opcao = "A" or ws-opcao = "a"
                       perform assina-fechamento

                   when ws-opcao = "E" or ws-opcao = "e"
                       move ws-dia-min  to ws-dia-ed
                       move ws-temp-min to ws-temp-ed
                       display "Chuva do mes (mm): " ws-chuva-ed
                       display "Dias de chuva (chuva acima de 0): " ws-qtd-dias-chuva

                       display "Dias estimados no mes: " ws-qtd-estimados

                   when ws-opcao = "S" or ws-opcao = "s"
                       move "S" to ws-sair

      *>  CLASSIFICA (relBatch.txt), HISTORICO (grava a media do mes em
      *>  arqHistorico.txt), RELATORIO (gera relTemp.txt chamando o
      *>  arquivo_sequencial_exc3_relatorio com os parametros do mes) e
      *>  ARQUIVA (detalhe diario do mes para arqArquivoDiario.dat).
      *>  Cada acao executada e' acumulada em ws-aud-acoes, que sai na
      *>  linha de arqAuditoria.txt - e' por ela que o primeiro turno
      *>  confere de manha o que rodou de madrugada.
      *>------------------------------------------------------------------------
       classifica-dia section.

           if  ws-temp-validos(ws-dia) <> "S"
           and ws-temp-validos(ws-dia) <> "E" then
               move "excluida (faixa)   "    to ws-classif-texto
           else
           if ws-temp(ws-dia) > ws-media-temp then
                      into fd-relBatch-linha
               end-string

               if ws-temp-validos(ws-dia) = "E" then
                   move "(estimado)" to fd-relBatch-linha(50:10)
               end-if

               write fd-relBatch-linha

           end-perform

           move spaces to fd-relBatch-linha
           string "DIAS ESTIMADOS NO MES: " delimited by size
                  ws-qtd-estimados          delimited by size
                  into fd-relBatch-linha
           end-string
           write fd-relBatch-linha

           close relBatch.

           .
      *>  Exportacao delimitada para o BI (opcao 'I' / acao EXPORTA) -
      *>  grava expTemp.txt com campos separados por ";": um registro
      *>  "D" por dia (estacao, mes, ano, dia, temperatura media do dia,
      *>  chuva do dia em mm, indicador de validade S/N/E e
      *>  classificacao) e registros "T" de totais (MEDIA, VARIANCIA,
      *>  DIAMIN e DIAMAX com dia e valor, CHUVA do mes, DIASCHUVA e
      *>  ESTIMADOS).
      *>  Tudo vem dos mesmos dados ja apurados na memoria - o
      *>  carregador do BI ingere direto, sem redigitacao de relatorio
      *>  impresso. Numeros no formato assinado de posicao fixa.
           end-string
           perform grava-linha-exportacao

      *>   dias do mes com valores estimados (indicador "E" nos "D")
           move spaces to fd-expTemp-linha
           string "T;"              delimited by size
                  ws-estacao        delimited by size
                  ";"               delimited by size
                  ws-mes            delimited by size
                  ";"               delimited by size
                  ws-ano            delimited by size
                  ";ESTIMADOS;"     delimited by size
                  ws-qtd-estimados  delimited by size
                  into fd-expTemp-linha
           end-string
           perform grava-linha-exportacao

           close expTemp.

           .
      *>------------------------------------------------------------------------
       corrige-dia section.

           if ws-mes-fechado then
               move "CORRIGE-DIA" to ws-fch-acao-recusada
               perform recusa-mes-assinado
           else
               display "Dia a corrigir (1 - " ws-qtd-dias "): "
               accept ws-dia-corr

               if  ws-dia-corr < 1
               or  ws-dia-corr > ws-qtd-dias then
                   display "Dia fora do intervalo valido (1 - " ws-qtd-dias ")"
               else
                   display "Nova temperatura do dia " ws-dia-corr ": "
                   accept ws-temp-corr

      *>           Verifica, antes de tocar no arquivo, se esta correcao
      *>           deixaria o mes sem nenhuma leitura valida - nesse caso
      *>           a correcao e' recusada e o menu continua, em vez de
      *>           deixar calc-media-temp abortar o programa mais adiante
                   if  ws-temp-corr >= ws-temp-min-valida
                   and ws-temp-corr <= ws-temp-max-valida then
                       move "S" to ws-temp-validos-corr
                   else
                       move "N" to ws-temp-validos-corr
                   end-if

                   move 0 to ws-qtd-validos-corr
                   perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-qtd-dias
                       if ws-ind-temp = ws-dia-corr then
                           if ws-temp-validos-corr = "S" then
                               add 1 to ws-qtd-validos-corr
                           end-if
                       else
                           if ws-temp-validos(ws-ind-temp) = "S"
                           or ws-temp-validos(ws-ind-temp) = "E" then
                               add 1 to ws-qtd-validos-corr
                           end-if
                       end-if
                   end-perform

                   if ws-qtd-validos-corr = 0 then
                       display "Correcao recusada: deixaria o mes sem nenhuma leitura valida"
                   else

                   perform aplica-correcao-dia

                   if ws-temp-validos(ws-dia-corr) = "N" then
                       display "Atencao: valor fora da faixa realista, dia excluido da media"
                   end-if

                   move ws-dia-corr  to ws-dia-ed
                   move ws-temp-corr to ws-temp-ed
                   display "Dia " ws-dia-ed " corrigido para " ws-temp-ed
                   end-if
               end-if

           end-if

           .
      *>------------------------------------------------------------------------
       digita-leituras section.

      *>   mes assinado - a digitacao (digita-um-dia) nem comeca
           if ws-mes-fechado then
               move "DIGITA-DIA" to ws-fch-acao-recusada
               perform recusa-mes-assinado
           else
               if ws-qtd-dias >= 31 then
                   display "O mes ja tem 31 dias carregados - use 'C' para corrigir"
               else

               open i-o arqTemp
               if ws-fs-arqTemp = 35 then
                   open output arqTemp
               end-if
               if ws-fs-arqTemp <> 0 then
                   move 79                                       to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                            to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqTemp p/ digitar "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move "N" to ws-dig-sair
               move 0   to ws-dig-gravados

               perform until ws-dig-sair = "S"
                          or ws-qtd-dias >= 31
                   compute ws-dig-dia = ws-qtd-dias + 1
                   move ws-dig-dia to ws-dia-ed
                   display "Digitar o dia " ws-dia-ed "? (S/N): "
                   accept ws-dig-acao

                   if  ws-dig-acao not = "S"
                   and ws-dig-acao not = "s" then
                       move "S" to ws-dig-sair
                   else
                       perform digita-um-dia
                   end-if
               end-perform

               close arqTemp
               if ws-fs-arqTemp <> 0 then
                   move 80                                 to ws-msn-erro-ofsset
                   move ws-fs-arqTemp                      to ws-msn-erro-cod
                   move "Erro ao fechar arq. arqTemp "      to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               display ws-dig-gravados " dia(s) gravado(s) em " ws-nome-arqTemp

      *>       com ao menos um dia valido no mes, media, estatisticas e
      *>       alertas ja saem atualizados na propria sessao
               move 0 to ws-qtd-validos
               perform varying ws-ind-temp from 1 by 1
                                           until ws-ind-temp > ws-qtd-dias
                   if ws-temp-validos(ws-ind-temp) = "S"
                   or ws-temp-validos(ws-ind-temp) = "E" then
                       add 1 to ws-qtd-validos
                   end-if
               end-perform
               if ws-qtd-validos > 0 then
                   perform calc-media-temp
                   perform detecta-alertas
               end-if

               end-if
           end-if

           .
               move ws-dig-temp  to fd-temp-dia-min
               move ws-dig-temp  to fd-temp-dia-max
               move ws-dig-chuva to fd-chuva-dia
               move space        to fd-temp-estimado
               write fd-temperaturas
               if ws-fs-arqTemp <> 0 then
                   move 81                                  to ws-msn-erro-ofsset
           move ws-temp-corr to fd-temp
           move ws-temp-corr to fd-temp-dia-min
           move ws-temp-corr to fd-temp-dia-max
      *>   valor informado pelo operador - o dia deixa de ser estimado
           move space        to fd-temp-estimado
           rewrite fd-temperaturas
           if ws-fs-arqTemp <> 0 then
               move 16                                to ws-msn-erro-ofsset
           if ws-exc-pendentes = 0 then
               display "Nenhuma excecao pendente para a estacao/mes em curso"
           else
      *>           mes assinado - nenhuma pendencia e' disposicionada
      *>           (revisa-uma-excecao nem e' chamada)
               if ws-mes-fechado then
                   move "REVISA-EXCECAO" to ws-fch-acao-recusada
                   perform recusa-mes-assinado
               else
                   display "Excecoes pendentes do mes: " ws-exc-pendentes

                   perform varying ws-ind-exc from 1 by 1
                                              until ws-ind-exc > ws-qtd-exc-tab
                       if  ws-exc-status(ws-ind-exc)  = "P"
                       and ws-exc-estacao(ws-ind-exc) = ws-estacao
                       and ws-exc-mes(ws-ind-exc)     = ws-mes
                       and ws-exc-ano(ws-ind-exc)     = ws-ano then
                           perform revisa-uma-excecao
                       end-if
                   end-perform

                   perform grava-excecoes
                   display "Revisao gravada em arqExcecoes.txt"
               end-if
           end-if

           .
                           move ws-temp-corr to ws-exc-valor-corr(ws-ind-exc)
                           display "Valor tambem fora da faixa valida - "
                                   "excecao re-rejeitada"
                           perform estima-dia-rejeitado
                       end-if
                   end-if

                   move "J"          to ws-exc-status(ws-ind-exc)
                   move ws-data-disp to ws-exc-data(ws-ind-exc)
                   display "Excecao re-rejeitada"
                   perform estima-dia-rejeitado

               when other
                   display "Excecao mantida pendente"
       revisa-uma-excecao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Revisao de excecoes - dia re-rejeitado ("J") na revisao recebe
      *>  na hora a estimativa que a carga daria a ele (estima-um-dia,
      *>  com a regravacao em arqTemp<est>.dat), e media e alertas sao
      *>  reapurados - ARQUIVA, relatorio, exportacao e assinatura na
      *>  mesma sessao ja veem o mes completo. A previa provisoria nao
      *>  estima, como na carga.
      *>------------------------------------------------------------------------
       estima-dia-rejeitado section.

           if  ws-exc-dia(ws-ind-exc) >= 1
           and ws-exc-dia(ws-ind-exc) <= ws-qtd-dias
           and not ws-execucao-provisoria then
               move ws-exc-dia(ws-ind-exc) to ws-ind-temp
               move "N" to ws-temp-validos(ws-ind-temp)
               move "N" to ws-estim-arquivo-aberto
               move 0   to ws-estim-gravados

               perform estima-um-dia

               if ws-estim-arquivo-aberto = "S" then
                   close arqTemp
                   if ws-fs-arqTemp <> 0 then
                       move 119                               to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                     to ws-msn-erro-cod
                       move "Erro ao fechar arq. arqTemp "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

               if ws-estim-fonte = space then
                   display "Sem de onde estimar o dia - fica fora da media"
               else
                   move ws-temp(ws-ind-temp) to ws-temp-ed
                   display "Dia estimado em " ws-temp-ed
                           " (fonte " ws-estim-fonte ")"
               end-if

               perform calc-media-temp
               perform detecta-alertas
           end-if

           .
       estima-dia-rejeitado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Previa provisoria (opcao 'P') - mostra na tela os numeros
      *>  parciais do mes em andamento, claramente rotulados: media
               move ws-chuva-total-mes to ws-chuva-ed
               display "Chuva acumulada (mm): " ws-chuva-ed
                       "  dias de chuva: " ws-qtd-dias-chuva
               display "Dias estimados ate aqui: " ws-qtd-estimados

               display "PROVISORIO - nao e' fechamento: sem historico,"
                       " sem arquivo diario, sem exportacao"
           end-string
           write fd-relProvisorio-linha

           move spaces to fd-relProvisorio-linha
           string "DIAS ESTIMADOS ATE AQUI: " delimited by size
                  ws-qtd-estimados delimited by size
                  into fd-relProvisorio-linha
           end-string
           write fd-relProvisorio-linha

           move "PROVISORIO - SEM HISTORICO, SEM ARQUIVO DIARIO, SEM EXPORTACAO"
             to fd-relProvisorio-linha
           write fd-relProvisorio-linha

           move 0 to ws-temp-total
           move 0 to ws-qtd-validos
           move 0 to ws-qtd-estimados
           move 0 to ws-dia-min
           move 0 to ws-dia-max

      *>   dia estimado ("E") entra na media como valido - e' contado a
      *>   parte para os relatorios dizerem quantos dias foram estimados
           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-qtd-dias
               if ws-temp-validos(ws-ind-temp) = "E" then
                   add 1 to ws-qtd-estimados
               end-if
               if ws-temp-validos(ws-ind-temp) = "S"
               or ws-temp-validos(ws-ind-temp) = "E" then
                   compute ws-temp-total = ws-temp-total + ws-temp(ws-ind-temp)
                   add 1 to ws-qtd-validos

           move 0 to ws-qtd-abaixo
           move 0 to ws-qtd-namedia
           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-qtd-dias
               if ws-temp-validos(ws-ind-temp) = "S"
               or ws-temp-validos(ws-ind-temp) = "E" then
                   compute ws-soma-quadrados = ws-soma-quadrados
                         + ((ws-temp(ws-ind-temp) - ws-media-temp)
                            * (ws-temp(ws-ind-temp) - ws-media-temp))
      *>  contrato de combustivel. A chuva do mes (total em mm e dias de
      *>  chuva) e' apurada na mesma passada e com o mesmo criterio de
      *>  validade - geada e chuva juntas sao a base do contrato de
      *>  manutencao de areas. Dias estimados ("E") contam como validos:
      *>  e' para isso que sao estimados.
      *>------------------------------------------------------------------------
       calc-graus-dia section.

           move 0 to ws-qtd-dias-chuva

           perform varying ws-ind-temp from 1 by 1 until ws-ind-temp > ws-qtd-dias
               if ws-temp-validos(ws-ind-temp) = "S"
               or ws-temp-validos(ws-ind-temp) = "E" then

                   if ws-temp(ws-ind-temp) < ws-temp-base then
                       compute ws-graus-aquecimento
