      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "arquivo_sequencial_exc3_converte".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *> Histórico de alterações
      *> 15/10/2026  FLE  Programa criado: conversao, de uma vez so, do
      *>                  detalhe diario arquivado de line sequential
      *>                  (arqArquivoDiario.txt, "o registro mais novo
      *>                  prevalece") para o indexado
      *>                  arqArquivoDiario.dat, chave estacao/ano/mes/
      *>                  dia. O .txt e' lido do comeco ao fim; a
      *>                  primeira ocorrencia de cada dia e' gravada e
      *>                  as seguintes regravam o dia no lugar, de modo
      *>                  que fica so o registro mais novo - a mesma
      *>                  regra que os leitores aplicavam varrendo o
      *>                  arquivo. Registro com chave ilegivel fica de
      *>                  fora e e' contado. Recusa rodar se o .dat ja
      *>                  existe (uma conversao repetida por cima de
      *>                  meses arquivados depois dela traria de volta
      *>                  versoes velhas). O .txt de origem nao e'
      *>                  alterado. Origem opcional em
      *>                  arqParametrosConv.txt (ORIGEM=, padrao
      *>                  arqArquivoDiario.txt - a copia
      *>                  arqArquivoDiarioAnt.txt da faxina tambem
      *>                  serve), contagens em relConversao.txt, e
      *>                  goback no fim.
      *>----------------------------------------------------------------



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

      *>   Detalhe diario no formato antigo (line sequential, varias
      *>   versoes do mesmo dia, a mais nova por ultimo) - nome vindo do
      *>   parametro ORIGEM (padrao arqArquivoDiario.txt)
           select arqArquivoDiarioTxt assign to dynamic ws-nome-origem
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqArquivoDiarioTxt.

      *>   Detalhe diario indexado - criado aqui, mantido dai em diante
      *>   pelo arquivo_sequencial_exc3 (opcao 'F' / acao ARQUIVA)
           select arqArquivoDiario assign to "arqArquivoDiario.dat"
           organization is indexed
           access mode is dynamic
           record key is fd-arq-chave
           lock mode is automatic
           file status is ws-fs-arqArquivoDiario.

      *>   Parametros opcionais da conversao (CHAVE=VALOR)
           select arqParametrosConv assign to "arqParametrosConv.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametrosConv.

      *>   Contagens da conversao
           select relConversao assign to "relConversao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relConversao.


      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqArquivoDiarioTxt.
       01  fd-arquivoTxt-reg.
           05 fd-txt-estacao                       pic x(03).
           05 fd-txt-ano                           pic 9(04).
           05 fd-txt-mes                           pic 9(02).
           05 fd-txt-dia                           pic 9(02).
           05 fd-txt-temp                          pic s9(02)v99.
           05 fd-txt-temp-min                      pic s9(02)v99.
           05 fd-txt-temp-max                      pic s9(02)v99.
           05 fd-txt-chuva                         pic 9(04)v99.
           05 fd-txt-validos                       pic x(01).

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

       fd arqParametrosConv.
       01  fd-parametrosConv-linha                 pic x(80).

       fd relConversao.
       01  fd-relConversao-linha                   pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqArquivoDiarioTxt               pic 9(02).
       77  ws-fs-arqArquivoDiario                  pic 9(02).
       77  ws-fs-arqParametrosConv                 pic 9(02).
       77  ws-fs-relConversao                      pic 9(02).

      *>   Nome do arquivo de origem (parametro ORIGEM)
       77  ws-nome-origem                          pic x(40) value "arqArquivoDiario.txt".

      *>   Chave do registro lido legivel ("S") ou nao ("N")
       77  ws-cnv-chave-ok                         pic x(01).
           88 ws-cnv-chave-legivel                  value "S".

      *>   Linha de parametro decomposta em chave e valor
       01 ws-parametros.
          05 ws-param-chave                        pic x(20).
          05 ws-param-valor                        pic x(40).

      *>   Contadores da conversao
       01 ws-contagens.
          05 ws-cnv-lidos                          pic 9(07) value 0.
          05 ws-cnv-gravados                       pic 9(07) value 0.
          05 ws-cnv-substituidos                   pic 9(07) value 0.
          05 ws-cnv-invalidos                      pic 9(07) value 0.

       01 ws-mensagens.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).

       01 ws-edicao.
          05 ws-qtd-ed                             pic z(06)9.


      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform converte-arquivo-diario.
           perform gera-relatorio-conversao.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - parametros (opcionais) e a
      *>  trava contra conversao repetida: o .dat nao pode existir.
      *>------------------------------------------------------------------------
       inicializa section.

           perform carrega-parametros

           open input arqArquivoDiario
           if ws-fs-arqArquivoDiario = 0 then
               close arqArquivoDiario
               move 1                                       to ws-msn-erro-ofsset
               move 0                                       to ws-msn-erro-cod
               move "arqArquivoDiario.dat ja existe "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-fs-arqArquivoDiario <> 35 then
               move 2                                       to ws-msn-erro-ofsset
               move ws-fs-arqArquivoDiario                  to ws-msn-erro-cod
               move "Erro ao abrir arq. arqArquivoDiario "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parametros da conversao - tenta abrir arqParametrosConv.txt;
      *>  sem o arquivo vale a origem padrao. Chave ORIGEM (nome do
      *>  arquivo line sequential a converter). Linhas em branco ou
      *>  comecadas por "*" ignoradas.
      *>------------------------------------------------------------------------
       carrega-parametros section.

           open input arqParametrosConv.
           if ws-fs-arqParametrosConv = 35 then
      *>       sem arquivo de parametros - origem padrao
               continue
           else
               if ws-fs-arqParametrosConv <> 0 then
                   move 3                                   to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosConv             to ws-msn-erro-cod
                   move "Erro ao abrir arq. parametros "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqParametrosConv = 10

                   read arqParametrosConv
                   if  ws-fs-arqParametrosConv <> 0
                   and ws-fs-arqParametrosConv <> 10 then
                       move 4                                   to ws-msn-erro-ofsset
                       move ws-fs-arqParametrosConv             to ws-msn-erro-cod
                       move "Erro ao ler arq. parametros "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqParametrosConv = 0
                   and fd-parametrosConv-linha not = spaces
                   and fd-parametrosConv-linha(1:1) not = "*" then

                       move spaces to ws-param-chave
                       move spaces to ws-param-valor
                       unstring fd-parametrosConv-linha
                           delimited by "="
                           into ws-param-chave
                                ws-param-valor
                       end-unstring

                       evaluate ws-param-chave

                           when "ORIGEM"
                               if ws-param-valor <> spaces then
                                   move ws-param-valor to ws-nome-origem
                               end-if

                           when other
                               continue

                       end-evaluate

                   end-if

               end-perform

               close arqParametrosConv
           end-if

           .
       carrega-parametros-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conversao - cria o indexado vazio, reabre para i-o e passa o
      *>  .txt inteiro: chave nova e' gravada, chave ja gravada (22)
      *>  e' regravada - como o .txt tem a versao mais nova de cada dia
      *>  por ultimo, e' ela que fica.
      *>------------------------------------------------------------------------
       converte-arquivo-diario section.

           open input arqArquivoDiarioTxt.
           if ws-fs-arqArquivoDiarioTxt = 35 then
               move 5                                       to ws-msn-erro-ofsset
               move ws-fs-arqArquivoDiarioTxt               to ws-msn-erro-cod
               move "Arquivo de origem inexistente "         to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-fs-arqArquivoDiarioTxt <> 0 then
               move 6                                       to ws-msn-erro-ofsset
               move ws-fs-arqArquivoDiarioTxt               to ws-msn-erro-cod
               move "Erro ao abrir arquivo de origem "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output arqArquivoDiario
           if ws-fs-arqArquivoDiario = 0 then
               close arqArquivoDiario
               open i-o arqArquivoDiario
           end-if
           if ws-fs-arqArquivoDiario <> 0 then
               move 7                                       to ws-msn-erro-ofsset
               move ws-fs-arqArquivoDiario                  to ws-msn-erro-cod
               move "Erro ao criar arq. arqArquivoDiario "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqArquivoDiarioTxt = 10

               read arqArquivoDiarioTxt
               if  ws-fs-arqArquivoDiarioTxt <> 0
               and ws-fs-arqArquivoDiarioTxt <> 10 then
                   move 8                                      to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiarioTxt              to ws-msn-erro-cod
                   move "Erro ao ler arquivo de origem "        to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if ws-fs-arqArquivoDiarioTxt = 0 then
                   add 1 to ws-cnv-lidos
                   perform grava-dia-convertido
               end-if

           end-perform

           close arqArquivoDiarioTxt
           close arqArquivoDiario

           .
       converte-arquivo-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conversao - um registro do .txt para o indexado. Chave
      *>  ilegivel (estacao em branco, ano/mes/dia nao numericos ou
      *>  fora de faixa) nao entra e e' contada.
      *>------------------------------------------------------------------------
       grava-dia-convertido section.

           move "S" to ws-cnv-chave-ok
           if fd-txt-estacao = spaces
           or fd-txt-ano is not numeric
           or fd-txt-mes is not numeric
           or fd-txt-dia is not numeric then
               move "N" to ws-cnv-chave-ok
           end-if
           if ws-cnv-chave-legivel then
               if fd-txt-mes < 1 or fd-txt-mes > 12
               or fd-txt-dia < 1 or fd-txt-dia > 31 then
                   move "N" to ws-cnv-chave-ok
               end-if
           end-if

           if not ws-cnv-chave-legivel then
               add 1 to ws-cnv-invalidos
           else
               move fd-arquivoTxt-reg to fd-arquivo-reg
               write fd-arquivo-reg
               if ws-fs-arqArquivoDiario = 0 then
                   add 1 to ws-cnv-gravados
               else
                   if ws-fs-arqArquivoDiario = 22 then
      *>               dia ja convertido - a versao mais nova prevalece
                       rewrite fd-arquivo-reg
                       if ws-fs-arqArquivoDiario = 0 then
                           add 1 to ws-cnv-substituidos
                       end-if
                   end-if
               end-if
               if ws-fs-arqArquivoDiario <> 0 then
                   move 9                                       to ws-msn-erro-ofsset
                   move ws-fs-arqArquivoDiario                  to ws-msn-erro-cod
                   move "Erro ao gravar arq. arqArquivoDiario "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-if

           .
       grava-dia-convertido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio da conversao - registros lidos, dias gravados no
      *>  indexado, versoes velhas substituidas e registros recusados.
      *>------------------------------------------------------------------------
       gera-relatorio-conversao section.

           open output relConversao.
           if ws-fs-relConversao <> 0 then
               move 10                                  to ws-msn-erro-ofsset
               move ws-fs-relConversao                  to ws-msn-erro-cod
               move "Erro ao abrir arq. relConversao "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move "CONVERSAO DO DETALHE DIARIO PARA arqArquivoDiario.dat"
             to fd-relConversao-linha
           write fd-relConversao-linha

           move spaces to fd-relConversao-linha
           string "ORIGEM: " delimited by size
                  ws-nome-origem delimited by space
                  into fd-relConversao-linha
           end-string
           write fd-relConversao-linha

           move space to fd-relConversao-linha
           write fd-relConversao-linha

           move ws-cnv-lidos to ws-qtd-ed
           move spaces to fd-relConversao-linha
           string "REGISTROS LIDOS NA ORIGEM            : " delimited by size
                  ws-qtd-ed delimited by size
                  into fd-relConversao-linha
           end-string
           write fd-relConversao-linha

           move ws-cnv-gravados to ws-qtd-ed
           move spaces to fd-relConversao-linha
           string "DIAS GRAVADOS NO INDEXADO            : " delimited by size
                  ws-qtd-ed delimited by size
                  into fd-relConversao-linha
           end-string
           write fd-relConversao-linha

           move ws-cnv-substituidos to ws-qtd-ed
           move spaces to fd-relConversao-linha
           string "VERSOES VELHAS SUBSTITUIDAS          : " delimited by size
                  ws-qtd-ed delimited by size
                  into fd-relConversao-linha
           end-string
           write fd-relConversao-linha

           move ws-cnv-invalidos to ws-qtd-ed
           move spaces to fd-relConversao-linha
           string "REGISTROS COM CHAVE ILEGIVEL (FORA)  : " delimited by size
                  ws-qtd-ed delimited by size
                  into fd-relConversao-linha
           end-string
           write fd-relConversao-linha

           close relConversao

           display "Conversao concluida - detalhe em relConversao.txt"

           .
       gera-relatorio-conversao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.
      *>   a origem nunca e' alterada - basta apagar o .dat parcial e
      *>   rodar de novo
           move 8 to return-code
           goback
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           goback
           .
       finaliza-exit.
           exit.
