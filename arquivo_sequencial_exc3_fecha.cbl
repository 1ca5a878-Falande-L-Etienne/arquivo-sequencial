      $set sourceformat"free"

      *>Divisão de identificação do programa
       identification division.
       program-id. "arquivo_sequencial_exc3_fecha".
       author. "Falande Loiseau Etienne".
       installation. "PC".
       date-written. 15/10/2026.
       date-compiled. 15/10/2026.

      *>----------------------------------------------------------------
      *> Histórico de alterações
      *> 15/10/2026  FLE  Programa criado: o fechamento de um mes/ano
      *>                  numa unica execucao, no lugar das seis
      *>                  entradas de scheduler rodadas a mao em ordem.
      *>                  Chama em sequencia, como o lote chama o
      *>                  programa principal: (1) LOTE -
      *>                  arquivo_sequencial_exc3_lote com o
      *>                  arqParametros.txt de sempre, (2) PRONTO -
      *>                  arquivo_sequencial_exc3_pronto, (3) COMP -
      *>                  arquivo_sequencial_exc3_comp, (4) ANUAL -
      *>                  arquivo_sequencial_exc3_anual para cada
      *>                  estacao ativa, (5) LIMPEZA -
      *>                  arquivo_sequencial_exc3_limpeza e (6)
      *>                  RELATORIO - arquivo_sequencial_exc3_relatorio
      *>                  do mes arquivado para cada estacao ativa. Cada
      *>                  etapa so comeca se a anterior terminou bem:
      *>                  codigo de retorno diferente de zero para a
      *>                  sequencia, e depois do PRONTO qualquer estacao
      *>                  "EM ABERTO" em relProntidao.txt tambem - nada
      *>                  de comparativo nem anual sobre mes incompleto.
      *>                  Etapa concluida fica registrada em
      *>                  arqEtapasFecha.txt; a execucao seguinte do
      *>                  mesmo mes/ano pula o que ja foi feito e
      *>                  recomeca na etapa que parou (REINICIA=S refaz
      *>                  o fechamento inteiro). Cada etapa deixa uma
      *>                  linha FECHAMENTO em arqAuditoria.txt e a
      *>                  execucao termina com a linha de resumo etapa a
      *>                  etapa. Os relatorios por estacao (relAnual.txt,
      *>                  relTemp.txt) sao copiados para
      *>                  relAnual<est>.txt / relTemp<est>.txt, para a
      *>                  estacao seguinte nao apagar a anterior.
      *>                  Parametros em arqParametrosFecha.txt (MES, ANO,
      *>                  REINICIA) ou perguntas na tela, e goback no
      *>                  fim.
      *> 15/10/2026  FLE  RELATORIO recebe TEMPBASE, LIMIARCALOR e
      *>                  LIMIARANOMALIA do arqParametros.txt, lido em
      *>                  toda execucao. COMP e ANUAL preservam as
      *>                  linhas que a operacao mantem em
      *>                  arqParametrosComp.txt/arqParametrosAnual.txt
      *>                  (regravadas no lugar do esvaziamento).
      *>                  Finalizacao anormal marca a etapa em andamento
      *>                  como FALHA na auditoria e devolve o arquivo de
      *>                  parametros da etapa.
      *>----------------------------------------------------------------



      *>Divisão para configuração do ambiente
       environment division.
       configuration section.
           special-names. decimal-point is comma.

      *>-----Declaração dos recursos externos
       input-output section.
       file-control.

      *>   Parametros do fechamento - quando este arquivo existe, mes/ano
      *>   vem daqui (CHAVE=VALOR) e nenhum accept e' executado
           select arqParametrosFecha assign to "arqParametrosFecha.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametrosFecha.

      *>   Parametros mestre do lote - lido aqui so para conferir que o
      *>   MES/ANO que o lote vai fechar e' o mesmo deste fechamento
           select arqParametros assign to "arqParametros.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametros.

      *>   Cadastro de estacoes - as ativas recebem o anual e o
      *>   relatorio do mes
           select arqEstacoes assign to "arqEstacoes.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEstacoes.

      *>   Registro das etapas concluidas por mes/ano - so acrescentado;
      *>   uma linha "R" (reinicio) anula as conclusoes anteriores
           select arqEtapasFecha assign to "arqEtapasFecha.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqEtapasFecha.

      *>   Log de auditoria compartilhado - uma linha FECHAMENTO por
      *>   etapa e a de resumo no fim
           select arqAuditoria assign to "arqAuditoria.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqAuditoria.

      *>   Arquivo de parametros da etapa da vez (arqParametrosProntidao,
      *>   arqParametrosComp, arqParametrosAnual, arqParametrosRel) -
      *>   gravado antes da chamada e esvaziado depois, como o
      *>   arqParametrosEst.txt do lote (no comparativo e no anual
      *>   ficam as linhas mantidas pela operacao)
           select arqParametrosEtapa assign to dynamic ws-nome-param-etapa
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-arqParametrosEtapa.

      *>   Resultado da conferencia de prontidao - a porta da etapa 2
           select relProntidao assign to "relProntidao.txt"
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relProntidao.

      *>   Relatorio por estacao recem-gerado (relAnual.txt /
      *>   relTemp.txt) e a sua copia com o codigo da estacao no nome
           select relOrigem assign to dynamic ws-nome-rel-origem
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relOrigem.

           select relCopia assign to dynamic ws-nome-rel-copia
           organization is line sequential
           access mode is sequential
           lock mode is automatic
           file status is ws-fs-relCopia.

       i-o-control.

      *>Declaração de variáveis
       data division.

      *>----Variaveis de arquivos
       file section.
       fd arqParametrosFecha.
       01  fd-parametrosFecha-linha                pic x(80).

       fd arqParametros.
       01  fd-parametros-linha                     pic x(80).

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

       fd arqEtapasFecha.
       01  fd-etapas-reg.
           05 fd-etp-mes                           pic 9(02).
           05 fd-etp-ano                           pic 9(04).
           05 fd-etp-etapa                         pic 9(02).
           05 fd-etp-nome                          pic x(10).
      *>       "C" etapa concluida, "R" reinicio do fechamento
           05 fd-etp-situacao                      pic x(01).
           05 fd-etp-data                          pic 9(08).
           05 fd-etp-hora                          pic 9(08).

       fd arqAuditoria.
       01  fd-auditoria-linha                      pic x(400).

       fd arqParametrosEtapa.
       01  fd-parametrosEtapa-linha                pic x(80).

       fd relProntidao.
       01  fd-relProntidao-linha                   pic x(132).

       fd relOrigem.
       01  fd-relOrigem-linha                      pic x(132).

       fd relCopia.
       01  fd-relCopia-linha                       pic x(132).

      *>----Variaveis de trabalho
       working-storage section.

       77  ws-fs-arqParametrosFecha                pic 9(02).
       77  ws-fs-arqParametros                     pic 9(02).
       77  ws-fs-arqEstacoes                       pic 9(02).
       77  ws-fs-arqEtapasFecha                    pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       77  ws-fs-arqParametrosEtapa                pic 9(02).
       77  ws-fs-relProntidao                      pic 9(02).
       77  ws-fs-relOrigem                         pic 9(02).
       77  ws-fs-relCopia                          pic 9(02).

      *>   Modo de execucao - "S" quando arqParametrosFecha.txt existe
      *>   e mes/ano vem do arquivo, sem nenhum accept
       77  ws-modo-lote                            pic x(01) value "N".
           88 ws-execucao-lote                      value "S".

      *>   Linha de parametro decomposta em chave e valor
       01 ws-parametros.
          05 ws-param-chave                        pic x(20).
          05 ws-param-valor                        pic x(40).
          05 ws-qtd-params                         pic 9(02) value 0.

      *>   Mes/ano do fechamento e o pedido de reinicio (REINICIA=S)
       77  ws-mes                                  pic 9(02) value 0.
       77  ws-ano                                  pic 9(04) value 0.
       77  ws-reinicia                             pic x(01) value "N".

      *>   MES/ANO encontrados no arqParametros.txt do lote
       01 ws-conferencia-lote.
          05 ws-lote-mes                           pic x(02) value spaces.
          05 ws-lote-ano                           pic x(04) value spaces.
          05 ws-mes-x                              pic 9(02).
          05 ws-ano-x                              pic 9(04).
          05 ws-lote-achou                         pic x(01) value "N".
      *>      linhas TEMPBASE, LIMIARCALOR e LIMIARANOMALIA do arquivo,
      *>      repassadas inteiras ao relatorio do mes (brancos: a chave
      *>      nao esta no arquivo e o relatorio fica com o padrao)
          05 ws-ind-limiar                         pic 9(02).
          05 ws-linha-limiar occurs 3              pic x(80).

      *>   Estacoes ativas do cadastro (anual e relatorio por estacao)
       01 ws-estacoes.
          05 ws-qtd-estacoes                        pic 9(02) value 0.
          05 ws-ind-estacao                         pic 9(02).
          05 ws-lista-estacoes occurs 20            pic x(03).

      *>   Nomes das etapas, na ordem de execucao
       01 ws-etapas-nomes.
          05 filler              pic x(10) value "LOTE".
          05 filler              pic x(10) value "PRONTO".
          05 filler              pic x(10) value "COMP".
          05 filler              pic x(10) value "ANUAL".
          05 filler              pic x(10) value "LIMPEZA".
          05 filler              pic x(10) value "RELATORIO".
       01 ws-etapas-nomes-r redefines ws-etapas-nomes.
          05 ws-etapa-nome occurs 6                 pic x(10).

      *>   Situacao de cada etapa nesta execucao - "S" ja concluida
      *>   (registro), e o desfecho para o resumo: OK, JA (concluida
      *>   numa execucao anterior), FALHA ou -- (nao chegou a rodar)
       01 ws-etapas.
          05 ws-qtd-etapas                          pic 9(02) value 6.
          05 ws-ind-etapa                           pic 9(02) value 0.
          05 ws-etapa-concluida occurs 6            pic x(01).
          05 ws-etapa-desfecho occurs 6             pic x(05).
          05 ws-etapa-ok                            pic x(01).
          05 ws-etapa-motivo                        pic x(60).
          05 ws-fecha-parou                         pic x(01) value "N".
          05 ws-qtd-executadas                      pic 9(02) value 0.
      *>      nome e situacao da linha a acrescentar no registro
          05 ws-etapa-nome-reg                      pic x(10).
          05 ws-situacao-reg                        pic x(01).

      *>   Chamada da etapa - programa, codigo de retorno e o arquivo
      *>   de parametros com as linhas a gravar antes da chamada
       01 ws-chamada.
          05 ws-programa-etapa                      pic x(40).
          05 ws-rc-etapa                            pic s9(04).
          05 ws-rc-etapa-ed                         pic -(03)9.
          05 ws-nome-param-etapa                    pic x(40) value spaces.
          05 ws-qtd-linhas-param                    pic 9(02).
          05 ws-ind-linha-param                     pic 9(02).
          05 ws-linhas-param occurs 10              pic x(80).
      *>      "S" enquanto o arquivo da etapa tem as linhas do
      *>      fechamento - a finalizacao anormal o devolve a operacao
          05 ws-param-etapa-gravado                 pic x(01) value "N".
      *>      linhas que a operacao mantem no arquivo da etapa (chaves
      *>      alem de MES, ANO e ESTACAO, e comentarios) - regravadas
      *>      junto com as do fechamento e devolvidas depois da chamada
          05 ws-qtd-linhas-oper                     pic 9(02) value 0.
          05 ws-linhas-oper occurs 20               pic x(80).

      *>   Porta do PRONTO - estacoes em aberto no relProntidao.txt
       01 ws-prontidao.
          05 ws-qtd-nao-prontas                     pic 9(02).
          05 ws-lista-nao-prontas                   pic x(60).
          05 ws-lista-nao-prontas-ptr               pic 9(02).

      *>   Copia do relatorio da estacao
       77  ws-nome-rel-origem                       pic x(30).
       77  ws-nome-rel-copia                        pic x(30).

      *>   Data/hora da execucao e a montagem das linhas de auditoria
       77  ws-aud-data                              pic 9(08).
       77  ws-aud-hora                              pic 9(08).
       77  ws-aud-resultado                         pic x(60) value spaces.
       77  ws-aud-etapas                            pic x(120) value spaces.
       77  ws-aud-etapas-ptr                        pic 9(03) value 1.

       01 ws-mensagens.
          05 ws-msn-erro.
             10 ws-msn-erro-ofsset                 pic 9(04).
             10 filler                             pic x(01) value "-".
             10 ws-msn-erro-cod                    pic 9(02).
             10 filler                             pic x(01) value space.
             10 ws-msn-erro-text                   pic x(42).


      *>----Variaveis para comunicação entre programas
       linkage section.


      *>----Declaração de tela
       screen section.

      *>Declaração do corpo do programa
       procedure division.


           perform inicializa.
           perform processa-etapas.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização - mes/ano do fechamento, o
      *>  reinicio pedido, as etapas ja concluidas e as estacoes ativas.
      *>------------------------------------------------------------------------
       inicializa section.

           perform varying ws-ind-etapa from 1 by 1
                           until ws-ind-etapa > ws-qtd-etapas
               move "N"  to ws-etapa-concluida(ws-ind-etapa)
               move "--" to ws-etapa-desfecho(ws-ind-etapa)
           end-perform

           perform carrega-parametros

           if not ws-execucao-lote then
               display "Mes do fechamento (01-12): "
               accept ws-mes
               display "Ano do fechamento (aaaa): "
               accept ws-ano
               display "Refazer o fechamento desde a primeira etapa (S/N): "
               accept ws-reinicia
           end-if

           if ws-mes < 1 or ws-mes > 12 then
               move 1                                   to ws-msn-erro-ofsset
               move 0                                   to ws-msn-erro-cod
               move "Mes do fechamento invalido "        to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform carrega-etapas-concluidas

           if ws-reinicia = "S" or ws-reinicia = "s" then
               perform registra-reinicio
           end-if

      *>   limiares do lote lidos sempre - o relatorio do mes usa os
      *>   mesmos, mesmo quando o LOTE ja foi concluido antes
           perform carrega-parametros-lote

      *>   o lote fecha o MES/ANO do arquivo dele - se for outro mes, o
      *>   fechamento registraria como feito um mes que nao foi fechado
           if ws-etapa-concluida(1) = "N" then
               perform confere-parametros-lote
           end-if

           perform carrega-estacoes-ativas

           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Parametros do fechamento - tenta abrir arqParametrosFecha.txt;
      *>  se o arquivo nao existe (ou esta vazio) o mes/ano e' perguntado
      *>  na tela. Chaves MES e ANO (zerados a esquerda) e REINICIA (S
      *>  refaz todas as etapas, mesmo as ja concluidas). Linhas em
      *>  branco ou comecadas por "*" ignoradas.
      *>------------------------------------------------------------------------
       carrega-parametros section.

           open input arqParametrosFecha.
           if ws-fs-arqParametrosFecha = 35 then
      *>       sem arquivo de parametros - entrada de tela
               continue
           else
               if ws-fs-arqParametrosFecha <> 0 then
                   move 2                                   to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosFecha            to ws-msn-erro-cod
                   move "Erro ao abrir arq. parametros "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqParametrosFecha = 10

                   read arqParametrosFecha
                   if  ws-fs-arqParametrosFecha <> 0
                   and ws-fs-arqParametrosFecha <> 10 then
                       move 3                                   to ws-msn-erro-ofsset
                       move ws-fs-arqParametrosFecha            to ws-msn-erro-cod
                       move "Erro ao ler arq. parametros "       to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqParametrosFecha = 0
                   and fd-parametrosFecha-linha not = spaces
                   and fd-parametrosFecha-linha(1:1) not = "*" then

                       move spaces to ws-param-chave
                       move spaces to ws-param-valor
                       unstring fd-parametrosFecha-linha
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

                           when "REINICIA"
                               move ws-param-valor(1:1) to ws-reinicia
                               add 1 to ws-qtd-params

                           when other
                               continue

                       end-evaluate

                   end-if

               end-perform

               close arqParametrosFecha

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
      *>  esquerda - derruba a execucao em vez de fechar um mes errado.
      *>------------------------------------------------------------------------
       erro-param-numerico section.

           move 4                                   to ws-msn-erro-ofsset
           move 0                                   to ws-msn-erro-cod
           move "Valor numerico invalido no parametro "
             to ws-msn-erro-text
           perform finaliza-anormal

           .
       erro-param-numerico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Etapas ja concluidas do mes/ano - le arqEtapasFecha.txt do
      *>  comeco ao fim; "C" marca a etapa, "R" (reinicio) desmarca
      *>  todas as anteriores. Arquivo ausente: nada concluido ainda.
      *>------------------------------------------------------------------------
       carrega-etapas-concluidas section.

           open input arqEtapasFecha.
           if ws-fs-arqEtapasFecha = 35 then
               continue
           else
               if ws-fs-arqEtapasFecha <> 0 then
                   move 5                                   to ws-msn-erro-ofsset
                   move ws-fs-arqEtapasFecha                to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqEtapasFecha "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqEtapasFecha = 10

                   read arqEtapasFecha
                   if  ws-fs-arqEtapasFecha <> 0
                   and ws-fs-arqEtapasFecha <> 10 then
                       move 6                                   to ws-msn-erro-ofsset
                       move ws-fs-arqEtapasFecha                to ws-msn-erro-cod
                       move "Erro ao ler arq. arqEtapasFecha "   to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqEtapasFecha = 0
                   and fd-etp-mes = ws-mes
                   and fd-etp-ano = ws-ano then
                       if fd-etp-situacao = "R" then
                           perform varying ws-ind-etapa from 1 by 1
                                           until ws-ind-etapa > ws-qtd-etapas
                               move "N" to ws-etapa-concluida(ws-ind-etapa)
                           end-perform
                       end-if
                       if  fd-etp-situacao = "C"
                       and fd-etp-etapa >= 1
                       and fd-etp-etapa <= ws-qtd-etapas then
                           move "S" to ws-etapa-concluida(fd-etp-etapa)
                       end-if
                   end-if

               end-perform

               close arqEtapasFecha
           end-if

           .
       carrega-etapas-concluidas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  REINICIA=S - grava a linha "R" do mes/ano e desmarca todas as
      *>  etapas: o fechamento e' refeito desde o lote.
      *>------------------------------------------------------------------------
       registra-reinicio section.

           move 0        to ws-ind-etapa
           move spaces   to ws-etapa-nome-reg
           move "R"      to ws-situacao-reg
           perform grava-registro-etapa

           perform varying ws-ind-etapa from 1 by 1
                           until ws-ind-etapa > ws-qtd-etapas
               move "N" to ws-etapa-concluida(ws-ind-etapa)
           end-perform

           display "Fechamento: reinicio pedido - todas as etapas serao refeitas"

           .
       registra-reinicio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o arqParametros.txt do lote - MES/ANO para a conferencia e
      *>  as linhas de limiar (TEMPBASE, LIMIARCALOR, LIMIARANOMALIA)
      *>  para o relatorio. Arquivo ausente: so a conferencia reclama.
      *>------------------------------------------------------------------------
       carrega-parametros-lote section.

           perform varying ws-ind-limiar from 1 by 1
                           until ws-ind-limiar > 3
               move spaces to ws-linha-limiar(ws-ind-limiar)
           end-perform

           open input arqParametros.
           if ws-fs-arqParametros = 35 then
               move "N" to ws-lote-achou
           else
               if ws-fs-arqParametros <> 0 then
                   move 8                                    to ws-msn-erro-ofsset
                   move ws-fs-arqParametros                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqParametros "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-lote-achou

               perform until ws-fs-arqParametros = 10

                   read arqParametros
                   if  ws-fs-arqParametros <> 0
                   and ws-fs-arqParametros <> 10 then
                       move 9                                   to ws-msn-erro-ofsset
                       move ws-fs-arqParametros                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqParametros "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqParametros = 0
                   and fd-parametros-linha not = spaces
                   and fd-parametros-linha(1:1) not = "*" then
                       move spaces to ws-param-chave
                       move spaces to ws-param-valor
                       unstring fd-parametros-linha delimited by "="
                           into ws-param-chave
                                ws-param-valor
                       end-unstring
                       if ws-param-chave = "MES" then
                           move ws-param-valor(1:2) to ws-lote-mes
                       end-if
                       if ws-param-chave = "ANO" then
                           move ws-param-valor(1:4) to ws-lote-ano
                       end-if
                       if ws-param-chave = "TEMPBASE" then
                           move fd-parametros-linha to ws-linha-limiar(1)
                       end-if
                       if ws-param-chave = "LIMIARCALOR" then
                           move fd-parametros-linha to ws-linha-limiar(2)
                       end-if
                       if ws-param-chave = "LIMIARANOMALIA" then
                           move fd-parametros-linha to ws-linha-limiar(3)
                       end-if
                   end-if

               end-perform

               close arqParametros
           end-if

           .
       carrega-parametros-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o MES/ANO do arqParametros.txt do lote contra o deste
      *>  fechamento - arquivo ausente ou mes diferente para antes da
      *>  primeira etapa.
      *>------------------------------------------------------------------------
       confere-parametros-lote section.

           if ws-lote-achou = "N" then
               move 7                                    to ws-msn-erro-ofsset
               move 35                                   to ws-msn-erro-cod
               move "arqParametros.txt inexistente "      to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-mes to ws-mes-x
           move ws-ano to ws-ano-x
           if ws-lote-mes <> ws-mes-x
           or ws-lote-ano <> ws-ano-x then
               move 10                                  to ws-msn-erro-ofsset
               move 0                                   to ws-msn-erro-cod
               move "MES/ANO de arqParametros.txt difere "
                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       confere-parametros-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estacoes ativas do cadastro, na ordem do arquivo - as mesmas
      *>  que o PRONTO confere quando nenhuma estacao e' pedida.
      *>------------------------------------------------------------------------
       carrega-estacoes-ativas section.

           open input arqEstacoes.
           if ws-fs-arqEstacoes = 35 then
               move 11                                  to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                   to ws-msn-erro-cod
               move "arqEstacoes.txt inexistente "       to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           if ws-fs-arqEstacoes <> 0 then
               move 12                                  to ws-msn-erro-ofsset
               move ws-fs-arqEstacoes                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEstacoes "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-arqEstacoes = 10

               read arqEstacoes
               if  ws-fs-arqEstacoes <> 0
               and ws-fs-arqEstacoes <> 10 then
                   move 13                                 to ws-msn-erro-ofsset
                   move ws-fs-arqEstacoes                  to ws-msn-erro-cod
                   move "Erro ao ler arq. arqEstacoes "     to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-arqEstacoes = 0
               and fd-est-ativa = "S" then
                   if ws-qtd-estacoes >= 20 then
                       move 14                         to ws-msn-erro-ofsset
                       move 0                          to ws-msn-erro-cod
                       move "Lista de estacoes cheia (20) "
                         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
                   add 1 to ws-qtd-estacoes
                   move fd-est-codigo
                     to ws-lista-estacoes(ws-qtd-estacoes)
               end-if

           end-perform

           close arqEstacoes

           if ws-qtd-estacoes = 0 then
               move 15                                  to ws-msn-erro-ofsset
               move 0                                   to ws-msn-erro-cod
               move "Nenhuma estacao ativa no cadastro "
                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       carrega-estacoes-ativas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Roda as etapas em ordem. Etapa ja concluida (registro) e'
      *>  pulada; etapa que termina bem e' registrada como concluida; a
      *>  primeira que falha para a sequencia - a execucao seguinte
      *>  recomeca nela.
      *>------------------------------------------------------------------------
       processa-etapas section.

           perform varying ws-ind-etapa from 1 by 1
                           until ws-ind-etapa > ws-qtd-etapas
                              or ws-fecha-parou = "S"

               if ws-etapa-concluida(ws-ind-etapa) = "S" then
                   move "JA" to ws-etapa-desfecho(ws-ind-etapa)
                   display "Fechamento: etapa "
                           ws-etapa-nome(ws-ind-etapa)
                           " ja concluida - pulada"
               else
                   display "Fechamento: etapa "
                           ws-etapa-nome(ws-ind-etapa)

                   move "S"    to ws-etapa-ok
                   move spaces to ws-etapa-motivo
                   add 1 to ws-qtd-executadas

                   evaluate ws-ind-etapa
                       when 1
                           perform etapa-lote
                       when 2
                           perform etapa-pronto
                       when 3
                           perform etapa-comp
                       when 4
                           perform etapa-anual
                       when 5
                           perform etapa-limpeza
                       when 6
                           perform etapa-relatorio
                   end-evaluate

                   if ws-etapa-ok = "S" then
                       move "OK" to ws-etapa-desfecho(ws-ind-etapa)
                       move "S"  to ws-etapa-concluida(ws-ind-etapa)
                       move ws-etapa-nome(ws-ind-etapa) to ws-etapa-nome-reg
                       move "C"  to ws-situacao-reg
                       perform grava-registro-etapa
                       move "Etapa concluida" to ws-etapa-motivo
                   else
                       move "FALHA" to ws-etapa-desfecho(ws-ind-etapa)
                       move "S"     to ws-fecha-parou
                       display "Fechamento: etapa "
                               ws-etapa-nome(ws-ind-etapa)
                               " falhou - " ws-etapa-motivo
                   end-if

                   perform grava-auditoria-etapa
               end-if

           end-perform

           .
       processa-etapas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Etapa 1 - fechamento das estacoes pelo lote, com o
      *>  arqParametros.txt mantido pela operacao. Qualquer estacao em
      *>  falha (retorno 8 do lote) segura o fechamento.
      *>------------------------------------------------------------------------
       etapa-lote section.

           move "arquivo_sequencial_exc3_lote" to ws-programa-etapa
           perform chama-programa-etapa

           if ws-rc-etapa <> 0 then
               move "N" to ws-etapa-ok
               move ws-rc-etapa to ws-rc-etapa-ed
               string "Lote com falha - retorno " delimited by size
                      ws-rc-etapa-ed              delimited by size
                      into ws-etapa-motivo
               end-string
           end-if

           .
       etapa-lote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Etapa 2 - conferencia de prontidao de todas as estacoes ativas.
      *>  Alem do retorno, a porta: qualquer estacao "EM ABERTO" em
      *>  relProntidao.txt para o fechamento aqui.
      *>------------------------------------------------------------------------
       etapa-pronto section.

           move "arqParametrosProntidao.txt" to ws-nome-param-etapa
           perform monta-parametros-mes
           perform grava-parametros-etapa

           move "arquivo_sequencial_exc3_pronto" to ws-programa-etapa
           perform chama-programa-etapa

           perform esvazia-parametros-etapa

           if ws-rc-etapa <> 0 then
               move "N" to ws-etapa-ok
               move ws-rc-etapa to ws-rc-etapa-ed
               string "Conferencia de prontidao falhou - retorno "
                                                  delimited by size
                      ws-rc-etapa-ed              delimited by size
                      into ws-etapa-motivo
               end-string
           else
               perform confere-prontidao
           end-if

           .
       etapa-pronto-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Porta do PRONTO - le relProntidao.txt e junta as estacoes com
      *>  linha "ESTACAO xxx  EM ABERTO". Havendo alguma, a etapa falha
      *>  com a lista no motivo.
      *>------------------------------------------------------------------------
       confere-prontidao section.

           move 0      to ws-qtd-nao-prontas
           move spaces to ws-lista-nao-prontas
           move 1      to ws-lista-nao-prontas-ptr

           open input relProntidao.
           if ws-fs-relProntidao <> 0 then
               move 16                                  to ws-msn-erro-ofsset
               move ws-fs-relProntidao                  to ws-msn-erro-cod
               move "Erro ao abrir arq. relProntidao "    to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-relProntidao = 10

               read relProntidao
               if  ws-fs-relProntidao <> 0
               and ws-fs-relProntidao <> 10 then
                   move 17                                 to ws-msn-erro-ofsset
                   move ws-fs-relProntidao                 to ws-msn-erro-cod
                   move "Erro ao ler arq. relProntidao "    to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               if  ws-fs-relProntidao = 0
               and fd-relProntidao-linha(1:8)  = "ESTACAO "
               and fd-relProntidao-linha(14:9) = "EM ABERTO" then
                   add 1 to ws-qtd-nao-prontas
                   string fd-relProntidao-linha(9:3) delimited by size
                          " "                        delimited by size
                          into ws-lista-nao-prontas
                          with pointer ws-lista-nao-prontas-ptr
                   end-string
               end-if

           end-perform

           close relProntidao

           if ws-qtd-nao-prontas > 0 then
               move "N" to ws-etapa-ok
               string "Estacoes nao prontas: " delimited by size
                      ws-lista-nao-prontas     delimited by size
                      into ws-etapa-motivo
               end-string
           end-if

           .
       confere-prontidao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Etapa 3 - comparativo entre as estacoes do mes. Os limiares
      *>  que a operacao mantem em arqParametrosComp.txt seguem junto
      *>  com o MES/ANO e voltam ao arquivo depois da chamada.
      *>------------------------------------------------------------------------
       etapa-comp section.

           move "arqParametrosComp.txt" to ws-nome-param-etapa
           perform preserva-parametros-etapa
           perform monta-parametros-mes
           perform grava-parametros-etapa

           move "arquivo_sequencial_exc3_comp" to ws-programa-etapa
           perform chama-programa-etapa

           perform esvazia-parametros-etapa

           if ws-rc-etapa <> 0 then
               move "N" to ws-etapa-ok
               move ws-rc-etapa to ws-rc-etapa-ed
               string "Comparativo falhou - retorno " delimited by size
                      ws-rc-etapa-ed                  delimited by size
                      into ws-etapa-motivo
               end-string
           end-if

           .
       etapa-comp-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Etapa 4 - relatorio anual de cada estacao ativa (ano do
      *>  fechamento), copiado para relAnual<est>.txt. A primeira
      *>  estacao em falha para a etapa. Linhas da operacao em
      *>  arqParametrosAnual.txt preservadas como no comparativo.
      *>------------------------------------------------------------------------
       etapa-anual section.

           perform varying ws-ind-estacao from 1 by 1
                           until ws-ind-estacao > ws-qtd-estacoes
                              or ws-etapa-ok = "N"

               move "arqParametrosAnual.txt" to ws-nome-param-etapa
               perform preserva-parametros-etapa
               move 2 to ws-qtd-linhas-param
               move spaces to ws-linhas-param(1)
               string "ESTACAO="                         delimited by size
                      ws-lista-estacoes(ws-ind-estacao)  delimited by size
                      into ws-linhas-param(1)
               end-string
               move spaces to ws-linhas-param(2)
               string "ANO="    delimited by size
                      ws-ano    delimited by size
                      into ws-linhas-param(2)
               end-string
               perform grava-parametros-etapa

               move "arquivo_sequencial_exc3_anual" to ws-programa-etapa
               perform chama-programa-etapa

               perform esvazia-parametros-etapa

               if ws-rc-etapa <> 0 then
                   move "N" to ws-etapa-ok
                   move ws-rc-etapa to ws-rc-etapa-ed
                   string "Anual da estacao "               delimited by size
                          ws-lista-estacoes(ws-ind-estacao) delimited by size
                          " falhou - retorno "              delimited by size
                          ws-rc-etapa-ed                    delimited by size
                          into ws-etapa-motivo
                   end-string
               else
                   move "relAnual.txt" to ws-nome-rel-origem
                   move spaces to ws-nome-rel-copia
                   string "relAnual"                        delimited by size
                          ws-lista-estacoes(ws-ind-estacao) delimited by space
                          ".txt"                            delimited by size
                          into ws-nome-rel-copia
                   end-string
                   perform copia-relatorio-estacao
               end-if

           end-perform

           .
       etapa-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Etapa 5 - faxina dos arquivos permanentes (parametros proprios
      *>  em arqParametrosLimpeza.txt, mantidos pela operacao).
      *>------------------------------------------------------------------------
       etapa-limpeza section.

           move "arquivo_sequencial_exc3_limpeza" to ws-programa-etapa
           perform chama-programa-etapa

           if ws-rc-etapa <> 0 then
               move "N" to ws-etapa-ok
               move ws-rc-etapa to ws-rc-etapa-ed
               string "Faxina falhou - retorno " delimited by size
                      ws-rc-etapa-ed             delimited by size
                      into ws-etapa-motivo
               end-string
           end-if

           .
       etapa-limpeza-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Etapa 6 - relatorio do mes de cada estacao ativa, a partir do
      *>  detalhe arquivado (FONTE=ARQUIVO - o mes ja passou pelo
      *>  ARQUIVA do lote) e com os limiares do arqParametros.txt,
      *>  copiado para relTemp<est>.txt.
      *>------------------------------------------------------------------------
       etapa-relatorio section.

           perform varying ws-ind-estacao from 1 by 1
                           until ws-ind-estacao > ws-qtd-estacoes
                              or ws-etapa-ok = "N"

               move "arqParametrosRel.txt" to ws-nome-param-etapa
               perform monta-parametros-mes
               move 4 to ws-qtd-linhas-param
               move spaces to ws-linhas-param(3)
               string "ESTACAO="                         delimited by size
                      ws-lista-estacoes(ws-ind-estacao)  delimited by size
                      into ws-linhas-param(3)
               end-string
               move "FONTE=ARQUIVO" to ws-linhas-param(4)
      *>       limiares do lote - sem eles o relatorio sairia com o
      *>       padrao e nao bateria com o fechamento das estacoes
               perform varying ws-ind-limiar from 1 by 1
                               until ws-ind-limiar > 3
                   if ws-linha-limiar(ws-ind-limiar) not = spaces then
                       add 1 to ws-qtd-linhas-param
                       move ws-linha-limiar(ws-ind-limiar)
                         to ws-linhas-param(ws-qtd-linhas-param)
                   end-if
               end-perform
               perform grava-parametros-etapa

               move "arquivo_sequencial_exc3_relatorio" to ws-programa-etapa
               perform chama-programa-etapa

               perform esvazia-parametros-etapa

               if ws-rc-etapa <> 0 then
                   move "N" to ws-etapa-ok
                   move ws-rc-etapa to ws-rc-etapa-ed
                   string "Relatorio da estacao "           delimited by size
                          ws-lista-estacoes(ws-ind-estacao) delimited by size
                          " falhou - retorno "              delimited by size
                          ws-rc-etapa-ed                    delimited by size
                          into ws-etapa-motivo
                   end-string
               else
                   move "relTemp.txt" to ws-nome-rel-origem
                   move spaces to ws-nome-rel-copia
                   string "relTemp"                         delimited by size
                          ws-lista-estacoes(ws-ind-estacao) delimited by space
                          ".txt"                            delimited by size
                          into ws-nome-rel-copia
                   end-string
                   perform copia-relatorio-estacao
               end-if

           end-perform

           .
       etapa-relatorio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linhas MES= e ANO= do fechamento nas duas primeiras posicoes
      *>  das linhas de parametro da etapa.
      *>------------------------------------------------------------------------
       monta-parametros-mes section.

           move 2 to ws-qtd-linhas-param
           move spaces to ws-linhas-param(1)
           string "MES="    delimited by size
                  ws-mes    delimited by size
                  into ws-linhas-param(1)
           end-string
           move spaces to ws-linhas-param(2)
           string "ANO="    delimited by size
                  ws-ano    delimited by size
                  into ws-linhas-param(2)
           end-string

           .
       monta-parametros-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda as linhas que a operacao mantem no arquivo de parametros
      *>  da etapa (ws-nome-param-etapa) - tudo menos MES, ANO, ESTACAO
      *>  e linhas em branco, que o fechamento grava por conta propria.
      *>  Arquivo ausente: nada a guardar.
      *>------------------------------------------------------------------------
       preserva-parametros-etapa section.

           move 0 to ws-qtd-linhas-oper

           open input arqParametrosEtapa.
           if ws-fs-arqParametrosEtapa = 35 then
               continue
           else
               if ws-fs-arqParametrosEtapa <> 0 then
                   move 28                                      to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosEtapa                to ws-msn-erro-cod
                   move "Erro ao abrir arq. parametros etapa "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqParametrosEtapa = 10

                   read arqParametrosEtapa
                   if  ws-fs-arqParametrosEtapa <> 0
                   and ws-fs-arqParametrosEtapa <> 10 then
                       move 29                                      to ws-msn-erro-ofsset
                       move ws-fs-arqParametrosEtapa                to ws-msn-erro-cod
                       move "Erro ao ler arq. parametros etapa "     to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqParametrosEtapa = 0
                   and fd-parametrosEtapa-linha not = spaces then
                       move spaces to ws-param-chave
                       move spaces to ws-param-valor
                       unstring fd-parametrosEtapa-linha delimited by "="
                           into ws-param-chave
                                ws-param-valor
                       end-unstring
                       if  ws-param-chave not = "MES"
                       and ws-param-chave not = "ANO"
                       and ws-param-chave not = "ESTACAO" then
      *>                   perder linha da operacao em silencio e' pior
      *>                   que parar o fechamento
                           if ws-qtd-linhas-oper >= 20 then
                               move 30                                  to ws-msn-erro-ofsset
                               move 0                                   to ws-msn-erro-cod
                               move "Linhas demais no arq. parametros etapa"
                                 to ws-msn-erro-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-linhas-oper
                           move fd-parametrosEtapa-linha
                             to ws-linhas-oper(ws-qtd-linhas-oper)
                       end-if
                   end-if

               end-perform

               close arqParametrosEtapa
           end-if

           .
       preserva-parametros-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o arquivo de parametros da etapa (ws-nome-param-etapa)
      *>  com as ws-qtd-linhas-param linhas montadas, seguidas das
      *>  linhas da operacao guardadas (ws-qtd-linhas-oper).
      *>------------------------------------------------------------------------
       grava-parametros-etapa section.

           open output arqParametrosEtapa.
           if ws-fs-arqParametrosEtapa <> 0 then
               move 18                                      to ws-msn-erro-ofsset
               move ws-fs-arqParametrosEtapa                to ws-msn-erro-cod
               move "Erro ao abrir arq. parametros etapa "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if
           move "S" to ws-param-etapa-gravado

           perform varying ws-ind-linha-param from 1 by 1
                           until ws-ind-linha-param > ws-qtd-linhas-param
               move ws-linhas-param(ws-ind-linha-param)
                 to fd-parametrosEtapa-linha
               write fd-parametrosEtapa-linha
               if ws-fs-arqParametrosEtapa <> 0 then
      *>           parametro faltando faria a etapa cair no modo de tela
      *>           ou rodar outro mes - melhor parar
                   move 19                                      to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosEtapa                to ws-msn-erro-cod
                   move "Erro ao gravar arq. parametros etapa "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           perform grava-linhas-oper-etapa

           close arqParametrosEtapa

           .
       grava-parametros-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Esvazia o arquivo de parametros consumido pela etapa - uma
      *>  execucao de tela posterior nao pode reaproveitar os parametros
      *>  do fechamento sem perguntar (convencao do lote). As linhas da
      *>  operacao guardadas voltam ao arquivo; sem elas fica vazio.
      *>------------------------------------------------------------------------
       esvazia-parametros-etapa section.

      *>   desmarcado antes da gravacao - erro aqui passa pela
      *>   finalizacao anormal, que nao deve tentar de novo
           move "N" to ws-param-etapa-gravado

           open output arqParametrosEtapa.
           if ws-fs-arqParametrosEtapa <> 0 then
               move 31                                      to ws-msn-erro-ofsset
               move ws-fs-arqParametrosEtapa                to ws-msn-erro-cod
               move "Erro ao abrir arq. parametros etapa "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform grava-linhas-oper-etapa

           close arqParametrosEtapa
           move 0 to ws-qtd-linhas-oper

           .
       esvazia-parametros-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no arquivo de parametros da etapa ja aberto as linhas da
      *>  operacao guardadas por preserva-parametros-etapa.
      *>------------------------------------------------------------------------
       grava-linhas-oper-etapa section.

           perform varying ws-ind-linha-param from 1 by 1
                           until ws-ind-linha-param > ws-qtd-linhas-oper
               move ws-linhas-oper(ws-ind-linha-param)
                 to fd-parametrosEtapa-linha
               write fd-parametrosEtapa-linha
               if ws-fs-arqParametrosEtapa <> 0 then
                   move 32                                      to ws-msn-erro-ofsset
                   move ws-fs-arqParametrosEtapa                to ws-msn-erro-cod
                   move "Erro ao gravar arq. parametros etapa "  to ws-msn-erro-text
                   perform finaliza-anormal
               end-if
           end-perform

           .
       grava-linhas-oper-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Chama o programa da etapa (ws-programa-etapa) e guarda o
      *>  codigo de retorno. O cancel garante que a proxima chamada
      *>  comece com o programa no estado inicial.
      *>------------------------------------------------------------------------
       chama-programa-etapa section.

           move 0 to return-code
           call ws-programa-etapa
               on exception
                   move 12 to return-code
           end-call
           cancel ws-programa-etapa

           move return-code to ws-rc-etapa
           move 0 to return-code

           .
       chama-programa-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o relatorio recem-gerado (ws-nome-rel-origem) para o
      *>  arquivo da estacao (ws-nome-rel-copia), linha a linha.
      *>------------------------------------------------------------------------
       copia-relatorio-estacao section.

           open input relOrigem.
           if ws-fs-relOrigem <> 0 then
               move 20                                  to ws-msn-erro-ofsset
               move ws-fs-relOrigem                     to ws-msn-erro-cod
               move "Erro ao abrir relatorio da estacao "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           open output relCopia.
           if ws-fs-relCopia <> 0 then
               move 21                                  to ws-msn-erro-ofsset
               move ws-fs-relCopia                      to ws-msn-erro-cod
               move "Erro ao criar copia do relatorio "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-relOrigem = 10
               read relOrigem
               if ws-fs-relOrigem = 0 then
                   move fd-relOrigem-linha to fd-relCopia-linha
                   write fd-relCopia-linha
                   if ws-fs-relCopia <> 0 then
                       move 22                              to ws-msn-erro-ofsset
                       move ws-fs-relCopia                  to ws-msn-erro-cod
                       move "Erro ao gravar copia do relatorio "
                         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               else
                   if ws-fs-relOrigem <> 10 then
                       move 23                              to ws-msn-erro-ofsset
                       move ws-fs-relOrigem                 to ws-msn-erro-cod
                       move "Erro ao ler relatorio da estacao "
                         to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close relOrigem
           close relCopia

           .
       copia-relatorio-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta uma linha ao registro de etapas - ws-situacao-reg
      *>  "C" (etapa ws-ind-etapa concluida) ou "R" (reinicio).
      *>------------------------------------------------------------------------
       grava-registro-etapa section.

           accept ws-aud-data from date yyyymmdd
           accept ws-aud-hora from time

           open extend arqEtapasFecha.
           if ws-fs-arqEtapasFecha = 35 then
               open output arqEtapasFecha
           end-if
           if ws-fs-arqEtapasFecha <> 0 then
               move 24                                   to ws-msn-erro-ofsset
               move ws-fs-arqEtapasFecha                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqEtapasFecha "   to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           move ws-mes            to fd-etp-mes
           move ws-ano            to fd-etp-ano
           move ws-ind-etapa      to fd-etp-etapa
           move ws-etapa-nome-reg to fd-etp-nome
           move ws-situacao-reg   to fd-etp-situacao
           move ws-aud-data       to fd-etp-data
           move ws-aud-hora       to fd-etp-hora
           write fd-etapas-reg
           if ws-fs-arqEtapasFecha <> 0 then
      *>       sem o registro, o rerun repetiria uma etapa ja feita
               move 25                                   to ws-msn-erro-ofsset
               move ws-fs-arqEtapasFecha                 to ws-msn-erro-cod
               move "Erro ao gravar arq. arqEtapasFecha "  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           close arqEtapasFecha

           .
       grava-registro-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha FECHAMENTO da etapa em arqAuditoria.txt - mes/ano, numero
      *>  e nome da etapa e o desfecho (concluida ou o motivo da falha).
      *>------------------------------------------------------------------------
       grava-auditoria-etapa section.

           move spaces to ws-aud-resultado
           string ws-etapa-desfecho(ws-ind-etapa) delimited by space
                  " - "                           delimited by size
                  ws-etapa-motivo                 delimited by size
                  into ws-aud-resultado
           end-string

           perform abre-auditoria

           move spaces to fd-auditoria-linha
           string ws-aud-data                  delimited by size
                  " "                          delimited by size
                  ws-aud-hora                  delimited by size
                  " FECHAMENTO MES="           delimited by size
                  ws-mes                       delimited by size
                  "/"                          delimited by size
                  ws-ano                       delimited by size
                  " ETAPA="                    delimited by size
                  ws-ind-etapa                 delimited by size
                  " "                          delimited by size
                  ws-etapa-nome(ws-ind-etapa)  delimited by space
                  " RESULTADO="                delimited by size
                  ws-aud-resultado             delimited by size
                  into fd-auditoria-linha
           end-string

           perform grava-linha-auditoria

           .
       grava-auditoria-etapa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de resumo do fechamento em arqAuditoria.txt - o desfecho
      *>  de cada etapa (OK, JA, FALHA, --) e o resultado geral em
      *>  ws-aud-resultado.
      *>------------------------------------------------------------------------
       grava-auditoria-fechamento section.

           move spaces to ws-aud-etapas
           move 1      to ws-aud-etapas-ptr
           perform varying ws-ind-etapa from 1 by 1
                           until ws-ind-etapa > ws-qtd-etapas
               string ws-etapa-nome(ws-ind-etapa)     delimited by space
                      ":"                             delimited by size
                      ws-etapa-desfecho(ws-ind-etapa) delimited by space
                      " "                             delimited by size
                      into ws-aud-etapas
                      with pointer ws-aud-etapas-ptr
               end-string
           end-perform

           perform abre-auditoria

           move spaces to fd-auditoria-linha
           string ws-aud-data            delimited by size
                  " "                    delimited by size
                  ws-aud-hora            delimited by size
                  " FECHAMENTO MES="     delimited by size
                  ws-mes                 delimited by size
                  "/"                    delimited by size
                  ws-ano                 delimited by size
                  " ETAPAS="             delimited by size
                  ws-aud-etapas          delimited by "  "
                  " RESULTADO="          delimited by size
                  ws-aud-resultado       delimited by size
                  into fd-auditoria-linha
           end-string

           perform grava-linha-auditoria

           .
       grava-auditoria-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre arqAuditoria.txt para acrescentar (criando se preciso) e
      *>  marca data/hora da linha. Sem a auditoria nao ha como deixar
      *>  o rastro do fechamento - a execucao para sem passar pela
      *>  finalizacao anormal (que tentaria gravar de novo).
      *>------------------------------------------------------------------------
       abre-auditoria section.

           accept ws-aud-data from date yyyymmdd
           accept ws-aud-hora from time

           open extend arqAuditoria.
           if ws-fs-arqAuditoria = 35 then
               open output arqAuditoria
           end-if
           if ws-fs-arqAuditoria <> 0 then
               move 26                                   to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                   to ws-msn-erro-cod
               move "Erro ao abrir arq. arqAuditoria "    to ws-msn-erro-text
               display erase
               display ws-msn-erro
               move 8 to return-code
               goback
           end-if

           .
       abre-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a linha montada em fd-auditoria-linha e fecha o arquivo.
      *>------------------------------------------------------------------------
       grava-linha-auditoria section.

           write fd-auditoria-linha
           if ws-fs-arqAuditoria <> 0 then
               move 27                                   to ws-msn-erro-ofsset
               move ws-fs-arqAuditoria                   to ws-msn-erro-cod
               move "Erro ao gravar arq. arqAuditoria "   to ws-msn-erro-text
               display erase
               display ws-msn-erro
               close arqAuditoria
               move 8 to return-code
               goback
           end-if

           close arqAuditoria

           .
       grava-linha-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização  Anormal
      *>------------------------------------------------------------------------
       finaliza-anormal section.
           display erase
           display ws-msn-erro.

      *>   etapa em andamento sai como FALHA na sua linha FECHAMENTO,
      *>   antes do resumo - a execucao seguinte retoma nela
           if  ws-ind-etapa >= 1
           and ws-ind-etapa <= ws-qtd-etapas then
               if  ws-etapa-desfecho(ws-ind-etapa) not = "OK"
               and ws-etapa-desfecho(ws-ind-etapa) not = "JA" then
                   move "FALHA"          to ws-etapa-desfecho(ws-ind-etapa)
                   move ws-msn-erro-text to ws-etapa-motivo
                   perform grava-auditoria-etapa
               end-if
           end-if

      *>   arquivo de parametros da etapa com as linhas do fechamento
      *>   volta a operacao (esvaziado, ou so com as linhas dela)
           if ws-param-etapa-gravado = "S" then
               close arqParametrosEtapa
               perform esvazia-parametros-etapa
           end-if

           move ws-msn-erro-text to ws-aud-resultado
           perform grava-auditoria-fechamento
      *>   devolve um codigo de retorno diferente de zero para o
      *>   scheduler sinalizar o fechamento que nao chegou ao fim
           move 8 to return-code
           goback
           .
       finaliza-anormal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Finalização
      *>------------------------------------------------------------------------
       finaliza section.
           if ws-fecha-parou = "S" then
               move "Interrompido - nova execucao retoma na etapa em falha"
                 to ws-aud-resultado
           else
               if ws-qtd-executadas = 0 then
                   move "Fechamento ja concluido - nenhuma etapa pendente"
                     to ws-aud-resultado
               else
                   move "Fechamento concluido" to ws-aud-resultado
               end-if
           end-if
           perform grava-auditoria-fechamento

           display "Fechamento " ws-mes "/" ws-ano " - " ws-aud-resultado

      *>   etapa em falha sai tambem no codigo de retorno, para o
      *>   scheduler acusar o fechamento incompleto
           if ws-fecha-parou = "S" then
               move 8 to return-code
           end-if
           goback
           .
       finaliza-exit.
           exit.
