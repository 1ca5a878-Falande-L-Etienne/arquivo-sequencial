      *>                  Acaba a epoca de um arquivo de parametros e
      *>                  uma entrada de scheduler por estacao, com o
      *>                  arquivo da estacao 003 esquecido desatualizado.
      *> 15/10/2026  FLE  Registro do cadastro de estacoes com as 3
      *>                  estacoes vizinhas (layout do programa
      *>                  principal).
      *> 15/10/2026  FLE  Leituras dos coletores automaticos: antes de
      *>                  qualquer estacao, o lote confere a ultima linha
      *>                  COLETA do MES/ANO em arqAuditoria.txt (gravada
      *>                  pelo arquivo_sequencial_exc3_coleta) - entrada
      *>                  do mes rejeitada ou interrompida encerra o
      *>                  lote sem fechar nada sobre leituras parciais.
      *>                  Mes sem entrada de coletores segue como antes.
      *>----------------------------------------------------------------


      *>   Log de auditoria compartilhado - alem da linha por estacao que
      *>   o programa chamado grava, o lote acrescenta uma linha de
      *>   resumo com o total de estacoes, as concluidas e as que
      *>   falharam (e quais). E' nele tambem que o lote confere o
      *>   resultado da entrada dos coletores do mes (linhas COLETA)
           select arqAuditoria assign to "arqAuditoria.txt"
           organization is line sequential
           access mode is sequential
           05 fd-est-ativa                         pic x(01).
           05 fd-est-temp-min                      pic s9(02)v99.
           05 fd-est-temp-max                      pic s9(02)v99.
      *>       estacoes vizinhas da consistencia da carga (nao usadas
      *>       aqui - so para o registro bater com o cadastro)
           05 fd-est-vizinho occurs 3              pic x(03).

       fd arqAuditoria.
       01  fd-auditoria-linha                      pic x(400).
          05 ws-qtd-repasse                         pic 9(02) value 0.
          05 ws-ind-repasse                         pic 9(02).
          05 ws-linhas-repasse occurs 60            pic x(80).
      *>     mes/ano repassados, para a conferencia da entrada dos
      *>     coletores, e o resultado da ultima linha COLETA do mes
          05 ws-lote-mes                            pic x(02) value spaces.
          05 ws-lote-ano                            pic x(04) value spaces.
          05 ws-coleta-achou                        pic x(01) value "N".
          05 ws-coleta-aceita                       pic x(01) value "N".
          05 ws-coleta-tal                          pic 9(02).

      *>   Desfecho por estacao - concluidas e falhas (com os codigos
      *>   que falharam, para o resumo da auditoria)


           perform inicializa.
           perform confere-coleta-mes.
           perform processa-estacoes.
           perform finaliza.

               if ws-param-chave = "ACAO" then
                   move "S" to ws-lote-tem-acao
               end-if
               if ws-param-chave = "MES" then
                   move ws-param-valor(1:2) to ws-lote-mes
               end-if
               if ws-param-chave = "ANO" then
                   move ws-param-valor(1:4) to ws-lote-ano
               end-if
           end-if

           .
       expande-estacoes-cadastro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Entrada dos coletores do mes - a ultima linha COLETA de
      *>  arqAuditoria.txt para o MES/ANO do lote tem de ser de lote
      *>  aceito. Rejeitada ou interrompida, o fechamento rodaria sobre
      *>  um arquivo parcial: o lote para antes da primeira estacao. Mes
      *>  sem nenhuma linha COLETA (estacoes sem coletor) segue normal.
      *>------------------------------------------------------------------------
       confere-coleta-mes section.

           move "N" to ws-coleta-achou
           move "N" to ws-coleta-aceita

           open input arqAuditoria.
           if ws-fs-arqAuditoria = 35 then
               continue
           else
               if ws-fs-arqAuditoria <> 0 then
                   move 16                                  to ws-msn-erro-ofsset
                   move ws-fs-arqAuditoria                  to ws-msn-erro-cod
                   move "Erro ao abrir arq. arqAuditoria "   to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               perform until ws-fs-arqAuditoria = 10
                   read arqAuditoria
                   if  ws-fs-arqAuditoria <> 0
                   and ws-fs-arqAuditoria <> 10 then
                       move 17                                 to ws-msn-erro-ofsset
                       move ws-fs-arqAuditoria                 to ws-msn-erro-cod
                       move "Erro ao ler arq. arqAuditoria "    to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if

                   if  ws-fs-arqAuditoria = 0
                   and fd-auditoria-linha(19:11) = "COLETA MES="
                   and fd-auditoria-linha(30:2)  = ws-lote-mes
                   and fd-auditoria-linha(33:4)  = ws-lote-ano then
                       move "S" to ws-coleta-achou
                       move 0 to ws-coleta-tal
                       inspect fd-auditoria-linha
                           tallying ws-coleta-tal
                           for all "RESULTADO=LOTE ACEITO"
                       if ws-coleta-tal > 0 then
                           move "S" to ws-coleta-aceita
                       else
                           move "N" to ws-coleta-aceita
                       end-if
                   end-if
               end-perform

               close arqAuditoria
           end-if

           if  ws-coleta-achou = "S"
           and ws-coleta-aceita = "N" then
               move 18                                  to ws-msn-erro-ofsset
               move 0                                   to ws-msn-erro-cod
               move "Ultima entrada dos coletores rejeitada "
                 to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           .
       confere-coleta-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processa as estacoes da lista, uma a uma: grava o
      *>  arqParametrosEst.txt da vez, chama o arquivo_sequencial_exc3 e
