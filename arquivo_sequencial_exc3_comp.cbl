      *>                  opcionais em arqParametrosComp.txt
      *>                  (CHAVE=VALOR, sem accepts) ou perguntas na
      *>                  tela, e goback no fim.
      *> 15/10/2026  FLE  Registro do cadastro de estacoes com as 3
      *>                  estacoes vizinhas (layout do programa
      *>                  principal).
      *> 15/10/2026  FLE  Dias estimados: dia arquivado com o indicador
      *>                  "E" (valores estimados na carga do programa
      *>                  principal) entra nos numeros como valido, e a
      *>                  linha da estacao informa quantos dias do mes
      *>                  foram estimados (coluna DIAS ESTIMADOS).
      *> 15/10/2026  FLE  Detalhe diario arquivado indexado
      *>                  (arqArquivoDiario.dat): cada dia de cada
      *>                  estacao comparada e' lido direto pela chave.
      *>----------------------------------------------------------------


           file status is ws-fs-arqHistorico.

      *>   Detalhe diario arquivado - minimas, maximas, validade e o
      *>   material dos graus-dia e dias de limiar, um registro por dia
      *>   na chave estacao/ano/mes/dia
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

       fd arqHistorico.
       01  fd-historico-reg.

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
             10 ws-cmp-qtd-calor                    pic 9(02).
             10 ws-cmp-graus-aq                     pic s9(04)v99.
             10 ws-cmp-graus-resf                   pic s9(04)v99.
             10 ws-cmp-qtd-estim                    pic 9(02).

      *>   Detalhe diario do mes, por estacao e dia (lido pela chave)
       01 ws-detalhe.
          05 ws-det-est occurs 20.
             10 ws-det-dia occurs 31.
                15 ws-det-temp-max                  pic s9(02)v99.
                15 ws-det-validos                   pic x(01).
          05 ws-ind-dia                             pic 9(02).
          05 ws-det-qtd-validos                     pic 9(02).
          05 ws-det-soma                            pic s9(04)v99.

           exit.

      *>------------------------------------------------------------------------
      *>  Detalhe diario do mes de todas as estacoes em comparacao -
      *>  leitura direta de cada estacao/dia pela chave; dia nao
      *>  arquivado (23) fica como estava.
      *>------------------------------------------------------------------------
       carrega-detalhe-diario section.

                   perform finaliza-anormal
               end-if

               perform varying ws-ind-est from 1 by 1
                               until ws-ind-est > ws-qtd-estacoes
                   perform varying ws-ind-dia from 1 by 1
                                   until ws-ind-dia > 31

                       move ws-cmp-estacao(ws-ind-est) to fd-arq-estacao
                       move ws-ano                     to fd-arq-ano
                       move ws-mes                     to fd-arq-mes
                       move ws-ind-dia                 to fd-arq-dia
                       read arqArquivoDiario key is fd-arq-chave
                       if  ws-fs-arqArquivoDiario <> 0
                       and ws-fs-arqArquivoDiario <> 23 then
                           move 15                                 to ws-msn-erro-ofsset
                           move ws-fs-arqArquivoDiario             to ws-msn-erro-cod
                           move "Erro ao ler arq. arqArquivoDiario " to ws-msn-erro-text
                           perform finaliza-anormal
                       end-if

                       if ws-fs-arqArquivoDiario = 0 then
                           move fd-arq-temp
                             to ws-det-temp(ws-ind-est ws-ind-dia)
                           move fd-arq-temp-min
                             to ws-det-temp-min(ws-ind-est ws-ind-dia)
                           move fd-arq-temp-max
                             to ws-det-temp-max(ws-ind-est ws-ind-dia)
                           move fd-arq-validos
                             to ws-det-validos(ws-ind-est ws-ind-dia)
                       end-if

                   end-perform
               end-perform

               close arqArquivoDiario
           move 0 to ws-cmp-qtd-calor(ws-ind-est)
           move 0 to ws-cmp-graus-aq(ws-ind-est)
           move 0 to ws-cmp-graus-resf(ws-ind-est)
           move 0 to ws-cmp-qtd-estim(ws-ind-est)

      *>   dia estimado na carga ("E") vale como valido - contado a parte
           perform varying ws-ind-dia from 1 by 1
                           until ws-ind-dia > 31
               if ws-det-validos(ws-ind-est ws-ind-dia) = "E" then
                   add 1 to ws-cmp-qtd-estim(ws-ind-est)
               end-if
               if ws-det-validos(ws-ind-est ws-ind-dia) = "S"
               or ws-det-validos(ws-ind-est ws-ind-dia) = "E" then
                   add 1 to ws-det-qtd-validos
                   compute ws-det-soma
                         = ws-det-soma

           move "EST  MEDIA    MINIMA (DIA)    MAXIMA (DIA)   GEADA CALOR  GD-AQUEC   GD-RESFR"
             to fd-relComparativo-linha
           move "DIAS ESTIMADOS" to fd-relComparativo-linha(100:)
           write fd-relComparativo-linha

           perform varying ws-ind-rank from 1 by 1
               end-string
           end-if

           move ws-cmp-qtd-estim(ws-ind-est) to ws-dia-ed
           string "          " ws-dia-ed delimited by size
                  into fd-relComparativo-linha(100:)
           end-string

           write fd-relComparativo-linha
           end-if

