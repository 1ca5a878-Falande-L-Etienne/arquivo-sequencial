      *>                  VERIFICA do fechamento seguinte comparava o
      *>                  arqExcecoes.txt compactado com a base de antes
      *>                  da faxina e derrubava uma estacao a toa.
      *> 15/10/2026  FLE  Registro de arqAlertas.txt acompanha os campos
      *>                  novos do alerta de recorde (tipo "R") - a
      *>                  contagem dos controles le a linha inteira.
      *> 15/10/2026  FLE  Detalhe diario arquivado indexado
      *>                  (arqArquivoDiario.dat, chave estacao/ano/mes/
      *>                  dia): o re-arquivamento regrava o dia no lugar
      *>                  e a compactacao deixou de ter o que fazer - sai
      *>                  a compactacao (e a tabela de chaves), fica a
      *>                  copia integral em arqArquivoDiarioAnt.txt, lida
      *>                  na ordem da chave.
      *>----------------------------------------------------------------


       input-output section.
       file-control.

      *>   Arquivo permanente de detalhe diario - indexado, lido
      *>   inteiro na ordem da chave para a copia de seguranca
           select arqArquivoDiario assign to "arqArquivoDiario.dat"
           organization is indexed
           access mode is sequential
           record key is fd-arq-chave
           lock mode is automatic
           file status is ws-fs-arqArquivoDiario.

      *>   Copia integral do detalhe diario, regravada a cada faxina -
      *>   e' o caminho de volta se o indexado se perder
           select arqArquivoDiarioAnt assign to "arqArquivoDiarioAnt.txt"
           organization is line sequential
           access mode is sequential
       file section.
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
           05 fd-ale-dia-ini                       pic 9(02).
           05 fd-ale-dia-fim                       pic 9(02).
           05 fd-ale-valor                         pic s9(02)v99.
           05 fd-ale-rec-categoria                 pic 9(01).
           05 fd-ale-rec-valor                     pic s9(05)v99.
           05 fd-ale-rec-valor-ant                 pic s9(05)v99.
           05 fd-ale-rec-data-ant                  pic 9(08).

       fd arqParametrosLimpeza.
       01  fd-parametrosLimpeza-linha              pic x(80).
          05 ws-meses-corte                         pic 9(06).
          05 ws-meses-registro                      pic 9(06).

      *>   Ano dos arquivos anuais abertos no momento (zero = nenhum)
       77  ws-ano-auditoria-aberto                  pic 9(04) value 0.
       77  ws-ano-excecoes-aberto                   pic 9(04) value 0.
      *>   Contadores do relatorio da faxina
       01 ws-contagens.
          05 ws-arq-lidos                           pic 9(07) value 0.
          05 ws-aud-lidas                           pic 9(07) value 0.
          05 ws-aud-mantidas                        pic 9(07) value 0.
          05 ws-aud-movidas                         pic 9(07) value 0.


           perform inicializa.
           perform copia-arquivo-diario.
           perform rola-auditoria.
           perform rola-excecoes.
           perform gera-relatorio-limpeza.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia de seguranca do detalhe diario - com o arquivo indexado
      *>  (um registro por estacao/ano/mes/dia, regravado no lugar a
      *>  cada re-arquivamento) nao ha mais versao velha a suprimir; a
      *>  faxina so deixa em arqArquivoDiarioAnt.txt a copia integral,
      *>  na ordem da chave e no layout do antigo arqArquivoDiario.txt -
      *>  e' dela que arquivo_sequencial_exc3_converte reconstroi o
      *>  indexado se algo der errado.
      *>------------------------------------------------------------------------
       copia-arquivo-diario section.

           open input arqArquivoDiario.
           if ws-fs-arqArquivoDiario = 35 then
      *>       nenhum mes arquivado ainda - nada a copiar
               continue
           else
               if ws-fs-arqArquivoDiario <> 0 then
                   perform finaliza-anormal
               end-if

               open output arqArquivoDiarioAnt
               if ws-fs-arqArquivoDiarioAnt <> 0 then
                   move 6                                       to ws-msn-erro-ofsset
               end-if

               perform until ws-fs-arqArquivoDiario = 10
                   read arqArquivoDiario next
                   if ws-fs-arqArquivoDiario = 0 then
                       add 1 to ws-arq-lidos
                       move fd-arquivo-reg to fd-arquivoAnt-reg
                       write fd-arquivoAnt-reg
                       if ws-fs-arqArquivoDiarioAnt <> 0 then

               close arqArquivoDiario
               close arqArquivoDiarioAnt
           end-if

           .
       copia-arquivo-diario-exit.
           exit.

      *>------------------------------------------------------------------------

           move ws-arq-lidos to ws-qtd-ed
           move spaces to fd-relLimpeza-linha
           string "ARQUIVO DIARIO - REGISTROS COPIADOS  : " delimited by size
                  ws-qtd-ed delimited by size
                  into fd-relLimpeza-linha
           end-string
