 identification division.
       program-id. ConsultaSerie.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select optional series assign to "series.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-serie
             alternate key is sr-num-serie with duplicates
             alternate key is sr-num-compra with duplicates
             alternate key is sr-num-venda with duplicates
             sharing with all other
             file status is fs-series.
             select optional ordserv assign to "ordserv.dat"
             organization is indexed
             access mode is dynamic
             record key is os-numero
             alternate key is os-num-serie with duplicates
             sharing with all other
             file status is fs-ordserv.
             select mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             file status is fs-mercadorias.
             select clientes assign to "clientes.dat"
             organization is indexed
             access mode is dynamic
             record key is codigo
             alternate key is nome with duplicates
             sharing with all other
             file status is fs-clientes.
       data division.
         file section.
           fd series.
             01 registro-serie.
                02 chave-serie.
                   03 sr-cod-mercadoria  pic 9999.
                   03 sr-num-serie       pic x(20).
                02 sr-situacao           pic x.
                02 sr-num-compra         pic 9(6).
                02 sr-data-compra        pic 9(8).
                02 sr-cod-fornecedor     pic 9999.
                02 sr-num-venda          pic 9(6).
                02 sr-data-venda         pic 9(8).
                02 sr-cod-cliente        pic 9(6).
                02 sr-fim-garantia       pic 9(8).
           fd ordserv.
             01 registro-ordserv.
                02 os-numero             pic 9(6).
                02 os-cod-mercadoria     pic 9999.
                02 os-num-serie          pic x(20).
                02 os-cod-cliente        pic 9(6).
                02 os-data-abertura      pic 9(8).
                02 os-operador           pic x(10).
                02 os-defeito            pic x(60).
                02 os-diagnostico        pic x(60).
                02 os-garantia           pic x.
                02 os-situacao           pic x.
                02 os-data-fechamento    pic 9(8).
                02 os-num-venda          pic 9(6).
                02 os-num-baixa          pic 9(6).
           fd mercadorias.
             01 registro-mercadoria.
                02 cod-mercadoria      pic 9999.
                02 descricao           pic x(40).
                02 preco-unitario      pic 9(6)v99.
                02 qtd-estoque         pic 9(6).
                02 unidade-medida      pic x(6).
                02 qtd-estoque-inicial pic 9(6).
                02 cod-fornecedor      pic 9999.
                02 cod-grupo           pic 9999.
                02 custo-medio         pic 9(6)v99.
                02 cod-ncm             pic 9(8).
                02 sit-tributaria      pic x.
                02 aliquota-icms       pic 99v99.
                02 classe-abc          pic x.
                02 perc-perda          pic 99v99.
                02 unidade-compra      pic x(6).
                02 fator-conversao     pic 9(4).
                02 cod-barras          pic x(13).
                02 controla-serie      pic x.
                02 meses-garantia      pic 99.
           fd clientes.
             01 registro-clientes.
                02 codigo              pic 9(6).
                02 nome                pic x(50).
                02 cpf                 pic 9(11).
                02 data-nas.
                   03 dia-nas             pic 99.
                   03 mes-nas             pic 99.
                   03 ano-nas             pic 9999.
                02 telefone               pic x(30).
                02 endereco               pic x(50).
                02 numero                 pic 9(6).
                02 complemento            pic x(30).
                02 bairro                 pic x(30).
                02 cidade                 pic x(30).
                02 cep                    pic x(8).
                02 estado                 pic AA.
                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
       working-storage section.
          01 fs-series                   pic xx.
          01 fs-ordserv                  pic xx.
          01 fs-mercadorias              pic xx.
          01 fs-clientes                 pic xx.
          77 resp-continua               pic x value spaces.
          77 wnum-serie                  pic x(20) value spaces.
          77 wqtd-encontrada             pic 9(4) value zero.
          77 wqtd-os                     pic 9(4) value zero.
          77 wqtd-os-abertas             pic 9(4) value zero.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wdata-inv                   pic 9(8) value zero.
          01 wdata-ed.
             02 wed-dia                  pic 99.
             02 filler                   pic x     value "/".
             02 wed-mes                  pic 99.
             02 filler                   pic x     value "/".
             02 wed-ano                  pic 9999.
       procedure division.
       abertura.
          open input series
          open input ordserv
          open input mercadorias
          open input clientes
          .
       inicio.
          display erase
          display "Consulta por numero de serie" at 0430
          display "Numero de serie  : " at 0605
          move spaces to wnum-serie
          accept wnum-serie at 0624
          if wnum-serie = spaces then
             perform encerramento
             goback
          end-if
          move function current-date(1:8) to wdata-hoje-inv
          move zero to wqtd-encontrada
          move wnum-serie to sr-num-serie
          start series key is equal sr-num-serie
             invalid key
                move "10" to fs-series
          end-start
          perform with test before until fs-series = "10"
             read series next record
                at end
                   move "10" to fs-series
                not at end
                   if sr-num-serie not = wnum-serie then
                      move "10" to fs-series
                   else
                      add 1 to wqtd-encontrada
                      perform exibe-serie
                   end-if
             end-read
          end-perform
          move "00" to fs-series
          if wqtd-encontrada = zero then
             display "Numero de serie nao cadastrado" at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
          go to inicio
          .
       exibe-serie.
          display erase
          display "Consulta por numero de serie" at 0430
          display "Numero de serie  : " at 0605
          display sr-num-serie at 0624
          display "Mercadoria       : " at 0805
          display sr-cod-mercadoria at 0824
          move sr-cod-mercadoria to cod-mercadoria
          read mercadorias
             invalid key
                move "*** NAO CADASTRADA ***" to descricao
          end-read
          display descricao at 0829
          display "Situacao         : " at 0905
          if sr-situacao = "V" then
             display "VENDIDO" at 0924
          else
             display "EM ESTOQUE" at 0924
          end-if
          display "Compra           : " at 1005
          if sr-num-compra = zero then
             display "(sem registro de compra)" at 1024
          else
             display sr-num-compra at 1024
             display "em" at 1031
             move sr-data-compra to wdata-inv
             perform formata-data
             display wdata-ed at 1034
             display "Fornecedor       : " at 1105
             display sr-cod-fornecedor at 1124
          end-if
          if sr-situacao = "V" then
             display "Venda            : " at 1305
             display sr-num-venda at 1324
             display "em" at 1331
             move sr-data-venda to wdata-inv
             perform formata-data
             display wdata-ed at 1334
             display "Comprador        : " at 1405
             display sr-cod-cliente at 1424
             move sr-cod-cliente to codigo
             read clientes
                invalid key
                   move "*** NAO CADASTRADO ***" to nome
             end-read
             display nome at 1431
             display "Fim da garantia  : " at 1505
             move sr-fim-garantia to wdata-inv
             perform formata-data
             display wdata-ed at 1524
             evaluate true
                when sr-fim-garantia = sr-data-venda
                   display "SEM GARANTIA" at 1537
                when sr-fim-garantia < wdata-hoje-inv
                   display "GARANTIA EXPIRADA" at 1537
                when other
                   display "EM GARANTIA" at 1537
             end-evaluate
          end-if
          perform conta-ordens
          display "Ordens de servico: " at 1705
          display wqtd-os at 1724
          display "Em aberto : " at 1731
          display wqtd-os-abertas at 1743
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       conta-ordens.
          move zero to wqtd-os
          move zero to wqtd-os-abertas
          move sr-num-serie to os-num-serie
          start ordserv key is equal os-num-serie
             invalid key
                move "10" to fs-ordserv
          end-start
          perform with test before until fs-ordserv = "10"
             read ordserv next record
                at end
                   move "10" to fs-ordserv
                not at end
                   if os-num-serie not = sr-num-serie then
                      move "10" to fs-ordserv
                   else
                      if os-cod-mercadoria = sr-cod-mercadoria then
                         add 1 to wqtd-os
                         if os-situacao not = "F" then
                            add 1 to wqtd-os-abertas
                         end-if
                      end-if
                   end-if
             end-read
          end-perform
          move "00" to fs-ordserv
          .
       formata-data.
          move wdata-inv(7:2) to wed-dia
          move wdata-inv(5:2) to wed-mes
          move wdata-inv(1:4) to wed-ano
          .
       encerramento.
          close series
          close ordserv
          close mercadorias
          close clientes
          .
