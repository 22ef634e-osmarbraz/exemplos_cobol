             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             file status is fs-mercadorias.
             select optional estoquedep assign to "estoquedep.dat"
             organization is indexed
             access mode is dynamic
             record key is ed-chave
             file status is fs-estoquedep.
             select optional consestoque assign to "consestoque.dat"
             organization is indexed
             access mode is dynamic
             record key is cse-chave
             file status is fs-consestoque.
             select optional grupos assign to "grupos.dat"
             organization is indexed
             access mode is dynamic
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
           fd estoquedep.
             01 registro-estoquedep.
                02 ed-chave.
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd consestoque.
             01 registro-consestoque.
                02 cse-chave.
                   03 cse-cod-mercadoria pic 9999.
                   03 cse-cod-loja       pic 99.
                   03 cse-cod-deposito   pic 99.
                02 cse-qtd-saldo         pic 9(6).
                02 cse-custo-medio       pic 9(6)v99.
                02 cse-data-posicao      pic 9(8).
           fd grupos.
             01 registro-grupo.
                02 grp-codigo            pic 9999.
       working-storage section.
          01 fs-mercadorias              pic xx.
          01 fs-estoquedep               pic xx.
          01 fs-consestoque              pic xx.
          01 fs-grupos                   pic xx.
          01 fs-relatorio                pic xx.
          77 wvalor-total-geral          pic 9(10)v99 value zero.
          77 wtem-grupo                  pic x value "N".
          77 wvalor-grupo                pic 9(10)v99 value zero.
          77 resp-continua               pic x value spaces.
          77 wbase                       pic x value "L".
          77 wcod-loja-filtro            pic 99 value zero.
          77 wqtd-item                   pic 9(8) value zero.
          01 linha-cab-base.
             02 filler                 pic x(6)  value "Base: ".
             02 lc-base                pic x(12).
             02 lc-loja-txt            pic x(7).
             02 lc-loja                pic zz.
          01 linha-cab1.
             02 filler                pic x(6)  value "Codigo".
             02 filler                pic x(2)  value spaces.
             02 lp-deposito            pic 99.
             02 filler                 pic x(3)  value " : ".
             02 lp-qtd-saldo           pic zzz,zz9.
          01 linha-dep-loja.
             02 filler                 pic x(8)  value spaces.
             02 filler                 pic x(5)  value "Loja ".
             02 ll-loja                pic 99.
             02 filler                 pic x     value space.
             02 ll-deposito-txt        pic x(9).
             02 ll-deposito            pic zz.
             02 filler                 pic x(3)  value " : ".
             02 ll-qtd-saldo           pic zzz,zz9.
          01 linha-grupo.
             02 filler                 pic x(8)  value "Grupo : ".
             02 lg-codigo              pic zzz9.
           display "Listagem de mercadorias" at 0430
           display "Quebra por grupo [S/N] : " at 0605
           accept wquebra-grupo at 0631
           perform seleciona-base
           perform abertura
           if wquebra-grupo = "S" or wquebra-grupo = "s" then
              sort arq-ordenacao on ascending key
       abertura.
           open input mercadorias
           open input estoquedep
           open input consestoque
           open input grupos
           open output relatorio
           write linha-relatorio from linha-cab-base
           write linha-relatorio from linha-cab1
           .
       seleciona-mercadorias.
              invalid key
                 continue
              not invalid key
                 perform imprime-mercadoria
                 add wvalor-item to wvalor-grupo
           end-read
           .
       imprime-cabecalho-grupo.
           write linha-relatorio from linha-rodape
           .
       imprime-mercadoria.
           if wbase = "C" or wbase = "c" then
              perform soma-estoque-lojas
           else
              move qtd-estoque to wqtd-item
           end-if
           compute wvalor-item = wqtd-item * preco-unitario
           add wvalor-item to wvalor-total-geral
           move cod-mercadoria   to ld-codigo
           move descricao        to ld-descricao
           move wqtd-item        to ld-qtd-estoque
           move preco-unitario   to ld-preco-unitario
           move wvalor-item      to ld-valor-extenso
           write linha-relatorio from linha-det
           if wbase = "C" or wbase = "c" then
              perform imprime-saldos-lojas
           else
              perform imprime-saldos-deposito
           end-if
           .
       soma-estoque-lojas.
           move zero to wqtd-item
           move cod-mercadoria to cse-cod-mercadoria
           move zero to cse-cod-loja
           move zero to cse-cod-deposito
           start consestoque key is not less than cse-chave
              invalid key
                 move "10" to fs-consestoque
           end-start
           perform with test before until fs-consestoque = "10"
              read consestoque next record
                 at end
                    move "10" to fs-consestoque
                 not at end
                    if cse-cod-mercadoria not = cod-mercadoria then
                       move "10" to fs-consestoque
                    else
                       if cse-cod-deposito = zero and
                          (wcod-loja-filtro = zero or
                           cse-cod-loja = wcod-loja-filtro) then
                          add cse-qtd-saldo to wqtd-item
                       end-if
                    end-if
              end-read
           end-perform
           move "00" to fs-consestoque
           .
       imprime-saldos-lojas.
           move cod-mercadoria to cse-cod-mercadoria
           move zero to cse-cod-loja
           move zero to cse-cod-deposito
           start consestoque key is not less than cse-chave
              invalid key
                 move "10" to fs-consestoque
           end-start
           perform with test before until fs-consestoque = "10"
              read consestoque next record
                 at end
                    move "10" to fs-consestoque
                 not at end
                    if cse-cod-mercadoria not = cod-mercadoria then
                       move "10" to fs-consestoque
                    else
                       if wcod-loja-filtro = zero or
                          cse-cod-loja = wcod-loja-filtro then
                          perform imprime-saldo-loja
                       end-if
                    end-if
              end-read
           end-perform
           move "00" to fs-consestoque
           .
       imprime-saldo-loja.
           move cse-cod-loja to ll-loja
           if cse-cod-deposito = zero then
              move "total" to ll-deposito-txt
              move zero to ll-deposito
           else
              move "deposito" to ll-deposito-txt
              move cse-cod-deposito to ll-deposito
           end-if
           move cse-qtd-saldo to ll-qtd-saldo
           write linha-relatorio from linha-dep-loja
           .
       imprime-saldos-deposito.
           move cod-mercadoria to ed-cod-mercadoria
           end-perform
           move "00" to fs-estoquedep
           .
       seleciona-base.
           display "Base [L]ocal/[C]onsolidada [.]" at 0805
           accept wbase at 0834
           move zero to wcod-loja-filtro
           if wbase = "C" or wbase = "c" then
              display "Loja (0 = todas)          : " at 0905
              accept wcod-loja-filtro at 0933
              move "CONSOLIDADA" to lc-base
              if wcod-loja-filtro = zero then
                 move "- todas" to lc-loja-txt
                 move zero to lc-loja
              else
                 move "- loja " to lc-loja-txt
                 move wcod-loja-filtro to lc-loja
              end-if
           else
              move "LOCAL" to lc-base
              move spaces to lc-loja-txt
              move zero to lc-loja
           end-if
           .
       encerramento.
           move wvalor-total-geral to ld-total-geral
           close mercadorias
           close estoquedep
           close consestoque
           close grupos
           close relatorio
           display "Relatorio gravado em mercadorias.lst" at 2105
