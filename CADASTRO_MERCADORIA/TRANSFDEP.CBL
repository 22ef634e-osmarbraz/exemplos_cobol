             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             file status is fs-mercadorias.
             select controle assign to "controle.dat"
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd mercadorias.
             01 registro-mercadoria.
                02 cod-mercadoria      pic 9999.
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
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
          77 wdep-destino                pic 99 value zero.
          77 wquantidade                 pic 9(6) value zero.
          77 wtransf-ok                  pic x value "S".
          77 wcod-loja                   pic 99 value 1.
       linkage section.
          77 ls-wopcao                   pic 9.
          77 ls-operador                 pic x(10).
             close controle
             open i-o controle
          end-if
          perform le-codigo-loja
          move ls-operador to wid-operador
          .
       inicio.
                move wcod-mercadoria to ed-cod-mercadoria
                move wdep-destino to ed-cod-deposito
                move zero to ed-qtd-saldo
                move wcod-loja to ed-cod-loja
                write registro-estoquedep
                   invalid key
                      display "Erro ao criar saldo de destino" at 2105
          close mercadorias
          close controle
          .
       le-codigo-loja.
          move "LOJA" to ctl-chave
          read controle
             invalid key
                move 1 to wcod-loja
             not invalid key
                move ctl-proximo to wcod-loja
          end-read
          unlock controle
          .
