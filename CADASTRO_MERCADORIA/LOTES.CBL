             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-mercadorias.
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
           fd transacoes.
             01 registro-transacao.
                02 num-transacao         pic 9(6).
                02 est-operador          pic x(10).
                02 est-data              pic 9(8).
                02 desconto-tr           pic 9(9)v99.
                02 cod-loja-tr           pic 99.
           fd transitens.
             01 registro-item.
                02 chave-item.
                02 it-preco-unit         pic 9(6)v99.
                02 it-subtotal           pic 9(8)v99.
                02 it-desconto-pct       pic 99v99.
                02 it-aliquota-icms      pic 99v99.
                02 it-valor-icms         pic 9(8)v99.
           fd estoquedep.
             01 registro-estoquedep.
                02 ed-chave.
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
          77 wqtd-lotes                  pic 9(6) value zero.
          77 wtem-baixa                  pic x value "N".
          77 wqtd-baixada                pic 9(6) value zero.
          77 wcod-loja                   pic 99 value 1.
          01 linha-cab1.
             02 filler                 pic x(40)
                value "Lotes com validade proxima".
             close controle
             open i-o controle
          end-if
          perform le-codigo-loja
          move ls-operador to wid-operador
          .
       inicio.
          move preco-unitario to it-preco-unit
          compute it-subtotal = it-quantidade * it-preco-unit
          move zero to it-desconto-pct
          move zero to it-aliquota-icms
          move zero to it-valor-icms
          add it-subtotal to valor-total-tr
          write registro-item
             invalid key
                move lt-cod-mercadoria to ed-cod-mercadoria
                move 1 to ed-cod-deposito
                move zero to ed-qtd-saldo
                move wcod-loja to ed-cod-loja
                write registro-estoquedep
                   invalid key
                      display "Erro no saldo por deposito" at 2205
          move wid-operador to est-operador
          move zero to est-data
          move zero to desconto-tr
          move wcod-loja to cod-loja-tr
          write registro-transacao
             invalid key
                display "Erro ao gravar transacao de baixa" at 2105
          close estoquedep
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
