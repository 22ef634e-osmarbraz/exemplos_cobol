             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             file status is fs-mercadorias.
             select optional pedidos assign to "pedidos.dat"
             organization is indexed
                02 est-operador          pic x(10).
                02 est-data              pic 9(8).
                02 desconto-tr           pic 9(9)v99.
                02 cod-loja-tr           pic 99.
           fd receber.
             01 registro-parcela.
                02 chave-parcela.
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
           fd pedidos.
             01 registro-pedido.
                02 num-pedido            pic 9(6).
