                02 est-operador          pic x(10).
                02 est-data              pic 9(8).
                02 desconto-tr           pic 9(9)v99.
                02 cod-loja-tr           pic 99.
           fd clientes.
             01 registro-clientes.
                02 codigo              pic 9(6).
                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
           fd arq-resumo.
             01 registro-resumo.
                02 rs-valor              pic 9(12)v99.
