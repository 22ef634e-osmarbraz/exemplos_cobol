                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
           fd relatorio.
             01 linha-relatorio        pic x(80).
           sd arq-ordenacao.
