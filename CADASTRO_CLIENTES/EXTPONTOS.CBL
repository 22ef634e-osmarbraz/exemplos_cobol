                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
           fd pontos.
             01 registro-pontos.
                02 pt-sequencia          pic 9(6).
