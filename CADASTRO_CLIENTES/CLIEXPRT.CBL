                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
           fd arq-csv.
             01 linha-csv              pic x(300).
       working-storage section.
