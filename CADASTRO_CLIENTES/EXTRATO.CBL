                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
           fd transacoes.
             01 registro-transacao.
                02 num-transacao         pic 9(6).
                02 est-operador          pic x(10).
                02 est-data              pic 9(8).
                02 desconto-tr           pic 9(9)v99.
                02 cod-loja-tr           pic 99.
           fd relatorio.
             01 linha-relatorio        pic x(80).
       working-storage section.
