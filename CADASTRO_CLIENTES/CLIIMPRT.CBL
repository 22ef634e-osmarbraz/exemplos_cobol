                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
           fd arq-csv.
             01 linha-csv              pic x(300).
           fd relatorio.
          77 wrewrite-com-erro           pic x value "N".
          77 wlinhas-processadas         pic 9(9) value zero.
          77 wlinhas-a-pular             pic 9(9) value zero.
          01 wcliente-entrada            pic x(332) value spaces.
          77 wlimite-bak                 pic 9(9)v99 value zero.
          77 wpontos-bak                 pic 9(9) value zero.
          77 wbloqueio-bak               pic x value "N".
          01 campos-csv.
             02 csv-codigo              pic x(6).
             02 csv-nome                pic x(50).
           move csv-email       to email
           move zero            to limite-credito
           move zero            to pontos-saldo
           move "N"             to bloqueio-cheque
           write registro-clientes
              invalid key
                 perform atualiza-cliente-existente
                 invalid key
                    move zero to limite-credito
                    move zero to pontos-saldo
                    move "N" to bloqueio-cheque
              end-read
              move limite-credito to wlimite-bak
              move pontos-saldo   to wpontos-bak
              move bloqueio-cheque to wbloqueio-bak
              move wcliente-entrada to registro-clientes
              move wlimite-bak to limite-credito
              move wpontos-bak to pontos-saldo
              move wbloqueio-bak to bloqueio-cheque
              move "N" to wrewrite-com-erro
              rewrite registro-clientes
                 invalid key
