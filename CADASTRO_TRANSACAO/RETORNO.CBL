                02 cx-num-transacao      pic 9(6).
                02 cx-num-parcela        pic 99.
                02 cx-valor              pic 9(9)v99.
                02 cx-cod-loja           pic 99.
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
          77 wqtd-excecoes               pic 9(6) value zero.
          77 wvalor-baixado              pic 9(11)v99 value zero.
          77 wmotivo                     pic x(30) value spaces.
          77 wcod-loja                   pic 99 value 1.
          01 linha-cab1.
             02 filler                 pic x(44)
                value "Excecoes do processamento de retorno".
              close controle
              open i-o controle
           end-if
           perform le-codigo-loja
           open output relatorio
           write linha-relatorio from linha-cab1
           write linha-relatorio from linha-cab2
           move ret-num-transacao to cx-num-transacao
           move ret-num-parcela   to cx-num-parcela
           move ret-valor-pago    to cx-valor
           move wcod-loja to cx-cod-loja
           write registro-caixa
              invalid key
                 display "Erro ao gravar movimento de caixa" at 2205
           close controle
           close relatorio
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
