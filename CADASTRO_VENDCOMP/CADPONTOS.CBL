          77 wtaxa-pontos                pic 9(4)v99 value zero.
          77 wlimite-pontos              pic 999 value zero.
          77 wdesc-max-op                pic 99v99 value zero.
          77 wcod-loja                   pic 99 value 1.
       linkage section.
          77 ls-wopcao                   pic 9.
       procedure division using ls-wopcao.
          display wlimite-pontos at 0736
          display "Desconto max. do operador % : " at 0805
          display wdesc-max-op at 0836
          display "Codigo desta loja           : " at 0905
          display wcod-loja at 0936
          display "Nova taxa de pontos         : " at 1105
          accept wtaxa-pontos at 1136
          display "Novo teto de resgate      % : " at 1205
          accept wlimite-pontos at 1236
          display "Novo desconto max. oper.  % : " at 1305
          accept wdesc-max-op at 1336
          display "Novo codigo da loja         : " at 1405
          accept wcod-loja at 1436
          if wcod-loja = zero then
             move 1 to wcod-loja
          end-if
          display "Dados corretos [S/N] [.]" at 1605
          accept opcao at 1630
          if opcao="S" or opcao="s" then
             perform grava-parametros
          end-if
             not invalid key
                move ctl-proximo to wlimite-pontos
          end-read
          move 1 to wcod-loja
          move "LOJA" to ctl-chave
          read controle
             invalid key
                continue
             not invalid key
                move ctl-proximo to wcod-loja
          end-read
          .
       grava-parametros.
          move "TXPONTOS" to ctl-chave
          move "DSCMAXOP" to ctl-chave
          compute ctl-proximo = wdesc-max-op * 100
          perform atualiza-parametro
          move "LOJA" to ctl-chave
          move wcod-loja to ctl-proximo
          perform atualiza-parametro
          .
       atualiza-parametro.
          rewrite registro-controle
