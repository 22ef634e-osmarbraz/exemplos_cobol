             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             file status is fs-mercadorias.
             select optional controle assign to "controle.dat"
             organization is indexed
             access mode is dynamic
             record key is ctl-chave
             sharing with all other
             file status is fs-controle.
       data division.
         file section.
           fd depositos.
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd mercadorias.
             01 registro-mercadoria.
                02 cod-mercadoria      pic 9999.
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
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
                02 ctl-proximo           pic 9(6).
       working-storage section.
          01 fs-depositos.
             02 fs-depositos-1           pic 9.
             02 fs-depositos-2           pic 9.
          01 fs-estoquedep               pic xx.
          01 fs-mercadorias              pic xx.
          01 fs-controle                 pic xx.
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
          77 wcod-consulta               pic 99 value zero.
          77 wqtd-inicializados          pic 9(6) value zero.
          77 wdep-codigo                 pic 99 value zero.
          77 wdep-descricao              pic x(30) value spaces.
          77 wcod-loja                   pic 99 value 1.
       linkage section.
          77 ls-wopcao                   pic 9.
       procedure division using ls-wopcao.
          close estoquedep
          open i-o estoquedep
       end-if
       open input mercadorias
       open input controle
       perform le-codigo-loja.
       inicio.
          display erase
          if wprimeira-vez = "S" and ls-wopcao > 0 then
             move cod-mercadoria to ed-cod-mercadoria
             move 1 to ed-cod-deposito
             move qtd-estoque to ed-qtd-saldo
             move wcod-loja to ed-cod-loja
             write registro-estoquedep
                invalid key
                   display "Erro ao criar saldo" at 2105
          close depositos
          close estoquedep
          close mercadorias
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
          .
