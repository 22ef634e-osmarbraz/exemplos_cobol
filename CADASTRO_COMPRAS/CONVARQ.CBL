             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             file status is fs-mercadorias-new.
             select optional transacoes-old assign to "transacoes.dat"
             organization is indexed
             record key is chave-item
             alternate key is it-cod-mercadoria with duplicates
             file status is fs-transitens-new.
             select optional vendcomp-old assign to "vendcomp.dat"
             organization is indexed
             access mode is sequential
             record key is cod-vendcomp-old
             alternate key is nome-vendcomp-old with duplicates
             file status is fs-vendcomp-old.
             select vendcomp-new assign to "vendcomp.new"
             organization is indexed
             access mode is dynamic
             record key is cod-vendcomp
             alternate key is nome-vendcomp with duplicates
             file status is fs-vendcomp-new.
             select optional caixa-old assign to "caixa.dat"
             organization is indexed
             access mode is sequential
             record key is cx-sequencia-old
             file status is fs-caixa-old.
             select caixa-new assign to "caixa.new"
             organization is indexed
             access mode is dynamic
             record key is cx-sequencia
             file status is fs-caixa-new.
             select optional estoquedep-old assign to "estoquedep.dat"
             organization is indexed
             access mode is sequential
             record key is ed-chave-old
             file status is fs-estoquedep-old.
             select estoquedep-new assign to "estoquedep.new"
             organization is indexed
             access mode is dynamic
             record key is ed-chave
             file status is fs-estoquedep-new.
             select optional pagar-old assign to "pagar.dat"
             organization is indexed
             access mode is sequential
             record key is chave-pagar-old
             file status is fs-pagar-old.
             select pagar-new assign to "pagar.new"
             organization is indexed
             access mode is dynamic
             record key is chave-pagar
             file status is fs-pagar-new.
       data division.
         file section.
           fd clientes-old.
             01 registro-clientes-old.
                02 codigo-old            pic 9(6).
                02 nome-old              pic x(50).
                02 filler                pic x(275).
           fd clientes-new.
             01 registro-clientes.
                02 codigo              pic 9(6).
                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
           fd mercadorias-old.
             01 registro-mercadoria-old.
                02 cod-mercadoria-old    pic 9999.
                02 descricao-old         pic x(40).
                02 filler                pic x(42).
           fd mercadorias-new.
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
           fd transacoes-old.
             01 registro-transacao-old.
                02 num-transacao-old     pic 9(6).
                02 filler                pic x(64).
           fd transacoes-new.
             01 registro-transacao.
                02 num-transacao         pic 9(6).
                02 est-operador          pic x(10).
                02 est-data              pic 9(8).
                02 desconto-tr           pic 9(9)v99.
                02 cod-loja-tr           pic 99.
           fd receber-old.
             01 registro-parcela-old.
                02 chave-parcela-old.
                02 chave-item-old.
                   03 filler             pic 9(6).
                   03 filler             pic 9(4).
                02 filler                pic x(32).
           fd transitens-new.
             01 registro-item.
                02 chave-item.
                02 it-preco-unit         pic 9(6)v99.
                02 it-subtotal           pic 9(8)v99.
                02 it-desconto-pct       pic 99v99.
                02 it-aliquota-icms      pic 99v99.
                02 it-valor-icms         pic 9(8)v99.
           fd vendcomp-old.
             01 registro-vendcomp-old.
                02 cod-vendcomp-old      pic 9999.
                02 nome-vendcomp-old     pic x(50).
                02 filler                pic x(177).
           fd vendcomp-new.
             01 registro-vendcomp.
                02 cod-vendcomp        pic 9999.
                02 nome-vendcomp       pic x(50).
                02 tipo-vendcomp       pic x.
                02 documento           pic x(14).
                02 telefone-vc         pic x(30).
                02 endereco-vc         pic x(50).
                02 cidade-vc           pic x(30).
                02 estado-vc           pic AA.
                02 email-vc            pic x(50).
                02 cep-vc              pic x(8).
           fd caixa-old.
             01 registro-caixa-old.
                02 cx-sequencia-old      pic 9(6).
                02 filler                pic x(45).
           fd caixa-new.
             01 registro-caixa.
                02 cx-sequencia          pic 9(6).
                02 cx-data               pic 9(8).
                02 cx-hora               pic 9(6).
                02 cx-operador           pic x(10).
                02 cx-tipo-mov           pic x.
                02 cx-forma-pagto        pic x.
                02 cx-num-transacao      pic 9(6).
                02 cx-num-parcela        pic 99.
                02 cx-valor              pic 9(9)v99.
                02 cx-cod-loja           pic 99.
           fd estoquedep-old.
             01 registro-estoquedep-old.
                02 ed-chave-old          pic x(6).
                02 filler                pic x(6).
           fd estoquedep-new.
             01 registro-estoquedep.
                02 ed-chave.
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd pagar-old.
             01 registro-pagar-old.
                02 chave-pagar-old       pic x(8).
                02 filler                pic x(43).
           fd pagar-new.
             01 registro-pagar.
                02 chave-pagar.
                   03 pg-num-transacao   pic 9(6).
                   03 pg-num-parcela     pic 99.
                02 pg-cod-fornecedor     pic 9999.
                02 pg-vencimento.
                   03 pg-dia-venc           pic 99.
                   03 pg-mes-venc           pic 99.
                   03 pg-ano-venc           pic 9999.
                02 pg-valor              pic 9(9)v99.
                02 pg-situacao           pic x.
                02 pg-data-pagamento.
                   03 pg-dia-pagto          pic 99.
                   03 pg-mes-pagto          pic 99.
                   03 pg-ano-pagto          pic 9999.
                02 pg-valor-pago         pic 9(9)v99.
                02 pg-tipo               pic x.
                02 pg-cod-categoria      pic 999.
                02 pg-descricao          pic x(40).
       working-storage section.
          01 fs-clientes-old             pic xx.
          01 fs-clientes-new             pic xx.
          01 fs-receber-new              pic xx.
          01 fs-transitens-old           pic xx.
          01 fs-transitens-new           pic xx.
          01 fs-vendcomp-old             pic xx.
          01 fs-vendcomp-new             pic xx.
          01 fs-caixa-old                pic xx.
          01 fs-caixa-new                pic xx.
          01 fs-estoquedep-old           pic xx.
          01 fs-estoquedep-new           pic xx.
          01 fs-pagar-old                pic xx.
          01 fs-pagar-new                pic xx.
          77 resp-continua               pic x value spaces.
          77 opcao                       pic x value spaces.
          77 wqtd-clientes               pic 9(6) value zero.
          77 wqtd-transacoes             pic 9(6) value zero.
          77 wqtd-receber                pic 9(6) value zero.
          77 wqtd-transitens             pic 9(6) value zero.
          77 wqtd-vendcomp               pic 9(6) value zero.
          77 wqtd-caixa                  pic 9(6) value zero.
          77 wqtd-estoquedep             pic 9(6) value zero.
          77 wqtd-pagar                  pic 9(6) value zero.
       procedure division.
       principal.
           display erase
           display "Conversao de arquivos p/ os novos leiautes"
              at 0430
           display "Gera clientes.new, mercadorias.new, vendcomp.new,"
              at 0605
           display "transacoes.new, receber.new, transitens.new,"
              at 0705
           display "caixa.new, estoquedep.new e pagar.new" at 0751
           display "a partir dos arquivos atuais. Apos a conversao,"
              at 0805
           display "renomeie os .new sobre os .dat originais." at 0905
              perform converte-transacoes
              perform converte-receber
              perform converte-transitens
              perform converte-vendcomp
              perform converte-caixa
              perform converte-estoquedep
              perform converte-pagar
              display "Clientes convertidos    : " at 1305
              display wqtd-clientes at 1331
              display "Mercadorias convertidas : " at 1405
              display wqtd-receber at 1631
              display "Itens convertidos       : " at 1705
              display wqtd-transitens at 1731
              display "Vend./compr. convertidos: " at 1805
              display wqtd-vendcomp at 1831
              display "Movimentos de caixa     : " at 1905
              display wqtd-caixa at 1931
              display "Saldos por deposito     : " at 2005
              display wqtd-estoquedep at 2031
              display "Parcelas a pagar        : " at 2105
              display wqtd-pagar at 2131
           end-if
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
                    move "10" to fs-clientes-old
                 not at end
                    move registro-clientes-old to registro-clientes
                    move "N" to bloqueio-cheque
                    write registro-clientes
                       invalid key
                          display "Erro ao gravar cliente" at 2105
                 not at end
                    move registro-mercadoria-old
                       to registro-mercadoria
                    move zero to cod-ncm
                    move "T" to sit-tributaria
                    move zero to aliquota-icms
                    move space to classe-abc
                    move zero to perc-perda
                    move unidade-medida to unidade-compra
                    move 1 to fator-conversao
                    move spaces to cod-barras
                    move "N" to controla-serie
                    move zero to meses-garantia
                    write registro-mercadoria
                       invalid key
                          display "Erro ao gravar mercadoria" at 2105
                    move "10" to fs-transacoes-old
                 not at end
                    move registro-transacao-old to registro-transacao
                    move 1 to cod-loja-tr
                    write registro-transacao
                       invalid key
                          display "Erro ao gravar transacao" at 2105
                    move "10" to fs-transitens-old
                 not at end
                    move registro-item-old to registro-item
                    move zero to it-aliquota-icms
                    move zero to it-valor-icms
                    write registro-item
                       invalid key
                          display "Erro ao gravar item" at 2105
           close transitens-old
           close transitens-new
           .
       converte-vendcomp.
           open input vendcomp-old
           open output vendcomp-new
           perform with test before until fs-vendcomp-old not = "00"
              read vendcomp-old next record
                 at end
                    move "10" to fs-vendcomp-old
                 not at end
                    move registro-vendcomp-old to registro-vendcomp
                    move spaces to cep-vc
                    write registro-vendcomp
                       invalid key
                          display "Erro ao gravar vendedor/comprador"
                             at 2105
                    end-write
                    add 1 to wqtd-vendcomp
              end-read
           end-perform
           close vendcomp-old
           close vendcomp-new
           .
       converte-caixa.
           open input caixa-old
           open output caixa-new
           perform with test before until fs-caixa-old not = "00"
              read caixa-old next record
                 at end
                    move "10" to fs-caixa-old
                 not at end
                    move registro-caixa-old to registro-caixa
                    move 1 to cx-cod-loja
                    write registro-caixa
                       invalid key
                          display "Erro ao gravar movimento de caixa"
                             at 2105
                    end-write
                    add 1 to wqtd-caixa
              end-read
           end-perform
           close caixa-old
           close caixa-new
           .
       converte-estoquedep.
           open input estoquedep-old
           open output estoquedep-new
           perform with test before until fs-estoquedep-old not = "00"
              read estoquedep-old next record
                 at end
                    move "10" to fs-estoquedep-old
                 not at end
                    move registro-estoquedep-old to registro-estoquedep
                    move 1 to ed-cod-loja
                    write registro-estoquedep
                       invalid key
                          display "Erro ao gravar saldo por deposito"
                             at 2105
                    end-write
                    add 1 to wqtd-estoquedep
              end-read
           end-perform
           close estoquedep-old
           close estoquedep-new
           .
       converte-pagar.
           open input pagar-old
           open output pagar-new
           perform with test before until fs-pagar-old not = "00"
              read pagar-old next record
                 at end
                    move "10" to fs-pagar-old
                 not at end
                    move registro-pagar-old to registro-pagar
                    move "M" to pg-tipo
                    move zero to pg-cod-categoria
                    move spaces to pg-descricao
                    write registro-pagar
                       invalid key
                          display "Erro ao gravar parcela a pagar"
                             at 2105
                    end-write
                    add 1 to wqtd-pagar
              end-read
           end-perform
           close pagar-old
           close pagar-new
           .
