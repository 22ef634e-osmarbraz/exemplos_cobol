             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-mercadorias.
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-pagar.
             select series assign to "series.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-serie
             alternate key is sr-num-serie with duplicates
             alternate key is sr-num-compra with duplicates
             alternate key is sr-num-venda with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-series.
             select controle assign to "controle.dat"
             organization is indexed
             access mode is dynamic
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-controle.
             select fornmerc assign to "fornmerc.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-fornmerc
             alternate key is fm-cod-fornecedor with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-fornmerc.
             select relatorio assign to "pedido.lst"
             organization is line sequential
             file status is fs-relatorio.
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
           fd vendcomp.
             01 registro-vendcomp.
                02 cod-vendcomp        pic 9999.
                02 cidade-vc           pic x(30).
                02 estado-vc           pic AA.
                02 email-vc            pic x(50).
                02 cep-vc              pic x(8).
           fd clientes.
             01 registro-clientes.
                02 codigo              pic 9(6).
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
           fd transitens.
             01 registro-item.
                02 chave-item.
                02 it-preco-unit         pic 9(6)v99.
                02 it-subtotal           pic 9(8)v99.
                02 it-desconto-pct       pic 99v99.
                02 it-aliquota-icms      pic 99v99.
                02 it-valor-icms         pic 9(8)v99.
           fd lotes.
             01 registro-lote.
                02 chave-lote.
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd pagar.
             01 registro-pagar.
                02 chave-pagar.
                   03 pg-mes-pagto          pic 99.
                   03 pg-ano-pagto          pic 9999.
                02 pg-valor-pago         pic 9(9)v99.
                02 pg-tipo               pic x.
                02 pg-cod-categoria      pic 999.
                02 pg-descricao          pic x(40).
           fd series.
             01 registro-serie.
                02 chave-serie.
                   03 sr-cod-mercadoria  pic 9999.
                   03 sr-num-serie       pic x(20).
                02 sr-situacao           pic x.
                02 sr-num-compra         pic 9(6).
                02 sr-data-compra        pic 9(8).
                02 sr-cod-fornecedor     pic 9999.
                02 sr-num-venda          pic 9(6).
                02 sr-data-venda         pic 9(8).
                02 sr-cod-cliente        pic 9(6).
                02 sr-fim-garantia       pic 9(8).
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
                02 ctl-proximo           pic 9(6).
           fd fornmerc.
             01 registro-fornmerc.
                02 chave-fornmerc.
                   03 fm-cod-mercadoria  pic 9999.
                   03 fm-cod-fornecedor  pic 9999.
                02 fm-cod-produto        pic x(20).
                02 fm-ultimo-preco       pic 9(6)v99.
                02 fm-data-ultima        pic 9(8).
                02 fm-prazo-entrega      pic 999.
           fd relatorio.
             01 linha-relatorio        pic x(80).
       working-storage section.
          01 fs-lotes                    pic xx.
          01 fs-estoquedep               pic xx.
          01 fs-pagar                    pic xx.
          01 fs-series                   pic xx.
          01 fs-controle                 pic xx.
          01 fs-fornmerc                 pic xx.
          01 fs-relatorio                pic xx.
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
             02 wano-val                 pic 9999 value zero.
          77 wdata-val-inv               pic 9(8) value zero.
          77 wvalor-ed                   pic zzz,zzz,zz9.99.
          77 wcriterio-forn              pic x value "P".
          77 wforn-sugerido              pic 9999 value zero.
          77 wpreco-sugerido             pic 9(6)v99 value zero.
          77 wmelhor-preco               pic 9(6)v99 value zero.
          77 wmelhor-prazo               pic 999 value zero.
          77 wachou-catalogo             pic x value "N".
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wclasses                    pic xx value spaces.
          77 wclasse-ok                  pic x value "N".
          77 wclasse-passo               pic x value spaces.
          77 wordem-classes              pic x(4) value "ABC ".
          77 wpasso                      pic 9 value zero.
          77 wfator                      pic 9(4) value zero.
          77 wqtd-recebida               pic 9(6) value zero.
          77 wcod-loja                   pic 99 value 1.
          01 linha-traco.
             02 filler                 pic x(80) value all "=".
          01 linha-cab1.
             02 li-preco-unit          pic zzz,zz9.99.
             02 filler                 pic x     value space.
             02 li-subtotal            pic z,zzz,zz9.99.
          01 linha-unidade.
             02 filler                 pic x(8)  value spaces.
             02 filler                 pic x(14) value "Unid. compra: ".
             02 lu-unidade-compra      pic x(6).
             02 filler                 pic x(5)  value " com ".
             02 lu-fator               pic zzz9.
             02 filler                 pic x     value space.
             02 lu-unidade             pic x(6).
             02 filler                 pic x(19)
                value "  - entra estoque: ".
             02 lu-qtd-estoque         pic zzz,zz9.
             02 filler                 pic x     value space.
             02 lu-unidade-2           pic x(6).
          01 linha-total.
             02 filler                 pic x(13) value "Valor total :".
             02 filler                 pic x     value space.
             02 lt-valor               pic zzz,zzz,zz9.99.
          77 wqtd-series                 pic 9(6) value zero.
          77 wseq-serie                  pic 9(6) value zero.
          77 wseq-serie-ed               pic zzzzz9.
          77 wnum-serie                  pic x(20) value spaces.
          77 wdata-serie                 pic 9(8) value zero.
          77 wcod-parte-serie            pic 9(6) value zero.
       procedure division.
       abertura.
          open i-o pedidos
             close pagar
             open i-o pagar
          end-if
          open i-o series
          if fs-series = "35" then
             open output series
             close series
             open i-o series
          end-if
          open i-o controle
          if fs-controle = "35" then
             open output controle
             close controle
             open i-o controle
          end-if
          perform le-codigo-loja
          open i-o fornmerc
          if fs-fornmerc = "35" then
             open output fornmerc
             close fornmerc
             open i-o fornmerc
          end-if
          open extend relatorio
          if fs-relatorio = "35" then
             open output relatorio
       gera-pedidos.
          display erase
          display "Geracao de pedidos por estoque baixo" at 0430
          display "Sugerir fornecedor por [P]reco ou p[R]azo : "
             at 0605
          accept wcriterio-forn at 0650
          if wcriterio-forn = "r" then
             move "R" to wcriterio-forn
          end-if
          if wcriterio-forn not = "R" then
             move "P" to wcriterio-forn
          end-if
          display "Classes a repor (ex.: A, AB; branco = todas) : "
             at 0705
          move spaces to wclasses
          accept wclasses at 0755
          inspect wclasses converting "abc" to "ABC"
          move zero to wqtd-pedidos
          move low-values to cod-vendcomp
          start vendcomp key is not less than cod-vendcomp
                   perform gera-pedido-fornecedor
             end-read
          end-perform
          display "Pedidos gerados : " at 0905
          display wqtd-pedidos at 0923
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
          move "N" to wtem-item
          move zero to wped-qtd-itens
          move zero to wped-valor
          perform varying wpasso from 1 by 1 until wpasso > 4
             move wordem-classes(wpasso:1) to wclasse-passo
             move low-values to cod-mercadoria
             start mercadorias key is not less than cod-mercadoria
                invalid key
                   move "10" to fs-mercadorias
             end-start
             perform with test before until fs-mercadorias = "10"
                read mercadorias next record
                   at end
                      move "10" to fs-mercadorias
                   not at end
                      perform verifica-classe
                      if wclasse-ok = "S" and
                         qtd-estoque < wlimite-reposicao then
                         perform escolhe-fornecedor
                         if wforn-sugerido = cod-vendcomp then
                            perform verifica-item-pendente
                            if witem-pendente = "N" then
                               perform gera-item-pedido
                            end-if
                         end-if
                      end-if
                end-read
             end-perform
             move "00" to fs-mercadorias
          end-perform
          if wtem-item = "S" then
             move wnum-pedido-novo to num-pedido
             move cod-vendcomp to ped-cod-fornecedor
             end-write
          end-if
          .
       verifica-classe.
          move "N" to wclasse-ok
          if wclasse-passo = space then
             if classe-abc not = "A" and classe-abc not = "B"
                and classe-abc not = "C" then
                move "S" to wclasse-ok
             end-if
          else
             if classe-abc = wclasse-passo then
                move "S" to wclasse-ok
             end-if
          end-if
          if wclasse-ok = "S" and wclasses not = spaces then
             if classe-abc = space or
                (classe-abc not = wclasses(1:1) and
                 classe-abc not = wclasses(2:1)) then
                move "N" to wclasse-ok
             end-if
          end-if
          .
       escolhe-fornecedor.
          perform obtem-fator
          move cod-fornecedor to wforn-sugerido
          compute wpreco-sugerido = preco-unitario * wfator
          move "N" to wachou-catalogo
          move cod-mercadoria to fm-cod-mercadoria
          move zero to fm-cod-fornecedor
          start fornmerc key is not less than chave-fornmerc
             invalid key
                move "10" to fs-fornmerc
          end-start
          perform with test before until fs-fornmerc = "10"
             read fornmerc next record
                at end
                   move "10" to fs-fornmerc
                not at end
                   if fm-cod-mercadoria not = cod-mercadoria then
                      move "10" to fs-fornmerc
                   else
                      perform avalia-fornecedor
                   end-if
             end-read
          end-perform
          move "00" to fs-fornmerc
          .
       avalia-fornecedor.
          if wcriterio-forn = "P" then
             if fm-ultimo-preco > zero then
                if wachou-catalogo = "N"
                   or fm-ultimo-preco < wmelhor-preco
                   or (fm-ultimo-preco = wmelhor-preco and
                       fm-prazo-entrega < wmelhor-prazo) then
                   perform seleciona-fornecedor
                end-if
             end-if
          else
             if wachou-catalogo = "N"
                or fm-prazo-entrega < wmelhor-prazo
                or (fm-prazo-entrega = wmelhor-prazo and
                    fm-ultimo-preco < wmelhor-preco) then
                perform seleciona-fornecedor
             end-if
          end-if
          .
       seleciona-fornecedor.
          move "S" to wachou-catalogo
          move fm-cod-fornecedor to wforn-sugerido
          move fm-ultimo-preco   to wmelhor-preco
          move fm-prazo-entrega  to wmelhor-prazo
          if fm-ultimo-preco > zero then
             move fm-ultimo-preco to wpreco-sugerido
          else
             compute wpreco-sugerido = preco-unitario * wfator
          end-if
          .
       obtem-fator.
          if fator-conversao > zero then
             move fator-conversao to wfator
          else
             move 1 to wfator
          end-if
          .
       verifica-item-pendente.
          move "N" to witem-pendente
          move low-values to chave-item-ped
          move cod-mercadoria to pd-cod-mercadoria
          compute wqtd-sugerida =
             wlimite-reposicao * 2 - qtd-estoque
          perform obtem-fator
          divide wqtd-sugerida by wfator giving pd-quantidade
          if pd-quantidade * wfator < wqtd-sugerida then
             add 1 to pd-quantidade
          end-if
          move wpreco-sugerido to pd-preco-unit
          compute pd-subtotal = pd-quantidade * pd-preco-unit
          add pd-subtotal to wped-valor
          write registro-item-ped
          move pd-preco-unit to li-preco-unit
          move pd-subtotal   to li-subtotal
          write linha-relatorio from linha-det
          if fs-mercadorias = "00" and fator-conversao > 1 then
             move unidade-compra  to lu-unidade-compra
             move fator-conversao to lu-fator
             move unidade-medida  to lu-unidade
             move unidade-medida  to lu-unidade-2
             compute lu-qtd-estoque = pd-quantidade * fator-conversao
             write linha-relatorio from linha-unidade
          end-if
          .
       recebe-pedido.
          display erase
             move "A" to situacao-tr
             move spaces to est-operador
             move zero to est-data
             move wcod-loja to cod-loja-tr
             write registro-transacao
                invalid key
                   display "Erro ao gravar transacao" at 2105
          move "A" to pg-situacao
          move zero to pg-data-pagamento
          move zero to pg-valor-pago
          move "M" to pg-tipo
          move zero to pg-cod-categoria
          move spaces to pg-descricao
          write registro-pagar
             invalid key
                display "Erro ao gravar parcela a pagar" at 2205
          .
       recebe-item.
          add 1 to qtd-itens-tr
          move pd-cod-mercadoria to cod-mercadoria
          read mercadorias
             invalid key
             end-read
          end-perform
          if fs-mercadorias = "00" then
             perform obtem-fator
          else
             move 1 to wfator
          end-if
          compute wqtd-recebida = pd-quantidade * wfator
          move num-transacao     to it-num-transacao
          move qtd-itens-tr      to it-sequencia
          move pd-cod-mercadoria to it-cod-mercadoria
          move wqtd-recebida     to it-quantidade
          compute it-preco-unit rounded = pd-preco-unit / wfator
          move pd-subtotal       to it-subtotal
          move zero              to it-desconto-pct
          add pd-subtotal to valor-total-tr
          if fs-mercadorias = "00" then
             perform calcula-icms-item
          else
             move zero to it-aliquota-icms
             move zero to it-valor-icms
          end-if
          write registro-item
             invalid key
                display "Erro ao gravar item da transacao" at 2105
          end-write
          if fs-mercadorias = "00" then
             if qtd-estoque + wqtd-recebida > zero then
                compute custo-medio rounded =
                   (qtd-estoque * custo-medio + pd-subtotal)
                   / (qtd-estoque + wqtd-recebida)
             end-if
             add wqtd-recebida to qtd-estoque
             rewrite registro-mercadoria
                invalid key
                   display "Erro ao atualizar estoque" at 2105
             end-rewrite
             perform credita-deposito-padrao
             perform atualiza-fornmerc
             perform captura-lote-recebimento
             if controla-serie = "S" then
                move wqtd-recebida to wqtd-series
                move ped-cod-fornecedor to wcod-parte-serie
                perform captura-series
             end-if
          else
             display "Mercadoria nao encontrada" at 2105
          end-if
          .
       calcula-icms-item.
          if sit-tributaria = "T" then
             move aliquota-icms to it-aliquota-icms
             compute it-valor-icms rounded =
                it-subtotal * it-aliquota-icms / 100
          else
             move zero to it-aliquota-icms
             move zero to it-valor-icms
          end-if
          .
       atualiza-fornmerc.
          move function current-date(1:8) to wdata-hoje-inv
          move pd-cod-mercadoria  to fm-cod-mercadoria
          move ped-cod-fornecedor to fm-cod-fornecedor
          read fornmerc
             invalid key
                move pd-cod-mercadoria  to fm-cod-mercadoria
                move ped-cod-fornecedor to fm-cod-fornecedor
                move spaces to fm-cod-produto
                move zero to fm-ultimo-preco
                move zero to fm-data-ultima
                move zero to fm-prazo-entrega
                write registro-fornmerc
                   invalid key
                      display "Erro no catalogo de fornecedores" at 2205
                end-write
          end-read
          move pd-preco-unit  to fm-ultimo-preco
          move wdata-hoje-inv to fm-data-ultima
          if ped-data > zero and ped-data not > wdata-hoje-inv then
             compute fm-prazo-entrega =
                function integer-of-date(wdata-hoje-inv)
                - function integer-of-date(ped-data)
          end-if
          rewrite registro-fornmerc
             invalid key
                display "Erro ao atualizar catalogo de fornecedores"
                   at 2205
          end-rewrite
          .
       captura-lote-recebimento.
          display "Mercadoria recebida : " at 1505
          display pd-cod-mercadoria at 1527
                         display "Erro ao gravar lote" at 2205
                   end-write
             end-read
             add wqtd-recebida to lt-qtd-saldo
             rewrite registro-lote
                invalid key
                   display "Erro ao atualizar lote" at 2205
                move pd-cod-mercadoria to ed-cod-mercadoria
                move 1 to ed-cod-deposito
                move zero to ed-qtd-saldo
                move wcod-loja to ed-cod-loja
                write registro-estoquedep
                   invalid key
                      display "Erro no saldo por deposito" at 2205
                end-write
          end-read
          add wqtd-recebida to ed-qtd-saldo
          rewrite registro-estoquedep
             invalid key
                display "Erro ao atualizar saldo do deposito" at 2205
          close lotes
          close estoquedep
          close pagar
          close series
          close controle
          close fornmerc
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
       captura-series.
          compute wdata-serie = ano-transacao * 10000
             + mes-transacao * 100 + dia-transacao
          move zero to wseq-serie
          perform with test before until wseq-serie = wqtd-series
             perform captura-serie
          end-perform
          display "                                                  "
             at 2005
          .
       captura-serie.
          compute wseq-serie-ed = wseq-serie + 1
          display "No. de serie da unidade        : " at 2005
          display wseq-serie-ed at 2029
          move spaces to wnum-serie
          accept wnum-serie at 2038
          if wnum-serie = spaces then
             display "Numero de serie obrigatorio" at 2105
          else
             move cod-mercadoria to sr-cod-mercadoria
             move wnum-serie to sr-num-serie
             read series
                invalid key
                   perform grava-serie-compra
                not invalid key
                   display "Numero de serie ja cadastrado" at 2105
             end-read
          end-if
          .
       grava-serie-compra.
          move cod-mercadoria   to sr-cod-mercadoria
          move wnum-serie       to sr-num-serie
          move "E"              to sr-situacao
          move num-transacao    to sr-num-compra
          move wdata-serie      to sr-data-compra
          move wcod-parte-serie to sr-cod-fornecedor
          move zero             to sr-num-venda
          move zero             to sr-data-venda
          move zero             to sr-cod-cliente
          move zero             to sr-fim-garantia
          write registro-serie
             invalid key
                display "Erro ao gravar numero de serie" at 2105
             not invalid key
                perform serie-aceita
          end-write
          .
       serie-aceita.
          add 1 to wseq-serie
          display "                                 " at 2105
          .
