             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-mercadorias.
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-caixa.
             select cheques assign to "cheques.dat"
             organization is indexed
             access mode is dynamic
             record key is ch-sequencia
             alternate key is ch-bom-para with duplicates
             alternate key is ch-cod-cliente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-cheques.
             select cartoes assign to "cartoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cr-sequencia
             alternate key is cr-nsu with duplicates
             alternate key is cr-data-prevista with duplicates
             alternate key is cr-num-transacao with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-cartoes.
             select pontos assign to "pontos.dat"
             organization is indexed
             access mode is dynamic
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-entregas.
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
             file status is fs-estoquedep.
             select kitbaixas assign to "kitbaixas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-kitbaixa
             alternate key is kb-cod-componente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-kitbaixas.
             select receber assign to "receber.dat"
             organization is indexed
             access mode is dynamic
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
           fd clientes.
             01 registro-clientes.
                02 codigo              pic 9(6).
                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
           fd cartoes.
             01 registro-cartao.
                02 cr-sequencia          pic 9(6).
                02 cr-nsu                pic x(12).
                02 cr-tipo-cartao        pic x.
                02 cr-qtd-parcelas       pic 99.
                02 cr-parcela-cartao     pic 99.
                02 cr-cod-cliente        pic 9(6).
                02 cr-num-transacao      pic 9(6).
                02 cr-num-parcela        pic 99.
                02 cr-data-venda         pic 9(8).
                02 cr-data-prevista      pic 9(8).
                02 cr-valor-bruto        pic 9(9)v99.
                02 cr-taxa               pic 99v99.
                02 cr-valor-liquido      pic 9(9)v99.
                02 cr-situacao           pic x.
                02 cr-data-pagamento     pic 9(8).
                02 cr-valor-recebido     pic 9(9)v99.
                02 cr-operador           pic x(10).
           fd cheques.
             01 registro-cheque.
                02 ch-sequencia          pic 9(6).
                02 ch-banco              pic 999.
                02 ch-agencia            pic 9(4).
                02 ch-conta              pic x(12).
                02 ch-numero             pic 9(6).
                02 ch-cpf-emitente       pic 9(11).
                02 ch-bom-para           pic 9(8).
                02 ch-cod-cliente        pic 9(6).
                02 ch-num-transacao      pic 9(6).
                02 ch-num-parcela        pic 99.
                02 ch-valor              pic 9(9)v99.
                02 ch-data-recebimento   pic 9(8).
                02 ch-situacao           pic x.
                02 ch-data-situacao      pic 9(8).
                02 ch-operador           pic x(10).
           fd caixa.
             01 registro-caixa.
                02 cx-sequencia          pic 9(6).
                02 cx-num-transacao      pic 9(6).
                02 cx-num-parcela        pic 99.
                02 cx-valor              pic 9(9)v99.
                02 cx-cod-loja           pic 99.
           fd pontos.
             01 registro-pontos.
                02 pt-sequencia          pic 9(6).
                02 ent-data-geracao      pic 9(8).
                02 ent-data-entrega      pic 9(8).
                02 ent-recebedor         pic x(30).
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
                   03 pg-mes-pagto          pic 99.
                   03 pg-ano-pagto          pic 9999.
                02 pg-valor-pago         pic 9(9)v99.
                02 pg-tipo               pic x.
                02 pg-cod-categoria      pic 999.
                02 pg-descricao          pic x(40).
           fd estoquedep.
             01 registro-estoquedep.
                02 ed-chave.
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd kitbaixas.
             01 registro-kitbaixa.
                02 chave-kitbaixa.
                   03 kb-num-transacao   pic 9(6).
                   03 kb-sequencia       pic 9(4).
                   03 kb-cod-componente  pic 9999.
                02 kb-cod-kit            pic 9999.
                02 kb-qtd-kits           pic 9(6).
                02 kb-quantidade         pic 9(6).
                02 kb-deposito           pic 99.
                02 kb-data               pic 9(8).
           fd receber.
             01 registro-parcela.
                02 chave-parcela.
          01 fs-receber                  pic xx.
          01 fs-clientes                 pic xx.
          01 fs-caixa                    pic xx.
          01 fs-cheques                  pic xx.
          01 fs-cartoes                  pic xx.
          01 fs-pontos                   pic xx.
          01 fs-entregas                 pic xx.
          01 fs-series                   pic xx.
          01 fs-controle                 pic xx.
          01 fs-kitbaixas                pic xx.
          77 wparcela                    pic 999 value zero.
          77 westoque-ok                 pic x value "S".
          77 wqtd-devolver               pic 9(6) value zero.
          77 opcao                       pic x value spaces.
          77 resp-continua               pic x value spaces.
          77 wopcao-continua             pic x value spaces.
          77 wforma-avista               pic x value spaces.
          77 wpontos-acum                pic 9(9) value zero.
          77 wpontos-resg                pic 9(9) value zero.
          77 wcod-loja                   pic 99 value 1.
          77 wperiodo-lanc               pic 9(6) value zero.
          77 wperiodo-aberto             pic x value "S".
          77 wfim-series                 pic x value "N".
       procedure division.
       abertura.
          open i-o transacoes
             close caixa
             open i-o caixa
          end-if
          open i-o cheques
          if fs-cheques = "35" then
             open output cheques
             close cheques
             open i-o cheques
          end-if
          open i-o cartoes
          if fs-cartoes = "35" then
             open output cartoes
             close cartoes
             open i-o cartoes
          end-if
          open i-o pontos
          if fs-pontos = "35" then
             open output pontos
             close entregas
             open i-o entregas
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
          open i-o kitbaixas
          if fs-kitbaixas = "35" then
             open output kitbaixas
             close kitbaixas
             open i-o kitbaixas
          end-if
          display erase
          display "Estorno de Transacao" at 0430
          display "Operador : " at 0605
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
             not invalid key
                compute wperiodo-lanc =
                   ano-transacao * 100 + mes-transacao
                perform verifica-periodo
                if wperiodo-aberto = "S" then
                   perform estorna-transacao
                end-if
          end-read
          go to inicio
          .
                perform cancela-parcelas
                if tipo-transacao = "C" or tipo-transacao = "c" then
                   perform cancela-parcelas-pagar
                   perform estorna-series-compra
                end-if
                if tipo-transacao = "V" or tipo-transacao = "v" then
                   perform estorna-caixa-avista
                   perform estorna-cheques
                   perform estorna-cartoes
                   perform estorna-pontos
                   perform cancela-entrega
                   perform estorna-series-venda
                end-if
                move "E" to situacao-tr
                move wid-operador to est-operador
             end-read
          end-perform
          move "00" to fs-transitens
          perform devolve-componentes-kit
          .
       verifica-estoque-estorno.
          move "S" to westoque-ok
          end-read
          .
       devolve-item.
          move it-quantidade to wqtd-devolver
          if tipo-transacao = "V" or tipo-transacao = "v" then
             perform desconta-kits-montados
          end-if
          move it-cod-mercadoria to cod-mercadoria
          read mercadorias
             invalid key
          if fs-mercadorias = "00" then
             if tipo-transacao = "V" or tipo-transacao = "v"
                or tipo-transacao = "B" then
                add wqtd-devolver to qtd-estoque
             else
                if tipo-transacao = "C" or tipo-transacao = "c" then
                   perform reverte-custo-medio
             display "Mercadoria nao encontrada p/ estorno" at 2205
          end-if
          .
       desconta-kits-montados.
          move it-num-transacao to kb-num-transacao
          move it-sequencia to kb-sequencia
          move zero to kb-cod-componente
          start kitbaixas key is not less than chave-kitbaixa
             invalid key
                move "10" to fs-kitbaixas
          end-start
          if fs-kitbaixas not = "10" then
             read kitbaixas next record
                at end
                   move "10" to fs-kitbaixas
             end-read
             if fs-kitbaixas not = "10"
                and kb-num-transacao = it-num-transacao
                and kb-sequencia = it-sequencia then
                if wqtd-devolver > kb-qtd-kits then
                   subtract kb-qtd-kits from wqtd-devolver
                else
                   move zero to wqtd-devolver
                end-if
             end-if
          end-if
          move "00" to fs-kitbaixas
          .
       devolve-componentes-kit.
          move num-transacao to kb-num-transacao
          move zero to kb-sequencia
          move zero to kb-cod-componente
          start kitbaixas key is not less than chave-kitbaixa
             invalid key
                move "10" to fs-kitbaixas
          end-start
          perform with test before until fs-kitbaixas = "10"
             read kitbaixas next record
                at end
                   move "10" to fs-kitbaixas
                not at end
                   if kb-num-transacao not = num-transacao then
                      move "10" to fs-kitbaixas
                   else
                      perform devolve-componente
                   end-if
             end-read
          end-perform
          move "00" to fs-kitbaixas
          .
       devolve-componente.
          move kb-cod-componente to cod-mercadoria
          read mercadorias
             invalid key
                continue
          end-read
          perform with test before until fs-mercadorias not = "51"
             display "Mercadoria em uso - aguardando" at 2205
             read mercadorias
                invalid key
                   continue
             end-read
          end-perform
          if fs-mercadorias = "00" then
             add kb-quantidade to qtd-estoque
             rewrite registro-mercadoria
                invalid key
                   display "Erro ao atualizar estoque" at 2205
             end-rewrite
             move kb-cod-componente to ed-cod-mercadoria
             move kb-deposito to ed-cod-deposito
             read estoquedep
                invalid key
                   move kb-cod-componente to ed-cod-mercadoria
                   move kb-deposito to ed-cod-deposito
                   move zero to ed-qtd-saldo
                   move wcod-loja to ed-cod-loja
                   write registro-estoquedep
                      invalid key
                         display "Erro no saldo por deposito" at 2205
                   end-write
             end-read
             add kb-quantidade to ed-qtd-saldo
             rewrite registro-estoquedep
                invalid key
                   display "Erro ao atualizar saldo do deposito" at 2205
             end-rewrite
          else
             display "Componente do kit nao encontrado p/ estorno"
                at 2205
          end-if
          .
       reverte-custo-medio.
          if qtd-estoque > it-quantidade then
             compute custo-medio rounded =
                move it-cod-mercadoria to ed-cod-mercadoria
                move 1 to ed-cod-deposito
                move zero to ed-qtd-saldo
                move wcod-loja to ed-cod-loja
                write registro-estoquedep
                   invalid key
                      display "Erro no saldo por deposito" at 2205
          end-read
          if tipo-transacao = "V" or tipo-transacao = "v"
             or tipo-transacao = "B" then
             add wqtd-devolver to ed-qtd-saldo
          else
             if ed-qtd-saldo > it-quantidade then
                subtract it-quantidade from ed-qtd-saldo
             move num-transacao to cx-num-transacao
             move zero          to cx-num-parcela
             move wvalor-avista to cx-valor
             move wcod-loja to cx-cod-loja
             write registro-caixa
                invalid key
                   display "Erro ao gravar estorno de caixa" at 2205
             end-write
          end-if
          .
       estorna-cheques.
          move cod-cliente-tr to ch-cod-cliente
          start cheques key is equal ch-cod-cliente
             invalid key
                move "10" to fs-cheques
          end-start
          perform with test before until fs-cheques = "10"
             read cheques next record
                at end
                   move "10" to fs-cheques
                not at end
                   if ch-cod-cliente not = cod-cliente-tr then
                      move "10" to fs-cheques
                   else
                      if ch-num-transacao = num-transacao and
                         ch-num-parcela = zero and
                         ch-situacao = "C" then
                         move "E" to ch-situacao
                         move function current-date(1:8)
                            to ch-data-situacao
                         move wid-operador to ch-operador
                         rewrite registro-cheque
                            invalid key
                               display "Erro ao estornar cheque" at 2205
                         end-rewrite
                      end-if
                   end-if
             end-read
          end-perform
          move "00" to fs-cheques
          .
       estorna-cartoes.
          move num-transacao to cr-num-transacao
          start cartoes key is equal cr-num-transacao
             invalid key
                move "10" to fs-cartoes
          end-start
          perform with test before until fs-cartoes = "10"
             read cartoes next record
                at end
                   move "10" to fs-cartoes
                not at end
                   if cr-num-transacao not = num-transacao then
                      move "10" to fs-cartoes
                   else
                      if cr-num-parcela = zero and
                         cr-situacao = "A" then
                         move "E" to cr-situacao
                         move wid-operador to cr-operador
                         rewrite registro-cartao
                            invalid key
                               display
                                  "Erro ao estornar recebivel de cartao"
                                  at 2205
                         end-rewrite
                      end-if
                   end-if
             end-read
          end-perform
          move "00" to fs-cartoes
          .
       obtem-seq-caixa.
          move "CAIXA" to ctl-chave
          read controle
          close receber
          close clientes
          close caixa
          close cheques
          close cartoes
          close pontos
          close entregas
          close series
          close controle
          close pagar
          close kitbaixas
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
       verifica-periodo.
          move "S" to wperiodo-aberto
          move "FECHAMENTO" to ctl-chave
          read controle
             invalid key
                continue
             not invalid key
                if wperiodo-lanc not > ctl-proximo then
                   move "N" to wperiodo-aberto
                end-if
          end-read
          unlock controle
          if wperiodo-aberto = "N" then
             display "Periodo fechado - lancamento nao permitido"
                at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
          .
       estorna-series-venda.
          move "N" to wfim-series
          perform with test before until wfim-series = "S"
             move num-transacao to sr-num-venda
             start series key is equal sr-num-venda
                invalid key
                   move "S" to wfim-series
                not invalid key
                   read series next record
                      at end
                         move "S" to wfim-series
                      not at end
                         perform devolve-serie
                   end-read
             end-start
          end-perform
          .
       devolve-serie.
          move "E"  to sr-situacao
          move zero to sr-num-venda
          move zero to sr-data-venda
          move zero to sr-cod-cliente
          move zero to sr-fim-garantia
          rewrite registro-serie
             invalid key
                display "Erro ao devolver numero de serie" at 2205
                move "S" to wfim-series
          end-rewrite
          .
       estorna-series-compra.
          move "N" to wfim-series
          move num-transacao to sr-num-compra
          start series key is equal sr-num-compra
             invalid key
                move "S" to wfim-series
          end-start
          perform with test before until wfim-series = "S"
             read series next record
                at end
                   move "S" to wfim-series
                not at end
                   if sr-num-compra not = num-transacao then
                      move "S" to wfim-series
                   else
                      if sr-situacao = "E" then
                         delete series record
                            invalid key
                               display "Erro ao excluir numero de serie"
                                  at 2205
                         end-delete
                      end-if
                   end-if
             end-read
          end-perform
          .
