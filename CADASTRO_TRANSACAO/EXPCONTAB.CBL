             access mode is dynamic
             record key is num-transacao
             file status is fs-transacoes.
             select optional transitens assign to "transitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item
             alternate key is it-cod-mercadoria with duplicates
             file status is fs-transitens.
             select optional caixa assign to "caixa.dat"
             organization is indexed
             access mode is dynamic
                02 est-operador          pic x(10).
                02 est-data              pic 9(8).
                02 desconto-tr           pic 9(9)v99.
                02 cod-loja-tr           pic 99.
           fd transitens.
             01 registro-item.
                02 chave-item.
                   03 it-num-transacao   pic 9(6).
                   03 it-sequencia       pic 9(4).
                02 it-cod-mercadoria     pic 9999.
                02 it-quantidade         pic 9(6).
                02 it-preco-unit         pic 9(6)v99.
                02 it-subtotal           pic 9(8)v99.
                02 it-desconto-pct       pic 99v99.
                02 it-aliquota-icms      pic 99v99.
                02 it-valor-icms         pic 9(8)v99.
           fd caixa.
             01 registro-caixa.
                02 cx-sequencia          pic 9(6).
                02 cx-num-transacao      pic 9(6).
                02 cx-num-parcela        pic 99.
                02 cx-valor              pic 9(9)v99.
                02 cx-cod-loja           pic 99.
           fd comissoes.
             01 registro-comissao.
                02 cod-comissao        pic 9999.
             01 linha-relatorio        pic x(80).
       working-storage section.
          01 fs-transacoes               pic xx.
          01 fs-transitens               pic xx.
          01 fs-caixa                    pic xx.
          01 fs-comissoes                pic xx.
          01 fs-controle                 pic xx.
          77 wconta-caixa                pic 9(6) value 11101.
          77 wconta-desp-comis           pic 9(6) value 41101.
          77 wconta-comis-pagar          pic 9(6) value 21201.
          77 wconta-icms-vendas          pic 9(6) value 31201.
          77 wconta-icms-recolher        pic 9(6) value 21301.
          77 wconta-icms-recuperar       pic 9(6) value 11401.
          77 wvalor-icms                 pic 9(11)v99 value zero.
          77 wtotal-icms-debito          pic 9(12)v99 value zero.
          77 wtotal-icms-credito         pic 9(12)v99 value zero.
          77 wdata-lancamento            pic 9(8) value zero.
          77 wdata-ini-mes               pic 9(8) value zero.
          77 wdata-fim-mes               pic 9(8) value zero.
           .
       abertura.
           open input transacoes
           open input transitens
           open input caixa
           open input comissoes
           compute wdata-ini-mes = wano-apuracao * 10000
           if ctl-proximo > zero
              move ctl-proximo to wconta-comis-pagar
           end-if
           move "CTAICMSV" to ctl-chave
           perform le-conta
           if ctl-proximo > zero
              move ctl-proximo to wconta-icms-vendas
           end-if
           move "CTAICMSR" to ctl-chave
           perform le-conta
           if ctl-proximo > zero
              move ctl-proximo to wconta-icms-recolher
           end-if
           move "CTAICMSC" to ctl-chave
           perform le-conta
           if ctl-proximo > zero
              move ctl-proximo to wconta-icms-recuperar
           end-if
           .
       le-conta.
           read controle
                 move wconta-venda to dia-conta
                 move "RECEITA DE VENDAS" to dia-historico
                 perform grava-credito
                 perform soma-icms-transacao
                 if wvalor-icms > zero then
                    add wvalor-icms to wtotal-icms-debito
                    move wvalor-icms to wvalor-lancamento
                    move wconta-icms-vendas to dia-conta
                    move "ICMS SOBRE VENDAS" to dia-historico
                    perform grava-debito
                    move wconta-icms-recolher to dia-conta
                    move "ICMS A RECOLHER" to dia-historico
                    perform grava-credito
                 end-if
              when "C"
              when "c"
                 add valor-total-tr to wtotal-compras
                 move wconta-fornec to dia-conta
                 move "FORNECEDORES A PAGAR" to dia-historico
                 perform grava-credito
                 perform soma-icms-transacao
                 if wvalor-icms > zero then
                    add wvalor-icms to wtotal-icms-credito
                    move wvalor-icms to wvalor-lancamento
                    move wconta-icms-recuperar to dia-conta
                    move "ICMS A RECUPERAR" to dia-historico
                    perform grava-debito
                    move wconta-estoque to dia-conta
                    move "ICMS S/ COMPRA DE MERCADORIAS"
                       to dia-historico
                    perform grava-credito
                 end-if
              when other
                 continue
           end-evaluate
           .
       soma-icms-transacao.
           move zero to wvalor-icms
           move num-transacao to it-num-transacao
           move zero to it-sequencia
           start transitens key is not less than chave-item
              invalid key
                 move "10" to fs-transitens
           end-start
           perform with test before until fs-transitens = "10"
              read transitens next record
                 at end
                    move "10" to fs-transitens
                 not at end
                    if it-num-transacao not = num-transacao then
                       move "10" to fs-transitens
                    else
                       add it-valor-icms to wvalor-icms
                    end-if
              end-read
           end-perform
           move "00" to fs-transitens
           .
       exporta-recebimentos.
           move low-values to cx-sequencia
           start caixa key is not less than cx-sequencia
           move "Total de compras        : " to lt-descricao
           move wtotal-compras to lt-valor
           write linha-relatorio from linha-total
           move "ICMS s/ vendas          : " to lt-descricao
           move wtotal-icms-debito to lt-valor
           write linha-relatorio from linha-total
           move "ICMS s/ compras         : " to lt-descricao
           move wtotal-icms-credito to lt-valor
           write linha-relatorio from linha-total
           move "Total recebido          : " to lt-descricao
           move wtotal-recebido to lt-valor
           write linha-relatorio from linha-total
           move wqtd-lancamentos to lq-qtd
           write linha-relatorio from linha-qtd
           close transacoes
           close transitens
           close caixa
           close comissoes
           close controle
