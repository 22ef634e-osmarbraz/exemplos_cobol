             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             file status is fs-mercadorias.
             select optional transacoes assign to "transacoes.dat"
             organization is indexed
             record key is chave-item
             alternate key is it-cod-mercadoria with duplicates
             file status is fs-transitens.
             select optional kitbaixas assign to "kitbaixas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-kitbaixa
             alternate key is kb-cod-componente with duplicates
             file status is fs-kitbaixas.
             select optional consigitens assign to "consigitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item-consig
             alternate key is cn-cod-mercadoria with duplicates
             file status is fs-consigitens.
             select relatorio assign to "reconciliacao.lst"
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
           fd consigitens.
             01 registro-item-consig.
                02 chave-item-consig.
                   03 cn-numero          pic 9(6).
                   03 cn-sequencia       pic 9(4).
                02 cn-cod-mercadoria     pic 9999.
                02 cn-qtd-remetida       pic 9(6).
                02 cn-preco-unit         pic 9(6)v99.
                02 cn-qtd-vendida        pic 9(6).
                02 cn-qtd-devolvida      pic 9(6).
           fd relatorio.
             01 linha-relatorio        pic x(100).
       working-storage section.
          01 fs-mercadorias              pic xx.
          01 fs-transacoes               pic xx.
          01 fs-transitens               pic xx.
          01 fs-kitbaixas                pic xx.
          01 fs-consigitens              pic xx.
          01 fs-relatorio                pic xx.
          77 wqtd-divergencias           pic 9(6) value zero.
          77 wqtd-calculada              pic s9(8) value zero.
           open input mercadorias
           open input transacoes
           open input transitens
           open input kitbaixas
           open input consigitens
           open output relatorio
           write linha-relatorio from linha-cab1
           .
       reconcilia-mercadoria.
           move qtd-estoque-inicial to wqtd-calculada
           perform replay-transacoes
           perform desconta-consignado
           move spaces to ld-situacao
           move cod-mercadoria     to ld-codigo
           move descricao          to ld-descricao
              end-read
           end-perform
           move "00" to fs-transitens
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
                       perform aplica-componente
                    end-if
              end-read
           end-perform
           move "00" to fs-kitbaixas
           .
       aplica-item.
           if it-cod-mercadoria = cod-mercadoria then
                 add it-quantidade to wqtd-calculada
              else
                 subtract it-quantidade from wqtd-calculada
                 if tipo-transacao = "V" or tipo-transacao = "v" then
                    perform aplica-montagem-venda
                 end-if
              end-if
           end-if
           .
       aplica-montagem-venda.
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
                 add kb-qtd-kits to wqtd-calculada
              end-if
           end-if
           move "00" to fs-kitbaixas
           .
       aplica-componente.
           if kb-cod-componente = cod-mercadoria then
              subtract kb-quantidade from wqtd-calculada
           end-if
           .
       desconta-consignado.
           move cod-mercadoria to cn-cod-mercadoria
           start consigitens key is equal cn-cod-mercadoria
              invalid key
                 move "10" to fs-consigitens
           end-start
           perform with test before until fs-consigitens = "10"
              read consigitens next record
                 at end
                    move "10" to fs-consigitens
                 not at end
                    if cn-cod-mercadoria not = cod-mercadoria then
                       move "10" to fs-consigitens
                    else
                       compute wqtd-calculada = wqtd-calculada
                          - cn-qtd-remetida + cn-qtd-vendida
                          + cn-qtd-devolvida
                    end-if
              end-read
           end-perform
           move "00" to fs-consigitens
           .
       encerramento.
           close mercadorias
           close transacoes
           close transitens
           close kitbaixas
           close consigitens
           close relatorio
           .
