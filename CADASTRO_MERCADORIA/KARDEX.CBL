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
             select optional consignacoes assign to "consignacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cs-numero
             alternate key is cs-cod-cliente with duplicates
             file status is fs-consignacoes.
             select optional consigitens assign to "consigitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item-consig
             alternate key is cn-cod-mercadoria with duplicates
             file status is fs-consigitens.
             select relatorio assign to "kardex.lst"
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
           fd consignacoes.
             01 registro-consignacao.
                02 cs-numero             pic 9(6).
                02 cs-cod-cliente        pic 9(6).
                02 cs-cod-vendcomp       pic 9999.
                02 cs-deposito           pic 99.
                02 cs-data-remessa       pic 9(8).
                02 cs-data-prevista      pic 9(8).
                02 cs-qtd-itens          pic 9(4).
                02 cs-valor-remetido     pic 9(9)v99.
                02 cs-situacao           pic x.
                02 cs-data-acerto        pic 9(8).
                02 cs-num-transacao      pic 9(6).
                02 cs-operador           pic x(10).
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
             01 linha-relatorio        pic x(80).
           sd arq-ordenacao.
          01 fs-mercadorias              pic xx.
          01 fs-transacoes               pic xx.
          01 fs-transitens               pic xx.
          01 fs-kitbaixas                pic xx.
          01 fs-consignacoes             pic xx.
          01 fs-consigitens              pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wfim-retorno                pic x value spaces.
          01 linha-cab1.
             02 filler                 pic x(42)
                value "Kardex - movimentacao de estoque".
          01 linha-legenda.
             02 filler                 pic x(40) value
                "Tipo: C compra  V venda  A ajuste/montag".
             02 filler                 pic x(40) value
                "em  B baixa  K componente de kit".
          01 linha-legenda2.
             02 filler                 pic x(40) value
                "      M kit montado na venda  R remessa ".
             02 filler                 pic x(40) value
                "em consignacao  D retorno de consignacao".
          01 linha-branco.
             02 filler                 pic x(80) value spaces.
          01 linha-merc.
       seleciona-movimentos.
           open input transacoes
           open input transitens
           open input kitbaixas
           if wcod-filtro = zero then
              perform seleciona-por-transacao
           else
           end-if
           close transacoes
           close transitens
           close kitbaixas
           perform seleciona-consignacoes
           .
       seleciona-por-transacao.
           move low-values to num-transacao
              end-read
           end-perform
           move "00" to fs-transitens
           move wcod-filtro to kb-cod-componente
           start kitbaixas key is equal kb-cod-componente
              invalid key
                 move "10" to fs-kitbaixas
           end-start
           perform with test before until fs-kitbaixas = "10"
              read kitbaixas next record
                 at end
                    move "10" to fs-kitbaixas
                 not at end
                    if kb-cod-componente not = wcod-filtro then
                       move "10" to fs-kitbaixas
                    else
                       perform seleciona-componente-filtrado
                    end-if
              end-read
           end-perform
           move "00" to fs-kitbaixas
           .
       seleciona-componente-filtrado.
           move kb-num-transacao to num-transacao
           read transacoes
              invalid key
                 continue
              not invalid key
                 if situacao-tr not = "E" then
                    perform libera-componente
                 end-if
           end-read
           .
       seleciona-item-filtrado.
           move it-num-transacao to num-transacao
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
                       perform libera-componente
                    end-if
              end-read
           end-perform
           move "00" to fs-kitbaixas
           .
       libera-item.
           if wcod-filtro = zero
              move tipo-transacao to sd-tipo
              move it-quantidade  to sd-quantidade
              release sd-movimento
              if tipo-transacao = "V" or tipo-transacao = "v" then
                 perform libera-montagem-venda
              end-if
           end-if
           .
       libera-montagem-venda.
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
                 move kb-cod-kit  to sd-cod-mercadoria
                 move "M"         to sd-tipo
                 move kb-qtd-kits to sd-quantidade
                 release sd-movimento
              end-if
           end-if
           move "00" to fs-kitbaixas
           .
       libera-componente.
           move kb-cod-componente to sd-cod-mercadoria
           compute sd-data = ano-transacao * 10000
              + mes-transacao * 100 + dia-transacao
           move num-transacao  to sd-num-transacao
           move "K"            to sd-tipo
           move kb-quantidade  to sd-quantidade
           release sd-movimento
           .
       seleciona-consignacoes.
           open input consignacoes
           open input consigitens
           move low-values to chave-item-consig
           start consigitens key is not less than chave-item-consig
              invalid key
                 move "10" to fs-consigitens
           end-start
           perform with test before until fs-consigitens = "10"
              read consigitens next record
                 at end
                    move "10" to fs-consigitens
                 not at end
                    if wcod-filtro = zero
                       or cn-cod-mercadoria = wcod-filtro then
                       perform libera-consignacao
                    end-if
              end-read
           end-perform
           close consignacoes
           close consigitens
           .
       libera-consignacao.
           move cn-numero to cs-numero
           read consignacoes
              invalid key
                 move zero to cs-data-remessa
                 move zero to cs-data-acerto
           end-read
           move cn-cod-mercadoria to sd-cod-mercadoria
           move cs-data-remessa   to sd-data
           move cn-numero         to sd-num-transacao
           move "R"               to sd-tipo
           move cn-qtd-remetida   to sd-quantidade
           release sd-movimento
           if cn-qtd-vendida + cn-qtd-devolvida > zero then
              move cs-data-acerto to sd-data
              move "D"            to sd-tipo
              compute sd-quantidade =
                 cn-qtd-vendida + cn-qtd-devolvida
              release sd-movimento
           end-if
           .
       imprime-kardex.
           open output relatorio
           write linha-relatorio from linha-cab1
           write linha-relatorio from linha-legenda
           write linha-relatorio from linha-legenda2
           move zero to wcod-quebra
           move spaces to wfim-retorno
           perform with test before until wfim-retorno = "S"
           move sd-data(1:4)      to ld-ano
           move sd-num-transacao  to ld-num-transacao
           move sd-tipo           to ld-tipo
           if sd-tipo = "C" or sd-tipo = "c" or sd-tipo = "A"
              or sd-tipo = "M" or sd-tipo = "D" then
              move sd-quantidade to ld-entrada
              move zero          to ld-saida
              add sd-quantidade  to wsaldo
