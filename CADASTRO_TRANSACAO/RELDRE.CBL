 identification division.
       program-id. RelDre.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select optional transacoes assign to "transacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is num-transacao
             file status is fs-transacoes.
             select optional transitens assign to "transitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item
             alternate key is it-cod-mercadoria with duplicates
             file status is fs-transitens.
             select optional mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             file status is fs-mercadorias.
             select optional pagar assign to "pagar.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-pagar
             file status is fs-pagar.
             select optional catdespesa assign to "catdespesa.dat"
             organization is indexed
             access mode is dynamic
             record key is cat-codigo
             file status is fs-catdespesa.
             select relatorio assign to "dre.lst"
             organization is line sequential
             file status is fs-relatorio.
             select arq-ordenacao assign to "WORK1.TMP".
       data division.
         file section.
           fd transacoes.
             01 registro-transacao.
                02 num-transacao         pic 9(6).
                02 tipo-transacao        pic x.
                02 data-transacao.
                   03 dia-transacao         pic 99.
                   03 mes-transacao         pic 99.
                   03 ano-transacao         pic 9999.
                02 cod-cliente-tr        pic 9(6).
                02 cod-vendcomp-tr       pic 9999.
                02 qtd-itens-tr          pic 9(4).
                02 valor-total-tr        pic 9(9)v99.
                02 situacao-tr           pic x.
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
           fd mercadorias.
             01 registro-mercadoria.
                02 cod-mercadoria      pic 9999.
                02 descricao           pic x(40).
                02 preco-unitario      pic 9(6)v99.
                02 qtd-estoque         pic 9(6).
                02 unidade-medida      pic x(6).
                02 qtd-estoque-inicial pic 9(6).
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
           fd pagar.
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
           fd catdespesa.
             01 registro-catdespesa.
                02 cat-codigo            pic 999.
                02 cat-descricao         pic x(30).
           fd relatorio.
             01 linha-relatorio        pic x(80).
           sd arq-ordenacao.
             01 sd-despesa.
                02 sd-cod-categoria      pic 999.
                02 sd-valor-mes          pic 9(9)v99.
                02 sd-valor-ano          pic 9(9)v99.
       working-storage section.
          01 fs-transacoes               pic xx.
          01 fs-transitens               pic xx.
          01 fs-mercadorias              pic xx.
          01 fs-pagar                    pic xx.
          01 fs-catdespesa               pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wmes-apuracao               pic 99 value zero.
          77 wano-apuracao               pic 9999 value zero.
          77 wno-mes                     pic x value "N".
          77 wfim-retorno                pic x value spaces.
          77 wtem-quebra                 pic x value "N".
          77 wcod-quebra                 pic 999 value zero.
          77 wcusto-item                 pic 9(11)v99 value zero.
          77 wbruta-mes                  pic s9(11)v99 value zero.
          77 wbruta-ano                  pic s9(11)v99 value zero.
          77 westornos-mes               pic s9(11)v99 value zero.
          77 westornos-ano               pic s9(11)v99 value zero.
          77 wdescontos-mes              pic s9(11)v99 value zero.
          77 wdescontos-ano              pic s9(11)v99 value zero.
          77 wliquida-mes                pic s9(11)v99 value zero.
          77 wliquida-ano                pic s9(11)v99 value zero.
          77 wcmv-mes                    pic s9(11)v99 value zero.
          77 wcmv-ano                    pic s9(11)v99 value zero.
          77 wlucro-bruto-mes            pic s9(11)v99 value zero.
          77 wlucro-bruto-ano            pic s9(11)v99 value zero.
          77 wcat-mes                    pic s9(11)v99 value zero.
          77 wcat-ano                    pic s9(11)v99 value zero.
          77 wdespesas-mes               pic s9(11)v99 value zero.
          77 wdespesas-ano               pic s9(11)v99 value zero.
          77 wresultado-mes              pic s9(11)v99 value zero.
          77 wresultado-ano              pic s9(11)v99 value zero.
          01 linha-cab1.
             02 filler                 pic x(44)
                value "Demonstrativo de resultado (DRE) gerencial".
          01 linha-cab2.
             02 filler                 pic x(21)
                value "Mes de referencia : ".
             02 lc-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano                 pic 9999.
          01 linha-branco.
             02 filler                 pic x(80) value spaces.
          01 linha-cab3.
             02 filler                 pic x(46) value spaces.
             02 filler                 pic x(15)
                value "            Mes".
             02 filler                 pic x(3)  value spaces.
             02 filler                 pic x(15)
                value "  Acumulado ano".
          01 linha-traco.
             02 filler                 pic x(46) value spaces.
             02 filler                 pic x(33) value all "-".
          01 linha-tit-despesas.
             02 filler                 pic x(44)
                value "Despesas operacionais".
          01 linha-det.
             02 ld-descricao           pic x(44).
             02 filler                 pic x(2)  value spaces.
             02 ld-valor-mes           pic -zzz,zzz,zz9.99.
             02 filler                 pic x(3)  value spaces.
             02 ld-valor-ano           pic -zzz,zzz,zz9.99.
          01 linha-categoria.
             02 filler                 pic x(6)  value "   (-)".
             02 filler                 pic x     value space.
             02 lg-codigo              pic 999.
             02 filler                 pic x     value space.
             02 lg-descricao           pic x(30).
             02 filler                 pic x(5)  value spaces.
             02 lg-valor-mes           pic -zzz,zzz,zz9.99.
             02 filler                 pic x(3)  value spaces.
             02 lg-valor-ano           pic -zzz,zzz,zz9.99.
          01 linha-sem-despesa.
             02 filler                 pic x(44)
                value "   Nenhuma despesa operacional no periodo".
       procedure division.
       principal.
           display erase
           display "DRE gerencial mensal" at 0430
           display "Mes/Ano de referencia (mm/aaaa) :   /" at 0605
           accept wmes-apuracao at 0639
           accept wano-apuracao at 0642
           if wmes-apuracao < 1 or wmes-apuracao > 12 then
              display "Mes invalido" at 2105
           else
              perform abertura
              perform apura-vendas
              perform imprime-vendas
              sort arq-ordenacao on ascending key sd-cod-categoria
                 input procedure is seleciona-despesas
                 output procedure is imprime-despesas
              perform imprime-resultado
              perform encerramento
              display "Relatorio gravado em dre.lst" at 2105
           end-if
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           open input transacoes
           open input transitens
           open input mercadorias
           open input pagar
           open input catdespesa
           open output relatorio
           move wmes-apuracao to lc-mes
           move wano-apuracao to lc-ano
           write linha-relatorio from linha-cab1
           write linha-relatorio from linha-cab2
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab3
           .
       apura-vendas.
           move low-values to num-transacao
           start transacoes key is not less than num-transacao
              invalid key
                 move "10" to fs-transacoes
           end-start
           perform with test before until fs-transacoes = "10"
              read transacoes next record
                 at end
                    move "10" to fs-transacoes
                 not at end
                    if (tipo-transacao = "V" or tipo-transacao = "v")
                       and ano-transacao = wano-apuracao
                       and mes-transacao not > wmes-apuracao then
                       perform acumula-venda
                    end-if
              end-read
           end-perform
           move "00" to fs-transacoes
           compute wliquida-mes =
              wbruta-mes - westornos-mes - wdescontos-mes
           compute wliquida-ano =
              wbruta-ano - westornos-ano - wdescontos-ano
           compute wlucro-bruto-mes = wliquida-mes - wcmv-mes
           compute wlucro-bruto-ano = wliquida-ano - wcmv-ano
           .
       acumula-venda.
           if mes-transacao = wmes-apuracao then
              move "S" to wno-mes
           else
              move "N" to wno-mes
           end-if
           add valor-total-tr to wbruta-ano
           add desconto-tr to wbruta-ano
           add desconto-tr to wdescontos-ano
           if wno-mes = "S" then
              add valor-total-tr to wbruta-mes
              add desconto-tr to wbruta-mes
              add desconto-tr to wdescontos-mes
           end-if
           if situacao-tr = "E" then
              add valor-total-tr to westornos-ano
              if wno-mes = "S" then
                 add valor-total-tr to westornos-mes
              end-if
           else
              perform acumula-custo-itens
           end-if
           .
       acumula-custo-itens.
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
                       perform acumula-custo-item
                    end-if
              end-read
           end-perform
           move "00" to fs-transitens
           .
       acumula-custo-item.
           move it-cod-mercadoria to cod-mercadoria
           read mercadorias
              invalid key
                 move zero to custo-medio
           end-read
           compute wcusto-item rounded = it-quantidade * custo-medio
           add wcusto-item to wcmv-ano
           if wno-mes = "S" then
              add wcusto-item to wcmv-mes
           end-if
           .
       imprime-vendas.
           move "Receita bruta de vendas" to ld-descricao
           move wbruta-mes to ld-valor-mes
           move wbruta-ano to ld-valor-ano
           write linha-relatorio from linha-det
           move "   (-) Estornos de vendas" to ld-descricao
           move westornos-mes to ld-valor-mes
           move westornos-ano to ld-valor-ano
           write linha-relatorio from linha-det
           move "   (-) Descontos concedidos" to ld-descricao
           move wdescontos-mes to ld-valor-mes
           move wdescontos-ano to ld-valor-ano
           write linha-relatorio from linha-det
           write linha-relatorio from linha-traco
           move "Receita liquida" to ld-descricao
           move wliquida-mes to ld-valor-mes
           move wliquida-ano to ld-valor-ano
           write linha-relatorio from linha-det
           move "   (-) Custo das mercadorias vendidas" to ld-descricao
           move wcmv-mes to ld-valor-mes
           move wcmv-ano to ld-valor-ano
           write linha-relatorio from linha-det
           write linha-relatorio from linha-traco
           move "Lucro bruto" to ld-descricao
           move wlucro-bruto-mes to ld-valor-mes
           move wlucro-bruto-ano to ld-valor-ano
           write linha-relatorio from linha-det
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-tit-despesas
           .
       seleciona-despesas.
           move low-values to chave-pagar
           start pagar key is not less than chave-pagar
              invalid key
                 move "10" to fs-pagar
           end-start
           perform with test before until fs-pagar = "10"
              read pagar next record
                 at end
                    move "10" to fs-pagar
                 not at end
                    if pg-tipo = "D" and pg-situacao not = "C"
                       and pg-ano-venc = wano-apuracao
                       and pg-mes-venc not > wmes-apuracao then
                       perform libera-despesa
                    end-if
              end-read
           end-perform
           move "00" to fs-pagar
           .
       libera-despesa.
           move pg-cod-categoria to sd-cod-categoria
           move pg-valor to sd-valor-ano
           if pg-mes-venc = wmes-apuracao then
              move pg-valor to sd-valor-mes
           else
              move zero to sd-valor-mes
           end-if
           release sd-despesa
           .
       imprime-despesas.
           move "N" to wtem-quebra
           move zero to wcod-quebra
           move spaces to wfim-retorno
           perform with test before until wfim-retorno = "S"
              return arq-ordenacao
                 at end
                    move "S" to wfim-retorno
                 not at end
                    perform acumula-despesa
              end-return
           end-perform
           if wtem-quebra = "S" then
              perform imprime-categoria
           else
              write linha-relatorio from linha-sem-despesa
           end-if
           .
       acumula-despesa.
           if sd-cod-categoria not = wcod-quebra
              or wtem-quebra = "N" then
              if wtem-quebra = "S" then
                 perform imprime-categoria
              end-if
              move sd-cod-categoria to wcod-quebra
              move "S" to wtem-quebra
              move zero to wcat-mes
              move zero to wcat-ano
           end-if
           add sd-valor-mes to wcat-mes
           add sd-valor-ano to wcat-ano
           .
       imprime-categoria.
           move wcod-quebra to cat-codigo
           read catdespesa
              invalid key
                 move "*** NAO CADASTRADA ***" to cat-descricao
           end-read
           move wcod-quebra to lg-codigo
           move cat-descricao to lg-descricao
           move wcat-mes to lg-valor-mes
           move wcat-ano to lg-valor-ano
           write linha-relatorio from linha-categoria
           add wcat-mes to wdespesas-mes
           add wcat-ano to wdespesas-ano
           .
       imprime-resultado.
           write linha-relatorio from linha-traco
           move "Total das despesas operacionais" to ld-descricao
           move wdespesas-mes to ld-valor-mes
           move wdespesas-ano to ld-valor-ano
           write linha-relatorio from linha-det
           write linha-relatorio from linha-branco
           compute wresultado-mes = wlucro-bruto-mes - wdespesas-mes
           compute wresultado-ano = wlucro-bruto-ano - wdespesas-ano
           move "RESULTADO LIQUIDO" to ld-descricao
           move wresultado-mes to ld-valor-mes
           move wresultado-ano to ld-valor-ano
           write linha-relatorio from linha-det
           .
       encerramento.
           close transacoes
           close transitens
           close mercadorias
           close pagar
           close catdespesa
           close relatorio
           .
