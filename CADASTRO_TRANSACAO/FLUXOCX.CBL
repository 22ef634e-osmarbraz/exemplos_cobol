 identification division.
       program-id. FluxoCaixa.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select optional receber assign to "receber.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-parcela
             alternate key is par-cod-cliente with duplicates
             file status is fs-receber.
             select optional pagar assign to "pagar.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-pagar
             file status is fs-pagar.
             select optional cartoes assign to "cartoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cr-sequencia
             alternate key is cr-nsu with duplicates
             alternate key is cr-data-prevista with duplicates
             alternate key is cr-num-transacao with duplicates
             file status is fs-cartoes.
             select relatorio assign to "fluxocaixa.lst"
             organization is line sequential
             file status is fs-relatorio.
             select arq-ordenacao assign to "WORK1.TMP".
       data division.
         file section.
           fd receber.
             01 registro-parcela.
                02 chave-parcela.
                   03 par-num-transacao  pic 9(6).
                   03 par-num-parcela    pic 99.
                02 par-cod-cliente       pic 9(6).
                02 par-vencimento.
                   03 par-dia-venc          pic 99.
                   03 par-mes-venc          pic 99.
                   03 par-ano-venc          pic 9999.
                02 par-valor             pic 9(9)v99.
                02 par-situacao          pic x.
                02 par-data-pagamento.
                   03 par-dia-pagto         pic 99.
                   03 par-mes-pagto         pic 99.
                   03 par-ano-pagto         pic 9999.
                02 par-valor-pago        pic 9(9)v99.
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
           fd relatorio.
             01 linha-relatorio        pic x(90).
           sd arq-ordenacao.
             01 sd-movimento.
                02 sd-data               pic 9(8).
                02 sd-tipo               pic x.
                02 sd-valor              pic 9(9)v99.
       working-storage section.
          01 fs-receber                  pic xx.
          01 fs-pagar                    pic xx.
          01 fs-cartoes                  pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wfim-retorno                pic x value spaces.
          01 wdata-inicial.
             02 wdia-inicial             pic 99 value zero.
             02 wmes-inicial             pic 99 value zero.
             02 wano-inicial             pic 9999 value zero.
          01 wdata-final.
             02 wdia-final               pic 99 value zero.
             02 wmes-final               pic 99 value zero.
             02 wano-final               pic 9999 value zero.
          77 wdata-inicial-inv           pic 9(8) value zero.
          77 wdata-final-inv             pic 9(8) value zero.
          77 wdata-venc-inv              pic 9(8) value zero.
          77 wsaldo-inicial              pic s9(9)v99 value zero.
          77 wsaldo-projetado            pic s9(11)v99 value zero.
          77 wdata-quebra                pic 9(8) value zero.
          77 wsemana-quebra              pic 9(7) value zero.
          77 wsemana-atual               pic 9(7) value zero.
          77 wdias-inicio-semana         pic 9(7) value zero.
          77 wentradas-dia               pic 9(11)v99 value zero.
          77 wsaidas-dia                 pic 9(11)v99 value zero.
          77 wentradas-semana            pic 9(11)v99 value zero.
          77 wsaidas-semana              pic 9(11)v99 value zero.
          77 wentradas-total             pic 9(11)v99 value zero.
          77 wsaidas-total               pic 9(11)v99 value zero.
          77 wdata-semana-ini            pic 9(8) value zero.
          77 wdata-semana-fim            pic 9(8) value zero.
          77 wqtd-dias-negativos         pic 9(4) value zero.
          77 wmenor-saldo                pic s9(11)v99 value zero.
          01 linha-cab1.
             02 filler                 pic x(40)
                value "Projecao de fluxo de caixa".
          01 linha-cab2.
             02 filler                 pic x(9)  value "Periodo: ".
             02 lc-dia-inicial         pic 99.
             02 filler                 pic x     value "/".
             02 lc-mes-inicial         pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano-inicial         pic 9999.
             02 filler                 pic x(3)  value " a ".
             02 lc-dia-final           pic 99.
             02 filler                 pic x     value "/".
             02 lc-mes-final           pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano-final           pic 9999.
          01 linha-cab3.
             02 filler                 pic x(17)
                value "Saldo inicial  : ".
             02 lc-saldo-inicial       pic -zzz,zzz,zz9.99.
          01 linha-branco.
             02 filler                 pic x(90) value spaces.
          01 linha-cab4.
             02 filler                 pic x(10) value "Data".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(15)
                value "      A receber".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(15)
                value "        A pagar".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(16) value "  Saldo do dia".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(16)
                value " Saldo projetado".
          01 linha-det.
             02 ld-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 ld-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 ld-ano                 pic 9999.
             02 filler                 pic x(2)  value spaces.
             02 ld-entradas            pic zzz,zzz,zz9.99.
             02 filler                 pic x(3)  value spaces.
             02 ld-saidas              pic zzz,zzz,zz9.99.
             02 filler                 pic x(3)  value spaces.
             02 ld-saldo-dia           pic -zzz,zzz,zz9.99.
             02 filler                 pic x(3)  value spaces.
             02 ld-saldo-projetado     pic -zzz,zzz,zz9.99.
             02 filler                 pic x     value space.
             02 ld-alerta              pic x(9).
          01 linha-semana.
             02 filler                 pic x(8)  value "Semana ".
             02 ls-dia-ini             pic 99.
             02 filler                 pic x     value "/".
             02 ls-mes-ini             pic 99.
             02 filler                 pic x(3)  value " a ".
             02 ls-dia-fim             pic 99.
             02 filler                 pic x     value "/".
             02 ls-mes-fim             pic 99.
             02 filler                 pic x     value space.
             02 ls-entradas            pic zzz,zzz,zz9.99.
             02 filler                 pic x(3)  value spaces.
             02 ls-saidas              pic zzz,zzz,zz9.99.
             02 filler                 pic x(3)  value spaces.
             02 ls-saldo-semana        pic -zzz,zzz,zz9.99.
             02 filler                 pic x(3)  value spaces.
             02 ls-saldo-projetado     pic -zzz,zzz,zz9.99.
          01 linha-traco.
             02 filler                 pic x(90) value all "-".
          01 linha-rodape1.
             02 filler                 pic x(10) value "Totais".
             02 filler                 pic x(2)  value spaces.
             02 lr-entradas            pic zzz,zzz,zz9.99.
             02 filler                 pic x(3)  value spaces.
             02 lr-saidas              pic zzz,zzz,zz9.99.
          01 linha-rodape2.
             02 filler                 pic x(26)
                value "Saldo final projetado  : ".
             02 lr-saldo-final         pic -zzz,zzz,zz9.99.
          01 linha-rodape3.
             02 filler                 pic x(26)
                value "Menor saldo no periodo : ".
             02 lr-menor-saldo         pic -zzz,zzz,zz9.99.
          01 linha-rodape4.
             02 filler                 pic x(26)
                value "Dias com saldo negativo: ".
             02 lr-dias-negativos      pic zzz9.
       procedure division.
       principal.
           display erase
           display "Projecao de fluxo de caixa" at 0430
           display "Data inicial (dd/mm/aaaa) :   /  /" at 0605
           accept wdia-inicial at 0633
           accept wmes-inicial at 0636
           accept wano-inicial at 0639
           display "Data final   (dd/mm/aaaa) :   /  /" at 0705
           accept wdia-final at 0733
           accept wmes-final at 0736
           accept wano-final at 0739
           display "Saldo inicial banco/caixa : " at 0905
           accept wsaldo-inicial at 0933
           compute wdata-inicial-inv =
              wano-inicial * 10000 + wmes-inicial * 100 + wdia-inicial
           compute wdata-final-inv =
              wano-final * 10000 + wmes-final * 100 + wdia-final
           sort arq-ordenacao on ascending key sd-data sd-tipo
              input procedure is seleciona-parcelas
              output procedure is imprime-fluxo
           display "Relatorio gravado em fluxocaixa.lst" at 2005
           if wqtd-dias-negativos > zero then
              display "Atencao: dias com saldo projetado negativo : "
                 at 2105
              display wqtd-dias-negativos at 2151
           end-if
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       seleciona-parcelas.
           open input receber
           move low-values to chave-parcela
           start receber key is not less than chave-parcela
              invalid key
                 move "10" to fs-receber
           end-start
           perform with test before until fs-receber = "10"
              read receber next record
                 at end
                    move "10" to fs-receber
                 not at end
                    perform seleciona-receber
              end-read
           end-perform
           close receber
           open input pagar
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
                    perform seleciona-pagar
              end-read
           end-perform
           close pagar
           open input cartoes
           move wdata-inicial-inv to cr-data-prevista
           start cartoes key is not less than cr-data-prevista
              invalid key
                 move "10" to fs-cartoes
           end-start
           perform with test before until fs-cartoes = "10"
              read cartoes next record
                 at end
                    move "10" to fs-cartoes
                 not at end
                    if cr-data-prevista > wdata-final-inv then
                       move "10" to fs-cartoes
                    else
                       perform seleciona-cartao
                    end-if
              end-read
           end-perform
           close cartoes
           .
       seleciona-receber.
           if par-situacao = "A" or par-situacao = "R" then
              compute wdata-venc-inv = par-ano-venc * 10000
                 + par-mes-venc * 100 + par-dia-venc
              if wdata-venc-inv not < wdata-inicial-inv and
                 wdata-venc-inv not > wdata-final-inv and
                 par-valor > par-valor-pago then
                 move wdata-venc-inv to sd-data
                 move "R" to sd-tipo
                 compute sd-valor = par-valor - par-valor-pago
                 release sd-movimento
              end-if
           end-if
           .
       seleciona-pagar.
           if pg-situacao = "A" then
              compute wdata-venc-inv = pg-ano-venc * 10000
                 + pg-mes-venc * 100 + pg-dia-venc
              if wdata-venc-inv not < wdata-inicial-inv and
                 wdata-venc-inv not > wdata-final-inv and
                 pg-valor > pg-valor-pago then
                 move wdata-venc-inv to sd-data
                 move "P" to sd-tipo
                 compute sd-valor = pg-valor - pg-valor-pago
                 release sd-movimento
              end-if
           end-if
           .
       seleciona-cartao.
           if cr-situacao = "A" then
              move cr-data-prevista to sd-data
              move "R" to sd-tipo
              move cr-valor-liquido to sd-valor
              release sd-movimento
           end-if
           .
       imprime-fluxo.
           open output relatorio
           write linha-relatorio from linha-cab1
           move wdia-inicial to lc-dia-inicial
           move wmes-inicial to lc-mes-inicial
           move wano-inicial to lc-ano-inicial
           move wdia-final   to lc-dia-final
           move wmes-final   to lc-mes-final
           move wano-final   to lc-ano-final
           write linha-relatorio from linha-cab2
           move wsaldo-inicial to lc-saldo-inicial
           write linha-relatorio from linha-cab3
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab4
           move wsaldo-inicial to wsaldo-projetado
           move wsaldo-inicial to wmenor-saldo
           move zero to wdata-quebra
           move zero to wsemana-quebra
           move spaces to wfim-retorno
           perform with test before until wfim-retorno = "S"
              return arq-ordenacao
                 at end
                    move "S" to wfim-retorno
                 not at end
                    perform acumula-movimento
              end-return
           end-perform
           if wdata-quebra not = zero then
              perform imprime-dia
              perform imprime-semana
           end-if
           write linha-relatorio from linha-branco
           move wentradas-total to lr-entradas
           move wsaidas-total   to lr-saidas
           write linha-relatorio from linha-rodape1
           move wsaldo-projetado to lr-saldo-final
           write linha-relatorio from linha-rodape2
           move wmenor-saldo to lr-menor-saldo
           write linha-relatorio from linha-rodape3
           move wqtd-dias-negativos to lr-dias-negativos
           write linha-relatorio from linha-rodape4
           close relatorio
           .
       acumula-movimento.
           if sd-data not = wdata-quebra then
              if wdata-quebra not = zero then
                 perform imprime-dia
              end-if
              perform calcula-semana
              if wsemana-atual not = wsemana-quebra then
                 if wsemana-quebra not = zero then
                    perform imprime-semana
                 end-if
                 move wsemana-atual to wsemana-quebra
                 move zero to wentradas-semana
                 move zero to wsaidas-semana
              end-if
              move sd-data to wdata-quebra
              move zero to wentradas-dia
              move zero to wsaidas-dia
           end-if
           if sd-tipo = "R" then
              add sd-valor to wentradas-dia
              add sd-valor to wentradas-semana
              add sd-valor to wentradas-total
           else
              add sd-valor to wsaidas-dia
              add sd-valor to wsaidas-semana
              add sd-valor to wsaidas-total
           end-if
           .
       calcula-semana.
           compute wsemana-atual =
              (function integer-of-date(sd-data) - 1) / 7 + 1
           .
       imprime-dia.
           compute wsaldo-projetado = wsaldo-projetado
              + wentradas-dia - wsaidas-dia
           move wdata-quebra(7:2) to ld-dia
           move wdata-quebra(5:2) to ld-mes
           move wdata-quebra(1:4) to ld-ano
           move wentradas-dia to ld-entradas
           move wsaidas-dia   to ld-saidas
           compute ld-saldo-dia = wentradas-dia - wsaidas-dia
           move wsaldo-projetado to ld-saldo-projetado
           if wsaldo-projetado < zero then
              move "*NEGATIVO" to ld-alerta
              add 1 to wqtd-dias-negativos
           else
              move spaces to ld-alerta
           end-if
           if wsaldo-projetado < wmenor-saldo then
              move wsaldo-projetado to wmenor-saldo
           end-if
           write linha-relatorio from linha-det
           .
       imprime-semana.
           compute wdias-inicio-semana = (wsemana-quebra - 1) * 7 + 1
           move function date-of-integer(wdias-inicio-semana)
              to wdata-semana-ini
           move function date-of-integer(wdias-inicio-semana + 6)
              to wdata-semana-fim
           move wdata-semana-ini(7:2) to ls-dia-ini
           move wdata-semana-ini(5:2) to ls-mes-ini
           move wdata-semana-fim(7:2) to ls-dia-fim
           move wdata-semana-fim(5:2) to ls-mes-fim
           move wentradas-semana to ls-entradas
           move wsaidas-semana   to ls-saidas
           compute ls-saldo-semana = wentradas-semana - wsaidas-semana
           move wsaldo-projetado to ls-saldo-projetado
           write linha-relatorio from linha-traco
           write linha-relatorio from linha-semana
           write linha-relatorio from linha-traco
           .
