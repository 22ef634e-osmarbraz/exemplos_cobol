 identification division.
       program-id. RelProdutividade.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select optional caixa assign to "caixa.dat"
             organization is indexed
             access mode is dynamic
             record key is cx-sequencia
             sharing with all other
             file status is fs-caixa.
             select optional transacoes assign to "transacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is num-transacao
             sharing with all other
             file status is fs-transacoes.
             select relatorio assign to "produtividade.lst"
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
           fd caixa.
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
           fd relatorio.
             01 linha-relatorio        pic x(132).
           sd arq-ordenacao.
             01 sd-movimento.
                02 sd-operador           pic x(10).
                02 sd-hora               pic 99.
                02 sd-dia-semana         pic 9.
                02 sd-tipo               pic x.
                02 sd-itens              pic 9(4).
                02 sd-valor              pic 9(9)v99.
                02 sd-desconto           pic 9(9)v99.
       working-storage section.
          01 fs-caixa                    pic xx.
          01 fs-transacoes               pic xx.
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
          77 wdias-data                  pic 9(7) value zero.
          77 wsemanas                    pic 9(7) value zero.
          77 wresto-semana               pic 9 value zero.
          77 wdata-transacao-inv         pic 9(8) value zero.
          77 wvendas-periodo             pic s9(6) value zero.
          77 woperador-quebra            pic x(10) value spaces.
          77 wqtd-vendas                 pic 9(6) value zero.
          77 wqtd-itens                  pic 9(7) value zero.
          77 wvalor-vendas               pic 9(10)v99 value zero.
          77 wvalor-descontos            pic 9(10)v99 value zero.
          77 wqtd-estornos               pic 9(6) value zero.
          77 wvalor-estornos             pic 9(10)v99 value zero.
          77 wticket-medio               pic 9(9)v99 value zero.
          77 wpct-desconto               pic 9(3)v99 value zero.
          77 wpct-estorno                pic 9(5)v99 value zero.
          77 wtot-vendas                 pic 9(7) value zero.
          77 wtot-itens                  pic 9(8) value zero.
          77 wtot-valor                  pic 9(11)v99 value zero.
          77 wtot-descontos              pic 9(11)v99 value zero.
          77 wtot-estornos               pic 9(7) value zero.
          77 wtot-valor-estornos         pic 9(11)v99 value zero.
          77 whora-quebra                pic 99 value zero.
          77 wqtd-ed                     pic zzzzzzzzzzzz9.
          77 wvalor-ed                   pic zz,zzz,zz9.99.
          01 wgrade-hora.
             02 wq-dia1                  pic 9(6) value zero.
             02 wq-dia2                  pic 9(6) value zero.
             02 wq-dia3                  pic 9(6) value zero.
             02 wq-dia4                  pic 9(6) value zero.
             02 wq-dia5                  pic 9(6) value zero.
             02 wq-dia6                  pic 9(6) value zero.
             02 wq-dia7                  pic 9(6) value zero.
             02 wq-hora                  pic 9(7) value zero.
             02 wv-dia1                  pic 9(9)v99 value zero.
             02 wv-dia2                  pic 9(9)v99 value zero.
             02 wv-dia3                  pic 9(9)v99 value zero.
             02 wv-dia4                  pic 9(9)v99 value zero.
             02 wv-dia5                  pic 9(9)v99 value zero.
             02 wv-dia6                  pic 9(9)v99 value zero.
             02 wv-dia7                  pic 9(9)v99 value zero.
             02 wv-hora                  pic 9(10)v99 value zero.
          01 wgrade-total.
             02 wtq-dia1                 pic 9(6) value zero.
             02 wtq-dia2                 pic 9(6) value zero.
             02 wtq-dia3                 pic 9(6) value zero.
             02 wtq-dia4                 pic 9(6) value zero.
             02 wtq-dia5                 pic 9(6) value zero.
             02 wtq-dia6                 pic 9(6) value zero.
             02 wtq-dia7                 pic 9(6) value zero.
             02 wtq-geral                pic 9(7) value zero.
             02 wtv-dia1                 pic 9(9)v99 value zero.
             02 wtv-dia2                 pic 9(9)v99 value zero.
             02 wtv-dia3                 pic 9(9)v99 value zero.
             02 wtv-dia4                 pic 9(9)v99 value zero.
             02 wtv-dia5                 pic 9(9)v99 value zero.
             02 wtv-dia6                 pic 9(9)v99 value zero.
             02 wtv-dia7                 pic 9(9)v99 value zero.
             02 wtv-geral                pic 9(10)v99 value zero.
          01 linha-cab1.
             02 filler                 pic x(36)
                value "Produtividade por operador - de ".
             02 lc-dia-ini             pic 99.
             02 filler                 pic x     value "/".
             02 lc-mes-ini             pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano-ini             pic 9999.
             02 filler                 pic x(5)  value " a ".
             02 lc-dia-fim             pic 99.
             02 filler                 pic x     value "/".
             02 lc-mes-fim             pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano-fim             pic 9999.
          01 linha-branco.
             02 filler                 pic x(132) value spaces.
          01 linha-cab2.
             02 filler                 pic x(11) value "Operador".
             02 filler                 pic x(8)  value "  Vendas".
             02 filler                 pic x(8)  value "   Itens".
             02 filler                 pic x(15)
                value "    Valor total".
             02 filler                 pic x(13) value " Ticket medio".
             02 filler                 pic x(14) value "     Descontos".
             02 filler                 pic x(8)  value "  %Desc.".
             02 filler                 pic x(9)  value " Estornos".
             02 filler                 pic x(15)
                value "  Valor estorn.".
             02 filler                 pic x(9)  value "  %Estor.".
          01 linha-det.
             02 ld-operador            pic x(10).
             02 filler                 pic x     value space.
             02 ld-vendas              pic zzzzzz9.
             02 filler                 pic x     value space.
             02 ld-itens               pic zzzzzz9.
             02 filler                 pic x     value space.
             02 ld-valor               pic zzz,zzz,zz9.99.
             02 filler                 pic x     value space.
             02 ld-ticket              pic z,zzz,zz9.99.
             02 filler                 pic x     value space.
             02 ld-descontos           pic zz,zzz,zz9.99.
             02 filler                 pic x     value space.
             02 ld-pct-desc            pic zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 ld-estornos            pic zzzzzz9.
             02 filler                 pic x(2)  value spaces.
             02 ld-valor-estornos      pic zz,zzz,zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 ld-pct-estorno         pic zzz9.99.
          01 linha-sem-operador.
             02 filler                 pic x(50)
                value
                "Vendas a prazo sem movimento de caixa (sem oper.)".
             02 filler                 pic x(3)  value " : ".
             02 lo-qtd                 pic zzzzz9.
          01 linha-obs-estorno.
             02 filler                 pic x(70) value
                "Estornos atribuidos ao operador que fez o estorno".
          01 linha-cab-grade.
             02 filler                 pic x(50)
                value "Vendas por hora do dia e dia da semana".
          01 linha-cab-grade2.
             02 filler                 pic x(5)  value "Hora".
             02 filler                 pic x(7)  value spaces.
             02 filler                 pic x(13) value "      Domingo".
             02 filler                 pic x(13) value "      Segunda".
             02 filler                 pic x(13) value "        Terca".
             02 filler                 pic x(13) value "       Quarta".
             02 filler                 pic x(13) value "       Quinta".
             02 filler                 pic x(13) value "        Sexta".
             02 filler                 pic x(13) value "       Sabado".
             02 filler                 pic x(13) value "        Total".
          01 linha-grade.
             02 lg-hora                pic x(5).
             02 lg-tipo                pic x(7).
             02 lg-dia1                pic x(13).
             02 lg-dia2                pic x(13).
             02 lg-dia3                pic x(13).
             02 lg-dia4                pic x(13).
             02 lg-dia5                pic x(13).
             02 lg-dia6                pic x(13).
             02 lg-dia7                pic x(13).
             02 lg-total               pic x(13).
       procedure division.
       principal.
           display erase
           display "Produtividade de operadores e vendas por hora"
              at 0430
           display "Data inicial (dd/mm/aaaa) :   /  /" at 0605
           accept wdia-inicial at 0633
           accept wmes-inicial at 0636
           accept wano-inicial at 0639
           display "Data final   (dd/mm/aaaa) :   /  /" at 0705
           accept wdia-final at 0733
           accept wmes-final at 0736
           accept wano-final at 0739
           compute wdata-inicial-inv =
              wano-inicial * 10000 + wmes-inicial * 100 + wdia-inicial
           compute wdata-final-inv =
              wano-final * 10000 + wmes-final * 100 + wdia-final
           perform abertura
           sort arq-ordenacao on ascending key sd-operador sd-tipo
              input procedure is seleciona-movimentos
              output procedure is imprime-operadores
           sort arq-ordenacao on ascending key sd-hora sd-dia-semana
              input procedure is seleciona-movimentos
              output procedure is imprime-grade
           perform encerramento
           display "Relatorio gravado em produtividade.lst" at 2105
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           open input caixa
           open input transacoes
           open output relatorio
           move wdia-inicial to lc-dia-ini
           move wmes-inicial to lc-mes-ini
           move wano-inicial to lc-ano-ini
           move wdia-final to lc-dia-fim
           move wmes-final to lc-mes-fim
           move wano-final to lc-ano-fim
           write linha-relatorio from linha-cab1
           .
       seleciona-movimentos.
           move zero to wvendas-periodo
           move low-values to cx-sequencia
           start caixa key is not less than cx-sequencia
              invalid key
                 move "10" to fs-caixa
           end-start
           perform with test before until fs-caixa = "10"
              read caixa next record
                 at end
                    move "10" to fs-caixa
                 not at end
                    if cx-tipo-mov = "E" and cx-num-parcela = zero
                       and cx-data not < wdata-inicial-inv
                       and cx-data not > wdata-final-inv then
                       perform seleciona-venda-caixa
                    end-if
              end-read
           end-perform
           move "00" to fs-caixa
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
                    perform seleciona-transacao
              end-read
           end-perform
           move "00" to fs-transacoes
           .
       seleciona-venda-caixa.
           move cx-num-transacao to num-transacao
           read transacoes
              invalid key
                 continue
              not invalid key
                 if tipo-transacao = "V" or tipo-transacao = "v" then
                    move cx-operador to sd-operador
                    move cx-hora(1:2) to sd-hora
                    perform calcula-dia-semana
                    move "V" to sd-tipo
                    move qtd-itens-tr to sd-itens
                    move valor-total-tr to sd-valor
                    move desconto-tr to sd-desconto
                    release sd-movimento
                    perform desconta-venda-caixa
                 end-if
           end-read
           .
       calcula-dia-semana.
           compute wdias-data = function integer-of-date(cx-data)
           divide wdias-data by 7 giving wsemanas
              remainder wresto-semana
           compute sd-dia-semana = wresto-semana + 1
           .
       seleciona-transacao.
           if tipo-transacao = "V" or tipo-transacao = "v" then
              if situacao-tr = "E"
                 and est-data not < wdata-inicial-inv
                 and est-data not > wdata-final-inv then
                 move est-operador to sd-operador
                 move zero to sd-hora
                 move zero to sd-dia-semana
                 move "X" to sd-tipo
                 move zero to sd-itens
                 move valor-total-tr to sd-valor
                 move zero to sd-desconto
                 release sd-movimento
              end-if
              perform conta-venda-periodo
           end-if
           .
       conta-venda-periodo.
           compute wdata-transacao-inv = ano-transacao * 10000
              + mes-transacao * 100 + dia-transacao
           if wdata-transacao-inv not < wdata-inicial-inv
              and wdata-transacao-inv not > wdata-final-inv then
              add 1 to wvendas-periodo
           end-if
           .
       desconta-venda-caixa.
           compute wdata-transacao-inv = ano-transacao * 10000
              + mes-transacao * 100 + dia-transacao
           if wdata-transacao-inv not < wdata-inicial-inv
              and wdata-transacao-inv not > wdata-final-inv then
              subtract 1 from wvendas-periodo
           end-if
           .
       imprime-operadores.
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab2
           move high-values to woperador-quebra
           perform zera-operador
           move spaces to wfim-retorno
           perform with test before until wfim-retorno = "S"
              return arq-ordenacao
                 at end
                    move "S" to wfim-retorno
                 not at end
                    if sd-operador not = woperador-quebra then
                       perform fecha-operador
                       move sd-operador to woperador-quebra
                       perform zera-operador
                    end-if
                    if sd-tipo = "V" then
                       add 1 to wqtd-vendas
                       add sd-itens to wqtd-itens
                       add sd-valor to wvalor-vendas
                       add sd-desconto to wvalor-descontos
                    else
                       add 1 to wqtd-estornos
                       add sd-valor to wvalor-estornos
                    end-if
              end-return
           end-perform
           perform fecha-operador
           move "TOTAL" to woperador-quebra
           move wtot-vendas to wqtd-vendas
           move wtot-itens to wqtd-itens
           move wtot-valor to wvalor-vendas
           move wtot-descontos to wvalor-descontos
           move wtot-estornos to wqtd-estornos
           move wtot-valor-estornos to wvalor-estornos
           write linha-relatorio from linha-branco
           perform imprime-operador
           write linha-relatorio from linha-branco
           if wvendas-periodo < zero then
              move zero to wvendas-periodo
           end-if
           move wvendas-periodo to lo-qtd
           write linha-relatorio from linha-sem-operador
           write linha-relatorio from linha-obs-estorno
           .
       zera-operador.
           move zero to wqtd-vendas
           move zero to wqtd-itens
           move zero to wvalor-vendas
           move zero to wvalor-descontos
           move zero to wqtd-estornos
           move zero to wvalor-estornos
           .
       fecha-operador.
           if woperador-quebra not = high-values then
              add wqtd-vendas to wtot-vendas
              add wqtd-itens to wtot-itens
              add wvalor-vendas to wtot-valor
              add wvalor-descontos to wtot-descontos
              add wqtd-estornos to wtot-estornos
              add wvalor-estornos to wtot-valor-estornos
              perform imprime-operador
           end-if
           .
       imprime-operador.
           move woperador-quebra to ld-operador
           if woperador-quebra = spaces then
              move "(sem oper)" to ld-operador
           end-if
           move wqtd-vendas to ld-vendas
           move wqtd-itens to ld-itens
           move wvalor-vendas to ld-valor
           if wqtd-vendas > zero then
              compute wticket-medio rounded =
                 wvalor-vendas / wqtd-vendas
              compute wpct-estorno rounded =
                 wqtd-estornos * 100 / wqtd-vendas
           else
              move zero to wticket-medio
              move zero to wpct-estorno
           end-if
           if wvalor-vendas + wvalor-descontos > zero then
              compute wpct-desconto rounded = wvalor-descontos * 100
                 / (wvalor-vendas + wvalor-descontos)
           else
              move zero to wpct-desconto
           end-if
           move wticket-medio to ld-ticket
           move wvalor-descontos to ld-descontos
           move wpct-desconto to ld-pct-desc
           move wqtd-estornos to ld-estornos
           move wvalor-estornos to ld-valor-estornos
           move wpct-estorno to ld-pct-estorno
           write linha-relatorio from linha-det
           .
       imprime-grade.
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab-grade
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab-grade2
           initialize wgrade-total
           initialize wgrade-hora
           move 99 to whora-quebra
           move spaces to wfim-retorno
           perform with test before until wfim-retorno = "S"
              return arq-ordenacao
                 at end
                    move "S" to wfim-retorno
                 not at end
                    if sd-tipo = "V" then
                       if sd-hora not = whora-quebra then
                          perform fecha-hora
                          move sd-hora to whora-quebra
                          initialize wgrade-hora
                       end-if
                       perform acumula-celula
                    end-if
              end-return
           end-perform
           perform fecha-hora
           move "Total" to lg-hora
           move wtq-dia1 to wq-dia1
           move wtq-dia2 to wq-dia2
           move wtq-dia3 to wq-dia3
           move wtq-dia4 to wq-dia4
           move wtq-dia5 to wq-dia5
           move wtq-dia6 to wq-dia6
           move wtq-dia7 to wq-dia7
           move wtq-geral to wq-hora
           move wtv-dia1 to wv-dia1
           move wtv-dia2 to wv-dia2
           move wtv-dia3 to wv-dia3
           move wtv-dia4 to wv-dia4
           move wtv-dia5 to wv-dia5
           move wtv-dia6 to wv-dia6
           move wtv-dia7 to wv-dia7
           move wtv-geral to wv-hora
           write linha-relatorio from linha-branco
           perform imprime-linhas-grade
           .
       acumula-celula.
           evaluate sd-dia-semana
              when 1
                 add 1 to wq-dia1 wtq-dia1
                 add sd-valor to wv-dia1 wtv-dia1
              when 2
                 add 1 to wq-dia2 wtq-dia2
                 add sd-valor to wv-dia2 wtv-dia2
              when 3
                 add 1 to wq-dia3 wtq-dia3
                 add sd-valor to wv-dia3 wtv-dia3
              when 4
                 add 1 to wq-dia4 wtq-dia4
                 add sd-valor to wv-dia4 wtv-dia4
              when 5
                 add 1 to wq-dia5 wtq-dia5
                 add sd-valor to wv-dia5 wtv-dia5
              when 6
                 add 1 to wq-dia6 wtq-dia6
                 add sd-valor to wv-dia6 wtv-dia6
              when other
                 add 1 to wq-dia7 wtq-dia7
                 add sd-valor to wv-dia7 wtv-dia7
           end-evaluate
           add 1 to wq-hora wtq-geral
           add sd-valor to wv-hora wtv-geral
           .
       fecha-hora.
           if whora-quebra not = 99 then
              move spaces to lg-hora
              move whora-quebra to lg-hora(1:2)
              move "h" to lg-hora(3:1)
              perform imprime-linhas-grade
           end-if
           .
       imprime-linhas-grade.
           move "Vendas" to lg-tipo
           move wq-dia1 to wqtd-ed
           move wqtd-ed to lg-dia1
           move wq-dia2 to wqtd-ed
           move wqtd-ed to lg-dia2
           move wq-dia3 to wqtd-ed
           move wqtd-ed to lg-dia3
           move wq-dia4 to wqtd-ed
           move wqtd-ed to lg-dia4
           move wq-dia5 to wqtd-ed
           move wqtd-ed to lg-dia5
           move wq-dia6 to wqtd-ed
           move wqtd-ed to lg-dia6
           move wq-dia7 to wqtd-ed
           move wqtd-ed to lg-dia7
           move wq-hora to wqtd-ed
           move wqtd-ed to lg-total
           write linha-relatorio from linha-grade
           move spaces to lg-hora
           move "Valor" to lg-tipo
           move wv-dia1 to wvalor-ed
           move wvalor-ed to lg-dia1
           move wv-dia2 to wvalor-ed
           move wvalor-ed to lg-dia2
           move wv-dia3 to wvalor-ed
           move wvalor-ed to lg-dia3
           move wv-dia4 to wvalor-ed
           move wvalor-ed to lg-dia4
           move wv-dia5 to wvalor-ed
           move wvalor-ed to lg-dia5
           move wv-dia6 to wvalor-ed
           move wvalor-ed to lg-dia6
           move wv-dia7 to wvalor-ed
           move wvalor-ed to lg-dia7
           move wv-hora to wvalor-ed
           move wvalor-ed to lg-total
           write linha-relatorio from linha-grade
           .
       encerramento.
           close caixa
           close transacoes
           close relatorio
           .
