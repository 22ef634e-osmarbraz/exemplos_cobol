 identification division.
       program-id. ConciliaCartao.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
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
             select optional extrato assign to "extcartao.txt"
             organization is line sequential
             file status is fs-extrato.
             select relatorio assign to "conccartao.lst"
             organization is line sequential
             file status is fs-relatorio.
       data division.
         file section.
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
           fd extrato.
             01 linha-extrato.
                02 ext-tipo              pic x.
                02 ext-nsu               pic x(12).
                02 ext-parcela           pic 99.
                02 ext-data-pagamento    pic 9(8).
                02 ext-valor-bruto       pic 9(9)v99.
                02 ext-valor-liquido     pic 9(9)v99.
                02 filler                pic x(35).
           fd relatorio.
             01 linha-relatorio        pic x(100).
       working-storage section.
          01 fs-cartoes                  pic xx.
          01 fs-extrato                  pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wqtd-lidos                  pic 9(6) value zero.
          77 wqtd-conciliados            pic 9(6) value zero.
          77 wqtd-excecoes               pic 9(6) value zero.
          77 wqtd-nao-pagos              pic 9(6) value zero.
          77 wvalor-conciliado           pic 9(11)v99 value zero.
          77 wvalor-nao-pago             pic 9(11)v99 value zero.
          77 wdiferenca                  pic s9(9)v99 value zero.
          77 wmotivo                     pic x(24) value spaces.
          77 wseq-achada                 pic 9(6) value zero.
          77 wsit-achada                 pic x value spaces.
          77 wdata-corte-inv             pic 9(8) value zero.
          77 wdata-maior-pagto           pic 9(8) value zero.
          01 wdata-corte.
             02 wdia-corte               pic 99 value zero.
             02 wmes-corte               pic 99 value zero.
             02 wano-corte               pic 9999 value zero.
          01 linha-cab1.
             02 filler                 pic x(44)
                value "Conciliacao de recebiveis de cartao".
          01 linha-cab2.
             02 filler                 pic x(13) value "NSU/autoriz.".
             02 filler                 pic x(5)  value "Parc".
             02 filler                 pic x(11) value "Previsto".
             02 filler                 pic x(15)
                value "   Liq.esperado".
             02 filler                 pic x(15)
                value "       Liq.pago".
             02 filler                 pic x(14) value "     Diferenca".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(24) value "Motivo".
          01 linha-branco.
             02 filler                 pic x(100) value spaces.
          01 linha-det.
             02 le-nsu                 pic x(12).
             02 filler                 pic x     value space.
             02 le-parcela             pic z9.
             02 filler                 pic x(3)  value spaces.
             02 le-data-prevista.
                03 le-dia              pic 99.
                03 filler              pic x     value "/".
                03 le-mes              pic 99.
                03 filler              pic x     value "/".
                03 le-ano              pic 9999.
             02 filler                 pic x     value space.
             02 le-esperado            pic zzz,zzz,zz9.99.
             02 filler                 pic x     value space.
             02 le-pago                pic zzz,zzz,zz9.99.
             02 filler                 pic x     value space.
             02 le-diferenca           pic -zz,zzz,zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 le-motivo              pic x(24).
          01 linha-rodape1.
             02 filler                 pic x(24)
                value "Registros lidos       : ".
             02 lr-qtd-lidos           pic zzz,zz9.
          01 linha-rodape2.
             02 filler                 pic x(24)
                value "Recebiveis conciliados: ".
             02 lr-qtd-conciliados     pic zzz,zz9.
             02 filler                 pic x(10)
                value "  Valor : ".
             02 lr-valor-conciliado    pic zz,zzz,zzz,zz9.99.
          01 linha-rodape3.
             02 filler                 pic x(24)
                value "Excecoes apontadas    : ".
             02 lr-qtd-excecoes        pic zzz,zz9.
          01 linha-rodape4.
             02 filler                 pic x(24)
                value "Recebiveis nao pagos  : ".
             02 lr-qtd-nao-pagos       pic zzz,zz9.
             02 filler                 pic x(10)
                value "  Valor : ".
             02 lr-valor-nao-pago      pic zz,zzz,zzz,zz9.99.
       procedure division.
       principal.
           display erase
           display "Conciliacao de recebiveis de cartao" at 0430
           display "Nao pagos previstos ate (dd/mm/aaaa) :   /  /"
              at 0605
           display "(em branco = ultimo pagamento do extrato)" at 0705
           accept wdia-corte at 0644
           accept wmes-corte at 0647
           accept wano-corte at 0650
           open input extrato
           if fs-extrato not = "00" then
              display "Arquivo extcartao.txt nao encontrado" at 2105
              display "Tecle enter para continuar" at 2305
              accept resp-continua at 2333
              close extrato
              goback
           end-if
           open i-o cartoes
           if fs-cartoes = "35" then
              open output cartoes
              close cartoes
              open i-o cartoes
           end-if
           open output relatorio
           write linha-relatorio from linha-cab1
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab2
           perform with test before until fs-extrato = "10"
              read extrato
                 at end
                    move "10" to fs-extrato
                 not at end
                    if ext-tipo = "1" then
                       perform processa-pagamento
                    end-if
              end-read
           end-perform
           if wdata-corte = zero then
              move wdata-maior-pagto to wdata-corte-inv
           else
              compute wdata-corte-inv = wano-corte * 10000
                 + wmes-corte * 100 + wdia-corte
           end-if
           perform lista-nao-pagos
           perform encerramento
           display "Recebiveis conciliados : " at 0905
           display wqtd-conciliados at 0930
           display "Excecoes               : " at 1005
           display wqtd-excecoes at 1030
           display "Nao pagos no prazo     : " at 1105
           display wqtd-nao-pagos at 1130
           display "Relatorio gravado em conccartao.lst" at 2105
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       processa-pagamento.
           add 1 to wqtd-lidos
           move spaces to wmotivo
           if ext-data-pagamento > wdata-maior-pagto then
              move ext-data-pagamento to wdata-maior-pagto
           end-if
           perform localiza-recebivel
           if wseq-achada = zero then
              evaluate wsit-achada
                 when spaces
                    move "NAO ESPERADO" to wmotivo
                 when "E"
                    move "VENDA ESTORNADA" to wmotivo
                 when other
                    move "PAGAMENTO EM DUPLICIDADE" to wmotivo
              end-evaluate
              move zero to cr-data-prevista
              move zero to cr-valor-liquido
              move ext-valor-liquido to wdiferenca
           else
              move wseq-achada to cr-sequencia
              read cartoes
                 invalid key
                    move "NAO ESPERADO" to wmotivo
                    move zero to cr-data-prevista
                    move zero to cr-valor-liquido
                    move ext-valor-liquido to wdiferenca
                 not invalid key
                    perform concilia-recebivel
              end-read
           end-if
           if wmotivo not = spaces then
              move ext-nsu to le-nsu
              move ext-parcela to le-parcela
              move ext-valor-liquido to le-pago
              perform registra-excecao
           end-if
           .
       localiza-recebivel.
           move zero to wseq-achada
           move spaces to wsit-achada
           move ext-nsu to cr-nsu
           start cartoes key is equal cr-nsu
              invalid key
                 move "10" to fs-cartoes
           end-start
           perform with test before until fs-cartoes = "10"
              read cartoes next record
                 at end
                    move "10" to fs-cartoes
                 not at end
                    if cr-nsu not = ext-nsu then
                       move "10" to fs-cartoes
                    else
                       if cr-parcela-cartao = ext-parcela then
                          if cr-situacao = "A" then
                             move cr-sequencia to wseq-achada
                             move "10" to fs-cartoes
                          else
                             move cr-situacao to wsit-achada
                          end-if
                       end-if
                    end-if
              end-read
           end-perform
           move "00" to fs-cartoes
           .
       concilia-recebivel.
           compute wdiferenca = ext-valor-liquido - cr-valor-liquido
           if wdiferenca < -0.01 then
              move "PAGO A MENOR" to wmotivo
              move "M" to cr-situacao
           else
              if wdiferenca > 0.01 then
                 move "PAGO A MAIOR" to wmotivo
              end-if
              move "L" to cr-situacao
           end-if
           move ext-data-pagamento to cr-data-pagamento
           move ext-valor-liquido to cr-valor-recebido
           rewrite registro-cartao
              invalid key
                 move "ERRO AO GRAVAR BAIXA" to wmotivo
              not invalid key
                 add 1 to wqtd-conciliados
                 add ext-valor-liquido to wvalor-conciliado
           end-rewrite
           .
       lista-nao-pagos.
           write linha-relatorio from linha-branco
           move low-values to cr-data-prevista
           start cartoes key is not less than cr-data-prevista
              invalid key
                 move "10" to fs-cartoes
           end-start
           perform with test before until fs-cartoes = "10"
              read cartoes next record
                 at end
                    move "10" to fs-cartoes
                 not at end
                    if cr-data-prevista > wdata-corte-inv then
                       move "10" to fs-cartoes
                    else
                       if cr-situacao = "A" then
                          perform registra-nao-pago
                       end-if
                    end-if
              end-read
           end-perform
           .
       registra-nao-pago.
           add 1 to wqtd-nao-pagos
           add cr-valor-liquido to wvalor-nao-pago
           move "NAO PAGO NO PRAZO" to wmotivo
           move cr-nsu to le-nsu
           move cr-parcela-cartao to le-parcela
           move zero to le-pago
           compute wdiferenca = zero - cr-valor-liquido
           perform registra-excecao
           .
       registra-excecao.
           add 1 to wqtd-excecoes
           if cr-data-prevista = zero then
              move spaces to le-data-prevista
           else
              move cr-data-prevista(7:2) to le-dia
              move cr-data-prevista(5:2) to le-mes
              move cr-data-prevista(1:4) to le-ano
           end-if
           move cr-valor-liquido to le-esperado
           move wdiferenca to le-diferenca
           move wmotivo to le-motivo
           write linha-relatorio from linha-det
           .
       encerramento.
           write linha-relatorio from linha-branco
           move wqtd-lidos to lr-qtd-lidos
           write linha-relatorio from linha-rodape1
           move wqtd-conciliados  to lr-qtd-conciliados
           move wvalor-conciliado to lr-valor-conciliado
           write linha-relatorio from linha-rodape2
           move wqtd-excecoes to lr-qtd-excecoes
           write linha-relatorio from linha-rodape3
           move wqtd-nao-pagos  to lr-qtd-nao-pagos
           move wvalor-nao-pago to lr-valor-nao-pago
           write linha-relatorio from linha-rodape4
           close extrato
           close cartoes
           close relatorio
           .
