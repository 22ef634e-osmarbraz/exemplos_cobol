 identification division.
       program-id. RelApuracaoIcms.
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
             select relatorio assign to "apuracaoicms.lst"
             organization is line sequential
             file status is fs-relatorio.
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
           fd relatorio.
             01 linha-relatorio        pic x(80).
       working-storage section.
          01 fs-transacoes               pic xx.
          01 fs-transitens               pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wmes-apuracao               pic 99 value zero.
          77 wano-apuracao               pic 9999 value zero.
          77 wmes-ano-apuracao           pic 9(6) value zero.
          77 wsaldo-anterior             pic 9(9)v99 value zero.
          77 wicms-transacao             pic 9(9)v99 value zero.
          77 wtotal-debitos              pic 9(11)v99 value zero.
          77 wtotal-est-debitos          pic 9(11)v99 value zero.
          77 wtotal-creditos             pic 9(11)v99 value zero.
          77 wtotal-est-creditos         pic 9(11)v99 value zero.
          77 wsaldo-apurado              pic s9(11)v99 value zero.
          01 linha-cab1.
             02 filler                 pic x(33)
                value "Apuracao do ICMS - competencia ".
             02 lc-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano                 pic 9999.
          01 linha-branco.
             02 filler                 pic x(80) value spaces.
          01 linha-cab2.
             02 filler                 pic x(9)  value "Transacao".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(10) value "Data".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(22) value "Lancamento".
             02 filler                 pic x(17)
                value "   Valor contabil".
             02 filler                 pic x(15)
                value "           ICMS".
          01 linha-det.
             02 ld-num-transacao       pic zzzzz9.
             02 filler                 pic x(5)  value spaces.
             02 ld-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 ld-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 ld-ano                 pic 9999.
             02 filler                 pic x(2)  value spaces.
             02 ld-lancamento          pic x(22).
             02 ld-valor-contabil      pic zzz,zzz,zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 ld-valor-icms          pic zz,zzz,zz9.99.
          01 linha-rodape1.
             02 filler                 pic x(26)
                value "Resumo da apuracao -------".
          01 linha-resumo.
             02 lr-descricao           pic x(36).
             02 lr-valor               pic z,zzz,zzz,zz9.99.
       procedure division.
       principal.
           display erase
           display "Apuracao mensal do ICMS" at 0430
           display "Mes/Ano de apuracao (mm/aaaa) :   /" at 0605
           accept wmes-apuracao at 0637
           accept wano-apuracao at 0640
           display "Saldo credor do periodo anterior : " at 0705
           accept wsaldo-anterior at 0741
           compute wmes-ano-apuracao = wano-apuracao * 100
              + wmes-apuracao
           perform abertura
           perform apura-transacoes
           perform imprime-resumo
           perform encerramento
           display "Relatorio gravado em apuracaoicms.lst" at 2105
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           open input transacoes
           open input transitens
           open output relatorio
           move wmes-apuracao to lc-mes
           move wano-apuracao to lc-ano
           write linha-relatorio from linha-cab1
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab2
           .
       apura-transacoes.
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
                    if tipo-transacao = "V" or tipo-transacao = "v"
                       or tipo-transacao = "C" or tipo-transacao = "c"
                       then
                       perform apura-transacao
                    end-if
              end-read
           end-perform
           move "00" to fs-transacoes
           .
       apura-transacao.
           if mes-transacao = wmes-apuracao and
              ano-transacao = wano-apuracao then
              perform soma-icms-itens
              if tipo-transacao = "V" or tipo-transacao = "v" then
                 move "Debito por saida" to ld-lancamento
                 add wicms-transacao to wtotal-debitos
              else
                 move "Credito por entrada" to ld-lancamento
                 add wicms-transacao to wtotal-creditos
              end-if
              move dia-transacao to ld-dia
              move mes-transacao to ld-mes
              move ano-transacao to ld-ano
              perform imprime-lancamento
           end-if
           if situacao-tr = "E" and
              est-data(1:6) = wmes-ano-apuracao then
              perform soma-icms-itens
              if tipo-transacao = "V" or tipo-transacao = "v" then
                 move "Estorno de debito" to ld-lancamento
                 add wicms-transacao to wtotal-est-debitos
              else
                 move "Estorno de credito" to ld-lancamento
                 add wicms-transacao to wtotal-est-creditos
              end-if
              move est-data(7:2) to ld-dia
              move est-data(5:2) to ld-mes
              move est-data(1:4) to ld-ano
              perform imprime-lancamento
           end-if
           .
       imprime-lancamento.
           if wicms-transacao > zero then
              move num-transacao   to ld-num-transacao
              move valor-total-tr  to ld-valor-contabil
              move wicms-transacao to ld-valor-icms
              write linha-relatorio from linha-det
           end-if
           .
       soma-icms-itens.
           move zero to wicms-transacao
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
                       add it-valor-icms to wicms-transacao
                    end-if
              end-read
           end-perform
           move "00" to fs-transitens
           .
       imprime-resumo.
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-rodape1
           move "Debitos por saidas               : " to lr-descricao
           move wtotal-debitos to lr-valor
           write linha-relatorio from linha-resumo
           move "(-) Estornos de debitos          : " to lr-descricao
           move wtotal-est-debitos to lr-valor
           write linha-relatorio from linha-resumo
           move "Creditos por entradas            : " to lr-descricao
           move wtotal-creditos to lr-valor
           write linha-relatorio from linha-resumo
           move "(-) Estornos de creditos         : " to lr-descricao
           move wtotal-est-creditos to lr-valor
           write linha-relatorio from linha-resumo
           move "Saldo credor do periodo anterior : " to lr-descricao
           move wsaldo-anterior to lr-valor
           write linha-relatorio from linha-resumo
           compute wsaldo-apurado =
              (wtotal-debitos - wtotal-est-debitos)
              - (wtotal-creditos - wtotal-est-creditos)
              - wsaldo-anterior
           write linha-relatorio from linha-branco
           if wsaldo-apurado > zero then
              move "ICMS a recolher                  : "
                 to lr-descricao
              move wsaldo-apurado to lr-valor
           else
              move "Saldo credor a transportar       : "
                 to lr-descricao
              compute lr-valor = zero - wsaldo-apurado
           end-if
           write linha-relatorio from linha-resumo
           .
       encerramento.
           close transacoes
           close transitens
           close relatorio
           .
