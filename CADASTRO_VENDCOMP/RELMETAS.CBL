 identification division.
       program-id. RelMetasVendas.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select optional metas assign to "metas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-meta
             file status is fs-metas.
             select optional vendcomp assign to "vendcomp.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-vendcomp
             alternate key is nome-vendcomp with duplicates
             file status is fs-vendcomp.
             select optional transacoes assign to "transacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is num-transacao
             file status is fs-transacoes.
             select relatorio assign to "metas.lst"
             organization is line sequential
             file status is fs-relatorio.
       data division.
         file section.
           fd metas.
             01 registro-meta.
                02 chave-meta.
                   03 mt-cod-vendcomp    pic 9999.
                   03 mt-ano             pic 9999.
                   03 mt-mes             pic 99.
                02 mt-valor-meta         pic 9(9)v99.
           fd vendcomp.
             01 registro-vendcomp.
                02 cod-vendcomp        pic 9999.
                02 nome-vendcomp       pic x(50).
                02 tipo-vendcomp       pic x.
                02 documento           pic x(14).
                02 telefone-vc         pic x(30).
                02 endereco-vc         pic x(50).
                02 cidade-vc           pic x(30).
                02 estado-vc           pic AA.
                02 email-vc            pic x(50).
                02 cep-vc              pic x(8).
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
           fd relatorio.
             01 linha-relatorio        pic x(100).
       working-storage section.
          01 fs-metas                    pic xx.
          01 fs-vendcomp                 pic xx.
          01 fs-transacoes               pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wmes-apuracao               pic 99 value zero.
          77 wano-apuracao               pic 9999 value zero.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wdata-ini-mes               pic 9(8) value zero.
          77 wdata-ini-prox              pic 9(8) value zero.
          77 wdias-ini-mes               pic 9(7) value zero.
          77 wdias-fim-mes               pic 9(7) value zero.
          77 wdias-hoje                  pic 9(7) value zero.
          77 wdias-restantes             pic 9(3) value zero.
          77 wcod-apuracao               pic 9999 value zero.
          77 wqtd-vendas                 pic 9(6) value zero.
          77 wvalor-vendas               pic 9(10)v99 value zero.
          77 wvalor-falta                pic 9(10)v99 value zero.
          77 wvalor-ritmo                pic 9(10)v99 value zero.
          77 wpct-atingido               pic 9(4)v99 value zero.
          77 wtotal-metas                pic 9(11)v99 value zero.
          77 wtotal-vendas               pic 9(11)v99 value zero.
          77 wqtd-metas                  pic 9(4) value zero.
          01 linha-cab1.
             02 filler                 pic x(34)
                value "Acompanhamento de metas - periodo ".
             02 lc-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano                 pic 9999.
          01 linha-cab2.
             02 filler                 pic x(26)
                value "Dias restantes no mes   : ".
             02 lc-dias-restantes      pic zz9.
          01 linha-branco.
             02 filler                 pic x(100) value spaces.
          01 linha-cab3.
             02 filler                 pic x(6)  value "Codigo".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(25) value "Vendedor".
             02 filler                 pic x(14) value "          Meta".
             02 filler                 pic x(15)
                value "      Realizado".
             02 filler                 pic x(9)  value "   %Ating".
             02 filler                 pic x(15)
                value "          Falta".
             02 filler                 pic x(14) value "   Ritmo/dia".
          01 linha-det.
             02 ld-codigo              pic zzz9.
             02 filler                 pic x(4)  value spaces.
             02 ld-nome                pic x(25).
             02 ld-meta                pic zzz,zzz,zz9.99.
             02 filler                 pic x     value space.
             02 ld-realizado           pic zzz,zzz,zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 ld-pct                 pic zzz9.99.
             02 filler                 pic x     value space.
             02 ld-falta               pic zzz,zzz,zz9.99.
             02 filler                 pic x     value space.
             02 ld-ritmo               pic zzz,zzz,zz9.99.
          01 linha-rodape1.
             02 filler                 pic x(35)
                value "Totais".
             02 lr-metas               pic zzz,zzz,zz9.99.
             02 filler                 pic x     value space.
             02 lr-vendas              pic zzz,zzz,zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 lr-pct                 pic zzz9.99.
          01 linha-sem-meta.
             02 filler                 pic x(40)
                value "*** Nenhuma meta cadastrada no periodo".
       procedure division.
       principal.
           display erase
           display "Acompanhamento de metas de vendas" at 0430
           display "Mes/Ano de apuracao (mm/aaaa) :   /" at 0605
           accept wmes-apuracao at 0637
           accept wano-apuracao at 0640
           perform abertura
           perform calcula-dias-restantes
           perform processa-metas
           perform encerramento
           display "Relatorio gravado em metas.lst" at 2105
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           open input metas
           open input vendcomp
           open input transacoes
           open output relatorio
           move wmes-apuracao to lc-mes
           move wano-apuracao to lc-ano
           write linha-relatorio from linha-cab1
           .
       calcula-dias-restantes.
           move function current-date(1:8) to wdata-hoje-inv
           compute wdata-ini-mes = wano-apuracao * 10000
              + wmes-apuracao * 100 + 01
           if wmes-apuracao = 12 then
              compute wdata-ini-prox = (wano-apuracao + 1) * 10000
                 + 0101
           else
              compute wdata-ini-prox = wano-apuracao * 10000
                 + (wmes-apuracao + 1) * 100 + 01
           end-if
           compute wdias-ini-mes =
              function integer-of-date(wdata-ini-mes)
           compute wdias-fim-mes =
              function integer-of-date(wdata-ini-prox) - 1
           compute wdias-hoje =
              function integer-of-date(wdata-hoje-inv)
           evaluate true
              when wdias-hoje < wdias-ini-mes
                 compute wdias-restantes =
                    wdias-fim-mes - wdias-ini-mes + 1
              when wdias-hoje > wdias-fim-mes
                 move zero to wdias-restantes
              when other
                 compute wdias-restantes =
                    wdias-fim-mes - wdias-hoje + 1
           end-evaluate
           move wdias-restantes to lc-dias-restantes
           write linha-relatorio from linha-cab2
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab3
           .
       processa-metas.
           move low-values to chave-meta
           start metas key is not less than chave-meta
              invalid key
                 move "10" to fs-metas
           end-start
           perform with test before until fs-metas = "10"
              read metas next record
                 at end
                    move "10" to fs-metas
                 not at end
                    if mt-mes = wmes-apuracao and
                       mt-ano = wano-apuracao then
                       perform apura-vendedor
                    end-if
              end-read
           end-perform
           write linha-relatorio from linha-branco
           if wqtd-metas = zero then
              write linha-relatorio from linha-sem-meta
           else
              move wtotal-metas  to lr-metas
              move wtotal-vendas to lr-vendas
              if wtotal-metas > zero then
                 compute wpct-atingido rounded =
                    wtotal-vendas * 100 / wtotal-metas
              else
                 move zero to wpct-atingido
              end-if
              move wpct-atingido to lr-pct
              write linha-relatorio from linha-rodape1
           end-if
           .
       apura-vendedor.
           add 1 to wqtd-metas
           move mt-cod-vendcomp to wcod-apuracao
           move zero to wqtd-vendas
           move zero to wvalor-vendas
           perform acumula-vendas
           move mt-cod-vendcomp to ld-codigo
           move mt-cod-vendcomp to cod-vendcomp
           read vendcomp
              invalid key
                 move "*** NAO CADASTRADO ***" to ld-nome
              not invalid key
                 move nome-vendcomp to ld-nome
           end-read
           move mt-valor-meta to ld-meta
           move wvalor-vendas to ld-realizado
           if mt-valor-meta > zero then
              compute wpct-atingido rounded =
                 wvalor-vendas * 100 / mt-valor-meta
           else
              move zero to wpct-atingido
           end-if
           move wpct-atingido to ld-pct
           if wvalor-vendas < mt-valor-meta then
              compute wvalor-falta = mt-valor-meta - wvalor-vendas
           else
              move zero to wvalor-falta
           end-if
           move wvalor-falta to ld-falta
           if wdias-restantes > zero then
              compute wvalor-ritmo rounded =
                 wvalor-falta / wdias-restantes
           else
              move wvalor-falta to wvalor-ritmo
           end-if
           move wvalor-ritmo to ld-ritmo
           write linha-relatorio from linha-det
           add mt-valor-meta to wtotal-metas
           add wvalor-vendas to wtotal-vendas
           .
       acumula-vendas.
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
                       and situacao-tr not = "E"
                       and cod-vendcomp-tr = wcod-apuracao
                       and mes-transacao = wmes-apuracao
                       and ano-transacao = wano-apuracao then
                       add 1 to wqtd-vendas
                       add valor-total-tr to wvalor-vendas
                    end-if
              end-read
           end-perform
           move "00" to fs-transacoes
           .
       encerramento.
           close metas
           close vendcomp
           close transacoes
           close relatorio
           .
