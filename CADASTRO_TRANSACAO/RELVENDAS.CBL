         configuration section.
         input-output section.
           file-control.
             select optional transacoes assign to wnome-transacoes
             organization is indexed
             access mode is dynamic
             record key is num-transacao
                02 est-operador          pic x(10).
                02 est-data              pic 9(8).
                02 desconto-tr           pic 9(9)v99.
                02 cod-loja-tr           pic 99.
           fd relatorio.
             01 linha-relatorio        pic x(80).
           sd arq-ordenacao.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wfim-retorno                pic x value spaces.
          77 wnome-transacoes            pic x(30)
             value "transacoes.dat".
          77 wbase                       pic x value "L".
          77 wcod-loja-filtro            pic 99 value zero.
          01 wdata-inicial.
             02 wdia-inicial             pic 99 value zero.
             02 wmes-inicial             pic 99 value zero.
          01 linha-cab1.
             02 filler                pic x(38)
                value "Resumo de compras e vendas por periodo".
          01 linha-cab-base.
             02 filler                 pic x(6)  value "Base: ".
             02 lc-base                pic x(12).
             02 lc-loja-txt            pic x(7).
             02 lc-loja                pic zz.
          01 linha-cab2.
             02 filler                 pic x(9)  value "Periodo: ".
             02 lc-dia-inicial         pic 99.
           accept wdia-final at 0733
           accept wmes-final at 0736
           accept wano-final at 0739
           perform seleciona-base
           compute wdata-inicial-inv =
              wano-inicial * 10000 + wmes-inicial * 100 + wdia-inicial
           compute wdata-final-inv =
           compute wdata-transacao-inv = ano-transacao * 10000
              + mes-transacao * 100 + dia-transacao
           if situacao-tr not = "E" and
              (wcod-loja-filtro = zero or
               cod-loja-tr = wcod-loja-filtro) and
              tipo-transacao not = "A" and
              tipo-transacao not = "B" and
              wdata-transacao-inv not < wdata-inicial-inv and
           move wmes-final   to lc-mes-final
           move wano-final   to lc-ano-final
           write linha-relatorio from linha-cab2
           write linha-relatorio from linha-cab-base
           write linha-relatorio from linha-cab3
           move zero to wdata-quebra
           move spaces to wfim-retorno
           move wvalor-vendas-dia  to ld-valor-vendas
           write linha-relatorio from linha-det
           .
       seleciona-base.
           display "Base [L]ocal/[C]onsolidada [.]" at 0805
           accept wbase at 0834
           move zero to wcod-loja-filtro
           if wbase = "C" or wbase = "c" then
              display "Loja (0 = todas)          : " at 0905
              accept wcod-loja-filtro at 0933
              move "constransacoes.dat" to wnome-transacoes
              move "CONSOLIDADA" to lc-base
              if wcod-loja-filtro = zero then
                 move "- todas" to lc-loja-txt
                 move zero to lc-loja
              else
                 move "- loja " to lc-loja-txt
                 move wcod-loja-filtro to lc-loja
              end-if
           else
              move "transacoes.dat" to wnome-transacoes
              move "LOCAL" to lc-base
              move spaces to lc-loja-txt
              move zero to lc-loja
           end-if
           .
