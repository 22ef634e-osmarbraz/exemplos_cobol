         configuration section.
         input-output section.
           file-control.
             select optional transacoes assign to wnome-transacoes
             organization is indexed
             access mode is dynamic
             record key is num-transacao
             file status is fs-transacoes.
             select optional transitens assign to wnome-transitens
             organization is indexed
             access mode is dynamic
             record key is chave-item
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             file status is fs-mercadorias.
             select optional grupos assign to "grupos.dat"
             organization is indexed
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
           fd mercadorias.
             01 registro-mercadoria.
                02 cod-mercadoria      pic 9999.
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
           fd grupos.
             01 registro-grupo.
                02 grp-codigo            pic 9999.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wfim-retorno                pic x value spaces.
          77 wnome-transacoes            pic x(30)
             value "transacoes.dat".
          77 wnome-transitens            pic x(30)
             value "transitens.dat".
          77 wbase                       pic x value "L".
          77 wcod-loja-filtro            pic 99 value zero.
          01 wdata-inicial.
             02 wdia-inicial             pic 99 value zero.
             02 wmes-inicial             pic 99 value zero.
          01 linha-cab1.
             02 filler                pic x(36)
                value "Vendas por grupo de mercadorias".
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
           move wmes-final   to lc-mes-final
           move wano-final   to lc-ano-final
           write linha-relatorio from linha-cab2
           write linha-relatorio from linha-cab-base
           write linha-relatorio from linha-cab3
           .
       seleciona-movimentos.
              + mes-transacao * 100 + dia-transacao
           if (tipo-transacao = "V" or tipo-transacao = "v") and
              situacao-tr not = "E" and
              (wcod-loja-filtro = zero or
               cod-loja-tr = wcod-loja-filtro) and
              wdata-transacao-inv not < wdata-inicial-inv and
              wdata-transacao-inv not > wdata-final-inv then
              perform libera-itens
           move wparticipacao to ld-participacao
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
              move "consitens.dat" to wnome-transitens
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
              move "transitens.dat" to wnome-transitens
              move "LOCAL" to lc-base
              move spaces to lc-loja-txt
              move zero to lc-loja
           end-if
           .
       encerramento.
           close transacoes
           close transitens
