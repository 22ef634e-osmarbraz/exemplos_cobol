 identification division.
       program-id. RelComparaFornecedores.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select optional fornmerc assign to "fornmerc.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-fornmerc
             alternate key is fm-cod-fornecedor with duplicates
             file status is fs-fornmerc.
             select optional mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             file status is fs-mercadorias.
             select optional vendcomp assign to "vendcomp.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-vendcomp
             alternate key is nome-vendcomp with duplicates
             file status is fs-vendcomp.
             select relatorio assign to "compforn.lst"
             organization is line sequential
             file status is fs-relatorio.
       data division.
         file section.
           fd fornmerc.
             01 registro-fornmerc.
                02 chave-fornmerc.
                   03 fm-cod-mercadoria  pic 9999.
                   03 fm-cod-fornecedor  pic 9999.
                02 fm-cod-produto        pic x(20).
                02 fm-ultimo-preco       pic 9(6)v99.
                02 fm-data-ultima        pic 9(8).
                02 fm-prazo-entrega      pic 999.
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
           fd relatorio.
             01 linha-relatorio        pic x(100).
       working-storage section.
          01 fs-fornmerc                 pic xx.
          01 fs-mercadorias              pic xx.
          01 fs-vendcomp                 pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wcod-filtro                 pic 9999 value zero.
          77 wqtd-fornecedores           pic 9(4) value zero.
          77 wmenor-preco                pic 9(6)v99 value zero.
          77 wmaior-preco                pic 9(6)v99 value zero.
          77 wmenor-prazo                pic 999 value zero.
          77 wdif-pct                    pic 9(4)v99 value zero.
          77 wqtd-mercadorias            pic 9(6) value zero.
          77 wpassagem                   pic 9 value zero.
          01 linha-cab1.
             02 filler                 pic x(45)
                value "Comparativo de precos por fornecedor".
          01 linha-branco.
             02 filler                 pic x(100) value spaces.
          01 linha-cab2.
             02 filler                 pic x(6)  value "  Forn".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(26) value "Nome".
             02 filler                 pic x(16) value "Cod.fornecedor".
             02 filler                 pic x(11) value " Ult.preco".
             02 filler                 pic x(11) value " Ult.compra".
             02 filler                 pic x(6)  value " Prazo".
             02 filler                 pic x(8)  value "  Dif.%".
             02 filler                 pic x(14) value "  Observacao".
          01 linha-merc.
             02 filler                 pic x(11) value "Mercadoria:".
             02 filler                 pic x     value space.
             02 lm-cod-mercadoria      pic zzz9.
             02 filler                 pic x(2)  value spaces.
             02 lm-descricao           pic x(40).
             02 filler                 pic x(3)  value spaces.
             02 lm-unidade             pic x(6).
          01 linha-det.
             02 filler                 pic x(2)  value spaces.
             02 ld-fornecedor          pic zzz9.
             02 filler                 pic x(2)  value spaces.
             02 ld-nome                pic x(25).
             02 filler                 pic x     value space.
             02 ld-cod-produto         pic x(15).
             02 filler                 pic x     value space.
             02 ld-preco               pic zzz,zz9.99.
             02 filler                 pic x     value space.
             02 ld-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 ld-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 ld-ano                 pic 9999.
             02 filler                 pic x(2)  value spaces.
             02 ld-prazo               pic zz9.
             02 filler                 pic x     value space.
             02 ld-dif-pct             pic zzz9.99.
             02 filler                 pic x(2)  value spaces.
             02 ld-obs                 pic x(12).
          01 linha-resumo.
             02 filler                 pic x(13) value "  Variacao:  ".
             02 filler                 pic x(7)  value "menor ".
             02 lr-menor               pic zzz,zz9.99.
             02 filler                 pic x(8)  value "  maior ".
             02 lr-maior               pic zzz,zz9.99.
          01 linha-rodape.
             02 filler                 pic x(26)
                value "Mercadorias comparadas : ".
             02 lr-qtd-mercadorias     pic zzzzz9.
       procedure division.
       principal.
           display erase
           display "Comparativo de precos por fornecedor" at 0430
           display "Mercadoria (0 = todas) : " at 0605
           accept wcod-filtro at 0630
           perform abertura
           perform processa-mercadorias
           move wqtd-mercadorias to lr-qtd-mercadorias
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-rodape
           perform encerramento
           display "Relatorio gravado em compforn.lst" at 2105
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           open input fornmerc
           open input mercadorias
           open input vendcomp
           open output relatorio
           write linha-relatorio from linha-cab1
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab2
           .
       processa-mercadorias.
           move low-values to cod-mercadoria
           if wcod-filtro > zero then
              move wcod-filtro to cod-mercadoria
           end-if
           start mercadorias key is not less than cod-mercadoria
              invalid key
                 move "10" to fs-mercadorias
           end-start
           perform with test before until fs-mercadorias = "10"
              read mercadorias next record
                 at end
                    move "10" to fs-mercadorias
                 not at end
                    if wcod-filtro > zero and
                       cod-mercadoria not = wcod-filtro then
                       move "10" to fs-mercadorias
                    else
                       perform compara-mercadoria
                    end-if
              end-read
           end-perform
           move "00" to fs-mercadorias
           .
       compara-mercadoria.
           move zero to wqtd-fornecedores
           move zero to wmenor-preco
           move zero to wmaior-preco
           move 999 to wmenor-prazo
           move 1 to wpassagem
           perform percorre-fornecedores
           if wqtd-fornecedores > zero then
              add 1 to wqtd-mercadorias
              write linha-relatorio from linha-branco
              move cod-mercadoria to lm-cod-mercadoria
              move descricao to lm-descricao
              if unidade-compra not = spaces then
                 move unidade-compra to lm-unidade
              else
                 move unidade-medida to lm-unidade
              end-if
              write linha-relatorio from linha-merc
              move 2 to wpassagem
              perform percorre-fornecedores
              if wqtd-fornecedores > 1 then
                 move wmenor-preco to lr-menor
                 move wmaior-preco to lr-maior
                 write linha-relatorio from linha-resumo
              end-if
           end-if
           .
       percorre-fornecedores.
           move cod-mercadoria to fm-cod-mercadoria
           move zero to fm-cod-fornecedor
           start fornmerc key is not less than chave-fornmerc
              invalid key
                 move "10" to fs-fornmerc
           end-start
           perform with test before until fs-fornmerc = "10"
              read fornmerc next record
                 at end
                    move "10" to fs-fornmerc
                 not at end
                    if fm-cod-mercadoria not = cod-mercadoria then
                       move "10" to fs-fornmerc
                    else
                       if wpassagem = 1 then
                          perform acumula-fornecedor
                       else
                          perform imprime-fornecedor
                       end-if
                    end-if
              end-read
           end-perform
           move "00" to fs-fornmerc
           .
       acumula-fornecedor.
           add 1 to wqtd-fornecedores
           if fm-ultimo-preco > zero then
              if wmenor-preco = zero or
                 fm-ultimo-preco < wmenor-preco then
                 move fm-ultimo-preco to wmenor-preco
              end-if
              if fm-ultimo-preco > wmaior-preco then
                 move fm-ultimo-preco to wmaior-preco
              end-if
           end-if
           if fm-prazo-entrega < wmenor-prazo then
              move fm-prazo-entrega to wmenor-prazo
           end-if
           .
       imprime-fornecedor.
           move fm-cod-fornecedor to ld-fornecedor
           move fm-cod-fornecedor to cod-vendcomp
           read vendcomp
              invalid key
                 move "*** NAO CADASTRADO ***" to ld-nome
              not invalid key
                 move nome-vendcomp to ld-nome
           end-read
           move fm-cod-produto to ld-cod-produto
           move fm-ultimo-preco to ld-preco
           move fm-data-ultima(7:2) to ld-dia
           move fm-data-ultima(5:2) to ld-mes
           move fm-data-ultima(1:4) to ld-ano
           move fm-prazo-entrega to ld-prazo
           if wmenor-preco > zero and fm-ultimo-preco > zero then
              compute wdif-pct rounded =
                 (fm-ultimo-preco - wmenor-preco) * 100 / wmenor-preco
           else
              move zero to wdif-pct
           end-if
           move wdif-pct to ld-dif-pct
           move spaces to ld-obs
           if fm-ultimo-preco = zero then
              move "sem preco" to ld-obs
           else
              if fm-ultimo-preco = wmenor-preco and
                 fm-prazo-entrega = wmenor-prazo then
                 move "menor/rapido" to ld-obs
              else
                 if fm-ultimo-preco = wmenor-preco then
                    move "menor preco" to ld-obs
                 end-if
                 if fm-prazo-entrega = wmenor-prazo then
                    move "mais rapido" to ld-obs
                 end-if
              end-if
           end-if
           write linha-relatorio from linha-det
           .
       encerramento.
           close fornmerc
           close mercadorias
           close vendcomp
           close relatorio
           .
