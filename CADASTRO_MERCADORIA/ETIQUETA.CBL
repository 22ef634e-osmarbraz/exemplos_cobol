 identification division.
       program-id. EtiquetasGondola.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select optional mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             file status is fs-mercadorias.
             select optional precos assign to "precos.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-preco
             file status is fs-precos.
             select optional audprecos assign to "audprecos.dat"
             organization is line sequential
             file status is fs-audit.
             select etiquetas assign to "etiquetas.lst"
             organization is line sequential
             file status is fs-etiquetas.
             select arq-ordenacao assign to "WORK1.TMP".
       data division.
         file section.
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
           fd precos.
             01 registro-preco.
                02 chave-preco.
                   03 prc-cod-mercadoria pic 9999.
                   03 prc-data-inicio    pic 9(8).
                02 prc-data-fim          pic 9(8).
                02 prc-preco             pic 9(6)v99.
           fd audprecos.
             01 registro-audit.
                02 aud-codigo             pic 9999.
                02 filler                 pic x.
                02 aud-preco-antigo       pic 9(6)v99.
                02 filler                 pic x.
                02 aud-preco-novo         pic 9(6)v99.
                02 filler                 pic x.
                02 aud-data               pic x(8).
                02 filler                 pic x(29).
           fd etiquetas.
             01 linha-etiqueta         pic x(60).
           sd arq-ordenacao.
             01 sd-etiqueta.
                02 sd-cod-mercadoria     pic 9999.
       working-storage section.
          01 fs-mercadorias              pic xx.
          01 fs-precos                   pic xx.
          01 fs-audit                    pic xx.
          01 fs-etiquetas                pic xx.
          77 resp-continua               pic x value spaces.
          77 wtipo-selecao               pic x value spaces.
          77 wcod-grupo                  pic 9999 value zero.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wdata-desde-inv             pic 9(8) value zero.
          77 wdata-desde-x               pic x(8) value spaces.
          77 wpreco-vigente              pic 9(6)v99 value zero.
          77 wfim-promocao               pic 9(8) value zero.
          77 wfim-retorno                pic x value spaces.
          77 wcod-anterior               pic 9999 value zero.
          77 wqtd-etiquetas              pic 9(6) value zero.
          01 wdata-desde.
             02 wdia-desde               pic 99 value zero.
             02 wmes-desde               pic 99 value zero.
             02 wano-desde               pic 9999 value zero.
          01 etq-borda.
             02 filler                 pic x(46) value all "-".
          01 etq-descricao.
             02 filler                 pic x(2)  value "| ".
             02 ed-descricao           pic x(40).
             02 filler                 pic x(4)  value "   |".
          01 etq-codigo.
             02 filler                 pic x(8)  value "| Cod.: ".
             02 ec-codigo              pic zzz9.
             02 filler                 pic x(10) value "    EAN: ".
             02 ec-cod-barras          pic x(13).
             02 filler                 pic x(11) value spaces.
          01 etq-preco.
             02 filler                 pic x(5)  value "| R$ ".
             02 ep-preco               pic zzz,zz9.99.
             02 filler                 pic x(3)  value " / ".
             02 ep-unidade             pic x(6).
             02 filler                 pic x(2)  value spaces.
             02 ep-promocao            pic x(20).
          01 etq-promocao.
             02 filler                 pic x(12) value "| De R$     ".
             02 eo-preco-normal        pic zzz,zz9.99.
             02 filler                 pic x(14) value "  valida ate ".
             02 eo-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 eo-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 eo-ano                 pic 9999.
       procedure division.
       principal.
           display erase
           display "Etiquetas de gondola" at 0430
           display
              "Selecao por [G]rupo ou [D]ata de alteracao de preco : "
              at 0605
           accept wtipo-selecao at 0660
           inspect wtipo-selecao converting "gd" to "GD"
           if wtipo-selecao = "G" then
              display "Grupo : " at 0805
              accept wcod-grupo at 0813
           else
              if wtipo-selecao = "D" then
                 display "Precos alterados desde (dd/mm/aaaa) :   /  /"
                    at 0805
                 accept wdia-desde at 0843
                 accept wmes-desde at 0846
                 accept wano-desde at 0849
                 compute wdata-desde-inv = wano-desde * 10000
                    + wmes-desde * 100 + wdia-desde
                 move wdata-desde-inv to wdata-desde-x
              else
                 goback
              end-if
           end-if
           move function current-date(1:8) to wdata-hoje-inv
           perform abertura
           sort arq-ordenacao on ascending key sd-cod-mercadoria
              input procedure is seleciona-etiquetas
              output procedure is imprime-etiquetas
           perform encerramento
           display wqtd-etiquetas at 2105
           display " etiqueta(s) gravada(s) em etiquetas.lst" at 2111
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           open input mercadorias
           open input precos
           open output etiquetas
           .
       seleciona-etiquetas.
           if wtipo-selecao = "G" then
              perform seleciona-grupo
           else
              perform seleciona-auditoria
              perform seleciona-promocoes
           end-if
           .
       seleciona-grupo.
           move low-values to cod-mercadoria
           start mercadorias key is not less than cod-mercadoria
              invalid key
                 move "10" to fs-mercadorias
           end-start
           perform with test before until fs-mercadorias = "10"
              read mercadorias next record
                 at end
                    move "10" to fs-mercadorias
                 not at end
                    if cod-grupo = wcod-grupo then
                       move cod-mercadoria to sd-cod-mercadoria
                       release sd-etiqueta
                    end-if
              end-read
           end-perform
           move "00" to fs-mercadorias
           .
       seleciona-auditoria.
           open input audprecos
           perform with test before until fs-audit not = "00"
              read audprecos
                 at end
                    move "10" to fs-audit
                 not at end
                    if aud-data not < wdata-desde-x then
                       move aud-codigo to sd-cod-mercadoria
                       release sd-etiqueta
                    end-if
              end-read
           end-perform
           close audprecos
           .
       seleciona-promocoes.
           move low-values to chave-preco
           start precos key is not less than chave-preco
              invalid key
                 move "10" to fs-precos
           end-start
           perform with test before until fs-precos = "10"
              read precos next record
                 at end
                    move "10" to fs-precos
                 not at end
                    if (prc-data-inicio not < wdata-desde-inv
                        and prc-data-inicio not > wdata-hoje-inv)
                       or (prc-data-fim not < wdata-desde-inv
                        and prc-data-fim < wdata-hoje-inv) then
                       move prc-cod-mercadoria to sd-cod-mercadoria
                       release sd-etiqueta
                    end-if
              end-read
           end-perform
           move "00" to fs-precos
           .
       imprime-etiquetas.
           move zero to wcod-anterior
           move spaces to wfim-retorno
           perform with test before until wfim-retorno = "S"
              return arq-ordenacao
                 at end
                    move "S" to wfim-retorno
                 not at end
                    if sd-cod-mercadoria not = wcod-anterior then
                       move sd-cod-mercadoria to wcod-anterior
                       perform imprime-etiqueta
                    end-if
              end-return
           end-perform
           .
       imprime-etiqueta.
           move sd-cod-mercadoria to cod-mercadoria
           read mercadorias
              invalid key
                 continue
              not invalid key
                 perform busca-preco-vigente
                 move descricao      to ed-descricao
                 move cod-mercadoria to ec-codigo
                 if cod-barras = spaces then
                    move "sem codigo" to ec-cod-barras
                 else
                    move cod-barras to ec-cod-barras
                 end-if
                 move wpreco-vigente to ep-preco
                 move unidade-medida to ep-unidade
                 if wfim-promocao > zero then
                    move "*** PROMOCAO ***" to ep-promocao
                 else
                    move spaces to ep-promocao
                 end-if
                 write linha-etiqueta from etq-borda
                 write linha-etiqueta from etq-descricao
                 write linha-etiqueta from etq-codigo
                 write linha-etiqueta from etq-preco
                 if wfim-promocao > zero then
                    move preco-unitario to eo-preco-normal
                    move wfim-promocao(7:2) to eo-dia
                    move wfim-promocao(5:2) to eo-mes
                    move wfim-promocao(1:4) to eo-ano
                    write linha-etiqueta from etq-promocao
                 end-if
                 write linha-etiqueta from etq-borda
                 add 1 to wqtd-etiquetas
           end-read
           .
       busca-preco-vigente.
           move preco-unitario to wpreco-vigente
           move zero to wfim-promocao
           move cod-mercadoria to prc-cod-mercadoria
           move zero to prc-data-inicio
           start precos key is not less than chave-preco
              invalid key
                 move "10" to fs-precos
           end-start
           perform with test before until fs-precos = "10"
              read precos next record
                 at end
                    move "10" to fs-precos
                 not at end
                    if prc-cod-mercadoria not = cod-mercadoria
                       or prc-data-inicio > wdata-hoje-inv then
                       move "10" to fs-precos
                    else
                       if prc-data-fim not < wdata-hoje-inv then
                          move prc-preco to wpreco-vigente
                          move prc-data-fim to wfim-promocao
                       end-if
                    end-if
              end-read
           end-perform
           move "00" to fs-precos
           .
       encerramento.
           close mercadorias
           close precos
           close etiquetas
           .
