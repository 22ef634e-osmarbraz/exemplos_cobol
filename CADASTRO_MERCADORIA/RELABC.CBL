 identification division.
       program-id. RelCurvaAbc.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-mercadorias.
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
             select relatorio assign to "curvaabc.lst"
             organization is line sequential
             file status is fs-relatorio.
             select arq-totais assign to "WORK2.TMP"
             organization is sequential
             file status is fs-totais.
             select arq-ordenacao assign to "WORK1.TMP".
             select arq-ranking assign to "WORK3.TMP".
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
             01 linha-relatorio        pic x(100).
           fd arq-totais.
             01 registro-totais.
                02 tt-cod-mercadoria     pic 9999.
                02 tt-quantidade         pic 9(8).
                02 tt-receita            pic 9(10)v99.
                02 tt-lucro              pic s9(10)v99.
           sd arq-ordenacao.
             01 sd-movimento.
                02 sd-cod-mercadoria     pic 9999.
                02 sd-quantidade         pic 9(6).
                02 sd-receita            pic 9(8)v99.
           sd arq-ranking.
             01 sr-registro.
                02 sr-cod-mercadoria     pic 9999.
                02 sr-quantidade         pic 9(8).
                02 sr-receita            pic 9(10)v99.
                02 sr-lucro              pic s9(10)v99.
       working-storage section.
          01 fs-mercadorias              pic xx.
          01 fs-transacoes               pic xx.
          01 fs-transitens               pic xx.
          01 fs-relatorio                pic xx.
          01 fs-totais                   pic xx.
          77 resp-continua               pic x value spaces.
          01 wdata-inicial.
             02 wdia-ini                 pic 99 value zero.
             02 wmes-ini                 pic 99 value zero.
             02 wano-ini                 pic 9999 value zero.
          01 wdata-final.
             02 wdia-fim                 pic 99 value zero.
             02 wmes-fim                 pic 99 value zero.
             02 wano-fim                 pic 9999 value zero.
          77 wdata-ini-inv               pic 9(8) value zero.
          77 wdata-fim-inv               pic 9(8) value zero.
          77 wdata-tr-inv                pic 9(8) value zero.
          77 wgrava-classe               pic x value "N".
          77 wcriterio                   pic x value spaces.
          77 wfim-retorno                pic x value spaces.
          77 wcod-quebra                 pic 9999 value zero.
          77 wtem-quebra                 pic x value "N".
          77 wqtd-acum                   pic 9(8) value zero.
          77 wreceita-acum               pic 9(10)v99 value zero.
          77 wreceita-item               pic 9(8)v99 value zero.
          77 wtotal-receita              pic 9(12)v99 value zero.
          77 wtotal-lucro                pic 9(12)v99 value zero.
          77 wvalor-rank                 pic s9(10)v99 value zero.
          77 wvalor-base                 pic 9(12)v99 value zero.
          77 wvalor-acum                 pic 9(12)v99 value zero.
          77 wpct-item                   pic s9(3)v99 value zero.
          77 wpct-acum-ant               pic 9(3)v99 value zero.
          77 wpct-acum                   pic 9(3)v99 value zero.
          77 wposicao                    pic 9(5) value zero.
          77 wclasse                     pic x value spaces.
          77 wqtd-classe-a               pic 9(5) value zero.
          77 wqtd-classe-b               pic 9(5) value zero.
          77 wqtd-classe-c               pic 9(5) value zero.
          77 wvalor-classe-a             pic s9(12)v99 value zero.
          77 wvalor-classe-b             pic s9(12)v99 value zero.
          77 wvalor-classe-c             pic s9(12)v99 value zero.
          01 linha-cab1.
             02 filler                 pic x(14)
                value "Curva ABC por ".
             02 lc-criterio            pic x(13).
             02 filler                 pic x(10) value " periodo ".
             02 lc-dia-ini             pic 99.
             02 filler                 pic x     value "/".
             02 lc-mes-ini             pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano-ini             pic 9999.
             02 filler                 pic x(3)  value " a ".
             02 lc-dia-fim             pic 99.
             02 filler                 pic x     value "/".
             02 lc-mes-fim             pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano-fim             pic 9999.
          01 linha-branco.
             02 filler                 pic x(100) value spaces.
          01 linha-cab2.
             02 filler                 pic x(6)  value "  Pos.".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(6)  value "Codigo".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(30) value "Descricao".
             02 filler                 pic x(10) value "  Qtd.vend".
             02 filler                 pic x(16)
                value "           Valor".
             02 filler                 pic x(8)  value "      %".
             02 filler                 pic x(8)  value "  %Acum.".
             02 filler                 pic x(7)  value " Classe".
          01 linha-det.
             02 ld-posicao             pic zzzz9.
             02 filler                 pic x(3)  value spaces.
             02 ld-codigo              pic zzz9.
             02 filler                 pic x(4)  value spaces.
             02 ld-descricao           pic x(30).
             02 ld-quantidade          pic zz,zzz,zz9.
             02 ld-valor               pic -z,zzz,zzz,zz9.99.
             02 filler                 pic x     value space.
             02 ld-pct                 pic -zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 ld-pct-acum            pic zz9.99.
             02 filler                 pic x(4)  value spaces.
             02 ld-classe              pic x.
          01 linha-resumo-cab.
             02 filler                 pic x(40)
                value "Classe     Itens          Valor total".
          01 linha-resumo.
             02 filler                 pic x(3)  value spaces.
             02 lr-classe              pic x.
             02 filler                 pic x(4)  value spaces.
             02 lr-qtd                 pic zzzz9.
             02 filler                 pic x(3)  value spaces.
             02 lr-valor               pic -zzz,zzz,zzz,zz9.99.
          01 linha-total.
             02 filler                 pic x(16)
                value "Total do periodo".
             02 lt-valor               pic -zzz,zzz,zzz,zz9.99.
       procedure division.
       principal.
           display erase
           display "Curva ABC de mercadorias" at 0430
           display "Data inicial (dd/mm/aaaa) :   /  /" at 0605
           accept wdia-ini at 0633
           accept wmes-ini at 0636
           accept wano-ini at 0639
           display "Data final   (dd/mm/aaaa) :   /  /" at 0705
           accept wdia-fim at 0733
           accept wmes-fim at 0736
           accept wano-fim at 0739
           display "Gravar classe na mercadoria por [R]eceita," at 0905
           display "[L]ucro bruto ou [N]ao gravar : " at 1005
           accept wgrava-classe at 1037
           if wgrava-classe = "r" then
              move "R" to wgrava-classe
           end-if
           if wgrava-classe = "l" then
              move "L" to wgrava-classe
           end-if
           if wgrava-classe not = "R" and wgrava-classe not = "L" then
              move "N" to wgrava-classe
           end-if
           compute wdata-ini-inv = wano-ini * 10000
              + wmes-ini * 100 + wdia-ini
           compute wdata-fim-inv = wano-fim * 10000
              + wmes-fim * 100 + wdia-fim
           perform abertura
           sort arq-ordenacao on ascending key sd-cod-mercadoria
              input procedure is seleciona-vendas
              output procedure is totaliza-mercadorias
           if wgrava-classe not = "N" then
              perform limpa-classes
           end-if
           move "R" to wcriterio
           move "receita" to lc-criterio
           move wtotal-receita to wvalor-base
           sort arq-ranking on descending key sr-receita
              using arq-totais
              output procedure is classifica-ranking
           move "L" to wcriterio
           move "lucro bruto" to lc-criterio
           move wtotal-lucro to wvalor-base
           sort arq-ranking on descending key sr-lucro
              using arq-totais
              output procedure is classifica-ranking
           perform encerramento
           display "Relatorio gravado em curvaabc.lst" at 2105
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           open i-o mercadorias
           open input transacoes
           open input transitens
           open output relatorio
           move wdia-ini to lc-dia-ini
           move wmes-ini to lc-mes-ini
           move wano-ini to lc-ano-ini
           move wdia-fim to lc-dia-fim
           move wmes-fim to lc-mes-fim
           move wano-fim to lc-ano-fim
           .
       seleciona-vendas.
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
                    compute wdata-tr-inv = ano-transacao * 10000
                       + mes-transacao * 100 + dia-transacao
                    if (tipo-transacao = "V" or tipo-transacao = "v")
                       and situacao-tr not = "E"
                       and wdata-tr-inv not < wdata-ini-inv
                       and wdata-tr-inv not > wdata-fim-inv then
                       perform libera-itens
                    end-if
              end-read
           end-perform
           move "00" to fs-transacoes
           .
       libera-itens.
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
                       perform libera-item
                    end-if
              end-read
           end-perform
           move "00" to fs-transitens
           .
       libera-item.
           if desconto-tr > zero then
              compute wreceita-item rounded = it-subtotal
                 * valor-total-tr / (valor-total-tr + desconto-tr)
           else
              move it-subtotal to wreceita-item
           end-if
           move it-cod-mercadoria to sd-cod-mercadoria
           move it-quantidade     to sd-quantidade
           move wreceita-item     to sd-receita
           release sd-movimento
           .
       totaliza-mercadorias.
           open output arq-totais
           move "N" to wtem-quebra
           move zero to wcod-quebra
           move spaces to wfim-retorno
           perform with test before until wfim-retorno = "S"
              return arq-ordenacao
                 at end
                    move "S" to wfim-retorno
                 not at end
                    perform acumula-movimento
              end-return
           end-perform
           if wtem-quebra = "S" then
              perform grava-total-mercadoria
           end-if
           close arq-totais
           .
       acumula-movimento.
           if sd-cod-mercadoria not = wcod-quebra
              or wtem-quebra = "N" then
              if wtem-quebra = "S" then
                 perform grava-total-mercadoria
              end-if
              move sd-cod-mercadoria to wcod-quebra
              move "S" to wtem-quebra
              move zero to wqtd-acum
              move zero to wreceita-acum
           end-if
           add sd-quantidade to wqtd-acum
           add sd-receita    to wreceita-acum
           .
       grava-total-mercadoria.
           move wcod-quebra to cod-mercadoria
           read mercadorias
              invalid key
                 move zero to custo-medio
           end-read
           move wcod-quebra   to tt-cod-mercadoria
           move wqtd-acum     to tt-quantidade
           move wreceita-acum to tt-receita
           compute tt-lucro = wreceita-acum - wqtd-acum * custo-medio
           add tt-receita to wtotal-receita
           if tt-lucro > zero then
              add tt-lucro to wtotal-lucro
           end-if
           write registro-totais
           .
       limpa-classes.
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
                    move "C" to classe-abc
                    rewrite registro-mercadoria
                       invalid key
                          display "Erro ao gravar classe" at 2105
                    end-rewrite
              end-read
           end-perform
           move "00" to fs-mercadorias
           .
       classifica-ranking.
           write linha-relatorio from linha-cab1
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab2
           move zero to wposicao
           move zero to wvalor-acum
           move zero to wpct-acum
           move zero to wqtd-classe-a wqtd-classe-b wqtd-classe-c
           move zero to wvalor-classe-a wvalor-classe-b
              wvalor-classe-c
           move spaces to wfim-retorno
           perform with test before until wfim-retorno = "S"
              return arq-ranking
                 at end
                    move "S" to wfim-retorno
                 not at end
                    perform classifica-item
              end-return
           end-perform
           perform imprime-resumo-classes
           .
       classifica-item.
           add 1 to wposicao
           if wcriterio = "R" then
              move sr-receita to wvalor-rank
           else
              move sr-lucro to wvalor-rank
           end-if
           move wpct-acum to wpct-acum-ant
           if wvalor-rank > zero and wvalor-base > zero then
              add wvalor-rank to wvalor-acum
              compute wpct-item rounded =
                 wvalor-rank * 100 / wvalor-base
              compute wpct-acum rounded =
                 wvalor-acum * 100 / wvalor-base
           else
              move zero to wpct-item
           end-if
           evaluate true
              when wvalor-rank not > zero
                 move "C" to wclasse
              when wpct-acum-ant < 80
                 move "A" to wclasse
              when wpct-acum-ant < 95
                 move "B" to wclasse
              when other
                 move "C" to wclasse
           end-evaluate
           move sr-cod-mercadoria to cod-mercadoria
           read mercadorias
              invalid key
                 move "*** NAO CADASTRADA ***" to descricao
           end-read
           if wgrava-classe = wcriterio and fs-mercadorias = "00" then
              move wclasse to classe-abc
              rewrite registro-mercadoria
                 invalid key
                    display "Erro ao gravar classe" at 2105
              end-rewrite
           end-if
           move wposicao          to ld-posicao
           move sr-cod-mercadoria to ld-codigo
           move descricao         to ld-descricao
           move sr-quantidade     to ld-quantidade
           move wvalor-rank       to ld-valor
           move wpct-item         to ld-pct
           move wpct-acum         to ld-pct-acum
           move wclasse           to ld-classe
           write linha-relatorio from linha-det
           evaluate wclasse
              when "A"
                 add 1 to wqtd-classe-a
                 add wvalor-rank to wvalor-classe-a
              when "B"
                 add 1 to wqtd-classe-b
                 add wvalor-rank to wvalor-classe-b
              when other
                 add 1 to wqtd-classe-c
                 add wvalor-rank to wvalor-classe-c
           end-evaluate
           .
       imprime-resumo-classes.
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-resumo-cab
           move "A"             to lr-classe
           move wqtd-classe-a   to lr-qtd
           move wvalor-classe-a to lr-valor
           write linha-relatorio from linha-resumo
           move "B"             to lr-classe
           move wqtd-classe-b   to lr-qtd
           move wvalor-classe-b to lr-valor
           write linha-relatorio from linha-resumo
           move "C"             to lr-classe
           move wqtd-classe-c   to lr-qtd
           move wvalor-classe-c to lr-valor
           write linha-relatorio from linha-resumo
           compute lt-valor = wvalor-classe-a + wvalor-classe-b
              + wvalor-classe-c
           write linha-relatorio from linha-total
           write linha-relatorio from linha-branco
           .
       encerramento.
           close mercadorias
           close transacoes
           close transitens
           close relatorio
           .
