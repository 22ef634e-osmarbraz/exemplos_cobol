             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-mercadorias.
             record key is chave-preco
             sharing with all other
             file status is fs-precos.
             select optional ceps assign to "ceps.dat"
             organization is indexed
             access mode is dynamic
             record key is cep-codigo
             sharing with all other
             file status is fs-ceps.
             select operadores assign to "operadores.dat"
             organization is indexed
             access mode is dynamic
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-pagar.
             select series assign to "series.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-serie
             alternate key is sr-num-serie with duplicates
             alternate key is sr-num-compra with duplicates
             alternate key is sr-num-venda with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-series.
             select controle assign to "controle.dat"
             organization is indexed
             access mode is dynamic
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-controle.
             select fornmerc assign to "fornmerc.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-fornmerc
             alternate key is fm-cod-fornecedor with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-fornmerc.
             select cheques assign to "cheques.dat"
             organization is indexed
             access mode is dynamic
             record key is ch-sequencia
             alternate key is ch-bom-para with duplicates
             alternate key is ch-cod-cliente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-cheques.
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
             select optional taxascartao assign to "taxascartao.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-taxa-cartao
             file status is fs-taxascartao.
             select optional kits assign to "kits.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-kit
             alternate key is kt-cod-componente with duplicates
             sharing with all other
             file status is fs-kits.
             select kitbaixas assign to "kitbaixas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-kitbaixa
             alternate key is kb-cod-componente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-kitbaixas.
             select medidas assign to "medidas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-medida
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-medidas.
       data division.
         file section.
           fd transacoes.
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
           fd clientes.
             01 registro-clientes.
                02 codigo              pic 9(6).
                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
           fd vendcomp.
             01 registro-vendcomp.
                02 cod-vendcomp        pic 9999.
                02 cidade-vc           pic x(30).
                02 estado-vc           pic AA.
                02 email-vc            pic x(50).
                02 cep-vc              pic x(8).
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
           fd lotes.
             01 registro-lote.
                02 chave-lote.
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd precos.
             01 registro-preco.
                02 chave-preco.
                   03 prc-data-inicio    pic 9(8).
                02 prc-data-fim          pic 9(8).
                02 prc-preco             pic 9(6)v99.
           fd ceps.
             01 registro-cep.
                02 cep-codigo            pic x(8).
                02 cep-logradouro        pic x(50).
                02 cep-bairro            pic x(30).
                02 cep-cidade            pic x(30).
                02 cep-uf                pic xx.
           fd operadores.
             01 registro-operador.
                02 oper-id             pic x(10).
                02 oper-senha          pic x(10).
                02 oper-nivel          pic 9.
           fd nota.
             01 linha-nota             pic x(110).
           fd receber.
             01 registro-parcela.
                02 chave-parcela.
                02 cx-num-transacao      pic 9(6).
                02 cx-num-parcela        pic 99.
                02 cx-valor              pic 9(9)v99.
                02 cx-cod-loja           pic 99.
           fd pagar.
             01 registro-pagar.
                02 chave-pagar.
                   03 pg-mes-pagto          pic 99.
                   03 pg-ano-pagto          pic 9999.
                02 pg-valor-pago         pic 9(9)v99.
                02 pg-tipo               pic x.
                02 pg-cod-categoria      pic 999.
                02 pg-descricao          pic x(40).
           fd series.
             01 registro-serie.
                02 chave-serie.
                   03 sr-cod-mercadoria  pic 9999.
                   03 sr-num-serie       pic x(20).
                02 sr-situacao           pic x.
                02 sr-num-compra         pic 9(6).
                02 sr-data-compra        pic 9(8).
                02 sr-cod-fornecedor     pic 9999.
                02 sr-num-venda          pic 9(6).
                02 sr-data-venda         pic 9(8).
                02 sr-cod-cliente        pic 9(6).
                02 sr-fim-garantia       pic 9(8).
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
                02 ctl-proximo           pic 9(6).
           fd fornmerc.
             01 registro-fornmerc.
                02 chave-fornmerc.
                   03 fm-cod-mercadoria  pic 9999.
                   03 fm-cod-fornecedor  pic 9999.
                02 fm-cod-produto        pic x(20).
                02 fm-ultimo-preco       pic 9(6)v99.
                02 fm-data-ultima        pic 9(8).
                02 fm-prazo-entrega      pic 999.
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
           fd taxascartao.
             01 registro-taxa-cartao.
                02 chave-taxa-cartao.
                   03 tc-tipo-cartao     pic x.
                   03 tc-qtd-parcelas    pic 99.
                02 tc-taxa               pic 99v99.
                02 tc-prazo-dias         pic 999.
           fd cheques.
             01 registro-cheque.
                02 ch-sequencia          pic 9(6).
                02 ch-banco              pic 999.
                02 ch-agencia            pic 9(4).
                02 ch-conta              pic x(12).
                02 ch-numero             pic 9(6).
                02 ch-cpf-emitente       pic 9(11).
                02 ch-bom-para           pic 9(8).
                02 ch-cod-cliente        pic 9(6).
                02 ch-num-transacao      pic 9(6).
                02 ch-num-parcela        pic 99.
                02 ch-valor              pic 9(9)v99.
                02 ch-data-recebimento   pic 9(8).
                02 ch-situacao           pic x.
                02 ch-data-situacao      pic 9(8).
                02 ch-operador           pic x(10).
           fd kits.
             01 registro-kit.
                02 chave-kit.
                   03 kt-cod-kit         pic 9999.
                   03 kt-cod-componente  pic 9999.
                02 kt-quantidade         pic 9(4).
           fd kitbaixas.
             01 registro-kitbaixa.
                02 chave-kitbaixa.
                   03 kb-num-transacao   pic 9(6).
                   03 kb-sequencia       pic 9(4).
                   03 kb-cod-componente  pic 9999.
                02 kb-cod-kit            pic 9999.
                02 kb-qtd-kits           pic 9(6).
                02 kb-quantidade         pic 9(6).
                02 kb-deposito           pic 99.
                02 kb-data               pic 9(8).
           fd medidas.
             01 registro-medida.
                02 chave-medida.
                   03 md-origem          pic x.
                   03 md-numero          pic 9(6).
                   03 md-sequencia       pic 9(4).
                   03 md-peca            pic 99.
                02 md-cod-mercadoria     pic 9999.
                02 md-forma              pic x.
                02 md-base               pic 9(4)v99.
                02 md-altura             pic 9(4)v99.
                02 md-qtd-pecas          pic 999.
                02 md-area               pic 9(6)v99.
                02 md-perc-perda         pic 99v99.
       working-storage section.
          01 fs-transacoes               pic xx.
          01 fs-transitens               pic xx.
          01 fs-depositos                pic xx.
          01 fs-estoquedep               pic xx.
          01 fs-precos                   pic xx.
          01 fs-ceps                     pic xx.
          01 fs-operadores               pic xx.
          01 fs-nota                     pic xx.
          01 fs-receber                  pic xx.
          01 fs-pontos                   pic xx.
          01 fs-caixa                    pic xx.
          01 fs-pagar                    pic xx.
          01 fs-series                   pic xx.
          01 fs-controle                 pic xx.
          01 fs-fornmerc                 pic xx.
          01 fs-medidas                  pic xx.
          01 fs-cheques                  pic xx.
          01 fs-cartoes                  pic xx.
          01 fs-taxascartao              pic xx.
          01 fs-kits                     pic xx.
          01 fs-kitbaixas                pic xx.
          77 resp-continua               pic x value spaces.
          77 wregistro-valido            pic x value "N".
          77 wcontinua-itens             pic x value "S".
          77 wopcao-continua             pic x value spaces.
          77 wcep-entrega                pic x(8) value spaces.
          77 wqtd-parcelas               pic 99 value zero.
          77 wparcela                    pic 99 value zero.
          77 wvalor-parcela              pic 9(9)v99 value zero.
          77 wdesc-max-op                pic 99v99 value zero.
          77 wpreco-vigente              pic 9(6)v99 value zero.
          77 wdata-transacao-inv         pic 9(8) value zero.
          77 wpreco-compra               pic 9(6)v99 value zero.
          77 wqtd-compra                 pic 9(6) value zero.
          77 wfator                      pic 9(4) value 1.
          77 wcodigo-lido                pic x(13) value spaces.
          77 wcodigo-ok                  pic x value "S".
          77 wcod-identificado           pic 9999 value zero.
          77 wtam-codigo                 pic 99 value zero.
          77 wdeposito                   pic 99 value zero.
          77 wdeposito-ok                pic x value "S".
          77 wlote-numero                pic x(10) value spaces.
             02 wano-val                 pic 9999 value zero.
          77 wdata-val-inv               pic 9(8) value zero.
          77 wqtd-a-consumir             pic 9(6) value zero.
          77 wkit                        pic x value "N".
          77 wcod-kit                    pic 9999 value zero.
          77 wqtd-montada                pic 9(6) value zero.
          77 wqtd-componentes            pic 9(6) value zero.
          77 wqtd-componente             pic 9(8) value zero.
          77 wqtd-baixa                  pic 9(6) value zero.
          77 wcomponentes-ok             pic x value "S".
          77 wdata-kit-inv               pic 9(8) value zero.
          77 wtaxa-pontos                pic 9(4)v99 value zero.
          77 wlimite-pontos              pic 999 value zero.
          77 wpontos-resgate             pic 9(9) value zero.
          77 wvalor-resgate              pic 9(9)v99 value zero.
          77 wvalor-teto                 pic 9(9)v99 value zero.
          77 wvalor-liquido              pic 9(9)v99 value zero.
          77 wtotal-icms                 pic 9(9)v99 value zero.
          77 wcheque-ok                  pic x value "S".
          77 wvalor-parc-cartao          pic 9(9)v99 value zero.
          77 wacum-cartao                pic 9(9)v99 value zero.
          77 wdias-cartao                pic 9(7) value zero.
          77 wdata-venda-cartao          pic 9(8) value zero.
          77 wparc-cartao                pic 99 value zero.
          01 wdados-cartao.
             02 wtipo-cartao             pic x value spaces.
             02 wqtd-parc-cartao         pic 99 value zero.
             02 wnsu-cartao              pic x(12) value spaces.
             02 wcliente-cartao          pic 9(6) value zero.
             02 wtransacao-cartao        pic 9(6) value zero.
             02 wparcela-rec-cartao      pic 99 value zero.
             02 wvalor-cartao            pic 9(9)v99 value zero.
          77 wdata-bom-para-inv          pic 9(8) value zero.
          01 wdata-bom-para.
             02 wdia-bom-para            pic 99 value zero.
             02 wmes-bom-para            pic 99 value zero.
             02 wano-bom-para            pic 9999 value zero.
          77 wmedidas-ok                 pic x value "S".
          77 worigem-medida              pic x value space.
          77 wnum-medida                 pic 9(6) value zero.
          77 wseq-medida                 pic 9(4) value zero.
          77 wforma                      pic x value space.
          77 wbase                       pic 9(4)v99 value zero.
          77 waltura                     pic 9(4)v99 value zero.
          77 wqtd-pecas                  pic 999 value zero.
          77 wpeca                       pic 99 value zero.
          77 wprox-peca                  pic 99 value zero.
          77 warea-peca                  pic 9(6)v99 value zero.
          77 warea-total                 pic 9(7)v99 value zero.
          77 warea-final                 pic 9(7)v99 value zero.
          77 warea-ed                    pic z,zzz,zz9.99.
          77 wperc-medida                pic 99v99 value zero.
          77 wqtd-medida                 pic 9(6) value zero.
          77 wpi                         pic 9v99999 value 3.14159.
          77 wcod-loja                   pic 99 value 1.
          77 wperiodo-lanc               pic 9(6) value zero.
          77 wperiodo-aberto             pic x value "S".
          01 nota-traco.
             02 filler                 pic x(80) value all "=".
          01 nota-cab1.
             02 filler                 pic x(12) value " Preco Unit.".
             02 filler                 pic x(7)  value "  Desc%".
             02 filler                 pic x(12) value "    Subtotal".
             02 filler                 pic x(7)  value "  ICMS%".
             02 filler                 pic x(11) value "       ICMS".
          01 nota-det.
             02 nt-cod-mercadoria      pic zzz9.
             02 filler                 pic x(4)  value spaces.
             02 nt-desc-pct            pic z9.99.
             02 filler                 pic x     value space.
             02 nt-subtotal            pic z,zzz,zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 nt-aliq-icms           pic z9.99.
             02 filler                 pic x     value space.
             02 nt-valor-icms          pic zzz,zz9.99.
          01 nota-medida.
             02 filler                 pic x(8)  value spaces.
             02 filler                 pic x(5)  value "Peca ".
             02 nm-peca                pic z9.
             02 filler                 pic x(2)  value ": ".
             02 nm-forma               pic x(10).
             02 nm-base                pic zzz9.99.
             02 nm-separador           pic x(3).
             02 nm-altura              pic zzz9.99 blank when zero.
             02 filler                 pic x(5)  value " m  x".
             02 nm-qtd-pecas           pic zz9.
             02 filler                 pic x(3)  value " = ".
             02 nm-area                pic zzz,zz9.99.
             02 filler                 pic x(3)  value " m2".
          01 nota-medida-total.
             02 filler                 pic x(8)  value spaces.
             02 filler                 pic x(7)  value "Perda: ".
             02 nm-perc-perda          pic z9.99.
             02 filler                 pic x(15)
                value "%  Area total: ".
             02 nm-area-total          pic z,zzz,zz9.99.
             02 filler                 pic x(3)  value " m2".
          01 nota-unidade.
             02 filler                 pic x(8)  value spaces.
             02 filler                 pic x(7)  value "Unid.: ".
             02 nu-unidade             pic x(6).
             02 filler                 pic x(16)
                value "  Unid. compra: ".
             02 nu-unidade-compra      pic x(6).
             02 filler                 pic x(3)  value " = ".
             02 nu-fator               pic zzz9.
             02 filler                 pic x     value space.
             02 nu-unidade-2           pic x(6).
             02 filler                 pic x(10) value "  Qtd. em ".
             02 nu-unidade-compra-2    pic x(6).
             02 filler                 pic x(2)  value ": ".
             02 nu-qtd-compra          pic zzz,zz9.99.
          01 nota-kit.
             02 filler                 pic x(8)  value spaces.
             02 filler                 pic x(12) value "Componente: ".
             02 nk-cod-componente      pic zzz9.
             02 filler                 pic x(2)  value spaces.
             02 nk-descricao           pic x(40).
             02 nk-quantidade          pic zzz,zz9.
          01 nota-desconto.
             02 filler                 pic x(13) value "Desconto    :".
             02 filler                 pic x     value space.
             02 filler                 pic x(13) value "Valor total :".
             02 filler                 pic x     value space.
             02 nt-valor-total         pic zzz,zzz,zz9.99.
          01 nota-icms.
             02 filler                 pic x(13) value "ICMS        :".
             02 filler                 pic x     value space.
             02 nt-total-icms          pic zzz,zzz,zz9.99.
          01 nota-pontos.
             02 filler                 pic x(13) value "Pontos      :".
             02 filler                 pic x     value space.
             02 nt-pontos              pic zzz,zzz,zz9.
          77 wtipo-serie                 pic x value spaces.
          77 wqtd-series                 pic 9(6) value zero.
          77 wseq-serie                  pic 9(6) value zero.
          77 wseq-serie-ed               pic zzzzz9.
          77 wnum-serie                  pic x(20) value spaces.
          77 wdata-serie                 pic 9(8) value zero.
          77 wcod-parte-serie            pic 9(6) value zero.
          77 wdata-garantia              pic 9(8) value zero.
          77 wdata-prox-mes              pic 9(8) value zero.
          77 wdata-ult-dia               pic 9(8) value zero.
          77 wdias-garantia              pic 9(7) value zero.
          77 wmeses-calc                 pic 9(4) value zero.
          77 wanos-calc                  pic 9(4) value zero.
          77 wmes-resto                  pic 99 value zero.
          01 wdata-calc.
             02 wcalc-ano                pic 9999 value zero.
             02 wcalc-mes                pic 99 value zero.
             02 wcalc-dia                pic 99 value zero.
       linkage section.
          77 ls-wopcao                   pic 9.
          77 ls-operador                 pic x(10).
             close pagar
             open i-o pagar
          end-if
          open i-o series
          if fs-series = "35" then
             open output series
             close series
             open i-o series
          end-if
          open i-o controle
          if fs-controle = "35" then
             open output controle
             close controle
             open i-o controle
          end-if
          perform le-codigo-loja
          open i-o lotes
          if fs-lotes = "35" then
             open output lotes
             open i-o estoquedep
          end-if
          open input precos
          open input ceps
          open input operadores
          open i-o cheques
          if fs-cheques = "35" then
             open output cheques
             close cheques
             open i-o cheques
          end-if
          open i-o cartoes
          if fs-cartoes = "35" then
             open output cartoes
             close cartoes
             open i-o cartoes
          end-if
          open input taxascartao
          open i-o fornmerc
          if fs-fornmerc = "35" then
             open output fornmerc
             close fornmerc
             open i-o fornmerc
          end-if
          open i-o medidas
          if fs-medidas = "35" then
             open output medidas
             close medidas
             open i-o medidas
          end-if
          open input kits
          open i-o kitbaixas
          if fs-kitbaixas = "35" then
             open output kitbaixas
             close kitbaixas
             open i-o kitbaixas
          end-if
          move ls-operador to wid-operador
          move ls-nivel to wnivel
          .
          accept dia-transacao at 0828
          accept mes-transacao at 0831
          accept ano-transacao at 0834
          compute wperiodo-lanc = ano-transacao * 100 + mes-transacao
          perform verifica-periodo
          if wperiodo-aberto = "S" then
             perform valida-cliente
          else
             move "N" to wregistro-valido
          end-if
          if wregistro-valido = "S" then
             perform valida-vendcomp
          end-if
          add 1 to qtd-itens-tr
          display "Item" at 1205
          display qtd-itens-tr at 1211
          move "T" to worigem-medida
          move num-transacao to wnum-medida
          move qtd-itens-tr to wseq-medida
          perform limpa-medidas
          display "Mercadoria ou cod. barras (0 p/ encerrar itens) : "
             at 1305
          move spaces to wcodigo-lido
          accept wcodigo-lido at 1356
          perform identifica-codigo-lido
          move wcod-identificado to it-cod-mercadoria
          if wcodigo-ok not = "S" then
             display "Codigo de barras nao localizado" at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
             subtract 1 from qtd-itens-tr
          else
          if it-cod-mercadoria = 0 then
             subtract 1 from qtd-itens-tr
             move "N" to wcontinua-itens
                   accept resp-continua at 2333
                   subtract 1 from qtd-itens-tr
                not invalid key
                   perform identifica-kit
                   display "Quantidade : " at 1405
                   move "S" to wmedidas-ok
                   if (tipo-transacao = "V" or tipo-transacao = "v")
                      and (unidade-medida = "M2"
                      or unidade-medida = "m2") then
                      perform captura-medidas
                      move wqtd-medida to it-quantidade
                   else
                      if tipo-transacao = "V"
                         or tipo-transacao = "v" then
                         display unidade-medida at 1425
                         accept it-quantidade at 1418
                      else
                         display unidade-compra at 1425
                         accept it-quantidade at 1418
                         perform converte-unidade-compra
                      end-if
                   end-if
                   if wmedidas-ok = "S" then
                      perform captura-deposito
                   else
                      move "N" to wdeposito-ok
                   end-if
                   if wdeposito-ok not = "S" then
                      subtract 1 from qtd-itens-tr
                   else
                   if (tipo-transacao = "V" or tipo-transacao = "v")
                      and it-quantidade > qtd-estoque + wqtd-componentes
                      then
                      display "Estoque insuficiente para a mercadoria"
                         at 2105
                      display "Tecle enter para continuar" at 2305
                         move wpreco-vigente to it-preco-unit
                         perform captura-desconto-item
                      else
                         perform captura-preco-compra
                         compute it-preco-unit rounded =
                            wpreco-compra / wfator
                         move zero to wdesconto-pct
                      end-if
                      move wdesconto-pct to it-desconto-pct
                      if tipo-transacao = "V"
                         or tipo-transacao = "v" then
                         compute it-subtotal rounded =
                            it-quantidade * it-preco-unit
                            * (1 - it-desconto-pct / 100)
                      else
                         compute it-subtotal rounded =
                            wqtd-compra * wpreco-compra
                      end-if
                      add it-subtotal to valor-total-tr
                      perform calcula-icms-item
                      compute wqtd-baixa =
                         it-quantidade - wqtd-componentes
                      if tipo-transacao = "V"
                         or tipo-transacao = "v" then
                         subtract wqtd-baixa from qtd-estoque
                      else
                         perform atualiza-custo-medio
                         add it-quantidade to qtd-estoque
                         perform consome-lotes
                      else
                         perform captura-lote-compra
                         perform atualiza-fornmerc
                      end-if
                      perform grava-item
                      if controla-serie = "S" then
                         perform captura-series-item
                      end-if
                      if wqtd-componentes > zero then
                         perform baixa-componentes-kit
                      end-if
                   end-if
                   end-if
             end-read
                subtract 1 from qtd-itens-tr
             end-if
          end-if
          end-if
          .
       identifica-codigo-lido.
          move "S" to wcodigo-ok
          move zero to wcod-identificado
          move zero to wtam-codigo
          inspect wcodigo-lido tallying wtam-codigo
             for characters before initial space
          if wtam-codigo > zero then
             if wcodigo-lido(1:wtam-codigo) is not numeric then
                move "N" to wcodigo-ok
             else
                if wtam-codigo > 4 then
                   move "N" to wcodigo-ok
                   move wcodigo-lido to cod-barras
                   read mercadorias key is cod-barras
                      invalid key
                         continue
                      not invalid key
                         move "S" to wcodigo-ok
                         move cod-mercadoria to wcod-identificado
                   end-read
                else
                   move wcodigo-lido(1:wtam-codigo) to wcod-identificado
                end-if
             end-if
          end-if
          .
       captura-medidas.
          move "S" to wmedidas-ok
          move zero to wpeca
          move zero to warea-total
          move zero to wqtd-medida
          move space to wforma
          perform with test before until wforma = "F" or wpeca = 99
             perform captura-peca
          end-perform
          display "                                                  "
             at 1705
          display "                                                  "
             at 1805
          display "                                                  "
             at 1905
          display "                                                  "
             at 2005
          if wpeca = zero then
             display "Nenhuma peca informada - item cancelado" at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
             move "N" to wmedidas-ok
          else
             compute warea-final rounded =
                warea-total * (1 + perc-perda / 100)
             move warea-final to wqtd-medida
             if wqtd-medida < warea-final then
                add 1 to wqtd-medida
             end-if
             display wqtd-medida at 1418
          end-if
          .
       captura-peca.
          compute wprox-peca = wpeca + 1
          display "Peca    - Forma [T]ri/[R]et/[C]irc/[F]im : " at 1705
          display wprox-peca at 1710
          accept wforma at 1748
          inspect wforma converting "trcf" to "TRCF"
          evaluate wforma
             when "T"
             when "R"
             when "C"
                perform captura-dimensoes
             when "F"
                continue
             when other
                display "Forma invalida" at 2105
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
                display "              " at 2105
          end-evaluate
          .
       captura-dimensoes.
          move zero to wbase
          move zero to waltura
          move zero to wqtd-pecas
          display "                                                  "
             at 1805
          if wforma = "C" then
             display "Raio (m)   : " at 1805
             accept wbase at 1818
          else
             display "Base (m)   : " at 1805
             accept wbase at 1818
             display "Altura (m) : " at 1830
             accept waltura at 1843
          end-if
          display "Qtd. pecas : " at 1905
          accept wqtd-pecas at 1918
          if wqtd-pecas = zero then
             move 1 to wqtd-pecas
          end-if
          evaluate wforma
             when "T"
                compute warea-peca rounded =
                   wbase * waltura / 2 * wqtd-pecas
             when "R"
                compute warea-peca rounded =
                   wbase * waltura * wqtd-pecas
             when "C"
                compute warea-peca rounded =
                   wpi * wbase * wbase * wqtd-pecas
          end-evaluate
          if warea-peca = zero then
             display "Medida obrigatoria - peca desconsiderada" at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
             display "                                        " at 2105
          else
             add 1 to wpeca
             perform grava-medida
             add warea-peca to warea-total
             move warea-total to warea-ed
             display "Area acumulada (m2) : " at 2005
             display warea-ed at 2027
          end-if
          .
       grava-medida.
          move worigem-medida  to md-origem
          move wnum-medida     to md-numero
          move wseq-medida     to md-sequencia
          move wpeca           to md-peca
          move cod-mercadoria  to md-cod-mercadoria
          move wforma          to md-forma
          move wbase           to md-base
          move waltura         to md-altura
          move wqtd-pecas      to md-qtd-pecas
          move warea-peca      to md-area
          move perc-perda      to md-perc-perda
          write registro-medida
             invalid key
                display "Erro ao gravar medidas do item" at 2205
          end-write
          .
       limpa-medidas.
          move 1 to wpeca
          move "S" to wmedidas-ok
          perform with test before until wmedidas-ok not = "S"
             move worigem-medida to md-origem
             move wnum-medida    to md-numero
             move wseq-medida    to md-sequencia
             move wpeca          to md-peca
             delete medidas record
                invalid key
                   move "N" to wmedidas-ok
                not invalid key
                   add 1 to wpeca
             end-delete
          end-perform
          .
       imprime-medidas-item.
          move zero to warea-total
          move zero to wperc-medida
          move 1 to wpeca
          move "S" to wmedidas-ok
          perform with test before until wmedidas-ok not = "S"
             move worigem-medida to md-origem
             move wnum-medida    to md-numero
             move wseq-medida    to md-sequencia
             move wpeca          to md-peca
             read medidas
                invalid key
                   move "N" to wmedidas-ok
                not invalid key
                   perform imprime-medida
                   add 1 to wpeca
             end-read
          end-perform
          if warea-total > zero then
             compute warea-final rounded =
                warea-total * (1 + wperc-medida / 100)
             move wperc-medida to nm-perc-perda
             move warea-final  to nm-area-total
             write linha-nota from nota-medida-total
          end-if
          .
       imprime-medida.
          move md-peca to nm-peca
          evaluate md-forma
             when "T"
                move "Triangulo" to nm-forma
             when "R"
                move "Retangulo" to nm-forma
             when other
                move "Circulo r" to nm-forma
          end-evaluate
          move md-base to nm-base
          if md-forma = "C" then
             move spaces to nm-separador
             move zero to nm-altura
          else
             move " x " to nm-separador
             move md-altura to nm-altura
          end-if
          move md-qtd-pecas to nm-qtd-pecas
          move md-area to nm-area
          add md-area to warea-total
          move md-perc-perda to wperc-medida
          write linha-nota from nota-medida
          .
       calcula-icms-item.
          if sit-tributaria = "T" then
             move aliquota-icms to it-aliquota-icms
             compute it-valor-icms rounded =
                it-subtotal * it-aliquota-icms / 100
          else
             move zero to it-aliquota-icms
             move zero to it-valor-icms
          end-if
          .
       atualiza-custo-medio.
          if qtd-estoque + it-quantidade > zero then
             compute custo-medio rounded =
                (qtd-estoque * custo-medio + it-subtotal)
                / (qtd-estoque + it-quantidade)
          end-if
          .
       converte-unidade-compra.
          move it-quantidade to wqtd-compra
          move 1 to wfator
          display "                                  " at 1605
          if fator-conversao > 1 then
             move fator-conversao to wfator
             compute it-quantidade = wqtd-compra * wfator
                on size error
                   display "Quantidade excede o limite do estoque"
                      at 2105
                   display "Tecle enter para continuar" at 2305
                   accept resp-continua at 2333
                   move "N" to wmedidas-ok
             end-compute
             display "Entrada no estoque : " at 1605
             display it-quantidade at 1626
             display unidade-medida at 1633
          end-if
          .
       captura-preco-compra.
          compute wpreco-compra = preco-unitario * wfator
          move cod-mercadoria  to fm-cod-mercadoria
          move cod-vendcomp-tr to fm-cod-fornecedor
          read fornmerc
             invalid key
                continue
             not invalid key
                if fm-ultimo-preco > zero then
                   move fm-ultimo-preco to wpreco-compra
                end-if
          end-read
          display "Preco de compra : " at 1505
          display wpreco-compra at 1523
          display unidade-compra at 1533
          accept wpreco-compra at 1523
          if wpreco-compra = zero then
             compute wpreco-compra = preco-unitario * wfator
          end-if
          .
       atualiza-fornmerc.
          compute wdata-transacao-inv = ano-transacao * 10000
             + mes-transacao * 100 + dia-transacao
          move cod-mercadoria  to fm-cod-mercadoria
          move cod-vendcomp-tr to fm-cod-fornecedor
          read fornmerc
             invalid key
                move cod-mercadoria  to fm-cod-mercadoria
                move cod-vendcomp-tr to fm-cod-fornecedor
                move spaces to fm-cod-produto
                move zero to fm-ultimo-preco
                move zero to fm-data-ultima
                move zero to fm-prazo-entrega
                write registro-fornmerc
                   invalid key
                      display "Erro no catalogo de fornecedores" at 2205
                end-write
          end-read
          if wdata-transacao-inv not < fm-data-ultima then
             move wpreco-compra to fm-ultimo-preco
             move wdata-transacao-inv to fm-data-ultima
             rewrite registro-fornmerc
                invalid key
                   display "Erro ao atualizar catalogo de fornecedores"
                      at 2205
             end-rewrite
          end-if
          .
       captura-lote-compra.
          display "Lote (branco=sem contr.) : " at 1805
          move spaces to wlote-numero
          end-if
          .
       consome-lotes.
          move wqtd-baixa to wqtd-a-consumir
          move cod-mercadoria to lt-cod-mercadoria
          move zero to lt-validade
          move low-values to lt-numero
                invalid key
                   move zero to ed-qtd-saldo
             end-read
             if wkit = "S" then
                perform verifica-componentes-kit
             else
             if it-quantidade > ed-qtd-saldo then
                display "Saldo insuficiente no deposito" at 2105
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
                move "N" to wdeposito-ok
             end-if
             end-if
          end-if
          .
       identifica-kit.
          move "N" to wkit
          move zero to wqtd-componentes
          move cod-mercadoria to kt-cod-kit
          move zero to kt-cod-componente
          start kits key is not less than chave-kit
             invalid key
                move "10" to fs-kits
          end-start
          if fs-kits not = "10" then
             read kits next record
                at end
                   move "10" to fs-kits
             end-read
             if fs-kits not = "10" and
                kt-cod-kit = cod-mercadoria then
                move "S" to wkit
             end-if
          end-if
          move "00" to fs-kits
          .
       verifica-componentes-kit.
          move it-quantidade to wqtd-montada
          if wqtd-montada > ed-qtd-saldo then
             move ed-qtd-saldo to wqtd-montada
          end-if
          if wqtd-montada > qtd-estoque then
             move qtd-estoque to wqtd-montada
          end-if
          compute wqtd-componentes = it-quantidade - wqtd-montada
          if wqtd-componentes > zero then
             move cod-mercadoria to wcod-kit
             move "S" to wcomponentes-ok
             move wcod-kit to kt-cod-kit
             move zero to kt-cod-componente
             start kits key is not less than chave-kit
                invalid key
                   move "10" to fs-kits
             end-start
             perform with test before until fs-kits = "10"
                read kits next record
                   at end
                      move "10" to fs-kits
                   not at end
                      if kt-cod-kit not = wcod-kit then
                         move "10" to fs-kits
                      else
                         perform verifica-componente
                      end-if
                end-read
             end-perform
             move "00" to fs-kits
             move wcod-kit to cod-mercadoria
             read mercadorias
                invalid key
                   continue
             end-read
             if wcomponentes-ok not = "S" then
                display "Componentes do kit sem saldo no deposito"
                   at 2105
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
                move zero to wqtd-componentes
                move "N" to wdeposito-ok
             end-if
          end-if
          .
       verifica-componente.
          compute wqtd-componente = kt-quantidade * wqtd-componentes
          move kt-cod-componente to cod-mercadoria
          read mercadorias
             invalid key
                move zero to qtd-estoque
          end-read
          if wqtd-componente > qtd-estoque then
             move "N" to wcomponentes-ok
          end-if
          move kt-cod-componente to ed-cod-mercadoria
          move wdeposito to ed-cod-deposito
          read estoquedep
             invalid key
                move zero to ed-qtd-saldo
          end-read
          if wqtd-componente > ed-qtd-saldo then
             move "N" to wcomponentes-ok
          end-if
          .
       baixa-componentes-kit.
          compute wdata-kit-inv = ano-transacao * 10000
             + mes-transacao * 100 + dia-transacao
          move it-cod-mercadoria to wcod-kit
          move wcod-kit to kt-cod-kit
          move zero to kt-cod-componente
          start kits key is not less than chave-kit
             invalid key
                move "10" to fs-kits
          end-start
          perform with test before until fs-kits = "10"
             read kits next record
                at end
                   move "10" to fs-kits
                not at end
                   if kt-cod-kit not = wcod-kit then
                      move "10" to fs-kits
                   else
                      perform baixa-componente
                   end-if
             end-read
          end-perform
          move "00" to fs-kits
          .
       baixa-componente.
          compute wqtd-componente = kt-quantidade * wqtd-componentes
          move kt-cod-componente to cod-mercadoria
          read mercadorias
             invalid key
                continue
          end-read
          perform with test before until fs-mercadorias not = "51"
             display "Mercadoria em uso - aguardando" at 2205
             read mercadorias
                invalid key
                   continue
             end-read
          end-perform
          if fs-mercadorias = "00" then
             if qtd-estoque > wqtd-componente then
                subtract wqtd-componente from qtd-estoque
             else
                move zero to qtd-estoque
             end-if
             rewrite registro-mercadoria
                invalid key
                   display "Erro ao atualizar estoque" at 2205
             end-rewrite
             move kt-cod-componente to ed-cod-mercadoria
             move wdeposito to ed-cod-deposito
             read estoquedep
                invalid key
                   move zero to ed-qtd-saldo
                not invalid key
                   if ed-qtd-saldo > wqtd-componente then
                      subtract wqtd-componente from ed-qtd-saldo
                   else
                      move zero to ed-qtd-saldo
                   end-if
                   rewrite registro-estoquedep
                      invalid key
                         display "Erro ao atualizar saldo do deposito"
                            at 2205
                   end-rewrite
             end-read
             move wqtd-componente to wqtd-baixa
             perform consome-lotes
             move num-transacao     to kb-num-transacao
             move qtd-itens-tr      to kb-sequencia
             move kt-cod-componente to kb-cod-componente
             move wcod-kit          to kb-cod-kit
             move wqtd-componentes  to kb-qtd-kits
             move wqtd-componente   to kb-quantidade
             move wdeposito         to kb-deposito
             move wdata-kit-inv     to kb-data
             write registro-kitbaixa
                invalid key
                   display "Erro ao gravar baixa de componente" at 2205
             end-write
          else
             display "Componente do kit nao encontrado" at 2205
          end-if
          .
       atualiza-saldo-deposito.
                move cod-mercadoria to ed-cod-mercadoria
                move wdeposito to ed-cod-deposito
                move zero to ed-qtd-saldo
                move wcod-loja to ed-cod-loja
                write registro-estoquedep
                   invalid key
                      display "Erro no saldo por deposito" at 2205
                end-write
          end-read
          if tipo-transacao = "V" or tipo-transacao = "v" then
             subtract wqtd-baixa from ed-qtd-saldo
          else
             add it-quantidade to ed-qtd-saldo
          end-if
          move "A" to situacao-tr
          move spaces to est-operador
          move zero to est-data
          move wcod-loja to cod-loja-tr
          write registro-transacao
             invalid key
                display "Erro ao gravar transacao - numero ja utilizado"
             end-perform
          else
             if wvalor-liquido > zero then
                move cod-cliente-tr to ch-cod-cliente
                perform captura-forma-pagto
                if wforma-pagto = "Q" then
                   move num-transacao to ch-num-transacao
                   move zero to ch-num-parcela
                   move wvalor-liquido to ch-valor
                   perform registra-cheque
                end-if
                if wforma-pagto = "C" then
                   move cod-cliente-tr to wcliente-cartao
                   move num-transacao to wtransacao-cartao
                   move zero to wparcela-rec-cartao
                   move wvalor-liquido to wvalor-cartao
                   perform registra-cartao
                end-if
                move "E" to cx-tipo-mov
                move wvalor-liquido to cx-valor
                move num-transacao to cx-num-transacao
             compute desconto-tr rounded =
                valor-total-tr * wdesconto-pct / 100
             subtract desconto-tr from valor-total-tr
             perform rateia-desconto-icms
          end-if
          .
       rateia-desconto-icms.
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
                      if it-valor-icms > zero then
                         compute it-valor-icms rounded =
                            it-subtotal * (1 - wdesconto-pct / 100)
                            * it-aliquota-icms / 100
                         rewrite registro-item
                            invalid key
                               display "Erro ao atualizar ICMS do item"
                                  at 2205
                         end-rewrite
                      end-if
                   end-if
             end-read
          end-perform
          move "00" to fs-transitens
          .
       valida-desconto.
          perform le-desconto-maximo
          if wnivel < 2 and wdesconto-pct > wdesc-max-op then
                   move bairro         to ent-bairro
                   move cidade         to ent-cidade
                   move cep            to ent-cep
                   perform captura-cep-entrega
                   move "P"            to ent-situacao
                   move function current-date(1:8)
                      to ent-data-geracao
             end-read
          end-if
          .
       captura-cep-entrega.
          move cep to wcep-entrega
          display "CEP de entrega : " at 2005
          accept wcep-entrega at 2022
          if wcep-entrega not = cep and wcep-entrega not = spaces then
             move wcep-entrega to cep-codigo
             read ceps
                invalid key
                   display "CEP fora da tabela - mantido endereco"
                      at 2105
                not invalid key
                   move cep-logradouro to ent-endereco
                   move cep-bairro     to ent-bairro
                   move cep-cidade     to ent-cidade
                   move wcep-entrega   to ent-cep
                   display ent-endereco at 2105
                   display "Numero : " at 2032
                   accept ent-numero at 2041
             end-read
          end-if
          .
       le-parametros-pontos.
          move zero to wtaxa-pontos
          move 50 to wlimite-pontos
                when other
                   continue
             end-evaluate
             if wforma-pagto = "Q" then
                perform verifica-bloqueio-cheque
             end-if
          end-perform
          .
       verifica-bloqueio-cheque.
          move ch-cod-cliente to codigo
          read clientes
             invalid key
                move "N" to bloqueio-cheque
                move zero to cpf
          end-read
          if bloqueio-cheque = "S" then
             display "Cliente bloqueado para pagamento em cheque"
                at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
             display "                                          "
                at 2105
             move spaces to wforma-pagto
          end-if
          .
       registra-cheque.
          move zero to ch-banco
          move zero to ch-agencia
          move spaces to ch-conta
          move zero to ch-numero
          move zero to ch-cpf-emitente
          move zero to wdata-bom-para
          display "Banco :     Agencia :      Conta :" at 1805
          display "Cheque :" at 1856
          display "CPF emitente :" at 1905
          display "Bom para (dd/mm/aaaa) :   /  /" at 1933
          perform with test before until ch-banco > zero
             accept ch-banco at 1813
          end-perform
          accept ch-agencia at 1827
          accept ch-conta at 1840
          perform with test before until ch-numero > zero
             accept ch-numero at 1865
          end-perform
          accept ch-cpf-emitente at 1920
          if ch-cpf-emitente = zero then
             move cpf to ch-cpf-emitente
             display ch-cpf-emitente at 1920
          end-if
          move "N" to wcheque-ok
          perform with test before until wcheque-ok = "S"
             accept wdia-bom-para at 1957
             accept wmes-bom-para at 1960
             accept wano-bom-para at 1963
             perform valida-bom-para
          end-perform
          perform obtem-seq-cheque
          move function current-date(1:8) to ch-data-recebimento
          move ch-data-recebimento to ch-data-situacao
          move wdata-bom-para-inv to ch-bom-para
          move "C" to ch-situacao
          move wid-operador to ch-operador
          write registro-cheque
             invalid key
                display "Erro ao gravar cheque em custodia" at 2205
          end-write
          display "                                                  "
             at 1805
          display "                                                  "
             at 1905
          .
       valida-bom-para.
          move "S" to wcheque-ok
          if wdata-bom-para = zero then
             move function current-date(1:8) to wdata-bom-para-inv
          else
             if wdia-bom-para < 1 or wdia-bom-para > 31
                or wmes-bom-para < 1 or wmes-bom-para > 12
                or wano-bom-para < 2000 then
                move "N" to wcheque-ok
                display "Data invalida" at 2105
             else
                display "             " at 2105
                compute wdata-bom-para-inv = wano-bom-para * 10000
                   + wmes-bom-para * 100 + wdia-bom-para
             end-if
          end-if
          .
       registra-cartao.
          move spaces to wtipo-cartao
          move zero to wqtd-parc-cartao
          move spaces to wnsu-cartao
          display "Cartao [D]ebito [C]redito :" at 1805
          display "NSU/autorizacao :" at 1905
          perform with test before until wtipo-cartao = "D"
             or wtipo-cartao = "C"
             accept wtipo-cartao at 1833
             evaluate wtipo-cartao
                when "d"
                   move "D" to wtipo-cartao
                when "c"
                   move "C" to wtipo-cartao
                when other
                   continue
             end-evaluate
          end-perform
          if wtipo-cartao = "C" then
             display "Parcelas :" at 1840
             accept wqtd-parc-cartao at 1851
          end-if
          if wqtd-parc-cartao = zero then
             move 1 to wqtd-parc-cartao
          end-if
          perform with test before until wnsu-cartao not = spaces
             accept wnsu-cartao at 1923
          end-perform
          perform busca-taxa-cartao
          move function current-date(1:8) to wdata-venda-cartao
          compute wdias-cartao =
             function integer-of-date(wdata-venda-cartao)
             + tc-prazo-dias
          divide wvalor-cartao by wqtd-parc-cartao
             giving wvalor-parc-cartao
          move zero to wacum-cartao
          perform varying wparc-cartao from 1 by 1
             until wparc-cartao > wqtd-parc-cartao
             perform grava-cartao
          end-perform
          display "                                                  "
             at 1805
          display "                                                  "
             at 1905
          .
       busca-taxa-cartao.
          move wtipo-cartao to tc-tipo-cartao
          move wqtd-parc-cartao to tc-qtd-parcelas
          read taxascartao
             invalid key
                move zero to tc-taxa
                if wtipo-cartao = "D" then
                   move 1 to tc-prazo-dias
                else
                   move 30 to tc-prazo-dias
                end-if
                display "Taxa do cartao nao cadastrada - sem desconto"
                   at 2105
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
                display "                                            "
                   at 2105
          end-read
          .
       grava-cartao.
          perform obtem-seq-cartao
          move wnsu-cartao         to cr-nsu
          move wtipo-cartao        to cr-tipo-cartao
          move wqtd-parc-cartao    to cr-qtd-parcelas
          move wparc-cartao        to cr-parcela-cartao
          move wcliente-cartao     to cr-cod-cliente
          move wtransacao-cartao   to cr-num-transacao
          move wparcela-rec-cartao to cr-num-parcela
          move wdata-venda-cartao  to cr-data-venda
          move function date-of-integer(wdias-cartao)
             to cr-data-prevista
          if wparc-cartao = wqtd-parc-cartao then
             compute cr-valor-bruto = wvalor-cartao - wacum-cartao
          else
             move wvalor-parc-cartao to cr-valor-bruto
             add wvalor-parc-cartao to wacum-cartao
          end-if
          move tc-taxa to cr-taxa
          compute cr-valor-liquido rounded =
             cr-valor-bruto - cr-valor-bruto * tc-taxa / 100
          move "A" to cr-situacao
          move zero to cr-data-pagamento
          move zero to cr-valor-recebido
          move wid-operador to cr-operador
          write registro-cartao
             invalid key
                display "Erro ao gravar recebivel de cartao" at 2205
          end-write
          add 30 to wdias-cartao
          .
       obtem-seq-cartao.
          move "CARTAO" to ctl-chave
          read controle
             invalid key
                move "CARTAO" to ctl-chave
                move 1 to ctl-proximo
                write registro-controle
                   invalid key
                      display "Erro no arquivo de controle" at 2105
                end-write
          end-read
          perform with test before until fs-controle not = "51"
             display "Numeracao em uso - aguardando" at 2205
             read controle
                invalid key
                   continue
             end-read
          end-perform
          move ctl-proximo to cr-sequencia
          add 1 to ctl-proximo
          rewrite registro-controle
             invalid key
                display "Erro ao atualizar numeracao" at 2105
          end-rewrite
          .
       obtem-seq-cheque.
          move "CHEQUE" to ctl-chave
          read controle
             invalid key
                move "CHEQUE" to ctl-chave
                move 1 to ctl-proximo
                write registro-controle
                   invalid key
                      display "Erro no arquivo de controle" at 2105
                end-write
          end-read
          perform with test before until fs-controle not = "51"
             display "Numeracao em uso - aguardando" at 2205
             read controle
                invalid key
                   continue
             end-read
          end-perform
          move ctl-proximo to ch-sequencia
          add 1 to ctl-proximo
          rewrite registro-controle
             invalid key
                display "Erro ao atualizar numeracao" at 2105
          end-rewrite
          .
       grava-movimento-caixa.
          perform obtem-seq-caixa
          move function current-date(9:6) to cx-hora
          move wid-operador to cx-operador
          move wforma-pagto to cx-forma-pagto
          move wcod-loja to cx-cod-loja
          write registro-caixa
             invalid key
                display "Erro ao gravar movimento de caixa" at 2205
          move "A" to pg-situacao
          move zero to pg-data-pagamento
          move zero to pg-valor-pago
          move "M" to pg-tipo
          move zero to pg-cod-categoria
          move spaces to pg-descricao
          write registro-pagar
             invalid key
                display "Erro ao gravar parcela a pagar" at 2205
          move nome-vendcomp to nt-nome-vendcomp
          write linha-nota from nota-vendcomp
          write linha-nota from nota-cab-itens
          move zero to wtotal-icms
          move num-transacao to it-num-transacao
          move zero to it-sequencia
          start transitens key is not less than chave-item
          end-if
          move valor-total-tr to nt-valor-total
          write linha-nota from nota-total
          if wtotal-icms > zero then
             move wtotal-icms to nt-total-icms
             write linha-nota from nota-icms
          end-if
          if tipo-transacao = "V" or tipo-transacao = "v" then
             move cod-cliente-tr to codigo
             read clientes
          move it-preco-unit to nt-preco-unit
          move it-desconto-pct to nt-desc-pct
          move it-subtotal   to nt-subtotal
          move it-aliquota-icms to nt-aliq-icms
          move it-valor-icms to nt-valor-icms
          add it-valor-icms to wtotal-icms
          write linha-nota from nota-det
          if fs-mercadorias = "00" and fator-conversao > 1 then
             move unidade-medida  to nu-unidade
             move unidade-compra  to nu-unidade-compra
             move fator-conversao to nu-fator
             move unidade-medida  to nu-unidade-2
             move unidade-compra  to nu-unidade-compra-2
             compute nu-qtd-compra rounded =
                it-quantidade / fator-conversao
             write linha-nota from nota-unidade
          end-if
          move "T" to worigem-medida
          move it-num-transacao to wnum-medida
          move it-sequencia to wseq-medida
          perform imprime-medidas-item
          perform imprime-componentes-kit
          .
       imprime-componentes-kit.
          move it-cod-mercadoria to wcod-kit
          move wcod-kit to kt-cod-kit
          move zero to kt-cod-componente
          start kits key is not less than chave-kit
             invalid key
                move "10" to fs-kits
          end-start
          perform with test before until fs-kits = "10"
             read kits next record
                at end
                   move "10" to fs-kits
                not at end
                   if kt-cod-kit not = wcod-kit then
                      move "10" to fs-kits
                   else
                      move kt-cod-componente to nk-cod-componente
                      move kt-cod-componente to cod-mercadoria
                      read mercadorias
                         invalid key
                            move "*** NAO CADASTRADA ***"
                               to nk-descricao
                         not invalid key
                            move descricao to nk-descricao
                      end-read
                      compute nk-quantidade =
                         kt-quantidade * it-quantidade
                      write linha-nota from nota-kit
                   end-if
             end-read
          end-perform
          move "00" to fs-kits
          .
       encerramento.
          close transacoes
          close depositos
          close estoquedep
          close precos
          close ceps
          close operadores
          close nota
          close receber
          close pontos
          close caixa
          close pagar
          close series
          close controle
          close fornmerc
          close medidas
          close cheques
          close cartoes
          close taxascartao
          close kits
          close kitbaixas
          .
       le-codigo-loja.
          move "LOJA" to ctl-chave
          read controle
             invalid key
                move 1 to wcod-loja
             not invalid key
                move ctl-proximo to wcod-loja
          end-read
          unlock controle
          .
       verifica-periodo.
          move "S" to wperiodo-aberto
          move "FECHAMENTO" to ctl-chave
          read controle
             invalid key
                continue
             not invalid key
                if wperiodo-lanc not > ctl-proximo then
                   move "N" to wperiodo-aberto
                end-if
          end-read
          unlock controle
          if wperiodo-aberto = "N" then
             display "Periodo fechado - lancamento nao permitido"
                at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
          .
       captura-series-item.
          move it-quantidade to wqtd-series
          if tipo-transacao = "V" or tipo-transacao = "v" then
             move "V" to wtipo-serie
             move cod-cliente-tr to wcod-parte-serie
          else
             move "C" to wtipo-serie
             move cod-vendcomp-tr to wcod-parte-serie
          end-if
          perform captura-series
          .
       captura-series.
          compute wdata-serie = ano-transacao * 10000
             + mes-transacao * 100 + dia-transacao
          move zero to wseq-serie
          perform with test before until wseq-serie = wqtd-series
             perform captura-serie
          end-perform
          display "                                                  "
             at 2005
          .
       captura-serie.
          compute wseq-serie-ed = wseq-serie + 1
          display "No. de serie da unidade        : " at 2005
          display wseq-serie-ed at 2029
          move spaces to wnum-serie
          accept wnum-serie at 2038
          if wnum-serie = spaces then
             display "Numero de serie obrigatorio" at 2105
          else
             move cod-mercadoria to sr-cod-mercadoria
             move wnum-serie to sr-num-serie
             read series
                invalid key
                   if wtipo-serie = "C" then
                      perform grava-serie-compra
                   else
                      perform grava-serie-venda
                   end-if
                not invalid key
                   if wtipo-serie = "C" then
                      display "Numero de serie ja cadastrado" at 2105
                   else
                      if sr-situacao = "E" then
                         perform registra-venda-serie
                      else
                         display "Numero de serie ja vendido   " at 2105
                      end-if
                   end-if
             end-read
          end-if
          .
       grava-serie-compra.
          move cod-mercadoria   to sr-cod-mercadoria
          move wnum-serie       to sr-num-serie
          move "E"              to sr-situacao
          move num-transacao    to sr-num-compra
          move wdata-serie      to sr-data-compra
          move wcod-parte-serie to sr-cod-fornecedor
          move zero             to sr-num-venda
          move zero             to sr-data-venda
          move zero             to sr-cod-cliente
          move zero             to sr-fim-garantia
          write registro-serie
             invalid key
                display "Erro ao gravar numero de serie" at 2105
             not invalid key
                perform serie-aceita
          end-write
          .
       grava-serie-venda.
          move cod-mercadoria   to sr-cod-mercadoria
          move wnum-serie       to sr-num-serie
          move zero             to sr-num-compra
          move zero             to sr-data-compra
          move zero             to sr-cod-fornecedor
          perform preenche-venda-serie
          write registro-serie
             invalid key
                display "Erro ao gravar numero de serie" at 2105
             not invalid key
                perform serie-aceita
          end-write
          .
       registra-venda-serie.
          perform preenche-venda-serie
          rewrite registro-serie
             invalid key
                display "Erro ao atualizar numero de serie" at 2105
             not invalid key
                perform serie-aceita
          end-rewrite
          .
       preenche-venda-serie.
          move "V"              to sr-situacao
          move num-transacao    to sr-num-venda
          move wdata-serie      to sr-data-venda
          move wcod-parte-serie to sr-cod-cliente
          perform calcula-fim-garantia
          move wdata-garantia   to sr-fim-garantia
          .
       serie-aceita.
          add 1 to wseq-serie
          display "                                 " at 2105
          .
       calcula-fim-garantia.
          if meses-garantia = zero then
             move wdata-serie to wdata-garantia
          else
             move wdata-serie to wdata-calc
             compute wmeses-calc = wcalc-mes - 1 + meses-garantia
             divide wmeses-calc by 12 giving wanos-calc
                remainder wmes-resto
             add wanos-calc to wcalc-ano
             compute wcalc-mes = wmes-resto + 1
             if wcalc-dia > 28 then
                perform ajusta-dia-garantia
             end-if
             move wdata-calc to wdata-garantia
          end-if
          .
       ajusta-dia-garantia.
          if wcalc-mes = 12 then
             compute wdata-prox-mes = (wcalc-ano + 1) * 10000 + 0101
          else
             compute wdata-prox-mes = wcalc-ano * 10000
                + (wcalc-mes + 1) * 100 + 01
          end-if
          compute wdias-garantia =
             function integer-of-date(wdata-prox-mes) - 1
          move function date-of-integer(wdias-garantia)
             to wdata-ult-dia
          if wcalc-dia > wdata-ult-dia(7:2) then
             move wdata-ult-dia(7:2) to wcalc-dia
          end-if
          .
