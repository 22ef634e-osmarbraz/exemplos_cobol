             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             file status is fs-saida.
             select vendcomp assign to "vendcomp.dat"
             organization is indexed
             select audprecos assign to "audprecos.dat"
             organization is line sequential
             file status is fs-saida.
             select audfechamento assign to "audfechamento.dat"
             organization is line sequential
             file status is fs-saida.
             select metas assign to "metas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-meta
             file status is fs-saida.
             select fornmerc assign to "fornmerc.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-fornmerc
             alternate key is fm-cod-fornecedor with duplicates
             file status is fs-saida.
             select medidas assign to "medidas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-medida
             file status is fs-saida.
             select cheques assign to "cheques.dat"
             organization is indexed
             access mode is dynamic
             record key is ch-sequencia
             alternate key is ch-bom-para with duplicates
             alternate key is ch-cod-cliente with duplicates
             file status is fs-saida.
             select cartoes assign to "cartoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cr-sequencia
             alternate key is cr-nsu with duplicates
             alternate key is cr-data-prevista with duplicates
             alternate key is cr-num-transacao with duplicates
             file status is fs-saida.
             select taxascartao assign to "taxascartao.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-taxa-cartao
             file status is fs-saida.
             select cobranca assign to "cobranca.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-cobranca
             alternate key is cb-cod-cliente with duplicates
             file status is fs-saida.
             select negativados assign to "negativados.dat"
             organization is indexed
             access mode is dynamic
             record key is ng-cod-cliente
             file status is fs-saida.
             select consignacoes assign to "consignacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cs-numero
             alternate key is cs-cod-cliente with duplicates
             file status is fs-saida.
             select consigitens assign to "consigitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item-consig
             alternate key is cn-cod-mercadoria with duplicates
             file status is fs-saida.
             select kits assign to "kits.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-kit
             alternate key is kt-cod-componente with duplicates
             file status is fs-saida.
             select kitbaixas assign to "kitbaixas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-kitbaixa
             alternate key is kb-cod-componente with duplicates
             file status is fs-saida.
             select ceps assign to "ceps.dat"
             organization is indexed
             access mode is dynamic
             record key is cep-codigo
             file status is fs-saida.
             select constransacoes assign to "constransacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cst-num-transacao
             file status is fs-saida.
             select consitens assign to "consitens.dat"
             organization is indexed
             access mode is dynamic
             record key is cit-chave-item
             alternate key is cit-cod-mercadoria with duplicates
             file status is fs-saida.
             select conscaixa assign to "conscaixa.dat"
             organization is indexed
             access mode is dynamic
             record key is ccx-sequencia
             file status is fs-saida.
             select consestoque assign to "consestoque.dat"
             organization is indexed
             access mode is dynamic
             record key is cse-chave
             file status is fs-saida.
             select consmapa assign to "consmapa.dat"
             organization is indexed
             access mode is dynamic
             record key is cm-chave
             file status is fs-saida.
             select catdespesa assign to "catdespesa.dat"
             organization is indexed
             access mode is dynamic
             record key is cat-codigo
             file status is fs-saida.
             select series assign to "series.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-serie
             alternate key is sr-num-serie with duplicates
             alternate key is sr-num-compra with duplicates
             alternate key is sr-num-venda with duplicates
             file status is fs-saida.
             select ordserv assign to "ordserv.dat"
             organization is indexed
             access mode is dynamic
             record key is os-numero
             alternate key is os-num-serie with duplicates
             file status is fs-saida.
             select ospecas assign to "ospecas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-ospeca
             file status is fs-saida.
             select controle assign to "controle.dat"
             organization is indexed
             access mode is dynamic
                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
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
           fd vendcomp.
             01 registro-vendcomp.
                02 cod-vendcomp        pic 9999.
                02 cidade-vc           pic x(30).
                02 estado-vc           pic AA.
                02 email-vc            pic x(50).
                02 cep-vc              pic x(8).
           fd transacoes.
             01 registro-transacao.
                02 num-transacao         pic 9(6).
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
           fd receber.
             01 registro-parcela.
                02 chave-parcela.
                   03 pg-mes-pagto          pic 99.
                   03 pg-ano-pagto          pic 9999.
                02 pg-valor-pago         pic 9(9)v99.
                02 pg-tipo               pic x.
                02 pg-cod-categoria      pic 999.
                02 pg-descricao          pic x(40).
           fd caixa.
             01 registro-caixa.
                02 cx-sequencia          pic 9(6).
                02 cx-num-transacao      pic 9(6).
                02 cx-num-parcela        pic 99.
                02 cx-valor              pic 9(9)v99.
                02 cx-cod-loja           pic 99.
           fd pontos.
             01 registro-pontos.
                02 pt-sequencia          pic 9(6).
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd transfdep.
             01 registro-transfdep.
                02 tf-num-doc            pic 9(6).
                02 inv-situacao          pic x.
           fd audprecos.
             01 linha-audprecos         pic x(60).
           fd audfechamento.
             01 linha-audfechamento     pic x(100).
           fd metas.
             01 registro-meta.
                02 chave-meta.
                   03 mt-cod-vendcomp    pic 9999.
                   03 mt-ano             pic 9999.
                   03 mt-mes             pic 99.
                02 mt-valor-meta         pic 9(9)v99.
           fd fornmerc.
             01 registro-fornmerc.
                02 chave-fornmerc.
                   03 fm-cod-mercadoria  pic 9999.
                   03 fm-cod-fornecedor  pic 9999.
                02 fm-cod-produto        pic x(20).
                02 fm-ultimo-preco       pic 9(6)v99.
                02 fm-data-ultima        pic 9(8).
                02 fm-prazo-entrega      pic 999.
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
           fd cobranca.
             01 registro-cobranca.
                02 chave-cobranca.
                   03 cb-num-transacao   pic 9(6).
                   03 cb-num-parcela     pic 99.
                   03 cb-estagio         pic 9.
                02 cb-cod-cliente        pic 9(6).
                02 cb-data-emissao       pic 9(8).
                02 cb-dias-atraso        pic 9(5).
                02 cb-valor              pic 9(9)v99.
                02 cb-meio               pic x.
           fd negativados.
             01 registro-negativado.
                02 ng-cod-cliente        pic 9(6).
                02 ng-situacao           pic x.
                02 ng-data-inclusao      pic 9(8).
                02 ng-valor              pic 9(9)v99.
                02 ng-data-liberacao     pic 9(8).
           fd consignacoes.
             01 registro-consignacao.
                02 cs-numero             pic 9(6).
                02 cs-cod-cliente        pic 9(6).
                02 cs-cod-vendcomp       pic 9999.
                02 cs-deposito           pic 99.
                02 cs-data-remessa       pic 9(8).
                02 cs-data-prevista      pic 9(8).
                02 cs-qtd-itens          pic 9(4).
                02 cs-valor-remetido     pic 9(9)v99.
                02 cs-situacao           pic x.
                02 cs-data-acerto        pic 9(8).
                02 cs-num-transacao      pic 9(6).
                02 cs-operador           pic x(10).
           fd consigitens.
             01 registro-item-consig.
                02 chave-item-consig.
                   03 cn-numero          pic 9(6).
                   03 cn-sequencia       pic 9(4).
                02 cn-cod-mercadoria     pic 9999.
                02 cn-qtd-remetida       pic 9(6).
                02 cn-preco-unit         pic 9(6)v99.
                02 cn-qtd-vendida        pic 9(6).
                02 cn-qtd-devolvida      pic 9(6).
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
           fd ceps.
             01 registro-cep.
                02 cep-codigo            pic x(8).
                02 cep-logradouro        pic x(50).
                02 cep-bairro            pic x(30).
                02 cep-cidade            pic x(30).
                02 cep-uf                pic xx.
           fd constransacoes.
             01 registro-constransacoes.
                02 cst-num-transacao     pic 9(6).
                02 filler                pic x(66).
           fd consitens.
             01 registro-consitens.
                02 cit-chave-item        pic x(10).
                02 cit-cod-mercadoria    pic 9999.
                02 filler                pic x(42).
           fd conscaixa.
             01 registro-conscaixa.
                02 ccx-sequencia         pic 9(6).
                02 filler                pic x(47).
           fd consestoque.
             01 registro-consestoque.
                02 cse-chave             pic x(8).
                02 filler                pic x(22).
           fd consmapa.
             01 registro-consmapa.
                02 cm-chave              pic x(9).
                02 filler                pic x(6).
           fd catdespesa.
             01 registro-catdespesa.
                02 cat-codigo            pic 999.
                02 cat-descricao         pic x(30).
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
           fd ordserv.
             01 registro-ordserv.
                02 os-numero             pic 9(6).
                02 os-cod-mercadoria     pic 9999.
                02 os-num-serie          pic x(20).
                02 os-cod-cliente        pic 9(6).
                02 os-data-abertura      pic 9(8).
                02 os-operador           pic x(10).
                02 os-defeito            pic x(60).
                02 os-diagnostico        pic x(60).
                02 os-garantia           pic x.
                02 os-situacao           pic x.
                02 os-data-fechamento    pic 9(8).
                02 os-num-venda          pic 9(6).
                02 os-num-baixa          pic 9(6).
           fd ospecas.
             01 registro-ospeca.
                02 chave-ospeca.
                   03 op-num-os          pic 9(6).
                   03 op-sequencia       pic 999.
                02 op-cod-mercadoria     pic 9999.
                02 op-quantidade         pic 9(6).
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
           display "[21] depositos     [22] estoquedep"  at 1605
           display "[23] transfdep     [24] inventario"  at 1705
           display "[25] audprecos     [ 0] sair"        at 1805
           display "[26] metas" at 0645
           display "[27] fornmerc" at 0745
           display "[28] medidas" at 0845
           display "[29] cheques" at 0945
           display "[30] cartoes" at 1045
           display "[31] taxascartao" at 1145
           display "[32] cobranca" at 1245
           display "[33] negativados" at 1345
           display "[34] consignacoes" at 1445
           display "[35] consigitens" at 1545
           display "[36] kits" at 1645
           display "[37] kitbaixas" at 1745
           display "[38] ceps" at 1845
           display "[39] constransacoes" at 0662
           display "[40] consitens" at 0762
           display "[41] conscaixa" at 0862
           display "[42] consestoque" at 0962
           display "[43] consmapa" at 1062
           display "[44] catdespesa" at 1162
           display "[45] series" at 1262
           display "[46] ordserv" at 1362
           display "[47] ospecas" at 1462
           display "[48] audfechamento" at 1562
           display "Arquivo : " at 1905
           accept wopcao-arquivo at 1915
           if wopcao-arquivo = 0 or wopcao-arquivo > 48 then
              goback
           end-if
           display "Geracao : " at 2005
              when 23 move "transfdep"   to wnome-base
              when 24 move "inventario"  to wnome-base
              when 25 move "audprecos"   to wnome-base
              when 26 move "metas"       to wnome-base
              when 27 move "fornmerc"    to wnome-base
              when 28 move "medidas"     to wnome-base
              when 29 move "cheques"     to wnome-base
              when 30 move "cartoes"     to wnome-base
              when 31 move "taxascartao" to wnome-base
              when 32 move "cobranca"    to wnome-base
              when 33 move "negativados" to wnome-base
              when 34 move "consignacoes" to wnome-base
              when 35 move "consigitens" to wnome-base
              when 36 move "kits"        to wnome-base
              when 37 move "kitbaixas"   to wnome-base
              when 38 move "ceps"        to wnome-base
              when 39 move "constransacoes" to wnome-base
              when 40 move "consitens"   to wnome-base
              when 41 move "conscaixa"   to wnome-base
              when 42 move "consestoque" to wnome-base
              when 43 move "consmapa"    to wnome-base
              when 44 move "catdespesa"  to wnome-base
              when 45 move "series"      to wnome-base
              when 46 move "ordserv"     to wnome-base
              when 47 move "ospecas"     to wnome-base
              when 48 move "audfechamento" to wnome-base
           end-evaluate
           move spaces to wnome-backup
           string wnome-base delimited by space
                 when 23 perform restaura-transfdep
                 when 24 perform restaura-inventario
                 when 25 perform restaura-audprecos
                 when 26 perform restaura-metas
                 when 27 perform restaura-fornmerc
                 when 28 perform restaura-medidas
                 when 29 perform restaura-cheques
                 when 30 perform restaura-cartoes
                 when 31 perform restaura-taxascartao
                 when 32 perform restaura-cobranca
                 when 33 perform restaura-negativados
                 when 34 perform restaura-consignacoes
                 when 35 perform restaura-consigitens
                 when 36 perform restaura-kits
                 when 37 perform restaura-kitbaixas
                 when 38 perform restaura-ceps
                 when 39 perform restaura-constransacoes
                 when 40 perform restaura-consitens
                 when 41 perform restaura-conscaixa
                 when 42 perform restaura-consestoque
                 when 43 perform restaura-consmapa
                 when 44 perform restaura-catdespesa
                 when 45 perform restaura-series
                 when 46 perform restaura-ordserv
                 when 47 perform restaura-ospecas
                 when 48 perform restaura-audfechamento
              end-evaluate
              move wqtd-registros to wqtd-registros-ed
              display "Registros restaurados : " at 2105
           end-perform
           close audprecos
           .
       restaura-audfechamento.
           open output audfechamento
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write linha-audfechamento from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close audfechamento
           .
       restaura-metas.
           open output metas
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-meta from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close metas
           .
       restaura-fornmerc.
           open output fornmerc
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-fornmerc from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close fornmerc
           .
       restaura-medidas.
           open output medidas
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-medida from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close medidas
           .
       restaura-cheques.
           open output cheques
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-cheque from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close cheques
           .
       restaura-cartoes.
           open output cartoes
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-cartao from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close cartoes
           .
       restaura-taxascartao.
           open output taxascartao
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-taxa-cartao from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close taxascartao
           .
       restaura-cobranca.
           open output cobranca
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-cobranca from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close cobranca
           .
       restaura-negativados.
           open output negativados
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-negativado from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close negativados
           .
       restaura-consignacoes.
           open output consignacoes
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-consignacao from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close consignacoes
           .
       restaura-consigitens.
           open output consigitens
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-item-consig from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close consigitens
           .
       restaura-kits.
           open output kits
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-kit from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close kits
           .
       restaura-kitbaixas.
           open output kitbaixas
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-kitbaixa from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close kitbaixas
           .
       restaura-ceps.
           open output ceps
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-cep from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close ceps
           .
       restaura-constransacoes.
           open output constransacoes
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-constransacoes from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close constransacoes
           .
       restaura-consitens.
           open output consitens
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-consitens from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close consitens
           .
       restaura-conscaixa.
           open output conscaixa
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-conscaixa from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close conscaixa
           .
       restaura-consestoque.
           open output consestoque
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-consestoque from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close consestoque
           .
       restaura-consmapa.
           open output consmapa
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-consmapa from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close consmapa
           .
       restaura-catdespesa.
           open output catdespesa
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-catdespesa from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close catdespesa
           .
       restaura-series.
           open output series
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-serie from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close series
           .
       restaura-ordserv.
           open output ordserv
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-ordserv from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close ordserv
           .
       restaura-ospecas.
           open output ospecas
           perform with test before until fs-backup not = "00"
              read arq-backup
                 at end
                    move "10" to fs-backup
                 not at end
                    write registro-ospeca from linha-backup
                    add 1 to wqtd-registros
              end-read
           end-perform
           close ospecas
           .
