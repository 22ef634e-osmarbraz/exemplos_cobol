             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             file status is fs-entrada.
             select optional vendcomp assign to "vendcomp.dat"
             organization is indexed
             select optional audprecos assign to "audprecos.dat"
             organization is line sequential
             file status is fs-entrada.
             select optional audfechamento assign to "audfechamento.dat"
             organization is line sequential
             file status is fs-entrada.
             select optional metas assign to "metas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-meta
             file status is fs-entrada.
             select optional fornmerc assign to "fornmerc.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-fornmerc
             alternate key is fm-cod-fornecedor with duplicates
             file status is fs-entrada.
             select optional medidas assign to "medidas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-medida
             file status is fs-entrada.
             select optional cheques assign to "cheques.dat"
             organization is indexed
             access mode is dynamic
             record key is ch-sequencia
             alternate key is ch-bom-para with duplicates
             alternate key is ch-cod-cliente with duplicates
             file status is fs-entrada.
             select optional cartoes assign to "cartoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cr-sequencia
             alternate key is cr-nsu with duplicates
             alternate key is cr-data-prevista with duplicates
             alternate key is cr-num-transacao with duplicates
             file status is fs-entrada.
             select optional taxascartao assign to "taxascartao.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-taxa-cartao
             file status is fs-entrada.
             select optional cobranca assign to "cobranca.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-cobranca
             alternate key is cb-cod-cliente with duplicates
             file status is fs-entrada.
             select optional negativados assign to "negativados.dat"
             organization is indexed
             access mode is dynamic
             record key is ng-cod-cliente
             file status is fs-entrada.
             select optional consignacoes assign to "consignacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cs-numero
             alternate key is cs-cod-cliente with duplicates
             file status is fs-entrada.
             select optional consigitens assign to "consigitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item-consig
             alternate key is cn-cod-mercadoria with duplicates
             file status is fs-entrada.
             select optional kits assign to "kits.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-kit
             alternate key is kt-cod-componente with duplicates
             file status is fs-entrada.
             select optional kitbaixas assign to "kitbaixas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-kitbaixa
             alternate key is kb-cod-componente with duplicates
             file status is fs-entrada.
             select optional ceps assign to "ceps.dat"
             organization is indexed
             access mode is dynamic
             record key is cep-codigo
             file status is fs-entrada.
             select optional constransacoes
             assign to "constransacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cst-num-transacao
             file status is fs-entrada.
             select optional consitens assign to "consitens.dat"
             organization is indexed
             access mode is dynamic
             record key is cit-chave-item
             alternate key is cit-cod-mercadoria with duplicates
             file status is fs-entrada.
             select optional conscaixa assign to "conscaixa.dat"
             organization is indexed
             access mode is dynamic
             record key is ccx-sequencia
             file status is fs-entrada.
             select optional consestoque assign to "consestoque.dat"
             organization is indexed
             access mode is dynamic
             record key is cse-chave
             file status is fs-entrada.
             select optional consmapa assign to "consmapa.dat"
             organization is indexed
             access mode is dynamic
             record key is cm-chave
             file status is fs-entrada.
             select optional catdespesa assign to "catdespesa.dat"
             organization is indexed
             access mode is dynamic
             record key is cat-codigo
             file status is fs-entrada.
             select optional series assign to "series.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-serie
             alternate key is sr-num-serie with duplicates
             alternate key is sr-num-compra with duplicates
             alternate key is sr-num-venda with duplicates
             file status is fs-entrada.
             select optional ordserv assign to "ordserv.dat"
             organization is indexed
             access mode is dynamic
             record key is os-numero
             alternate key is os-num-serie with duplicates
             file status is fs-entrada.
             select optional ospecas assign to "ospecas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-ospeca
             file status is fs-entrada.
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
           perform copia-transfdep
           perform copia-inventario
           perform copia-audprecos
           perform copia-audfechamento
           perform copia-metas
           perform copia-fornmerc
           perform copia-medidas
           perform copia-cheques
           perform copia-cartoes
           perform copia-taxascartao
           perform copia-cobranca
           perform copia-negativados
           perform copia-consignacoes
           perform copia-consigitens
           perform copia-kits
           perform copia-kitbaixas
           perform copia-ceps
           perform copia-constransacoes
           perform copia-consitens
           perform copia-conscaixa
           perform copia-consestoque
           perform copia-consmapa
           perform copia-catdespesa
           perform copia-series
           perform copia-ordserv
           perform copia-ospecas
           perform copia-controle
           perform encerramento
           goback
           end-if
           close audprecos
           .
       copia-audfechamento.
           move "audfechamento" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input audfechamento
           if fs-entrada not = "00" and fs-entrada not = "05" then
              perform registra-ausente
           else
              open output arq-backup
              perform with test before until fs-entrada not = "00"
                 read audfechamento
                    at end
                       move "10" to fs-entrada
                    not at end
                       write linha-backup from linha-audfechamento
                       add 1 to wqtd-registros
                 end-read
              end-perform
              close arq-backup
              perform registra-log
           end-if
           close audfechamento
           .
       copia-metas.
           move "metas" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input metas
           open output arq-backup
           move low-values to chave-meta
           start metas key is not less than chave-meta
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read metas next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-meta
                    add 1 to wqtd-registros
              end-read
           end-perform
           close metas
           close arq-backup
           perform registra-log
           .
       copia-fornmerc.
           move "fornmerc" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input fornmerc
           open output arq-backup
           move low-values to chave-fornmerc
           start fornmerc key is not less than chave-fornmerc
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read fornmerc next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-fornmerc
                    add 1 to wqtd-registros
              end-read
           end-perform
           close fornmerc
           close arq-backup
           perform registra-log
           .
       copia-medidas.
           move "medidas" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input medidas
           open output arq-backup
           move low-values to chave-medida
           start medidas key is not less than chave-medida
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read medidas next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-medida
                    add 1 to wqtd-registros
              end-read
           end-perform
           close medidas
           close arq-backup
           perform registra-log
           .
       copia-cheques.
           move "cheques" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input cheques
           open output arq-backup
           move low-values to ch-sequencia
           start cheques key is not less than ch-sequencia
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read cheques next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-cheque
                    add 1 to wqtd-registros
              end-read
           end-perform
           close cheques
           close arq-backup
           perform registra-log
           .
       copia-cartoes.
           move "cartoes" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input cartoes
           open output arq-backup
           move low-values to cr-sequencia
           start cartoes key is not less than cr-sequencia
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read cartoes next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-cartao
                    add 1 to wqtd-registros
              end-read
           end-perform
           close cartoes
           close arq-backup
           perform registra-log
           .
       copia-taxascartao.
           move "taxascartao" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input taxascartao
           open output arq-backup
           move low-values to chave-taxa-cartao
           start taxascartao key is not less than chave-taxa-cartao
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read taxascartao next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-taxa-cartao
                    add 1 to wqtd-registros
              end-read
           end-perform
           close taxascartao
           close arq-backup
           perform registra-log
           .
       copia-cobranca.
           move "cobranca" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input cobranca
           open output arq-backup
           move low-values to chave-cobranca
           start cobranca key is not less than chave-cobranca
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read cobranca next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-cobranca
                    add 1 to wqtd-registros
              end-read
           end-perform
           close cobranca
           close arq-backup
           perform registra-log
           .
       copia-negativados.
           move "negativados" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input negativados
           open output arq-backup
           move low-values to ng-cod-cliente
           start negativados key is not less than ng-cod-cliente
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read negativados next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-negativado
                    add 1 to wqtd-registros
              end-read
           end-perform
           close negativados
           close arq-backup
           perform registra-log
           .
       copia-consignacoes.
           move "consignacoes" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input consignacoes
           open output arq-backup
           move low-values to cs-numero
           start consignacoes key is not less than cs-numero
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read consignacoes next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-consignacao
                    add 1 to wqtd-registros
              end-read
           end-perform
           close consignacoes
           close arq-backup
           perform registra-log
           .
       copia-consigitens.
           move "consigitens" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input consigitens
           open output arq-backup
           move low-values to chave-item-consig
           start consigitens key is not less than chave-item-consig
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read consigitens next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-item-consig
                    add 1 to wqtd-registros
              end-read
           end-perform
           close consigitens
           close arq-backup
           perform registra-log
           .
       copia-kits.
           move "kits" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input kits
           open output arq-backup
           move low-values to chave-kit
           start kits key is not less than chave-kit
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read kits next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-kit
                    add 1 to wqtd-registros
              end-read
           end-perform
           close kits
           close arq-backup
           perform registra-log
           .
       copia-kitbaixas.
           move "kitbaixas" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input kitbaixas
           open output arq-backup
           move low-values to chave-kitbaixa
           start kitbaixas key is not less than chave-kitbaixa
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read kitbaixas next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-kitbaixa
                    add 1 to wqtd-registros
              end-read
           end-perform
           close kitbaixas
           close arq-backup
           perform registra-log
           .
       copia-ceps.
           move "ceps" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input ceps
           open output arq-backup
           move low-values to cep-codigo
           start ceps key is not less than cep-codigo
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read ceps next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-cep
                    add 1 to wqtd-registros
              end-read
           end-perform
           close ceps
           close arq-backup
           perform registra-log
           .
       copia-constransacoes.
           move "constransacoes" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input constransacoes
           open output arq-backup
           move low-values to cst-num-transacao
           start constransacoes key is not less than cst-num-transacao
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read constransacoes next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-constransacoes
                    add 1 to wqtd-registros
              end-read
           end-perform
           close constransacoes
           close arq-backup
           perform registra-log
           .
       copia-consitens.
           move "consitens" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input consitens
           open output arq-backup
           move low-values to cit-chave-item
           start consitens key is not less than cit-chave-item
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read consitens next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-consitens
                    add 1 to wqtd-registros
              end-read
           end-perform
           close consitens
           close arq-backup
           perform registra-log
           .
       copia-conscaixa.
           move "conscaixa" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input conscaixa
           open output arq-backup
           move low-values to ccx-sequencia
           start conscaixa key is not less than ccx-sequencia
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read conscaixa next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-conscaixa
                    add 1 to wqtd-registros
              end-read
           end-perform
           close conscaixa
           close arq-backup
           perform registra-log
           .
       copia-consestoque.
           move "consestoque" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input consestoque
           open output arq-backup
           move low-values to cse-chave
           start consestoque key is not less than cse-chave
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read consestoque next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-consestoque
                    add 1 to wqtd-registros
              end-read
           end-perform
           close consestoque
           close arq-backup
           perform registra-log
           .
       copia-consmapa.
           move "consmapa" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input consmapa
           open output arq-backup
           move low-values to cm-chave
           start consmapa key is not less than cm-chave
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read consmapa next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-consmapa
                    add 1 to wqtd-registros
              end-read
           end-perform
           close consmapa
           close arq-backup
           perform registra-log
           .
       copia-catdespesa.
           move "catdespesa" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input catdespesa
           open output arq-backup
           move low-values to cat-codigo
           start catdespesa key is not less than cat-codigo
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read catdespesa next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-catdespesa
                    add 1 to wqtd-registros
              end-read
           end-perform
           close catdespesa
           close arq-backup
           perform registra-log
           .
       copia-series.
           move "series" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input series
           open output arq-backup
           move low-values to chave-serie
           start series key is not less than chave-serie
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read series next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-serie
                    add 1 to wqtd-registros
              end-read
           end-perform
           close series
           close arq-backup
           perform registra-log
           .
       copia-ordserv.
           move "ordserv" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input ordserv
           open output arq-backup
           move low-values to os-numero
           start ordserv key is not less than os-numero
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read ordserv next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-ordserv
                    add 1 to wqtd-registros
              end-read
           end-perform
           close ordserv
           close arq-backup
           perform registra-log
           .
       copia-ospecas.
           move "ospecas" to lg-arquivo
           perform monta-nome-backup
           move zero to wqtd-registros
           open input ospecas
           open output arq-backup
           move low-values to chave-ospeca
           start ospecas key is not less than chave-ospeca
              invalid key
                 move "10" to fs-entrada
           end-start
           perform with test before until fs-entrada not = "00"
              read ospecas next record
                 at end
                    move "10" to fs-entrada
                 not at end
                    write linha-backup from registro-ospeca
                    add 1 to wqtd-registros
              end-read
           end-perform
           close ospecas
           close arq-backup
           perform registra-log
           .
       copia-controle.
           move "controle" to lg-arquivo
           perform monta-nome-backup
