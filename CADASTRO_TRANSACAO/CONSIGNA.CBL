 identification division.
       program-id. ControleConsignacao.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select consignacoes assign to "consignacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cs-numero
             alternate key is cs-cod-cliente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-consignacoes.
             select consigitens assign to "consigitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item-consig
             alternate key is cn-cod-mercadoria with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-consigitens.
             select clientes assign to "clientes.dat"
             organization is indexed
             access mode is dynamic
             record key is codigo
             alternate key is nome with duplicates
             sharing with all other
             file status is fs-clientes.
             select vendcomp assign to "vendcomp.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-vendcomp
             alternate key is nome-vendcomp with duplicates
             sharing with all other
             file status is fs-vendcomp.
             select mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-mercadorias.
             select lotes assign to "lotes.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-lote
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-lotes.
             select depositos assign to "depositos.dat"
             organization is indexed
             access mode is dynamic
             record key is dep-codigo
             sharing with all other
             file status is fs-depositos.
             select estoquedep assign to "estoquedep.dat"
             organization is indexed
             access mode is dynamic
             record key is ed-chave
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-estoquedep.
             select optional precos assign to "precos.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-preco
             sharing with all other
             file status is fs-precos.
             select transacoes assign to "transacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is num-transacao
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-transacoes.
             select transitens assign to "transitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item
             alternate key is it-cod-mercadoria with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-transitens.
             select receber assign to "receber.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-parcela
             alternate key is par-cod-cliente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-receber.
             select caixa assign to "caixa.dat"
             organization is indexed
             access mode is dynamic
             record key is cx-sequencia
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-caixa.
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
             record key is ctl-chave
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-controle.
             select operadores assign to "operadores.dat"
             organization is indexed
             access mode is dynamic
             record key is oper-id
             sharing with all other
             file status is fs-operadores.
             select nota assign to "nota.lst"
             organization is line sequential
             file status is fs-nota.
             select relatorio assign to "consignacao.lst"
             organization is line sequential
             file status is fs-relatorio.
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
       data division.
         file section.
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
           fd clientes.
             01 registro-clientes.
                02 codigo              pic 9(6).
                02 nome                pic x(50).
                02 cpf                 pic 9(11).
                02 data-nas.
                   03 dia-nas             pic 99.
                   03 mes-nas             pic 99.
                   03 ano-nas             pic 9999.
                02 telefone               pic x(30).
                02 endereco               pic x(50).
                02 numero                 pic 9(6).
                02 complemento            pic x(30).
                02 bairro                 pic x(30).
                02 cidade                 pic x(30).
                02 cep                    pic x(8).
                02 estado                 pic AA.
                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
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
           fd lotes.
             01 registro-lote.
                02 chave-lote.
                   03 lt-cod-mercadoria  pic 9999.
                   03 lt-validade        pic 9(8).
                   03 lt-numero          pic x(10).
                02 lt-qtd-saldo          pic 9(6).
           fd depositos.
             01 registro-deposito.
                02 dep-codigo            pic 99.
                02 dep-descricao         pic x(30).
           fd estoquedep.
             01 registro-estoquedep.
                02 ed-chave.
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd precos.
             01 registro-preco.
                02 chave-preco.
                   03 prc-cod-mercadoria pic 9999.
                   03 prc-data-inicio    pic 9(8).
                02 prc-data-fim          pic 9(8).
                02 prc-preco             pic 9(6)v99.
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
           fd receber.
             01 registro-parcela.
                02 chave-parcela.
                   03 par-num-transacao  pic 9(6).
                   03 par-num-parcela    pic 99.
                02 par-cod-cliente       pic 9(6).
                02 par-vencimento.
                   03 par-dia-venc          pic 99.
                   03 par-mes-venc          pic 99.
                   03 par-ano-venc          pic 9999.
                02 par-valor             pic 9(9)v99.
                02 par-situacao          pic x.
                02 par-data-pagamento.
                   03 par-dia-pagto         pic 99.
                   03 par-mes-pagto         pic 99.
                   03 par-ano-pagto         pic 9999.
                02 par-valor-pago        pic 9(9)v99.
           fd caixa.
             01 registro-caixa.
                02 cx-sequencia          pic 9(6).
                02 cx-data               pic 9(8).
                02 cx-hora               pic 9(6).
                02 cx-operador           pic x(10).
                02 cx-tipo-mov           pic x.
                02 cx-forma-pagto        pic x.
                02 cx-num-transacao      pic 9(6).
                02 cx-num-parcela        pic 99.
                02 cx-valor              pic 9(9)v99.
                02 cx-cod-loja           pic 99.
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
           fd operadores.
             01 registro-operador.
                02 oper-id             pic x(10).
                02 oper-nome           pic x(50).
                02 oper-senha          pic x(10).
                02 oper-nivel          pic 9.
           fd nota.
             01 linha-nota             pic x(110).
           fd relatorio.
             01 linha-relatorio        pic x(80).
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
       working-storage section.
          01 fs-consignacoes             pic xx.
          01 fs-consigitens              pic xx.
          01 fs-clientes                 pic xx.
          01 fs-vendcomp                 pic xx.
          01 fs-depositos                pic xx.
          01 fs-mercadorias              pic xx.
          01 fs-lotes                    pic xx.
          01 fs-estoquedep               pic xx.
          01 fs-precos                   pic xx.
          01 fs-transacoes               pic xx.
          01 fs-transitens               pic xx.
          01 fs-receber                  pic xx.
          01 fs-operadores               pic xx.
          01 fs-caixa                    pic xx.
          01 fs-series                   pic xx.
          01 fs-controle                 pic xx.
          01 fs-relatorio                pic xx.
          01 fs-nota                     pic xx.
          01 fs-cheques                  pic xx.
          01 fs-cartoes                  pic xx.
          01 fs-taxascartao              pic xx.
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
          77 resp-continua               pic x value spaces.
          77 wregistro-valido            pic x value "N".
          77 wcontinua-itens             pic x value "S".
          77 wnum-consulta               pic 9(6) value zero.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 westoque-ok                 pic x value "S".
          77 wqtd-parcelas               pic 99 value zero.
          77 wparcela                    pic 99 value zero.
          77 wvalor-parcela              pic 9(9)v99 value zero.
          77 wvalor-acumulado            pic 9(9)v99 value zero.
          77 wmes-venc                   pic 99 value zero.
          77 wano-venc                   pic 9999 value zero.
          77 wdia-venc                   pic 99 value zero.
          77 wvalor-ed                   pic zzz,zzz,zz9.99.
          77 wpreco-vigente              pic 9(6)v99 value zero.
          77 wqtd-a-consumir             pic 9(6) value zero.
          77 wvalor-em-aberto            pic 9(10)v99 value zero.
          77 wlimite-ok                  pic x value "S".
          77 wsuper-id                   pic x(10) value spaces.
          77 wsuper-senha                pic x(10) value spaces.
          77 wsuper-ok                   pic x value "N".
          77 wid-operador                pic x(10) value spaces.
          77 wnivel                      pic 9 value 1.
          77 wforma-pagto                pic x value spaces.
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
          77 wsaldo-item                 pic 9(6) value zero.
          77 wqtd-vendida                pic 9(6) value zero.
          77 wqtd-devolvida              pic 9(6) value zero.
          77 wvenda-aberta               pic x value "N".
          77 wcod-loja                   pic 99 value 1.
          01 wdata-prevista.
             02 wdia-prevista            pic 99 value zero.
             02 wmes-prevista            pic 99 value zero.
             02 wano-prevista            pic 9999 value zero.
          01 linha-traco.
             02 filler                 pic x(80) value all "=".
          01 linha-branco.
             02 filler                 pic x(80) value spaces.
          01 linha-cab-remessa.
             02 filler                 pic x(25)
                value "Remessa em consignacao : ".
             02 lr-numero              pic zzzzz9.
             02 filler                 pic x(9)  value "   Data: ".
             02 lr-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 lr-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 lr-ano                 pic 9999.
             02 filler                 pic x(14) value "  Acerto ate: ".
             02 lr-dia-prev            pic 99.
             02 filler                 pic x     value "/".
             02 lr-mes-prev            pic 99.
             02 filler                 pic x     value "/".
             02 lr-ano-prev            pic 9999.
          01 linha-cab-acerto.
             02 filler                 pic x(25)
                value "Acerto de consignacao  : ".
             02 la-numero              pic zzzzz9.
             02 filler                 pic x(9)  value "   Data: ".
             02 la-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 la-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 la-ano                 pic 9999.
          01 linha-cliente.
             02 filler                 pic x(11) value "Cliente   :".
             02 filler                 pic x     value space.
             02 lc-nome                pic x(50).
          01 linha-endereco.
             02 filler                 pic x(11) value "Endereco  :".
             02 filler                 pic x     value space.
             02 lc-endereco            pic x(50).
          01 linha-cidade.
             02 filler                 pic x(11) value "Cidade    :".
             02 filler                 pic x     value space.
             02 lc-cidade              pic x(30).
          01 linha-cab-itens.
             02 filler                 pic x(6)  value "Codigo".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(40) value "Descricao".
             02 filler                 pic x(8)  value "    Qtd.".
             02 filler                 pic x(12) value " Preco Unit.".
             02 filler                 pic x(12) value "    Subtotal".
          01 linha-det.
             02 li-cod-mercadoria      pic zzz9.
             02 filler                 pic x(4)  value spaces.
             02 li-descricao           pic x(40).
             02 li-quantidade          pic zzz,zz9.
             02 filler                 pic x     value space.
             02 li-preco-unit          pic zzz,zz9.99.
             02 filler                 pic x     value space.
             02 li-subtotal            pic z,zzz,zz9.99.
          01 linha-total.
             02 filler                 pic x(13) value "Valor total :".
             02 filler                 pic x     value space.
             02 lt-valor               pic zzz,zzz,zz9.99.
          01 linha-declaracao.
             02 filler                 pic x(44) value
                "Recebi as mercadorias acima em consignacao, ".
             02 filler                 pic x(36) value
                "para acerto ate a data indicada.".
          01 linha-assinatura.
             02 filler                 pic x(40)
                value "________________________________________".
             02 filler                 pic x(20) value "  Assinatura".
          01 linha-cab-itens-acerto.
             02 filler                 pic x(6)  value "Codigo".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(30) value "Descricao".
             02 filler                 pic x(9)  value " Remetida".
             02 filler                 pic x(9)  value "  Vendida".
             02 filler                 pic x(10) value " Devolvida".
             02 filler                 pic x(9)  value "    Saldo".
          01 linha-det-acerto.
             02 lda-cod-mercadoria     pic zzz9.
             02 filler                 pic x(4)  value spaces.
             02 lda-descricao          pic x(30).
             02 filler                 pic x(2)  value spaces.
             02 lda-remetida           pic zzz,zz9.
             02 filler                 pic x(2)  value spaces.
             02 lda-vendida            pic zzz,zz9.
             02 filler                 pic x(3)  value spaces.
             02 lda-devolvida          pic zzz,zz9.
             02 filler                 pic x(2)  value spaces.
             02 lda-saldo              pic zzz,zz9.
          01 linha-venda-acerto.
             02 filler                 pic x(26)
                value "Venda gerada - transacao ".
             02 lv-num-transacao       pic zzzzz9.
             02 filler                 pic x(10) value "  Valor : ".
             02 lv-valor               pic zzz,zzz,zz9.99.
          01 linha-sem-venda.
             02 filler                 pic x(40)
                value "Nenhuma venda registrada neste acerto".
          01 linha-situacao.
             02 filler                 pic x(11) value "Situacao  :".
             02 filler                 pic x     value space.
             02 ls-situacao            pic x(35).
          01 nota-traco.
             02 filler                 pic x(80) value all "=".
          01 nota-cab1.
             02 filler                 pic x(20) value spaces.
             02 filler                 pic x(40)
                value "Sistema de compra e venda de Mercadorias".
          01 nota-cab2.
             02 filler                 pic x(11) value "Transacao :".
             02 nt-num-transacao       pic zzzzz9.
             02 filler                 pic x(8)  value "   Tipo:".
             02 nt-tipo                pic xx.
             02 filler                 pic x(7)  value "  Data:".
             02 nt-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 nt-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 nt-ano                 pic 9999.
          01 nota-cliente1.
             02 filler                 pic x(11) value "Cliente   :".
             02 filler                 pic x     value space.
             02 nt-nome-cliente        pic x(50).
          01 nota-cliente2.
             02 filler                 pic x(11) value "Endereco  :".
             02 filler                 pic x     value space.
             02 nt-endereco            pic x(50).
          01 nota-cliente3.
             02 filler                 pic x(11) value "Cidade    :".
             02 filler                 pic x     value space.
             02 nt-cidade              pic x(30).
          01 nota-vendcomp.
             02 filler                 pic x(11) value "Vend/Comp :".
             02 filler                 pic x     value space.
             02 nt-nome-vendcomp       pic x(50).
          01 nota-cab-itens.
             02 filler                 pic x(6)  value "Codigo".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(40) value "Descricao".
             02 filler                 pic x(8)  value "    Qtd.".
             02 filler                 pic x(12) value " Preco Unit.".
             02 filler                 pic x(7)  value "  Desc%".
             02 filler                 pic x(12) value "    Subtotal".
             02 filler                 pic x(7)  value "  ICMS%".
             02 filler                 pic x(11) value "       ICMS".
          01 nota-det.
             02 nt-cod-mercadoria      pic zzz9.
             02 filler                 pic x(4)  value spaces.
             02 nt-descricao           pic x(40).
             02 nt-quantidade          pic zzz,zz9.
             02 filler                 pic x     value space.
             02 nt-preco-unit          pic zzz,zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 nt-desc-pct            pic z9.99.
             02 filler                 pic x     value space.
             02 nt-subtotal            pic z,zzz,zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 nt-aliq-icms           pic z9.99.
             02 filler                 pic x     value space.
             02 nt-valor-icms          pic zzz,zz9.99.
          01 nota-desconto.
             02 filler                 pic x(13) value "Desconto    :".
             02 filler                 pic x     value space.
             02 nt-desconto            pic zzz,zzz,zz9.99.
          01 nota-total.
             02 filler                 pic x(13) value "Valor total :".
             02 filler                 pic x     value space.
             02 nt-valor-total         pic zzz,zzz,zz9.99.
          01 nota-icms.
             02 filler                 pic x(13) value "ICMS        :".
             02 filler                 pic x     value space.
             02 nt-total-icms          pic zzz,zzz,zz9.99.
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
          77 ls-nivel                    pic 9.
       procedure division using ls-wopcao ls-operador ls-nivel.
       abertura.
          open i-o consignacoes
          if fs-consignacoes = "35" then
             open output consignacoes
             close consignacoes
             open i-o consignacoes
          end-if
          open i-o consigitens
          if fs-consigitens = "35" then
             open output consigitens
             close consigitens
             open i-o consigitens
          end-if
          open input clientes
          open input vendcomp
          open input depositos
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
          open input precos
          open i-o lotes
          if fs-lotes = "35" then
             open output lotes
             close lotes
             open i-o lotes
          end-if
          open i-o estoquedep
          if fs-estoquedep = "35" then
             open output estoquedep
             close estoquedep
             open i-o estoquedep
          end-if
          open i-o mercadorias
          open i-o transacoes
          open i-o transitens
          if fs-transitens = "35" then
             open output transitens
             close transitens
             open i-o transitens
          end-if
          open i-o receber
          if fs-receber = "35" then
             open output receber
             close receber
             open i-o receber
          end-if
          open i-o caixa
          if fs-caixa = "35" then
             open output caixa
             close caixa
             open i-o caixa
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
          open extend relatorio
          if fs-relatorio = "35" then
             open output relatorio
          end-if
          open extend nota
          if fs-nota = "35" then
             open output nota
          end-if
          move ls-operador to wid-operador
          move ls-nivel to wnivel
          .
       inicio.
          display erase
          display "Consignacao" at 0430
          display "[0] Retornar"                      at 0605
          display "[1] Nova remessa em consignacao"   at 0705
          display "[2] Acerto de consignacao"         at 0805
          display "[3] Reimprimir remessa"            at 0905
          display "Opcao: "                           at 1105
          accept wopcao-menu at 1112
          evaluate wopcao-menu
             when 0
                perform encerramento
                exit program
             when 1
                perform nova-remessa
             when 2
                perform acerto-consignacao
             when 3
                perform imprime-remessa-opcao
             when other
                continue
          end-evaluate
          go to inicio
          .
       nova-remessa.
          display erase
          display "Nova remessa em consignacao" at 0430
          display "Codigo do cliente  : " at 0605
          accept cs-cod-cliente at 0630
          move cs-cod-cliente to codigo
          read clientes
             invalid key
                display "Cliente nao cadastrado" at 2105
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
                move "N" to wregistro-valido
             not invalid key
                display nome at 0637
                move "S" to wregistro-valido
          end-read
          if wregistro-valido = "S" then
             perform valida-vendedor-consig
          end-if
          if wregistro-valido = "S" then
             perform valida-deposito-consig
          end-if
          if wregistro-valido = "S" then
             display "Acerto ate (dd/mm/aaaa) :   /  /" at 0905
             accept wdia-prevista at 0931
             accept wmes-prevista at 0934
             accept wano-prevista at 0937
             compute cs-data-prevista = wano-prevista * 10000
                + wmes-prevista * 100 + wdia-prevista
             perform obtem-num-consignacao
             display "Numero da remessa  : " at 1005
             display cs-numero at 1026
             move function current-date(1:8) to cs-data-remessa
             move cs-data-remessa to wdata-hoje-inv
             move zero to cs-qtd-itens
             move zero to cs-valor-remetido
             move "S" to wcontinua-itens
             perform with test before until wcontinua-itens not = "S"
                perform captura-item-consig
             end-perform
             if cs-qtd-itens > 0 then
                move "A" to cs-situacao
                move zero to cs-data-acerto
                move zero to cs-num-transacao
                move wid-operador to cs-operador
                write registro-consignacao
                   invalid key
                      display "Erro ao gravar remessa" at 2105
                   not invalid key
                      perform imprime-remessa
                      display "Remessa impressa em consignacao.lst"
                         at 2105
                end-write
             else
                display "Nenhum item informado - remessa cancelada"
                   at 2105
             end-if
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
          .
       valida-vendedor-consig.
          display "Codigo do vendedor : " at 0705
          accept cs-cod-vendcomp at 0730
          move cs-cod-vendcomp to cod-vendcomp
          read vendcomp
             invalid key
                display "Vendedor/comprador nao cadastrado" at 2105
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
                move "N" to wregistro-valido
             not invalid key
                display nome-vendcomp at 0737
                move "S" to wregistro-valido
          end-read
          .
       valida-deposito-consig.
          display "Deposito de saida  : " at 0805
          accept cs-deposito at 0830
          move cs-deposito to dep-codigo
          read depositos
             invalid key
                display "Deposito nao cadastrado" at 2105
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
                move "N" to wregistro-valido
             not invalid key
                display dep-descricao at 0837
                move "S" to wregistro-valido
          end-read
          .
       obtem-num-consignacao.
          move "CONSIGNA" to ctl-chave
          read controle
             invalid key
                move "CONSIGNA" to ctl-chave
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
          move ctl-proximo to cs-numero
          add 1 to ctl-proximo
          rewrite registro-controle
             invalid key
                display "Erro ao atualizar numeracao" at 2105
          end-rewrite
          .
       captura-item-consig.
          add 1 to cs-qtd-itens
          display "Item" at 1205
          display cs-qtd-itens at 1211
          display "Codigo da mercadoria (0 p/ encerrar itens) : "
             at 1305
          move zero to cn-cod-mercadoria
          accept cn-cod-mercadoria at 1351
          if cn-cod-mercadoria = 0 then
             subtract 1 from cs-qtd-itens
             move "N" to wcontinua-itens
          else
             move cn-cod-mercadoria to cod-mercadoria
             read mercadorias
                invalid key
                   display "Mercadoria nao cadastrada" at 2105
                   display "Tecle enter para continuar" at 2305
                   accept resp-continua at 2333
                   subtract 1 from cs-qtd-itens
                not invalid key
                   display "Quantidade : " at 1405
                   move zero to cn-qtd-remetida
                   accept cn-qtd-remetida at 1418
                   perform verifica-saldo-deposito
                   if westoque-ok not = "S" then
                      display "Saldo insuficiente no deposito" at 2105
                      display "Tecle enter para continuar" at 2305
                      accept resp-continua at 2333
                      display "                              " at 2105
                      subtract 1 from cs-qtd-itens
                   else
                      perform grava-item-consig
                   end-if
             end-read
          end-if
          .
       verifica-saldo-deposito.
          move "S" to westoque-ok
          if cn-qtd-remetida = zero or
             cn-qtd-remetida > qtd-estoque then
             move "N" to westoque-ok
          end-if
          move cn-cod-mercadoria to ed-cod-mercadoria
          move cs-deposito to ed-cod-deposito
          read estoquedep
             invalid key
                move zero to ed-qtd-saldo
                move "N" to westoque-ok
          end-read
          if cn-qtd-remetida > ed-qtd-saldo then
             move "N" to westoque-ok
          end-if
          .
       grava-item-consig.
          perform busca-preco-vigente
          move wpreco-vigente to cn-preco-unit
          compute cs-valor-remetido = cs-valor-remetido
             + cn-qtd-remetida * cn-preco-unit
          move cs-numero to cn-numero
          move cs-qtd-itens to cn-sequencia
          move zero to cn-qtd-vendida
          move zero to cn-qtd-devolvida
          write registro-item-consig
             invalid key
                display "Erro ao gravar item da remessa" at 2205
          end-write
          subtract cn-qtd-remetida from qtd-estoque
          rewrite registro-mercadoria
             invalid key
                display "Erro ao atualizar estoque" at 2105
          end-rewrite
          subtract cn-qtd-remetida from ed-qtd-saldo
          rewrite registro-estoquedep
             invalid key
                display "Erro ao atualizar saldo do deposito" at 2205
          end-rewrite
          .
       imprime-remessa-opcao.
          display erase
          display "Reimpressao de remessa em consignacao" at 0430
          display "Numero da remessa : " at 0605
          accept wnum-consulta at 0626
          move wnum-consulta to cs-numero
          read consignacoes
             invalid key
                display "Remessa nao encontrada" at 2105
             not invalid key
                perform imprime-remessa
                display "Remessa impressa em consignacao.lst" at 2105
          end-read
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       imprime-remessa.
          write linha-relatorio from linha-traco
          move cs-numero to lr-numero
          move cs-data-remessa(7:2) to lr-dia
          move cs-data-remessa(5:2) to lr-mes
          move cs-data-remessa(1:4) to lr-ano
          move cs-data-prevista(7:2) to lr-dia-prev
          move cs-data-prevista(5:2) to lr-mes-prev
          move cs-data-prevista(1:4) to lr-ano-prev
          write linha-relatorio from linha-cab-remessa
          perform imprime-cliente-consig
          write linha-relatorio from linha-cab-itens
          move cs-numero to cn-numero
          move zero to cn-sequencia
          start consigitens key is not less than chave-item-consig
             invalid key
                move "10" to fs-consigitens
          end-start
          perform with test before until fs-consigitens = "10"
             read consigitens next record
                at end
                   move "10" to fs-consigitens
                not at end
                   if cn-numero not = cs-numero then
                      move "10" to fs-consigitens
                   else
                      perform imprime-item-remessa
                   end-if
             end-read
          end-perform
          move "00" to fs-consigitens
          move cs-valor-remetido to lt-valor
          write linha-relatorio from linha-total
          write linha-relatorio from linha-branco
          write linha-relatorio from linha-declaracao
          write linha-relatorio from linha-branco
          write linha-relatorio from linha-assinatura
          write linha-relatorio from linha-traco
          .
       imprime-cliente-consig.
          move cs-cod-cliente to codigo
          read clientes
             invalid key
                move "*** NAO CADASTRADO ***" to lc-nome
                move spaces to lc-endereco
                move spaces to lc-cidade
             not invalid key
                move nome     to lc-nome
                move endereco to lc-endereco
                move cidade   to lc-cidade
          end-read
          write linha-relatorio from linha-cliente
          write linha-relatorio from linha-endereco
          write linha-relatorio from linha-cidade
          .
       imprime-item-remessa.
          move cn-cod-mercadoria to li-cod-mercadoria
          move cn-cod-mercadoria to cod-mercadoria
          read mercadorias
             invalid key
                move "*** NAO CADASTRADA ***" to li-descricao
             not invalid key
                move descricao to li-descricao
          end-read
          move cn-qtd-remetida to li-quantidade
          move cn-preco-unit   to li-preco-unit
          compute li-subtotal = cn-qtd-remetida * cn-preco-unit
          write linha-relatorio from linha-det
          .
       acerto-consignacao.
          display erase
          display "Acerto de consignacao" at 0430
          display "Numero da remessa : " at 0605
          accept wnum-consulta at 0626
          move wnum-consulta to cs-numero
          read consignacoes
             invalid key
                display "Remessa nao encontrada" at 2105
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
             not invalid key
                perform avalia-acerto
          end-read
          .
       avalia-acerto.
          if cs-situacao = "F" then
             display "Remessa ja acertada" at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          else
             move cs-cod-cliente to codigo
             read clientes
                invalid key
                   move "*** NAO CADASTRADO ***" to nome
             end-read
             display "Cliente : " at 0705
             display nome at 0715
             move function current-date(1:8) to wdata-hoje-inv
             move "N" to wvenda-aberta
             perform percorre-itens-acerto
             if wvenda-aberta = "S" then
                perform fecha-venda-consig
             end-if
             perform imprime-acerto
             move wdata-hoje-inv to cs-data-acerto
             rewrite registro-consignacao
                invalid key
                   display "Erro ao atualizar remessa" at 2105
             end-rewrite
             display "Acerto impresso em consignacao.lst" at 2205
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
          .
       percorre-itens-acerto.
          move cs-numero to cn-numero
          move zero to cn-sequencia
          start consigitens key is not less than chave-item-consig
             invalid key
                move "10" to fs-consigitens
          end-start
          perform with test before until fs-consigitens = "10"
             read consigitens next record
                at end
                   move "10" to fs-consigitens
                not at end
                   if cn-numero not = cs-numero then
                      move "10" to fs-consigitens
                   else
                      perform acerta-item
                   end-if
             end-read
          end-perform
          move "00" to fs-consigitens
          .
       acerta-item.
          compute wsaldo-item =
             cn-qtd-remetida - cn-qtd-vendida - cn-qtd-devolvida
          if wsaldo-item > zero then
             move cn-cod-mercadoria to cod-mercadoria
             read mercadorias
                invalid key
                   move "*** NAO CADASTRADA ***" to descricao
             end-read
             perform with test before until fs-mercadorias not = "51"
                display "Mercadoria em uso - aguardando" at 2205
                read mercadorias
                   invalid key
                      continue
                end-read
             end-perform
             display "Item           :" at 0905
             display cn-sequencia at 0922
             display "Mercadoria     :" at 1005
             display cn-cod-mercadoria at 1022
             display descricao at 1028
             display "Em consignacao :" at 1105
             display wsaldo-item at 1122
             display "Qtd. vendida   :" at 1205
             display "Qtd. devolvida :" at 1305
             move "N" to wregistro-valido
             perform with test before until wregistro-valido = "S"
                move zero to wqtd-vendida
                move zero to wqtd-devolvida
                accept wqtd-vendida at 1222
                accept wqtd-devolvida at 1322
                if wqtd-vendida + wqtd-devolvida > wsaldo-item then
                   display "Quantidade maior que o saldo em consignacao"
                      at 2105
                else
                   display
                      "                                           "
                      at 2105
                   move "S" to wregistro-valido
                end-if
             end-perform
             if wqtd-vendida > zero then
                perform vende-item-consig
             end-if
             if wqtd-devolvida > zero then
                perform devolve-item-consig
             end-if
             add wqtd-vendida to cn-qtd-vendida
             add wqtd-devolvida to cn-qtd-devolvida
             rewrite registro-item-consig
                invalid key
                   display "Erro ao atualizar item da remessa" at 2205
             end-rewrite
          end-if
          .
       vende-item-consig.
          if wvenda-aberta not = "S" then
             perform abre-venda-consig
          end-if
          add 1 to qtd-itens-tr
          move num-transacao     to it-num-transacao
          move qtd-itens-tr      to it-sequencia
          move cn-cod-mercadoria to it-cod-mercadoria
          move wqtd-vendida      to it-quantidade
          move cn-preco-unit     to it-preco-unit
          compute it-subtotal = wqtd-vendida * cn-preco-unit
          move zero              to it-desconto-pct
          add it-subtotal to valor-total-tr
          if fs-mercadorias = "00" then
             perform calcula-icms-item
          else
             move zero to it-aliquota-icms
             move zero to it-valor-icms
          end-if
          write registro-item
             invalid key
                display "Erro ao gravar item da transacao" at 2105
          end-write
          perform consome-lotes
          if fs-mercadorias = "00" and controla-serie = "S" then
             move wqtd-vendida to wqtd-series
             move cs-cod-cliente to wcod-parte-serie
             perform captura-series
          end-if
          .
       abre-venda-consig.
          move "N" to wregistro-valido
          perform with test before until wregistro-valido = "S"
             perform obtem-num-transacao
             perform valida-num-transacao
          end-perform
          move "V" to tipo-transacao
          move function current-date(7:2) to dia-transacao
          move function current-date(5:2) to mes-transacao
          move function current-date(1:4) to ano-transacao
          move cs-cod-cliente  to cod-cliente-tr
          move cs-cod-vendcomp to cod-vendcomp-tr
          move zero to qtd-itens-tr
          move zero to valor-total-tr
          move zero to desconto-tr
          move "S" to wvenda-aberta
          .
       devolve-item-consig.
          if fs-mercadorias = "00" then
             add wqtd-devolvida to qtd-estoque
             rewrite registro-mercadoria
                invalid key
                   display "Erro ao atualizar estoque" at 2105
             end-rewrite
          end-if
          move cn-cod-mercadoria to ed-cod-mercadoria
          move cs-deposito to ed-cod-deposito
          read estoquedep
             invalid key
                move cn-cod-mercadoria to ed-cod-mercadoria
                move cs-deposito to ed-cod-deposito
                move zero to ed-qtd-saldo
                move wcod-loja to ed-cod-loja
                write registro-estoquedep
                   invalid key
                      display "Erro no saldo por deposito" at 2205
                end-write
          end-read
          add wqtd-devolvida to ed-qtd-saldo
          rewrite registro-estoquedep
             invalid key
                display "Erro ao atualizar saldo do deposito" at 2205
          end-rewrite
          .
       fecha-venda-consig.
          move "A" to situacao-tr
          move spaces to est-operador
          move zero to est-data
          move wcod-loja to cod-loja-tr
          write registro-transacao
             invalid key
                display "Erro ao gravar transacao" at 2105
          end-write
          move num-transacao to cs-num-transacao
          perform imprime-nota
          display "Venda lancada - transacao " at 1505
          display num-transacao at 1532
          perform gera-parcelas
          .
       imprime-acerto.
          write linha-relatorio from linha-traco
          move cs-numero to la-numero
          move wdata-hoje-inv(7:2) to la-dia
          move wdata-hoje-inv(5:2) to la-mes
          move wdata-hoje-inv(1:4) to la-ano
          write linha-relatorio from linha-cab-acerto
          perform imprime-cliente-consig
          write linha-relatorio from linha-cab-itens-acerto
          move "F" to cs-situacao
          move cs-numero to cn-numero
          move zero to cn-sequencia
          start consigitens key is not less than chave-item-consig
             invalid key
                move "10" to fs-consigitens
          end-start
          perform with test before until fs-consigitens = "10"
             read consigitens next record
                at end
                   move "10" to fs-consigitens
                not at end
                   if cn-numero not = cs-numero then
                      move "10" to fs-consigitens
                   else
                      perform imprime-item-acerto
                   end-if
             end-read
          end-perform
          move "00" to fs-consigitens
          write linha-relatorio from linha-branco
          if wvenda-aberta = "S" then
             move num-transacao to lv-num-transacao
             move valor-total-tr to lv-valor
             write linha-relatorio from linha-venda-acerto
          else
             write linha-relatorio from linha-sem-venda
          end-if
          if cs-situacao = "F" then
             move "ENCERRADA" to ls-situacao
          else
             move "EM ABERTO (saldo com o cliente)" to ls-situacao
          end-if
          write linha-relatorio from linha-situacao
          write linha-relatorio from linha-traco
          .
       imprime-item-acerto.
          compute wsaldo-item =
             cn-qtd-remetida - cn-qtd-vendida - cn-qtd-devolvida
          if wsaldo-item > zero then
             move "A" to cs-situacao
          end-if
          move cn-cod-mercadoria to lda-cod-mercadoria
          move cn-cod-mercadoria to cod-mercadoria
          read mercadorias
             invalid key
                move "*** NAO CADASTRADA ***" to lda-descricao
             not invalid key
                move descricao to lda-descricao
          end-read
          move cn-qtd-remetida  to lda-remetida
          move cn-qtd-vendida   to lda-vendida
          move cn-qtd-devolvida to lda-devolvida
          move wsaldo-item      to lda-saldo
          write linha-relatorio from linha-det-acerto
          .
       busca-preco-vigente.
          move preco-unitario to wpreco-vigente
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
                      end-if
                   end-if
             end-read
          end-perform
          move "00" to fs-precos
          .
       obtem-num-transacao.
          move "TRANSACAO" to ctl-chave
          read controle
             invalid key
                move "TRANSACAO" to ctl-chave
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
          move ctl-proximo to num-transacao
          add 1 to ctl-proximo
          rewrite registro-controle
             invalid key
                display "Erro ao atualizar numeracao" at 2105
          end-rewrite
          .
       valida-num-transacao.
          read transacoes
             invalid key
                move "S" to wregistro-valido
             not invalid key
                move "N" to wregistro-valido
          end-read
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
       consome-lotes.
          move wqtd-vendida to wqtd-a-consumir
          move cn-cod-mercadoria to lt-cod-mercadoria
          move zero to lt-validade
          move low-values to lt-numero
          start lotes key is not less than chave-lote
             invalid key
                move "10" to fs-lotes
          end-start
          perform with test before until fs-lotes = "10"
             or wqtd-a-consumir = zero
             read lotes next record
                at end
                   move "10" to fs-lotes
                not at end
                   if lt-cod-mercadoria not = cn-cod-mercadoria then
                      move "10" to fs-lotes
                   else
                      perform consome-lote
                   end-if
             end-read
          end-perform
          move "00" to fs-lotes
          .
       consome-lote.
          if lt-qtd-saldo > zero then
             if lt-qtd-saldo > wqtd-a-consumir then
                subtract wqtd-a-consumir from lt-qtd-saldo
                move zero to wqtd-a-consumir
             else
                subtract lt-qtd-saldo from wqtd-a-consumir
                move zero to lt-qtd-saldo
             end-if
             rewrite registro-lote
                invalid key
                   display "Erro ao atualizar lote" at 2205
             end-rewrite
          end-if
          .
       imprime-nota.
          write linha-nota from nota-traco
          write linha-nota from nota-cab1
          write linha-nota from nota-traco
          move num-transacao  to nt-num-transacao
          move tipo-transacao to nt-tipo
          move dia-transacao  to nt-dia
          move mes-transacao  to nt-mes
          move ano-transacao  to nt-ano
          write linha-nota from nota-cab2
          move cod-cliente-tr to codigo
          read clientes
             invalid key
                move "*** NAO CADASTRADO ***" to nt-nome-cliente
                move spaces to nt-endereco
                move spaces to nt-cidade
             not invalid key
                move nome     to nt-nome-cliente
                move endereco to nt-endereco
                move cidade   to nt-cidade
          end-read
          write linha-nota from nota-cliente1
          write linha-nota from nota-cliente2
          write linha-nota from nota-cliente3
          move cod-vendcomp-tr to cod-vendcomp
          read vendcomp
             invalid key
                move "*** NAO CADASTRADO ***" to nt-nome-vendcomp
             not invalid key
                move nome-vendcomp to nt-nome-vendcomp
          end-read
          write linha-nota from nota-vendcomp
          write linha-nota from nota-cab-itens
          move zero to wtotal-icms
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
                      perform imprime-item-nota
                   end-if
             end-read
          end-perform
          move "00" to fs-transitens
          if desconto-tr > zero then
             move desconto-tr to nt-desconto
             write linha-nota from nota-desconto
          end-if
          move valor-total-tr to nt-valor-total
          write linha-nota from nota-total
          if wtotal-icms > zero then
             move wtotal-icms to nt-total-icms
             write linha-nota from nota-icms
          end-if
          write linha-nota from nota-traco
          .
       imprime-item-nota.
          move it-cod-mercadoria to nt-cod-mercadoria
          move it-cod-mercadoria to cod-mercadoria
          read mercadorias
             invalid key
                move "*** NAO CADASTRADA ***" to nt-descricao
             not invalid key
                move descricao to nt-descricao
          end-read
          move it-quantidade to nt-quantidade
          move it-preco-unit to nt-preco-unit
          move it-desconto-pct to nt-desc-pct
          move it-subtotal   to nt-subtotal
          move it-aliquota-icms to nt-aliq-icms
          move it-valor-icms to nt-valor-icms
          add it-valor-icms to wtotal-icms
          write linha-nota from nota-det
          .
       gera-parcelas.
          display "Numero de parcelas (0 = a vista) : " at 1605
          accept wqtd-parcelas at 1641
          if wqtd-parcelas > 0 then
             perform verifica-limite-credito
             if wlimite-ok not = "S" then
                display "Parcelamento bloqueado - venda a vista"
                   at 2105
                move zero to wqtd-parcelas
             end-if
          end-if
          if wqtd-parcelas > 0 then
             divide valor-total-tr by wqtd-parcelas
                giving wvalor-parcela
             move zero to wvalor-acumulado
             move dia-transacao to wdia-venc
             if wdia-venc > 28 then
                move 28 to wdia-venc
             end-if
             move mes-transacao to wmes-venc
             move ano-transacao to wano-venc
             perform varying wparcela from 1 by 1
                until wparcela > wqtd-parcelas
                perform grava-parcela
             end-perform
          else
             if valor-total-tr > zero then
                move cod-cliente-tr to ch-cod-cliente
                perform captura-forma-pagto
                if wforma-pagto = "Q" then
                   move num-transacao to ch-num-transacao
                   move zero to ch-num-parcela
                   move valor-total-tr to ch-valor
                   perform registra-cheque
                end-if
                if wforma-pagto = "C" then
                   move cod-cliente-tr to wcliente-cartao
                   move num-transacao to wtransacao-cartao
                   move zero to wparcela-rec-cartao
                   move valor-total-tr to wvalor-cartao
                   perform registra-cartao
                end-if
                move "E" to cx-tipo-mov
                move valor-total-tr to cx-valor
                move num-transacao to cx-num-transacao
                move zero to cx-num-parcela
                perform grava-movimento-caixa
             end-if
          end-if
          .
       captura-forma-pagto.
          move spaces to wforma-pagto
          perform with test before until wforma-pagto = "D"
             or wforma-pagto = "C" or wforma-pagto = "P"
             or wforma-pagto = "Q"
             display "Forma pagto [D]inheiro [C]artao [P]ix che[Q]ue :"
                at 1705
             accept wforma-pagto at 1754
             evaluate wforma-pagto
                when "d"
                   move "D" to wforma-pagto
                when "c"
                   move "C" to wforma-pagto
                when "p"
                   move "P" to wforma-pagto
                when "q"
                   move "Q" to wforma-pagto
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
          move function current-date(1:8) to cx-data
          move function current-date(9:6) to cx-hora
          move wid-operador to cx-operador
          move wforma-pagto to cx-forma-pagto
          move wcod-loja to cx-cod-loja
          write registro-caixa
             invalid key
                display "Erro ao gravar movimento de caixa" at 2205
          end-write
          .
       obtem-seq-caixa.
          move "CAIXA" to ctl-chave
          read controle
             invalid key
                move "CAIXA" to ctl-chave
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
          move ctl-proximo to cx-sequencia
          add 1 to ctl-proximo
          rewrite registro-controle
             invalid key
                display "Erro ao atualizar numeracao" at 2105
          end-rewrite
          .
       verifica-limite-credito.
          move "S" to wlimite-ok
          move cod-cliente-tr to codigo
          read clientes
             invalid key
                move zero to limite-credito
          end-read
          if limite-credito > zero then
             perform soma-parcelas-abertas
             compute wvalor-em-aberto =
                wvalor-em-aberto + valor-total-tr
             if wvalor-em-aberto > limite-credito then
                move "N" to wlimite-ok
                display "Cliente acima do limite de credito" at 2005
                if wnivel < 2 then
                   perform autoriza-supervisor
                   if wsuper-ok = "S" then
                      move "S" to wlimite-ok
                   end-if
                else
                   display "Liberar pelo supervisor [S/N] [.]" at 2105
                   accept opcao at 2139
                   if opcao = "S" or opcao = "s" then
                      move "S" to wlimite-ok
                   end-if
                end-if
             end-if
          end-if
          .
       soma-parcelas-abertas.
          move zero to wvalor-em-aberto
          move cod-cliente-tr to par-cod-cliente
          start receber key is equal par-cod-cliente
             invalid key
                move "10" to fs-receber
          end-start
          perform with test before until fs-receber = "10"
             read receber next record
                at end
                   move "10" to fs-receber
                not at end
                   if par-cod-cliente not = cod-cliente-tr then
                      move "10" to fs-receber
                   else
                      if par-situacao = "A"
                         or par-situacao = "R" then
                         compute wvalor-em-aberto = wvalor-em-aberto
                            + par-valor - par-valor-pago
                      end-if
                   end-if
             end-read
          end-perform
          move "00" to fs-receber
          .
       autoriza-supervisor.
          move "N" to wsuper-ok
          display "Supervisor p/ liberacao : " at 2105
          accept wsuper-id at 2131
          display "Senha                   : " at 2205
          accept wsuper-senha at 2231 with no-echo
          move wsuper-id to oper-id
          read operadores
             invalid key
                display "Supervisor nao cadastrado" at 2305
                accept resp-continua at 2333
             not invalid key
                if oper-senha = wsuper-senha and oper-nivel = 2 then
                   move "S" to wsuper-ok
                else
                   display "Liberacao negada" at 2305
                   accept resp-continua at 2333
                end-if
          end-read
          .
       grava-parcela.
          add 1 to wmes-venc
          if wmes-venc > 12 then
             move 1 to wmes-venc
             add 1 to wano-venc
          end-if
          move num-transacao  to par-num-transacao
          move wparcela       to par-num-parcela
          move cod-cliente-tr to par-cod-cliente
          move wdia-venc      to par-dia-venc
          move wmes-venc      to par-mes-venc
          move wano-venc      to par-ano-venc
          if wparcela = wqtd-parcelas then
             compute par-valor = valor-total-tr - wvalor-acumulado
          else
             move wvalor-parcela to par-valor
             add wvalor-parcela to wvalor-acumulado
          end-if
          move "A" to par-situacao
          move zero to par-data-pagamento
          move zero to par-valor-pago
          write registro-parcela
             invalid key
                display "Erro ao gravar parcela a receber" at 2205
          end-write
          .
       encerramento.
          close consignacoes
          close consigitens
          close clientes
          close vendcomp
          close depositos
          close operadores
          close precos
          close lotes
          close estoquedep
          close mercadorias
          close transacoes
          close transitens
          close receber
          close caixa
          close series
          close controle
          close relatorio
          close nota
          close cheques
          close cartoes
          close taxascartao
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
                   perform grava-serie-venda
                not invalid key
                   if sr-situacao = "E" then
                      perform registra-venda-serie
                   else
                      display "Numero de serie ja vendido   " at 2105
                   end-if
             end-read
          end-if
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
