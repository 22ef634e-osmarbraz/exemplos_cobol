 identification division.
       program-id. VerificaConsistencia.
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
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-mercadorias.
             select optional estoquedep assign to "estoquedep.dat"
             organization is indexed
             access mode is dynamic
             record key is ed-chave
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-estoquedep.
             select optional lotes assign to "lotes.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-lote
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-lotes.
             select optional clientes assign to "clientes.dat"
             organization is indexed
             access mode is dynamic
             record key is codigo
             alternate key is nome with duplicates
             sharing with all other
             file status is fs-clientes.
             select optional receber assign to "receber.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-parcela
             alternate key is par-cod-cliente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-receber.
             select optional controle assign to "controle.dat"
             organization is indexed
             access mode is dynamic
             record key is ctl-chave
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-controle.
             select optional pontos assign to "pontos.dat"
             organization is indexed
             access mode is dynamic
             record key is pt-sequencia
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-pontos.
             select optional transacoes assign to "transacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is num-transacao
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-transacoes.
             select optional caixa assign to "caixa.dat"
             organization is indexed
             access mode is dynamic
             record key is cx-sequencia
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-caixa.
             select optional cheques assign to "cheques.dat"
             organization is indexed
             access mode is dynamic
             record key is ch-sequencia
             alternate key is ch-bom-para with duplicates
             alternate key is ch-cod-cliente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-cheques.
             select optional cartoes assign to "cartoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cr-sequencia
             alternate key is cr-nsu with duplicates
             alternate key is cr-data-prevista with duplicates
             alternate key is cr-num-transacao with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-cartoes.
             select optional consignacoes assign to "consignacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cs-numero
             alternate key is cs-cod-cliente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-consignacoes.
             select optional consigitens assign to "consigitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item-consig
             alternate key is cn-cod-mercadoria with duplicates
             sharing with all other
             file status is fs-consigitens.
             select optional orcamentos assign to "orcamentos.dat"
             organization is indexed
             access mode is dynamic
             record key is num-orcamento
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-orcamentos.
             select optional pedidos assign to "pedidos.dat"
             organization is indexed
             access mode is dynamic
             record key is num-pedido
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-pedidos.
             select optional transfdep assign to "transfdep.dat"
             organization is indexed
             access mode is dynamic
             record key is tf-num-doc
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-transfdep.
             select optional ordserv assign to "ordserv.dat"
             organization is indexed
             access mode is dynamic
             record key is os-numero
             alternate key is os-num-serie with duplicates
             sharing with all other
             file status is fs-ordserv.
             select optional constransacoes
             assign to "constransacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is ctr-num-transacao
             sharing with all other
             file status is fs-constransacoes.
             select optional conscaixa assign to "conscaixa.dat"
             organization is indexed
             access mode is dynamic
             record key is ccx-sequencia
             sharing with all other
             file status is fs-conscaixa.
             select optional parametro assign to "consiste.prm"
             organization is line sequential
             file status is fs-parametro.
             select relatorio assign to "consiste.lst"
             organization is line sequential
             file status is fs-relatorio.
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
           fd estoquedep.
             01 registro-estoquedep.
                02 ed-chave.
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd lotes.
             01 registro-lote.
                02 chave-lote.
                   03 lt-cod-mercadoria  pic 9999.
                   03 lt-validade        pic 9(8).
                   03 lt-numero          pic x(10).
                02 lt-qtd-saldo          pic 9(6).
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
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
                02 ctl-proximo           pic 9(6).
           fd pontos.
             01 registro-pontos.
                02 pt-sequencia          pic 9(6).
                02 pt-cod-cliente        pic 9(6).
                02 pt-data               pic 9(8).
                02 pt-tipo               pic x.
                02 pt-pontos             pic 9(9).
                02 pt-num-transacao      pic 9(6).
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
           fd orcamentos.
             01 registro-orcamento.
                02 num-orcamento         pic 9(6).
                02 orc-data              pic 9(8).
                02 orc-validade          pic 9(8).
                02 orc-cod-cliente       pic 9(6).
                02 orc-cod-vendcomp      pic 9999.
                02 orc-qtd-itens         pic 9(4).
                02 orc-valor             pic 9(9)v99.
                02 orc-situacao          pic x.
           fd pedidos.
             01 registro-pedido.
                02 num-pedido            pic 9(6).
                02 ped-cod-fornecedor    pic 9999.
                02 ped-data              pic 9(8).
                02 ped-situacao          pic x.
                02 ped-qtd-itens         pic 9(4).
                02 ped-valor             pic 9(9)v99.
           fd transfdep.
             01 registro-transfdep.
                02 tf-num-doc            pic 9(6).
                02 tf-data               pic 9(8).
                02 tf-cod-mercadoria     pic 9999.
                02 tf-dep-origem         pic 99.
                02 tf-dep-destino        pic 99.
                02 tf-quantidade         pic 9(6).
                02 tf-operador           pic x(10).
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
           fd constransacoes.
             01 registro-constransacao.
                02 ctr-num-transacao     pic 9(6).
                02 ctr-tipo-transacao    pic x.
                02 ctr-data-transacao    pic 9(8).
                02 ctr-cod-cliente       pic 9(6).
                02 ctr-cod-vendcomp      pic 9999.
                02 ctr-qtd-itens         pic 9(4).
                02 ctr-valor-total       pic 9(9)v99.
                02 ctr-situacao          pic x.
                02 ctr-est-operador      pic x(10).
                02 ctr-est-data          pic 9(8).
                02 ctr-desconto          pic 9(9)v99.
                02 ctr-cod-loja          pic 99.
           fd conscaixa.
             01 registro-conscaixa.
                02 ccx-sequencia         pic 9(6).
                02 ccx-data              pic 9(8).
                02 ccx-hora              pic 9(6).
                02 ccx-operador          pic x(10).
                02 ccx-tipo-mov          pic x.
                02 ccx-forma-pagto       pic x.
                02 ccx-num-transacao     pic 9(6).
                02 ccx-num-parcela       pic 99.
                02 ccx-valor             pic 9(9)v99.
                02 ccx-cod-loja          pic 99.
           fd parametro.
             01 registro-parametro     pic x(20).
           fd relatorio.
             01 linha-relatorio        pic x(100).
           sd arq-ordenacao.
             01 sd-registro.
                02 sd-chave              pic 9(6).
                02 sd-sequencia          pic 9(6).
                02 sd-tipo               pic x.
                02 sd-valor              pic 9(10)v99.
       working-storage section.
          01 fs-mercadorias              pic xx.
          01 fs-estoquedep               pic xx.
          01 fs-lotes                    pic xx.
          01 fs-clientes                 pic xx.
          01 fs-receber                  pic xx.
          01 fs-controle                 pic xx.
          01 fs-pontos                   pic xx.
          01 fs-transacoes               pic xx.
          01 fs-caixa                    pic xx.
          01 fs-cheques                  pic xx.
          01 fs-cartoes                  pic xx.
          01 fs-consignacoes             pic xx.
          01 fs-consigitens              pic xx.
          01 fs-orcamentos               pic xx.
          01 fs-pedidos                  pic xx.
          01 fs-transfdep                pic xx.
          01 fs-ordserv                  pic xx.
          01 fs-constransacoes           pic xx.
          01 fs-conscaixa                pic xx.
          01 fs-parametro                pic xx.
          01 fs-relatorio                pic xx.
          77 wcorrigir                   pic x value "N".
          77 wfim-retorno                pic x value spaces.
          77 wsoma-qtd                   pic 9(8) value zero.
          77 wqtd-registros              pic 9(6) value zero.
          77 wdiferenca                  pic 9(8) value zero.
          77 wqtd-consignada             pic 9(8) value zero.
          77 wqtd-esperada               pic 9(8) value zero.
          01 wultimo-lote.
             02 wul-cod-mercadoria       pic 9999.
             02 wul-validade             pic 9(8).
             02 wul-numero               pic x(10).
          77 wcod-cliente-quebra         pic 9(6) value zero.
          77 wtem-cliente                pic x value "N".
          77 wsaldo-razao                pic s9(10) value zero.
          77 wnum-transacao-quebra       pic 9(6) value zero.
          77 wsoma-parcelas              pic 9(10)v99 value zero.
          77 wvalor-resgate              pic 9(10)v99 value zero.
          77 wvalor-esperado             pic s9(10)v99 value zero.
          77 wdif-valor                  pic s9(10)v99 value zero.
          77 wqtd-parcelas               pic 99 value zero.
          77 wultima-parcela             pic 99 value zero.
          77 wmaior-chave                pic 9(6) value zero.
          77 wchave-controle             pic x(10) value spaces.
          77 wqtd-divergencias           pic 9(6) value zero.
          77 wqtd-corrigidas             pic 9(6) value zero.
          77 wqtd-ed                     pic z,zzz,zzz,zz9.
          77 wvalor-ed                   pic -zzz,zzz,zz9.99.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wcod-loja                   pic 99 value 1.
          01 linha-cab1.
             02 filler                 pic x(43)
                value "Verificacao de consistencia dos arquivos - ".
             02 lc-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano                 pic 9999.
             02 filler                 pic x(8)  value "  Modo: ".
             02 lc-modo                pic x(20).
          01 linha-branco.
             02 filler                 pic x(100) value spaces.
          01 linha-secao.
             02 filler                 pic x(4)  value "*** ".
             02 ls-titulo              pic x(60).
          01 linha-cab2.
             02 filler                 pic x(12) value "Chave".
             02 filler                 pic x(32) value "Descricao".
             02 filler                 pic x(16)
                value "        Esperado".
             02 filler                 pic x(16)
                value "      Encontrado".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(15) value "Acao".
          01 linha-det.
             02 ld-chave               pic x(10).
             02 filler                 pic x(2)  value spaces.
             02 ld-descricao           pic x(30).
             02 filler                 pic x(2)  value spaces.
             02 ld-esperado            pic x(15).
             02 filler                 pic x     value space.
             02 ld-encontrado          pic x(15).
             02 filler                 pic x(3)  value spaces.
             02 ld-acao                pic x(15).
          01 linha-rodape.
             02 filler                 pic x(25)
                value "Divergencias encontradas:".
             02 lr-divergencias        pic zzzzz9.
             02 filler                 pic x(14) value "   corrigidas:".
             02 lr-corrigidas          pic zzzzz9.
       procedure division.
       principal.
           perform le-parametro
           perform abertura
           perform verifica-depositos
           perform verifica-lotes
           perform verifica-pontos
           perform verifica-parcelas
           perform verifica-controle
           move wqtd-divergencias to lr-divergencias
           move wqtd-corrigidas to lr-corrigidas
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-rodape
           perform encerramento
           goback
           .
       le-parametro.
           move "N" to wcorrigir
           open input parametro
           if fs-parametro = "00" then
              read parametro
                 at end
                    continue
                 not at end
                    if registro-parametro = "CORRIGIR" then
                       move "S" to wcorrigir
                    end-if
              end-read
           end-if
           close parametro
           .
       abertura.
           if wcorrigir = "S" then
              open i-o estoquedep
              open i-o lotes
              open i-o clientes
              open i-o receber
              open i-o controle
           else
              open input estoquedep
              open input lotes
              open input clientes
              open input receber
              open input controle
           end-if
           perform le-codigo-loja
           open input mercadorias
           open input pontos
           open input transacoes
           open input consigitens
           open output relatorio
           move function current-date(1:8) to wdata-hoje-inv
           move wdata-hoje-inv(7:2) to lc-dia
           move wdata-hoje-inv(5:2) to lc-mes
           move wdata-hoje-inv(1:4) to lc-ano
           if wcorrigir = "S" then
              move "CORRECAO" to lc-modo
           else
              move "SOMENTE RELATORIO" to lc-modo
           end-if
           write linha-relatorio from linha-cab1
           .
       inicia-secao.
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-secao
           write linha-relatorio from linha-cab2
           .
       registra-divergencia.
           add 1 to wqtd-divergencias
           if ld-acao = "CORRIGIDO" then
              add 1 to wqtd-corrigidas
           end-if
           write linha-relatorio from linha-det
           .
       verifica-depositos.
           move "Saldo por deposito x estoque da mercadoria"
              to ls-titulo
           perform inicia-secao
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
                    perform soma-depositos
                    if wsoma-qtd not = qtd-estoque then
                       perform diverge-depositos
                    end-if
              end-read
           end-perform
           move "00" to fs-mercadorias
           .
       soma-depositos.
           move zero to wsoma-qtd
           move cod-mercadoria to ed-cod-mercadoria
           move zero to ed-cod-deposito
           start estoquedep key is not less than ed-chave
              invalid key
                 move "10" to fs-estoquedep
           end-start
           perform with test before until fs-estoquedep = "10"
              read estoquedep next record
                 at end
                    move "10" to fs-estoquedep
                 not at end
                    if ed-cod-mercadoria not = cod-mercadoria then
                       move "10" to fs-estoquedep
                    else
                       add ed-qtd-saldo to wsoma-qtd
                    end-if
              end-read
           end-perform
           move "00" to fs-estoquedep
           .
       diverge-depositos.
           move spaces to linha-det
           move cod-mercadoria to ld-chave
           move descricao to ld-descricao
           move qtd-estoque to wqtd-ed
           move wqtd-ed to ld-esperado
           move wsoma-qtd to wqtd-ed
           move wqtd-ed to ld-encontrado
           if wcorrigir = "S" then
              if qtd-estoque > wsoma-qtd then
                 compute wdiferenca = qtd-estoque - wsoma-qtd
                 perform credita-deposito-padrao
              else
                 compute wdiferenca = wsoma-qtd - qtd-estoque
                 perform debita-depositos
              end-if
              move "CORRIGIDO" to ld-acao
           end-if
           perform registra-divergencia
           .
       credita-deposito-padrao.
           move cod-mercadoria to ed-cod-mercadoria
           move 1 to ed-cod-deposito
           read estoquedep
              invalid key
                 move cod-mercadoria to ed-cod-mercadoria
                 move 1 to ed-cod-deposito
                 move zero to ed-qtd-saldo
                 move wcod-loja to ed-cod-loja
                 write registro-estoquedep
                    invalid key
                       display "Erro no saldo por deposito"
              end-write
           end-read
           add wdiferenca to ed-qtd-saldo
           rewrite registro-estoquedep
              invalid key
                 display "Erro ao atualizar saldo do deposito"
           end-rewrite
           .
       debita-depositos.
           move cod-mercadoria to ed-cod-mercadoria
           move zero to ed-cod-deposito
           start estoquedep key is not less than ed-chave
              invalid key
                 move "10" to fs-estoquedep
           end-start
           perform with test before until fs-estoquedep = "10"
              or wdiferenca = zero
              read estoquedep next record
                 at end
                    move "10" to fs-estoquedep
                 not at end
                    if ed-cod-mercadoria not = cod-mercadoria then
                       move "10" to fs-estoquedep
                    else
                       perform debita-deposito
                    end-if
              end-read
           end-perform
           move "00" to fs-estoquedep
           .
       debita-deposito.
           if ed-qtd-saldo > zero then
              if ed-qtd-saldo > wdiferenca then
                 subtract wdiferenca from ed-qtd-saldo
                 move zero to wdiferenca
              else
                 subtract ed-qtd-saldo from wdiferenca
                 move zero to ed-qtd-saldo
              end-if
              rewrite registro-estoquedep
                 invalid key
                    display "Erro ao atualizar saldo do deposito"
              end-rewrite
           end-if
           .
       verifica-lotes.
           move "Saldo dos lotes x estoque da mercadoria"
              to ls-titulo
           perform inicia-secao
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
                    perform soma-lotes
                    perform soma-consignado
                    compute wqtd-esperada =
                       qtd-estoque + wqtd-consignada
                    if wqtd-registros > zero
                       and wsoma-qtd not = wqtd-esperada then
                       perform diverge-lotes
                    end-if
              end-read
           end-perform
           move "00" to fs-mercadorias
           .
       soma-lotes.
           move zero to wsoma-qtd
           move zero to wqtd-registros
           move cod-mercadoria to lt-cod-mercadoria
           move zero to lt-validade
           move low-values to lt-numero
           start lotes key is not less than chave-lote
              invalid key
                 move "10" to fs-lotes
           end-start
           perform with test before until fs-lotes = "10"
              read lotes next record
                 at end
                    move "10" to fs-lotes
                 not at end
                    if lt-cod-mercadoria not = cod-mercadoria then
                       move "10" to fs-lotes
                    else
                       add lt-qtd-saldo to wsoma-qtd
                       add 1 to wqtd-registros
                       move chave-lote to wultimo-lote
                    end-if
              end-read
           end-perform
           move "00" to fs-lotes
           .
       soma-consignado.
           move zero to wqtd-consignada
           move cod-mercadoria to cn-cod-mercadoria
           start consigitens key is equal cn-cod-mercadoria
              invalid key
                 move "10" to fs-consigitens
           end-start
           perform with test before until fs-consigitens = "10"
              read consigitens next record
                 at end
                    move "10" to fs-consigitens
                 not at end
                    if cn-cod-mercadoria not = cod-mercadoria then
                       move "10" to fs-consigitens
                    else
                       compute wqtd-consignada = wqtd-consignada
                          + cn-qtd-remetida - cn-qtd-vendida
                          - cn-qtd-devolvida
                    end-if
              end-read
           end-perform
           move "00" to fs-consigitens
           .
       diverge-lotes.
           move spaces to linha-det
           move cod-mercadoria to ld-chave
           move descricao to ld-descricao
           move wqtd-esperada to wqtd-ed
           move wqtd-ed to ld-esperado
           move wsoma-qtd to wqtd-ed
           move wqtd-ed to ld-encontrado
           if wcorrigir = "S" then
              if wqtd-esperada > wsoma-qtd then
                 compute wdiferenca = wqtd-esperada - wsoma-qtd
                 perform credita-ultimo-lote
              else
                 compute wdiferenca = wsoma-qtd - wqtd-esperada
                 perform consome-lotes
              end-if
              move "CORRIGIDO" to ld-acao
           end-if
           perform registra-divergencia
           .
       credita-ultimo-lote.
           move wultimo-lote to chave-lote
           read lotes
              invalid key
                 continue
              not invalid key
                 add wdiferenca to lt-qtd-saldo
                 rewrite registro-lote
                    invalid key
                       display "Erro ao atualizar lote"
                 end-rewrite
           end-read
           .
       consome-lotes.
           move cod-mercadoria to lt-cod-mercadoria
           move zero to lt-validade
           move low-values to lt-numero
           start lotes key is not less than chave-lote
              invalid key
                 move "10" to fs-lotes
           end-start
           perform with test before until fs-lotes = "10"
              or wdiferenca = zero
              read lotes next record
                 at end
                    move "10" to fs-lotes
                 not at end
                    if lt-cod-mercadoria not = cod-mercadoria then
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
              if lt-qtd-saldo > wdiferenca then
                 subtract wdiferenca from lt-qtd-saldo
                 move zero to wdiferenca
              else
                 subtract lt-qtd-saldo from wdiferenca
                 move zero to lt-qtd-saldo
              end-if
              rewrite registro-lote
                 invalid key
                    display "Erro ao atualizar lote"
              end-rewrite
           end-if
           .
       verifica-pontos.
           move "Saldo de pontos do cliente x movimento de pontos"
              to ls-titulo
           perform inicia-secao
           sort arq-ordenacao on ascending key sd-chave
              input procedure is seleciona-pontos
              output procedure is confere-pontos
           .
       seleciona-pontos.
           move low-values to codigo
           start clientes key is not less than codigo
              invalid key
                 move "10" to fs-clientes
           end-start
           perform with test before until fs-clientes = "10"
              read clientes next record
                 at end
                    move "10" to fs-clientes
                 not at end
                    move codigo to sd-chave
                    move zero to sd-sequencia
                    move "C" to sd-tipo
                    move zero to sd-valor
                    release sd-registro
              end-read
           end-perform
           move "00" to fs-clientes
           move low-values to pt-sequencia
           start pontos key is not less than pt-sequencia
              invalid key
                 move "10" to fs-pontos
           end-start
           perform with test before until fs-pontos = "10"
              read pontos next record
                 at end
                    move "10" to fs-pontos
                 not at end
                    move pt-cod-cliente to sd-chave
                    move pt-sequencia to sd-sequencia
                    move pt-tipo to sd-tipo
                    move pt-pontos to sd-valor
                    release sd-registro
              end-read
           end-perform
           move "00" to fs-pontos
           .
       confere-pontos.
           move "N" to wtem-cliente
           move zero to wcod-cliente-quebra
           move zero to wsaldo-razao
           move spaces to wfim-retorno
           perform with test before until wfim-retorno = "S"
              return arq-ordenacao
                 at end
                    move "S" to wfim-retorno
                 not at end
                    if sd-chave not = wcod-cliente-quebra then
                       perform fecha-cliente
                       move sd-chave to wcod-cliente-quebra
                       move "N" to wtem-cliente
                       move zero to wsaldo-razao
                    end-if
                    evaluate sd-tipo
                       when "C"
                          move "S" to wtem-cliente
                       when "A"
                          add sd-valor to wsaldo-razao
                       when "R"
                          subtract sd-valor from wsaldo-razao
                    end-evaluate
              end-return
           end-perform
           perform fecha-cliente
           .
       fecha-cliente.
           if wtem-cliente = "S" then
              move wcod-cliente-quebra to codigo
              read clientes
                 invalid key
                    continue
                 not invalid key
                    if wsaldo-razao < zero
                       or pontos-saldo not = wsaldo-razao then
                       perform diverge-pontos
                    end-if
              end-read
           end-if
           .
       diverge-pontos.
           move spaces to linha-det
           move codigo to ld-chave
           move nome to ld-descricao
           move wsaldo-razao to wvalor-ed
           move wvalor-ed(1:12) to ld-esperado
           move pontos-saldo to wqtd-ed
           move wqtd-ed to ld-encontrado
           if wcorrigir = "S" then
              if wsaldo-razao < zero then
                 move "NAO CORRIGIDO" to ld-acao
              else
                 move wsaldo-razao to pontos-saldo
                 rewrite registro-clientes
                    invalid key
                       display "Erro ao corrigir pontos do cliente"
                 end-rewrite
                 move "CORRIGIDO" to ld-acao
              end-if
           end-if
           perform registra-divergencia
           .
       verifica-parcelas.
           move "Parcelas a receber x valor liquido da venda"
              to ls-titulo
           perform inicia-secao
           sort arq-ordenacao on ascending key sd-chave sd-sequencia
              input procedure is seleciona-parcelas
              output procedure is confere-parcelas
           .
       seleciona-parcelas.
           move low-values to chave-parcela
           start receber key is not less than chave-parcela
              invalid key
                 move "10" to fs-receber
           end-start
           perform with test before until fs-receber = "10"
              read receber next record
                 at end
                    move "10" to fs-receber
                 not at end
                    move par-num-transacao to sd-chave
                    move par-num-parcela to sd-sequencia
                    move "P" to sd-tipo
                    move par-valor to sd-valor
                    release sd-registro
              end-read
           end-perform
           move "00" to fs-receber
           move low-values to pt-sequencia
           start pontos key is not less than pt-sequencia
              invalid key
                 move "10" to fs-pontos
           end-start
           perform with test before until fs-pontos = "10"
              read pontos next record
                 at end
                    move "10" to fs-pontos
                 not at end
                    if pt-tipo = "R" and pt-num-transacao > zero then
                       move pt-num-transacao to sd-chave
                       move zero to sd-sequencia
                       move "R" to sd-tipo
                       compute sd-valor = pt-pontos / 100
                       release sd-registro
                    end-if
              end-read
           end-perform
           move "00" to fs-pontos
           .
       confere-parcelas.
           move zero to wnum-transacao-quebra
           perform zera-transacao
           move spaces to wfim-retorno
           perform with test before until wfim-retorno = "S"
              return arq-ordenacao
                 at end
                    move "S" to wfim-retorno
                 not at end
                    if sd-chave not = wnum-transacao-quebra then
                       perform fecha-transacao
                       move sd-chave to wnum-transacao-quebra
                       perform zera-transacao
                    end-if
                    if sd-tipo = "P" then
                       add sd-valor to wsoma-parcelas
                       add 1 to wqtd-parcelas
                       move sd-sequencia to wultima-parcela
                    else
                       add sd-valor to wvalor-resgate
                    end-if
              end-return
           end-perform
           perform fecha-transacao
           .
       zera-transacao.
           move zero to wsoma-parcelas
           move zero to wvalor-resgate
           move zero to wqtd-parcelas
           move zero to wultima-parcela
           .
       fecha-transacao.
           if wqtd-parcelas > zero then
              move wnum-transacao-quebra to num-transacao
              read transacoes
                 invalid key
                    continue
                 not invalid key
                    if (tipo-transacao = "V" or tipo-transacao = "v")
                       and situacao-tr not = "E" then
                       compute wvalor-esperado =
                          valor-total-tr - wvalor-resgate
                       if wsoma-parcelas not = wvalor-esperado then
                          perform diverge-parcelas
                       end-if
                    end-if
              end-read
           end-if
           .
       diverge-parcelas.
           move spaces to linha-det
           move num-transacao to ld-chave
           move "Venda - parcelas a receber" to ld-descricao
           move wvalor-esperado to wvalor-ed
           move wvalor-ed to ld-esperado
           move wsoma-parcelas to wvalor-ed
           move wvalor-ed to ld-encontrado
           if wcorrigir = "S" then
              move "NAO CORRIGIDO" to ld-acao
              compute wdif-valor = wvalor-esperado - wsoma-parcelas
              move num-transacao to par-num-transacao
              move wultima-parcela to par-num-parcela
              read receber
                 invalid key
                    continue
                 not invalid key
                    if par-situacao = "A"
                       and par-valor + wdif-valor > zero then
                       compute par-valor = par-valor + wdif-valor
                       rewrite registro-parcela
                          invalid key
                             display "Erro ao corrigir parcela"
                          not invalid key
                             move "CORRIGIDO" to ld-acao
                       end-rewrite
                    end-if
              end-read
           end-if
           perform registra-divergencia
           .
       verifica-controle.
           move "Numeracao do controle x maior chave em uso"
              to ls-titulo
           perform inicia-secao
           move zero to wmaior-chave
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
                    move num-transacao to wmaior-chave
              end-read
           end-perform
           move "00" to fs-transacoes
           move "TRANSACAO" to wchave-controle
           perform confere-controle
           move zero to wmaior-chave
           open input caixa
           move low-values to cx-sequencia
           start caixa key is not less than cx-sequencia
              invalid key
                 move "10" to fs-caixa
           end-start
           perform with test before until fs-caixa = "10"
              read caixa next record
                 at end
                    move "10" to fs-caixa
                 not at end
                    move cx-sequencia to wmaior-chave
              end-read
           end-perform
           move "00" to fs-caixa
           close caixa
           move "CAIXA" to wchave-controle
           perform confere-controle
           move zero to wmaior-chave
           open input cheques
           move low-values to ch-sequencia
           start cheques key is not less than ch-sequencia
              invalid key
                 move "10" to fs-cheques
           end-start
           perform with test before until fs-cheques = "10"
              read cheques next record
                 at end
                    move "10" to fs-cheques
                 not at end
                    move ch-sequencia to wmaior-chave
              end-read
           end-perform
           move "00" to fs-cheques
           close cheques
           move "CHEQUE" to wchave-controle
           perform confere-controle
           move zero to wmaior-chave
           open input cartoes
           move low-values to cr-sequencia
           start cartoes key is not less than cr-sequencia
              invalid key
                 move "10" to fs-cartoes
           end-start
           perform with test before until fs-cartoes = "10"
              read cartoes next record
                 at end
                    move "10" to fs-cartoes
                 not at end
                    move cr-sequencia to wmaior-chave
              end-read
           end-perform
           move "00" to fs-cartoes
           close cartoes
           move "CARTAO" to wchave-controle
           perform confere-controle
           move zero to wmaior-chave
           move low-values to pt-sequencia
           start pontos key is not less than pt-sequencia
              invalid key
                 move "10" to fs-pontos
           end-start
           perform with test before until fs-pontos = "10"
              read pontos next record
                 at end
                    move "10" to fs-pontos
                 not at end
                    move pt-sequencia to wmaior-chave
              end-read
           end-perform
           move "00" to fs-pontos
           move "PONTOS" to wchave-controle
           perform confere-controle
           move zero to wmaior-chave
           open input orcamentos
           move low-values to num-orcamento
           start orcamentos key is not less than num-orcamento
              invalid key
                 move "10" to fs-orcamentos
           end-start
           perform with test before until fs-orcamentos = "10"
              read orcamentos next record
                 at end
                    move "10" to fs-orcamentos
                 not at end
                    move num-orcamento to wmaior-chave
              end-read
           end-perform
           move "00" to fs-orcamentos
           close orcamentos
           move "ORCAMENTO" to wchave-controle
           perform confere-controle
           move zero to wmaior-chave
           open input consignacoes
           move low-values to cs-numero
           start consignacoes key is not less than cs-numero
              invalid key
                 move "10" to fs-consignacoes
           end-start
           perform with test before until fs-consignacoes = "10"
              read consignacoes next record
                 at end
                    move "10" to fs-consignacoes
                 not at end
                    move cs-numero to wmaior-chave
              end-read
           end-perform
           move "00" to fs-consignacoes
           close consignacoes
           move "CONSIGNA" to wchave-controle
           perform confere-controle
           move zero to wmaior-chave
           open input pedidos
           move low-values to num-pedido
           start pedidos key is not less than num-pedido
              invalid key
                 move "10" to fs-pedidos
           end-start
           perform with test before until fs-pedidos = "10"
              read pedidos next record
                 at end
                    move "10" to fs-pedidos
                 not at end
                    move num-pedido to wmaior-chave
              end-read
           end-perform
           move "00" to fs-pedidos
           close pedidos
           move "PEDIDO" to wchave-controle
           perform confere-controle
           move zero to wmaior-chave
           open input transfdep
           move low-values to tf-num-doc
           start transfdep key is not less than tf-num-doc
              invalid key
                 move "10" to fs-transfdep
           end-start
           perform with test before until fs-transfdep = "10"
              read transfdep next record
                 at end
                    move "10" to fs-transfdep
                 not at end
                    move tf-num-doc to wmaior-chave
              end-read
           end-perform
           move "00" to fs-transfdep
           close transfdep
           move "TRANSFER" to wchave-controle
           perform confere-controle
           move zero to wmaior-chave
           open input ordserv
           move low-values to os-numero
           start ordserv key is not less than os-numero
              invalid key
                 move "10" to fs-ordserv
           end-start
           perform with test before until fs-ordserv = "10"
              read ordserv next record
                 at end
                    move "10" to fs-ordserv
                 not at end
                    move os-numero to wmaior-chave
              end-read
           end-perform
           move "00" to fs-ordserv
           close ordserv
           move "ORDSERV" to wchave-controle
           perform confere-controle
           move zero to wmaior-chave
           open input constransacoes
           move low-values to ctr-num-transacao
           start constransacoes key is not less than ctr-num-transacao
              invalid key
                 move "10" to fs-constransacoes
           end-start
           perform with test before until fs-constransacoes = "10"
              read constransacoes next record
                 at end
                    move "10" to fs-constransacoes
                 not at end
                    move ctr-num-transacao to wmaior-chave
              end-read
           end-perform
           move "00" to fs-constransacoes
           close constransacoes
           move "CONSTRANS" to wchave-controle
           perform confere-controle
           move zero to wmaior-chave
           open input conscaixa
           move low-values to ccx-sequencia
           start conscaixa key is not less than ccx-sequencia
              invalid key
                 move "10" to fs-conscaixa
           end-start
           perform with test before until fs-conscaixa = "10"
              read conscaixa next record
                 at end
                    move "10" to fs-conscaixa
                 not at end
                    move ccx-sequencia to wmaior-chave
              end-read
           end-perform
           move "00" to fs-conscaixa
           close conscaixa
           move "CONSCAIXA" to wchave-controle
           perform confere-controle
           .
       confere-controle.
           if wmaior-chave > zero then
              move wchave-controle to ctl-chave
              read controle
                 invalid key
                    move zero to ctl-proximo
              end-read
              if ctl-proximo not > wmaior-chave then
                 perform diverge-controle
              end-if
           end-if
           .
       diverge-controle.
           move spaces to linha-det
           move wchave-controle to ld-chave
           move "Proximo numero do controle" to ld-descricao
           compute wqtd-ed = wmaior-chave + 1
           move wqtd-ed to ld-esperado
           move ctl-proximo to wqtd-ed
           move wqtd-ed to ld-encontrado
           if wcorrigir = "S" then
              if fs-controle = "23" then
                 move wchave-controle to ctl-chave
                 compute ctl-proximo = wmaior-chave + 1
                 write registro-controle
                    invalid key
                       display "Erro no arquivo de controle"
                 end-write
              else
                 compute ctl-proximo = wmaior-chave + 1
                 rewrite registro-controle
                    invalid key
                       display "Erro ao atualizar numeracao"
                 end-rewrite
              end-if
              move "CORRIGIDO" to ld-acao
           end-if
           perform registra-divergencia
           .
       encerramento.
           close estoquedep
           close lotes
           close clientes
           close receber
           close controle
           close mercadorias
           close pontos
           close transacoes
           close consigitens
           close relatorio
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
