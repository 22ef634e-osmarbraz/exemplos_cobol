             access mode is dynamic
             record key is ent-num-transacao
             file status is fs-entregas.
             select cheques assign to "cheques.dat"
             organization is indexed
             access mode is dynamic
             record key is ch-sequencia
             alternate key is ch-bom-para with duplicates
             alternate key is ch-cod-cliente with duplicates
             file status is fs-cheques.
             select cobranca assign to "cobranca.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-cobranca
             alternate key is cb-cod-cliente with duplicates
             file status is fs-cobranca.
             select negativados assign to "negativados.dat"
             organization is indexed
             access mode is dynamic
             record key is ng-cod-cliente
             file status is fs-negativados.
             select consignacoes assign to "consignacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cs-numero
             alternate key is cs-cod-cliente with duplicates
             file status is fs-consignacoes.
             select series assign to "series.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-serie
             alternate key is sr-num-serie with duplicates
             alternate key is sr-num-compra with duplicates
             alternate key is sr-num-venda with duplicates
             file status is fs-series.
             select ordserv assign to "ordserv.dat"
             organization is indexed
             access mode is dynamic
             record key is os-numero
             alternate key is os-num-serie with duplicates
             file status is fs-ordserv.
             select cartoes assign to "cartoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cr-sequencia
             alternate key is cr-nsu with duplicates
             alternate key is cr-data-prevista with duplicates
             alternate key is cr-num-transacao with duplicates
             file status is fs-cartoes.
             select audclientes assign to "audclientes.dat"
             organization is line sequential
             file status is fs-audit.
                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
           fd transacoes.
             01 registro-transacao.
                02 num-transacao         pic 9(6).
                02 est-operador          pic x(10).
                02 est-data              pic 9(8).
                02 desconto-tr           pic 9(9)v99.
                02 cod-loja-tr           pic 99.
           fd receber.
             01 registro-parcela.
                02 chave-parcela.
                02 ent-data-geracao      pic 9(8).
                02 ent-data-entrega      pic 9(8).
                02 ent-recebedor         pic x(30).
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
           fd audclientes.
             01 linha-audit             pic x(82).
       working-storage section.
          01 fs-orcamentos               pic xx.
          01 fs-pontos                   pic xx.
          01 fs-entregas                 pic xx.
          01 fs-cheques                  pic xx.
          01 fs-cobranca                 pic xx.
          01 fs-negativados              pic xx.
          01 fs-consignacoes             pic xx.
          01 fs-series                   pic xx.
          01 fs-ordserv                  pic xx.
          01 fs-cartoes                  pic xx.
          01 fs-audit                    pic xx.
          77 opcao                       pic x value spaces.
          77 resp-continua               pic x value spaces.
          77 wcpf-destino                pic 9(11) value zero.
          77 wqtd-repontadas             pic 9(6) value zero.
          77 wpontos-origem              pic 9(9) value zero.
          77 wbloqueio-origem            pic x value "N".
          01 reg-audit.
             02 aud-codigo              pic 9(6).
             02 filler                  pic x value space.
           end-if
           perform reponta-entregas
           close entregas
           open i-o cheques
           if fs-cheques = "35" then
              open output cheques
              close cheques
              open i-o cheques
           end-if
           perform reponta-cheques
           close cheques
           open i-o cobranca
           if fs-cobranca = "35" then
              open output cobranca
              close cobranca
              open i-o cobranca
           end-if
           perform reponta-cobranca
           close cobranca
           open i-o negativados
           if fs-negativados = "35" then
              open output negativados
              close negativados
              open i-o negativados
           end-if
           perform transfere-negativacao
           close negativados
           open i-o consignacoes
           if fs-consignacoes = "35" then
              open output consignacoes
              close consignacoes
              open i-o consignacoes
           end-if
           perform reponta-consignacoes
           close consignacoes
           open i-o series
           if fs-series = "35" then
              open output series
              close series
              open i-o series
           end-if
           perform reponta-series
           close series
           open i-o ordserv
           if fs-ordserv = "35" then
              open output ordserv
              close ordserv
              open i-o ordserv
           end-if
           perform reponta-ordserv
           close ordserv
           open i-o cartoes
           if fs-cartoes = "35" then
              open output cartoes
              close cartoes
              open i-o cartoes
           end-if
           perform reponta-cartoes
           close cartoes
           perform transfere-pontos-saldo
           perform transfere-bloqueio-cheque
           move wcod-origem to codigo
           delete clientes record
              invalid key
              end-read
           end-if
           .
       reponta-cheques.
           move wcod-origem to ch-cod-cliente
           start cheques key is equal ch-cod-cliente
              invalid key
                 move "10" to fs-cheques
           end-start
           perform with test before until fs-cheques = "10"
              read cheques next record
                 at end
                    move "10" to fs-cheques
                 not at end
                    if ch-cod-cliente not = wcod-origem then
                       move "10" to fs-cheques
                    else
                       move wcod-destino to ch-cod-cliente
                       rewrite registro-cheque
                          invalid key
                             display "Erro ao repontar cheque" at 2105
                          not invalid key
                             add 1 to wqtd-repontadas
                       end-rewrite
                       move wcod-origem to ch-cod-cliente
                       start cheques key is equal ch-cod-cliente
                          invalid key
                             move "10" to fs-cheques
                       end-start
                    end-if
              end-read
           end-perform
           .
       reponta-cobranca.
           move wcod-origem to cb-cod-cliente
           start cobranca key is equal cb-cod-cliente
              invalid key
                 move "10" to fs-cobranca
           end-start
           perform with test before until fs-cobranca = "10"
              read cobranca next record
                 at end
                    move "10" to fs-cobranca
                 not at end
                    if cb-cod-cliente not = wcod-origem then
                       move "10" to fs-cobranca
                    else
                       move wcod-destino to cb-cod-cliente
                       rewrite registro-cobranca
                          invalid key
                             display "Erro ao repontar cobranca" at 2105
                          not invalid key
                             add 1 to wqtd-repontadas
                       end-rewrite
                       move wcod-origem to cb-cod-cliente
                       start cobranca key is equal cb-cod-cliente
                          invalid key
                             move "10" to fs-cobranca
                       end-start
                    end-if
              end-read
           end-perform
           .
       reponta-consignacoes.
           move wcod-origem to cs-cod-cliente
           start consignacoes key is equal cs-cod-cliente
              invalid key
                 move "10" to fs-consignacoes
           end-start
           perform with test before until fs-consignacoes = "10"
              read consignacoes next record
                 at end
                    move "10" to fs-consignacoes
                 not at end
                    if cs-cod-cliente not = wcod-origem then
                       move "10" to fs-consignacoes
                    else
                       move wcod-destino to cs-cod-cliente
                       rewrite registro-consignacao
                          invalid key
                             display "Erro ao repontar consignacao"
                                at 2105
                          not invalid key
                             add 1 to wqtd-repontadas
                       end-rewrite
                       move wcod-origem to cs-cod-cliente
                       start consignacoes key is equal cs-cod-cliente
                          invalid key
                             move "10" to fs-consignacoes
                       end-start
                    end-if
              end-read
           end-perform
           .
       reponta-series.
           move low-values to chave-serie
           start series key is not less than chave-serie
              invalid key
                 move "10" to fs-series
           end-start
           perform with test before until fs-series = "10"
              read series next record
                 at end
                    move "10" to fs-series
                 not at end
                    if sr-cod-cliente = wcod-origem then
                       move wcod-destino to sr-cod-cliente
                       rewrite registro-serie
                          invalid key
                             display "Erro ao repontar numero de serie"
                                at 2105
                          not invalid key
                             add 1 to wqtd-repontadas
                       end-rewrite
                    end-if
              end-read
           end-perform
           .
       reponta-ordserv.
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
                    if os-cod-cliente = wcod-origem then
                       move wcod-destino to os-cod-cliente
                       rewrite registro-ordserv
                          invalid key
                             display "Erro ao repontar ordem de servico"
                                at 2105
                          not invalid key
                             add 1 to wqtd-repontadas
                       end-rewrite
                    end-if
              end-read
           end-perform
           .
       reponta-cartoes.
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
                    if cr-cod-cliente = wcod-origem then
                       move wcod-destino to cr-cod-cliente
                       rewrite registro-cartao
                          invalid key
                             display "Erro ao repontar cartao"
                                at 2105
                          not invalid key
                             add 1 to wqtd-repontadas
                       end-rewrite
                    end-if
              end-read
           end-perform
           .
       transfere-negativacao.
           move wcod-origem to ng-cod-cliente
           read negativados
              invalid key
                 move spaces to ng-situacao
              not invalid key
                 delete negativados record
                    invalid key
                       display "Erro ao transferir negativacao" at 2105
                 end-delete
           end-read
           if ng-situacao = "N" then
              move wcod-destino to ng-cod-cliente
              write registro-negativado
                 invalid key
                    read negativados
                       invalid key
                          continue
                       not invalid key
                          move "N" to ng-situacao
                          move zero to ng-data-liberacao
                          rewrite registro-negativado
                             invalid key
                                display "Erro ao transferir negativacao"
                                   at 2105
                          end-rewrite
                    end-read
              end-write
           end-if
           .
       transfere-bloqueio-cheque.
           move "N" to wbloqueio-origem
           move wcod-origem to codigo
           read clientes
              invalid key
                 continue
              not invalid key
                 move bloqueio-cheque to wbloqueio-origem
           end-read
           if wbloqueio-origem = "S" then
              move wcod-destino to codigo
              read clientes
                 invalid key
                    continue
                 not invalid key
                    move "S" to bloqueio-cheque
                    rewrite registro-clientes
                       invalid key
                          display "Erro ao transferir bloqueio" at 2105
                    end-rewrite
              end-read
           end-if
           .
       encerramento-clientes.
           close clientes
           close audclientes
