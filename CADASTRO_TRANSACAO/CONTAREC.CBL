             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-controle.
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
           fd receber.
                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
           fd caixa.
             01 registro-caixa.
                02 cx-sequencia          pic 9(6).
                02 cx-num-transacao      pic 9(6).
                02 cx-num-parcela        pic 99.
                02 cx-valor              pic 9(9)v99.
                02 cx-cod-loja           pic 99.
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
                02 ctl-proximo           pic 9(6).
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
          01 fs-receber                  pic xx.
          01 fs-clientes                 pic xx.
          01 fs-caixa                    pic xx.
          01 fs-controle                 pic xx.
          01 fs-cheques                  pic xx.
          01 fs-cartoes                  pic xx.
          01 fs-taxascartao              pic xx.
          77 wid-operador                pic x(10) value spaces.
          77 wforma-pagto                pic x value spaces.
          77 opcao                       pic x value spaces.
          77 wvalor-devido               pic 9(9)v99 value zero.
          77 wvalor-pagamento            pic 9(9)v99 value zero.
          77 wvalor-principal            pic 9(9)v99 value zero.
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
          77 wcod-loja                   pic 99 value 1.
          77 wperiodo-lanc               pic 9(6) value zero.
          77 wperiodo-aberto             pic x value "S".
          01 wdata-bom-para.
             02 wdia-bom-para            pic 99 value zero.
             02 wmes-bom-para            pic 99 value zero.
             02 wano-bom-para            pic 9999 value zero.
       linkage section.
          77 ls-wopcao                   pic 9.
          77 ls-operador                 pic x(10).
             close controle
             open i-o controle
          end-if
          perform le-codigo-loja
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
          move ls-operador to wid-operador
          .
       inicio.
                perform encerramento
                exit program
             when 1
                move function current-date(1:6) to wperiodo-lanc
                perform verifica-periodo
                if wperiodo-aberto = "S" then
                   perform registra-pagamento
                end-if
             when 2
                perform consulta-cliente
             when 3
                   display "Confirma pagamento [S/N] [.]" at 1705
                   accept opcao at 1735
                   if opcao="S" or opcao="s" then
                      move par-cod-cliente to ch-cod-cliente
                      perform captura-forma-pagto
                      if wforma-pagto = "Q" then
                         move par-num-transacao to ch-num-transacao
                         move par-num-parcela to ch-num-parcela
                         move wvalor-pagamento to ch-valor
                         perform registra-cheque
                      end-if
                      if wforma-pagto = "C" then
                         move par-cod-cliente to wcliente-cartao
                         move par-num-transacao to wtransacao-cartao
                         move par-num-parcela to wparcela-rec-cartao
                         move wvalor-pagamento to wvalor-cartao
                         perform registra-cartao
                      end-if
                      perform aplica-pagamento
                   end-if
                end-if
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
          display "Banco :     Agencia :      Conta :" at 1905
          display "Cheque :" at 1956
          display "CPF emitente :" at 2005
          display "Bom para (dd/mm/aaaa) :   /  /" at 2033
          perform with test before until ch-banco > zero
             accept ch-banco at 1913
          end-perform
          accept ch-agencia at 1927
          accept ch-conta at 1940
          perform with test before until ch-numero > zero
             accept ch-numero at 1965
          end-perform
          accept ch-cpf-emitente at 2020
          if ch-cpf-emitente = zero then
             move cpf to ch-cpf-emitente
             display ch-cpf-emitente at 2020
          end-if
          move "N" to wcheque-ok
          perform with test before until wcheque-ok = "S"
             accept wdia-bom-para at 2057
             accept wmes-bom-para at 2060
             accept wano-bom-para at 2063
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
             at 1905
          display "                                                  "
             at 2005
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
          display "Cartao [D]ebito [C]redito :" at 1905
          display "NSU/autorizacao :" at 2005
          perform with test before until wtipo-cartao = "D"
             or wtipo-cartao = "C"
             accept wtipo-cartao at 1933
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
             display "Parcelas :" at 1940
             accept wqtd-parc-cartao at 1951
          end-if
          if wqtd-parc-cartao = zero then
             move 1 to wqtd-parc-cartao
          end-if
          perform with test before until wnsu-cartao not = spaces
             accept wnsu-cartao at 2023
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
             at 1905
          display "                                                  "
             at 2005
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
          move par-num-transacao to cx-num-transacao
          move par-num-parcela   to cx-num-parcela
          move wvalor-pagamento  to cx-valor
          move wcod-loja to cx-cod-loja
          write registro-caixa
             invalid key
                display "Erro ao gravar movimento de caixa" at 2205
          close clientes
          close caixa
          close controle
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
