             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-controle.
             select optional catdespesa assign to "catdespesa.dat"
             organization is indexed
             access mode is dynamic
             record key is cat-codigo
             sharing with all other
             file status is fs-catdespesa.
             select relatorio assign to "necessidadecaixa.lst"
             organization is line sequential
             file status is fs-relatorio.
                   03 pg-mes-pagto          pic 99.
                   03 pg-ano-pagto          pic 9999.
                02 pg-valor-pago         pic 9(9)v99.
                02 pg-tipo               pic x.
                02 pg-cod-categoria      pic 999.
                02 pg-descricao          pic x(40).
           fd vendcomp.
             01 registro-vendcomp.
                02 cod-vendcomp        pic 9999.
                02 cidade-vc           pic x(30).
                02 estado-vc           pic AA.
                02 email-vc            pic x(50).
                02 cep-vc              pic x(8).
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
           fd catdespesa.
             01 registro-catdespesa.
                02 cat-codigo            pic 999.
                02 cat-descricao         pic x(30).
           fd relatorio.
             01 linha-relatorio        pic x(100).
           sd arq-ordenacao.
                02 sd-num-transacao      pic 9(6).
                02 sd-num-parcela        pic 99.
                02 sd-valor              pic 9(9)v99.
                02 sd-descricao          pic x(30).
       working-storage section.
          01 fs-pagar                    pic xx.
          01 fs-vendcomp                 pic xx.
          01 fs-caixa                    pic xx.
          01 fs-controle                 pic xx.
          01 fs-catdespesa               pic xx.
          01 fs-relatorio                pic xx.
          77 wid-operador                pic x(10) value spaces.
          77 wforma-pagto                pic x value spaces.
          77 wqtd-a-vencer               pic 9(6) value zero.
          77 wvalor-vencido              pic 9(11)v99 value zero.
          77 wvalor-a-vencer             pic 9(11)v99 value zero.
          77 wcod-loja                   pic 99 value 1.
          77 wperiodo-lanc               pic 9(6) value zero.
          77 wperiodo-aberto             pic x value "S".
          77 wdesp-ok                    pic x value spaces.
          77 wdata-ok                    pic x value spaces.
          77 wcod-categoria              pic 999 value zero.
          77 wdesp-fornecedor            pic 9999 value zero.
          77 wdesp-descricao             pic x(40) value spaces.
          77 wdesp-valor                 pic 9(9)v99 value zero.
          01 wdesp-vencimento.
             02 wdesp-dia                pic 99 value zero.
             02 wdesp-mes                pic 99 value zero.
             02 wdesp-ano                pic 9999 value zero.
          01 linha-cab1.
             02 filler                 pic x(44)
                value "Necessidade de caixa - contas a pagar".
             open i-o pagar
          end-if
          open input vendcomp
          open input catdespesa
          open i-o caixa
          if fs-caixa = "35" then
             open output caixa
             close controle
             open i-o controle
          end-if
          perform le-codigo-loja
          move ls-operador to wid-operador
          .
       inicio.
          display "[1] Registrar pagamento"           at 0705
          display "[2] Parcelas de um fornecedor"     at 0805
          display "[3] Relatorio necessidade de caixa" at 0905
          display "[4] Lancar despesa operacional"    at 1005
          display "Opcao: "                           at 1205
          accept wopcao-menu at 1212
          evaluate wopcao-menu
             when 0
                perform encerramento
                exit program
             when 1
                move function current-date(1:6) to wperiodo-lanc
                perform verifica-periodo
                if wperiodo-aberto = "S" then
                   perform registra-pagamento
                end-if
             when 2
                perform consulta-fornecedor
             when 3
                perform necessidade-caixa
             when 4
                perform lanca-despesa
             when other
                continue
          end-evaluate
          move pg-num-transacao to cx-num-transacao
          move pg-num-parcela   to cx-num-parcela
          move pg-valor-pago    to cx-valor
          move wcod-loja to cx-cod-loja
          write registro-caixa
             invalid key
                display "Erro ao gravar movimento de caixa" at 2205
       exibe-parcela.
          display "Fornecedor : " at 0905
          display pg-cod-fornecedor at 0918
          if pg-cod-fornecedor = zero then
             display "(sem fornecedor)" at 0924
          else
             move pg-cod-fornecedor to cod-vendcomp
             read vendcomp
                invalid key
                   display "*** NAO CADASTRADO ***" at 0924
                not invalid key
                   display nome-vendcomp at 0924
             end-read
          end-if
          display "Vencimento :   /  /"    at 1005
          display pg-dia-venc  at 1018
          display pg-mes-venc  at 1021
          display wvalor-parcela-ed at 1118
          display "Situacao   : " at 1205
          display pg-situacao  at 1218
          if pg-tipo = "D" then
             display "Categoria  : " at 1305
             display pg-cod-categoria at 1318
             move pg-cod-categoria to cat-codigo
             read catdespesa
                invalid key
                   display "*** NAO CADASTRADA ***" at 1323
                not invalid key
                   display cat-descricao at 1323
             end-read
             display "Historico  : " at 1405
             display pg-descricao at 1418
          end-if
          .
       consulta-fornecedor.
          display erase
                move pg-num-transacao  to sd-num-transacao
                move pg-num-parcela    to sd-num-parcela
                move pg-valor          to sd-valor
                if pg-tipo = "D" then
                   move pg-descricao   to sd-descricao
                else
                   move spaces         to sd-descricao
                end-if
                release sd-parcela
             end-if
          end-if
          move sd-vencimento(1:4) to ld-ano-venc
          move sd-num-transacao   to ld-num-transacao
          move sd-num-parcela     to ld-num-parcela
          if sd-descricao not = spaces then
             move sd-descricao to ld-nome-fornecedor
          else
             move sd-cod-fornecedor  to cod-vendcomp
             read vendcomp
                invalid key
                   move "*** NAO CADASTRADO ***" to ld-nome-fornecedor
                not invalid key
                   move nome-vendcomp to ld-nome-fornecedor
             end-read
          end-if
          move sd-valor to ld-valor
          if sd-vencimento < wdata-hoje-inv then
             move "VENCIDA" to ld-situacao
          end-if
          write linha-relatorio from linha-det
          .
       lanca-despesa.
          display erase
          display "Lancamento de despesa operacional" at 0430
          move "S" to wdesp-ok
          display "Categoria  : " at 0605
          accept wcod-categoria at 0618
          move wcod-categoria to cat-codigo
          read catdespesa
             invalid key
                move "N" to wdesp-ok
                display "Categoria nao cadastrada" at 2105
             not invalid key
                display cat-descricao at 0623
          end-read
          if wdesp-ok = "S" then
             display "Fornecedor : " at 0705
             display "(0 = nenhum)" at 0724
             accept wdesp-fornecedor at 0718
             if wdesp-fornecedor > zero then
                move wdesp-fornecedor to cod-vendcomp
                read vendcomp
                   invalid key
                      move "N" to wdesp-ok
                      display "Fornecedor nao cadastrado" at 2105
                   not invalid key
                      display nome-vendcomp at 0724
                end-read
             else
                display "(sem fornecedor)" at 0724
             end-if
          end-if
          if wdesp-ok = "S" then
             perform captura-dados-despesa
             compute wperiodo-lanc = wdesp-ano * 100 + wdesp-mes
             perform verifica-periodo
             if wperiodo-aberto = "S" then
                display "Confirma lancamento [S/N] [.]" at 1205
                accept opcao at 1236
                if opcao="S" or opcao="s" then
                   perform grava-despesa
                end-if
             end-if
          else
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
          .
       captura-dados-despesa.
          move spaces to wdesp-descricao
          perform with test before until wdesp-descricao not = spaces
             display "Descricao  : " at 0805
             accept wdesp-descricao at 0818
          end-perform
          move "N" to wdata-ok
          perform with test before until wdata-ok = "S"
             display "Vencimento :   /  /" at 0905
             accept wdesp-dia at 0918
             accept wdesp-mes at 0921
             accept wdesp-ano at 0924
             perform valida-vencimento
          end-perform
          move zero to wdesp-valor
          perform with test before until wdesp-valor > zero
             display "Valor      : " at 1005
             accept wdesp-valor at 1018
          end-perform
          .
       valida-vencimento.
          move "S" to wdata-ok
          if wdesp-dia < 1 or wdesp-dia > 31
             or wdesp-mes < 1 or wdesp-mes > 12
             or wdesp-ano < 2000 then
             move "N" to wdata-ok
             display "Data de vencimento invalida" at 2105
          else
             display "                           " at 2105
          end-if
          .
       grava-despesa.
          perform obtem-num-despesa
          move 1                to pg-num-parcela
          move wdesp-fornecedor to pg-cod-fornecedor
          move wdesp-dia        to pg-dia-venc
          move wdesp-mes        to pg-mes-venc
          move wdesp-ano        to pg-ano-venc
          move wdesp-valor      to pg-valor
          move "A"              to pg-situacao
          move zero             to pg-data-pagamento
          move zero             to pg-valor-pago
          move "D"              to pg-tipo
          move wcod-categoria   to pg-cod-categoria
          move wdesp-descricao  to pg-descricao
          write registro-pagar
             invalid key
                display "Erro ao gravar despesa" at 2105
             not invalid key
                display "Despesa registrada - transacao/parcela"
                   at 2105
                display pg-num-transacao at 2144
                display "/01" at 2150
          end-write
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       obtem-num-despesa.
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
          move ctl-proximo to pg-num-transacao
          add 1 to ctl-proximo
          rewrite registro-controle
             invalid key
                display "Erro ao atualizar numeracao" at 2105
          end-rewrite
          .
       encerramento.
          close pagar
          close vendcomp
          close catdespesa
          close caixa
          close controle
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
