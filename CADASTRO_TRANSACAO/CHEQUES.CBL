 identification division.
       program-id. CustodiaCheques.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select receber assign to "receber.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-parcela
             alternate key is par-cod-cliente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-receber.
             select clientes assign to "clientes.dat"
             organization is indexed
             access mode is dynamic
             record key is codigo
             alternate key is nome with duplicates
             sharing with all other
             file status is fs-clientes.
             select cheques assign to "cheques.dat"
             organization is indexed
             access mode is dynamic
             record key is ch-sequencia
             alternate key is ch-bom-para with duplicates
             alternate key is ch-cod-cliente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-cheques.
       data division.
         file section.
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
          01 fs-cheques                  pic xx.
          77 wid-operador                pic x(10) value spaces.
          77 wnivel                      pic 9 value 1.
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
          77 resp-continua               pic x value spaces.
          77 wseq-consulta               pic 9(6) value zero.
          77 wcod-consulta               pic 9(6) value zero.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wparcela                    pic 99 value zero.
          77 wparcela-livre              pic x value "N".
          77 wqtd-depositados            pic 9(6) value zero.
          77 wlinha                      pic 99 value zero.
          01 wpos.
             02 wpos-linha               pic 99 value zero.
             02 wpos-coluna              pic 99 value zero.
          77 wvalor-ed                   pic z,zzz,zzz,zz9.99.
          77 wvalor-custodia             pic 9(10)v99 value zero.
          77 wdesc-situacao              pic x(12) value spaces.
       linkage section.
          77 ls-wopcao                   pic 9.
          77 ls-operador                 pic x(10).
          77 ls-nivel                    pic 9.
       procedure division using ls-wopcao ls-operador ls-nivel.
       abertura.
          open i-o cheques
          if fs-cheques = "35" then
             open output cheques
             close cheques
             open i-o cheques
          end-if
          open i-o receber
          if fs-receber = "35" then
             open output receber
             close receber
             open i-o receber
          end-if
          open i-o clientes
          move ls-operador to wid-operador
          move ls-nivel to wnivel
          .
       inicio.
          display erase
          display "Custodia de cheques" at 0430
          display "[0] Retornar"                      at 0605
          display "[1] Cheques de um cliente"         at 0705
          display "[2] Registrar deposito"            at 0805
          display "[3] Cheque devolvido"              at 0905
          display "[4] Regularizar cheque devolvido"  at 1005
          display "Opcao: "                           at 1205
          accept wopcao-menu at 1212
          move function current-date(1:8) to wdata-hoje-inv
          evaluate wopcao-menu
             when 0
                perform encerramento
                exit program
             when 1
                perform consulta-cliente
             when 2
                perform registra-deposito
             when 3
                perform registra-devolucao
             when 4
                if wnivel < 2 then
                   display "Acesso restrito ao supervisor" at 2105
                   display "Tecle enter para continuar" at 2305
                   accept resp-continua at 2333
                else
                   perform regulariza-devolucao
                end-if
             when other
                continue
          end-evaluate
          go to inicio
          .
       consulta-cliente.
          display erase
          display "Cheques do cliente" at 0430
          display "Codigo do cliente : " at 0605
          accept wcod-consulta at 0626
          display
             "  Seq. Bco Cheque Bom para             Valor Situacao"
             at 0705
          move zero to wvalor-custodia
          move 8 to wlinha
          move wcod-consulta to ch-cod-cliente
          start cheques key is equal ch-cod-cliente
             invalid key
                move "10" to fs-cheques
          end-start
          perform with test before until fs-cheques = "10"
             read cheques next record
                at end
                   move "10" to fs-cheques
                not at end
                   if ch-cod-cliente not = wcod-consulta then
                      move "10" to fs-cheques
                   else
                      perform exibe-linha-cheque
                   end-if
             end-read
          end-perform
          move "00" to fs-cheques
          move wcod-consulta to codigo
          read clientes
             invalid key
                move "N" to bloqueio-cheque
          end-read
          if bloqueio-cheque = "S" then
             display "Cliente bloqueado para pagamento em cheque"
                at 1905
          end-if
          move wvalor-custodia to wvalor-ed
          display "Total em custodia : " at 2005
          display wvalor-ed at 2025
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       exibe-linha-cheque.
          if wlinha < 19 then
             move wlinha to wpos-linha
             move 05 to wpos-coluna
             display ch-sequencia at wpos
             move 12 to wpos-coluna
             display ch-banco at wpos
             move 16 to wpos-coluna
             display ch-numero at wpos
             move 23 to wpos-coluna
             display ch-bom-para(7:2) at wpos
             move 25 to wpos-coluna
             display "/" at wpos
             move 26 to wpos-coluna
             display ch-bom-para(5:2) at wpos
             move 28 to wpos-coluna
             display "/" at wpos
             move 29 to wpos-coluna
             display ch-bom-para(1:4) at wpos
             move ch-valor to wvalor-ed
             move 34 to wpos-coluna
             display wvalor-ed at wpos
             perform descreve-situacao
             move 50 to wpos-coluna
             display wdesc-situacao at wpos
             add 1 to wlinha
          end-if
          if ch-situacao = "C" then
             add ch-valor to wvalor-custodia
          end-if
          .
       descreve-situacao.
          evaluate ch-situacao
             when "C"
                move "Custodia" to wdesc-situacao
             when "D"
                move "Depositado" to wdesc-situacao
             when "V"
                move "Devolvido" to wdesc-situacao
             when "R"
                move "Regularizado" to wdesc-situacao
             when "E"
                move "Estornado" to wdesc-situacao
             when other
                move spaces to wdesc-situacao
          end-evaluate
          .
       exibe-cheque.
          display "Cliente          : " at 0805
          display ch-cod-cliente          at 0824
          move ch-cod-cliente to codigo
          read clientes
             invalid key
                move "*** NAO CADASTRADO ***" to nome
          end-read
          display nome                    at 0831
          display "Banco/Agencia    : " at 0905
          display ch-banco                at 0924
          display "/"                     at 0927
          display ch-agencia              at 0928
          display "Conta            : " at 1005
          display ch-conta                at 1024
          display "Cheque numero    : " at 1105
          display ch-numero               at 1124
          display "CPF emitente     : " at 1205
          display ch-cpf-emitente         at 1224
          display "Bom para         : " at 1305
          display ch-bom-para(7:2)        at 1324
          display "/"                     at 1326
          display ch-bom-para(5:2)        at 1327
          display "/"                     at 1329
          display ch-bom-para(1:4)        at 1330
          move ch-valor to wvalor-ed
          display "Valor            : " at 1405
          display wvalor-ed               at 1424
          display "Transacao/parc.  : " at 1505
          display ch-num-transacao        at 1524
          display "/"                     at 1530
          display ch-num-parcela          at 1531
          perform descreve-situacao
          display "Situacao         : " at 1605
          display wdesc-situacao          at 1624
          .
       le-cheque.
          display "Sequencia do cheque : " at 0605
          accept wseq-consulta at 0627
          move wseq-consulta to ch-sequencia
          read cheques
             invalid key
                move "23" to fs-cheques
          end-read
          .
       registra-deposito.
          display erase
          display "Deposito de cheques" at 0430
          display "(0 = todos com bom para ate hoje)" at 0705
          perform le-cheque
          if wseq-consulta = zero then
             perform deposita-vencidos
          else
             if fs-cheques = "23" then
                display "Cheque nao encontrado" at 2105
             else
                perform exibe-cheque
                if ch-situacao not = "C" then
                   display "Cheque nao esta em custodia" at 2105
                else
                   display "Confirma deposito [S/N] [.]" at 1805
                   accept opcao at 1833
                   if opcao = "S" or opcao = "s" then
                      perform marca-depositado
                      display "Deposito registrado" at 2105
                   end-if
                end-if
             end-if
          end-if
          if fs-cheques = "51" then
             display "Registro em uso em outro terminal" at 2105
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       deposita-vencidos.
          display "Depositar todos os cheques ate hoje [S/N] [.]"
             at 0905
          accept opcao at 0951
          if opcao = "S" or opcao = "s" then
             move zero to wqtd-depositados
             move low-values to ch-bom-para
             start cheques key is not less than ch-bom-para
                invalid key
                   move "10" to fs-cheques
             end-start
             perform with test before until fs-cheques = "10"
                read cheques next record
                   at end
                      move "10" to fs-cheques
                   not at end
                      if ch-bom-para > wdata-hoje-inv then
                         move "10" to fs-cheques
                      else
                         if ch-situacao = "C" then
                            perform marca-depositado
                            add 1 to wqtd-depositados
                         end-if
                      end-if
                end-read
             end-perform
             move "00" to fs-cheques
             display "Cheques depositados : " at 1105
             display wqtd-depositados at 1127
          end-if
          .
       marca-depositado.
          move "D" to ch-situacao
          move wdata-hoje-inv to ch-data-situacao
          move wid-operador to ch-operador
          rewrite registro-cheque
             invalid key
                display "Erro ao atualizar cheque" at 2205
          end-rewrite
          .
       registra-devolucao.
          display erase
          display "Cheque devolvido" at 0430
          perform le-cheque
          if fs-cheques = "23" then
             display "Cheque nao encontrado" at 2105
          else
             perform exibe-cheque
             if ch-situacao not = "C" and ch-situacao not = "D" then
                display "Cheque ja devolvido ou regularizado" at 2105
             else
                display "Confirma devolucao [S/N] [.]" at 1805
                accept opcao at 1834
                if opcao = "S" or opcao = "s" then
                   move "V" to ch-situacao
                   move wdata-hoje-inv to ch-data-situacao
                   move wid-operador to ch-operador
                   rewrite registro-cheque
                      invalid key
                         display "Erro ao atualizar cheque" at 2205
                      not invalid key
                         perform reabre-parcela
                         perform bloqueia-cliente
                   end-rewrite
                end-if
             end-if
          end-if
          if fs-cheques = "51" then
             display "Registro em uso em outro terminal" at 2105
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       reabre-parcela.
          if ch-num-parcela = zero then
             perform gera-parcela-cheque
          else
             move ch-num-transacao to par-num-transacao
             move ch-num-parcela   to par-num-parcela
             read receber
                invalid key
                   perform gera-parcela-cheque
                not invalid key
                   if par-valor-pago > ch-valor then
                      subtract ch-valor from par-valor-pago
                   else
                      move zero to par-valor-pago
                   end-if
                   move "A" to par-situacao
                   move zero to par-data-pagamento
                   rewrite registro-parcela
                      invalid key
                         display "Erro ao reabrir parcela" at 2205
                      not invalid key
                         display "Parcela reaberta : " at 1905
                         display par-num-transacao at 1924
                         display "/" at 1930
                         display par-num-parcela at 1931
                   end-rewrite
             end-read
          end-if
          .
       gera-parcela-cheque.
          move 1 to wparcela
          move "N" to wparcela-livre
          perform with test before until wparcela-livre = "S"
             move ch-num-transacao to par-num-transacao
             move wparcela to par-num-parcela
             read receber
                invalid key
                   move "S" to wparcela-livre
                not invalid key
                   add 1 to wparcela
             end-read
          end-perform
          move ch-num-transacao to par-num-transacao
          move wparcela to par-num-parcela
          move ch-cod-cliente to par-cod-cliente
          move wdata-hoje-inv(7:2) to par-dia-venc
          move wdata-hoje-inv(5:2) to par-mes-venc
          move wdata-hoje-inv(1:4) to par-ano-venc
          move ch-valor to par-valor
          move "A" to par-situacao
          move zero to par-data-pagamento
          move zero to par-valor-pago
          write registro-parcela
             invalid key
                display "Erro ao gerar parcela do cheque" at 2205
             not invalid key
                display "Parcela gerada   : " at 1905
                display par-num-transacao at 1924
                display "/" at 1930
                display par-num-parcela at 1931
          end-write
          .
       bloqueia-cliente.
          move ch-cod-cliente to codigo
          read clientes
             invalid key
                display "Cliente nao cadastrado" at 2105
             not invalid key
                move "S" to bloqueio-cheque
                rewrite registro-clientes
                   invalid key
                      display "Erro ao bloquear cliente" at 2205
                   not invalid key
                      display "Cliente bloqueado para cheque" at 2005
                end-rewrite
          end-read
          .
       regulariza-devolucao.
          display erase
          display "Regularizacao de cheque devolvido" at 0430
          perform le-cheque
          if fs-cheques = "23" then
             display "Cheque nao encontrado" at 2105
          else
             perform exibe-cheque
             if ch-situacao not = "V" then
                display "Cheque nao consta como devolvido" at 2105
             else
                display "Confirma regularizacao [S/N] [.]" at 1805
                accept opcao at 1838
                if opcao = "S" or opcao = "s" then
                   move "R" to ch-situacao
                   move wdata-hoje-inv to ch-data-situacao
                   move wid-operador to ch-operador
                   rewrite registro-cheque
                      invalid key
                         display "Erro ao atualizar cheque" at 2205
                   end-rewrite
                   display "Liberar cliente p/ cheque [S/N] [.]" at 1905
                   accept opcao at 1941
                   if opcao = "S" or opcao = "s" then
                      perform libera-cliente
                   end-if
                end-if
             end-if
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       libera-cliente.
          move ch-cod-cliente to codigo
          read clientes
             invalid key
                display "Cliente nao cadastrado" at 2105
             not invalid key
                move "N" to bloqueio-cheque
                rewrite registro-clientes
                   invalid key
                      display "Erro ao liberar cliente" at 2205
                   not invalid key
                      display "Cliente liberado" at 2105
                end-rewrite
          end-read
          .
       encerramento.
          close cheques
          close receber
          close clientes
          .
