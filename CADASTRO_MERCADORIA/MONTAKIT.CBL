 identification division.
       program-id. MontagemKit.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
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
             select controle assign to "controle.dat"
             organization is indexed
             access mode is dynamic
             record key is ctl-chave
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-controle.
       data division.
         file section.
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
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
                02 ctl-proximo           pic 9(6).
       working-storage section.
          01 fs-kits                     pic xx.
          01 fs-kitbaixas                pic xx.
          01 fs-mercadorias              pic xx.
          01 fs-lotes                    pic xx.
          01 fs-depositos                pic xx.
          01 fs-estoquedep               pic xx.
          01 fs-transacoes               pic xx.
          01 fs-transitens               pic xx.
          01 fs-controle                 pic xx.
          77 opcao                       pic x value spaces.
          77 resp-continua               pic x value spaces.
          77 wopcao-continua             pic x value spaces.
          77 wregistro-valido            pic x value "N".
          77 wmontagem-ok                pic x value "S".
          77 wid-operador                pic x(10) value spaces.
          77 wcod-kit                    pic 9999 value zero.
          77 wqtd-montar                 pic 9(6) value zero.
          77 wdeposito                   pic 99 value zero.
          77 wqtd-componente             pic 9(8) value zero.
          77 wqtd-a-consumir             pic 9(6) value zero.
          77 wcusto-montagem             pic 9(9)v99 value zero.
          77 wcusto-unitario             pic 9(6)v99 value zero.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wlinha                      pic 99 value zero.
          77 wpos                        pic 9999 value zero.
          77 wcod-loja                   pic 99 value 1.
          01 linha-componente.
             02 lk-cod-componente        pic zzz9.
             02 filler                   pic x     value space.
             02 lk-descricao             pic x(30).
             02 filler                   pic x     value space.
             02 lk-necessario            pic zz,zzz,zz9.
             02 filler                   pic x     value space.
             02 lk-saldo                 pic zzz,zz9.
             02 filler                   pic x     value space.
             02 lk-situacao              pic x(12).
       linkage section.
          77 ls-wopcao                   pic 9.
          77 ls-operador                 pic x(10).
          77 ls-nivel                    pic 9.
       procedure division using ls-wopcao ls-operador ls-nivel.
       abertura.
          open input kits
          open i-o kitbaixas
          if fs-kitbaixas = "35" then
             open output kitbaixas
             close kitbaixas
             open i-o kitbaixas
          end-if
          open i-o mercadorias
          open i-o lotes
          if fs-lotes = "35" then
             open output lotes
             close lotes
             open i-o lotes
          end-if
          open input depositos
          open i-o estoquedep
          if fs-estoquedep = "35" then
             open output estoquedep
             close estoquedep
             open i-o estoquedep
          end-if
          open i-o transacoes
          open i-o transitens
          if fs-transitens = "35" then
             open output transitens
             close transitens
             open i-o transitens
          end-if
          open i-o controle
          if fs-controle = "35" then
             open output controle
             close controle
             open i-o controle
          end-if
          perform le-codigo-loja
          move ls-operador to wid-operador
          .
       inicio.
          display erase
          display "Montagem de Kits" at 0430
          display "Nova montagem [S/N] : " at 0505
          accept wopcao-continua at 0527
          if wopcao-continua = "N" or wopcao-continua = "n" then
             perform encerramento
             exit program
          end-if
          move "S" to wmontagem-ok
          display "Kit (mercadoria)     : " at 0705
          accept wcod-kit at 0728
          move wcod-kit to cod-mercadoria
          read mercadorias
             invalid key
                display "Mercadoria nao cadastrada" at 2105
                move "N" to wmontagem-ok
             not invalid key
                display descricao at 0733
          end-read
          if wmontagem-ok = "S" then
             perform verifica-composicao
          end-if
          if wmontagem-ok = "S" then
             display "Deposito             : " at 0805
             accept wdeposito at 0828
             move wdeposito to dep-codigo
             read depositos
                invalid key
                   display "Deposito nao cadastrado" at 2105
                   move "N" to wmontagem-ok
                not invalid key
                   display dep-descricao at 0832
             end-read
          end-if
          if wmontagem-ok = "S" then
             display "Quantidade a montar  : " at 0905
             move zero to wqtd-montar
             accept wqtd-montar at 0928
             if wqtd-montar = zero then
                move "N" to wmontagem-ok
             else
                perform verifica-componentes
             end-if
          end-if
          if wmontagem-ok = "S" then
             display "Confirma montagem [S/N] [.]" at 2005
             accept opcao at 2034
             if opcao = "S" or opcao = "s" then
                perform lanca-montagem
             end-if
          else
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
          go to inicio
          .
       verifica-composicao.
          move wcod-kit to kt-cod-kit
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
          end-if
          if fs-kits = "10" or kt-cod-kit not = wcod-kit then
             display "Mercadoria sem composicao de kit" at 2105
             move "N" to wmontagem-ok
          end-if
          move "00" to fs-kits
          .
       verifica-componentes.
          display "Comp Descricao                       Necessario"
             at 1105
          display "  Saldo" at 1156
          move 12 to wlinha
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
          if wmontagem-ok not = "S" then
             display "Componentes sem saldo no deposito" at 2105
          end-if
          .
       verifica-componente.
          compute wqtd-componente = kt-quantidade * wqtd-montar
          move kt-cod-componente to lk-cod-componente
          move kt-cod-componente to cod-mercadoria
          read mercadorias
             invalid key
                move "*** NAO CADASTRADA ***" to descricao
                move zero to qtd-estoque
          end-read
          move descricao to lk-descricao
          move wqtd-componente to lk-necessario
          move kt-cod-componente to ed-cod-mercadoria
          move wdeposito to ed-cod-deposito
          read estoquedep
             invalid key
                move zero to ed-qtd-saldo
          end-read
          move ed-qtd-saldo to lk-saldo
          if wqtd-componente > ed-qtd-saldo
             or wqtd-componente > qtd-estoque then
             move "** FALTA **" to lk-situacao
             move "N" to wmontagem-ok
          else
             move spaces to lk-situacao
          end-if
          if wlinha < 20 then
             compute wpos = wlinha * 100 + 5
             display linha-componente at wpos
             add 1 to wlinha
          end-if
          .
       lanca-montagem.
          move "N" to wregistro-valido
          perform with test before until wregistro-valido = "S"
             perform obtem-num-transacao
             perform valida-num-transacao
          end-perform
          move function current-date(1:8) to wdata-hoje-inv
          move "A" to tipo-transacao
          move function current-date(7:2) to dia-transacao
          move function current-date(5:2) to mes-transacao
          move function current-date(1:4) to ano-transacao
          move zero to cod-cliente-tr
          move zero to cod-vendcomp-tr
          move 1 to qtd-itens-tr
          move zero to desconto-tr
          move "A" to situacao-tr
          move wid-operador to est-operador
          move zero to est-data
          move zero to wcusto-montagem
          perform baixa-componentes
          compute wcusto-unitario rounded =
             wcusto-montagem / wqtd-montar
          move num-transacao   to it-num-transacao
          move 1               to it-sequencia
          move wcod-kit        to it-cod-mercadoria
          move wqtd-montar     to it-quantidade
          move wcusto-unitario to it-preco-unit
          compute it-subtotal = wqtd-montar * wcusto-unitario
          move zero to it-desconto-pct
          move zero to it-aliquota-icms
          move zero to it-valor-icms
          move it-subtotal to valor-total-tr
          write registro-item
             invalid key
                display "Erro ao gravar item da montagem" at 2105
          end-write
          move wcod-loja to cod-loja-tr
          write registro-transacao
             invalid key
                display "Erro ao gravar transacao de montagem" at 2105
          end-write
          perform entrada-kit
          display "Montagem lancada - transacao " at 2205
          display num-transacao at 2234
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       baixa-componentes.
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
          compute wqtd-componente = kt-quantidade * wqtd-montar
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
             compute wcusto-montagem = wcusto-montagem
                + wqtd-componente * custo-medio
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
             perform consome-lotes
             move num-transacao     to kb-num-transacao
             move 1                 to kb-sequencia
             move kt-cod-componente to kb-cod-componente
             move wcod-kit          to kb-cod-kit
             move wqtd-montar       to kb-qtd-kits
             move wqtd-componente   to kb-quantidade
             move wdeposito         to kb-deposito
             move wdata-hoje-inv    to kb-data
             write registro-kitbaixa
                invalid key
                   display "Erro ao gravar baixa de componente" at 2205
             end-write
          else
             display "Componente do kit nao encontrado" at 2205
          end-if
          .
       consome-lotes.
          move wqtd-componente to wqtd-a-consumir
          move kt-cod-componente to lt-cod-mercadoria
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
                   if lt-cod-mercadoria not = kt-cod-componente then
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
       entrada-kit.
          move wcod-kit to cod-mercadoria
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
             if qtd-estoque + wqtd-montar > zero then
                compute custo-medio rounded =
                   (qtd-estoque * custo-medio
                    + wqtd-montar * wcusto-unitario)
                   / (qtd-estoque + wqtd-montar)
             end-if
             add wqtd-montar to qtd-estoque
             rewrite registro-mercadoria
                invalid key
                   display "Erro ao atualizar estoque do kit" at 2105
             end-rewrite
          end-if
          move wcod-kit to ed-cod-mercadoria
          move wdeposito to ed-cod-deposito
          read estoquedep
             invalid key
                move wcod-kit to ed-cod-mercadoria
                move wdeposito to ed-cod-deposito
                move zero to ed-qtd-saldo
                move wcod-loja to ed-cod-loja
                write registro-estoquedep
                   invalid key
                      display "Erro no saldo por deposito" at 2205
                end-write
          end-read
          add wqtd-montar to ed-qtd-saldo
          rewrite registro-estoquedep
             invalid key
                display "Erro ao atualizar saldo do deposito" at 2205
          end-rewrite
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
       encerramento.
          close kits
          close kitbaixas
          close mercadorias
          close lotes
          close depositos
          close estoquedep
          close transacoes
          close transitens
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
