 identification division.
       program-id. OrdemServico.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select ordserv assign to "ordserv.dat"
             organization is indexed
             access mode is dynamic
             record key is os-numero
             alternate key is os-num-serie with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-ordserv.
             select ospecas assign to "ospecas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-ospeca
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-ospecas.
             select optional series assign to "series.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-serie
             alternate key is sr-num-serie with duplicates
             alternate key is sr-num-compra with duplicates
             alternate key is sr-num-venda with duplicates
             sharing with all other
             file status is fs-series.
             select mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-mercadorias.
             select clientes assign to "clientes.dat"
             organization is indexed
             access mode is dynamic
             record key is codigo
             alternate key is nome with duplicates
             sharing with all other
             file status is fs-clientes.
             select estoquedep assign to "estoquedep.dat"
             organization is indexed
             access mode is dynamic
             record key is ed-chave
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-estoquedep.
             select lotes assign to "lotes.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-lote
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-lotes.
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
             select relatorio assign to "ordserv.lst"
             organization is line sequential
             file status is fs-relatorio.
       data division.
         file section.
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
           fd relatorio.
             01 linha-relatorio        pic x(80).
       working-storage section.
          01 fs-ordserv                  pic xx.
          01 fs-ospecas                  pic xx.
          01 fs-series                   pic xx.
          01 fs-mercadorias              pic xx.
          01 fs-clientes                 pic xx.
          01 fs-estoquedep               pic xx.
          01 fs-lotes                    pic xx.
          01 fs-transacoes               pic xx.
          01 fs-transitens               pic xx.
          01 fs-controle                 pic xx.
          01 fs-relatorio                pic xx.
          77 opcao                       pic x value spaces.
          77 resp-continua               pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
          77 wordem-ok                   pic x value "S".
          77 wregistro-valido            pic x value "N".
          77 wid-operador                pic x(10) value spaces.
          77 wnivel                      pic 9 value zero.
          77 wcod-loja                   pic 99 value 1.
          77 wperiodo-lanc               pic 9(6) value zero.
          77 wperiodo-aberto             pic x value "S".
          77 wnum-ordem                  pic 9(6) value zero.
          77 wcod-mercadoria             pic 9999 value zero.
          77 wnum-serie                  pic x(20) value spaces.
          77 wcod-cliente                pic 9(6) value zero.
          77 wserie-vendida              pic x value "N".
          77 wgarantia                   pic x value "N".
          77 wdefeito                    pic x(60) value spaces.
          77 wdiagnostico                pic x(60) value spaces.
          77 wsituacao                   pic x value spaces.
          77 wcod-peca                   pic 9999 value zero.
          77 wqtd-peca                   pic 9(6) value zero.
          77 wqtd-a-consumir             pic 9(6) value zero.
          77 wseq-peca                   pic 999 value zero.
          77 wqtd-pecas                  pic 999 value zero.
          77 wnum-venda                  pic 9(6) value zero.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wdata-inv                   pic 9(8) value zero.
          77 wdias-aberta                pic 9(5) value zero.
          77 wqtd-abertas                pic 9(5) value zero.
          77 wlinha                      pic 99 value zero.
          77 wpos                        pic 9999 value zero.
          77 wdesc-situacao              pic x(10) value spaces.
          01 wdata-ed.
             02 wed-dia                  pic 99.
             02 filler                   pic x     value "/".
             02 wed-mes                  pic 99.
             02 filler                   pic x     value "/".
             02 wed-ano                  pic 9999.
          01 linha-peca.
             02 lp-cod-mercadoria        pic zzz9.
             02 filler                   pic x     value space.
             02 lp-descricao             pic x(40).
             02 filler                   pic x     value space.
             02 lp-quantidade            pic zzz,zz9.
          01 linha-cab1.
             02 filler                 pic x(36)
                value "Ordens de servico em aberto - data ".
             02 lc-data                pic x(10).
          01 linha-branco.
             02 filler                 pic x(80) value spaces.
          01 linha-cab2.
             02 filler                 pic x(8)  value "  Ordem ".
             02 filler                 pic x(12) value "Abertura".
             02 filler                 pic x(5)  value "Merc".
             02 filler                 pic x(21)
                value "Numero de serie".
             02 filler                 pic x(7)  value "Cliente".
             02 filler                 pic x(4)  value " Gar".
             02 filler                 pic x(11) value "Situacao".
             02 filler                 pic x(4)  value "Dias".
          01 linha-det.
             02 ld-numero              pic zzzzz9.
             02 filler                 pic x(2)  value spaces.
             02 ld-abertura            pic x(10).
             02 filler                 pic x(2)  value spaces.
             02 ld-mercadoria          pic zzz9.
             02 filler                 pic x     value space.
             02 ld-serie               pic x(20).
             02 filler                 pic x     value space.
             02 ld-cliente             pic zzzzz9.
             02 filler                 pic x     value space.
             02 ld-garantia            pic x(3).
             02 filler                 pic x     value space.
             02 ld-situacao            pic x(10).
             02 filler                 pic x     value space.
             02 ld-dias                pic zzz9.
          01 linha-rodape.
             02 filler                 pic x(28)
                value "Total de ordens em aberto: ".
             02 lr-qtd                 pic zzzz9.
       linkage section.
          77 ls-wopcao                   pic 9.
          77 ls-operador                 pic x(10).
          77 ls-nivel                    pic 9.
       procedure division using ls-wopcao ls-operador ls-nivel.
       abertura.
          open i-o ordserv
          if fs-ordserv = "35" then
             open output ordserv
             close ordserv
             open i-o ordserv
          end-if
          open i-o ospecas
          if fs-ospecas = "35" then
             open output ospecas
             close ospecas
             open i-o ospecas
          end-if
          open input series
          open i-o mercadorias
          open input clientes
          open i-o estoquedep
          if fs-estoquedep = "35" then
             open output estoquedep
             close estoquedep
             open i-o estoquedep
          end-if
          open i-o lotes
          if fs-lotes = "35" then
             open output lotes
             close lotes
             open i-o lotes
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
          move ls-nivel to wnivel
          .
       inicio.
          perform tela-menu
          evaluate wopcao-menu
             when 0
                perform encerramento
                exit program
             when 1
                perform abre-ordem
             when 2
                perform registra-andamento
             when 3
                perform lanca-peca
             when 4
                perform encerra-ordem
             when 5
                perform consulta-ordem
             when 6
                perform relaciona-abertas
             when other
                continue
          end-evaluate
          go to inicio
          .
       tela-menu.
          display erase
          display "Ordens de Servico - Assistencia Tecnica" at 0430
          display "[0] Retornar ao menu principal"      at 0605
          display "[1] Abrir ordem de servico"          at 0705
          display "[2] Registrar andamento"             at 0805
          display "[3] Lancar peca utilizada"           at 0905
          display "[4] Encerrar ordem de servico"       at 1005
          display "[5] Consultar ordem de servico"      at 1105
          display "[6] Relatorio de ordens em aberto"   at 1205
          display "Opcao: "                             at 1405
          move zero to wopcao-menu
          accept wopcao-menu at 1412
          .
       abre-ordem.
          display erase
          display "Abertura de ordem de servico" at 0430
          move "S" to wordem-ok
          move function current-date(1:8) to wdata-hoje-inv
          display "Mercadoria       : " at 0605
          move zero to wcod-mercadoria
          accept wcod-mercadoria at 0624
          move wcod-mercadoria to cod-mercadoria
          read mercadorias
             invalid key
                display "Mercadoria nao cadastrada" at 2105
                move "N" to wordem-ok
             not invalid key
                display descricao at 0630
                if controla-serie not = "S" then
                   display "Mercadoria sem controle de numero de serie"
                      at 2105
                   move "N" to wordem-ok
                end-if
          end-read
          unlock mercadorias
          if wordem-ok = "S" then
             display "Numero de serie  : " at 0705
             move spaces to wnum-serie
             accept wnum-serie at 0724
             if wnum-serie = spaces then
                display "Numero de serie obrigatorio" at 2105
                move "N" to wordem-ok
             else
                perform identifica-serie
             end-if
          end-if
          if wordem-ok = "S" then
             display "Cliente          : " at 1005
             if wserie-vendida = "S" then
                display wcod-cliente at 1024
             else
                accept wcod-cliente at 1024
             end-if
             move wcod-cliente to codigo
             read clientes
                invalid key
                   display "Cliente nao cadastrado" at 2105
                   move "N" to wordem-ok
                not invalid key
                   display nome at 1031
             end-read
          end-if
          if wordem-ok = "S" then
             display "Defeito relatado : " at 1205
             move spaces to wdefeito
             accept wdefeito at 1305
             if wdefeito = spaces then
                display "Defeito relatado obrigatorio" at 2105
                move "N" to wordem-ok
             end-if
          end-if
          if wordem-ok = "S" then
             display "Confirma abertura [S/N] [.]" at 1505
             accept opcao at 1530
             if opcao = "S" or opcao = "s" then
                perform grava-ordem
             end-if
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       identifica-serie.
          move "N" to wserie-vendida
          move "N" to wgarantia
          move zero to wcod-cliente
          move wcod-mercadoria to sr-cod-mercadoria
          move wnum-serie to sr-num-serie
          read series
             invalid key
                continue
             not invalid key
                if sr-situacao = "V" then
                   move "S" to wserie-vendida
                   move sr-cod-cliente to wcod-cliente
                   if sr-fim-garantia > sr-data-venda and
                      sr-fim-garantia not < wdata-hoje-inv then
                      move "S" to wgarantia
                   end-if
                end-if
          end-read
          display "Garantia         : " at 0805
          if wgarantia = "S" then
             display "SIM - ate " at 0824
             move sr-fim-garantia to wdata-inv
             perform formata-data
             display wdata-ed at 0834
          else
             display "NAO" at 0824
          end-if
          if wserie-vendida = "S" then
             display "Venda            : " at 0905
             display sr-num-venda at 0924
          else
             display "Serie sem venda registrada - informe o cliente"
                at 0905
          end-if
          .
       grava-ordem.
          move "N" to wregistro-valido
          perform with test before until wregistro-valido = "S"
             perform obtem-num-ordem
             perform valida-num-ordem
          end-perform
          move wcod-mercadoria to os-cod-mercadoria
          move wnum-serie      to os-num-serie
          move wcod-cliente    to os-cod-cliente
          move wdata-hoje-inv  to os-data-abertura
          move wid-operador    to os-operador
          move wdefeito        to os-defeito
          move spaces          to os-diagnostico
          move wgarantia       to os-garantia
          move "A"             to os-situacao
          move zero            to os-data-fechamento
          move zero            to os-num-venda
          move zero            to os-num-baixa
          write registro-ordserv
             invalid key
                display "Erro ao gravar ordem de servico" at 2105
             not invalid key
                display "Ordem de servico aberta - numero " at 2105
                display os-numero at 2139
          end-write
          .
       le-ordem.
          move "S" to wordem-ok
          display "Ordem de servico : " at 0605
          move zero to wnum-ordem
          accept wnum-ordem at 0624
          move wnum-ordem to os-numero
          read ordserv
             invalid key
                display "Ordem de servico nao cadastrada" at 2105
                move "N" to wordem-ok
             not invalid key
                perform exibe-ordem
          end-read
          .
       exibe-ordem.
          display "Mercadoria       : " at 0705
          display os-cod-mercadoria at 0724
          move os-cod-mercadoria to cod-mercadoria
          read mercadorias
             invalid key
                move "*** NAO CADASTRADA ***" to descricao
          end-read
          unlock mercadorias
          display descricao at 0730
          display "Numero de serie  : " at 0805
          display os-num-serie at 0824
          display "Cliente          : " at 0905
          display os-cod-cliente at 0924
          move os-cod-cliente to codigo
          read clientes
             invalid key
                move "*** NAO CADASTRADO ***" to nome
          end-read
          display nome at 0931
          display "Abertura         : " at 1005
          move os-data-abertura to wdata-inv
          perform formata-data
          display wdata-ed at 1024
          display "Garantia : " at 1037
          if os-garantia = "S" then
             display "SIM" at 1048
          else
             display "NAO" at 1048
          end-if
          display "Situacao         : " at 1105
          perform descreve-situacao
          display wdesc-situacao at 1124
          display "Defeito relatado : " at 1205
          display os-defeito at 1305
          display "Diagnostico      : " at 1405
          display os-diagnostico at 1505
          .
       descreve-situacao.
          evaluate os-situacao
             when "A"
                move "ABERTA"    to wdesc-situacao
             when "R"
                move "EM REPARO" to wdesc-situacao
             when "P"
                move "PRONTA"    to wdesc-situacao
             when "F"
                move "ENCERRADA" to wdesc-situacao
             when other
                move spaces      to wdesc-situacao
          end-evaluate
          .
       registra-andamento.
          display erase
          display "Andamento de ordem de servico" at 0430
          perform le-ordem
          if wordem-ok = "S" and os-situacao = "F" then
             display "Ordem de servico ja encerrada" at 2105
             move "N" to wordem-ok
          end-if
          if wordem-ok = "S" then
             display "Novo diagnostico : " at 1605
             move spaces to wdiagnostico
             accept wdiagnostico at 1705
             move spaces to wsituacao
             perform with test before until wsituacao = "A" or
                wsituacao = "R" or wsituacao = "P"
                display "Situacao [A]berta [R]eparo [P]ronta : [.]"
                   at 1805
                accept wsituacao at 1844
                inspect wsituacao converting "arp" to "ARP"
             end-perform
             if wdiagnostico not = spaces then
                move wdiagnostico to os-diagnostico
             end-if
             move wsituacao to os-situacao
             rewrite registro-ordserv
                invalid key
                   display "Erro ao atualizar ordem de servico" at 2105
                not invalid key
                   display "Andamento registrado" at 2105
             end-rewrite
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       lanca-peca.
          display erase
          display "Pecas utilizadas na ordem de servico" at 0430
          perform le-ordem
          if wordem-ok = "S" and os-situacao = "F" then
             display "Ordem de servico ja encerrada" at 2105
             move "N" to wordem-ok
          end-if
          if wordem-ok = "S" then
             display "Peca (mercadoria): " at 1605
             move zero to wcod-peca
             accept wcod-peca at 1624
             move wcod-peca to cod-mercadoria
             read mercadorias
                invalid key
                   display "Mercadoria nao cadastrada" at 2105
                   move "N" to wordem-ok
                not invalid key
                   display descricao at 1630
             end-read
             unlock mercadorias
          end-if
          if wordem-ok = "S" then
             display "Quantidade       : " at 1705
             move zero to wqtd-peca
             accept wqtd-peca at 1724
             if wqtd-peca = zero then
                move "N" to wordem-ok
             else
                if wqtd-peca > qtd-estoque then
                   display "Estoque insuficiente para a peca" at 2105
                   move "N" to wordem-ok
                end-if
             end-if
          end-if
          if wordem-ok = "S" then
             display "Confirma peca [S/N] [.]" at 1905
             accept opcao at 1926
             if opcao = "S" or opcao = "s" then
                perform obtem-seq-peca
                move os-numero  to op-num-os
                move wseq-peca  to op-sequencia
                move wcod-peca  to op-cod-mercadoria
                move wqtd-peca  to op-quantidade
                write registro-ospeca
                   invalid key
                      display "Erro ao gravar peca da ordem" at 2105
                   not invalid key
                      display "Peca registrada na ordem" at 2105
                end-write
             end-if
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       obtem-seq-peca.
          move zero to wseq-peca
          move os-numero to op-num-os
          move zero to op-sequencia
          start ospecas key is not less than chave-ospeca
             invalid key
                move "10" to fs-ospecas
          end-start
          perform with test before until fs-ospecas = "10"
             read ospecas next record
                at end
                   move "10" to fs-ospecas
                not at end
                   if op-num-os not = os-numero then
                      move "10" to fs-ospecas
                   else
                      move op-sequencia to wseq-peca
                   end-if
             end-read
          end-perform
          move "00" to fs-ospecas
          add 1 to wseq-peca
          .
       lista-pecas.
          move zero to wqtd-pecas
          display "Pecas utilizadas :" at 1605
          move 17 to wlinha
          move os-numero to op-num-os
          move zero to op-sequencia
          start ospecas key is not less than chave-ospeca
             invalid key
                move "10" to fs-ospecas
          end-start
          perform with test before until fs-ospecas = "10"
             read ospecas next record
                at end
                   move "10" to fs-ospecas
                not at end
                   if op-num-os not = os-numero then
                      move "10" to fs-ospecas
                   else
                      perform exibe-peca
                   end-if
             end-read
          end-perform
          move "00" to fs-ospecas
          if wqtd-pecas = zero then
             display "(nenhuma)" at 1624
          end-if
          .
       exibe-peca.
          add 1 to wqtd-pecas
          move op-cod-mercadoria to lp-cod-mercadoria
          move op-cod-mercadoria to cod-mercadoria
          read mercadorias
             invalid key
                move "*** NAO CADASTRADA ***" to descricao
          end-read
          unlock mercadorias
          move descricao to lp-descricao
          move op-quantidade to lp-quantidade
          if wlinha < 20 then
             compute wpos = wlinha * 100 + 5
             display linha-peca at wpos
             add 1 to wlinha
          end-if
          .
       encerra-ordem.
          display erase
          display "Encerramento de ordem de servico" at 0430
          perform le-ordem
          if wordem-ok = "S" and os-situacao = "F" then
             display "Ordem de servico ja encerrada" at 2105
             move "N" to wordem-ok
          end-if
          if wordem-ok = "S" then
             perform lista-pecas
             move function current-date(1:6) to wperiodo-lanc
             perform verifica-periodo
             if wperiodo-aberto = "N" then
                move "N" to wordem-ok
             end-if
          end-if
          if wordem-ok = "S" then
             move zero to wnum-venda
             if os-garantia = "S" then
                display "Em garantia - pecas baixadas sem cobranca"
                   at 2005
             else
                display "Venda de pecas/mao de obra (transacao) : "
                   at 2005
                accept wnum-venda at 2046
                perform valida-venda
             end-if
          end-if
          if wordem-ok = "S" then
             display "Confirma encerramento [S/N] [.]" at 2205
             accept opcao at 2236
             if opcao = "S" or opcao = "s" then
                perform fecha-ordem
             end-if
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       valida-venda.
          if wnum-venda = zero then
             if wqtd-pecas > zero then
                display "Pecas utilizadas exigem a venda vinculada"
                   at 2105
                move "N" to wordem-ok
             end-if
          else
             move wnum-venda to num-transacao
             read transacoes
                invalid key
                   display "Transacao nao cadastrada" at 2105
                   move "N" to wordem-ok
                not invalid key
                   evaluate true
                      when tipo-transacao not = "V" and
                           tipo-transacao not = "v"
                         display "Transacao nao e uma venda" at 2105
                         move "N" to wordem-ok
                      when situacao-tr = "E"
                         display "Venda estornada" at 2105
                         move "N" to wordem-ok
                      when cod-cliente-tr not = os-cod-cliente
                         display "Venda de outro cliente" at 2105
                         move "N" to wordem-ok
                      when other
                         continue
                   end-evaluate
             end-read
             unlock transacoes
          end-if
          .
       fecha-ordem.
          if os-garantia = "S" and wqtd-pecas > zero then
             perform baixa-pecas-garantia
             move num-transacao to os-num-baixa
          end-if
          move wnum-venda to os-num-venda
          move function current-date(1:8) to os-data-fechamento
          move "F" to os-situacao
          rewrite registro-ordserv
             invalid key
                display "Erro ao encerrar ordem de servico" at 2105
             not invalid key
                display "Ordem de servico encerrada" at 2105
          end-rewrite
          .
       baixa-pecas-garantia.
          move "N" to wregistro-valido
          perform with test before until wregistro-valido = "S"
             perform obtem-num-transacao
             perform valida-num-transacao
          end-perform
          move zero to qtd-itens-tr
          move zero to valor-total-tr
          move os-numero to op-num-os
          move zero to op-sequencia
          start ospecas key is not less than chave-ospeca
             invalid key
                move "10" to fs-ospecas
          end-start
          perform with test before until fs-ospecas = "10"
             read ospecas next record
                at end
                   move "10" to fs-ospecas
                not at end
                   if op-num-os not = os-numero then
                      move "10" to fs-ospecas
                   else
                      perform baixa-peca
                   end-if
             end-read
          end-perform
          move "00" to fs-ospecas
          perform grava-transacao-baixa
          .
       baixa-peca.
          add 1 to qtd-itens-tr
          move num-transacao     to it-num-transacao
          move qtd-itens-tr      to it-sequencia
          move op-cod-mercadoria to it-cod-mercadoria
          move op-quantidade     to it-quantidade
          move op-cod-mercadoria to cod-mercadoria
          read mercadorias
             invalid key
                move zero to preco-unitario
          end-read
          perform with test before until fs-mercadorias not = "51"
             display "Mercadoria em uso - aguardando" at 2205
             read mercadorias
                invalid key
                   move zero to preco-unitario
             end-read
          end-perform
          move preco-unitario to it-preco-unit
          compute it-subtotal = it-quantidade * it-preco-unit
          move zero to it-desconto-pct
          move zero to it-aliquota-icms
          move zero to it-valor-icms
          add it-subtotal to valor-total-tr
          write registro-item
             invalid key
                display "Erro ao gravar item de baixa" at 2105
          end-write
          if fs-mercadorias = "00" then
             if qtd-estoque > op-quantidade then
                subtract op-quantidade from qtd-estoque
             else
                move zero to qtd-estoque
             end-if
             rewrite registro-mercadoria
                invalid key
                   display "Erro ao atualizar estoque" at 2105
             end-rewrite
             perform debita-deposito-padrao
             perform consome-lotes
          end-if
          .
       consome-lotes.
          move op-quantidade to wqtd-a-consumir
          move op-cod-mercadoria to lt-cod-mercadoria
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
                   if lt-cod-mercadoria not = op-cod-mercadoria then
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
       debita-deposito-padrao.
          move op-cod-mercadoria to ed-cod-mercadoria
          move 1 to ed-cod-deposito
          read estoquedep
             invalid key
                move op-cod-mercadoria to ed-cod-mercadoria
                move 1 to ed-cod-deposito
                move zero to ed-qtd-saldo
                move wcod-loja to ed-cod-loja
                write registro-estoquedep
                   invalid key
                      display "Erro no saldo por deposito" at 2205
                end-write
          end-read
          if ed-qtd-saldo > op-quantidade then
             subtract op-quantidade from ed-qtd-saldo
          else
             move zero to ed-qtd-saldo
          end-if
          rewrite registro-estoquedep
             invalid key
                display "Erro ao atualizar saldo do deposito" at 2205
          end-rewrite
          .
       grava-transacao-baixa.
          move "B" to tipo-transacao
          move function current-date(7:2) to dia-transacao
          move function current-date(5:2) to mes-transacao
          move function current-date(1:4) to ano-transacao
          move zero to cod-cliente-tr
          move zero to cod-vendcomp-tr
          move "A" to situacao-tr
          move wid-operador to est-operador
          move zero to est-data
          move zero to desconto-tr
          move wcod-loja to cod-loja-tr
          write registro-transacao
             invalid key
                display "Erro ao gravar transacao de baixa" at 2105
          end-write
          .
       consulta-ordem.
          display erase
          display "Consulta de ordem de servico" at 0430
          perform le-ordem
          if wordem-ok = "S" then
             perform lista-pecas
             if os-situacao = "F" then
                display "Encerrada em " at 2005
                move os-data-fechamento to wdata-inv
                perform formata-data
                display wdata-ed at 2018
                display "Venda : " at 2031
                display os-num-venda at 2039
                display "Baixa : " at 2048
                display os-num-baixa at 2056
             end-if
          end-if
          unlock ordserv
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       relaciona-abertas.
          move function current-date(1:8) to wdata-hoje-inv
          move zero to wqtd-abertas
          open output relatorio
          move wdata-hoje-inv to wdata-inv
          perform formata-data
          move wdata-ed to lc-data
          write linha-relatorio from linha-cab1
          write linha-relatorio from linha-branco
          write linha-relatorio from linha-cab2
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
                   if os-situacao not = "F" then
                      perform imprime-ordem
                   end-if
             end-read
          end-perform
          move "00" to fs-ordserv
          write linha-relatorio from linha-branco
          move wqtd-abertas to lr-qtd
          write linha-relatorio from linha-rodape
          close relatorio
          display "Relatorio gravado em ordserv.lst" at 2105
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       imprime-ordem.
          add 1 to wqtd-abertas
          move os-numero to ld-numero
          move os-data-abertura to wdata-inv
          perform formata-data
          move wdata-ed to ld-abertura
          move os-cod-mercadoria to ld-mercadoria
          move os-num-serie to ld-serie
          move os-cod-cliente to ld-cliente
          if os-garantia = "S" then
             move "SIM" to ld-garantia
          else
             move "NAO" to ld-garantia
          end-if
          perform descreve-situacao
          move wdesc-situacao to ld-situacao
          compute wdias-aberta =
             function integer-of-date(wdata-hoje-inv)
             - function integer-of-date(os-data-abertura)
          move wdias-aberta to ld-dias
          write linha-relatorio from linha-det
          .
       formata-data.
          move wdata-inv(7:2) to wed-dia
          move wdata-inv(5:2) to wed-mes
          move wdata-inv(1:4) to wed-ano
          .
       obtem-num-ordem.
          move "ORDSERV" to ctl-chave
          read controle
             invalid key
                move "ORDSERV" to ctl-chave
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
          move ctl-proximo to os-numero
          add 1 to ctl-proximo
          rewrite registro-controle
             invalid key
                display "Erro ao atualizar numeracao" at 2105
          end-rewrite
          .
       valida-num-ordem.
          read ordserv
             invalid key
                move "S" to wregistro-valido
             not invalid key
                move "N" to wregistro-valido
          end-read
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
          close ordserv
          close ospecas
          close series
          close mercadorias
          close clientes
          close estoquedep
          close lotes
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
