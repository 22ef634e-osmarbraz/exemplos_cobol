 identification division.
       program-id. FechamentoMensal.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select controle assign to "controle.dat"
             organization is indexed
             access mode is dynamic
             record key is ctl-chave
             sharing with all other
             file status is fs-controle.
             select optional operadores assign to "operadores.dat"
             organization is indexed
             access mode is dynamic
             record key is oper-id
             sharing with all other
             file status is fs-operadores.
             select optional transacoes assign to "transacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is num-transacao
             sharing with all other
             file status is fs-transacoes.
             select optional caixa assign to "caixa.dat"
             organization is indexed
             access mode is dynamic
             record key is cx-sequencia
             sharing with all other
             file status is fs-caixa.
             select optional mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             file status is fs-mercadorias.
             select relatorio assign to "fechamento.lst"
             organization is line sequential
             file status is fs-relatorio.
             select audfechamento assign to "audfechamento.dat"
             organization is line sequential
             file status is fs-audit.
       data division.
         file section.
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
           fd relatorio.
             01 linha-relatorio        pic x(80).
           fd audfechamento.
             01 linha-audit            pic x(100).
       working-storage section.
          01 fs-controle                 pic xx.
          01 fs-operadores               pic xx.
          01 fs-transacoes               pic xx.
          01 fs-caixa                    pic xx.
          01 fs-mercadorias              pic xx.
          01 fs-relatorio                pic xx.
          01 fs-audit                    pic xx.
          77 opcao                       pic x value spaces.
          77 resp-continua               pic x value spaces.
          77 wopcao-fechamento           pic x value spaces.
          77 wid-operador                pic x(10) value spaces.
          77 wsuper-id                   pic x(10) value spaces.
          77 wsuper-senha                pic x(10) value spaces.
          77 wsuper-ok                   pic x value "N".
          77 wmotivo                     pic x(40) value spaces.
          77 wmes-fechar                 pic 99 value zero.
          77 wano-fechar                 pic 9999 value zero.
          77 wperiodo-fechar             pic 9(6) value zero.
          77 wperiodo-fechado            pic 9(6) value zero.
          77 wperiodo-proximo            pic 9(6) value zero.
          77 wperiodo-atual              pic 9(6) value zero.
          77 wperiodo-anterior           pic 9(6) value zero.
          77 wperiodo-valido             pic x value "N".
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wqtd-vendas                 pic 9(6) value zero.
          77 wvalor-vendas               pic 9(11)v99 value zero.
          77 wvalor-descontos            pic 9(11)v99 value zero.
          77 wqtd-compras                pic 9(6) value zero.
          77 wvalor-compras              pic 9(11)v99 value zero.
          77 wqtd-estornos               pic 9(6) value zero.
          77 wvalor-recebido             pic 9(11)v99 value zero.
          77 wvalor-pago                 pic 9(11)v99 value zero.
          77 wvalor-estoque              pic 9(12)v99 value zero.
          77 wvalor-item                 pic 9(12)v99 value zero.
          77 wqtd-ed                     pic zzz,zz9.
          77 wvalor-ed                   pic zz,zzz,zzz,zz9.99.
          01 wperiodo-ed.
             02 wpe-mes                  pic 99.
             02 filler                   pic x value "/".
             02 wpe-ano                  pic 9999.
          01 reg-audit.
             02 aud-acao               pic x(10).
             02 filler                 pic x value space.
             02 aud-mes                pic 99.
             02 filler                 pic x value "/".
             02 aud-ano                pic 9999.
             02 filler                 pic x value space.
             02 aud-data               pic x(8).
             02 filler                 pic x value space.
             02 aud-hora               pic x(6).
             02 filler                 pic x value space.
             02 aud-operador           pic x(10).
             02 filler                 pic x value space.
             02 aud-supervisor         pic x(10).
             02 filler                 pic x value space.
             02 aud-motivo             pic x(40).
          01 linha-cab1.
             02 filler                 pic x(30)
                value "Fechamento mensal - periodo ".
             02 lc-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano                 pic 9999.
          01 linha-cab2.
             02 filler                 pic x(14) value "Fechado em ".
             02 lc-dia-fech            pic 99.
             02 filler                 pic x     value "/".
             02 lc-mes-fech            pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano-fech            pic 9999.
             02 filler                 pic x(5)  value " por ".
             02 lc-operador            pic x(10).
          01 linha-branco.
             02 filler                 pic x(80) value spaces.
          01 linha-resumo.
             02 lr-descricao           pic x(34).
             02 lr-qtd                 pic zzz,zz9.
             02 filler                 pic x(3)  value spaces.
             02 lr-valor               pic z,zzz,zzz,zz9.99.
       linkage section.
          77 ls-wopcao                   pic 9.
          77 ls-operador                 pic x(10).
          77 ls-nivel                    pic 9.
       procedure division using ls-wopcao ls-operador ls-nivel.
       abertura.
          open i-o controle
          if fs-controle = "35" then
             open output controle
             close controle
             open i-o controle
          end-if
          open input operadores
          move ls-operador to wid-operador
          .
       inicio.
          display erase
          display "Fechamento mensal" at 0430
          perform le-periodo-fechado
          display "Ultimo periodo fechado : " at 0605
          if wperiodo-fechado = zero then
             display "nenhum" at 0630
          else
             move wperiodo-fechado(5:2) to wpe-mes
             move wperiodo-fechado(1:4) to wpe-ano
             display wperiodo-ed at 0630
          end-if
          display "[F]echar periodo  [R]eabrir periodo  [X] sair : "
             at 0805
          accept wopcao-fechamento at 0853
          evaluate wopcao-fechamento
             when "F"
             when "f"
                perform fecha-periodo
             when "R"
             when "r"
                perform reabre-periodo
             when other
                perform encerramento
                exit program
          end-evaluate
          go to inicio
          .
       le-periodo-fechado.
          move zero to wperiodo-fechado
          move "FECHAMENTO" to ctl-chave
          read controle
             invalid key
                continue
             not invalid key
                move ctl-proximo to wperiodo-fechado
          end-read
          unlock controle
          .
       fecha-periodo.
          display "Mes/Ano a fechar (mm/aaaa) :   /" at 1005
          accept wmes-fechar at 1034
          accept wano-fechar at 1037
          compute wperiodo-fechar = wano-fechar * 100 + wmes-fechar
          perform valida-periodo-fechar
          if wperiodo-valido = "S" then
             perform apura-periodo
             perform exibe-resumo
             display "Confirma fechamento [S/N] [.]" at 2005
             accept opcao at 2032
             if opcao = "S" or opcao = "s" then
                move "FECHAMENTO" to ctl-chave
                move wperiodo-fechar to ctl-proximo
                perform atualiza-fechamento
                perform imprime-resumo
                move "FECHAMENTO" to aud-acao
                move spaces to aud-supervisor
                move spaces to aud-motivo
                perform grava-audit
                display "Periodo fechado - resumo em fechamento.lst"
                   at 2105
             else
                display "Fechamento cancelado" at 2105
             end-if
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       valida-periodo-fechar.
          move "S" to wperiodo-valido
          move function current-date(1:8) to wdata-hoje-inv
          compute wperiodo-atual = wdata-hoje-inv / 100
          if wperiodo-fechado > zero then
             if wperiodo-fechado(5:2) = "12" then
                compute wperiodo-proximo =
                   (wperiodo-fechado / 100 + 1) * 100 + 1
             else
                compute wperiodo-proximo = wperiodo-fechado + 1
             end-if
          end-if
          evaluate true
             when wmes-fechar < 1 or wmes-fechar > 12
                display "Mes invalido" at 2105
                move "N" to wperiodo-valido
             when wperiodo-fechar not < wperiodo-atual
                display "So e possivel fechar meses ja encerrados"
                   at 2105
                move "N" to wperiodo-valido
             when wperiodo-fechado > zero and
                  wperiodo-fechar not > wperiodo-fechado
                display "Periodo ja fechado" at 2105
                move "N" to wperiodo-valido
             when wperiodo-fechado > zero and
                  wperiodo-fechar not = wperiodo-proximo
                display "Feche antes o mes seguinte ao ultimo fechado"
                   at 2105
                move "N" to wperiodo-valido
          end-evaluate
          .
       apura-periodo.
          move zero to wqtd-vendas
          move zero to wvalor-vendas
          move zero to wvalor-descontos
          move zero to wqtd-compras
          move zero to wvalor-compras
          move zero to wqtd-estornos
          move zero to wvalor-recebido
          move zero to wvalor-pago
          move zero to wvalor-estoque
          open input transacoes
          open input caixa
          open input mercadorias
          perform apura-transacoes
          perform apura-caixa
          perform apura-estoque
          close transacoes
          close caixa
          close mercadorias
          .
       apura-transacoes.
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
                   if mes-transacao = wmes-fechar and
                      ano-transacao = wano-fechar then
                      perform acumula-transacao
                   end-if
             end-read
          end-perform
          move "00" to fs-transacoes
          .
       acumula-transacao.
          if situacao-tr = "E" then
             add 1 to wqtd-estornos
          else
             evaluate tipo-transacao
                when "V"
                when "v"
                   add 1 to wqtd-vendas
                   add valor-total-tr to wvalor-vendas
                   add desconto-tr to wvalor-descontos
                when "C"
                when "c"
                   add 1 to wqtd-compras
                   add valor-total-tr to wvalor-compras
                when other
                   continue
             end-evaluate
          end-if
          .
       apura-caixa.
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
                   if cx-data(1:6) = wperiodo-fechar then
                      if cx-tipo-mov = "E" then
                         add cx-valor to wvalor-recebido
                      else
                         add cx-valor to wvalor-pago
                      end-if
                   end-if
             end-read
          end-perform
          move "00" to fs-caixa
          .
       apura-estoque.
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
                   compute wvalor-item = qtd-estoque * custo-medio
                   add wvalor-item to wvalor-estoque
             end-read
          end-perform
          move "00" to fs-mercadorias
          .
       exibe-resumo.
          display "Vendas          : " at 1205
          move wqtd-vendas to wqtd-ed
          display wqtd-ed at 1223
          move wvalor-vendas to wvalor-ed
          display wvalor-ed at 1232
          display "Compras         : " at 1305
          move wqtd-compras to wqtd-ed
          display wqtd-ed at 1323
          move wvalor-compras to wvalor-ed
          display wvalor-ed at 1332
          display "Estornos        : " at 1405
          move wqtd-estornos to wqtd-ed
          display wqtd-ed at 1423
          display "Recebimentos    : " at 1505
          move wvalor-recebido to wvalor-ed
          display wvalor-ed at 1532
          display "Pagamentos      : " at 1605
          move wvalor-pago to wvalor-ed
          display wvalor-ed at 1632
          display "Valor do estoque: " at 1705
          move wvalor-estoque to wvalor-ed
          display wvalor-ed at 1732
          .
       imprime-resumo.
          open output relatorio
          move wmes-fechar to lc-mes
          move wano-fechar to lc-ano
          write linha-relatorio from linha-cab1
          move wdata-hoje-inv(7:2) to lc-dia-fech
          move wdata-hoje-inv(5:2) to lc-mes-fech
          move wdata-hoje-inv(1:4) to lc-ano-fech
          move wid-operador to lc-operador
          write linha-relatorio from linha-cab2
          write linha-relatorio from linha-branco
          move "Vendas" to lr-descricao
          move wqtd-vendas to lr-qtd
          move wvalor-vendas to lr-valor
          write linha-relatorio from linha-resumo
          move "  Descontos concedidos" to lr-descricao
          move zero to lr-qtd
          move wvalor-descontos to lr-valor
          write linha-relatorio from linha-resumo
          move "Compras" to lr-descricao
          move wqtd-compras to lr-qtd
          move wvalor-compras to lr-valor
          write linha-relatorio from linha-resumo
          move "Transacoes estornadas" to lr-descricao
          move wqtd-estornos to lr-qtd
          move zero to lr-valor
          write linha-relatorio from linha-resumo
          move "Recebimentos (entradas de caixa)" to lr-descricao
          move zero to lr-qtd
          move wvalor-recebido to lr-valor
          write linha-relatorio from linha-resumo
          move "Pagamentos (saidas de caixa)" to lr-descricao
          move zero to lr-qtd
          move wvalor-pago to lr-valor
          write linha-relatorio from linha-resumo
          move "Valor do estoque ao custo medio" to lr-descricao
          move zero to lr-qtd
          move wvalor-estoque to lr-valor
          write linha-relatorio from linha-resumo
          close relatorio
          .
       reabre-periodo.
          if wperiodo-fechado = zero then
             display "Nenhum periodo fechado" at 2105
          else
             move wperiodo-fechado(5:2) to wpe-mes
             move wperiodo-fechado(1:4) to wpe-ano
             display "Reabrir o periodo " at 1005
             display wperiodo-ed at 1023
             display "Motivo : " at 1105
             accept wmotivo at 1114
             if wmotivo = spaces then
                display "Informe o motivo da reabertura" at 2105
             else
                perform autoriza-supervisor
                if wsuper-ok = "S" then
                   if wperiodo-fechado(5:2) = "01" then
                      compute wperiodo-anterior =
                         (wperiodo-fechado / 100 - 1) * 100 + 12
                   else
                      compute wperiodo-anterior = wperiodo-fechado - 1
                   end-if
                   move "FECHAMENTO" to ctl-chave
                   move wperiodo-anterior to ctl-proximo
                   perform atualiza-fechamento
                   move wpe-mes to wmes-fechar
                   move wpe-ano to wano-fechar
                   move "REABERTURA" to aud-acao
                   move wsuper-id to aud-supervisor
                   move wmotivo to aud-motivo
                   perform grava-audit
                   display "Periodo reaberto" at 2105
                end-if
             end-if
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       autoriza-supervisor.
          move "N" to wsuper-ok
          display "Supervisor p/ liberacao : " at 1305
          accept wsuper-id at 1331
          display "Senha                   : " at 1405
          accept wsuper-senha at 1431 with no-echo
          move wsuper-id to oper-id
          read operadores
             invalid key
                display "Supervisor nao cadastrado" at 2105
             not invalid key
                if oper-senha = wsuper-senha and oper-nivel = 2 then
                   move "S" to wsuper-ok
                else
                   display "Liberacao negada" at 2105
                end-if
          end-read
          .
       atualiza-fechamento.
          rewrite registro-controle
             invalid key
                write registro-controle
                   invalid key
                      display "Erro ao gravar periodo fechado" at 2105
                end-write
          end-rewrite
          .
       grava-audit.
          move wmes-fechar to aud-mes
          move wano-fechar to aud-ano
          move function current-date(1:8) to aud-data
          move function current-date(9:6) to aud-hora
          move wid-operador to aud-operador
          open extend audfechamento
          if fs-audit = "35" then
             open output audfechamento
          end-if
          write linha-audit from reg-audit
          close audfechamento
          .
       encerramento.
          close controle
          close operadores
          .
