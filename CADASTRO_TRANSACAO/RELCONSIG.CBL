 identification division.
       program-id. RelConsignacoes.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select optional consignacoes assign to "consignacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is cs-numero
             alternate key is cs-cod-cliente with duplicates
             file status is fs-consignacoes.
             select optional consigitens assign to "consigitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item-consig
             alternate key is cn-cod-mercadoria with duplicates
             file status is fs-consigitens.
             select optional clientes assign to "clientes.dat"
             organization is indexed
             access mode is dynamic
             record key is codigo
             alternate key is nome with duplicates
             file status is fs-clientes.
             select optional mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             file status is fs-mercadorias.
             select relatorio assign to "consigaberto.lst"
             organization is line sequential
             file status is fs-relatorio.
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
             01 linha-relatorio        pic x(100).
       working-storage section.
          01 fs-consignacoes             pic xx.
          01 fs-consigitens              pic xx.
          01 fs-clientes                 pic xx.
          01 fs-mercadorias              pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wcod-filtro                 pic 9(6) value zero.
          77 wcliente-atual              pic 9(6) value zero.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wsaldo-item                 pic 9(6) value zero.
          77 wvalor-item                 pic 9(9)v99 value zero.
          77 wvalor-remessa              pic 9(10)v99 value zero.
          77 wvalor-cliente              pic 9(10)v99 value zero.
          77 wvalor-geral                pic 9(11)v99 value zero.
          77 wqtd-remessas               pic 9(6) value zero.
          77 wqtd-vencidas               pic 9(6) value zero.
          77 wqtd-clientes               pic 9(6) value zero.
          01 linha-cab1.
             02 filler                 pic x(40)
                value "Consignacoes em aberto por cliente".
             02 filler                 pic x(12) value "Emitido em: ".
             02 lc-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano                 pic 9999.
          01 linha-branco.
             02 filler                 pic x(100) value spaces.
          01 linha-cliente.
             02 filler                 pic x(9)  value "Cliente: ".
             02 lcl-codigo             pic 9(6).
             02 filler                 pic x(2)  value spaces.
             02 lcl-nome               pic x(50).
             02 filler                 pic x(2)  value spaces.
             02 lcl-telefone           pic x(30).
          01 linha-remessa.
             02 filler                 pic x(10) value "  Remessa ".
             02 lrm-numero             pic zzzzz9.
             02 filler                 pic x(10) value "  Data: ".
             02 lrm-dia                pic 99.
             02 filler                 pic x     value "/".
             02 lrm-mes                pic 99.
             02 filler                 pic x     value "/".
             02 lrm-ano                pic 9999.
             02 filler                 pic x(14) value "  Acerto ate: ".
             02 lrm-dia-prev           pic 99.
             02 filler                 pic x     value "/".
             02 lrm-mes-prev           pic 99.
             02 filler                 pic x     value "/".
             02 lrm-ano-prev           pic 9999.
             02 filler                 pic x(2)  value spaces.
             02 lrm-vencida            pic x(7).
          01 linha-cab-itens.
             02 filler                 pic x(4)  value spaces.
             02 filler                 pic x(6)  value "Codigo".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(30) value "Descricao".
             02 filler                 pic x(9)  value " Remetida".
             02 filler                 pic x(9)  value "  Vendida".
             02 filler                 pic x(10) value " Devolvida".
             02 filler                 pic x(9)  value "    Saldo".
             02 filler                 pic x(15)
                value "    Valor saldo".
          01 linha-det.
             02 filler                 pic x(4)  value spaces.
             02 ld-cod-mercadoria      pic zzz9.
             02 filler                 pic x(4)  value spaces.
             02 ld-descricao           pic x(30).
             02 filler                 pic x(2)  value spaces.
             02 ld-remetida            pic zzz,zz9.
             02 filler                 pic x(2)  value spaces.
             02 ld-vendida             pic zzz,zz9.
             02 filler                 pic x(3)  value spaces.
             02 ld-devolvida           pic zzz,zz9.
             02 filler                 pic x(2)  value spaces.
             02 ld-saldo               pic zzz,zz9.
             02 filler                 pic x     value space.
             02 ld-valor               pic zzz,zzz,zz9.99.
          01 linha-total-remessa.
             02 filler                 pic x(80)
                value "    Total da remessa com o cliente".
             02 ltr-valor              pic zzz,zzz,zz9.99.
          01 linha-total-cliente.
             02 filler                 pic x(80)
                value "  Total do cliente".
             02 ltc-valor              pic zzz,zzz,zz9.99.
          01 linha-rodape1.
             02 filler                 pic x(26)
                value "Clientes com consignacao: ".
             02 lr-clientes            pic zzzzz9.
             02 filler                 pic x(14) value "   Remessas : ".
             02 lr-remessas            pic zzzzz9.
             02 filler                 pic x(14) value "   Vencidas : ".
             02 lr-vencidas            pic zzzzz9.
          01 linha-rodape2.
             02 filler                 pic x(26)
                value "Valor total consignado  : ".
             02 lr-valor               pic z,zzz,zzz,zz9.99.
          01 linha-sem-consignacao.
             02 filler                 pic x(40)
                value "*** Nenhuma consignacao em aberto".
       procedure division.
       principal.
           display erase
           display "Consignacoes em aberto" at 0430
           display "Cliente (0 = todos) : " at 0605
           accept wcod-filtro at 0627
           perform abertura
           perform processa-consignacoes
           perform imprime-totais
           perform encerramento
           display "Relatorio gravado em consigaberto.lst" at 2105
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           open input consignacoes
           open input consigitens
           open input clientes
           open input mercadorias
           open output relatorio
           move function current-date(1:8) to wdata-hoje-inv
           move wdata-hoje-inv(7:2) to lc-dia
           move wdata-hoje-inv(5:2) to lc-mes
           move wdata-hoje-inv(1:4) to lc-ano
           write linha-relatorio from linha-cab1
           .
       processa-consignacoes.
           move zero to wcliente-atual
           move wcod-filtro to cs-cod-cliente
           start consignacoes key is not less than cs-cod-cliente
              invalid key
                 move "10" to fs-consignacoes
           end-start
           perform with test before until fs-consignacoes = "10"
              read consignacoes next record
                 at end
                    move "10" to fs-consignacoes
                 not at end
                    if wcod-filtro > zero and
                       cs-cod-cliente not = wcod-filtro then
                       move "10" to fs-consignacoes
                    else
                       if cs-situacao = "A" then
                          perform imprime-consignacao
                       end-if
                    end-if
              end-read
           end-perform
           move "00" to fs-consignacoes
           if wqtd-clientes > zero then
              perform fecha-cliente
           end-if
           .
       imprime-consignacao.
           if cs-cod-cliente not = wcliente-atual then
              if wqtd-clientes > zero then
                 perform fecha-cliente
              end-if
              perform abre-cliente
           end-if
           add 1 to wqtd-remessas
           move cs-numero to lrm-numero
           move cs-data-remessa(7:2) to lrm-dia
           move cs-data-remessa(5:2) to lrm-mes
           move cs-data-remessa(1:4) to lrm-ano
           move cs-data-prevista(7:2) to lrm-dia-prev
           move cs-data-prevista(5:2) to lrm-mes-prev
           move cs-data-prevista(1:4) to lrm-ano-prev
           if cs-data-prevista < wdata-hoje-inv then
              move "VENCIDA" to lrm-vencida
              add 1 to wqtd-vencidas
           else
              move spaces to lrm-vencida
           end-if
           write linha-relatorio from linha-remessa
           write linha-relatorio from linha-cab-itens
           move zero to wvalor-remessa
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
                       perform imprime-item
                    end-if
              end-read
           end-perform
           move "00" to fs-consigitens
           move wvalor-remessa to ltr-valor
           write linha-relatorio from linha-total-remessa
           add wvalor-remessa to wvalor-cliente
           .
       abre-cliente.
           add 1 to wqtd-clientes
           move cs-cod-cliente to wcliente-atual
           move zero to wvalor-cliente
           move cs-cod-cliente to lcl-codigo
           move cs-cod-cliente to codigo
           read clientes
              invalid key
                 move "*** NAO CADASTRADO ***" to lcl-nome
                 move spaces to lcl-telefone
              not invalid key
                 move nome to lcl-nome
                 move telefone to lcl-telefone
           end-read
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cliente
           .
       fecha-cliente.
           move wvalor-cliente to ltc-valor
           write linha-relatorio from linha-total-cliente
           add wvalor-cliente to wvalor-geral
           .
       imprime-item.
           compute wsaldo-item =
              cn-qtd-remetida - cn-qtd-vendida - cn-qtd-devolvida
           if wsaldo-item > zero then
              compute wvalor-item = wsaldo-item * cn-preco-unit
              add wvalor-item to wvalor-remessa
              move cn-cod-mercadoria to ld-cod-mercadoria
              move cn-cod-mercadoria to cod-mercadoria
              read mercadorias
                 invalid key
                    move "*** NAO CADASTRADA ***" to ld-descricao
                 not invalid key
                    move descricao to ld-descricao
              end-read
              move cn-qtd-remetida  to ld-remetida
              move cn-qtd-vendida   to ld-vendida
              move cn-qtd-devolvida to ld-devolvida
              move wsaldo-item      to ld-saldo
              move wvalor-item      to ld-valor
              write linha-relatorio from linha-det
           end-if
           .
       imprime-totais.
           write linha-relatorio from linha-branco
           if wqtd-remessas = zero then
              write linha-relatorio from linha-sem-consignacao
           else
              move wqtd-clientes to lr-clientes
              move wqtd-remessas to lr-remessas
              move wqtd-vencidas to lr-vencidas
              write linha-relatorio from linha-rodape1
              move wvalor-geral to lr-valor
              write linha-relatorio from linha-rodape2
           end-if
           .
       encerramento.
           close consignacoes
           close consigitens
           close clientes
           close mercadorias
           close relatorio
           .
