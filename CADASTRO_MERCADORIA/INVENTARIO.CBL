             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-mercadorias.
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
           fd transacoes.
             01 registro-transacao.
                02 num-transacao         pic 9(6).
                02 est-operador          pic x(10).
                02 est-data              pic 9(8).
                02 desconto-tr           pic 9(9)v99.
                02 cod-loja-tr           pic 99.
           fd transitens.
             01 registro-item.
                02 chave-item.
                02 it-preco-unit         pic 9(6)v99.
                02 it-subtotal           pic 9(8)v99.
                02 it-desconto-pct       pic 99v99.
                02 it-aliquota-icms      pic 99v99.
                02 it-valor-icms         pic 9(8)v99.
           fd estoquedep.
             01 registro-estoquedep.
                02 ed-chave.
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
          77 resp-continua               pic x value spaces.
          77 wid-operador                pic x(10) value spaces.
          77 wcod-consulta               pic 9999 value zero.
          77 wcodigo-lido                pic x(13) value spaces.
          77 wcodigo-ok                  pic x value "S".
          77 wcod-identificado           pic 9999 value zero.
          77 wtam-codigo                 pic 99 value zero.
          77 wqtd-itens-congelados       pic 9(6) value zero.
          77 wqtd-contada                pic 9(6) value zero.
          77 wqtd-final                  pic 9(6) value zero.
          77 wtem-ajuste                 pic x value "N".
          77 wtipo-ajuste                pic x value spaces.
          77 wqtd-ajustes                pic 9(6) value zero.
          77 wclasses                    pic xx value spaces.
          77 wclasse-ok                  pic x value "N".
          77 wclasse-passo               pic x value spaces.
          77 wordem-classes              pic x(4) value "ABC ".
          77 wpasso                      pic 9 value zero.
          77 wcod-loja                   pic 99 value 1.
          77 wperiodo-lanc               pic 9(6) value zero.
          77 wperiodo-aberto             pic x value "S".
          01 folha-cab1.
             02 filler                 pic x(40)
                value "Folha de contagem de inventario fisico".
             02 filler                pic x(6)  value "Unid.".
             02 filler                pic x(2)  value spaces.
             02 filler                pic x(17) value "Qtd. contada".
             02 filler                pic x(2)  value spaces.
             02 filler                pic x(2)  value "Cl".
          01 folha-det.
             02 fd-codigo              pic zzz9.
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(17)
                value "[_______________]".
             02 filler                 pic x(2)  value spaces.
             02 fd-classe              pic x.
          01 linha-branco.
             02 filler                 pic x(80) value spaces.
          01 rel-cab1.
             close controle
             open i-o controle
          end-if
          perform le-codigo-loja
          move ls-operador to wid-operador
          .
       inicio.
             when 5
                perform relatorio-variacao
             when 6
                move function current-date(1:6) to wperiodo-lanc
                perform verifica-periodo
                if wperiodo-aberto = "S" then
                   perform efetiva-ajustes
                end-if
             when other
                continue
          end-evaluate
          go to inicio
          .
       congela-saldos.
          display "Classes a contar (ex.: A, AB; branco = todas) : "
             at 1505
          move spaces to wclasses
          accept wclasses at 1555
          inspect wclasses converting "abc" to "ABC"
          display "Congelar saldos descarta contagem anterior" at 1605
          display "Confirma [S/N] [.]" at 1705
          accept opcao at 1724
                   at end
                      move "10" to fs-mercadorias
                   not at end
                      perform verifica-classe
                      if wclasse-ok = "S" then
                         perform congela-mercadoria
                      end-if
                end-read
             end-perform
             move "00" to fs-mercadorias
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       verifica-classe.
          move "N" to wclasse-ok
          if wclasses = spaces then
             move "S" to wclasse-ok
          else
             if classe-abc not = space and
                (classe-abc = wclasses(1:1) or
                 classe-abc = wclasses(2:1)) then
                move "S" to wclasse-ok
             end-if
          end-if
          .
       congela-mercadoria.
          move cod-mercadoria to inv-cod-mercadoria
          move qtd-estoque    to inv-qtd-congelada
       imprime-folhas.
          open output folha
          write linha-folha from folha-cab1
          move "classe ABC/codigo" to fc-ordenacao
          write linha-folha from folha-cab2
          write linha-folha from folha-cab3
          perform varying wpasso from 1 by 1 until wpasso > 4
             move wordem-classes(wpasso:1) to wclasse-passo
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
                      perform imprime-linha-classe
                end-read
             end-perform
             move "00" to fs-mercadorias
          end-perform
          write linha-folha from linha-branco
          write linha-folha from folha-cab1
          move "descricao" to fc-ordenacao
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       imprime-linha-classe.
          if wclasse-passo = space then
             if classe-abc not = "A" and classe-abc not = "B"
                and classe-abc not = "C" then
                perform imprime-linha-folha
             end-if
          else
             if classe-abc = wclasse-passo then
                perform imprime-linha-folha
             end-if
          end-if
          .
       imprime-linha-folha.
          move cod-mercadoria to inv-cod-mercadoria
          read inventario
             invalid key
                continue
             not invalid key
                move cod-mercadoria to fd-codigo
                move descricao      to fd-descricao
                move unidade-medida to fd-unidade
                move classe-abc     to fd-classe
                write linha-folha from folha-det
          end-read
          .
       digita-contagem1.
          display erase
          display "Primeira contagem" at 0430
          display "Mercadoria ou cod. barras (0 p/ encerrar) : " at 0605
          move spaces to wcodigo-lido
          accept wcodigo-lido at 0650
          perform identifica-codigo-lido
          move wcod-identificado to wcod-consulta
          if wcodigo-ok not = "S" then
             display "Codigo de barras nao localizado" at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
             go to digita-contagem1
          end-if
          if wcod-consulta = 0 then
             continue
          else
       digita-contagem2.
          display erase
          display "Segunda contagem - itens divergentes" at 0430
          display "Mercadoria ou cod. barras (0 p/ encerrar) : " at 0605
          move spaces to wcodigo-lido
          accept wcodigo-lido at 0650
          perform identifica-codigo-lido
          move wcod-identificado to wcod-consulta
          if wcodigo-ok not = "S" then
             display "Codigo de barras nao localizado" at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
             go to digita-contagem2
          end-if
          if wcod-consulta = 0 then
             continue
          else
             go to digita-contagem2
          end-if
          .
       identifica-codigo-lido.
          move "S" to wcodigo-ok
          move zero to wcod-identificado
          move zero to wtam-codigo
          inspect wcodigo-lido tallying wtam-codigo
             for characters before initial space
          if wtam-codigo > zero then
             if wcodigo-lido(1:wtam-codigo) is not numeric then
                move "N" to wcodigo-ok
             else
                if wtam-codigo > 4 then
                   move "N" to wcodigo-ok
                   move wcodigo-lido to cod-barras
                   read mercadorias key is cod-barras
                      invalid key
                         continue
                      not invalid key
                         move "S" to wcodigo-ok
                         move cod-mercadoria to wcod-identificado
                   end-read
                else
                   move wcodigo-lido(1:wtam-codigo) to wcod-identificado
                end-if
             end-if
          end-if
          .
       relatorio-variacao.
          open output relatorio
          write linha-relatorio from rel-cab1
          move preco-unitario to it-preco-unit
          compute it-subtotal = it-quantidade * it-preco-unit
          move zero to it-desconto-pct
          move zero to it-aliquota-icms
          move zero to it-valor-icms
          add it-subtotal to valor-total-tr
          write registro-item
             invalid key
                move inv-cod-mercadoria to ed-cod-mercadoria
                move 1 to ed-cod-deposito
                move zero to ed-qtd-saldo
                move wcod-loja to ed-cod-loja
                write registro-estoquedep
                   invalid key
                      display "Erro no saldo por deposito" at 2205
          move wid-operador to est-operador
          move zero to est-data
          move zero to desconto-tr
          move wcod-loja to cod-loja-tr
          write registro-transacao
             invalid key
                display "Erro ao gravar transacao de ajuste" at 2105
          close estoquedep
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
