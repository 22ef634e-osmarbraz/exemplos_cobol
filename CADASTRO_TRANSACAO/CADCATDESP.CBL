 identification division.
       program-id. cadcatdespesa.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select catdespesa assign to "catdespesa.dat"
             organization is indexed
             access mode is dynamic
             record key is cat-codigo
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-catdespesa.
             select optional pagar assign to "pagar.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-pagar
             sharing with all other
             file status is fs-pagar.
       data division.
         file section.
           fd catdespesa.
             01 registro-catdespesa.
                02 cat-codigo            pic 999.
                02 cat-descricao         pic x(30).
           fd pagar.
             01 registro-pagar.
                02 chave-pagar.
                   03 pg-num-transacao   pic 9(6).
                   03 pg-num-parcela     pic 99.
                02 pg-cod-fornecedor     pic 9999.
                02 pg-vencimento.
                   03 pg-dia-venc           pic 99.
                   03 pg-mes-venc           pic 99.
                   03 pg-ano-venc           pic 9999.
                02 pg-valor              pic 9(9)v99.
                02 pg-situacao           pic x.
                02 pg-data-pagamento.
                   03 pg-dia-pagto          pic 99.
                   03 pg-mes-pagto          pic 99.
                   03 pg-ano-pagto          pic 9999.
                02 pg-valor-pago         pic 9(9)v99.
                02 pg-tipo               pic x.
                02 pg-cod-categoria      pic 999.
                02 pg-descricao          pic x(40).
       working-storage section.
          01 fs-catdespesa.
             02 fs-catdespesa-1          pic 9.
             02 fs-catdespesa-2          pic 9.
          01 fs-pagar                    pic xx.
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
          77 wcod-consulta               pic 999 value zero.
          77 resp-continua               pic x value spaces.
          77 wprimeira-vez               pic x value "S".
          77 wtem-despesa                pic x value "N".
          77 wcat-codigo                 pic 999 value zero.
          77 wcat-descricao              pic x(30) value spaces.
       linkage section.
          77 ls-wopcao                   pic 9.
       procedure division using ls-wopcao.
       abertura.
       open i-o catdespesa
       if fs-catdespesa = "35" then
          open output catdespesa
          close catdespesa
          open i-o catdespesa
       end-if.
       inicio.
          display erase
          if wprimeira-vez = "S" and ls-wopcao > 0 then
             move 1 to wopcao-menu
          else
             perform tela-menu
          end-if
          move "N" to wprimeira-vez
          evaluate wopcao-menu
             when 0
                perform encerramento
                exit program
             when 1
                perform inclui-categoria
             when 2
                perform consulta-categoria
             when 3
                perform altera-categoria
             when 4
                perform exclui-categoria
             when other
                continue
          end-evaluate
          go to inicio
       .
       tela-menu.
          display erase
          display "Cadastro de Categorias de Despesa" at 0430
          display "[0] Retornar ao menu principal" at 0605
          display "[1] Incluir categoria"     at 0705
          display "[2] Consultar categoria"   at 0805
          display "[3] Alterar categoria"     at 0905
          display "[4] Excluir categoria"     at 1005
          display "Opcao: "                  at 1305
          accept wopcao-menu at 1312
       .
       inclui-categoria.
          display erase
          display "Inclusao de categoria" at 0430
          display "Codigo    : " at 0605
          accept wcat-codigo at 0617
          display "Descricao : " at 0705
          accept wcat-descricao at 0717
          display "Dados corretos [S/N] [.]" at 0905
          accept opcao at 0930
          if opcao="S" or opcao="s" then
             move wcat-codigo    to cat-codigo
             move wcat-descricao to cat-descricao
             write registro-catdespesa
             if fs-catdespesa-1 not = "0" then
                if fs-catdespesa = "22"
                   display "Categoria ja cadastrada" at 1105
                else
                   display "Erro ao gravar categoria - status " at 1105
                   display fs-catdespesa                        at 1139
                end-if
                display "Tecle enter para continuar" at 1305
                accept resp-continua at 1333
             end-if
          end-if
       .
       consulta-categoria.
          display erase
          display "Consulta de categoria" at 0430
          display "Codigo : " at 0605
          accept wcod-consulta at 0615
          move wcod-consulta to cat-codigo
          read catdespesa
             invalid key
                display "Categoria nao encontrada" at 2105
             not invalid key
                display "Codigo    : " at 0705
                display cat-codigo at 0717
                display "Descricao : " at 0805
                display cat-descricao at 0817
          end-read
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
       .
       altera-categoria.
          display erase
          display "Alteracao de categoria" at 0430
          display "Codigo : " at 0605
          accept wcod-consulta at 0615
          move wcod-consulta to cat-codigo
          read catdespesa
             invalid key
                display "Categoria nao encontrada" at 2105
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
             not invalid key
                display cat-descricao at 0620
                display "Nova descricao : " at 0705
                accept wcat-descricao at 0722
                display "Dados corretos [S/N] [.]" at 0905
                accept opcao at 0930
                if opcao="S" or opcao="s" then
                   move wcat-descricao to cat-descricao
                   rewrite registro-catdespesa
                      invalid key
                         display "Erro ao alterar categoria" at 2105
                   end-rewrite
                end-if
          end-read
       .
       exclui-categoria.
          display erase
          display "Exclusao de categoria" at 0430
          display "Codigo : " at 0605
          accept wcod-consulta at 0615
          move wcod-consulta to cat-codigo
          read catdespesa
             invalid key
                display "Categoria nao encontrada" at 2105
             not invalid key
                display cat-descricao at 0620
                perform verifica-categoria-em-uso
                if wtem-despesa = "S" then
                   display "Categoria usada em despesas - nao excluida"
                      at 0805
                else
                   display "Confirma exclusao [S/N] [.]" at 0805
                   accept opcao at 0833
                   if opcao="S" or opcao="s" then
                      delete catdespesa record
                         invalid key
                            display "Erro ao excluir categoria" at 0905
                      end-delete
                   end-if
                end-if
          end-read
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
          .
       verifica-categoria-em-uso.
          move "N" to wtem-despesa
          open input pagar
          if fs-pagar not = "00" and fs-pagar not = "05"
             then
             close pagar
          else
          move low-values to chave-pagar
          start pagar key is not less than chave-pagar
             invalid key
                move "10" to fs-pagar
          end-start
          perform with test before until fs-pagar = "10"
             read pagar next record
                at end
                   move "10" to fs-pagar
                not at end
                   if pg-tipo = "D" and
                      pg-cod-categoria = wcod-consulta then
                      move "S" to wtem-despesa
                      move "10" to fs-pagar
                   end-if
             end-read
          end-perform
          close pagar
          end-if
          .
       encerramento.
          move "S" to wprimeira-vez
          close catdespesa
          .
