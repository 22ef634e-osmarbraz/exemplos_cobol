 identification division.
       program-id. cadkit.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select kits assign to "kits.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-kit
             alternate key is kt-cod-componente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-kits.
             select mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             file status is fs-mercadorias.
       data division.
         file section.
           fd kits.
             01 registro-kit.
                02 chave-kit.
                   03 kt-cod-kit         pic 9999.
                   03 kt-cod-componente  pic 9999.
                02 kt-quantidade         pic 9(4).
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
       working-storage section.
          01 fs-kits.
             02 fs-kits-1                pic 9.
             02 fs-kits-2                pic 9.
          01 fs-mercadorias              pic xx.
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
          77 wcod-kit                    pic 9999 value zero.
          77 wcod-componente             pic 9999 value zero.
          77 wquantidade                 pic 9(4) value zero.
          77 wlinha                      pic 99 value zero.
          77 wpos                        pic 9999 value zero.
          77 wcusto-kit                  pic 9(8)v99 value zero.
          77 wcusto-ed                   pic zz,zzz,zz9.99.
          77 resp-continua               pic x value spaces.
          77 wchave-valida               pic x value "N".
          77 wprimeira-vez               pic x value "S".
          01 linha-lista.
             02 ll-componente            pic zzz9.
             02 filler                   pic x     value space.
             02 ll-descricao             pic x(35).
             02 filler                   pic x     value space.
             02 ll-quantidade            pic z,zz9.
             02 filler                   pic x     value space.
             02 ll-estoque               pic zzz,zz9.
             02 filler                   pic x     value space.
             02 ll-custo                 pic z,zzz,zz9.99.
       linkage section.
          77 ls-wopcao                   pic 9.
       procedure division using ls-wopcao.
       abertura.
       open i-o kits
       if fs-kits = "35" then
          open output kits
          close kits
          open i-o kits
       end-if
       open input mercadorias.
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
                perform inclui-componente
             when 2
                perform consulta-kit
             when 3
                perform altera-componente
             when 4
                perform exclui-componente
             when other
                continue
          end-evaluate
          go to inicio
       .
       tela-menu.
          display erase
          display "Composicao de Kits" at 0430
          display "[0] Retornar ao menu principal"   at 0605
          display "[1] Incluir componente no kit"    at 0705
          display "[2] Consultar composicao"         at 0805
          display "[3] Alterar quantidade"           at 0905
          display "[4] Excluir componente"           at 1005
          display "Opcao: "                          at 1305
          accept wopcao-menu at 1312
       .
       tela-rotulos.
         display "Kit (mercadoria)    : " at 0605
         display "Componente          : " at 0705
         display "Quantidade por kit  : " at 0905
         .
       captura-kit.
         move "S" to wchave-valida
         accept wcod-kit at 0627
         move wcod-kit to cod-mercadoria
         read mercadorias
            invalid key
               display "Mercadoria nao cadastrada" at 2105
               display "Tecle enter para continuar" at 2305
               accept resp-continua at 2333
               move "N" to wchave-valida
            not invalid key
               display descricao at 0633
         end-read
         .
       captura-chave.
         perform captura-kit
         if wchave-valida = "S" then
            accept wcod-componente at 0727
            move wcod-componente to cod-mercadoria
            read mercadorias
               invalid key
                  display "Componente nao cadastrado" at 2105
                  display "Tecle enter para continuar" at 2305
                  accept resp-continua at 2333
                  move "N" to wchave-valida
               not invalid key
                  display descricao at 0733
            end-read
         end-if
         move wcod-kit to kt-cod-kit
         move wcod-componente to kt-cod-componente
         .
       valida-componente.
         if wcod-componente = wcod-kit then
            display "O kit nao pode ser componente de si mesmo" at 2105
            move "N" to wchave-valida
         else
            move wcod-componente to kt-cod-kit
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
               if fs-kits not = "10" and
                  kt-cod-kit = wcod-componente then
                  display "Componente e um kit - informe os itens"
                     at 2105
                  move "N" to wchave-valida
               end-if
            end-if
            move "00" to fs-kits
            move wcod-kit to kt-cod-kit
            move wcod-componente to kt-cod-componente
         end-if
         if wchave-valida not = "S" then
            display "Tecle enter para continuar" at 2305
            accept resp-continua at 2333
         end-if
         .
       captura-dados.
         move zero to wquantidade
         perform with test before until wquantidade > zero
            accept wquantidade at 0927
         end-perform
         .
       inclui-componente.
          display erase
          display "Inclusao de componente no kit" at 0430
          perform tela-rotulos
          perform captura-chave
          if wchave-valida = "S" then
             perform valida-componente
          end-if
          if wchave-valida = "S" then
             perform captura-dados
             display "Dados corretos [S/N] [.]" at 1405
             accept opcao at 1427
             if opcao="S" or opcao="s" then
                move wquantidade to kt-quantidade
                write registro-kit
                if fs-kits-1 not = "0" then
                   if fs-kits = "22"
                      display "Componente ja cadastrado no kit"
                         at 2105
                   else
                      display "Erro ao gravar - status " at 2105
                      display fs-kits                      at 2130
                   end-if
                   display "Tecle enter para continuar" at 2305
                   accept resp-continua at 2333
                end-if
             end-if
          end-if
       .
       le-componente.
          perform tela-rotulos
          perform captura-chave
          if wchave-valida = "S" then
             read kits
                invalid key
                   display "Componente nao cadastrado no kit" at 2105
                   move "N" to wchave-valida
                not invalid key
                   display kt-quantidade at 0927
             end-read
          end-if
       .
       consulta-kit.
          display erase
          display "Composicao do kit" at 0430
          display "Kit (mercadoria)    : " at 0605
          perform captura-kit
          if wchave-valida = "S" then
             display "Comp Descricao                              Qtd."
                at 0805
             display "  Estoque  Custo medio" at 0855
             move 9 to wlinha
             move zero to wcusto-kit
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
                         perform lista-componente
                      end-if
                end-read
             end-perform
             move "00" to fs-kits
             if wlinha = 9 then
                display "Mercadoria sem composicao de kit" at 0905
             else
                display "Custo dos componentes p/ 1 kit :" at 2005
                move wcusto-kit to wcusto-ed
                display wcusto-ed at 2038
             end-if
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
       .
       lista-componente.
          if wlinha > 19 then
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
             display erase
             display "Composicao do kit" at 0430
             display "Comp Descricao                              Qtd."
                at 0805
             display "  Estoque  Custo medio" at 0855
             move 9 to wlinha
          end-if
          move kt-cod-componente to ll-componente
          move kt-cod-componente to cod-mercadoria
          read mercadorias
             invalid key
                move "*** NAO CADASTRADA ***" to ll-descricao
                move zero to qtd-estoque
                move zero to custo-medio
             not invalid key
                move descricao to ll-descricao
          end-read
          move kt-quantidade to ll-quantidade
          move qtd-estoque to ll-estoque
          move custo-medio to ll-custo
          compute wcusto-kit = wcusto-kit + kt-quantidade * custo-medio
          compute wpos = wlinha * 100 + 5
          display linha-lista at wpos
          add 1 to wlinha
       .
       altera-componente.
          display erase
          display "Alteracao de quantidade do componente" at 0430
          perform le-componente
          if wchave-valida = "S" then
             perform captura-dados
             display "Dados corretos [S/N] [.]" at 1405
             accept opcao at 1427
             if opcao="S" or opcao="s" then
                move wquantidade to kt-quantidade
                rewrite registro-kit
                   invalid key
                      display "Erro ao alterar registro" at 2105
                end-rewrite
             end-if
          else
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
          if fs-kits = "51" then
             display "Registro em uso em outro terminal" at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
       .
       exclui-componente.
          display erase
          display "Exclusao de componente do kit" at 0430
          perform le-componente
          if wchave-valida = "S" then
             display "Confirma exclusao [S/N] [.]" at 1405
             accept opcao at 1434
             if opcao="S" or opcao="s" then
                delete kits record
                   invalid key
                      display "Erro ao excluir registro" at 2105
                end-delete
             end-if
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
       .
       encerramento.
          move "S" to wprimeira-vez
          close kits
          close mercadorias
          .
