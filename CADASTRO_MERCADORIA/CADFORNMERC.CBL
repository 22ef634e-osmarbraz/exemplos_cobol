 identification division.
       program-id. cadfornmerc.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select fornmerc assign to "fornmerc.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-fornmerc
             alternate key is fm-cod-fornecedor with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-fornmerc.
             select mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             file status is fs-mercadorias.
             select vendcomp assign to "vendcomp.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-vendcomp
             alternate key is nome-vendcomp with duplicates
             sharing with all other
             file status is fs-vendcomp.
       data division.
         file section.
           fd fornmerc.
             01 registro-fornmerc.
                02 chave-fornmerc.
                   03 fm-cod-mercadoria  pic 9999.
                   03 fm-cod-fornecedor  pic 9999.
                02 fm-cod-produto        pic x(20).
                02 fm-ultimo-preco       pic 9(6)v99.
                02 fm-data-ultima        pic 9(8).
                02 fm-prazo-entrega      pic 999.
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
           fd vendcomp.
             01 registro-vendcomp.
                02 cod-vendcomp        pic 9999.
                02 nome-vendcomp       pic x(50).
                02 tipo-vendcomp       pic x.
                02 documento           pic x(14).
                02 telefone-vc         pic x(30).
                02 endereco-vc         pic x(50).
                02 cidade-vc           pic x(30).
                02 estado-vc           pic AA.
                02 email-vc            pic x(50).
                02 cep-vc              pic x(8).
       working-storage section.
          01 fs-fornmerc.
             02 fs-fornmerc-1            pic 9.
             02 fs-fornmerc-2            pic 9.
          01 fs-mercadorias              pic xx.
          01 fs-vendcomp                 pic xx.
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
          77 wcod-mercadoria             pic 9999 value zero.
          77 wcod-fornecedor             pic 9999 value zero.
          77 wcod-produto                pic x(20) value spaces.
          77 wultimo-preco               pic 9(6)v99 value zero.
          77 wprazo-entrega              pic 999 value zero.
          01 wdata-ultima.
             02 wdia-ult                 pic 99 value zero.
             02 wmes-ult                 pic 99 value zero.
             02 wano-ult                 pic 9999 value zero.
          77 wlinha                      pic 99 value zero.
          77 wpos                        pic 9999 value zero.
          77 wpreco-ed                   pic zzz,zz9.99.
          77 resp-continua               pic x value spaces.
          77 wchave-valida               pic x value "N".
          77 wprimeira-vez               pic x value "S".
          01 linha-lista.
             02 ll-fornecedor            pic zzz9.
             02 filler                   pic x     value space.
             02 ll-nome                  pic x(22).
             02 filler                   pic x     value space.
             02 ll-cod-produto           pic x(15).
             02 filler                   pic x     value space.
             02 ll-preco                 pic zzz,zz9.99.
             02 filler                   pic x     value space.
             02 ll-dia                   pic 99.
             02 filler                   pic x     value "/".
             02 ll-mes                   pic 99.
             02 filler                   pic x     value "/".
             02 ll-ano                   pic 9999.
             02 filler                   pic x     value space.
             02 ll-prazo                 pic zz9.
       linkage section.
          77 ls-wopcao                   pic 9.
       procedure division using ls-wopcao.
       abertura.
       open i-o fornmerc
       if fs-fornmerc = "35" then
          open output fornmerc
          close fornmerc
          open i-o fornmerc
       end-if
       open input mercadorias
       open input vendcomp.
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
                perform inclui-fornmerc
             when 2
                perform consulta-fornmerc
             when 3
                perform altera-fornmerc
             when 4
                perform exclui-fornmerc
             when other
                continue
          end-evaluate
          go to inicio
       .
       tela-menu.
          display erase
          display "Fornecedores por Mercadoria" at 0430
          display "[0] Retornar ao menu principal"   at 0605
          display "[1] Incluir fornecedor da mercadoria" at 0705
          display "[2] Consultar fornecedores"       at 0805
          display "[3] Alterar fornecedor"           at 0905
          display "[4] Excluir fornecedor"           at 1005
          display "Opcao: "                          at 1305
          accept wopcao-menu at 1312
       .
       tela-rotulos.
         display "Mercadoria          : " at 0605
         display "Fornecedor          : " at 0705
         display "Codigo no fornecedor: " at 0905
         display "Ultimo preco        : " at 1005
         display "Data ultima compra  :   /  /" at 1105
         display "Prazo entrega (dias): " at 1205
         .
       captura-mercadoria.
         move "S" to wchave-valida
         accept wcod-mercadoria at 0627
         move wcod-mercadoria to cod-mercadoria
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
         perform captura-mercadoria
         if wchave-valida = "S" then
            accept wcod-fornecedor at 0727
            move wcod-fornecedor to cod-vendcomp
            read vendcomp
               invalid key
                  display "Fornecedor nao cadastrado" at 2105
                  display "Tecle enter para continuar" at 2305
                  accept resp-continua at 2333
                  move "N" to wchave-valida
               not invalid key
                  display nome-vendcomp at 0733
            end-read
         end-if
         move wcod-mercadoria to fm-cod-mercadoria
         move wcod-fornecedor to fm-cod-fornecedor
         .
       captura-dados.
         accept wcod-produto at 0927
         accept wultimo-preco at 1027
         accept wdia-ult at 1127
         accept wmes-ult at 1130
         accept wano-ult at 1133
         accept wprazo-entrega at 1227
         .
       move-dados.
         move wcod-produto to fm-cod-produto
         move wultimo-preco to fm-ultimo-preco
         compute fm-data-ultima = wano-ult * 10000
            + wmes-ult * 100 + wdia-ult
         move wprazo-entrega to fm-prazo-entrega
         .
       exibe-fornmerc.
         display fm-cod-produto at 0927
         move fm-ultimo-preco to wpreco-ed
         display wpreco-ed at 1027
         display fm-data-ultima(7:2) at 1127
         display fm-data-ultima(5:2) at 1130
         display fm-data-ultima(1:4) at 1133
         display fm-prazo-entrega at 1227
         .
       inclui-fornmerc.
          display erase
          display "Inclusao de fornecedor da mercadoria" at 0430
          perform tela-rotulos
          perform captura-chave
          if wchave-valida = "S" then
             perform captura-dados
             display "Dados corretos [S/N] [.]" at 1405
             accept opcao at 1427
             if opcao="S" or opcao="s" then
                perform move-dados
                write registro-fornmerc
                if fs-fornmerc-1 not = "0" then
                   if fs-fornmerc = "22"
                      display "Fornecedor ja cadastrado p/ a mercadoria"
                         at 2105
                   else
                      display "Erro ao gravar - status " at 2105
                      display fs-fornmerc                  at 2130
                   end-if
                   display "Tecle enter para continuar" at 2305
                   accept resp-continua at 2333
                end-if
             end-if
          end-if
       .
       le-fornmerc.
          perform tela-rotulos
          perform captura-chave
          if wchave-valida = "S" then
             read fornmerc
                invalid key
                   display "Fornecedor nao cadastrado p/ a mercadoria"
                      at 2105
                   move "N" to wchave-valida
                not invalid key
                   perform exibe-fornmerc
             end-read
          end-if
       .
       consulta-fornmerc.
          display erase
          display "Fornecedores da mercadoria" at 0430
          display "Mercadoria          : " at 0605
          perform captura-mercadoria
          if wchave-valida = "S" then
             display "Forn Nome                   Cod.fornecedor"
                at 0805
             display "       Preco Ult.compra Prazo" at 0851
             move 9 to wlinha
             move wcod-mercadoria to fm-cod-mercadoria
             move zero to fm-cod-fornecedor
             start fornmerc key is not less than chave-fornmerc
                invalid key
                   move "10" to fs-fornmerc
             end-start
             perform with test before until fs-fornmerc = "10"
                read fornmerc next record
                   at end
                      move "10" to fs-fornmerc
                   not at end
                      if fm-cod-mercadoria not = wcod-mercadoria then
                         move "10" to fs-fornmerc
                      else
                         perform lista-fornmerc
                      end-if
                end-read
             end-perform
             move "00" to fs-fornmerc
             if wlinha = 9 then
                display "Nenhum fornecedor cadastrado" at 0905
             end-if
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
       .
       lista-fornmerc.
          if wlinha > 19 then
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
             display erase
             display "Fornecedores da mercadoria" at 0430
             display "Forn Nome                   Cod.fornecedor"
                at 0805
             display "       Preco Ult.compra Prazo" at 0851
             move 9 to wlinha
          end-if
          move fm-cod-fornecedor to ll-fornecedor
          move fm-cod-fornecedor to cod-vendcomp
          read vendcomp
             invalid key
                move "*** NAO CADASTRADO ***" to ll-nome
             not invalid key
                move nome-vendcomp to ll-nome
          end-read
          move fm-cod-produto to ll-cod-produto
          move fm-ultimo-preco to ll-preco
          move fm-data-ultima(7:2) to ll-dia
          move fm-data-ultima(5:2) to ll-mes
          move fm-data-ultima(1:4) to ll-ano
          move fm-prazo-entrega to ll-prazo
          compute wpos = wlinha * 100 + 5
          display linha-lista at wpos
          add 1 to wlinha
       .
       altera-fornmerc.
          display erase
          display "Alteracao de fornecedor da mercadoria" at 0430
          perform le-fornmerc
          if wchave-valida = "S" then
             perform captura-dados
             display "Dados corretos [S/N] [.]" at 1405
             accept opcao at 1427
             if opcao="S" or opcao="s" then
                perform move-dados
                rewrite registro-fornmerc
                   invalid key
                      display "Erro ao alterar registro" at 2105
                end-rewrite
             end-if
          else
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
          if fs-fornmerc = "51" then
             display "Registro em uso em outro terminal" at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
       .
       exclui-fornmerc.
          display erase
          display "Exclusao de fornecedor da mercadoria" at 0430
          perform le-fornmerc
          if wchave-valida = "S" then
             display "Confirma exclusao [S/N] [.]" at 1405
             accept opcao at 1434
             if opcao="S" or opcao="s" then
                delete fornmerc record
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
          close fornmerc
          close mercadorias
          close vendcomp
          .
