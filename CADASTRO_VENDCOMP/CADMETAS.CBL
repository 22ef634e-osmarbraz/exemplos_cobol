 identification division.
       program-id. cadmeta.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select metas assign to "metas.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-meta
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-metas.
             select vendcomp assign to "vendcomp.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-vendcomp
             alternate key is nome-vendcomp with duplicates
             sharing with all other
             file status is fs-vendcomp.
       data division.
         file section.
           fd metas.
             01 registro-meta.
                02 chave-meta.
                   03 mt-cod-vendcomp    pic 9999.
                   03 mt-ano             pic 9999.
                   03 mt-mes             pic 99.
                02 mt-valor-meta         pic 9(9)v99.
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
          01 fs-metas.
             02 fs-metas-1               pic 9.
             02 fs-metas-2               pic 9.
          01 fs-vendcomp                 pic xx.
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
          77 wcod-consulta               pic 9999 value zero.
          77 wmes-consulta               pic 99 value zero.
          77 wano-consulta               pic 9999 value zero.
          77 wvalor-meta                 pic 9(9)v99 value zero.
          77 resp-continua               pic x value spaces.
          77 wvendedor-valido            pic x value "N".
          77 wprimeira-vez               pic x value "S".
       linkage section.
          77 ls-wopcao                   pic 9.
       procedure division using ls-wopcao.
       abertura.
       open i-o metas
       if fs-metas = "35" then
          open output metas
          close metas
          open i-o metas
       end-if
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
                perform inclui-meta
             when 2
                perform consulta-meta
             when 3
                perform altera-meta
             when 4
                perform exclui-meta
             when other
                continue
          end-evaluate
          go to inicio
       .
       tela-menu.
          display erase
          display "Cadastro de Metas de Vendas" at 0430
          display "[0] Retornar ao menu principal" at 0605
          display "[1] Incluir meta"           at 0705
          display "[2] Consultar meta"         at 0805
          display "[3] Alterar meta"           at 0905
          display "[4] Excluir meta"           at 1005
          display "Opcao: "                  at 1305
          accept wopcao-menu at 1312
       .
       tela-rotulos.
         display "Codigo do vendedor : " at 0605
         display "Mes/Ano (mm/aaaa)  :   /" at 0805
         display "Valor da meta      : " at 0905
         .
       captura-chave.
         accept wcod-consulta at 0627
         perform valida-vendedor
         if wvendedor-valido = "S" then
            display nome-vendcomp at 0705
            accept wmes-consulta at 0827
            accept wano-consulta at 0830
            if wmes-consulta < 1 or wmes-consulta > 12 then
               display "Mes invalido" at 2105
               display "Tecle enter para continuar" at 2305
               accept resp-continua at 2333
               move "N" to wvendedor-valido
            end-if
         end-if
         move wcod-consulta to mt-cod-vendcomp
         move wano-consulta to mt-ano
         move wmes-consulta to mt-mes
         .
       inclui-meta.
          display erase
          display "Inclusao de meta de vendas" at 0430
          perform tela-rotulos
          perform captura-chave
          if wvendedor-valido = "S" then
             accept wvalor-meta at 0927
             display "Dados corretos [S/N] [.]" at 1105
             accept opcao at 1127
             if opcao="S" or opcao="s" then
                move wcod-consulta to mt-cod-vendcomp
                move wano-consulta to mt-ano
                move wmes-consulta to mt-mes
                move wvalor-meta to mt-valor-meta
                write registro-meta
                if fs-metas-1 not = "0" then
                   if fs-metas = "22"
                      display "Meta ja cadastrada para o vendedor/mes"
                         at 2105
                   else
                      display "Erro ao gravar meta - status " at 2105
                      display fs-metas                         at 2135
                   end-if
                   display "Tecle enter para continuar" at 2305
                   accept resp-continua at 2333
                end-if
             end-if
          end-if
       .
       valida-vendedor.
          move wcod-consulta to cod-vendcomp
          read vendcomp
             invalid key
                display "Vendedor/comprador nao cadastrado" at 2105
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
                move "N" to wvendedor-valido
             not invalid key
                if tipo-vendcomp = "V" or tipo-vendcomp = "v" then
                   move "S" to wvendedor-valido
                else
                   display "Codigo nao pertence a um vendedor" at 2105
                   display "Tecle enter para continuar" at 2305
                   accept resp-continua at 2333
                   move "N" to wvendedor-valido
                end-if
          end-read
       .
       le-meta.
          perform tela-rotulos
          perform captura-chave
          if wvendedor-valido = "S" then
             read metas
                invalid key
                   display "Meta nao cadastrada" at 2105
                   move "N" to wvendedor-valido
                not invalid key
                   display mt-valor-meta at 0927
             end-read
          end-if
       .
       consulta-meta.
          display erase
          display "Consulta de meta de vendas" at 0430
          perform le-meta
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
       .
       altera-meta.
          display erase
          display "Alteracao de meta de vendas" at 0430
          perform le-meta
          if wvendedor-valido = "S" then
             display "Novo valor da meta : " at 1005
             accept wvalor-meta at 1027
             display "Dados corretos [S/N] [.]" at 1105
             accept opcao at 1127
             if opcao="S" or opcao="s" then
                move wvalor-meta to mt-valor-meta
                rewrite registro-meta
                   invalid key
                      display "Erro ao alterar meta" at 2105
                end-rewrite
             end-if
          else
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
          if fs-metas = "51" then
             display "Registro em uso em outro terminal" at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
       .
       exclui-meta.
          display erase
          display "Exclusao de meta de vendas" at 0430
          perform le-meta
          if wvendedor-valido = "S" then
             display "Confirma exclusao [S/N] [.]" at 1105
             accept opcao at 1134
             if opcao="S" or opcao="s" then
                delete metas record
                   invalid key
                      display "Erro ao excluir meta" at 2105
                end-delete
             end-if
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
       .
       encerramento.
          move "S" to wprimeira-vez
          close metas
          close vendcomp
          .
