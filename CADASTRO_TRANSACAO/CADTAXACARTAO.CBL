 identification division.
       program-id. cadtaxacartao.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select taxascartao assign to "taxascartao.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-taxa-cartao
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-taxascartao.
       data division.
         file section.
           fd taxascartao.
             01 registro-taxa-cartao.
                02 chave-taxa-cartao.
                   03 tc-tipo-cartao     pic x.
                   03 tc-qtd-parcelas    pic 99.
                02 tc-taxa               pic 99v99.
                02 tc-prazo-dias         pic 999.
       working-storage section.
          01 fs-taxascartao.
             02 fs-taxascartao-1         pic 9.
             02 fs-taxascartao-2         pic 9.
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
          77 wtipo-consulta              pic x value spaces.
          77 wparcelas-consulta          pic 99 value zero.
          77 wtaxa                       pic 99v99 value zero.
          77 wprazo-dias                 pic 999 value zero.
          77 resp-continua               pic x value spaces.
          77 wchave-valida               pic x value "N".
          77 wprimeira-vez               pic x value "S".
       linkage section.
          77 ls-wopcao                   pic 9.
       procedure division using ls-wopcao.
       abertura.
       open i-o taxascartao
       if fs-taxascartao = "35" then
          open output taxascartao
          close taxascartao
          open i-o taxascartao
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
                perform inclui-taxa
             when 2
                perform consulta-taxa
             when 3
                perform altera-taxa
             when 4
                perform exclui-taxa
             when other
                continue
          end-evaluate
          go to inicio
       .
       tela-menu.
          display erase
          display "Cadastro de Taxas de Cartao" at 0430
          display "[0] Retornar ao menu principal" at 0605
          display "[1] Incluir taxa"           at 0705
          display "[2] Consultar taxa"         at 0805
          display "[3] Alterar taxa"           at 0905
          display "[4] Excluir taxa"           at 1005
          display "Opcao: "                  at 1305
          accept wopcao-menu at 1312
       .
       tela-rotulos.
         display "Cartao [D]ebito [C]redito : " at 0605
         display "Numero de parcelas        : " at 0705
         display "Taxa da adquirente (%)    : " at 0805
         display "Prazo de repasse (dias)   : " at 0905
         .
       captura-chave.
         move "N" to wchave-valida
         accept wtipo-consulta at 0633
         if wtipo-consulta = "d" then
            move "D" to wtipo-consulta
         end-if
         if wtipo-consulta = "c" then
            move "C" to wtipo-consulta
         end-if
         if wtipo-consulta = "D" then
            move 1 to wparcelas-consulta
            display wparcelas-consulta at 0733
            move "S" to wchave-valida
         else
            if wtipo-consulta = "C" then
               accept wparcelas-consulta at 0733
               if wparcelas-consulta = zero then
                  move 1 to wparcelas-consulta
                  display wparcelas-consulta at 0733
               end-if
               move "S" to wchave-valida
            else
               display "Tipo de cartao invalido" at 2105
               display "Tecle enter para continuar" at 2305
               accept resp-continua at 2333
            end-if
         end-if
         move wtipo-consulta to tc-tipo-cartao
         move wparcelas-consulta to tc-qtd-parcelas
         .
       inclui-taxa.
          display erase
          display "Inclusao de taxa de cartao" at 0430
          perform tela-rotulos
          perform captura-chave
          if wchave-valida = "S" then
             accept wtaxa at 0833
             accept wprazo-dias at 0933
             display "Dados corretos [S/N] [.]" at 1105
             accept opcao at 1127
             if opcao="S" or opcao="s" then
                move wtipo-consulta to tc-tipo-cartao
                move wparcelas-consulta to tc-qtd-parcelas
                move wtaxa to tc-taxa
                move wprazo-dias to tc-prazo-dias
                write registro-taxa-cartao
                if fs-taxascartao-1 not = "0" then
                   if fs-taxascartao = "22"
                      display "Taxa ja cadastrada p/ cartao/parcelas"
                         at 2105
                   else
                      display "Erro ao gravar taxa - status " at 2105
                      display fs-taxascartao                   at 2135
                   end-if
                   display "Tecle enter para continuar" at 2305
                   accept resp-continua at 2333
                end-if
             end-if
          end-if
       .
       le-taxa.
          perform tela-rotulos
          perform captura-chave
          if wchave-valida = "S" then
             read taxascartao
                invalid key
                   display "Taxa nao cadastrada" at 2105
                   move "N" to wchave-valida
                not invalid key
                   display tc-taxa at 0833
                   display tc-prazo-dias at 0933
             end-read
          end-if
       .
       consulta-taxa.
          display erase
          display "Consulta de taxa de cartao" at 0430
          perform le-taxa
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
       .
       altera-taxa.
          display erase
          display "Alteracao de taxa de cartao" at 0430
          perform le-taxa
          if wchave-valida = "S" then
             display "Nova taxa (%)      : " at 1005
             display "Novo prazo (dias)  : " at 1105
             accept wtaxa at 1027
             accept wprazo-dias at 1127
             display "Dados corretos [S/N] [.]" at 1305
             accept opcao at 1327
             if opcao="S" or opcao="s" then
                move wtaxa to tc-taxa
                move wprazo-dias to tc-prazo-dias
                rewrite registro-taxa-cartao
                   invalid key
                      display "Erro ao alterar taxa" at 2105
                end-rewrite
             end-if
          else
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
          if fs-taxascartao = "51" then
             display "Registro em uso em outro terminal" at 2105
             display "Tecle enter para continuar" at 2305
             accept resp-continua at 2333
          end-if
       .
       exclui-taxa.
          display erase
          display "Exclusao de taxa de cartao" at 0430
          perform le-taxa
          if wchave-valida = "S" then
             display "Confirma exclusao [S/N] [.]" at 1105
             accept opcao at 1134
             if opcao="S" or opcao="s" then
                delete taxascartao record
                   invalid key
                      display "Erro ao excluir taxa" at 2105
                end-delete
             end-if
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
       .
       encerramento.
          move "S" to wprimeira-vez
          close taxascartao
          .
