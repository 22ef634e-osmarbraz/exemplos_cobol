             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-mercadorias.
             alternate key is nome-vendcomp with duplicates
             sharing with all other
             file status is fs-vendcomp.
             select audprecos assign to "audprecos.dat"
             organization is line sequential
             file status is fs-audit.
             select optional grupos assign to "grupos.dat"
             organization is indexed
             access mode is dynamic
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
           fd transitens.
             01 registro-item.
                02 chave-item.
                02 it-preco-unit         pic 9(6)v99.
                02 it-subtotal           pic 9(8)v99.
                02 it-desconto-pct       pic 99v99.
                02 it-aliquota-icms      pic 99v99.
                02 it-valor-icms         pic 9(8)v99.
           fd grupos.
             01 registro-grupo.
                02 grp-codigo            pic 9999.
                02 cidade-vc           pic x(30).
                02 estado-vc           pic AA.
                02 email-vc            pic x(50).
                02 cep-vc              pic x(8).
           fd audprecos.
             01 linha-audit             pic x(60).
       working-storage section.
          01 fs-mercadorias.
             02 fs-mercadorias-1         pic 9.
          01 fs-vendcomp                 pic xx.
          01 fs-grupos                   pic xx.
          01 fs-transitens               pic xx.
          01 fs-audit                    pic xx.
          77 wtem-movimento              pic x value "N".
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
          77 wcod-consulta               pic 9999 value zero.
          77 walterando                  pic x value "N".
          77 resp-continua               pic x value spaces.
          77 wfornecedor-ok              pic x value "N".
          77 wgrupo-ok                   pic x value "N".
          77 wprimeira-vez               pic x value "S".
          77 wcod-ncm                    pic 9(8) value zero.
          77 wsit-tributaria             pic x value "T".
          77 waliquota-icms              pic 99v99 value zero.
          77 wperc-perda                 pic 99v99 value zero.
          77 wunidade-compra             pic x(6) value spaces.
          77 wfator-conversao            pic 9(4) value zero.
          77 wcod-barras                 pic x(13) value spaces.
          77 wcontrola-serie             pic x value "N".
          77 wmeses-garantia             pic 99 value zero.
          77 wcod-barras-ok              pic x value "N".
          77 wmsg-barras                 pic x(46) value spaces.
          77 wpos-ean                    pic 99 value zero.
          77 wdigito-ean                 pic 9 value zero.
          77 wsoma-ean                   pic 999 value zero.
          77 wquoc-ean                   pic 999 value zero.
          77 wresto-ean                  pic 99 value zero.
          77 wdv-ean                     pic 9 value zero.
          77 wpreco-anterior             pic 9(6)v99 value zero.
          01 reg-mercadoria.
             02 wcod-mercadoria        pic 9999 value zero.
             02 wdescricao             pic x(40) value spaces.
             02 wpreco-unitario        pic 9(6)v99 value zero.
             02 wqtd-estoque           pic 9(6) value zero.
             02 wunidade-medida        pic x(6) value spaces.
             02 wcod-fornecedor        pic 9999 value zero.
             02 wcod-grupo             pic 9999 value zero.
          01 reg-audit.
             02 aud-codigo             pic 9999.
             02 filler                 pic x value space.
             02 aud-preco-antigo       pic 9(6)v99.
             02 filler                 pic x value space.
             02 aud-preco-novo         pic 9(6)v99.
             02 filler                 pic x value space.
             02 aud-data               pic x(8).
             02 filler                 pic x value space.
             02 aud-hora               pic x(6).
             02 filler                 pic x value space.
             02 aud-operador           pic x(10).
             02 filler                 pic x(11) value spaces.
       linkage section.
          77 ls-wopcao                   pic 9.
          77 ls-operador                 pic x(10).
       abertura.
       open i-o mercadorias
       open input vendcomp
       open input grupos
       open extend audprecos
       if fs-audit = "35" then
          open output audprecos
       end-if.
       inicio.
          display erase
          if wprimeira-vez = "S" and ls-wopcao > 0 then
                else
                   perform exclui-mercadoria
                end-if
             when 6
                perform consulta-cod-barras
             when other
                continue
          end-evaluate
          display "[3] Consultar por descricao" at 0905
          display "[4] Alterar mercadoria"    at 1005
          display "[5] Excluir mercadoria"    at 1105
          display "[6] Consultar por cod. barras" at 1205
          display "Opcao: "                  at 1305
          accept wopcao-menu at 1312
       .
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
       .
       consulta-cod-barras.
          display erase
          display "Consulta de mercadoria por codigo de barras" at 0430
          display "Codigo de barras : " at 0605
          move spaces to wcod-barras
          accept wcod-barras at 0624
          move wcod-barras to cod-barras
          read mercadorias key is cod-barras
             invalid key
                display "Mercadoria nao encontrada" at 2105
             not invalid key
                perform exibe-mercadoria
          end-read
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
       .
       consulta-descricao.
          display erase
          display "Consulta de mercadoria por descricao" at 0430
          display cod-fornecedor          at 1127
          display "Grupo              : " at 1205
          display cod-grupo               at 1227
          display "Classe ABC       : "   at 1245
          display classe-abc              at 1263
          display "NCM                : " at 1305
          display cod-ncm                 at 1327
          display "Trib. [T/I/N/S]  : "   at 1345
          display sit-tributaria          at 1363
          display "Aliquota ICMS %    : " at 1405
          display aliquota-icms           at 1427
          display "Perda %          : "   at 1445
          display perc-perda              at 1463
          display "Unidade de Compra  : " at 1505
          display unidade-compra          at 1527
          display "Fator conversao  : "   at 1545
          display fator-conversao         at 1563
          display "Cod. barras EAN-13 : " at 1605
          display cod-barras              at 1627
          display "Controla n. serie  : " at 1705
          display controla-serie          at 1727
          display "Garantia (meses) : "   at 1745
          display meses-garantia          at 1763
       .
       encerramento.
          move "S" to wprimeira-vez
          close mercadorias
          close vendcomp
          close grupos
          close audprecos
          .
       verifica-movimento-mercadoria.
          move "N" to wtem-movimento
         display "Unidade de Medida  : " at 1005
         display "Fornecedor (0=sem) : " at 1105
         display "Grupo (0=sem)      : " at 1205
         display "NCM                : " at 1305
         display "Trib. [T/I/N/S]  : "   at 1345
         display "Aliquota ICMS %    : " at 1405
         display "Perda %          : "   at 1445
         display "Unidade de Compra  : " at 1505
         display "Fator conversao  : "   at 1545
         display "Cod. barras EAN-13 : " at 1605
         display "Controla n. serie  : " at 1705
         display "Garantia (meses) : "   at 1745
         .
       tela.
         display "Cadastro de mercadoria" at 0430
       corpo-tela.
         accept wdescricao at 0727
         accept wpreco-unitario at 0827
         if walterando = "S" then
            display wqtd-estoque at 0927
         else
            accept wqtd-estoque at 0927
         end-if
         accept wunidade-medida at 1027
         perform captura-fornecedor
         perform captura-grupo
         perform captura-tributacao
         perform captura-unidade-compra
         perform captura-cod-barras
         perform captura-serie-garantia
         display "Dados corretos [S/N] [.]" at 1905
         accept opcao at 1927
         .
       captura-fornecedor.
         accept wcod-fornecedor at 1127
         end-perform
         display "                                        " at 2105
         .
       captura-tributacao.
         accept wcod-ncm at 1327
         move spaces to wsit-tributaria
         perform until wsit-tributaria = "T" or wsit-tributaria = "I"
            or wsit-tributaria = "N" or wsit-tributaria = "S"
            accept wsit-tributaria at 1363
            evaluate wsit-tributaria
               when "t"
                  move "T" to wsit-tributaria
               when "i"
                  move "I" to wsit-tributaria
               when "n"
                  move "N" to wsit-tributaria
               when "s"
                  move "S" to wsit-tributaria
               when other
                  continue
            end-evaluate
         end-perform
         if wsit-tributaria = "T" then
            accept waliquota-icms at 1427
         else
            move zero to waliquota-icms
            display waliquota-icms at 1427
         end-if
         accept wperc-perda at 1463
         .
       captura-unidade-compra.
         accept wunidade-compra at 1527
         if wunidade-compra = spaces then
            move wunidade-medida to wunidade-compra
            move 1 to wfator-conversao
            display wunidade-compra at 1527
         else
            accept wfator-conversao at 1563
            if wfator-conversao = zero then
               move 1 to wfator-conversao
            end-if
         end-if
         display wfator-conversao at 1563
         .
       captura-cod-barras.
         accept wcod-barras at 1627
         perform valida-cod-barras
         perform until wcod-barras-ok = "S"
            display wmsg-barras at 2105
            accept wcod-barras at 1627
            perform valida-cod-barras
         end-perform
         display "                                             " at 2105
         .
       captura-serie-garantia.
         move spaces to wcontrola-serie
         perform until wcontrola-serie = "S" or wcontrola-serie = "N"
            accept wcontrola-serie at 1727
            evaluate wcontrola-serie
               when "s"
                  move "S" to wcontrola-serie
               when "n"
                  move "N" to wcontrola-serie
               when other
                  continue
            end-evaluate
         end-perform
         accept wmeses-garantia at 1763
         .
       valida-cod-barras.
         move "S" to wcod-barras-ok
         if wcod-barras not = spaces then
            if wcod-barras is not numeric then
               move "N" to wcod-barras-ok
               move "Codigo de barras deve ter 13 digitos"
                  to wmsg-barras
            else
               perform calcula-digito-ean
               move wcod-barras(13:1) to wdigito-ean
               if wdigito-ean not = wdv-ean then
                  move "N" to wcod-barras-ok
                  move "Digito verificador do EAN-13 invalido"
                     to wmsg-barras
               else
                  perform verifica-barras-duplicado
               end-if
            end-if
         end-if
         .
       calcula-digito-ean.
         move zero to wsoma-ean
         perform varying wpos-ean from 1 by 1 until wpos-ean > 12
            move wcod-barras(wpos-ean:1) to wdigito-ean
            divide wpos-ean by 2 giving wquoc-ean remainder wresto-ean
            if wresto-ean = zero then
               compute wsoma-ean = wsoma-ean + wdigito-ean * 3
            else
               add wdigito-ean to wsoma-ean
            end-if
         end-perform
         divide wsoma-ean by 10 giving wquoc-ean remainder wresto-ean
         if wresto-ean = zero then
            move zero to wdv-ean
         else
            compute wdv-ean = 10 - wresto-ean
         end-if
         .
       verifica-barras-duplicado.
         move wcod-barras to cod-barras
         read mercadorias key is cod-barras
            invalid key
               continue
            not invalid key
               if cod-mercadoria not = wcod-mercadoria then
                  move "N" to wcod-barras-ok
                  move "Codigo de barras ja usado pela mercadoria"
                     to wmsg-barras
                  move cod-mercadoria to wmsg-barras(43:4)
               end-if
         end-read
         .
       valida-grupo.
         if wcod-grupo = 0 then
            move "S" to wgrupo-ok
           move spaces to reg-mercadoria
           move zero to wcod-mercadoria wpreco-unitario wqtd-estoque
           move zero to wcod-fornecedor wcod-grupo.
           move zero to wcod-ncm waliquota-icms wperc-perda
           move spaces to wunidade-compra
           move spaces to wcod-barras
           move zero to wfator-conversao
           move "N" to wcontrola-serie
           move zero to wmeses-garantia
           move "T" to wsit-tributaria.
       grava-dados.
       move wcod-mercadoria to cod-mercadoria
       move wdescricao to descricao
       move wpreco-unitario to preco-unitario
       move wqtd-estoque to qtd-estoque
       move wunidade-medida to unidade-medida
       move wcod-fornecedor to cod-fornecedor
       move wcod-grupo to cod-grupo
       move zero to custo-medio
       move wcod-ncm to cod-ncm
       move wsit-tributaria to sit-tributaria
       move waliquota-icms to aliquota-icms
       move space to classe-abc
       move wperc-perda to perc-perda
       move wunidade-compra to unidade-compra
       move wfator-conversao to fator-conversao
       move wcod-barras to cod-barras
       move wcontrola-serie to controla-serie
       move wmeses-garantia to meses-garantia
       move wqtd-estoque to qtd-estoque-inicial
       write registro-mercadoria
       if fs-mercadorias-1 not = "0" then
          if fs-mercadorias = "22"
             display "Codigo ja cadastrado - registro nao gravado"
                at 2105
          else
             display "Erro ao gravar mercadoria - status " at 2105
             display fs-mercadorias                         at 2141
          end-if
          display "Tecle enter para continuar" at 2305
          accept resp-continua at 2333
       else
          move zero to wpreco-anterior
          perform grava-auditoria
       end-if.
       grava-auditoria.
          move cod-mercadoria  to aud-codigo
          move wpreco-anterior to aud-preco-antigo
          move preco-unitario  to aud-preco-novo
          move function current-date(1:8) to aud-data
          move function current-date(9:6) to aud-hora
          move ls-operador     to aud-operador
          write linha-audit from reg-audit
          .
       altera-mercadoria.
          display erase
          display "Alteracao de mercadoria" at 0430
                display "Tecle enter para continuar" at 2305
                accept resp-continua at 2333
             not invalid key
                move cod-mercadoria to wcod-mercadoria
                move descricao to wdescricao
                move preco-unitario to wpreco-unitario
                move qtd-estoque to wqtd-estoque
                move unidade-medida to wunidade-medida
                move cod-fornecedor to wcod-fornecedor
                move cod-grupo to wcod-grupo
                move cod-ncm to wcod-ncm
                move sit-tributaria to wsit-tributaria
                move aliquota-icms to waliquota-icms
                move perc-perda to wperc-perda
                move unidade-compra to wunidade-compra
                move fator-conversao to wfator-conversao
                move cod-barras to wcod-barras
                move controla-serie to wcontrola-serie
                move meses-garantia to wmeses-garantia
                move preco-unitario to wpreco-anterior
                display erase
                display "Alteracao de mercadoria" at 0430
                perform tela-rotulos
                display wcod-consulta at 0627
                move "S" to walterando
                perform corpo-tela
                move "N" to walterando
                if opcao="S" or opcao="s" then
                   perform rele-mercadoria
                   if fs-mercadorias = "00" then
                      perform grava-alteracao
                   else
                      display "Mercadoria nao encontrada" at 2105
                      display "Tecle enter para continuar" at 2305
                      accept resp-continua at 2333
                   end-if
                   perform limpa-campos
                end-if
          end-read
             accept resp-continua at 2333
          end-if
          .
       rele-mercadoria.
          move wcod-consulta to cod-mercadoria
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
          .
       grava-alteracao.
          move wdescricao to descricao
          move wpreco-unitario to preco-unitario
          move wunidade-medida to unidade-medida
          move wcod-fornecedor to cod-fornecedor
          move wcod-grupo to cod-grupo
          move wcod-ncm to cod-ncm
          move wsit-tributaria to sit-tributaria
          move waliquota-icms to aliquota-icms
          move wperc-perda to perc-perda
          move wunidade-compra to unidade-compra
          move wfator-conversao to fator-conversao
          move wcod-barras to cod-barras
          move wcontrola-serie to controla-serie
          move wmeses-garantia to meses-garantia
          rewrite registro-mercadoria
             invalid key
                display "Erro ao alterar mercadoria" at 2105
             not invalid key
                if preco-unitario not = wpreco-anterior then
                   perform grava-auditoria
                end-if
          end-rewrite
          .
       exclui-mercadoria.
          display erase
          display "Exclusao de mercadoria" at 0430
                perform verifica-movimento-mercadoria
                if wtem-movimento = "S" then
                   display "Mercadoria possui transacoes - nao excluida"
                      at 1905
                else
                   display "Confirma exclusao [S/N] [.]" at 1905
                   accept opcao at 1929
                   if opcao="S" or opcao="s" then
                      delete mercadorias record
                         invalid key
                            display "Erro ao excluir mercadoria" at 2105
                      end-delete
                      if fs-mercadorias = "51" then
                         display "Registro em uso em outro terminal"
                            at 2105
                      end-if
                   end-if
                end-if
