             record key is num-transacao
             sharing with all other
             file status is fs-transacoes.
             select optional ceps assign to "ceps.dat"
             organization is indexed
             access mode is dynamic
             record key is cep-codigo
             sharing with all other
             file status is fs-ceps.
       data division.
         file section.
           fd vendcomp.
                02 cidade-vc           pic x(30).
                02 estado-vc           pic AA.
                02 email-vc            pic x(50).
                02 cep-vc              pic x(8).
             01 reg-vendcomp.
                02 wcod-vendcomp     pic 9999 value zero.
                02 wnome-vendcomp    pic x(50) value spaces.
                02 wcidade-vc        pic x(30) value spaces.
                02 westado-vc        pic AA value spaces.
                02 wemail-vc         pic x(50) value spaces.
                02 wcep-vc           pic x(8) value spaces.
           fd transacoes.
             01 registro-transacao.
                02 num-transacao         pic 9(6).
                02 est-operador          pic x(10).
                02 est-data              pic 9(8).
                02 desconto-tr           pic 9(9)v99.
                02 cod-loja-tr           pic 99.
           fd ceps.
             01 registro-cep.
                02 cep-codigo            pic x(8).
                02 cep-logradouro        pic x(50).
                02 cep-bairro            pic x(30).
                02 cep-cidade            pic x(30).
                02 cep-uf                pic xx.
       working-storage section.
          01 fs-vendcomp.
             02 fs-vendcomp-1            pic 9.
             02 fs-vendcomp-2            pic 9.
          01 fs-transacoes               pic xx.
          01 fs-ceps                     pic xx.
          77 wtem-movimento              pic x value "N".
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
          77 wcod-consulta               pic 9999 value zero.
          77 resp-continua               pic x value spaces.
          77 wprimeira-vez               pic x value "S".
          77 wcep-anterior               pic x(8) value spaces.
          77 wcep-valido                 pic x value "N".
          77 wuf-valida                  pic x value "N".
          77 wuf-i                       pic 99 value zero.
          77 wlista-ufs                  pic x(54) value
             "ACALAMAPBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO".
          01 variaveis-documento.
             02 wdoc-valido              pic x value "N".
             02 wdoc-i                   pic 99 value zero.
          77 ls-nivel                    pic 9.
       procedure division using ls-wopcao ls-operador ls-nivel.
       abertura.
       open i-o vendcomp
       open input ceps.
       inicio.
          display erase
          if wprimeira-vez = "S" and ls-wopcao > 0 then
          display documento               at 0927
          display "Telefone           : " at 1005
          display telefone-vc             at 1027
          display "C.E.P              : " at 1105
          display cep-vc                  at 1127
          display "Endereco           : " at 1205
          display endereco-vc             at 1227
          display "Cidade             : " at 1305
          display cidade-vc               at 1327
          display "Estado             : " at 1405
          display estado-vc               at 1427
          display "E-mail             : " at 1505
          display email-vc                at 1527
       .
       encerramento.
          move "S" to wprimeira-vez
          close vendcomp
          close ceps
          .
       verifica-movimento-vendcomp.
          move "N" to wtem-movimento
         display "Tipo (V/C)         : " at 0805
         display "Documento          : " at 0905
         display "Telefone           : " at 1005
         display "C.E.P              : " at 1105
         display "Endereco           : " at 1205
         display "Cidade             : " at 1305
         display "Estado             : " at 1405
         display "E-mail             : " at 1505
         .
       tela.
         display "Cadastro de Vendedor/Comprador" at 0430
         accept wtipo-vendcomp at 0827
         perform captura-documento
         accept wtelefone-vc at 1027
         perform captura-cep
         accept wendereco-vc at 1227
         accept wcidade-vc at 1327
         perform captura-estado
         accept wemail-vc at 1527
         display "Dados corretos [S/N] [.]" at 1605
         accept opcao at 1627
         .
       captura-cep.
         move wcep-vc to wcep-anterior
         accept wcep-vc at 1127
         perform valida-cep
         perform until wcep-valido = "S"
            display "CEP invalido, informe os 8 digitos" at 2105
            accept wcep-vc at 1127
            perform valida-cep
         end-perform
         display "                                  " at 2105
         if wcep-vc not = spaces and
            (wcep-vc not = wcep-anterior or wendereco-vc = spaces) then
            perform busca-cep
         end-if
         .
       valida-cep.
          move "S" to wcep-valido
          if wcep-vc not = spaces and wcep-vc is not numeric then
             move "N" to wcep-valido
          end-if
          .
       busca-cep.
          move wcep-vc to cep-codigo
          read ceps
             invalid key
                display "CEP nao consta da tabela" at 2105
             not invalid key
                move cep-logradouro to wendereco-vc
                move cep-cidade to wcidade-vc
                move cep-uf to westado-vc
                display wendereco-vc at 1227
                display wcidade-vc at 1327
                display westado-vc at 1427
          end-read
          .
       captura-estado.
         accept westado-vc at 1427
         perform valida-uf
         perform until wuf-valida = "S"
            display "UF invalida, informe novamente    " at 2105
            accept westado-vc at 1427
            perform valida-uf
         end-perform
         display "                                  " at 2105
         .
       valida-uf.
          inspect westado-vc converting "abcdefghijklmnopqrstuvwxyz"
             to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
          move "N" to wuf-valida
          perform varying wuf-i from 1 by 2 until wuf-i > 53
             if wlista-ufs(wuf-i:2) = westado-vc then
                move "S" to wuf-valida
             end-if
          end-perform
          .
       captura-documento.
         accept wdocumento at 0927
         perform valida-documento
