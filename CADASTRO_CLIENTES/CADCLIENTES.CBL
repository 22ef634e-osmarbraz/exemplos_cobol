             record key is num-transacao
             sharing with all other
             file status is fs-transacoes.
             select optional ceps assign to "ceps.dat"
             organization is indexed
             access mode is dynamic
             record key is cep-codigo
             sharing with all other
             file status is fs-ceps.
             select audclientes assign to "audclientes.dat"
             organization is line sequential
             file status is fs-audit.
                02 email                  pic x(50).
                02 limite-credito         pic 9(9)v99.
                02 pontos-saldo           pic 9(9).
                02 bloqueio-cheque        pic x.
             01 reg-cliente.
                02 wcodigo              pic 9(6) values zero.
                02 wnome                pic x(50) values spaces.
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
           fd audclientes.
             01 linha-audit             pic x(82).
       working-storage section.
             02 fs-clientes-2            pic 9.
          01 fs-audit                    pic xx.
          01 fs-transacoes               pic xx.
          01 fs-ceps                     pic xx.
          77 wtem-movimento              pic x value "N".
          77 wcpf-duplicado              pic x value "N".
          77 wcod-excluido               pic 9(6) value zero.
          77 wcod-cpf-existente          pic 9(6) value zero.
          01 wcliente-entrada            pic x(332) value spaces.
          77 wpontos-bak                 pic 9(9) value zero.
          77 wbloqueio-bak               pic x value "N".
          77 wcpf-entrada                pic 9(11) value zero.
          77 opcao                       pic x value spaces.
          77 wopcao-menu                 pic 9 value zero.
             02 wdata-valida             pic x value "N".
             02 wdias-no-mes             pic 99 value zero.
          77 wprimeira-vez               pic x value "S".
          77 wcep-anterior               pic x(8) value spaces.
          77 wcep-valido                 pic x value "N".
          77 wuf-valida                  pic x value "N".
          77 wuf-i                       pic 99 value zero.
          77 wlista-ufs                  pic x(54) value
             "ACALAMAPBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO".
       linkage section.
          77 ls-wopcao                   pic 9.
          77 ls-operador                 pic x(10).
       procedure division using ls-wopcao ls-operador ls-nivel.
       abertura.
       open i-o clientes
       open input ceps
       open extend audclientes
       if fs-audit = "35" then
          open output audclientes
          display email                   at 1827
          display "Limite credito     : " at 1905
          display limite-credito          at 1927
          if bloqueio-cheque = "S" then
             display "Bloqueado p/ pagamento em cheque" at 2005
          end-if
       .
       encerramento.
          move "S" to wprimeira-vez
          close clientes
          close ceps
          close audclientes
          .
       verifica-movimento-cliente.
         accept wnome at 0725
         perform captura-cpf
         perform captura-data-nas
         perform captura-cep
         accept wendereco at 1025
         accept wtelefone at 1125
         accept wnumero at 1225
         accept wcomplemento at 1325
         accept wbairro at 1425
         accept wcidade at 1525
         perform captura-estado
         accept wemail at 1825
         accept wlimite-credito at 1930
         display "Dados corretos [S/N] [.]" at 2005
         accept opcao at 2027
         .
       captura-cep.
         move wcep to wcep-anterior
         accept wcep at 1625
         perform valida-cep
         perform until wcep-valido = "S"
            display "CEP invalido, informe os 8 digitos" at 2105
            accept wcep at 1625
            perform valida-cep
         end-perform
         display "                                  " at 2105
         if wcep not = spaces and
            (wcep not = wcep-anterior or wendereco = spaces) then
            perform busca-cep
         end-if
         .
       valida-cep.
          move "S" to wcep-valido
          if wcep not = spaces and wcep is not numeric then
             move "N" to wcep-valido
          end-if
          .
       busca-cep.
          move wcep to cep-codigo
          read ceps
             invalid key
                display "CEP nao consta da tabela" at 2105
             not invalid key
                move cep-logradouro to wendereco
                move cep-bairro to wbairro
                move cep-cidade to wcidade
                move cep-uf to westado
                display wendereco at 1027
                display wbairro at 1427
                display wcidade at 1527
                display westado at 1727
          end-read
          .
       captura-estado.
         accept westado at 1725
         perform valida-uf
         perform until wuf-valida = "S"
            display "UF invalida, informe novamente    " at 2105
            accept westado at 1725
            perform valida-uf
         end-perform
         display "                                  " at 2105
         .
       valida-uf.
          inspect westado converting "abcdefghijklmnopqrstuvwxyz"
             to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
          move "N" to wuf-valida
          perform varying wuf-i from 1 by 2 until wuf-i > 53
             if wlista-ufs(wuf-i:2) = westado then
                move "S" to wuf-valida
             end-if
          end-perform
          .
       captura-cpf.
         accept wcpf at 0825
         perform valida-cpf
       else
       move wcliente-entrada to registro-clientes
       move zero to pontos-saldo
       move "N" to bloqueio-cheque
       write registro-clientes
       if fs-clientes-1 not = "0" then
          if fs-clientes = "22"
             not invalid key
                move registro-clientes to reg-cliente
                move pontos-saldo to wpontos-bak
                move bloqueio-cheque to wbloqueio-bak
                display erase
                display "Alteracao de cliente" at 0430
                perform tela-rotulos
                      move wcliente-entrada to registro-clientes
                      move wcod-consulta to codigo
                      move wpontos-bak to pontos-saldo
                      move wbloqueio-bak to bloqueio-cheque
                      rewrite registro-clientes
                         invalid key
                            display "Erro ao alterar cliente" at 2105
