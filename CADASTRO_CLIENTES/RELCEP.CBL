 identification division.
       program-id. RelEnderecosCep.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select optional clientes assign to "clientes.dat"
             organization is indexed
             access mode is dynamic
             record key is codigo
             alternate key is nome with duplicates
             file status is fs-clientes.
             select optional ceps assign to "ceps.dat"
             organization is indexed
             access mode is dynamic
             record key is cep-codigo
             file status is fs-ceps.
             select relatorio assign to "relcep.lst"
             organization is line sequential
             file status is fs-relatorio.
       data division.
         file section.
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
           fd ceps.
             01 registro-cep.
                02 cep-codigo            pic x(8).
                02 cep-logradouro        pic x(50).
                02 cep-bairro            pic x(30).
                02 cep-cidade            pic x(30).
                02 cep-uf                pic xx.
           fd relatorio.
             01 linha-relatorio        pic x(132).
       working-storage section.
          01 fs-clientes                 pic xx.
          01 fs-ceps                     pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wqtd-clientes               pic 9(6) value zero.
          77 wqtd-divergentes            pic 9(6) value zero.
          77 wqtd-ocorrencias            pic 9(6) value zero.
          77 wtem-ocorrencia             pic x value "N".
          77 wuf-valida                  pic x value "N".
          77 wuf-i                       pic 99 value zero.
          77 wlista-ufs                  pic x(54) value
             "ACALAMAPBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO".
          77 wcampo-cadastro             pic x(50) value spaces.
          77 wcampo-tabela               pic x(50) value spaces.
          77 westado-maiusc              pic xx value spaces.
          01 linha-cab1.
             02 filler                 pic x(60) value
                "Clientes com endereco divergente da tabela de CEP".
          01 linha-branco.
             02 filler                 pic x(132) value spaces.
          01 linha-cab2.
             02 filler                 pic x(8)  value "Codigo".
             02 filler                 pic x(26) value "Nome".
             02 filler                 pic x(10) value "CEP".
             02 filler                 pic x(22) value "Ocorrencia".
             02 filler                 pic x(33) value "No cadastro".
             02 filler                 pic x(30) value "Na tabela".
          01 linha-det.
             02 ld-codigo              pic zzzzz9.
             02 filler                 pic x(2)  value spaces.
             02 ld-nome                pic x(25).
             02 filler                 pic x     value space.
             02 ld-cep                 pic x(8).
             02 filler                 pic x(2)  value spaces.
             02 ld-ocorrencia          pic x(21).
             02 filler                 pic x     value space.
             02 ld-cadastro            pic x(32).
             02 filler                 pic x     value space.
             02 ld-tabela              pic x(32).
          01 linha-rodape.
             02 filler                 pic x(20)
                value "Clientes lidos   : ".
             02 lr-clientes            pic zzzzz9.
             02 filler                 pic x(23)
                value "   Com divergencia   : ".
             02 lr-divergentes         pic zzzzz9.
             02 filler                 pic x(17)
                value "   Ocorrencias : ".
             02 lr-ocorrencias         pic zzzzz9.
       procedure division.
       principal.
           perform abertura
           perform processa-clientes
           move wqtd-clientes to lr-clientes
           move wqtd-divergentes to lr-divergentes
           move wqtd-ocorrencias to lr-ocorrencias
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-rodape
           perform encerramento
           display "Relatorio gravado em relcep.lst" at 2105
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           open input clientes
           open input ceps
           open output relatorio
           write linha-relatorio from linha-cab1
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab2
           .
       processa-clientes.
           move low-values to codigo
           start clientes key is not less than codigo
              invalid key
                 move "10" to fs-clientes
           end-start
           perform with test before until fs-clientes = "10"
              read clientes next record
                 at end
                    move "10" to fs-clientes
                 not at end
                    add 1 to wqtd-clientes
                    move "N" to wtem-ocorrencia
                    perform confere-cliente
                    if wtem-ocorrencia = "S" then
                       add 1 to wqtd-divergentes
                    end-if
              end-read
           end-perform
           move "00" to fs-clientes
           .
       confere-cliente.
           move estado to westado-maiusc
           inspect westado-maiusc converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           perform valida-uf
           if wuf-valida not = "S" then
              move estado to wcampo-cadastro
              move spaces to wcampo-tabela
              move "UF INVALIDA" to ld-ocorrencia
              perform imprime-ocorrencia
           end-if
           evaluate true
              when cep = spaces
                 move spaces to wcampo-cadastro
                 move spaces to wcampo-tabela
                 move "CEP NAO INFORMADO" to ld-ocorrencia
                 perform imprime-ocorrencia
              when cep is not numeric
                 move cep to wcampo-cadastro
                 move spaces to wcampo-tabela
                 move "CEP INVALIDO" to ld-ocorrencia
                 perform imprime-ocorrencia
              when other
                 move cep to cep-codigo
                 read ceps
                    invalid key
                       move spaces to wcampo-cadastro
                       move spaces to wcampo-tabela
                       move "CEP FORA DA TABELA" to ld-ocorrencia
                       perform imprime-ocorrencia
                    not invalid key
                       perform compara-endereco
                 end-read
           end-evaluate
           .
       compara-endereco.
           if westado-maiusc not = cep-uf then
              move estado to wcampo-cadastro
              move cep-uf to wcampo-tabela
              move "UF DIVERGENTE" to ld-ocorrencia
              perform imprime-ocorrencia
           end-if
           move cidade to wcampo-cadastro
           move cep-cidade to wcampo-tabela
           perform compara-campos
           if wcampo-cadastro not = wcampo-tabela then
              move "CIDADE DIVERGENTE" to ld-ocorrencia
              perform imprime-ocorrencia
           end-if
           if cep-bairro not = spaces then
              move bairro to wcampo-cadastro
              move cep-bairro to wcampo-tabela
              perform compara-campos
              if wcampo-cadastro not = wcampo-tabela then
                 move "BAIRRO DIVERGENTE" to ld-ocorrencia
                 perform imprime-ocorrencia
              end-if
           end-if
           if cep-logradouro not = spaces then
              move endereco to wcampo-cadastro
              move cep-logradouro to wcampo-tabela
              perform compara-campos
              if wcampo-cadastro not = wcampo-tabela then
                 move "LOGRADOURO DIVERGENTE" to ld-ocorrencia
                 perform imprime-ocorrencia
              end-if
           end-if
           .
       compara-campos.
           inspect wcampo-cadastro converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           inspect wcampo-tabela converting
              "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           .
       imprime-ocorrencia.
           move "S" to wtem-ocorrencia
           add 1 to wqtd-ocorrencias
           move codigo to ld-codigo
           move nome to ld-nome
           move cep to ld-cep
           move wcampo-cadastro to ld-cadastro
           move wcampo-tabela to ld-tabela
           write linha-relatorio from linha-det
           .
       valida-uf.
           move "N" to wuf-valida
           perform varying wuf-i from 1 by 2 until wuf-i > 53
              if wlista-ufs(wuf-i:2) = westado-maiusc then
                 move "S" to wuf-valida
              end-if
           end-perform
           .
       encerramento.
           close clientes
           close ceps
           close relatorio
           .
