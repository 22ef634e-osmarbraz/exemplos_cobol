 identification division.
       program-id. ImportaCep.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select ceps assign to "ceps.dat"
             organization is indexed
             access mode is dynamic
             record key is cep-codigo
             file status is fs-ceps.
             select arq-correios assign to "ceps.txt"
             organization is line sequential
             file status is fs-correios.
             select relatorio assign to "cepimport.log"
             organization is line sequential
             file status is fs-relatorio.
       data division.
         file section.
           fd ceps.
             01 registro-cep.
                02 cep-codigo            pic x(8).
                02 cep-logradouro        pic x(50).
                02 cep-bairro            pic x(30).
                02 cep-cidade            pic x(30).
                02 cep-uf                pic xx.
           fd arq-correios.
             01 linha-correios         pic x(200).
           fd relatorio.
             01 linha-relatorio        pic x(132).
       working-storage section.
          01 fs-ceps                     pic xx.
          01 fs-correios                 pic xx.
          01 fs-relatorio                pic xx.
          77 wqtd-lidos                  pic 9(9) value zero.
          77 wqtd-incluidos              pic 9(9) value zero.
          77 wqtd-alterados              pic 9(9) value zero.
          77 wqtd-erros                  pic 9(9) value zero.
          77 wuf-valida                  pic x value "N".
          77 wuf-i                       pic 99 value zero.
          77 wlista-ufs                  pic x(54) value
             "ACALAMAPBACEDFESGOMAMTMSMGPAPBPRPEPIRJRNRSRORRSCSPSETO".
          77 wmotivo-erro                pic x(30) value spaces.
          01 campos-correios.
             02 crr-cep                 pic x(9).
             02 crr-logradouro          pic x(50).
             02 crr-bairro              pic x(30).
             02 crr-cidade              pic x(30).
             02 crr-uf                  pic xx.
          01 wcep-lido.
             02 wcep-lido-1             pic x(5).
             02 wcep-lido-2             pic x(3).
       procedure division.
       principal.
           perform abertura
           perform importa-ceps
           perform imprime-resumo
           perform encerramento
           goback
           .
       abertura.
           open input arq-correios
           open i-o ceps
           if fs-ceps = "35" then
              open output ceps
              close ceps
              open i-o ceps
           end-if
           open output relatorio
           .
       importa-ceps.
           if fs-correios not = "00" then
              move "Arquivo ceps.txt nao encontrado" to linha-relatorio
              write linha-relatorio
              move "10" to fs-correios
           end-if
           perform with test before until fs-correios = "10"
              read arq-correios
                 at end
                    move "10" to fs-correios
                 not at end
                    add 1 to wqtd-lidos
                    perform processa-linha-correios
              end-read
           end-perform
           .
       processa-linha-correios.
           move spaces to campos-correios
           unstring linha-correios delimited by "@" or ";"
              into crr-cep, crr-logradouro, crr-bairro, crr-cidade,
                   crr-uf
           end-unstring
           if crr-cep(6:1) = "-" then
              move crr-cep(1:5) to wcep-lido-1
              move crr-cep(7:3) to wcep-lido-2
           else
              move crr-cep(1:8) to wcep-lido
           end-if
           inspect crr-uf converting "abcdefghijklmnopqrstuvwxyz"
              to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           perform valida-uf
           move spaces to wmotivo-erro
           evaluate true
              when wcep-lido is not numeric
                 move "CEP invalido" to wmotivo-erro
              when crr-cidade = spaces
                 move "Cidade nao informada" to wmotivo-erro
              when wuf-valida not = "S"
                 move "UF invalida" to wmotivo-erro
           end-evaluate
           if wmotivo-erro not = spaces then
              perform registra-erro
           else
              move wcep-lido      to cep-codigo
              move crr-logradouro to cep-logradouro
              move crr-bairro     to cep-bairro
              move crr-cidade     to cep-cidade
              move crr-uf         to cep-uf
              write registro-cep
                 invalid key
                    perform atualiza-cep-existente
                 not invalid key
                    add 1 to wqtd-incluidos
              end-write
           end-if
           .
       atualiza-cep-existente.
           if fs-ceps = "22" then
              rewrite registro-cep
                 invalid key
                    move "Erro ao alterar CEP" to wmotivo-erro
                    perform registra-erro
                 not invalid key
                    add 1 to wqtd-alterados
              end-rewrite
           else
              move "Erro ao gravar CEP - status" to wmotivo-erro
              move fs-ceps to wmotivo-erro(29:2)
              perform registra-erro
           end-if
           .
       registra-erro.
           add 1 to wqtd-erros
           move spaces to linha-relatorio
           string "Linha " delimited by size
                  wqtd-lidos delimited by size
                  " - " delimited by size
                  wmotivo-erro delimited by size
                  " : " delimited by size
                  linha-correios(1:80) delimited by size
                  into linha-relatorio
           end-string
           write linha-relatorio
           .
       valida-uf.
           move "N" to wuf-valida
           perform varying wuf-i from 1 by 2 until wuf-i > 53
              if wlista-ufs(wuf-i:2) = crr-uf then
                 move "S" to wuf-valida
              end-if
           end-perform
           .
       imprime-resumo.
           move spaces to linha-relatorio
           string "Lidos: "       delimited by size
                  wqtd-lidos      delimited by size
                  "  Incluidos: " delimited by size
                  wqtd-incluidos  delimited by size
                  "  Alterados: " delimited by size
                  wqtd-alterados  delimited by size
                  "  Erros: "     delimited by size
                  wqtd-erros      delimited by size
                  into linha-relatorio
           end-string
           write linha-relatorio
           .
       encerramento.
           close arq-correios
           close ceps
           close relatorio
           .
