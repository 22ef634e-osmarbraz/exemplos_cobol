 identification division.
       program-id. RelChequesDeposito.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select optional cheques assign to "cheques.dat"
             organization is indexed
             access mode is dynamic
             record key is ch-sequencia
             alternate key is ch-bom-para with duplicates
             alternate key is ch-cod-cliente with duplicates
             file status is fs-cheques.
             select optional clientes assign to "clientes.dat"
             organization is indexed
             access mode is dynamic
             record key is codigo
             alternate key is nome with duplicates
             file status is fs-clientes.
             select relatorio assign to "cheques.lst"
             organization is line sequential
             file status is fs-relatorio.
       data division.
         file section.
           fd cheques.
             01 registro-cheque.
                02 ch-sequencia          pic 9(6).
                02 ch-banco              pic 999.
                02 ch-agencia            pic 9(4).
                02 ch-conta              pic x(12).
                02 ch-numero             pic 9(6).
                02 ch-cpf-emitente       pic 9(11).
                02 ch-bom-para           pic 9(8).
                02 ch-cod-cliente        pic 9(6).
                02 ch-num-transacao      pic 9(6).
                02 ch-num-parcela        pic 99.
                02 ch-valor              pic 9(9)v99.
                02 ch-data-recebimento   pic 9(8).
                02 ch-situacao           pic x.
                02 ch-data-situacao      pic 9(8).
                02 ch-operador           pic x(10).
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
           fd relatorio.
             01 linha-relatorio        pic x(100).
       working-storage section.
          01 fs-cheques                  pic xx.
          01 fs-clientes                 pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wdata-limite-inv            pic 9(8) value zero.
          01 wdata-limite.
             02 wdia-limite              pic 99 value zero.
             02 wmes-limite              pic 99 value zero.
             02 wano-limite              pic 9999 value zero.
          77 wqtd-cheques                pic 9(6) value zero.
          77 wvalor-cheques              pic 9(11)v99 value zero.
          77 wqtd-atrasados              pic 9(6) value zero.
          77 wvalor-atrasados            pic 9(11)v99 value zero.
          01 linha-cab1.
             02 filler                 pic x(24)
                value "Cheques a depositar ate ".
             02 lc-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano                 pic 9999.
          01 linha-branco.
             02 filler                 pic x(100) value spaces.
          01 linha-cab2.
             02 filler                 pic x(8)  value "  Seq.".
             02 filler                 pic x(11) value "Bom para".
             02 filler                 pic x(4)  value "Bco".
             02 filler                 pic x(5)  value "Agen".
             02 filler                 pic x(13) value "Conta".
             02 filler                 pic x(7)  value "Cheque".
             02 filler                 pic x(26) value "Cliente".
             02 filler                 pic x(13) value "        Valor".
             02 filler                 pic x(12) value "  Observacao".
          01 linha-det.
             02 ld-sequencia           pic zzzzz9.
             02 filler                 pic x(2)  value spaces.
             02 ld-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 ld-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 ld-ano                 pic 9999.
             02 filler                 pic x     value space.
             02 ld-banco               pic 999.
             02 filler                 pic x     value space.
             02 ld-agencia             pic 9999.
             02 filler                 pic x     value space.
             02 ld-conta               pic x(12).
             02 filler                 pic x     value space.
             02 ld-numero              pic 9(6).
             02 filler                 pic x     value space.
             02 ld-cliente             pic x(25).
             02 filler                 pic x     value space.
             02 ld-valor               pic zz,zzz,zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 ld-obs                 pic x(10).
          01 linha-rodape1.
             02 filler                 pic x(26)
                value "Cheques a depositar     : ".
             02 lr-qtd-cheques         pic zzzzz9.
             02 filler                 pic x(4)  value spaces.
             02 lr-valor-cheques       pic zzz,zzz,zzz,zz9.99.
          01 linha-rodape2.
             02 filler                 pic x(26)
                value "Em atraso (bom p/ antes): ".
             02 lr-qtd-atrasados       pic zzzzz9.
             02 filler                 pic x(4)  value spaces.
             02 lr-valor-atrasados     pic zzz,zzz,zzz,zz9.99.
       procedure division.
       principal.
           display erase
           display "Cheques a depositar" at 0430
           display "Depositar ate (dd/mm/aaaa) :   /  /" at 0605
           display "(data em branco = hoje)" at 0705
           accept wdia-limite at 0634
           accept wmes-limite at 0637
           accept wano-limite at 0640
           move function current-date(1:8) to wdata-hoje-inv
           if wdata-limite = zero then
              move wdata-hoje-inv to wdata-limite-inv
           else
              compute wdata-limite-inv = wano-limite * 10000
                 + wmes-limite * 100 + wdia-limite
           end-if
           perform abertura
           perform processa-cheques
           move wqtd-cheques to lr-qtd-cheques
           move wvalor-cheques to lr-valor-cheques
           move wqtd-atrasados to lr-qtd-atrasados
           move wvalor-atrasados to lr-valor-atrasados
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-rodape1
           write linha-relatorio from linha-rodape2
           perform encerramento
           display "Relatorio gravado em cheques.lst" at 2105
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           open input cheques
           open input clientes
           open output relatorio
           move wdata-limite-inv(7:2) to lc-dia
           move wdata-limite-inv(5:2) to lc-mes
           move wdata-limite-inv(1:4) to lc-ano
           write linha-relatorio from linha-cab1
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab2
           .
       processa-cheques.
           move low-values to ch-bom-para
           start cheques key is not less than ch-bom-para
              invalid key
                 move "10" to fs-cheques
           end-start
           perform with test before until fs-cheques = "10"
              read cheques next record
                 at end
                    move "10" to fs-cheques
                 not at end
                    if ch-bom-para > wdata-limite-inv then
                       move "10" to fs-cheques
                    else
                       if ch-situacao = "C" then
                          perform imprime-cheque
                       end-if
                    end-if
              end-read
           end-perform
           move "00" to fs-cheques
           .
       imprime-cheque.
           move ch-sequencia to ld-sequencia
           move ch-bom-para(7:2) to ld-dia
           move ch-bom-para(5:2) to ld-mes
           move ch-bom-para(1:4) to ld-ano
           move ch-banco to ld-banco
           move ch-agencia to ld-agencia
           move ch-conta to ld-conta
           move ch-numero to ld-numero
           move ch-cod-cliente to codigo
           read clientes
              invalid key
                 move "*** NAO CADASTRADO ***" to ld-cliente
              not invalid key
                 move nome to ld-cliente
           end-read
           move ch-valor to ld-valor
           move spaces to ld-obs
           if ch-bom-para < wdata-hoje-inv then
              move "ATRASADO" to ld-obs
              add 1 to wqtd-atrasados
              add ch-valor to wvalor-atrasados
           end-if
           add 1 to wqtd-cheques
           add ch-valor to wvalor-cheques
           write linha-relatorio from linha-det
           .
       encerramento.
           close cheques
           close clientes
           close relatorio
           .
