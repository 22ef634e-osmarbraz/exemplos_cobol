 identification division.
       program-id. EmiteCobranca.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select receber assign to "receber.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-parcela
             alternate key is par-cod-cliente with duplicates
             sharing with all other
             file status is fs-receber.
             select optional clientes assign to "clientes.dat"
             organization is indexed
             access mode is dynamic
             record key is codigo
             alternate key is nome with duplicates
             file status is fs-clientes.
             select cobranca assign to "cobranca.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-cobranca
             alternate key is cb-cod-cliente with duplicates
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-cobranca.
             select negativados assign to "negativados.dat"
             organization is indexed
             access mode is dynamic
             record key is ng-cod-cliente
             sharing with all other
             lock mode is automatic with lock on record
             file status is fs-negativados.
             select carta assign to wnome-carta
             organization is line sequential
             file status is fs-carta.
             select arq-negativacao assign to "negativacao.txt"
             organization is line sequential
             file status is fs-negativacao.
             select arq-liberacao assign to "liberacao.txt"
             organization is line sequential
             file status is fs-liberacao.
             select relatorio assign to "cobranca.lst"
             organization is line sequential
             file status is fs-relatorio.
             select arq-ordenacao assign to "WORK1.TMP".
       data division.
         file section.
           fd receber.
             01 registro-parcela.
                02 chave-parcela.
                   03 par-num-transacao  pic 9(6).
                   03 par-num-parcela    pic 99.
                02 par-cod-cliente       pic 9(6).
                02 par-vencimento.
                   03 par-dia-venc          pic 99.
                   03 par-mes-venc          pic 99.
                   03 par-ano-venc          pic 9999.
                02 par-valor             pic 9(9)v99.
                02 par-situacao          pic x.
                02 par-data-pagamento.
                   03 par-dia-pagto         pic 99.
                   03 par-mes-pagto         pic 99.
                   03 par-ano-pagto         pic 9999.
                02 par-valor-pago        pic 9(9)v99.
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
           fd cobranca.
             01 registro-cobranca.
                02 chave-cobranca.
                   03 cb-num-transacao   pic 9(6).
                   03 cb-num-parcela     pic 99.
                   03 cb-estagio         pic 9.
                02 cb-cod-cliente        pic 9(6).
                02 cb-data-emissao       pic 9(8).
                02 cb-dias-atraso        pic 9(5).
                02 cb-valor              pic 9(9)v99.
                02 cb-meio               pic x.
           fd negativados.
             01 registro-negativado.
                02 ng-cod-cliente        pic 9(6).
                02 ng-situacao           pic x.
                02 ng-data-inclusao      pic 9(8).
                02 ng-valor              pic 9(9)v99.
                02 ng-data-liberacao     pic 9(8).
           fd carta.
             01 linha-carta            pic x(80).
           fd arq-negativacao.
             01 linha-negativacao      pic x(243).
           fd arq-liberacao.
             01 linha-liberacao        pic x(243).
           fd relatorio.
             01 linha-relatorio        pic x(100).
           sd arq-ordenacao.
             01 sd-parcela.
                02 sd-cod-cliente        pic 9(6).
                02 sd-estagio            pic 9.
                02 sd-vencimento         pic 9(8).
                02 sd-num-transacao      pic 9(6).
                02 sd-num-parcela        pic 99.
                02 sd-valor              pic 9(9)v99.
                02 sd-dias-atraso        pic 9(5).
       working-storage section.
          01 fs-receber                  pic xx.
          01 fs-clientes                 pic xx.
          01 fs-cobranca                 pic xx.
          01 fs-negativados              pic xx.
          01 fs-carta                    pic xx.
          01 fs-negativacao              pic xx.
          01 fs-liberacao                pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wfim-retorno                pic x value spaces.
          77 wnome-carta                 pic x(30) value spaces.
          77 wcarta-aberta               pic x value "N".
          77 wja-emitida                 pic x value "N".
          77 wpendente                   pic x value "N".
          77 wdias-lembrete              pic 999 value zero.
          77 wdias-notificacao           pic 999 value zero.
          77 wdias-aviso-final           pic 999 value zero.
          77 wdias-carencia              pic 999 value zero.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 whora-execucao              pic 9(4) value zero.
          77 wdias-hoje                  pic 9(7) value zero.
          77 wdias-atraso                pic 9(5) value zero.
          77 wdias-emissao               pic 9(5) value zero.
          77 westagio                    pic 9 value zero.
          77 westagio-hist               pic 9 value zero.
          77 wcod-quebra                 pic 9(6) value zero.
          77 wvalor-carta                pic 9(10)v99 value zero.
          77 wqtd-parcelas-carta         pic 9(4) value zero.
          77 wvalor-negativar            pic 9(10)v99 value zero.
          77 wqtd-cartas                 pic 9(6) value zero.
          77 wqtd-avisos                 pic 9(6) value zero.
          77 wqtd-negativados            pic 9(6) value zero.
          77 wqtd-liberados              pic 9(6) value zero.
          77 wmeio                       pic x value spaces.
          01 linha-bureau.
             02 bu-tipo                  pic x.
             02 bu-cpf                   pic 9(11).
             02 bu-nome                  pic x(50).
             02 bu-endereco              pic x(50).
             02 bu-numero                pic 9(6).
             02 bu-complemento           pic x(30).
             02 bu-bairro                pic x(30).
             02 bu-cidade                pic x(30).
             02 bu-estado                pic xx.
             02 bu-cep                   pic x(8).
             02 bu-valor                 pic 9(9)v99.
             02 bu-data-inclusao         pic 9(8).
             02 bu-cod-cliente           pic 9(6).
          01 carta-data.
             02 filler                 pic x(50) value spaces.
             02 filler                 pic x(7)  value "Data : ".
             02 ca-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 ca-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 ca-ano                 pic 9999.
          01 carta-branco.
             02 filler                 pic x(80) value spaces.
          01 carta-nome.
             02 filler                 pic x(4)  value "Ao ".
             02 ca-nome                pic x(50).
          01 carta-endereco.
             02 filler                 pic x(4)  value spaces.
             02 ca-endereco            pic x(50).
             02 filler                 pic x(2)  value ", ".
             02 ca-numero              pic zzzzz9.
          01 carta-complemento.
             02 filler                 pic x(4)  value spaces.
             02 ca-complemento         pic x(30).
          01 carta-bairro.
             02 filler                 pic x(4)  value spaces.
             02 ca-bairro              pic x(30).
          01 carta-cidade.
             02 filler                 pic x(4)  value spaces.
             02 ca-cep                 pic x(8).
             02 filler                 pic x(2)  value spaces.
             02 ca-cidade              pic x(30).
             02 filler                 pic x(3)  value " - ".
             02 ca-estado              pic xx.
          01 carta-email.
             02 filler                 pic x(11) value "    e-mail ".
             02 ca-email               pic x(50).
          01 carta-titulo.
             02 filler                 pic x(10) value spaces.
             02 ca-titulo              pic x(60).
          01 carta-saudacao.
             02 filler                 pic x(30)
                value "Prezado(a) cliente,".
          01 carta-texto1-1.
             02 filler                 pic x(80) value
                "Nao identificamos ate o momento o pagamento da(s) " &
                "parcela(s) relacionada(s)".
          01 carta-texto1-2.
             02 filler                 pic x(80) value
                "abaixo. Caso o pagamento ja tenha sido efetuado, " &
                "por favor desconsidere".
          01 carta-texto1-3.
             02 filler                 pic x(80) value
                "este lembrete.".
          01 carta-texto2-1.
             02 filler                 pic x(80) value
                "Constam em aberto em nosso cadastro as parcelas " &
                "relacionadas abaixo.".
          01 carta-texto2-2.
             02 filler                 pic x(80) value
                "Solicitamos a regularizacao do debito no prazo de " &
                "10 (dez) dias.".
          01 carta-texto3-1.
             02 filler                 pic x(80) value
                "Apesar dos avisos anteriores, as parcelas abaixo " &
                "continuam em aberto.".
          01 carta-texto3-2.
             02 filler                 pic x(54) value
                "Nao havendo a quitacao do debito no prazo de ".
             02 ca-carencia            pic zz9.
             02 filler                 pic x(7)  value " dias,".
          01 carta-texto3-3.
             02 filler                 pic x(80) value
                "seu nome sera incluido nos cadastros de protecao " &
                "ao credito.".
          01 carta-cab-parcelas.
             02 filler                 pic x(4)  value spaces.
             02 filler                 pic x(9)  value "Transacao".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(7)  value "Parcela".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(10) value "Vencimento".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(14) value "         Valor".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(11) value "Dias atraso".
          01 carta-parcela.
             02 filler                 pic x(4)  value spaces.
             02 ca-num-transacao       pic zzzzz9.
             02 filler                 pic x(7)  value spaces.
             02 ca-num-parcela         pic z9.
             02 filler                 pic x(5)  value spaces.
             02 ca-dia-venc            pic 99.
             02 filler                 pic x     value "/".
             02 ca-mes-venc            pic 99.
             02 filler                 pic x     value "/".
             02 ca-ano-venc            pic 9999.
             02 filler                 pic x(2)  value spaces.
             02 ca-valor               pic zzz,zzz,zz9.99.
             02 filler                 pic x(7)  value spaces.
             02 ca-dias-atraso         pic zzzz9.
          01 carta-total.
             02 filler                 pic x(36)
                value "    Total em aberto".
             02 ca-total               pic zzz,zzz,zz9.99.
          01 carta-fecho1.
             02 filler                 pic x(80) value
                "Em caso de duvida, entre em contato com nosso " &
                "departamento de cobranca.".
          01 carta-fecho2.
             02 filler                 pic x(30)
                value "Atenciosamente,".
          01 carta-fecho3.
             02 filler                 pic x(30)
                value "Departamento de Cobranca".
          01 linha-cab1.
             02 filler                 pic x(42)
                value "Cobranca de parcelas vencidas".
             02 filler                 pic x(7)  value "Data : ".
             02 lc-dia                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-mes                 pic 99.
             02 filler                 pic x     value "/".
             02 lc-ano                 pic 9999.
          01 linha-cab2.
             02 filler                 pic x(24)
                value "Estagios (dias atraso): ".
             02 filler                 pic x(10) value "lembrete ".
             02 lc-dias-lembrete       pic zz9.
             02 filler                 pic x(14) value "  notificacao ".
             02 lc-dias-notificacao    pic zz9.
             02 filler                 pic x(15) value "  aviso final ".
             02 lc-dias-aviso-final    pic zz9.
             02 filler                 pic x(12) value "  carencia ".
             02 lc-dias-carencia       pic zz9.
          01 linha-branco.
             02 filler                 pic x(100) value spaces.
          01 linha-cab3.
             02 filler                 pic x(6)  value "Codigo".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(31) value "Cliente".
             02 filler                 pic x(13) value "Carta".
             02 filler                 pic x(5)  value "Parc.".
             02 filler                 pic x(14) value "         Valor".
             02 filler                 pic x(2)  value spaces.
             02 filler                 pic x(8)  value "Envio".
             02 filler                 pic x(19) value "Arquivo".
          01 linha-det.
             02 ld-codigo              pic zzzzz9.
             02 filler                 pic x(2)  value spaces.
             02 ld-nome                pic x(30).
             02 filler                 pic x     value space.
             02 ld-carta               pic x(12).
             02 filler                 pic x     value space.
             02 ld-qtd-parcelas        pic zzz9.
             02 filler                 pic x     value space.
             02 ld-valor               pic zzz,zzz,zz9.99.
             02 filler                 pic x(2)  value spaces.
             02 ld-meio                pic x(8).
             02 ld-arquivo             pic x(19).
          01 linha-secao.
             02 ls-titulo              pic x(60).
          01 linha-bureau-det.
             02 lb-codigo              pic zzzzz9.
             02 filler                 pic x(2)  value spaces.
             02 lb-nome                pic x(30).
             02 filler                 pic x     value space.
             02 lb-cpf                 pic 9(11).
             02 filler                 pic x(2)  value spaces.
             02 lb-valor               pic zzz,zzz,zz9.99.
          01 linha-rodape1.
             02 filler                 pic x(28)
                value "Cartas emitidas          : ".
             02 lr-qtd-cartas          pic zzz,zz9.
          01 linha-rodape2.
             02 filler                 pic x(28)
                value "Parcelas notificadas     : ".
             02 lr-qtd-avisos          pic zzz,zz9.
          01 linha-rodape3.
             02 filler                 pic x(28)
                value "Clientes a negativar     : ".
             02 lr-qtd-negativados     pic zzz,zz9.
          01 linha-rodape4.
             02 filler                 pic x(28)
                value "Clientes a liberar       : ".
             02 lr-qtd-liberados       pic zzz,zz9.
       procedure division.
       principal.
           display erase
           display "Cobranca de parcelas vencidas" at 0430
           display "Dias de atraso p/ lembrete        : " at 0605
           display "Dias de atraso p/ notificacao     : " at 0705
           display "Dias de atraso p/ aviso final     : " at 0805
           display "Carencia apos aviso final (dias)  : " at 0905
           display "(em branco = 5 / 30 / 60 / 10)" at 1005
           accept wdias-lembrete at 0641
           accept wdias-notificacao at 0741
           accept wdias-aviso-final at 0841
           accept wdias-carencia at 0941
           if wdias-lembrete = zero then
              move 5 to wdias-lembrete
           end-if
           if wdias-notificacao = zero then
              move 30 to wdias-notificacao
           end-if
           if wdias-aviso-final = zero then
              move 60 to wdias-aviso-final
           end-if
           if wdias-carencia = zero then
              move 10 to wdias-carencia
           end-if
           if wdias-notificacao not > wdias-lembrete or
              wdias-aviso-final not > wdias-notificacao then
              display "Os prazos devem ser crescentes" at 2105
              display "Tecle enter para continuar" at 2305
              accept resp-continua at 2333
              goback
           end-if
           perform abertura
           sort arq-ordenacao on ascending key sd-cod-cliente
                on descending key sd-estagio
                on ascending key sd-vencimento sd-num-transacao
                sd-num-parcela
              input procedure is seleciona-vencidas
              output procedure is emite-cartas
           perform processa-negativacao
           perform processa-liberacao
           perform encerramento
           display "Cartas emitidas      : " at 1205
           display wqtd-cartas at 1228
           display "Clientes a negativar : " at 1305
           display wqtd-negativados at 1328
           display "Clientes a liberar   : " at 1405
           display wqtd-liberados at 1428
           display "Resumo gravado em cobranca.lst" at 2105
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           move function current-date(1:8) to wdata-hoje-inv
           move function current-date(9:4) to whora-execucao
           compute wdias-hoje = function integer-of-date(wdata-hoje-inv)
           open input receber
           open input clientes
           open i-o cobranca
           if fs-cobranca = "35" then
              open output cobranca
              close cobranca
              open i-o cobranca
           end-if
           open i-o negativados
           if fs-negativados = "35" then
              open output negativados
              close negativados
              open i-o negativados
           end-if
           open output arq-negativacao
           open output arq-liberacao
           open output relatorio
           move wdata-hoje-inv(7:2) to lc-dia
           move wdata-hoje-inv(5:2) to lc-mes
           move wdata-hoje-inv(1:4) to lc-ano
           write linha-relatorio from linha-cab1
           move wdias-lembrete    to lc-dias-lembrete
           move wdias-notificacao to lc-dias-notificacao
           move wdias-aviso-final to lc-dias-aviso-final
           move wdias-carencia    to lc-dias-carencia
           write linha-relatorio from linha-cab2
           write linha-relatorio from linha-branco
           write linha-relatorio from linha-cab3
           .
       seleciona-vencidas.
           move low-values to chave-parcela
           start receber key is not less than chave-parcela
              invalid key
                 move "10" to fs-receber
           end-start
           perform with test before until fs-receber = "10"
              read receber next record
                 at end
                    move "10" to fs-receber
                 not at end
                    perform seleciona-parcela
              end-read
           end-perform
           move "00" to fs-receber
           .
       seleciona-parcela.
           if par-situacao = "A" or par-situacao = "R" then
              compute sd-vencimento = par-ano-venc * 10000
                 + par-mes-venc * 100 + par-dia-venc
              if sd-vencimento < wdata-hoje-inv and
                 par-valor > par-valor-pago then
                 compute wdias-atraso = wdias-hoje
                    - function integer-of-date(sd-vencimento)
                 evaluate true
                    when wdias-atraso not < wdias-aviso-final
                       move 3 to westagio
                    when wdias-atraso not < wdias-notificacao
                       move 2 to westagio
                    when wdias-atraso not < wdias-lembrete
                       move 1 to westagio
                    when other
                       move zero to westagio
                 end-evaluate
                 if westagio > zero then
                    perform verifica-historico
                    if wja-emitida = "N" then
                       move par-cod-cliente   to sd-cod-cliente
                       move westagio          to sd-estagio
                       move par-num-transacao to sd-num-transacao
                       move par-num-parcela   to sd-num-parcela
                       compute sd-valor = par-valor - par-valor-pago
                       move wdias-atraso      to sd-dias-atraso
                       release sd-parcela
                    end-if
                 end-if
              end-if
           end-if
           .
       verifica-historico.
           move "N" to wja-emitida
           move par-num-transacao to cb-num-transacao
           move par-num-parcela   to cb-num-parcela
           perform varying westagio-hist from westagio by 1
              until westagio-hist > 3 or wja-emitida = "S"
              move westagio-hist to cb-estagio
              read cobranca
                 invalid key
                    continue
                 not invalid key
                    move "S" to wja-emitida
              end-read
           end-perform
           .
       emite-cartas.
           move zero to wcod-quebra
           move spaces to wfim-retorno
           perform with test before until wfim-retorno = "S"
              return arq-ordenacao
                 at end
                    move "S" to wfim-retorno
                 not at end
                    perform emite-parcela
              end-return
           end-perform
           if wcarta-aberta = "S" then
              perform fecha-carta
           end-if
           .
       emite-parcela.
           if sd-cod-cliente not = wcod-quebra then
              if wcarta-aberta = "S" then
                 perform fecha-carta
              end-if
              move sd-cod-cliente to wcod-quebra
              perform abre-carta
           end-if
           add 1 to wqtd-parcelas-carta
           add 1 to wqtd-avisos
           add sd-valor to wvalor-carta
           move sd-num-transacao   to ca-num-transacao
           move sd-num-parcela     to ca-num-parcela
           move sd-vencimento(7:2) to ca-dia-venc
           move sd-vencimento(5:2) to ca-mes-venc
           move sd-vencimento(1:4) to ca-ano-venc
           move sd-valor           to ca-valor
           move sd-dias-atraso     to ca-dias-atraso
           write linha-carta from carta-parcela
           move sd-num-transacao to cb-num-transacao
           move sd-num-parcela   to cb-num-parcela
           move sd-estagio       to cb-estagio
           move sd-cod-cliente   to cb-cod-cliente
           move wdata-hoje-inv   to cb-data-emissao
           move sd-dias-atraso   to cb-dias-atraso
           move sd-valor         to cb-valor
           move wmeio            to cb-meio
           write registro-cobranca
              invalid key
                 display "Erro ao gravar historico de cobranca" at 2205
           end-write
           .
       abre-carta.
           move zero to wvalor-carta
           move zero to wqtd-parcelas-carta
           move sd-cod-cliente to codigo
           read clientes
              invalid key
                 move spaces to registro-clientes
                 move sd-cod-cliente to codigo
                 move "*** NAO CADASTRADO ***" to nome
                 move zero to numero
                 move zero to cpf
           end-read
           if email = spaces then
              move "C" to wmeio
           else
              move "E" to wmeio
           end-if
           move spaces to wnome-carta
           string "cob" delimited by size
              codigo delimited by size
              "-" delimited by size
              wdata-hoje-inv delimited by size
              whora-execucao delimited by size
              ".txt" delimited by size
              into wnome-carta
           end-string
           open output carta
           move "S" to wcarta-aberta
           add 1 to wqtd-cartas
           move wdata-hoje-inv(7:2) to ca-dia
           move wdata-hoje-inv(5:2) to ca-mes
           move wdata-hoje-inv(1:4) to ca-ano
           write linha-carta from carta-data
           write linha-carta from carta-branco
           move nome        to ca-nome
           move endereco    to ca-endereco
           move numero      to ca-numero
           move complemento to ca-complemento
           move bairro      to ca-bairro
           move cep         to ca-cep
           move cidade      to ca-cidade
           move estado      to ca-estado
           move email       to ca-email
           write linha-carta from carta-nome
           write linha-carta from carta-endereco
           if complemento not = spaces then
              write linha-carta from carta-complemento
           end-if
           write linha-carta from carta-bairro
           write linha-carta from carta-cidade
           if email not = spaces then
              write linha-carta from carta-email
           end-if
           write linha-carta from carta-branco
           evaluate sd-estagio
              when 1
                 move "LEMBRETE DE VENCIMENTO" to ca-titulo
              when 2
                 move "NOTIFICACAO DE DEBITO EM ABERTO" to ca-titulo
              when other
                 move "AVISO FINAL - INCLUSAO NO CADASTRO DE DEVEDORES"
                    to ca-titulo
           end-evaluate
           write linha-carta from carta-titulo
           write linha-carta from carta-branco
           write linha-carta from carta-saudacao
           write linha-carta from carta-branco
           evaluate sd-estagio
              when 1
                 write linha-carta from carta-texto1-1
                 write linha-carta from carta-texto1-2
                 write linha-carta from carta-texto1-3
              when 2
                 write linha-carta from carta-texto2-1
                 write linha-carta from carta-texto2-2
              when other
                 move wdias-carencia to ca-carencia
                 write linha-carta from carta-texto3-1
                 write linha-carta from carta-texto3-2
                 write linha-carta from carta-texto3-3
           end-evaluate
           write linha-carta from carta-branco
           write linha-carta from carta-cab-parcelas
           move codigo to ld-codigo
           move nome to ld-nome
           evaluate sd-estagio
              when 1
                 move "Lembrete" to ld-carta
              when 2
                 move "Notificacao" to ld-carta
              when other
                 move "Aviso final" to ld-carta
           end-evaluate
           if wmeio = "E" then
              move "E-mail" to ld-meio
           else
              move "Correio" to ld-meio
           end-if
           move wnome-carta to ld-arquivo
           .
       fecha-carta.
           move wvalor-carta to ca-total
           write linha-carta from carta-branco
           write linha-carta from carta-total
           write linha-carta from carta-branco
           write linha-carta from carta-fecho1
           write linha-carta from carta-branco
           write linha-carta from carta-fecho2
           write linha-carta from carta-fecho3
           close carta
           move "N" to wcarta-aberta
           move wqtd-parcelas-carta to ld-qtd-parcelas
           move wvalor-carta to ld-valor
           write linha-relatorio from linha-det
           .
       processa-negativacao.
           write linha-relatorio from linha-branco
           move "Clientes a incluir no cadastro de inadimplentes"
              to ls-titulo
           write linha-relatorio from linha-secao
           move low-values to chave-cobranca
           start cobranca key is not less than chave-cobranca
              invalid key
                 move "10" to fs-cobranca
           end-start
           perform with test before until fs-cobranca = "10"
              read cobranca next record
                 at end
                    move "10" to fs-cobranca
                 not at end
                    if cb-estagio = 3 then
                       compute wdias-emissao = wdias-hoje
                          - function integer-of-date(cb-data-emissao)
                       if wdias-emissao not < wdias-carencia then
                          perform verifica-negativacao
                       end-if
                    end-if
              end-read
           end-perform
           move "00" to fs-cobranca
           .
       verifica-negativacao.
           move cb-num-transacao to par-num-transacao
           move cb-num-parcela   to par-num-parcela
           read receber
              invalid key
                 move "P" to par-situacao
           end-read
           if par-situacao = "A" or par-situacao = "R" then
              move cb-cod-cliente to ng-cod-cliente
              read negativados
                 invalid key
                    move spaces to ng-situacao
              end-read
              if ng-situacao not = "N" then
                 perform negativa-cliente
              end-if
           end-if
           .
       negativa-cliente.
           move zero to wvalor-negativar
           move cb-cod-cliente to par-cod-cliente
           start receber key is equal par-cod-cliente
              invalid key
                 move "10" to fs-receber
           end-start
           perform with test before until fs-receber = "10"
              read receber next record
                 at end
                    move "10" to fs-receber
                 not at end
                    if par-cod-cliente not = cb-cod-cliente then
                       move "10" to fs-receber
                    else
                       perform soma-vencida
                    end-if
              end-read
           end-perform
           move "00" to fs-receber
           move "N" to ng-situacao
           move wdata-hoje-inv to ng-data-inclusao
           move wvalor-negativar to ng-valor
           move zero to ng-data-liberacao
           if ng-cod-cliente = cb-cod-cliente and
              fs-negativados = "00" then
              rewrite registro-negativado
                 invalid key
                    display "Erro ao gravar negativacao" at 2205
              end-rewrite
           else
              move cb-cod-cliente to ng-cod-cliente
              write registro-negativado
                 invalid key
                    display "Erro ao gravar negativacao" at 2205
              end-write
           end-if
           add 1 to wqtd-negativados
           move "I" to bu-tipo
           perform monta-linha-bureau
           write linha-negativacao from linha-bureau
           .
       soma-vencida.
           if par-situacao = "A" or par-situacao = "R" then
              if par-ano-venc * 10000 + par-mes-venc * 100
                 + par-dia-venc < wdata-hoje-inv then
                 compute wvalor-negativar = wvalor-negativar
                    + par-valor - par-valor-pago
              end-if
           end-if
           .
       processa-liberacao.
           write linha-relatorio from linha-branco
           move "Clientes a excluir do cadastro de inadimplentes"
              to ls-titulo
           write linha-relatorio from linha-secao
           move low-values to ng-cod-cliente
           start negativados key is not less than ng-cod-cliente
              invalid key
                 move "10" to fs-negativados
           end-start
           perform with test before until fs-negativados = "10"
              read negativados next record
                 at end
                    move "10" to fs-negativados
                 not at end
                    if ng-situacao = "N" then
                       perform verifica-liberacao
                    end-if
              end-read
           end-perform
           .
       verifica-liberacao.
           move "N" to wpendente
           move ng-cod-cliente to par-cod-cliente
           start receber key is equal par-cod-cliente
              invalid key
                 move "10" to fs-receber
           end-start
           perform with test before until fs-receber = "10"
              read receber next record
                 at end
                    move "10" to fs-receber
                 not at end
                    if par-cod-cliente not = ng-cod-cliente then
                       move "10" to fs-receber
                    else
                       perform verifica-pendencia
                    end-if
              end-read
           end-perform
           move "00" to fs-receber
           if wpendente = "N" then
              move "L" to ng-situacao
              move wdata-hoje-inv to ng-data-liberacao
              rewrite registro-negativado
                 invalid key
                    display "Erro ao gravar liberacao" at 2205
              end-rewrite
              add 1 to wqtd-liberados
              move "E" to bu-tipo
              perform monta-linha-bureau
              write linha-liberacao from linha-bureau
           end-if
           .
       verifica-pendencia.
           if par-situacao = "A" or par-situacao = "R" then
              move par-num-transacao to cb-num-transacao
              move par-num-parcela   to cb-num-parcela
              move 3 to cb-estagio
              read cobranca
                 invalid key
                    continue
                 not invalid key
                    move "S" to wpendente
                    move "10" to fs-receber
              end-read
           end-if
           .
       monta-linha-bureau.
           move ng-cod-cliente to codigo
           read clientes
              invalid key
                 move spaces to registro-clientes
                 move zero to cpf
                 move zero to numero
           end-read
           move cpf              to bu-cpf
           move nome             to bu-nome
           move endereco         to bu-endereco
           move numero           to bu-numero
           move complemento      to bu-complemento
           move bairro           to bu-bairro
           move cidade           to bu-cidade
           move estado           to bu-estado
           move cep              to bu-cep
           move ng-valor         to bu-valor
           move ng-data-inclusao to bu-data-inclusao
           move ng-cod-cliente   to bu-cod-cliente
           move ng-cod-cliente   to lb-codigo
           move nome             to lb-nome
           move cpf              to lb-cpf
           move ng-valor         to lb-valor
           write linha-relatorio from linha-bureau-det
           .
       encerramento.
           write linha-relatorio from linha-branco
           move wqtd-cartas to lr-qtd-cartas
           write linha-relatorio from linha-rodape1
           move wqtd-avisos to lr-qtd-avisos
           write linha-relatorio from linha-rodape2
           move wqtd-negativados to lr-qtd-negativados
           write linha-relatorio from linha-rodape3
           move wqtd-liberados to lr-qtd-liberados
           write linha-relatorio from linha-rodape4
           close receber
           close clientes
           close cobranca
           close negativados
           close arq-negativacao
           close arq-liberacao
           close relatorio
           .
