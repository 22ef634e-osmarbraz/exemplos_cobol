 identification division.
       program-id. ImportaMovimentoLoja.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select intercambio assign to wnome-intercambio
             organization is line sequential
             file status is fs-intercambio.
             select constransacoes assign to "constransacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is num-transacao
             sharing with all other
             file status is fs-constransacoes.
             select consitens assign to "consitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item
             alternate key is it-cod-mercadoria with duplicates
             sharing with all other
             file status is fs-consitens.
             select conscaixa assign to "conscaixa.dat"
             organization is indexed
             access mode is dynamic
             record key is cx-sequencia
             sharing with all other
             file status is fs-conscaixa.
             select consestoque assign to "consestoque.dat"
             organization is indexed
             access mode is dynamic
             record key is cse-chave
             sharing with all other
             file status is fs-consestoque.
             select consmapa assign to "consmapa.dat"
             organization is indexed
             access mode is dynamic
             record key is cm-chave
             sharing with all other
             file status is fs-consmapa.
             select controle assign to "controle.dat"
             organization is indexed
             access mode is dynamic
             record key is ctl-chave
             sharing with all other
             file status is fs-controle.
             select relatorio assign to "imploja.log"
             organization is line sequential
             file status is fs-relatorio.
       data division.
         file section.
           fd intercambio.
             01 registro-intercambio.
                02 ic-tipo               pic x.
                02 ic-loja               pic 99.
                02 ic-dados              pic x(117).
           fd constransacoes.
             01 registro-transacao.
                02 num-transacao         pic 9(6).
                02 tipo-transacao        pic x.
                02 data-transacao.
                   03 dia-transacao         pic 99.
                   03 mes-transacao         pic 99.
                   03 ano-transacao         pic 9999.
                02 cod-cliente-tr        pic 9(6).
                02 cod-vendcomp-tr       pic 9999.
                02 qtd-itens-tr          pic 9(4).
                02 valor-total-tr        pic 9(9)v99.
                02 situacao-tr           pic x.
                02 est-operador          pic x(10).
                02 est-data              pic 9(8).
                02 desconto-tr           pic 9(9)v99.
                02 cod-loja-tr           pic 99.
           fd consitens.
             01 registro-item.
                02 chave-item.
                   03 it-num-transacao   pic 9(6).
                   03 it-sequencia       pic 9(4).
                02 it-cod-mercadoria     pic 9999.
                02 it-quantidade         pic 9(6).
                02 it-preco-unit         pic 9(6)v99.
                02 it-subtotal           pic 9(8)v99.
                02 it-desconto-pct       pic 99v99.
                02 it-aliquota-icms      pic 99v99.
                02 it-valor-icms         pic 9(8)v99.
           fd conscaixa.
             01 registro-caixa.
                02 cx-sequencia          pic 9(6).
                02 cx-data               pic 9(8).
                02 cx-hora               pic 9(6).
                02 cx-operador           pic x(10).
                02 cx-tipo-mov           pic x.
                02 cx-forma-pagto        pic x.
                02 cx-num-transacao      pic 9(6).
                02 cx-num-parcela        pic 99.
                02 cx-valor              pic 9(9)v99.
                02 cx-cod-loja           pic 99.
           fd consestoque.
             01 registro-consestoque.
                02 cse-chave.
                   03 cse-cod-mercadoria pic 9999.
                   03 cse-cod-loja       pic 99.
                   03 cse-cod-deposito   pic 99.
                02 cse-qtd-saldo         pic 9(6).
                02 cse-custo-medio       pic 9(6)v99.
                02 cse-data-posicao      pic 9(8).
           fd consmapa.
             01 registro-consmapa.
                02 cm-chave.
                   03 cm-cod-loja        pic 99.
                   03 cm-tipo            pic x.
                   03 cm-num-original    pic 9(6).
                02 cm-num-consolidado    pic 9(6).
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
                02 ctl-proximo           pic 9(6).
           fd relatorio.
             01 linha-relatorio        pic x(100).
       working-storage section.
          01 fs-intercambio              pic xx.
          01 fs-constransacoes           pic xx.
          01 fs-consitens                pic xx.
          01 fs-conscaixa                pic xx.
          01 fs-consestoque              pic xx.
          01 fs-consmapa                 pic xx.
          01 fs-controle                 pic xx.
          01 fs-relatorio                pic xx.
          77 resp-continua               pic x value spaces.
          77 wnome-intercambio           pic x(30) value spaces.
          77 warquivo-valido             pic x value "N".
          77 wmotivo-erro                pic x(40) value spaces.
          77 wcod-loja-arq               pic 99 value zero.
          77 wtipo-anterior              pic x value space.
          77 wqtd-lidos                  pic 9(6) value zero.
          77 wqtd-transacoes             pic 9(6) value zero.
          77 wqtd-itens                  pic 9(6) value zero.
          77 wqtd-caixa                  pic 9(6) value zero.
          77 wqtd-estoque                pic 9(6) value zero.
          77 wqtd-novas                  pic 9(6) value zero.
          77 wqtd-atualizadas            pic 9(6) value zero.
          77 wqtd-avisos                 pic 9(6) value zero.
          77 wchave-sequencia            pic x(10) value spaces.
          77 wnum-consolidado            pic 9(6) value zero.
          77 wnum-original               pic 9(6) value zero.
          77 wtipo-mapa                  pic x value space.
          77 wachou-mapa                 pic x value "N".
          01 ic-cabecalho.
             02 ich-data-movimento       pic 9(8).
             02 ich-data-geracao         pic 9(8).
             02 ich-hora-geracao         pic 9(6).
          01 ic-estoque.
             02 ics-cod-mercadoria       pic 9999.
             02 ics-cod-deposito         pic 99.
             02 ics-qtd-saldo            pic 9(6).
             02 ics-custo-medio          pic 9(6)v99.
          01 ic-rodape.
             02 icf-qtd-transacoes       pic 9(6).
             02 icf-qtd-itens            pic 9(6).
             02 icf-qtd-caixa            pic 9(6).
             02 icf-qtd-estoque          pic 9(6).
       procedure division.
       principal.
           display erase
           display "Importacao do movimento das lojas" at 0430
           display "Arquivo de movimento : " at 0605
           accept wnome-intercambio at 0628
           open output relatorio
           perform valida-arquivo
           if warquivo-valido = "S" then
              perform abertura
              perform importa-movimento
              perform encerramento
              display "Loja                    : " at 0905
              display wcod-loja-arq at 0931
              display "Transacoes novas        : " at 1005
              display wqtd-novas at 1031
              display "Transacoes atualizadas  : " at 1105
              display wqtd-atualizadas at 1131
              display "Itens importados        : " at 1205
              display wqtd-itens at 1231
              display "Movimentos de caixa     : " at 1305
              display wqtd-caixa at 1331
              display "Saldos de estoque       : " at 1405
              display wqtd-estoque at 1431
              display "Avisos                  : " at 1505
              display wqtd-avisos at 1531
              display "Importacao concluida - ver imploja.log" at 2105
           else
              display "Arquivo rejeitado - ver imploja.log" at 2105
           end-if
           close relatorio
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       valida-arquivo.
           move spaces to linha-relatorio
           string "Importacao do arquivo " delimited by size
                  wnome-intercambio delimited by space
                  into linha-relatorio
           end-string
           write linha-relatorio
           move "S" to warquivo-valido
           move spaces to wmotivo-erro
           move space to wtipo-anterior
           open input intercambio
           if fs-intercambio not = "00" then
              move "Arquivo nao encontrado" to wmotivo-erro
              move "10" to fs-intercambio
           end-if
           perform with test before until fs-intercambio = "10"
              read intercambio
                 at end
                    move "10" to fs-intercambio
                 not at end
                    perform confere-registro
              end-read
           end-perform
           close intercambio
           if wmotivo-erro = spaces and wtipo-anterior not = "F" then
              move "Arquivo incompleto - sem registro final"
                 to wmotivo-erro
           end-if
           if wmotivo-erro not = spaces then
              move "N" to warquivo-valido
              move spaces to linha-relatorio
              string "Arquivo rejeitado: " delimited by size
                     wmotivo-erro delimited by size
                     into linha-relatorio
              end-string
              write linha-relatorio
           end-if
           move zero to wqtd-lidos
           move zero to wqtd-transacoes
           move zero to wqtd-itens
           move zero to wqtd-caixa
           move zero to wqtd-estoque
           .
       confere-registro.
           add 1 to wqtd-lidos
           if wqtd-lidos = 1 then
              if ic-tipo not = "H" then
                 move "Registro inicial ausente" to wmotivo-erro
                 move "10" to fs-intercambio
              else
                 move ic-loja to wcod-loja-arq
                 move ic-dados to ic-cabecalho
              end-if
           else
              if wtipo-anterior = "F" then
                 move "Registros apos o registro final" to wmotivo-erro
                 move "10" to fs-intercambio
              end-if
              if ic-loja not = wcod-loja-arq then
                 move "Codigo de loja inconsistente" to wmotivo-erro
                 move "10" to fs-intercambio
              end-if
           end-if
           if wmotivo-erro = spaces then
              evaluate ic-tipo
                 when "H"
                    if wqtd-lidos > 1 then
                       move "Registro inicial duplicado" to wmotivo-erro
                       move "10" to fs-intercambio
                    end-if
                 when "T"
                    add 1 to wqtd-transacoes
                 when "I"
                    add 1 to wqtd-itens
                 when "C"
                    add 1 to wqtd-caixa
                 when "S"
                    add 1 to wqtd-estoque
                 when "F"
                    move ic-dados to ic-rodape
                    if icf-qtd-transacoes not = wqtd-transacoes or
                       icf-qtd-itens not = wqtd-itens or
                       icf-qtd-caixa not = wqtd-caixa or
                       icf-qtd-estoque not = wqtd-estoque then
                       move "Totais de controle nao conferem"
                          to wmotivo-erro
                       move "10" to fs-intercambio
                    end-if
                 when other
                    move "Tipo de registro invalido" to wmotivo-erro
                    move "10" to fs-intercambio
              end-evaluate
           end-if
           move ic-tipo to wtipo-anterior
           .
       abertura.
           open input intercambio
           open i-o constransacoes
           if fs-constransacoes = "35" then
              open output constransacoes
              close constransacoes
              open i-o constransacoes
           end-if
           open i-o consitens
           if fs-consitens = "35" then
              open output consitens
              close consitens
              open i-o consitens
           end-if
           open i-o conscaixa
           if fs-conscaixa = "35" then
              open output conscaixa
              close conscaixa
              open i-o conscaixa
           end-if
           open i-o consestoque
           if fs-consestoque = "35" then
              open output consestoque
              close consestoque
              open i-o consestoque
           end-if
           open i-o consmapa
           if fs-consmapa = "35" then
              open output consmapa
              close consmapa
              open i-o consmapa
           end-if
           open i-o controle
           if fs-controle = "35" then
              open output controle
              close controle
              open i-o controle
           end-if
           .
       importa-movimento.
           perform with test before until fs-intercambio = "10"
              read intercambio
                 at end
                    move "10" to fs-intercambio
                 not at end
                    add 1 to wqtd-lidos
                    evaluate ic-tipo
                       when "T"
                          perform importa-transacao
                       when "I"
                          perform importa-item
                       when "C"
                          perform importa-caixa
                       when "S"
                          perform importa-estoque
                       when other
                          continue
                    end-evaluate
              end-read
           end-perform
           move spaces to linha-relatorio
           string "Transacoes novas: " delimited by size
                  wqtd-novas delimited by size
                  "  Atualizadas: " delimited by size
                  wqtd-atualizadas delimited by size
                  "  Itens: " delimited by size
                  wqtd-itens delimited by size
                  "  Caixa: " delimited by size
                  wqtd-caixa delimited by size
                  "  Estoque: " delimited by size
                  wqtd-estoque delimited by size
                  "  Avisos: " delimited by size
                  wqtd-avisos delimited by size
                  into linha-relatorio
           end-string
           write linha-relatorio
           .
       importa-transacao.
           move ic-dados to registro-transacao
           move "T" to wtipo-mapa
           move num-transacao to wnum-original
           move "CONSTRANS" to wchave-sequencia
           perform mapeia-numero
           move wnum-consolidado to num-transacao
           move wcod-loja-arq to cod-loja-tr
           write registro-transacao
              invalid key
                 rewrite registro-transacao
                    invalid key
                       move "Erro ao gravar transacao" to wmotivo-erro
                       perform registra-aviso
                    not invalid key
                       add 1 to wqtd-atualizadas
                 end-rewrite
              not invalid key
                 add 1 to wqtd-novas
           end-write
           .
       importa-item.
           move ic-dados to registro-item
           move "T" to wtipo-mapa
           move it-num-transacao to wnum-original
           perform busca-mapa
           if wachou-mapa = "N" then
              move "Item de transacao nao importada" to wmotivo-erro
              perform registra-aviso
           else
              move cm-num-consolidado to it-num-transacao
              write registro-item
                 invalid key
                    rewrite registro-item
                       invalid key
                          move "Erro ao gravar item" to wmotivo-erro
                          perform registra-aviso
                    end-rewrite
              end-write
              add 1 to wqtd-itens
           end-if
           .
       importa-caixa.
           move ic-dados to registro-caixa
           if cx-num-transacao > zero then
              move "T" to wtipo-mapa
              move cx-num-transacao to wnum-original
              perform busca-mapa
              if wachou-mapa = "N" then
                 move "Caixa de transacao nao importada - zerada"
                    to wmotivo-erro
                 perform registra-aviso
                 move zero to cx-num-transacao
              else
                 move cm-num-consolidado to cx-num-transacao
              end-if
           end-if
           move "C" to wtipo-mapa
           move cx-sequencia to wnum-original
           move "CONSCAIXA" to wchave-sequencia
           perform mapeia-numero
           move wnum-consolidado to cx-sequencia
           move wcod-loja-arq to cx-cod-loja
           write registro-caixa
              invalid key
                 rewrite registro-caixa
                    invalid key
                       move "Erro ao gravar caixa" to wmotivo-erro
                       perform registra-aviso
                 end-rewrite
           end-write
           add 1 to wqtd-caixa
           .
       importa-estoque.
           move ic-dados to ic-estoque
           move ics-cod-mercadoria to cse-cod-mercadoria
           move wcod-loja-arq to cse-cod-loja
           move ics-cod-deposito to cse-cod-deposito
           read consestoque
              invalid key
                 move ics-qtd-saldo to cse-qtd-saldo
                 move ics-custo-medio to cse-custo-medio
                 move ich-data-movimento to cse-data-posicao
                 write registro-consestoque
                    invalid key
                       move "Erro ao gravar estoque" to wmotivo-erro
                       perform registra-aviso
                 end-write
              not invalid key
                 if ich-data-movimento not < cse-data-posicao then
                    move ics-qtd-saldo to cse-qtd-saldo
                    move ics-custo-medio to cse-custo-medio
                    move ich-data-movimento to cse-data-posicao
                    rewrite registro-consestoque
                       invalid key
                          move "Erro ao gravar estoque" to wmotivo-erro
                          perform registra-aviso
                    end-rewrite
                 end-if
           end-read
           add 1 to wqtd-estoque
           .
       busca-mapa.
           move wcod-loja-arq to cm-cod-loja
           move wtipo-mapa to cm-tipo
           move wnum-original to cm-num-original
           read consmapa
              invalid key
                 move "N" to wachou-mapa
              not invalid key
                 move "S" to wachou-mapa
           end-read
           .
       mapeia-numero.
           perform busca-mapa
           if wachou-mapa = "S" then
              move cm-num-consolidado to wnum-consolidado
           else
              perform obtem-num-consolidado
              move wcod-loja-arq to cm-cod-loja
              move wtipo-mapa to cm-tipo
              move wnum-original to cm-num-original
              move wnum-consolidado to cm-num-consolidado
              write registro-consmapa
                 invalid key
                    move "Erro ao gravar mapa de numeracao"
                       to wmotivo-erro
                    perform registra-aviso
              end-write
           end-if
           .
       obtem-num-consolidado.
           move wchave-sequencia to ctl-chave
           read controle
              invalid key
                 move wchave-sequencia to ctl-chave
                 move 1 to ctl-proximo
                 write registro-controle
                    invalid key
                       display "Erro no arquivo de controle" at 2105
                 end-write
           end-read
           move ctl-proximo to wnum-consolidado
           add 1 to ctl-proximo
           rewrite registro-controle
              invalid key
                 display "Erro ao atualizar numeracao" at 2105
           end-rewrite
           .
       registra-aviso.
           add 1 to wqtd-avisos
           move spaces to linha-relatorio
           string "Registro " delimited by size
                  wqtd-lidos delimited by size
                  " (" delimited by size
                  ic-tipo delimited by size
                  " " delimited by size
                  wnum-original delimited by size
                  ") - " delimited by size
                  wmotivo-erro delimited by size
                  into linha-relatorio
           end-string
           write linha-relatorio
           .
       encerramento.
           close intercambio
           close constransacoes
           close consitens
           close conscaixa
           close consestoque
           close consmapa
           close controle
           .
