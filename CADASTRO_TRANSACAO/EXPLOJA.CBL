 identification division.
       program-id. ExportaMovimentoLoja.
       author. autor.
       environment division.
         configuration section.
         input-output section.
           file-control.
             select optional transacoes assign to "transacoes.dat"
             organization is indexed
             access mode is dynamic
             record key is num-transacao
             sharing with all other
             file status is fs-transacoes.
             select optional transitens assign to "transitens.dat"
             organization is indexed
             access mode is dynamic
             record key is chave-item
             alternate key is it-cod-mercadoria with duplicates
             sharing with all other
             file status is fs-transitens.
             select optional caixa assign to "caixa.dat"
             organization is indexed
             access mode is dynamic
             record key is cx-sequencia
             sharing with all other
             file status is fs-caixa.
             select optional mercadorias assign to "mercadorias.dat"
             organization is indexed
             access mode is dynamic
             record key is cod-mercadoria
             alternate key is descricao with duplicates
             alternate key is cod-barras suppress when spaces
             sharing with all other
             file status is fs-mercadorias.
             select optional estoquedep assign to "estoquedep.dat"
             organization is indexed
             access mode is dynamic
             record key is ed-chave
             sharing with all other
             file status is fs-estoquedep.
             select optional controle assign to "controle.dat"
             organization is indexed
             access mode is dynamic
             record key is ctl-chave
             sharing with all other
             file status is fs-controle.
             select intercambio assign to wnome-intercambio
             organization is line sequential
             file status is fs-intercambio.
       data division.
         file section.
           fd transacoes.
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
           fd transitens.
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
           fd caixa.
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
           fd mercadorias.
             01 registro-mercadoria.
                02 cod-mercadoria      pic 9999.
                02 descricao           pic x(40).
                02 preco-unitario      pic 9(6)v99.
                02 qtd-estoque         pic 9(6).
                02 unidade-medida      pic x(6).
                02 qtd-estoque-inicial pic 9(6).
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
           fd estoquedep.
             01 registro-estoquedep.
                02 ed-chave.
                   03 ed-cod-mercadoria  pic 9999.
                   03 ed-cod-deposito    pic 99.
                02 ed-qtd-saldo          pic 9(6).
                02 ed-cod-loja           pic 99.
           fd controle.
             01 registro-controle.
                02 ctl-chave             pic x(10).
                02 ctl-proximo           pic 9(6).
           fd intercambio.
             01 registro-intercambio.
                02 ic-tipo               pic x.
                02 ic-loja               pic 99.
                02 ic-dados              pic x(117).
       working-storage section.
          01 fs-transacoes               pic xx.
          01 fs-transitens               pic xx.
          01 fs-caixa                    pic xx.
          01 fs-mercadorias              pic xx.
          01 fs-estoquedep               pic xx.
          01 fs-controle                 pic xx.
          01 fs-intercambio              pic xx.
          77 resp-continua               pic x value spaces.
          77 wcod-loja                   pic 99 value 1.
          77 wnome-intercambio           pic x(30) value spaces.
          77 wdia-movimento              pic 99 value zero.
          77 wmes-movimento              pic 99 value zero.
          77 wano-movimento              pic 9999 value zero.
          77 wdata-movimento             pic 9(8) value zero.
          77 wdata-movimento-tr          pic 9(8) value zero.
          77 wdata-hoje-inv              pic 9(8) value zero.
          77 wnum-transacao-exp          pic 9(6) value zero.
          77 wqtd-transacoes             pic 9(6) value zero.
          77 wqtd-itens                  pic 9(6) value zero.
          77 wqtd-caixa                  pic 9(6) value zero.
          77 wqtd-estoque                pic 9(6) value zero.
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
           display "Exportacao do movimento da loja" at 0430
           display "Data do movimento (dd/mm/aaaa) :   /  /" at 0605
           display "(data em branco = movimento de hoje)" at 0705
           accept wdia-movimento at 0638
           accept wmes-movimento at 0641
           accept wano-movimento at 0644
           perform abertura
           perform grava-cabecalho
           perform exporta-transacoes
           perform exporta-caixa
           perform exporta-estoque
           perform grava-rodape
           perform encerramento
           display "Loja                    : " at 1005
           display wcod-loja at 1031
           display "Transacoes exportadas   : " at 1105
           display wqtd-transacoes at 1131
           display "Itens exportados        : " at 1205
           display wqtd-itens at 1231
           display "Movimentos de caixa     : " at 1305
           display wqtd-caixa at 1331
           display "Saldos de estoque       : " at 1405
           display wqtd-estoque at 1431
           display "Arquivo gravado em " at 2105
           display wnome-intercambio at 2124
           display "Tecle enter para continuar" at 2305
           accept resp-continua at 2333
           goback
           .
       abertura.
           move function current-date(1:8) to wdata-hoje-inv
           if wano-movimento = zero then
              move wdata-hoje-inv to wdata-movimento
              move wdata-hoje-inv(7:2) to wdia-movimento
              move wdata-hoje-inv(5:2) to wmes-movimento
              move wdata-hoje-inv(1:4) to wano-movimento
           else
              compute wdata-movimento = wano-movimento * 10000
                 + wmes-movimento * 100 + wdia-movimento
           end-if
           compute wdata-movimento-tr = wdia-movimento * 1000000
              + wmes-movimento * 10000 + wano-movimento
           open input controle
           perform le-codigo-loja
           open input transacoes
           open input transitens
           open input caixa
           open input mercadorias
           open input estoquedep
           move spaces to wnome-intercambio
           string "mov" delimited by size
                  wcod-loja delimited by size
                  "-" delimited by size
                  wdata-movimento delimited by size
                  ".txt" delimited by size
              into wnome-intercambio
           end-string
           open output intercambio
           .
       le-codigo-loja.
           move "LOJA" to ctl-chave
           read controle
              invalid key
                 move 1 to wcod-loja
              not invalid key
                 move ctl-proximo to wcod-loja
           end-read
           .
       grava-cabecalho.
           move wdata-movimento to ich-data-movimento
           move wdata-hoje-inv to ich-data-geracao
           move function current-date(9:6) to ich-hora-geracao
           move spaces to registro-intercambio
           move "H" to ic-tipo
           move wcod-loja to ic-loja
           move ic-cabecalho to ic-dados
           write registro-intercambio
           .
       exporta-transacoes.
           move low-values to num-transacao
           start transacoes key is not less than num-transacao
              invalid key
                 move "10" to fs-transacoes
           end-start
           perform with test before until fs-transacoes = "10"
              read transacoes next record
                 at end
                    move "10" to fs-transacoes
                 not at end
                    if data-transacao = wdata-movimento-tr or
                       (situacao-tr = "E" and
                        est-data = wdata-movimento) then
                       perform exporta-transacao
                    end-if
              end-read
           end-perform
           move "00" to fs-transacoes
           .
       exporta-transacao.
           move spaces to registro-intercambio
           move "T" to ic-tipo
           move wcod-loja to ic-loja
           move registro-transacao to ic-dados
           write registro-intercambio
           add 1 to wqtd-transacoes
           move num-transacao to wnum-transacao-exp
           move num-transacao to it-num-transacao
           move zero to it-sequencia
           start transitens key is not less than chave-item
              invalid key
                 move "10" to fs-transitens
           end-start
           perform with test before until fs-transitens = "10"
              read transitens next record
                 at end
                    move "10" to fs-transitens
                 not at end
                    if it-num-transacao not = wnum-transacao-exp then
                       move "10" to fs-transitens
                    else
                       move spaces to registro-intercambio
                       move "I" to ic-tipo
                       move wcod-loja to ic-loja
                       move registro-item to ic-dados
                       write registro-intercambio
                       add 1 to wqtd-itens
                    end-if
              end-read
           end-perform
           move "00" to fs-transitens
           .
       exporta-caixa.
           move low-values to cx-sequencia
           start caixa key is not less than cx-sequencia
              invalid key
                 move "10" to fs-caixa
           end-start
           perform with test before until fs-caixa = "10"
              read caixa next record
                 at end
                    move "10" to fs-caixa
                 not at end
                    if cx-data = wdata-movimento then
                       move spaces to registro-intercambio
                       move "C" to ic-tipo
                       move wcod-loja to ic-loja
                       move registro-caixa to ic-dados
                       write registro-intercambio
                       add 1 to wqtd-caixa
                    end-if
              end-read
           end-perform
           move "00" to fs-caixa
           .
       exporta-estoque.
           move low-values to cod-mercadoria
           start mercadorias key is not less than cod-mercadoria
              invalid key
                 move "10" to fs-mercadorias
           end-start
           perform with test before until fs-mercadorias = "10"
              read mercadorias next record
                 at end
                    move "10" to fs-mercadorias
                 not at end
                    move cod-mercadoria to ics-cod-mercadoria
                    move zero to ics-cod-deposito
                    move qtd-estoque to ics-qtd-saldo
                    move custo-medio to ics-custo-medio
                    perform grava-estoque
                    perform exporta-depositos
              end-read
           end-perform
           move "00" to fs-mercadorias
           .
       exporta-depositos.
           move cod-mercadoria to ed-cod-mercadoria
           move zero to ed-cod-deposito
           start estoquedep key is not less than ed-chave
              invalid key
                 move "10" to fs-estoquedep
           end-start
           perform with test before until fs-estoquedep = "10"
              read estoquedep next record
                 at end
                    move "10" to fs-estoquedep
                 not at end
                    if ed-cod-mercadoria not = cod-mercadoria then
                       move "10" to fs-estoquedep
                    else
                       move ed-cod-deposito to ics-cod-deposito
                       move ed-qtd-saldo to ics-qtd-saldo
                       perform grava-estoque
                    end-if
              end-read
           end-perform
           move "00" to fs-estoquedep
           .
       grava-estoque.
           move spaces to registro-intercambio
           move "S" to ic-tipo
           move wcod-loja to ic-loja
           move ic-estoque to ic-dados
           write registro-intercambio
           add 1 to wqtd-estoque
           .
       grava-rodape.
           move wqtd-transacoes to icf-qtd-transacoes
           move wqtd-itens to icf-qtd-itens
           move wqtd-caixa to icf-qtd-caixa
           move wqtd-estoque to icf-qtd-estoque
           move spaces to registro-intercambio
           move "F" to ic-tipo
           move wcod-loja to ic-loja
           move ic-rodape to ic-dados
           write registro-intercambio
           .
       encerramento.
           close controle
           close transacoes
           close transitens
           close caixa
           close mercadorias
           close estoquedep
           close intercambio
           .
