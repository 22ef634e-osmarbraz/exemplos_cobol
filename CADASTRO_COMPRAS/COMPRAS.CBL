        display "[6] Tabela de precos promocionais"   at 1205
        display "[7] Depositos"                       at 1305
        display "[8] Grupos de mercadorias"           at 1405
        display "[9] Mais cadastros..."               at 1505
        display "Opcao: " at 1705
        accept wsubopcao at 1712
        move zero to wchamada
              call "cadgrupo" using wchamada
              go to menu-cadastros
           when 9
              perform menu-cadastros-2
              go to menu-cadastros
           when other
              go to menu-cadastros
        end-evaluate
        .
    menu-cadastros-2.
        display erase
        display "Cadastros - continuacao" at 0430
        display "[0] Retornar"                        at 0605
        display "[1] Parametros de vendas e pontos"   at 0705
        display "[2] Metas de vendas"                 at 0805
        display "[3] Fornecedores por mercadoria"     at 0905
        display "[4] Taxas de cartao"                 at 1005
        display "[5] Composicao de kits"              at 1105
        display "[6] Categorias de despesa"           at 1205
        display "Opcao: " at 1705
        accept wsubopcao at 1712
        move zero to wchamada
        evaluate wsubopcao
           when 0
              continue
           when 1
              call "cadpontos" using wchamada
              go to menu-cadastros-2
           when 2
              call "cadmeta" using wchamada
              go to menu-cadastros-2
           when 3
              call "cadfornmerc" using wchamada
              go to menu-cadastros-2
           when 4
              call "cadtaxacartao" using wchamada
              go to menu-cadastros-2
           when 5
              call "cadkit" using wchamada
              go to menu-cadastros-2
           when 6
              call "cadcatdespesa" using wchamada
              go to menu-cadastros-2
           when other
              go to menu-cadastros-2
        end-evaluate
        .
    menu-movimentacao.
        display erase
        display "Movimentacao" at 0430
        display "[3] Gerar remessa bancaria"          at 0905
        display "[4] Processar retorno bancario"      at 1005
        display "[5] Controle de entregas"            at 1105
        display "[6] Custodia de cheques"             at 1205
        display "[7] Conciliacao de cartoes"          at 1305
        display "[8] Cobranca de parcelas vencidas"   at 1405
        display "[9] Mais movimentacao..."            at 1505
        display "Opcao: " at 1705
        accept wsubopcao at 1712
        move zero to wchamada
        evaluate wsubopcao
           when 0
           when 5
              call "ControleEntrega"
              go to menu-movimentacao-2
           when 6
              call "CustodiaCheques" using wchamada wid-operador wnivel
              go to menu-movimentacao-2
           when 7
              call "ConciliaCartao"
              go to menu-movimentacao-2
           when 8
              call "EmiteCobranca"
              go to menu-movimentacao-2
           when 9
              perform menu-movimentacao-3
              go to menu-movimentacao-2
           when other
              go to menu-movimentacao-2
        end-evaluate
        .
    menu-movimentacao-3.
        display erase
        display "Movimentacao - continuacao" at 0430
        display "[0] Retornar"                        at 0605
        display "[1] Consignacao"                     at 0705
        display "[2] Montagem de kits"                at 0805
        display "[3] Ordens de servico"               at 0905
        display "[4] Consulta por numero de serie"    at 1005
        display "Opcao: " at 1705
        accept wsubopcao at 1712
        move zero to wchamada
        evaluate wsubopcao
           when 0
              continue
           when 1
              call "ControleConsignacao" using wchamada wid-operador
                 wnivel
              go to menu-movimentacao-3
           when 2
              call "MontagemKit" using wchamada wid-operador wnivel
              go to menu-movimentacao-3
           when 3
              call "OrdemServico" using wchamada wid-operador wnivel
              go to menu-movimentacao-3
           when 4
              call "ConsultaSerie"
              go to menu-movimentacao-3
           when other
              go to menu-movimentacao-3
        end-evaluate
        .
    menu-relatorios.
        display erase
        display "Relatorios" at 0430
        display "[6] Vendas por grupo"                at 1205
        display "[7] Atividade de clientes"           at 1305
        display "[8] Extrato de pontos"               at 1405
        display "[9] Mais relatorios..."              at 1505
        display "Opcao: " at 1605
        accept wsubopcao at 1612
        evaluate wsubopcao
           when 8
              call "ExtratoPontos"
              go to menu-relatorios-2
           when 9
              perform menu-relatorios-3
              go to menu-relatorios-2
           when other
              go to menu-relatorios-2
        end-evaluate
        .
    menu-relatorios-3.
        display erase
        display "Relatorios - continuacao" at 0430
        display "[0] Retornar"                        at 0605
        display "[1] Apuracao mensal do ICMS"         at 0705
        display "[2] Projecao de fluxo de caixa"      at 0805
        display "[3] Acompanhamento de metas"         at 0905
        display "[4] Comparativo de precos p/ fornec." at 1005
        display "[5] Curva ABC de mercadorias"        at 1105
        display "[6] Cheques a depositar"             at 1205
        display "[7] Consignacoes em aberto"          at 1305
        display "[8] Etiquetas de gondola"            at 1405
        display "[9] Mais relatorios..."              at 1505
        display "Opcao: " at 1605
        accept wsubopcao at 1612
        evaluate wsubopcao
           when 0
              continue
           when 1
              call "RelApuracaoIcms"
              go to menu-relatorios-3
           when 2
              call "FluxoCaixa"
              go to menu-relatorios-3
           when 3
              call "RelMetasVendas"
              go to menu-relatorios-3
           when 4
              call "RelComparaFornecedores"
              go to menu-relatorios-3
           when 5
              call "RelCurvaAbc"
              go to menu-relatorios-3
           when 6
              call "RelChequesDeposito"
              go to menu-relatorios-3
           when 7
              call "RelConsignacoes"
              go to menu-relatorios-3
           when 8
              call "EtiquetasGondola"
              go to menu-relatorios-3
           when 9
              perform menu-relatorios-4
              go to menu-relatorios-3
           when other
              go to menu-relatorios-3
        end-evaluate
        .
    menu-relatorios-4.
        display erase
        display "Relatorios - continuacao" at 0430
        display "[0] Retornar"                        at 0605
        display "[1] Produtividade de operadores"     at 0705
        display "[2] Enderecos fora da tabela de CEP" at 0805
        display "[3] DRE gerencial mensal"            at 0905
        display "Opcao: " at 1605
        accept wsubopcao at 1612
        evaluate wsubopcao
           when 0
              continue
           when 1
              if wnivel < 2 then
                 display "Acesso restrito ao supervisor" at 2105
                 display "Tecle enter para continuar" at 2305
                 accept resp-continua at 2333
              else
                 call "RelProdutividade"
              end-if
              go to menu-relatorios-4
           when 2
              call "RelEnderecosCep"
              go to menu-relatorios-4
           when 3
              if wnivel < 2 then
                 display "Acesso restrito ao supervisor" at 2105
                 display "Tecle enter para continuar" at 2305
                 accept resp-continua at 2333
              else
                 call "RelDre"
              end-if
              go to menu-relatorios-4
           when other
              go to menu-relatorios-4
        end-evaluate
        .
    menu-utilitarios.
        display erase
        display "Utilitarios" at 0430
        display "[0] Retornar"                        at 0605
        display "[1] Execucao do lote noturno"        at 0705
        display "[2] Reajuste de precos em lote"      at 0805
        display "[3] Importacao da tabela de CEP"     at 0905
        display "[4] Exporta movimento da loja"       at 1005
        display "[5] Importa movimento das lojas"     at 1105
        display "[6] Fechamento mensal"               at 1205
        display "Opcao: " at 1305
        accept wsubopcao at 1312
        move zero to wchamada
                    wnivel
              end-if
              go to menu-utilitarios-2
           when 3
              if wnivel < 2 then
                 display "Acesso restrito ao supervisor" at 2105
                 display "Tecle enter para continuar" at 2305
                 accept resp-continua at 2333
              else
                 call "ImportaCep"
                 display "Importacao concluida - ver cepimport.log"
                    at 2105
                 display "Tecle enter para continuar" at 2305
                 accept resp-continua at 2333
              end-if
              go to menu-utilitarios-2
           when 4
              call "ExportaMovimentoLoja"
              go to menu-utilitarios-2
           when 5
              if wnivel < 2 then
                 display "Acesso restrito ao supervisor" at 2105
                 display "Tecle enter para continuar" at 2305
                 accept resp-continua at 2333
              else
                 call "ImportaMovimentoLoja"
              end-if
              go to menu-utilitarios-2
           when 6
              if wnivel < 2 then
                 display "Acesso restrito ao supervisor" at 2105
                 display "Tecle enter para continuar" at 2305
                 accept resp-continua at 2333
              else
                 call "FechamentoMensal" using wchamada wid-operador
                    wnivel
              end-if
              go to menu-utilitarios-2
           when other
              go to menu-utilitarios-2
        end-evaluate
