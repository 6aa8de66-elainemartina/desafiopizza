      *                 pizzaria, da cotacao mais antiga para a mais
      *                 nova, as pizzas a repesquisar, em PIZZAVNC.

      * 15/10/2026 EMA  Registro das compras efetivadas (PIZZA-MODO =
      *                 COMPRA): digitacao da nota ou carga do arquivo
      *                 COMPRAIN para o PIZZACMP (pizzaria, sabor,
      *                 tamanho, quantidade, valor pago, data e numero
      *                 da nota), com rejeitos em COMPRAERR; o PEDIDO
      *                 passa a gravar os itens escolhidos tambem no
      *                 PIZZAPLN e a conciliacao (PIZZA-MODO =
      *                 CONCILIA) compara cada compra com a cotacao do
      *                 cadastro e com o ultimo plano do dia, apontando
      *                 sobrepreco (tolerancia PIZZA-TOLERANCIA-PCT),
      *                 compra em outra pizzaria, compra sem cotacao e
      *                 itens do plano nao comprados, com o total
      *                 planejado x pago em PIZZACON.

      * 15/10/2026 EMA  Avaliacao de entregas dos fornecedores
      *                 (PIZZAAVL, chave pizzaria + data: minutos de
      *                 atraso, nota de chegada, erros no pedido e
      *                 reclamacao), mantida pelo PIZZA-MODO = AVALIA,
      *                 e scorecard mensal por pizzaria do PIZZARIA
      *                 (PIZZA-MODO = SCORE, mes em PIZZA-MES-SCORE):
      *                 nota ponderada da posicao media no ranking de
      *                 preco por cm2 com os indicadores de entrega,
      *                 em PIZZASCR, listando os ativos abaixo da nota
      *                 minima (PIZZA-NOTA-MINIMA, padrao 6) como
      *                 candidatos a situacao I.

      * 15/10/2026 EMA  Cadastro de promocoes (PIZZAPRM: pizzaria, sabor
      *                 e tamanho ou * para todos, vigencia de/ate, dias
      *                 da semana e tipo P-% desconto, F-preco fixo ou
      *                 L-leve N pague M), carregado em INICIALIZA: o
      *                 comparativo impresso e o PIZZACSV passam a usar
      *                 o preco efetivo do dia (mostrando o preco de
      *                 tabela e a promocao aplicada), o PEDIDO escolhe
      *                 pelo custo efetivo para a quantidade pedida e a
      *                 conciliacao cota pela promocao da data da
      *                 compra; listagem de promocoes vigentes, a vencer
      *                 (PIZZA-PROMO-AVISO-DIAS, padrao 7) e futuras
      *                 pelo PIZZA-MODO = PROMO, em PIZZAPRL.

      * 15/10/2026 EMA  Tabela padronizada de sabores (PIZZASAB: codigo,
      *                 descricao oficial, categoria S/D/E e ate 10
      *                 sinonimos), mantida pelo PIZZA-MODO = SABOR: o
      *                 cadastro interativo, o lote, a restauracao, a
      *                 demanda do PEDIDO e as compras traduzem o
      *                 sinonimo para o sabor oficial, e o lote rejeita
      *                 sabor desconhecido em SURVEYERR (SABOR
      *                 DESCONHECIDO); PIZZA-MODO = UNIFICA renomeia e
      *                 mescla no PIZZAMAS e no PIZZAHIST as chaves ja
      *                 gravadas com sinonimo, com relatorio PIZZAUNI.

      * 15/10/2026 EMA  Quarentena do survey em lote (PIZZA-QUARENTENA
      *                 = S): os registros validos vao para o PIZZAPEN
      *                 identificados pelo lote (data/hora) e sequencia,
      *                 sem atualizar o mestre nem o historico; o
      *                 PIZZA-MODO = APROVA mostra cada pendente ao lado
      *                 do preco atual com a variacao, e o supervisor
      *                 aprova, rejeita com motivo ou aprova o lote
      *                 inteiro; o aprovado grava mestre e historico com
      *                 a data da pesquisa. O final do lote informa os
      *                 pendentes e os que aguardam ha mais de
      *                 PIZZA-PENDENTE-DIAS (padrao 3) dias.

      * 15/10/2026 EMA  Controle de acesso (PIZZAUSR: usuario, nome,
      *                 perfil C-consulta/P-pesquisador/B-comprador/
      *                 A-administrador, situacao e resumo da senha):
      *                 INICIALIZA confere usuario e senha
      *                 (PIZZA-USUARIO/PIZZA-SENHA ou digitados) e a
      *                 permissao do perfil para o PIZZA-MODO; a recusa
      *                 fica no PIZZAJOB com RETURN-CODE 20, que passa a
      *                 guardar o usuario. O PIZZALOG grava o usuario
      *                 autenticado. Cadastro mantido pelo PIZZA-MODO =
      *                 USUARIO (com o cadastro vazio, inclui o primeiro
      *                 administrador).

      * 15/10/2026 EMA  Remessa para contas a pagar (PIZZA-MODO =
      *                 REMESSA): as compras ainda nao remetidas do
      *                 PIZZACMP viram um titulo por pizzaria e nota
      *                 (codigo do fornecedor, valor com a taxa de
      *                 entrega, vencimento em PIZZA-PRAZO-PAGTO dias,
      *                 padrao 30) no arquivo de posicao fixa PIZZAREM,
      *                 com header e trailer de totais; a sequencia e
      *                 conferida no controle PIZZARSQ (sequencia
      *                 informada em PIZZA-REMESSA-SEQ repetida ou fora
      *                 de ordem e recusada com RETURN-CODE 16) e as
      *                 compras remetidas recebem o numero da remessa no
      *                 proprio PIZZACMP.

      * 15/10/2026 EMA  Filiais no planejamento do pedido: PIZZAFIL
      *                 (codigo, nome, bairro, regiao) e PIZZACOB
      *                 (pizzaria x filial com taxa de entrega e pedido
      *                 minimo proprios); o PEDIDOIN ganha a filial, o
      *                 PEDIDO so escolhe pizzaria que atende a filial
      *                 da demanda e imprime o plano com quebra por
      *                 filial (totais por pizzaria com a taxa da
      *                 cobertura, total da filial e total geral); o
      *                 PIZZAPLN passa a guardar a filial do item.

      * 15/10/2026 EMA  Reajuste em massa de precos (PIZZA-MODO =
      *                 REAJUSTE): pizzaria ou todas, filtro opcional de
      *                 tamanho e moeda, percentual ou valor fixo para
      *                 mais ou para menos e data de vigencia; simulacao
      *                 previa em PIZZAREJ (preco antigo, preco novo e
      *                 preco/cm2 novo) e, so apos a confirmacao,
      *                 atualizacao do PIZZAMAS com ponto no PIZZAHIST
      *                 na data de vigencia e registro no PIZZALOG com a
      *                 operacao R (reajuste), distinta da alteracao A.

      * 15/10/2026 EMA  Estorno de execucao (PIZZA-MODO = ESTORNO): cada
      *                 execucao recebe um numero unico no PIZZAJOB,
      *                 gravado nos pontos do PIZZAHIST, nos alertas do
      *                 PIZZAALRT e no PIZZALOG, que passa a guardar a
      *                 imagem antes/depois (com a data de atualizacao)
      *                 das pizzas gravadas por INTER, BATCH e APROVA
      *                 (operacao L); o estorno pede o numero, lista a
      *                 previa em PIZZAEST e, confirmado, exclui os
      *                 pontos e alertas da execucao e volta cada chave
      *                 a imagem anterior (operacao X); chave alterada
      *                 depois da execucao so e sinalizada (RETURN-CODE
      *                 8) e execucao ja estornada, sem fim ou anterior
      *                 a RESTAURA/UNIFICA e recusada (RETURN-CODE 16).

      * 15/10/2026 EMA  APROVA nao regride o cadastro: pendente com data
      *                 de pesquisa anterior a data de atualizacao da
      *                 pizza no mestre e rejeitado com o motivo COTACAO
      *                 MAIS NOVA NO CADASTRO (aviso na exibicao, total
      *                 proprio no resumo), inclusive na aprovacao do
      *                 lote inteiro.

      * 15/10/2026 EMA  Conversao do PIZZAHIST para o leiaute com o
      *                 numero da execucao (PIZZA-MODO = CONVHIST) e
      *                 historico ilegivel encerra com RETURN-CODE 12;
      *                 sabor da compra digitada padronizado pela tabela
      *                 de sabores; codigo do sabor em maiusculas na
      *                 manutencao; vigencia do reajuste conferida como
      *                 data valida e nao futura.

      * 15/10/2026 EMA  REAJUSTE nao aplica vigencia anterior a ultima
      *                 cotacao da pizza (listada como COTACAO
      *                 POSTERIOR); ESTORNO devolve ao ponto do mesmo
      *                 dia a imagem anterior em vez de exclui-lo e
      *                 mantem os pontos das chaves sinalizadas.

      *---- Divisão Para Configuração do Ambiente
       environment division.
       configuration section.
               record key is chave_completa_hist
               file status is fs_historico.
           select sort-trabalho assign to "SORTWK".
           select sort-demanda assign to "SORTDEM".
           select pizza-cambio assign to "CAMBIO"
               organization is line sequential
               file status is fs_cambio.
           select pizza-historico-arc assign to "PIZZAARC"
               organization is line sequential
               file status is fs_historico_arc.
           select pizza-historico-ant assign to "PIZZAHIST"
               organization is indexed
               access mode is dynamic
               record key is chave_completa_ant
               file status is fs_historico.
           select pizza-historico-tmp assign to "PIZZAHTMP"
               organization is line sequential
               file status is fs_historico_tmp.
           select pizza-pedido assign to "PIZZAPED"
               organization is line sequential
               file status is fs_pedido.
           select pizza-compra assign to "PIZZACMP"
               organization is line sequential
               file status is fs_compra.
           select pizza-compra-in assign to "COMPRAIN"
               organization is line sequential
               file status is fs_compra_in.
           select pizza-compra-err assign to "COMPRAERR"
               organization is line sequential
               file status is fs_compra_err.
           select pizza-plano assign to "PIZZAPLN"
               organization is line sequential
               file status is fs_plano.
           select pizza-conciliacao assign to "PIZZACON"
               organization is line sequential
               file status is fs_conciliacao.
           select pizza-remessa assign to "PIZZAREM"
               organization is line sequential
               file status is fs_remessa.
           select pizza-controle-remessa assign to "PIZZARSQ"
               organization is line sequential
               file status is fs_controle_remessa.
           select pizza-compra-tmp assign to "PIZZACTMP"
               organization is line sequential
               file status is fs_compra_tmp.
           select pizza-filial assign to "PIZZAFIL"
               organization is line sequential
               file status is fs_filial.
           select pizza-cobertura assign to "PIZZACOB"
               organization is line sequential
               file status is fs_cobertura.
           select pizza-reajuste assign to "PIZZAREJ"
               organization is line sequential
               file status is fs_reajuste.
           select pizza-estorno assign to "PIZZAEST"
               organization is line sequential
               file status is fs_estorno.
           select pizza-alerta-tmp assign to "PIZZAATMP"
               organization is line sequential
               file status is fs_alerta_tmp.
           select pizza-avaliacao assign to "PIZZAAVL"
               organization is indexed
               access mode is dynamic
               record key is chave_avaliacao
               file status is fs_avaliacao.
           select pizza-scorecard assign to "PIZZASCR"
               organization is line sequential
               file status is fs_scorecard.
           select pizza-promocao assign to "PIZZAPRM"
               organization is line sequential
               file status is fs_promocao.
           select pizza-lista-promocao assign to "PIZZAPRL"
               organization is line sequential
               file status is fs_lista_promocao.
           select pizza-sabor assign to "PIZZASAB"
               organization is indexed
               access mode is dynamic
               record key is codigo_sabor
               file status is fs_sabor.
           select pizza-unificacao assign to "PIZZAUNI"
               organization is line sequential
               file status is fs_unificacao.
           select pizza-pendente assign to "PIZZAPEN"
               organization is indexed
               access mode is dynamic
               record key is chave_pendente
               file status is fs_pendente.
           select pizza-usuario assign to "PIZZAUSR"
               organization is indexed
               access mode is dynamic
               record key is id_usuario
               file status is fs_usuario.
       I-O-Control.

      *---- Declaração de Variáveis
           05 codigo_moeda_hist                     pic x(03).
           05 taxa_cambio_hist                      pic 9(02)v9999.
           05 preco_cm2_hist                        pic 9(05)v99.
           05 job_hist                              pic 9(07).

       sd  sort-trabalho.
       01  sort-trabalho-rec.
           05 sort_chave.
               10 sort_pizzaria                    pic x(15).
               10 sort_subchave                    pic x(16).
           05 sort_item_imagem                     pic x(133).

       sd  sort-demanda.
       01  sort-demanda-rec.
           05 sort_dem_filial                      pic x(04).
           05 sort_dem_seq                         pic 9(05).
           05 sort_dem_imagem                      pic x(29).

       fd  pizza-cambio.
       01  pizza-cambio-rec.
       01  pizza-alerta-rec                        pic x(100).

       fd  pizza-csv.
       01  pizza-csv-rec                           pic x(160).

       fd  pizza-restart.
       01  pizza-restart-rec.
       01  pizza-verif-rec                         pic x(80).

       fd  pizza-historico-arc.
       01  pizza-historico-arc-rec                 pic x(69).

       fd  pizza-historico-tmp.
       01  pizza-historico-tmp-rec                 pic x(69).

      * ---- Leiaute Anterior do PIZZAHIST (62 Posicoes, sem o Numero
      * ---- da Execucao), Lido Apenas pela Conversao (CONVHIST)
       fd  pizza-historico-ant.
       01  pizza-historico-ant-rec.
           05 chave_completa_ant                   pic x(39).
           05 filler                               pic x(23).

       fd  pizza-sumario.
       01  pizza-sumario-rec.
           05 usuario_log                          pic x(08).
           05 imagem_antes_log                     pic x(61).
           05 imagem_depois_log                    pic x(61).
           05 job_log                              pic 9(07).
           05 data_antes_log                       pic x(08).
           05 data_depois_log                      pic x(08).

       fd  pizza-tamanhos.
       01  pizza-tamanhos-rec                      pic x(80).
           05 rejeitados_diario                    pic 9(07).
           05 alertas_diario                       pic 9(04).
           05 retorno_diario                       pic 9(02).
           05 usuario_diario                       pic x(08).
           05 numero_diario                        pic 9(07).
           05 numero_diario_x redefines numero_diario
                                                   pic x(07).
           05 job_estornado_diario                 pic 9(07).

       fd  pizza-backup.
       01  pizza-backup-rec                        pic x(80).
           05 tamanho_minimo_demanda               pic x(01).
           05 area_desejada_demanda                pic 9(06).
           05 quantidade_demanda                   pic 9(03).
           05 filial_demanda                       pic x(04).

       fd  pizza-pedido.
       01  pizza-pedido-rec                        pic x(120).

       fd  pizza-compra.
       01  pizza-compra-rec.
           05 pizzaria_compra                      pic x(15).
           05 sabor_compra                         pic x(15).
           05 tamanho_compra                       pic x(01).
           05 quantidade_compra                    pic 9(03).
           05 valor_pago_compra                    pic 9(07)v99.
           05 data_compra                          pic 9(08).
           05 data_compra_x redefines data_compra  pic x(08).
           05 nota_compra                          pic x(10).
           05 remessa_compra                       pic 9(06).
           05 remessa_compra_x redefines remessa_compra
                                                   pic x(06).

       fd  pizza-compra-in.
       01  pizza-compra-in-rec                     pic x(61).

       fd  pizza-compra-err.
       01  pizza-compra-err-rec.
           05 compra_rejeitada                     pic x(61).
           05 motivo_rejeicao_compra               pic x(20).

       fd  pizza-plano.
       01  pizza-plano-rec.
           05 data_plano                           pic 9(08).
           05 hora_plano                           pic 9(08).
           05 sabor_plano                          pic x(15).
           05 pizzaria_plano                       pic x(15).
           05 tamanho_plano                        pic x(01).
           05 quantidade_plano                     pic 9(03).
           05 unitario_plano                       pic 9(07)v99.
           05 filial_plano                         pic x(04).

       fd  pizza-conciliacao.
       01  pizza-conciliacao-rec                   pic x(132).

       fd  pizza-remessa.
       01  pizza-remessa-rec                       pic x(100).

       fd  pizza-controle-remessa.
       01  pizza-controle-remessa-rec.
           05 seq_controle                         pic 9(06).
           05 data_controle                        pic 9(08).
           05 hora_controle                        pic 9(08).
           05 qtd_titulos_controle                 pic 9(06).
           05 valor_controle                       pic 9(11)v99.
           05 usuario_controle                     pic x(08).

       fd  pizza-compra-tmp.
       01  pizza-compra-tmp-rec                    pic x(67).

       fd  pizza-filial.
       01  pizza-filial-rec.
           05 codigo_filial                        pic x(04).
           05 nome_filial                          pic x(30).
           05 bairro_filial                        pic x(20).
           05 regiao_filial                        pic x(15).

       fd  pizza-cobertura.
       01  pizza-cobertura-rec.
           05 pizzaria_cobertura                   pic x(15).
           05 filial_cobertura                     pic x(04).
           05 taxa_entrega_cobertura               pic 9(03)v99.
           05 pedido_minimo_cobertura              pic 9(05)v99.

       fd  pizza-reajuste.
       01  pizza-reajuste-rec                      pic x(100).

       fd  pizza-estorno.
       01  pizza-estorno-rec                       pic x(100).

       fd  pizza-alerta-tmp.
       01  pizza-alerta-tmp-rec                    pic x(100).

       fd  pizza-avaliacao.
       01  pizza-avaliacao-rec.
           05 chave_avaliacao.
               10 pizzaria_aval                    pic x(15).
               10 data_aval                        pic 9(08).
           05 minutos_atraso_aval                  pic 9(03).
           05 nota_chegada_aval                    pic 9(02).
           05 erros_pedido_aval                    pic 9(02).
           05 reclamacao_aval                      pic x(01).
               88 aval-com-reclamacao              value "S".
               88 aval-sem-reclamacao              value "N".

       fd  pizza-scorecard.
       01  pizza-scorecard-rec                     pic x(150).

       fd  pizza-promocao.
       01  pizza-promocao-rec.
           05 pizzaria_promo                       pic x(15).
           05 sabor_promo                          pic x(15).
           05 tamanho_promo                        pic x(01).
           05 data_inicio_promo                    pic 9(08).
           05 data_fim_promo                       pic 9(08).
           05 dias_semana_promo                    pic x(07).
           05 tipo_promo                           pic x(01).
               88 promo-percentual                 value "P".
               88 promo-preco-fixo                 value "F".
               88 promo-leve-pague                 value "L".
           05 valor_promo                          pic 9(05)v99.
           05 leve_promo                           pic 9(02).
           05 pague_promo                          pic 9(02)v9.

       fd  pizza-lista-promocao.
       01  pizza-lista-promocao-rec                pic x(100).

       fd  pizza-sabor.
       01  pizza-sabor-rec.
           05 codigo_sabor                         pic x(04).
           05 descricao_sabor                      pic x(15).
           05 categoria_sabor                      pic x(01).
               88 sabor-salgado                    value "S".
               88 sabor-doce                       value "D".
               88 sabor-especial                   value "E".
           05 sinonimos_sabor.
               10 sinonimo_sabor occurs 10 times   pic x(15).

       fd  pizza-unificacao.
       01  pizza-unificacao-rec                    pic x(100).

       fd  pizza-pendente.
       01  pizza-pendente-rec.
           05 chave_pendente.
               10 lote_pendente.
                   15 data_lote_pendente           pic 9(08).
                   15 hora_lote_pendente           pic 9(08).
               10 seq_pendente                     pic 9(07).
           05 survey_pendente                      pic x(54).
           05 data_pesquisa_pendente               pic 9(08).
           05 situacao_pendente                    pic x(01).
               88 pendente-aguardando              value "P".
               88 pendente-aprovado                value "A".
               88 pendente-rejeitado               value "R".
           05 motivo_pendente                      pic x(30).
           05 data_decisao_pendente                pic 9(08).

       fd  pizza-usuario.
       01  pizza-usuario-rec.
           05 id_usuario                           pic x(08).
           05 nome_usuario                         pic x(30).
           05 perfil_usuario                       pic x(01).
               88 perfil-consulta                  value "C".
               88 perfil-pesquisador               value "P".
               88 perfil-comprador                 value "B".
               88 perfil-administrador             value "A".
           05 situacao_usuario                     pic x(01).
               88 usuario-rec-ativo                value "A".
               88 usuario-rec-inativo              value "I".
           05 senha_usuario                        pic 9(10).
           05 data_senha_usuario                   pic 9(08).

      *---- Variaveis de Trabalho
       working-storage section.
               10 filler                           pic x(03)
                                                   value  " - ".
               10 data_atualizacao                 pic 9(08).
               10 filler                           pic x(03)
                                                   value  " - ".
               10 preco_efetivo                    pic 9(05)v99.
               10 filler                           pic x(03)
                                                   value  " - ".
               10 preco_cm2_efetivo                pic 9(05)v99.
               10 filler                           pic x(02)
                                                   value  " -".
               10 promo_aplicada                   pic x(01).

       01  aux.
           05 pizzaria_aux                         pic x(15)
           05 filler                               pic x(03)
                                                   value  " - ".
           05 data_atualizacao_aux                 pic 9(08).
           05 filler                               pic x(03)
                                                   value  " - ".
           05 preco_efetivo_aux                    pic 9(05)v99.
           05 filler                               pic x(03)
                                                   value  " - ".
           05 preco_cm2_efetivo_aux                pic 9(05)v99.
           05 filler                               pic x(02)
                                                   value  " -".
           05 promo_aplicada_aux                   pic x(01).

       77  delta_preco_cm2                         pic 9(05)v99.
       77  raio                                    pic 9(03)v99.
       77  data_taxa_vigente                       pic 9(08).
       77  sw_taxa_encontrada                      pic x(01).
           88 taxa-encontrada                      value "S".

      *---- Variaveis do Cadastro de Promocoes (PIZZAPRM)
       77  fs_promocao                             pic x(02).
       77  fs_lista_promocao                       pic x(02).
       77  qtd_promocoes                           pic 9(03)
                                                   value 0.
       77  qtd_maxima_promocoes                    pic 9(03)
                                                   value 500.
       77  qtd_promocoes_invalidas                 pic 9(03)
                                                   value 0.
       01  tabela_promocao.
           05 promocao_item occurs 500 times.
               10 pizzaria_tab_promo               pic x(15).
               10 sabor_tab_promo                  pic x(15).
               10 tamanho_tab_promo                pic x(01).
               10 inicio_tab_promo                 pic 9(08).
               10 fim_tab_promo                    pic 9(08).
               10 dias_tab_promo                   pic x(07).
               10 tipo_tab_promo                   pic x(01).
               10 valor_tab_promo                  pic 9(05)v99.
               10 leve_tab_promo                   pic 9(02).
               10 pague_tab_promo                  pic 9(02)v9.
       77  ind_promo                               pic 9(03).

      * ---- Parametros e Resultado do Calculo do Preco Efetivo: Data e
      * ---- Quantidade de Referencia (Quantidade 0 = Preco Unitario
      * ---- Pleno da Promocao, Usado no Comparativo)
       77  data_ref_promo                          pic 9(08).
       77  qtd_ref_promo                           pic 9(03).
       77  preco_efetivo_calc                      pic 9(05)v99.
       77  tipo_promo_aplicada                     pic x(01).
       77  preco_candidato_promo                   pic 9(05)v99.
       77  sw_promo_aplicavel                      pic x(01).
           88 promo-aplicavel                      value "S".
       77  dias_ref_promo                          pic 9(07).
       77  semanas_ref_promo                       pic 9(07).
       77  resto_semana_promo                      pic 9(01).
       77  dia_semana_ref                          pic 9(01).
       77  grupos_leve_promo                       pic 9(03).
       77  avulsas_leve_promo                      pic 9(02).
       77  preco_tabela_salvo                      pic 9(05)v99.
       77  preco_cm2_tabela_salvo                  pic 9(05)v99.

      * ---- Listagem de Promocoes Vigentes e a Vencer (PROMO)
       77  aviso_promo_texto                       pic x(06)
                                                   justified right.
       77  aviso_promo_num redefines aviso_promo_texto
                                                   pic 9(06).
       77  aviso_promo_dias                        pic 9(03)
                                                   value 7.
       77  data_limite_aviso                       pic 9(08).
       77  qtd_promo_vigentes                      pic 9(03)
                                                   value 0.
       77  qtd_promo_a_vencer                      pic 9(03)
                                                   value 0.
       77  qtd_promo_futuras                       pic 9(03)
                                                   value 0.
       77  qtd_promo_encerradas                    pic 9(03)
                                                   value 0.

       01  linha_promocao.
           05 promo_disp_pizzaria                  pic x(15).
           05 filler                               pic x(01)
                                                   value space.
           05 promo_disp_sabor                     pic x(15).
           05 filler                               pic x(01)
                                                   value space.
           05 promo_disp_tamanho                   pic x(01).
           05 filler                               pic x(01)
                                                   value space.
           05 promo_disp_inicio                    pic 9(08).
           05 filler                               pic x(01)
                                                   value space.
           05 promo_disp_fim                       pic 9(08).
           05 filler                               pic x(01)
                                                   value space.
           05 promo_disp_dias                      pic x(07).
           05 filler                               pic x(01)
                                                   value space.
           05 promo_disp_tipo                      pic x(01).
           05 filler                               pic x(01)
                                                   value space.
           05 promo_disp_condicao                  pic x(18).
           05 filler                               pic x(01)
                                                   value space.
           05 promo_disp_situacao                  pic x(10).

       77  promo_disp_valor                        pic zz.zz9,99.
       77  promo_disp_leve                         pic z9.
       77  promo_disp_pague                        pic z9,9.

       01  cabecalho_promocao.
           05 filler                               pic x(16)
                                                   value "Pizzaria".
           05 filler                               pic x(16)
                                                   value "Sabor".
           05 filler                               pic x(02)
                                                   value "T".
           05 filler                               pic x(09)
                                                   value "Inicio".
           05 filler                               pic x(09)
                                                   value "Fim".
           05 filler                               pic x(08)
                                                   value "DSTQQSS".
           05 filler                               pic x(02)
                                                   value "T".
           05 filler                               pic x(19)
                                                   value "Condicao".
           05 filler                               pic x(08)
                                                   value "Situacao".

       01  linha_contagem_promo.
           05 contagem_promo_titulo                pic x(30).
           05 contagem_promo_valor                 pic zz9.
      *---- Variaveis da Tabela Padronizada de Sabores (PIZZASAB)
       77  fs_sabor                                pic x(02).
       77  qtd_sabores                             pic 9(03)
                                                   value 0.
       77  qtd_maxima_sabores                      pic 9(03)
                                                   value 300.
       01  tabela_sabor.
           05 sabor_item occurs 300 times.
               10 codigo_tab_sabor                 pic x(04).
               10 descricao_tab_sabor              pic x(15).
               10 categoria_tab_sabor              pic x(01).
               10 sinonimo_tab_sabor occurs 10 times
                                                   pic x(15).
       77  ind_sabor                               pic 9(03).
       77  ind_sinonimo                            pic 9(02).
       77  sabor_busca                             pic x(15).
       77  sabor_padrao                            pic x(15).
       77  sw_sabor_reconhecido                    pic x(01).
           88 sabor-reconhecido                    value "S".
       77  sw_sabor_aberto                         pic x(01)
                                                   value "N".
       77  sw_sabor_encontrado                     pic x(01).
           88 sabor-encontrado                     value "S".
       77  codigo_busca_sabor                      pic x(04).
       77  termo_sabor                             pic x(15).
       77  codigo_conflito_sabor                   pic x(04).
       77  sw_termo_conflito                       pic x(01).
           88 termo-em-conflito                    value "S".
       77  sw_fim_sinonimos                        pic x(01).
           88 fim-sinonimos                        value "S".
       77  opcao_sabor                             pic x(01)
                                                   value space.
           88 sabor-incluir                        value "I".
           88 sabor-consultar                      value "C".
           88 sabor-alterar                        value "A".
           88 sabor-excluir                        value "E".
           88 sabor-fim                            value "F".

      * ---- Unificacao das Chaves Duplicadas por Sinonimo (UNIFICA)
       77  fs_unificacao                           pic x(02).
       77  ind_destino_uni                         pic 9(04).
       77  ind_origem_uni                          pic 9(04).
       77  qtd_uni_renomeadas                      pic 9(05)
                                                   value 0.
       77  qtd_uni_mescladas                       pic 9(05)
                                                   value 0.
       77  qtd_uni_desconhecidos                   pic 9(05)
                                                   value 0.
       77  qtd_uni_hist_movidos                    pic 9(07)
                                                   value 0.
       77  qtd_uni_hist_colisoes                   pic 9(07)
                                                   value 0.
       77  qtd_rest_mesclados                      pic 9(05)
                                                   value 0.

       01  linha_unificacao.
           05 uni_origem                           pic x(06).
           05 filler                               pic x(01)
                                                   value space.
           05 uni_pizzaria                         pic x(15).
           05 filler                               pic x(01)
                                                   value space.
           05 uni_sabor_de                         pic x(15).
           05 filler                               pic x(01)
                                                   value space.
           05 uni_tamanho                          pic x(01).
           05 filler                               pic x(04)
                                                   value " -> ".
           05 uni_sabor_para                       pic x(15).
           05 filler                               pic x(01)
                                                   value space.
           05 uni_ocorrencia                       pic x(36).

       01  linha_contagem_uni.
           05 contagem_uni_titulo                  pic x(36).
           05 contagem_uni_valor                   pic z.zzz.zz9.

      *---- Variaveis da Quarentena do Survey (PIZZAPEN) e da
      *---- Aprovacao dos Registros Pendentes (APROVA)
       77  fs_pendente                             pic x(02).
       77  sw_quarentena                           pic x(01)
                                                   value "N".
           88 em-quarentena                        value "S".
       77  data_lote_atual                         pic 9(08).
       77  hora_lote_atual                         pic 9(08).
       77  qtd_survey_quarentena                   pic 9(07)
                                                   value 0.
       77  pendente_dias_texto                     pic x(06)
                                                   justified right.
       77  pendente_dias_num redefines pendente_dias_texto
                                                   pic 9(06).
       77  pendente_dias                           pic 9(03)
                                                   value 3.
       77  data_corte_pendente                     pic 9(08).
       77  qtd_pendentes_total                     pic 9(05)
                                                   value 0.
       77  qtd_pendentes_antigos                   pic 9(05)
                                                   value 0.
       77  opcao_aprovacao                         pic x(01)
                                                   value space.
           88 aprov-aprovar                        value "A".
           88 aprov-rejeitar                       value "R".
           88 aprov-lote                           value "L".
           88 aprov-pular                          value "P".
           88 aprov-fim                            value "F".
       77  lote_aprovacao_total                    pic x(16)
                                                   value spaces.
       77  qtd_aprovados                           pic 9(05)
                                                   value 0.
       77  qtd_reprovados                          pic 9(05)
                                                   value 0.
       77  qtd_aprov_pulados                       pic 9(05)
                                                   value 0.
       77  qtd_aprov_superados                     pic 9(05)
                                                   value 0.
       77  preco_novo_conv                         pic 9(07)v99.
       77  preco_atual_conv                        pic 9(07)v99.
       77  variacao_aprov_pct                      pic s9(05)v99.
       77  variacao_aprov_disp                     pic +zzzz9,99.

      * ---- Data da Pesquisa Gravada no Mestre e no Historico (na
      * ---- Aprovacao Vale a Data do Lote, Nao a Data da Decisao)
       77  data_pesquisa                           pic 9(08).

      *---- Variaveis do Controle de Acesso por Usuario (PIZZAUSR)
       77  fs_usuario                              pic x(02).
       77  sw_usuario_aberto                       pic x(01)
                                                   value "N".
       77  sw_usuarios_vazio                       pic x(01)
                                                   value "N".
           88 cadastro-usuarios-vazio              value "S".
       77  sw_acesso                               pic x(01)
                                                   value "N".
           88 acesso-liberado                      value "S".
           88 acesso-negado                        value "N".
       77  motivo_acesso                           pic x(34).
       77  senha_informada                         pic x(16).
       77  senha_confirmacao                       pic x(16).

      * ---- A Senha Nunca e Gravada: o Cadastro Guarda Somente o
      * ---- Resumo Calculado sobre o Usuario Mais a Senha
       01  chave_hash_senha.
           05 usuario_hash                         pic x(08).
           05 senha_hash                           pic x(16).
       01  caracteres_hash_senha redefines chave_hash_senha.
           05 caracter_hash occurs 24 times        pic x(01).
       77  ind_hash                                pic 9(02).
       77  hash_trabalho                           pic 9(13).
       77  hash_senha_calc                         pic 9(10).

       77  id_busca_usuario                        pic x(08).
       77  sw_usuario_encontrado                   pic x(01).
           88 usuario-encontrado                   value "S".
       77  opcao_usuario                           pic x(01)
                                                   value space.
           88 usuario-incluir                      value "I".
           88 usuario-consultar                    value "C".
           88 usuario-alterar                      value "A".
           88 usuario-trocar-senha                 value "S".
           88 usuario-fim                          value "F".

      *---- Variaveis do Cadastro de Fornecedores (PIZZARIA)
       77  fs_fornecedor                           pic x(02).
       77  qtd_fornecedores                        pic 9(03)
       01  tabela_fornecedor.
           05 fornecedor_item occurs 200 times.
               10 nome_fornec                      pic x(15).
               10 codigo_fornec                    pic 9(04).
               10 taxa_entrega_fornec              pic 9(03)v99.
               10 pedido_minimo_fornec             pic 9(05)v99.
               10 situacao_fornec                  pic x(01).
           05 moeda_salva                           pic x(03).
           05 taxa_salva                            pic 9(02)v9999.
           05 preco_cm2_salvo                       pic 9(05)v99.
           05 job_salvo                             pic 9(07).

      *---- Variaveis do Alerta de Variacao de Preco
       77  qtd_ult_hist                            pic 9(04)
           05 alerta_variacao                      pic +zz9,99.
           05 filler                               pic x(02)
                                                   value " %".
           05 filler                               pic x(05)
                                                   value " Job ".
           05 alerta_job                           pic 9(07).

       01  cabecalho_alerta.
           05 filler                               pic x(44)
           88 modo-salva                           value "SALVA".
           88 modo-restaura                        value "RESTAURA".
           88 modo-vencidos                        value "VENCID".
           88 modo-compras                         value "COMPRA".
           88 modo-conciliacao                     value "CONCILIA".
           88 modo-avaliacao                       value "AVALIA".
           88 modo-scorecard                       value "SCORE".
           88 modo-promocoes                       value "PROMO".
           88 modo-sabores                         value "SABOR".
           88 modo-unificacao                      value "UNIFICA".
           88 modo-aprovacao                       value "APROVA".
           88 modo-usuarios                        value "USUARIO".
           88 modo-remessa                         value "REMESSA".
           88 modo-reajuste                        value "REAJUSTE".
           88 modo-estorno                         value "ESTORNO".
           88 modo-conversao-hist                  value "CONVHIST".

       77  nome_consulta                           pic x(15).
       77  opcao_manutencao                        pic x(01).
       77  rpt_preco                               pic 9(05)v99.
       77  rpt_preco_cm2                           pic 9(05)v99.
       77  rpt_diferenca                           pic 9(03)v99.
       77  rpt_promo                               pic x(01).
       77  rpt_preco_promo                         pic 9(05)v99.
       77  rpt_destaque                            pic x(28)
                                                   value spaces.
       77  rpt_titulo_dif                          pic x(11)
                                                   value 0.
       77  ind_melhor_pedido                       pic 9(04).
       77  custo_melhor_pedido                     pic 9(07)v99.
       77  custo_tabela_pedido                     pic 9(07)v99.
       77  promo_melhor_pedido                     pic x(01).
       77  rank_minimo_pedido                      pic 9(01).
       77  sw_pizza_compativel                     pic x(01).
           88 pizza-compativel                     value "S".
           05 filler                               pic x(08)
                                                   value " Total: ".
           05 item_total                           pic zzz.zz9,99.
           05 filler                               pic x(09)
                                                   value " Tabela: ".
           05 item_tabela                          pic zz.zz9,99.
           05 filler                               pic x(08)
                                                   value " Promo: ".
           05 item_promo                           pic x(01).

       01  linha_total_pizzaria.
           05 total_piz_nome                       pic x(15).
           05 filler                               pic x(05)
                                                   value " Qtd ".
           05 pend_qtd                             pic zz9.
           05 filler                               pic x(08)
                                                   value " Filial ".
           05 pend_filial                          pic x(04).

      * ---- Filiais e Area de Atendimento das Pizzarias (PIZZAFIL e
      * ---- PIZZACOB), com Quebra do Plano por Filial
       77  fs_filial                               pic x(02).
       77  fs_cobertura                            pic x(02).
       77  qtd_filiais                             pic 9(03)
                                                   value 0.
       77  qtd_maxima_filiais                      pic 9(03)
                                                   value 100.
       01  tabela_filial.
           05 filial_item occurs 100 times.
               10 codigo_tab_filial                pic x(04).
               10 nome_tab_filial                  pic x(30).
               10 bairro_tab_filial                pic x(20).
               10 regiao_tab_filial                pic x(15).
       77  ind_filial                              pic 9(03).
       77  qtd_coberturas                          pic 9(04)
                                                   value 0.
       77  qtd_maxima_coberturas                   pic 9(04)
                                                   value 2000.
       01  tabela_cobertura.
           05 cobertura_item occurs 2000 times.
               10 pizzaria_tab_cob                 pic x(15).
               10 filial_tab_cob                   pic x(04).
               10 taxa_tab_cob                     pic 9(03)v99.
               10 minimo_tab_cob                   pic 9(05)v99.
       77  ind_cobertura                           pic 9(04).
       77  sw_pizzaria_atende                      pic x(01).
           88 pizzaria-atende                      value "S".
       77  qtd_filiais_invalidas                   pic 9(04)
                                                   value 0.
       77  qtd_coberturas_invalidas                pic 9(04)
                                                   value 0.
       77  filial_atual_pedido                     pic x(04).
       77  sw_primeira_filial                      pic x(01).
           88 primeira-filial                      value "S".
       77  total_filial_pedido                     pic 9(09)v99
                                                   value 0.
       77  qtd_filiais_pedido                      pic 9(03)
                                                   value 0.

       01  linha_filial_pedido.
           05 filler                               pic x(08)
                                                   value "Filial: ".
           05 filial_ped_codigo                    pic x(04).
           05 filler                               pic x(03)
                                                   value " - ".
           05 filial_ped_nome                      pic x(30).
           05 filler                               pic x(01)
                                                   value space.
           05 filial_ped_bairro                    pic x(20).
           05 filler                               pic x(01)
                                                   value space.
           05 filial_ped_regiao                    pic x(15).

       01  linha_total_filial.
           05 filler                               pic x(17)
               value "Total da Filial ".
           05 total_fil_codigo                     pic x(04).
           05 filler                               pic x(02)
                                                   value ": ".
           05 total_fil_disp                       pic z.zzz.zz9,99.

      *---- Variaveis do Registro de Compras (COMPRA) e da
      *---- Conciliacao com a Cotacao e o Plano de Compra (CONCILIA)
       77  fs_compra                               pic x(02).
       77  fs_compra_in                            pic x(02).
       77  fs_compra_err                           pic x(02).
       77  fs_plano                                pic x(02).
       77  fs_conciliacao                          pic x(02).
       77  opcao_compra                            pic x(01)
                                                   value space.
           88 compra-incluir                       value "I".
           88 compra-carregar                      value "C".
           88 compra-fim                           value "F".
       77  sw_compra_valida                        pic x(01).
           88 compra-valida                        value "S".
       77  motivo_compra                           pic x(20).
       77  qtd_compras_gravadas                    pic 9(05)
                                                   value 0.
       77  qtd_compras_rejeitadas                  pic 9(05)
                                                   value 0.
       77  hora_plano_pedido                       pic 9(08).
       77  data_filtro_concilia                    pic 9(08)
                                                   value 0.
       77  tolerancia_texto                        pic x(06)
                                                   justified right.
       77  tolerancia_num redefines tolerancia_texto
                                                   pic 9(06).
       77  tolerancia_concilia_pct                 pic 9(03)v99
                                                   value 0.
       77  unitario_pago                           pic 9(07)v99.
       77  unitario_cotado                         pic 9(07)v99.
       77  limite_cotado                           pic 9(07)v99.
       77  dif_cotado_pct                          pic s9(03)v99.
       77  total_planejado_item                    pic 9(09)v99.
       77  qtd_compras_conciliadas                 pic 9(05)
                                                   value 0.
       77  qtd_sobrepreco                          pic 9(05)
                                                   value 0.
       77  qtd_outra_pizzaria                      pic 9(05)
                                                   value 0.
       77  qtd_sem_cotacao                         pic 9(05)
                                                   value 0.
       77  qtd_sem_plano                           pic 9(05)
                                                   value 0.
       77  qtd_plano_nao_comprado                  pic 9(05)
                                                   value 0.
       77  total_pago_concilia                     pic 9(09)v99
                                                   value 0.
       77  total_cotado_concilia                   pic 9(09)v99
                                                   value 0.
       77  total_pago_com_plano                    pic 9(09)v99
                                                   value 0.
       77  total_plano_dias                        pic 9(09)v99
                                                   value 0.
       77  diferenca_plano                         pic s9(09)v99.

       77  qtd_itens_plano                         pic 9(04)
                                                   value 0.
       01  tabela_plano.
           05 plano_item occurs 1 to 9999 times
                          depending on qtd_itens_plano.
               10 data_item_plano                  pic 9(08).
               10 sabor_item_plano                 pic x(15).
               10 pizzaria_item_plano              pic x(15).
               10 tamanho_item_plano               pic x(01).
               10 qtd_item_plano                   pic 9(03).
               10 unitario_item_plano              pic 9(07)v99.
               10 sw_item_plano_usado              pic x(01).
       77  ind_plano                               pic 9(04).
       77  ind_plano_achado                        pic 9(04).

      * ---- Ultimo Plano de Cada Dia (o Pedido Pode Ser Replanejado)
       77  qtd_datas_plano                         pic 9(03)
                                                   value 0.
       01  tabela_datas_plano.
           05 data_plano_item occurs 999 times.
               10 data_ultimo_plano                pic 9(08).
               10 hora_ultimo_plano                pic 9(08).
               10 sw_data_com_compra               pic x(01).
       77  ind_data_plano                          pic 9(03).
       77  data_busca_plano                        pic 9(08).

       01  linha_conc_compra.
           05 conc_data                            pic 9(08).
           05 filler                               pic x(01)
                                                   value space.
           05 conc_nota                            pic x(10).
           05 filler                               pic x(01)
                                                   value space.
           05 conc_pizzaria                        pic x(15).
           05 filler                               pic x(01)
                                                   value space.
           05 conc_sabor                           pic x(15).
           05 filler                               pic x(01)
                                                   value space.
           05 conc_tamanho                         pic x(01).
           05 filler                               pic x(05)
                                                   value " Qtd ".
           05 conc_qtd                             pic zz9.
           05 filler                               pic x(07)
                                                   value " Pago: ".
           05 conc_pago                            pic zzz.zz9,99.
           05 filler                               pic x(07)
                                                   value " Unit: ".
           05 conc_unitario                        pic zzz.zz9,99.
           05 filler                               pic x(09)
                                                   value " Cotado: ".
           05 conc_cotado                          pic zzz.zz9,99.
           05 filler                               pic x(08)
                                                   value " Plano: ".
           05 conc_plano                           pic zzz.zz9,99.

       01  linha_conc_ocorrencia.
           05 filler                               pic x(07)
                                                   value "    >> ".
           05 conc_ocorrencia                      pic x(20).
           05 filler                               pic x(01)
                                                   value space.
           05 conc_detalhe                         pic x(60).

       77  conc_pct_disp                           pic +zz9,99.

       01  linha_conc_total.
           05 conc_total_titulo                    pic x(40).
           05 conc_total_valor                     pic -zzz.zzz.zz9,99.

       01  linha_conc_contagem.
           05 conc_contagem_titulo                 pic x(40).
           05 conc_contagem_valor                  pic zzzz9.

       01  linha_plano_nao_comprado.
           05 nao_comp_data                        pic 9(08).
           05 filler                               pic x(01)
                                                   value space.
           05 nao_comp_sabor                       pic x(15).
           05 filler                               pic x(04)
                                                   value " -> ".
           05 nao_comp_pizzaria                    pic x(15).
           05 filler                               pic x(05)
                                                   value " Tam ".
           05 nao_comp_tamanho                     pic x(01).
           05 filler                               pic x(05)
                                                   value " Qtd ".
           05 nao_comp_qtd                         pic zz9.
           05 filler                               pic x(07)
                                                   value " Unit: ".
           05 nao_comp_unitario                    pic zzz.zz9,99.

      *---- Variaveis da Remessa para Contas a Pagar (REMESSA)
       77  fs_remessa                              pic x(02).
       77  fs_controle_remessa                     pic x(02).
       77  fs_compra_tmp                           pic x(02).
       77  seq_remessa                             pic 9(06)
                                                   value 0.
       77  ultima_seq_remessa                      pic 9(06)
                                                   value 0.
       77  remessa_seq_texto                       pic x(06)
                                                   justified right.
       77  remessa_seq_num redefines remessa_seq_texto
                                                   pic 9(06).
       77  sw_remessa_recusada                     pic x(01)
                                                   value "N".
           88 remessa-recusada                     value "S".
       77  prazo_pagto_texto                       pic x(06)
                                                   justified right.
       77  prazo_pagto_num redefines prazo_pagto_texto
                                                   pic 9(06).
       77  prazo_pagto_dias                        pic 9(03)
                                                   value 30.
       77  dias_vencimento                         pic 9(07).

      * ---- Um Titulo por Pizzaria e Nota (Itens da Nota Somados)
       77  qtd_titulos                             pic 9(04)
                                                   value 0.
       77  qtd_maxima_titulos                      pic 9(04)
                                                   value 999.
       01  tabela_titulo.
           05 titulo_item occurs 999 times.
               10 pizzaria_titulo                  pic x(15).
               10 nota_titulo                      pic x(10).
               10 codigo_fornec_titulo             pic 9(04).
               10 data_titulo                      pic 9(08).
               10 valor_pizzas_titulo              pic 9(09)v99.
               10 taxa_titulo                      pic 9(03)v99.
               10 sw_titulo_remetido               pic x(01).
                   88 titulo-remetido              value "S".
       77  ind_titulo                              pic 9(04).
       77  qtd_titulos_remetidos                   pic 9(04)
                                                   value 0.
       77  qtd_titulos_retidos                     pic 9(04)
                                                   value 0.
       77  qtd_compras_remetidas                   pic 9(05)
                                                   value 0.
       77  total_pizzas_remessa                    pic 9(11)v99
                                                   value 0.
       77  total_taxas_remessa                     pic 9(09)v99
                                                   value 0.
       77  total_remessa                           pic 9(11)v99
                                                   value 0.

      * ---- Leiaute do Arquivo de Remessa (PIZZAREM, 100 Posicoes)
       01  remessa_header.
           05 tipo_header                          pic x(01)
                                                   value "0".
           05 data_header                          pic 9(08).
           05 seq_header                           pic 9(06).
           05 origem_header                        pic x(10)
                                                   value "PIZZAS".
           05 filler                               pic x(75)
                                                   value spaces.
       01  remessa_detalhe.
           05 tipo_detalhe                         pic x(01)
                                                   value "1".
           05 seq_detalhe                          pic 9(06).
           05 codigo_detalhe                       pic 9(04).
           05 pizzaria_detalhe                     pic x(15).
           05 nota_detalhe                         pic x(10).
           05 emissao_detalhe                      pic 9(08).
           05 vencimento_detalhe                   pic 9(08).
           05 valor_pizzas_detalhe                 pic 9(09)v99.
           05 taxa_detalhe                         pic 9(05)v99.
           05 valor_detalhe                        pic 9(09)v99.
           05 filler                               pic x(19)
                                                   value spaces.
       01  remessa_trailer.
           05 tipo_trailer                         pic x(01)
                                                   value "9".
           05 seq_trailer                          pic 9(06).
           05 qtd_titulos_trailer                  pic 9(06).
           05 qtd_registros_trailer                pic 9(06).
           05 valor_pizzas_trailer                 pic 9(11)v99.
           05 taxa_trailer                         pic 9(09)v99.
           05 valor_trailer                        pic 9(11)v99.
           05 filler                               pic x(44)
                                                   value spaces.

      *---- Variaveis da Avaliacao de Entregas (AVALIA) e do
      *---- Scorecard Mensal de Fornecedores (SCORE)
       77  fs_avaliacao                            pic x(02).
       77  fs_scorecard                            pic x(02).
       77  opcao_avaliacao                         pic x(01)
                                                   value space.
           88 aval-incluir                         value "I".
           88 aval-consultar                       value "C".
           88 aval-alterar                         value "A".
           88 aval-excluir                         value "E".
           88 aval-fim                             value "F".
       77  sw_avaliacao_encontrada                 pic x(01).
           88 avaliacao-encontrada                 value "S".
       77  mes_texto                               pic x(06).
       77  mes_scorecard                           pic 9(06).
       77  nota_minima_texto                       pic x(06)
                                                   justified right.
       77  nota_minima_num redefines nota_minima_texto
                                                   pic 9(06).
       77  nota_minima_score                       pic 9(02)v99
                                                   value 6,00.

      * ---- Pesos da Nota Final (Soma 100): Preco e Qualidade
       77  peso_preco                              pic 9(03)
                                                   value 40.
       77  peso_pontualidade                       pic 9(03)
                                                   value 20.
       77  peso_condicao                           pic 9(03)
                                                   value 20.
       77  peso_acerto                             pic 9(03)
                                                   value 10.
       77  peso_reclamacao                         pic 9(03)
                                                   value 10.
       77  soma_pesos_score                        pic 9(03).
       77  soma_notas_score                        pic 9(05)v99.

       77  nota_temp_score                         pic s9(05)v99.
       77  nota_preco_score                        pic 9(02)v99.
       77  nota_pontualidade                       pic 9(02)v99.
       77  nota_condicao                           pic 9(02)v99.
       77  nota_acerto                             pic 9(02)v99.
       77  nota_reclamacao                         pic 9(02)v99.
       77  nota_final_score                        pic 9(02)v99.
       77  posicao_media_score                     pic 9(03)v99.
       77  qtd_no_grupo_score                      pic 9(04).
       77  qtd_abaixo_minimo                       pic 9(03)
                                                   value 0.
       77  qtd_avaliacoes_mes                      pic 9(05)
                                                   value 0.

      * ---- Acumuladores por Fornecedor (Mesmo Indice da Tabela de
      * ---- Fornecedores Carregada do PIZZARIA)
       01  tabela_scorecard.
           05 score_item occurs 200 times.
               10 soma_nota_preco_score            pic 9(05)v99.
               10 soma_posicao_score               pic 9(07).
               10 qtd_grupos_score                 pic 9(04).
               10 qtd_aval_score                   pic 9(04).
               10 soma_atraso_score                pic 9(07).
               10 soma_chegada_score               pic 9(06).
               10 soma_erros_score                 pic 9(06).
               10 qtd_reclamacoes_score            pic 9(04).
               10 nota_final_item_score            pic 9(02)v99.
               10 sw_sem_dados_score               pic x(01).

       01  linha_pesos_score.
           05 filler                               pic x(13)
               value "Pesos: Preco ".
           05 pesos_disp_preco                     pic zz9.
           05 filler                               pic x(15)
               value "% Pontualidade ".
           05 pesos_disp_pont                      pic zz9.
           05 filler                               pic x(11)
               value "% Condicao ".
           05 pesos_disp_cond                      pic zz9.
           05 filler                               pic x(09)
               value "% Acerto ".
           05 pesos_disp_acerto                    pic zz9.
           05 filler                               pic x(13)
               value "% Reclamacao ".
           05 pesos_disp_recl                      pic zz9.
           05 filler                               pic x(17)
               value "% - Nota Minima: ".
           05 pesos_disp_minima                    pic z9,99.

       01  linha_score.
           05 score_nome                           pic x(15).
           05 filler                               pic x(01)
                                                   value space.
           05 score_situacao                       pic x(01).
           05 filler                               pic x(06)
                                                   value " Pos: ".
           05 score_posicao                        pic zz9,99.
           05 filler                               pic x(08)
                                                   value " Preco: ".
           05 score_nota_preco                     pic z9,99.
           05 filler                               pic x(07)
                                                   value " Aval: ".
           05 score_qtd_aval                       pic zz9.
           05 filler                               pic x(07)
                                                   value " Pont: ".
           05 score_pontualidade                   pic z9,99.
           05 filler                               pic x(07)
                                                   value " Cond: ".
           05 score_condicao                       pic z9,99.
           05 filler                               pic x(09)
                                                   value " Acerto: ".
           05 score_acerto                         pic z9,99.
           05 filler                               pic x(07)
                                                   value " Recl: ".
           05 score_reclamacao                     pic z9,99.
           05 filler                               pic x(07)
                                                   value " Nota: ".
           05 score_nota_final                     pic z9,99.
           05 filler                               pic x(01)
                                                   value space.
           05 score_obs                            pic x(24).

       01  linha_abaixo_minimo.
           05 abaixo_nome                          pic x(15).
           05 filler                               pic x(09)
                                                   value " Codigo: ".
           05 abaixo_codigo                        pic 9(04).
           05 filler                               pic x(07)
                                                   value " Nota: ".
           05 abaixo_nota                          pic z9,99.
           05 filler                               pic x(31)
               value " -> Sugerida Situacao I (FORNEC".
           05 filler                               pic x(01)
                                                   value ")".

      *---- Variaveis da Analise de Tamanhos por Sabor (TAMANH)
       77  fs_tamanhos                             pic x(02).
       77  usuario_sessao                          pic x(08).
       77  hora_sessao                             pic 9(06).
       77  qtd_log_exibidos                        pic 9(04).
       01  imagem_antes_manut.
           05 imagem_antes_base                    pic x(61).
           05 data_antes_manut                     pic x(08).
       01  imagem_depois_manut.
           05 imagem_depois_base                   pic x(61).
           05 data_depois_manut                    pic x(08).

       01  imagem_log.
           05 chave_imagem                         pic x(31).
           05 moeda_imagem                         pic x(03).
           05 preco_imagem                         pic 9(05)v99.
           05 preco_cm2_imagem                     pic 9(05)v99.
           05 data_imagem                          pic 9(08).

      *---- Chave de Consulta do Cadastro (Manutencao)
       01  chave_consulta.
           05 sabor_consulta                       pic x(15).
           05 tamanho_consulta                     pic x(01).

      *---- Variaveis do Reajuste em Massa de Precos (REAJUSTE)
       77  fs_reajuste                             pic x(02).
       77  pizzaria_reajuste                       pic x(15).
       77  tamanho_reajuste                        pic x(01).
       77  moeda_reajuste                          pic x(03).
       77  tipo_reajuste                           pic x(01).
           88 reajuste-percentual                  value "P".
           88 reajuste-valor                       value "V".
       77  sentido_reajuste                        pic x(01).
           88 reajuste-aumento                     value "+".
           88 reajuste-reducao                     value "-".
       77  valor_reajuste                          pic 9(05)v99.
       77  data_vigencia_reajuste                  pic 9(08).
       77  sw_vigencia_valida                      pic x(01).
           88 vigencia-valida                      value "S".
       77  preco_novo_reajuste                     pic s9(07)v99.
       77  preco_antigo_reajuste                   pic 9(05)v99.
       77  cm2_antigo_reajuste                     pic 9(05)v99.
       77  sw_reajuste_gravar                      pic x(01)
                                                   value "N".
           88 reajuste-gravar                      value "S".
       77  sw_pizza_reajustada                     pic x(01).
           88 pizza-reajustada                     value "S".
       77  qtd_reajuste_afetadas                   pic 9(05)
                                                   value 0.
       77  qtd_reajuste_invalidas                  pic 9(05)
                                                   value 0.
       77  qtd_reajuste_aplicadas                  pic 9(05)
                                                   value 0.
       77  qtd_reajuste_posteriores                pic 9(05)
                                                   value 0.

       01  linha_reajuste.
           05 rej_pizzaria                         pic x(15).
           05 filler                               pic x(01)
                                                   value space.
           05 rej_sabor                            pic x(15).
           05 filler                               pic x(01)
                                                   value space.
           05 rej_tamanho                          pic x(01).
           05 filler                               pic x(01)
                                                   value space.
           05 rej_moeda                            pic x(03).
           05 filler                               pic x(04)
                                                   value " De ".
           05 rej_preco_antigo                     pic zz.zz9,99.
           05 filler                               pic x(06)
                                                   value " Para ".
           05 rej_preco_novo                       pic zz.zz9,99.
           05 filler                               pic x(05)
                                                   value " Cm2 ".
           05 rej_cm2_novo                         pic zz.zz9,99.
           05 filler                               pic x(01)
                                                   value space.
           05 rej_obs                              pic x(20).

       01  linha_filtro_reajuste.
           05 filler                               pic x(10)
                                                   value "Pizzaria: ".
           05 filtro_rej_pizzaria                  pic x(15).
           05 filler                               pic x(07)
                                                   value " Tam.: ".
           05 filtro_rej_tamanho                   pic x(01).
           05 filler                               pic x(09)
                                                   value " Moeda: ".
           05 filtro_rej_moeda                     pic x(03).
           05 filler                               pic x(10)
                                                   value " Reajuste ".
           05 filtro_rej_sentido                   pic x(01).
           05 filtro_rej_valor                     pic zzzz9,99.
           05 filtro_rej_tipo                      pic x(02).
           05 filler                               pic x(12)
                                                   value " Vigencia: ".
           05 filtro_rej_vigencia                  pic 9(08).

      *---- Variaveis do Estorno de Execucao (ESTORNO)
       77  fs_estorno                              pic x(02).
       77  fs_alerta_tmp                           pic x(02).
       77  numero_job_atual                        pic 9(07)
                                                   value 0.
       77  ultimo_job_diario                       pic 9(07)
                                                   value 0.
       77  job_estorno                             pic 9(07)
                                                   value 0.
       77  job_alvo_texto                          pic x(07)
                                                   justified right.
       77  job_alvo_num redefines job_alvo_texto
                                                   pic 9(07).
       77  job_alvo_estorno                        pic 9(07)
                                                   value 0.
       77  modo_alvo_estorno                       pic x(08).
       77  motivo_estorno                          pic x(40).
       77  sw_log_aberto                           pic x(01)
                                                   value "N".
       77  sw_estorno_recusado                     pic x(01)
                                                   value "N".
           88 estorno-recusado                     value "S".
       77  sw_estorno_gravar                       pic x(01)
                                                   value "N".
           88 estorno-gravar                       value "S".
       77  sw_inicio_alvo                          pic x(01).
           88 inicio-alvo-achado                   value "S".
       77  sw_fim_alvo                             pic x(01).
           88 fim-alvo-achado                      value "S".
       77  qtd_log_estorno                         pic 9(07)
                                                   value 0.
       77  qtd_pontos_estorno                      pic 9(07)
                                                   value 0.
       77  qtd_pontos_restaurados                  pic 9(07)
                                                   value 0.
       77  qtd_pontos_mantidos                     pic 9(07)
                                                   value 0.
       77  sw_ponto_sinalizado                     pic x(01).
           88 ponto-sinalizado                     value "S".
       77  qtd_alertas_estorno                     pic 9(05)
                                                   value 0.
       77  qtd_chaves_restauradas                  pic 9(05)
                                                   value 0.
       77  qtd_chaves_excluidas                    pic 9(05)
                                                   value 0.
       77  qtd_chaves_recriadas                    pic 9(05)
                                                   value 0.
       77  qtd_chaves_sinalizadas                  pic 9(05)
                                                   value 0.
       77  diferenca_rel_estorno                   pic 9(03)v99.

      * ---- Uma Entrada por Chave Mexida pela Execucao: a Primeira
      * ---- Imagem Antes e a Ultima Imagem Depois do PIZZALOG
       77  qtd_chaves_estorno                      pic 9(05)
                                                   value 0.
       77  qtd_maxima_chaves_estorno               pic 9(05)
                                                   value 9999.
       01  tabela_estorno.
           05 estorno_item occurs 9999 times.
               10 chave_estorno                    pic x(31).
               10 antes_estorno                    pic x(69).
               10 depois_estorno                   pic x(69).
               10 job_antes_estorno                pic 9(07).
               10 acao_estorno                     pic x(01).
                   88 estorno-restaura             value "R".
                   88 estorno-exclui               value "E".
                   88 estorno-recria               value "C".
                   88 estorno-mantem               value "M".
                   88 estorno-sinalizado           value "S".
       77  ind_estorno                             pic 9(05).
       77  imagem_atual_estorno                    pic x(69).

       01  linha_estorno.
           05 est_chave                            pic x(31).
           05 filler                               pic x(01)
                                                   value space.
           05 est_acao                             pic x(10).
           05 filler                               pic x(07)
                                                   value " Job: ".
           05 est_preco_job                        pic zz.zz9,99.
           05 filler                               pic x(08)
                                                   value " Antes: ".
           05 est_preco_antes                      pic zz.zz9,99.
           05 filler                               pic x(01)
                                                   value space.
           05 est_obs                              pic x(22).

      *---- Variaveis da Conversao do Historico (CONVHIST)
       77  qtd_hist_convertidos                    pic 9(07)
                                                   value 0.

      *---- Variaveis do Modo de Verificacao (VERIF)
       77  fs_verif                                pic x(02).
       77  qtd_verificados                         pic 9(04)
                                                   value 0.
       77  qtd_discrepancias                       pic 9(04)
                                                   value 0.
       77  preco_cm2_cadastro                      pic 9(05)v99.
       77  dif_verificacao                         pic s9(05)v99.
       77  tolerancia_verif                        pic 9(01)v99
                                                   value 0,01.

      *---- Variaveis do Arquivamento e Resumo Mensal do Historico
       77  fs_historico_arc                        pic x(02).
       77  fs_historico_tmp                        pic x(02).
       77  fs_sumario                              pic x(02).
       77  retencao_texto                          pic x(06)
                                                   justified right.
       77  retencao_num redefines retencao_texto
                                                   pic 9(06).
       77  retencao_meses                          pic 9(03)
                                                   value 6.
           05 verif_valor_calculado                pic zz.zz9,99.

      *---- Variaveis da Exportacao Delimitada (PIZZACSV)
       01  cabecalho_csv                           pic x(160)
           value "Pizzaria;Sabor;Tamanho;Forma;Diametro;Lado;Compriment
      -    "o;Largura;Moeda;Preco;Preco em Reais;Preco por Cm2;Dif (%);
      -    "Melhor;Vencido;Preco Promocional;Promocao".

       01  linha_csv.
           05 csv_pizzaria                         pic x(15).
           05 filler                               pic x(01)
                                                   value ";".
           05 csv_vencido                          pic x(01).
           05 filler                               pic x(01)
                                                   value ";".
           05 csv_preco_promo                      pic zzzz9,99.
           05 filler                               pic x(01)
                                                   value ";".
           05 csv_promo                            pic x(01).
      * ---------------------------------------------------------------
      *---- Variaveis para comunicação entre programas
       linkage section.
               05  column  70  pic x(05) value "Preco".
               05  column  80  pic x(09) value "Preco/Cm2".
               05  column  90  pic x(11) source rpt_titulo_dif.
               05  column 102  pic x(11) value "Promo/Preco".
           03  line 4.
               05  column   1  pic x(141)
                   value all "-".
           03  line 5.
               05  column   1  pic x(60) value
                   "Obs: Preco/Cm2 sempre convertido para Reais (R$).".
               05  column  62  pic x(19) value
                   "V = Preco Vencido".
               05  column  82  pic x(41) value
                   "Promo: P-% Desc F-Preco Fixo L-Leve/Pague".
           03  line 6.
               05  column   1  pic x(60) value
                   "Preco/Cm2 Considera a Promocao Vigente na Data".

       01  tipo2 type detail line plus 1.
           03  column   1  pic x(15) source rpt_pizzaria.
           03  column  80  pic zz.zz9,99 source rpt_preco_cm2.
           03  column  90  pic zz9,99 source rpt_diferenca.
           03  column  96  pic x     source rpt_vencido.
           03  column 102  pic x     source rpt_promo.
           03  column 104  pic zz.zz9,99 source rpt_preco_promo
                                     blank when zero.
           03  column 114  pic x(28) source rpt_destaque.

       01  tipo4 type control footing rpt_pizzaria.
           03  line plus 1.
               05  column  57  pic x(15) source rpt_melhor_sabor.
               05  column  73  pic x(01) source rpt_melhor_tamanho.
           03  line plus 1.
               05  column   1  pic x(141)
                   value all "-".

       01  tipo3 type control footing final.
      * ---- Trava de Concorrencia: Recusa Iniciar com Outra Execucao
      * ---- Ainda Aberta Sobre o Cadastro
           perform verifica-trava-diario

      * ---- Controle de Acesso: Usuario, Senha e Perfil x Modo. A
      * ---- Tentativa Recusada Fica no Diario com RETURN-CODE 20
           perform autentica-usuario
           perform grava-diario-inicio
           if acesso-negado then
               display "Acesso Negado ao Modo " modo_execucao
                       " - " motivo_acesso
               move 20 to return-code
               perform grava-diario-fim
               stop run
           end-if
           display "Execucao Numero " numero_job_atual
                   " no Diario PIZZAJOB"

      * ---- Em RESTAURA o Mestre Nao e Aberto Nem Carregado Aqui:
      * ---- um Arquivo Corrompido (File Status 39) Nem Abriria, e a
               close pizza-cambio
           end-if

           perform carrega-promocoes

      * ---- Cadastro de Fornecedores: em FORNEC Fica Aberto para
      * ---- Manutencao; nos Demais Modos e So Carregado na Tabela
           if modo-fornecedores then
                               add 1 to qtd_fornecedores
                               move nome_fornecedor
                                    to nome_fornec(qtd_fornecedores)
                               move codigo_fornecedor
                                    to codigo_fornec(qtd_fornecedores)
                               move taxa_entrega_fornecedor
                                to taxa_entrega_fornec(qtd_fornecedores)
                               move pedido_minimo_fornecedor
               end-if
           end-if

           perform carrega-sabores

           accept sw_soma_entrega from environment "PIZZA-SOMA-ENTREGA"
               on exception
                   move "N" to sw_soma_entrega
           end-if
           compute limite_alerta_neg = 0 - limite_alerta_pct

           if modo-interativo or modo-batch or modo-aprovacao
              or modo-reajuste then
               if modo-batch then
                   perform le-ponto-restart
               end-if
               move "S" to sw_alerta_aberto
           end-if

           if modo-interativo or modo-batch or modo-aprovacao then
               open extend pizza-log
               if fs_log = "35" then
                   open output pizza-log
                   close pizza-log
                   open extend pizza-log
               end-if
               move "S" to sw_log_aberto
           end-if

           if modo-interativo or modo-batch or modo-manutencao
              or modo-aprovacao or modo-reajuste or modo-estorno then
               open i-o pizza-historico
               if fs_historico = "35" then
                   open output pizza-historico
                   close pizza-historico
                   open i-o pizza-historico
               end-if
               if fs_historico not = "00" then
                   perform erro-abertura-historico
               end-if
               move "S" to sw_historico_aberto
           end-if

                  data_relatorio_aaaa delimited by size
                  into data_relatorio_disp
           end-string
           move data_relatorio to data_pesquisa

      * ---- Data de Corte da Validade da Cotacao (PIZZA-VALIDADE-DIAS)
           accept validade_texto
                           if diario-fim then
                               add 1 to qtd_fins_diario
                           end-if
                           if numero_diario_x is numeric
                              and numero_diario > ultimo_job_diario then
                               move numero_diario
                                           to ultimo_job_diario
                           end-if
                   end-read
               end-perform
               close pizza-diario
           end-if

      * ---- Numero Unico da Execucao: o Maior do Diario Mais Um
           compute numero_job_atual = ultimo_job_diario + 1

           if qtd_inicios_diario > qtd_fins_diario then
               if ignora-trava then
                   display "Trava do Diario Ignorada por Solicitacao "
                       move 0        to rejeitados_diario
                       move 0        to alertas_diario
                       move 99       to retorno_diario
                       move spaces   to usuario_diario
                       move 0        to numero_diario
                       move 0        to job_estornado_diario
                       write pizza-diario-rec
                       add 1 to qtd_fins_diario
                   end-perform
           move 0             to rejeitados_diario
           move 0             to alertas_diario
           move 0             to retorno_diario
           move usuario_sessao to usuario_diario
           move numero_job_atual to numero_diario
           move 0             to job_estornado_diario
           write pizza-diario-rec

           close pizza-diario
           move qtd_survey_rejeitados to rejeitados_diario
           move qtd_alertas           to alertas_diario
           move return-code           to retorno_diario
           move usuario_sessao        to usuario_diario
           move numero_job_atual      to numero_diario
           move job_estorno           to job_estornado_diario
           write pizza-diario-rec

           close pizza-diario
           .
       grava-diario-fim-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Autenticacao do Usuario e Permissao do Perfil -----------
      * Usuario e senha vem de PIZZA-USUARIO/PIZZA-SENHA ou sao pedidos
      * no terminal. Com o PIZZAUSR ainda vazio so o modo USUARIO roda,
      * para a inclusao do primeiro administrador.
       autentica-usuario section.

           move "N"    to sw_acesso
           move spaces to motivo_acesso

           accept usuario_sessao from environment "PIZZA-USUARIO"
               on exception
                   move spaces to usuario_sessao
           end-accept
           accept senha_informada from environment "PIZZA-SENHA"
               on exception
                   move spaces to senha_informada
           end-accept

           if modo-usuarios then
               open i-o pizza-usuario
               if fs_usuario = "35" then
                   open output pizza-usuario
                   close pizza-usuario
                   open i-o pizza-usuario
               end-if
           else
               open input pizza-usuario
           end-if

           if fs_usuario = "35" then
               move "S" to sw_usuarios_vazio
           else
               move "S" to sw_usuario_aberto
               read pizza-usuario next record
                   at end
                       move "S" to sw_usuarios_vazio
               end-read
           end-if

           if cadastro-usuarios-vazio then
               if modo-usuarios then
                   display "Cadastro de Usuarios Vazio: Inclua o "
                           "Primeiro Administrador"
                   move "S" to sw_acesso
               else
                   move "CADASTRO DE USUARIOS VAZIO"
                                         to motivo_acesso
               end-if
           else
               if usuario_sessao = spaces then
                   display "Informe o Usuario "
                   accept usuario_sessao
               end-if
               if senha_informada = spaces then
                   display "Informe a Senha "
                   accept senha_informada
               end-if

               move usuario_sessao to id_usuario
               read pizza-usuario
                   invalid key
                       move "USUARIO OU SENHA INVALIDOS"
                                         to motivo_acesso
                   not invalid key
                       move id_usuario      to usuario_hash
                       move senha_informada to senha_hash
                       perform calcula-hash-senha
                       if hash_senha_calc <> senha_usuario then
                           move "USUARIO OU SENHA INVALIDOS"
                                         to motivo_acesso
                       else
                       if usuario-rec-inativo then
                           move "USUARIO INATIVO" to motivo_acesso
                       else
                           perform verifica-permissao-modo
                       end-if
                       end-if
               end-read
           end-if

           move spaces to senha_informada
           move spaces to senha_hash

      * ---- Fora da Manutencao de Usuarios o Cadastro So e Consultado
           if sw_usuario_aberto = "S" and not modo-usuarios then
               close pizza-usuario
               move "N" to sw_usuario_aberto
           end-if

           .
       autentica-usuario-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Matriz de Permissao: Perfil do Usuario x PIZZA-MODO -----
      * Consulta (C) roda so os relatorios; pesquisador (P) lanca o
      * survey; comprador (B) compra, concilia, remete e e o unico que
      * planeja o pedido; administrador (A) mantem os cadastros e o
      * restante.
       verifica-permissao-modo section.

           move "N" to sw_acesso

           evaluate true
               when modo-historico or modo-verificacao
                 or modo-ranking or modo-tamanhos
                 or modo-vencidos or modo-scorecard
                 or modo-promocoes
                   move "S" to sw_acesso
               when modo-pedido
                   if perfil-comprador then
                       move "S" to sw_acesso
                   end-if
               when modo-compras or modo-conciliacao
                 or modo-avaliacao or modo-remessa
                   if perfil-comprador or perfil-administrador then
                       move "S" to sw_acesso
                   end-if
               when modo-manutencao or modo-fornecedores
                 or modo-salva or modo-restaura
                 or modo-arquivamento or modo-sabores
                 or modo-unificacao or modo-aprovacao
                 or modo-usuarios or modo-reajuste
                 or modo-estorno or modo-conversao-hist
                   if perfil-administrador then
                       move "S" to sw_acesso
                   end-if
      * ---- INTER, BATCH e Qualquer Outro Valor (Cai na Digitacao)
               when other
                   if perfil-pesquisador or perfil-administrador then
                       move "S" to sw_acesso
                   end-if
           end-evaluate

           if acesso-negado then
               move "PERFIL SEM PERMISSAO PARA O MODO"
                                         to motivo_acesso
           end-if

           .
       verifica-permissao-modo-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Resumo da Senha (Usuario + Senha, Modulo Primo) ---------
       calcula-hash-senha section.

           move 0 to hash_trabalho
           perform varying ind_hash from 1 by 1
                   until ind_hash > 24
               compute hash_trabalho
                       = function mod(hash_trabalho * 131
                           + function ord(caracter_hash(ind_hash)),
                           9999999967)
           end-perform
           move hash_trabalho to hash_senha_calc

           .
       calcula-hash-senha-exit.
           exit.

      * ----------------------------------------------------------------
      * Construcao do Laco Principal (menu) ou Regra de Negocio
             else
             if modo-vencidos then
               perform relatorio-vencidos
             else
             if modo-compras then
               perform registro-compras
             else
             if modo-conciliacao then
               perform concilia-compras
             else
             if modo-avaliacao then
               perform avaliacoes
             else
             if modo-scorecard then
               perform gera-scorecard
             else
             if modo-promocoes then
               perform lista-promocoes
             else
             if modo-sabores then
               perform sabores
             else
             if modo-unificacao then
               perform unifica-sabores
             else
             if modo-aprovacao then
               perform aprova-pendentes
             else
             if modo-usuarios then
               perform usuarios
             else
             if modo-remessa then
               perform gera-remessa
             else
             if modo-reajuste then
               perform reajuste-precos
             else
             if modo-estorno then
               perform estorno-job
             else
             if modo-conversao-hist then
               perform converte-historico
             else
               perform until resposta_menu <> "S"
                   display erase
                       else
                           display "Informe o Sabor da Pizza "
                           accept sabor(ind)
                           move sabor(ind) to sabor_busca
                           perform padroniza-sabor
                           perform until sabor-reconhecido
                               display "Sabor Desconhecido na Tabela "
                                       "de Sabores. Informe Novamente"
                               accept sabor(ind)
                               move sabor(ind) to sabor_busca
                               perform padroniza-sabor
                           end-perform
                           if sabor_padrao <> sabor(ind) then
                               display "Sabor Padronizado para: "
                                       sabor_padrao
                               move sabor_padrao to sabor(ind)
                           end-if

                           perform captura-tamanho
                           perform captura-dimensoes
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
             end-if
           end-if

           if modo-interativo or modo-batch then
                   perform captura-criterio-ordenacao
               end-if

               perform aplica-promocoes
               perform ordenar
               perform calculo-porcentagem
               perform gera-relatorio-impresso
       busca-fornecedor-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Carga do Cadastro de Promocoes (PIZZAPRM) na Tabela -----
       carrega-promocoes section.

           open input pizza-promocao
           if fs_promocao = "35" then
               continue
           else
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-promocao
                       at end
                           move "FIM" to controle
                       not at end
                           perform valida-promocao
                   end-read
               end-perform
               close pizza-promocao

               if qtd_promocoes_invalidas > 0 then
                   display "Promocoes Invalidas Ignoradas no PIZZAPRM: "
                           qtd_promocoes_invalidas
               end-if
           end-if

           .
       carrega-promocoes-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Critica de Uma Promocao e Inclusao na Tabela --------------
       valida-promocao section.

           move "S" to sw_registro_valido

           if pizzaria_promo = spaces
              or data_inicio_promo is not numeric
              or data_fim_promo is not numeric
              or valor_promo is not numeric
              or leve_promo is not numeric
              or pague_promo is not numeric then
               move "N" to sw_registro_valido
           else
               if data_inicio_promo > data_fim_promo then
                   move "N" to sw_registro_valido
               end-if
               evaluate true
                   when promo-percentual
                       if valor_promo = 0 or valor_promo > 100 then
                           move "N" to sw_registro_valido
                       end-if
                   when promo-preco-fixo
                       if valor_promo = 0 then
                           move "N" to sw_registro_valido
                       end-if
                   when promo-leve-pague
                       if pague_promo = 0
                          or pague_promo not < leve_promo then
                           move "N" to sw_registro_valido
                       end-if
                   when other
                       move "N" to sw_registro_valido
               end-evaluate
           end-if

           if not registro-valido then
               add 1 to qtd_promocoes_invalidas
           else
               if qtd_promocoes >= qtd_maxima_promocoes then
                   display "Tabela de Promocoes Cheia"
                   move "FIM" to controle
               else
                   add 1 to qtd_promocoes
                   move pizzaria_promo
                               to pizzaria_tab_promo(qtd_promocoes)
                   move sabor_promo
                               to sabor_tab_promo(qtd_promocoes)
                   move tamanho_promo
                               to tamanho_tab_promo(qtd_promocoes)
                   move data_inicio_promo
                               to inicio_tab_promo(qtd_promocoes)
                   move data_fim_promo
                               to fim_tab_promo(qtd_promocoes)
                   move dias_semana_promo
                               to dias_tab_promo(qtd_promocoes)
                   move tipo_promo
                               to tipo_tab_promo(qtd_promocoes)
                   move valor_promo
                               to valor_tab_promo(qtd_promocoes)
                   move leve_promo
                               to leve_tab_promo(qtd_promocoes)
                   move pague_promo
                               to pague_tab_promo(qtd_promocoes)
               end-if
           end-if

           .
       valida-promocao-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Preco Efetivo de Cada Pizza na Data do Relatorio ----------
      * Preco de tabela (PRECO) e preco por cm2 gravados no mestre nao
      * mudam; o comparativo usa PRECO-EFETIVO e PRECO-CM2-EFETIVO.
       aplica-promocoes section.

           perform varying ind from 1 by 1 until ind > qtd_pizzas
               move data_relatorio to data_ref_promo
               move 0              to qtd_ref_promo
               perform calcula-preco-efetivo

               move preco_efetivo_calc  to preco_efetivo(ind)
               move tipo_promo_aplicada to promo_aplicada(ind)

               if tipo_promo_aplicada = space then
                   move preco_cm2(ind) to preco_cm2_efetivo(ind)
               else
      * ---- Recalculo do Preco/Cm2 com o Preco Efetivo; o Preco de
      * ---- Tabela Volta para a Tabela em Seguida
                   move preco(ind)         to preco_tabela_salvo
                   move preco_cm2(ind)     to preco_cm2_tabela_salvo
                   move preco_efetivo(ind) to preco(ind)
                   perform calculo-preco-cm2
                   move preco_cm2(ind)     to preco_cm2_efetivo(ind)
                   move preco_tabela_salvo to preco(ind)
                   move preco_cm2_tabela_salvo
                                           to preco_cm2(ind)
               end-if
           end-perform

           .
       aplica-promocoes-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Menor Preco Efetivo da Pizza (IND) entre as Promocoes -----
      * ---- Vigentes em DATA-REF-PROMO para QTD-REF-PROMO Unidades ----
       calcula-preco-efetivo section.

           move preco(ind) to preco_efetivo_calc
           move space      to tipo_promo_aplicada

           if qtd_promocoes > 0 then
      * ---- Dia da Semana da Data (1 = Domingo ... 7 = Sabado): o Dia
      * ---- 1 da Contagem Inteira (01/01/1601) Caiu numa Segunda-Feira
               compute dias_ref_promo
                       = function integer-of-date(data_ref_promo)
               divide dias_ref_promo by 7
                       giving semanas_ref_promo
                       remainder resto_semana_promo
               compute dia_semana_ref = resto_semana_promo + 1

               perform varying ind_promo from 1 by 1
                       until ind_promo > qtd_promocoes
                   if pizzaria_tab_promo(ind_promo) = pizzaria(ind)
                      and (sabor_tab_promo(ind_promo) = sabor(ind)
                           or sabor_tab_promo(ind_promo) = "*"
                           or sabor_tab_promo(ind_promo) = spaces)
                      and (tamanho_tab_promo(ind_promo) = tamanho(ind)
                           or tamanho_tab_promo(ind_promo) = "*"
                           or tamanho_tab_promo(ind_promo) = space)
                      and inicio_tab_promo(ind_promo)
                                              not > data_ref_promo
                      and fim_tab_promo(ind_promo)
                                              not < data_ref_promo
                      and (dias_tab_promo(ind_promo) = spaces
                           or dias_tab_promo(ind_promo)
                                  (dia_semana_ref:1) = "S") then
                       perform calcula-preco-promocao
                   end-if
               end-perform
           end-if

           .
       calcula-preco-efetivo-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Preco Unitario da Pizza (IND) pela Promocao (IND-PROMO) ---
       calcula-preco-promocao section.

           move "S" to sw_promo_aplicavel
           move 0   to preco_candidato_promo

           evaluate tipo_tab_promo(ind_promo)
               when "P"
                   compute preco_candidato_promo rounded
                           = preco(ind)
                             * (100 - valor_tab_promo(ind_promo)) / 100
               when "F"
                   move valor_tab_promo(ind_promo)
                                        to preco_candidato_promo
               when "L"
      * ---- Leve N Pague M: no Comparativo (Quantidade 0) Vale o Preco
      * ---- do Lote Completo; no Pedido, so os Lotes Fechados Ganham
      * ---- o Desconto e as Unidades Avulsas Pagam o Preco de Tabela
                   if qtd_ref_promo = 0 then
                       compute preco_candidato_promo rounded
                               = preco(ind) * pague_tab_promo(ind_promo)
                                 / leve_tab_promo(ind_promo)
                   else
                       if qtd_ref_promo < leve_tab_promo(ind_promo) then
                           move "N" to sw_promo_aplicavel
                       else
                           divide qtd_ref_promo
                                   by leve_tab_promo(ind_promo)
                                   giving grupos_leve_promo
                                   remainder avulsas_leve_promo
                           compute preco_candidato_promo rounded
                                   = preco(ind)
                                     * ((grupos_leve_promo
                                         * pague_tab_promo(ind_promo))
                                        + avulsas_leve_promo)
                                     / qtd_ref_promo
                       end-if
                   end-if
               when other
                   move "N" to sw_promo_aplicavel
           end-evaluate

      * ---- Mais de Uma Promocao Vigente: Vale a de Menor Preco
           if promo-aplicavel
              and preco_candidato_promo < preco_efetivo_calc then
               move preco_candidato_promo     to preco_efetivo_calc
               move tipo_tab_promo(ind_promo) to tipo_promo_aplicada
           end-if

           .
       calcula-preco-promocao-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Listagem de Promocoes Vigentes, a Vencer e Futuras --------
       lista-promocoes section.

      * ---- Janela de Aviso de Vencimento (PIZZA-PROMO-AVISO-DIAS)
           accept aviso_promo_texto
                   from environment "PIZZA-PROMO-AVISO-DIAS"
               on exception
                   move spaces to aviso_promo_texto
           end-accept
           if aviso_promo_texto <> spaces then
               inspect aviso_promo_texto
                   replacing leading space by "0"
               if aviso_promo_texto is numeric then
                   move aviso_promo_num to aviso_promo_dias
               end-if
           end-if
           compute dias_ref_promo
                   = function integer-of-date(data_relatorio)
                     + aviso_promo_dias
           compute data_limite_aviso
                   = function date-of-integer(dias_ref_promo)

           open output pizza-lista-promocao

           move spaces to pizza-lista-promocao-rec
           string "Promocoes Vigentes e a Vencer - "
                          delimited by size
                  data_relatorio_disp
                          delimited by size
                  " (Aviso de Vencimento: "
                          delimited by size
                  aviso_promo_dias
                          delimited by size
                  " Dias)"
                          delimited by size
                  into pizza-lista-promocao-rec
           end-string
           write pizza-lista-promocao-rec
           move spaces to pizza-lista-promocao-rec
           write pizza-lista-promocao-rec
           write pizza-lista-promocao-rec from cabecalho_promocao

           perform varying ind_promo from 1 by 1
                   until ind_promo > qtd_promocoes
               evaluate true
                   when fim_tab_promo(ind_promo) < data_relatorio
                       add 1 to qtd_promo_encerradas
                   when inicio_tab_promo(ind_promo) > data_relatorio
                       add 1 to qtd_promo_futuras
                       move "FUTURA"   to promo_disp_situacao
                       perform grava-linha-promocao
                   when fim_tab_promo(ind_promo)
                                       not > data_limite_aviso
                       add 1 to qtd_promo_a_vencer
                       move "A VENCER" to promo_disp_situacao
                       perform grava-linha-promocao
                   when other
                       add 1 to qtd_promo_vigentes
                       move "VIGENTE"  to promo_disp_situacao
                       perform grava-linha-promocao
               end-evaluate
           end-perform

           move spaces to pizza-lista-promocao-rec
           write pizza-lista-promocao-rec
           move "Promocoes Vigentes      : " to contagem_promo_titulo
           move qtd_promo_vigentes           to contagem_promo_valor
           write pizza-lista-promocao-rec from linha_contagem_promo
           move "Promocoes a Vencer      : " to contagem_promo_titulo
           move qtd_promo_a_vencer           to contagem_promo_valor
           write pizza-lista-promocao-rec from linha_contagem_promo
           move "Promocoes Futuras       : " to contagem_promo_titulo
           move qtd_promo_futuras            to contagem_promo_valor
           write pizza-lista-promocao-rec from linha_contagem_promo
           move "Promocoes Encerradas    : " to contagem_promo_titulo
           move qtd_promo_encerradas         to contagem_promo_valor
           write pizza-lista-promocao-rec from linha_contagem_promo

           close pizza-lista-promocao

           display "Listagem de Promocoes Gravada em PIZZAPRL"
           display "  Vigentes : " qtd_promo_vigentes
           display "  A Vencer : " qtd_promo_a_vencer
           display "  Futuras  : " qtd_promo_futuras

           .
       lista-promocoes-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Linha de Uma Promocao na Listagem (PIZZAPRL) --------------
       grava-linha-promocao section.

           move pizzaria_tab_promo(ind_promo) to promo_disp_pizzaria
           move sabor_tab_promo(ind_promo)    to promo_disp_sabor
           if sabor_tab_promo(ind_promo) = spaces then
               move "*" to promo_disp_sabor
           end-if
           move tamanho_tab_promo(ind_promo)  to promo_disp_tamanho
           if tamanho_tab_promo(ind_promo) = space then
               move "*" to promo_disp_tamanho
           end-if
           move inicio_tab_promo(ind_promo)   to promo_disp_inicio
           move fim_tab_promo(ind_promo)      to promo_disp_fim
           move dias_tab_promo(ind_promo)     to promo_disp_dias
           if dias_tab_promo(ind_promo) = spaces then
               move "SSSSSSS" to promo_disp_dias
           end-if
           move tipo_tab_promo(ind_promo)     to promo_disp_tipo

           move spaces to promo_disp_condicao
           evaluate tipo_tab_promo(ind_promo)
               when "P"
                   move valor_tab_promo(ind_promo) to promo_disp_valor
                   string "DESC "          delimited by size
                          promo_disp_valor delimited by size
                          " %"             delimited by size
                          into promo_disp_condicao
                   end-string
               when "F"
                   move valor_tab_promo(ind_promo) to promo_disp_valor
                   string "PRECO "         delimited by size
                          promo_disp_valor delimited by size
                          into promo_disp_condicao
                   end-string
               when other
                   move leve_tab_promo(ind_promo)  to promo_disp_leve
                   move pague_tab_promo(ind_promo) to promo_disp_pague
                   string "LEVE "          delimited by size
                          promo_disp_leve  delimited by size
                          " PAGUE "        delimited by size
                          promo_disp_pague delimited by size
                          into promo_disp_condicao
                   end-string
           end-evaluate

           write pizza-lista-promocao-rec from linha_promocao

           .
       grava-linha-promocao-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------- Cadastro em Lote (Modo Batch/JCL) ----------------
       processa-lote section.

      * ---- Backup Anterior ao Lote (Salvo se PIZZA-BACKUP-LOTE = N)
           accept sw_backup_lote
                   from environment "PIZZA-BACKUP-LOTE"
               on exception
                   move "S" to sw_backup_lote
           end-accept
           if sw_backup_lote not = "N" then
               perform salva-cadastro
           end-if

           open input pizza-survey-in
           if fs_survey_in = "35" then
               display "Arquivo de Survey Nao Encontrado: SURVEYIN"
               move 12 to return-code
           else
      * ---- Em Reinicio de Lote os Rejeitos Anteriores sao Preservados
               if ponto_restart > 0 then
                   perform conta-rejeitos-anteriores
                   open extend pizza-survey-err
               end-if
               if ponto_restart = 0 or fs_survey_err = "35" then
                   open output pizza-survey-err
               end-if

      * ---- Relatorio de Consolidacao de Duplicatas do Dia
               if ponto_restart > 0 then
                   open extend pizza-consolidacao
               end-if
               if ponto_restart = 0 or fs_consolidacao = "35" then
                   open output pizza-consolidacao
                   move spaces to pizza-consolidacao-rec
                   string "Consolidacao de Duplicatas do Survey - "
                                  delimited by size
                          data_relatorio_disp
                                  delimited by size
                          into pizza-consolidacao-rec
                   end-string
                   write pizza-consolidacao-rec
               end-if

      * ---- Quarentena: Registros Aceitos Ficam Pendentes de Aprovacao
               accept sw_quarentena from environment "PIZZA-QUARENTENA"
                   on exception
                       move "N" to sw_quarentena
               end-accept
               if em-quarentena then
                   move data_relatorio to data_lote_atual
                   accept hora_lote_atual from time
                   open i-o pizza-pendente
                   if fs_pendente = "35" then
                       open output pizza-pendente
                       close pizza-pendente
                       open i-o pizza-pendente
                   end-if
                   display "Survey em Quarentena: Lote "
                           data_lote_atual " " hora_lote_atual
               end-if

               move "N" to controle
               perform until controle = "FIM"
                          or controle = "LIMITE"
                   read pizza-survey-in
                       at end
                           move "FIM" to controle
                       not at end
                           add 1 to seq_survey
                           if seq_survey <= ponto_restart then
                               add 1 to qtd_survey_pulados
                           else
                               add 1 to qtd_survey_lidos
                               perform processa-registro-survey
                               perform grava-ponto-restart
                           end-if
                   end-read
               end-perform

               close pizza-survey-in
               close pizza-survey-err
               close pizza-consolidacao
               if em-quarentena then
                   close pizza-pendente
               end-if

      * ---- Checkpoint so e Zerado em Fim Normal de Job
               if controle = "FIM" then
                   move 0 to seq_survey
                   perform grava-ponto-restart
               end-if
           end-if

           .
       processa-lote-exit.
           exit.
      * ---------------------------------------------------------------
      * -------- Leitura do Ponto de Restart do Lote (SURVEYCHK) -------
       le-ponto-restart section.

           move 0 to ponto_restart
           open input pizza-restart
           if fs_restart = "35" then
               continue
           else
               read pizza-restart
                   at end
                       move 0 to ponto_restart
                   not at end
                       if ultimo_commit_survey is numeric then
                           move ultimo_commit_survey to ponto_restart
                       end-if
               end-read
               close pizza-restart
           end-if

           if ponto_restart > 0 then
               display "Reinicio de Lote Apos Falha: Pulando os "
                       ponto_restart " Primeiros Registros do Survey"
           end-if

           end-if

           if registro-valido then
               perform padroniza-sabor-survey
           end-if

           if registro-valido and em-quarentena then
      * ---- Em Quarentena Nada Vai ao Mestre Nem ao Historico: a
      * ---- Duplicata so e Apontada e Ambas Ficam para Aprovacao
               perform verifica-duplicata-survey
               perform grava-pendente-survey
           else
           if registro-valido then
      * ---- Chave Repetida na Mesma Execucao: a Ocorrencia Mais
      * ---- Recente Substitui a Anterior na Tabela (Consolidacao)
               perform verifica-duplicata-survey
                       pizzaria_survey " / " sabor_survey
               perform grava-rejeito-survey
           end-if
           end-if

           .
       processa-registro-survey-exit.
       verifica-duplicata-survey-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Gravacao do Registro Aceito na Quarentena (PIZZAPEN) ------
       grava-pendente-survey section.

           move data_lote_atual  to data_lote_pendente
           move hora_lote_atual  to hora_lote_pendente
           move seq_survey       to seq_pendente
           move pizza-survey-rec to survey_pendente
           move data_relatorio   to data_pesquisa_pendente
           move "P"              to situacao_pendente
           move spaces           to motivo_pendente
           move 0                to data_decisao_pendente

           write pizza-pendente-rec
               invalid key
                   display "Erro ao Gravar a Quarentena: "
                           chave_pendente
               not invalid key
                   add 1 to qtd_survey_aceitos
                   add 1 to qtd_survey_quarentena
           end-write

           .
       grava-pendente-survey-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Contagem dos Pendentes e dos Pendentes Alem do Prazo ------
      * ---- (PIZZA-PENDENTE-DIAS, Padrao 3 Dias) ----------------------
       conta-pendentes-antigos section.

           accept pendente_dias_texto
                   from environment "PIZZA-PENDENTE-DIAS"
               on exception
                   move spaces to pendente_dias_texto
           end-accept
           if pendente_dias_texto <> spaces then
               inspect pendente_dias_texto
                   replacing leading space by "0"
               if pendente_dias_texto is numeric then
                   move pendente_dias_num to pendente_dias
               end-if
           end-if
           compute dias_corte
                   = function integer-of-date(data_relatorio)
                     - pendente_dias
           compute data_corte_pendente
                   = function date-of-integer(dias_corte)

           move 0 to qtd_pendentes_total
           move 0 to qtd_pendentes_antigos

           open input pizza-pendente
           if fs_pendente = "35" then
               continue
           else
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-pendente next record
                       at end
                           move "FIM" to controle
                       not at end
                           if pendente-aguardando then
                               add 1 to qtd_pendentes_total
                               if data_pesquisa_pendente
                                          < data_corte_pendente then
                                   add 1 to qtd_pendentes_antigos
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-pendente
           end-if

           .
       conta-pendentes-antigos-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Aprovacao dos Registros de Survey em Quarentena (APROVA) --
      * Cada pendente e exibido ao lado do preco atual do cadastro; so
      * o aprovado vai ao mestre e ao historico (com a data do lote).
       aprova-pendentes section.

           open i-o pizza-pendente
           if fs_pendente = "35" then
               display "Nenhum Survey em Quarentena: PIZZAPEN"
           else
               move spaces to lote_aprovacao_total
               move space  to opcao_aprovacao
               move "N"    to controle
               perform until controle = "FIM"
                   read pizza-pendente next record
                       at end
                           move "FIM" to controle
                       not at end
                           if pendente-aguardando then
                               perform decide-pendente
                           end-if
                   end-read
               end-perform
               close pizza-pendente

               perform conta-pendentes-antigos

               display "Resumo da Aprovacao do Survey"
               display "  Aprovados            : " qtd_aprovados
               display "  Rejeitados           : " qtd_reprovados
               display "  Deixados Pendentes   : " qtd_aprov_pulados
               display "  Superados no Cadastro: " qtd_aprov_superados
               display "  Pendentes de Aprovacao: " qtd_pendentes_total
               display "  Pendentes Ha Mais de " pendente_dias
                       " Dias: " qtd_pendentes_antigos
           end-if

           .
       aprova-pendentes-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Decisao do Supervisor sobre Um Registro Pendente ----------
       decide-pendente section.

           move survey_pendente to pizza-survey-rec

      * ---- Lote Inteiro Ja Aprovado: Nao Pergunta Mais
           if lote_pendente = lote_aprovacao_total then
               perform aprova-registro-pendente
           else
           if aprov-fim then
               add 1 to qtd_aprov_pulados
           else
               perform exibe-pendente

               display "A-Aprovar  R-Rejeitar  L-Aprovar Todo o Lote  "
                       "P-Deixar Pendente  F-Fim"
               accept opcao_aprovacao
               perform until aprov-aprovar or aprov-rejeitar
                          or aprov-lote or aprov-pular or aprov-fim
                   display "Opcao Invalida. Informe Novamente"
                   accept opcao_aprovacao
               end-perform

               evaluate true
                   when aprov-aprovar
                       perform aprova-registro-pendente
                   when aprov-rejeitar
                       display "Informe o Motivo da Rejeicao "
                       accept motivo_pendente
                       perform until motivo_pendente <> spaces
                           display "Motivo Obrigatorio. Informe "
                                   "Novamente"
                           accept motivo_pendente
                       end-perform
                       move "R"            to situacao_pendente
                       move data_relatorio to data_decisao_pendente
                       rewrite pizza-pendente-rec
                           invalid key
                               display "Erro ao Rejeitar o Pendente"
                           not invalid key
                               add 1 to qtd_reprovados
                       end-rewrite
                   when aprov-lote
                       display "Confirma a Aprovacao de Todos os "
                               "Pendentes do Lote " data_lote_pendente
                               " " hora_lote_pendente " ? (S/N)"
                       accept resposta_menu
                       if resposta_menu = "S" then
                           move lote_pendente to lote_aprovacao_total
                           perform aprova-registro-pendente
                       else
                           add 1 to qtd_aprov_pulados
                       end-if
                   when aprov-pular
                       add 1 to qtd_aprov_pulados
                   when aprov-fim
      * ---- Os Demais Pendentes Ficam para a Proxima Sessao
                       add 1 to qtd_aprov_pulados
               end-evaluate
           end-if
           end-if

           .
       decide-pendente-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Exibicao do Pendente ao Lado do Preco Atual do Cadastro ---
       exibe-pendente section.

           display " "
           display "Lote " data_lote_pendente " " hora_lote_pendente
                   " Seq " seq_pendente
                   " Pesquisa de " data_pesquisa_pendente
           display "Pizza: " pizzaria_survey " / " sabor_survey
                   " / " tamanho_survey
           display "Preco Novo  : " codigo_moeda_survey " "
                   preco_survey

           move pizzaria_survey to pizzaria_consulta
           move sabor_survey    to sabor_consulta
           move tamanho_survey  to tamanho_consulta
           perform manutencao-localiza-tabela

           if ind > qtd_pizzas then
               display "Preco Atual : Pizza Nova no Cadastro"
           else
      * ---- Variacao Comparada em Reais (a Moeda Pode Ter Mudado)
               move codigo_moeda_survey to moeda_busca
               perform busca-taxa-cambio
               compute preco_novo_conv = preco_survey * taxa_corrente
               move codigo_moeda(ind) to moeda_busca
               perform busca-taxa-cambio
               compute preco_atual_conv = preco(ind) * taxa_corrente

               display "Preco Atual : " codigo_moeda(ind) " "
                       preco(ind) " (Pesquisa de "
                       data_atualizacao(ind) ")"
               if data_atualizacao(ind) > data_pesquisa_pendente then
                   display "Atencao     : Cadastro com Cotacao Mais "
                           "Nova; a Aprovacao Rejeita o Pendente"
               end-if
               if preco_atual_conv > 0 then
                   compute variacao_aprov_pct rounded
                           = ((preco_novo_conv - preco_atual_conv)
                              * 100) / preco_atual_conv
                       on size error
                           move 99999,99 to variacao_aprov_pct
                   end-compute
                   move variacao_aprov_pct to variacao_aprov_disp
                   display "Variacao    : " variacao_aprov_disp " %"
               end-if
           end-if

           .
       exibe-pendente-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Efetivacao do Pendente no Mestre e no Historico -----------
       aprova-registro-pendente section.

           move pizzaria_survey to pizzaria_consulta
           move sabor_survey    to sabor_consulta
           move tamanho_survey  to tamanho_consulta
           perform manutencao-localiza-tabela

      * ---- Cotacao Mais Nova no Cadastro (MANUT, REAJUSTE ou Lote
      * ---- Sem Quarentena) Prevalece, como na Restauracao: o
      * ---- Pendente e Rejeitado sem Mexer na Tabela nem no Mestre
           if ind not > qtd_pizzas
              and data_atualizacao(ind) > data_pesquisa_pendente then
               display "Cotacao Mais Nova no Cadastro: "
                       pizzaria_survey " / " sabor_survey
                       " / " tamanho_survey " Rejeitado"
               move "COTACAO MAIS NOVA NO CADASTRO"
                                   to motivo_pendente
               move "R"            to situacao_pendente
               move data_relatorio to data_decisao_pendente
               rewrite pizza-pendente-rec
                   invalid key
                       display "Erro ao Rejeitar o Pendente"
                   not invalid key
                       add 1 to qtd_aprov_superados
               end-rewrite
           else
           if ind > qtd_pizzas and qtd_pizzas >= qtd_maxima_pizzas then
               display "Limite de Pizzas Atingido. Pendente Mantido"
               add 1 to qtd_aprov_pulados
           else
               if ind > qtd_pizzas then
                   add 1 to qtd_pizzas
                   move qtd_pizzas to ind
               end-if
               perform efetiva-pendente
           end-if
           end-if

           .
       aprova-registro-pendente-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Carga do Pendente na Tabela, Mestre e Historico -----------
       efetiva-pendente section.

           move pizzaria_survey     to pizzaria(ind)
           move sabor_survey        to sabor(ind)
           move tamanho_survey      to tamanho(ind)
           move forma_survey        to forma_pizza(ind)
           move diametro_survey     to diametro(ind)
           move lado_survey         to lado(ind)
           move comprimento_survey  to comprimento(ind)
           move largura_survey      to largura(ind)
           move codigo_moeda_survey to codigo_moeda(ind)
           move preco_survey        to preco(ind)

           move data_pesquisa_pendente to data_pesquisa
           perform calculo-preco-cm2
           perform grava-mestre
           move data_relatorio         to data_pesquisa

           move "A"            to situacao_pendente
           move data_relatorio to data_decisao_pendente
           rewrite pizza-pendente-rec
               invalid key
                   display "Erro ao Marcar o Pendente como Aprovado"
               not invalid key
                   add 1 to qtd_aprovados
           end-rewrite

           .
       efetiva-pendente-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Consulta de Tendencia de Preco por Cm2 ------------
       consulta-historico section.

           display "Informe o Nome da Pizzaria para Consulta"
           display "(ou * para Todas as Pizzarias) "
           accept nome_consulta

           move "N" to sw_consulta_todas
           if nome_consulta = "*" or nome_consulta = spaces then
               move "S" to sw_consulta_todas
           end-if

           perform captura-datas-consulta

      * ---- Periodos Arquivados: Exibe os Resumos Mensais (PIZZASUM)
           perform consulta-sumario-mensal

           open input pizza-historico
           if fs_historico not = "00" and fs_historico not = "35" then
               perform erro-abertura-historico
           end-if
           if fs_historico = "35" then
               display "Nenhum Historico Encontrado"
           else
               move "S" to sw_historico_aberto

               if not consulta-todas then
                   display "Historico de Preco por Cm2 - "
                           nome_consulta
                   display "Data - Sabor - Tam - Preco - Moeda "
                           "- Preco/Cm2"
               end-if

               move "N" to controle

      * ---- Pizzaria Especifica: Posiciona na Chave e Le Apenas os
      * ---- Registros Dela, Sem Varrer o Arquivo Inteiro
               if not consulta-todas then
                   move nome_consulta to pizzaria_hist
                   move low-values    to sabor_hist
                   move low-values    to tamanho_hist
                   move 0             to data_hist
                   start pizza-historico
                           key is not less than chave_completa_hist
                       invalid key
                           move "FIM" to controle
                   end-start
               end-if

               perform until controle = "FIM"
                   read pizza-historico next record
                       at end
                           move "FIM" to controle
                       not at end
                           if not consulta-todas
                              and pizzaria_hist <> nome_consulta then
                               move "FIM" to controle
                           else
                               if data_hist >= data_inicio_consulta
                                  and data_hist <= data_fim_consulta
                               then
                                   if not consulta-todas then
                                       display data_hist
      * ------------ Manutencao do Cadastro (Modo MANUT) ---------------
       manutencao section.

           open extend pizza-log
           if fs_log = "35" then
               open output pizza-log
           move codigo_moeda_mestre   to moeda_imagem
           move preco_mestre          to preco_imagem
           move preco_cm2_mestre      to preco_cm2_imagem
           move data_atualizacao_mestre
                                      to data_imagem

           .
       monta-imagem-log-exit.
           move data_relatorio       to data_log
           move hora_sessao          to hora_log
           move usuario_sessao       to usuario_log
           move imagem_antes_base    to imagem_antes_log
           move imagem_depois_base   to imagem_depois_log
           move numero_job_atual     to job_log
           move data_antes_manut     to data_antes_log
           move data_depois_manut    to data_depois_log

           write pizza-log-rec

       manutencao-historico-log-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Reajuste em Massa de Precos (REAJUSTE) ------------------
      * A simulacao lista preco antigo, preco novo e preco/cm2 novo de
      * cada pizza atingida em PIZZAREJ sem alterar nada; so depois da
      * confirmacao o mestre e o historico (na data de vigencia) sao
      * atualizados, com cada mudanca no PIZZALOG com operacao R.
       reajuste-precos section.

           perform captura-parametros-reajuste

           open output pizza-reajuste

           move spaces to pizza-reajuste-rec
           string "Reajuste em Massa de Precos - Simulacao de "
                          delimited by size
                  data_relatorio_disp
                          delimited by size
                  into pizza-reajuste-rec
           end-string
           write pizza-reajuste-rec
           write pizza-reajuste-rec from linha_filtro_reajuste
           move spaces to pizza-reajuste-rec
           write pizza-reajuste-rec

           move "N" to sw_reajuste_gravar
           perform reajusta-pizza
               varying ind from 1 by 1
               until ind > qtd_pizzas

           display "Simulacao Gravada em PIZZAREJ"
           display "  Pizzas Atingidas     : " qtd_reajuste_afetadas
           display "  Preco Novo Invalido  : " qtd_reajuste_invalidas
           display "  Cotacao Posterior    : " qtd_reajuste_posteriores

           move spaces to pizza-reajuste-rec
           write pizza-reajuste-rec

           if qtd_reajuste_afetadas = 0 then
               display "Nenhuma Pizza Atende aos Filtros do Reajuste"
               move "Nenhuma Pizza Atende aos Filtros do Reajuste"
                                           to pizza-reajuste-rec
               write pizza-reajuste-rec
           else
               display "Confira a Simulacao. Confirma a Aplicacao do "
                       "Reajuste? (S/N)"
               accept resposta_menu
               if resposta_menu = "S" then
                   open extend pizza-log
                   if fs_log = "35" then
                       open output pizza-log
                       close pizza-log
                       open extend pizza-log
                   end-if

                   move "S" to sw_reajuste_gravar
                   perform reajusta-pizza
                       varying ind from 1 by 1
                       until ind > qtd_pizzas

                   close pizza-log

                   display "Reajuste Aplicado no Cadastro: "
                           qtd_reajuste_aplicadas " Pizza(s)"
                   move spaces to pizza-reajuste-rec
                   string "Reajuste Aplicado em "
                                  delimited by size
                          data_relatorio_disp
                                  delimited by size
                          " por "
                                  delimited by size
                          usuario_sessao
                                  delimited by size
                          into pizza-reajuste-rec
                   end-string
                   write pizza-reajuste-rec
               else
                   display "Reajuste Nao Aplicado"
                   move "Simulacao Nao Aplicada"
                                           to pizza-reajuste-rec
                   write pizza-reajuste-rec
               end-if
               move "S" to resposta_menu
           end-if

           close pizza-reajuste

           .
       reajuste-precos-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Captura dos Filtros, do Reajuste e da Vigencia ----------
       captura-parametros-reajuste section.

           display "Informe a Pizzaria (* para Todas) "
           accept pizzaria_reajuste
           move pizzaria_reajuste to nome_busca_fornec
           perform busca-fornecedor
           perform until pizzaria_reajuste = "*"
                      or not fornecedor-inexistente
               display "Pizzaria Nao Cadastrada como Fornecedor. "
                       "Informe Novamente"
               accept pizzaria_reajuste
               move pizzaria_reajuste to nome_busca_fornec
               perform busca-fornecedor
           end-perform

           display "Tamanho (P/M/G/F ou ENTER para Todos) "
           accept tamanho_reajuste
           perform until tamanho_reajuste = space
                      or tamanho_reajuste = "P" or "M" or "G" or "F"
               display "Tamanho Invalido. Informe Novamente"
               accept tamanho_reajuste
           end-perform

           display "Moeda (ENTER para Todas) "
           accept moeda_reajuste

           display "Tipo (P-Percentual/V-Valor Fixo na Moeda da "
                   "Pizza) "
           accept tipo_reajuste
           perform until reajuste-percentual or reajuste-valor
               display "Tipo Invalido. Informe Novamente"
               accept tipo_reajuste
           end-perform

           display "Sentido (+ Aumento/- Reducao) "
           accept sentido_reajuste
           perform until reajuste-aumento or reajuste-reducao
               display "Sentido Invalido. Informe Novamente"
               accept sentido_reajuste
           end-perform

           if reajuste-percentual then
               display "Informe o Percentual do Reajuste "
           else
               display "Informe o Valor do Reajuste "
           end-if
           accept valor_reajuste
           perform until valor_reajuste > 0
               display "Valor Invalido. Informe Novamente"
               accept valor_reajuste
           end-perform

      * ---- Vigencia Futura Nao Entra no Mestre: o Preco Valeria
      * ---- Antes da Hora no Relatorio, no PEDIDO e na Aprovacao
           display "Data de Vigencia (AAAAMMDD ou ENTER para Hoje) "
           accept data_consulta_texto
           perform valida-vigencia-reajuste
           perform until vigencia-valida
               display "Data Invalida ou Futura (Ate " data_relatorio
                       "). Informe Novamente"
               accept data_consulta_texto
               perform valida-vigencia-reajuste
           end-perform

           move pizzaria_reajuste      to filtro_rej_pizzaria
           move tamanho_reajuste       to filtro_rej_tamanho
           move moeda_reajuste         to filtro_rej_moeda
           move sentido_reajuste       to filtro_rej_sentido
           move valor_reajuste         to filtro_rej_valor
           if reajuste-percentual then
               move " %"               to filtro_rej_tipo
           else
               move " $"               to filtro_rej_tipo
           end-if
           move data_vigencia_reajuste to filtro_rej_vigencia

           .
       captura-parametros-reajuste-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Vigencia do Reajuste: Data de Calendario Ate Hoje -------
       valida-vigencia-reajuste section.

           move "N" to sw_vigencia_valida
           if data_consulta_texto = spaces then
               move data_relatorio to data_vigencia_reajuste
               move "S" to sw_vigencia_valida
           else
           if data_consulta_texto is numeric then
               move data_consulta_texto to data_vigencia_reajuste
               if function test-date-yyyymmdd
                              (data_vigencia_reajuste) = 0
                  and data_vigencia_reajuste not > data_relatorio then
                   move "S" to sw_vigencia_valida
               end-if
           end-if
           end-if

           .
       valida-vigencia-reajuste-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Reajuste de Uma Pizza (Simulacao ou Gravacao) -----------
       reajusta-pizza section.

           move "N" to sw_pizza_reajustada
           if (pizzaria_reajuste = "*"
               or pizzaria(ind) = pizzaria_reajuste)
              and (tamanho_reajuste = space
                   or tamanho(ind) = tamanho_reajuste)
              and (moeda_reajuste = spaces
                   or codigo_moeda(ind) = moeda_reajuste) then
               move "S" to sw_pizza_reajustada
           end-if

           if pizza-reajustada then
               move preco(ind)     to preco_antigo_reajuste
               move preco_cm2(ind) to cm2_antigo_reajuste

               if reajuste-percentual then
                   compute preco_novo_reajuste rounded
                           = preco(ind) * valor_reajuste / 100
               else
                   move valor_reajuste to preco_novo_reajuste
               end-if
               if reajuste-aumento then
                   compute preco_novo_reajuste
                           = preco(ind) + preco_novo_reajuste
               else
                   compute preco_novo_reajuste
                           = preco(ind) - preco_novo_reajuste
               end-if

               move pizzaria(ind)         to rej_pizzaria
               move sabor(ind)            to rej_sabor
               move tamanho(ind)          to rej_tamanho
               move codigo_moeda(ind)     to rej_moeda
               move preco_antigo_reajuste to rej_preco_antigo
               move spaces                to rej_obs

               if preco_novo_reajuste not > 0
                  or preco_novo_reajuste > 99999,99 then
      * ---- Preco Resultante Fora da Faixa: Pizza Fica como Esta
                   if not reajuste-gravar then
                       add 1 to qtd_reajuste_invalidas
                       move 0 to rej_preco_novo
                       move 0 to rej_cm2_novo
                       move "PRECO NOVO INVALIDO" to rej_obs
                       write pizza-reajuste-rec from linha_reajuste
                   end-if
               else
               if data_atualizacao(ind) > data_vigencia_reajuste then
      * ---- Cotacao Mais Nova que a Vigencia: o Mestre e o Historico
      * ---- Nao Podem Voltar no Tempo, Pizza Fica como Esta
                   if not reajuste-gravar then
                       add 1 to qtd_reajuste_posteriores
                       move 0 to rej_preco_novo
                       move 0 to rej_cm2_novo
                       move "COTACAO POSTERIOR" to rej_obs
                       write pizza-reajuste-rec from linha_reajuste
                   end-if
               else
               if not reajuste-gravar then
      * ---- Simulacao: Calcula o Preco/Cm2 Novo e Devolve a Tabela
                   add 1 to qtd_reajuste_afetadas
                   move preco_novo_reajuste to preco(ind)
                   perform calculo-preco-cm2
                   move preco(ind)          to rej_preco_novo
                   move preco_cm2(ind)      to rej_cm2_novo
                   move preco_antigo_reajuste to preco(ind)
                   move cm2_antigo_reajuste   to preco_cm2(ind)
                   write pizza-reajuste-rec from linha_reajuste
               else
      * ---- Gravacao: Imagem Antes, Mestre e Historico na Vigencia,
      * ---- Imagem Depois na Trilha de Auditoria
                   perform monta-registro-mestre
                   perform monta-imagem-log
                   move imagem_log to imagem_antes_manut

                   move preco_novo_reajuste to preco(ind)
                   perform calculo-preco-cm2

                   move data_vigencia_reajuste to data_pesquisa
                   perform grava-mestre
                   move data_relatorio         to data_pesquisa

                   perform monta-imagem-log
                   move imagem_log to imagem_depois_manut
                   move "R" to operacao_log
                   perform grava-log-manutencao

                   add 1 to qtd_reajuste_aplicadas
               end-if
               end-if
               end-if
           end-if

           .
       reajusta-pizza-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Estorno de Uma Execucao pelo Numero do PIZZAJOB ---------
      * A previa lista em PIZZAEST o que sera desfeito em cada chave
      * mexida pela execucao (imagens antes/depois do PIZZALOG), os
      * pontos do PIZZAHIST e os alertas do PIZZAALRT da execucao; so
      * depois da confirmacao o mestre volta a imagem anterior. Chave
      * alterada de novo depois da execucao e so sinalizada.
       estorno-job section.

           perform captura-job-estorno

           if not estorno-recusado then
               perform valida-job-estorno
           end-if

           if not estorno-recusado then
               perform carrega-chaves-estorno
           end-if

           if estorno-recusado then
               display "Estorno Recusado: " motivo_estorno
               move 16 to return-code
           else
               open output pizza-estorno

               move spaces to pizza-estorno-rec
               string "Estorno da Execucao "
                              delimited by size
                      job_alvo_estorno
                              delimited by size
                      " (" delimited by size
                      modo_alvo_estorno
                              delimited by space
                      ") - Previa de "
                              delimited by size
                      data_relatorio_disp
                              delimited by size
                      into pizza-estorno-rec
               end-string
               write pizza-estorno-rec
               move spaces to pizza-estorno-rec
               write pizza-estorno-rec

               move "N" to sw_estorno_gravar
               perform confere-chave-estorno
                   varying ind_estorno from 1 by 1
                   until ind_estorno > qtd_chaves_estorno
               perform estorna-historico
               perform estorna-alertas

               move spaces to pizza-estorno-rec
               write pizza-estorno-rec
               perform grava-totais-estorno

               if qtd_chaves_estorno = 0
                  and qtd_pontos_estorno = 0
                  and qtd_pontos_restaurados = 0
                  and qtd_alertas_estorno = 0 then
                   display "Nada a Estornar na Execucao "
                           job_alvo_estorno
                   move "Nada a Estornar" to pizza-estorno-rec
                   write pizza-estorno-rec
               else
                   display "Confira a Previa em PIZZAEST. Confirma o "
                           "Estorno da Execucao " job_alvo_estorno
                           "? (S/N)"
                   accept resposta_menu
                   if resposta_menu = "S" then
                       perform aplica-estorno
                   else
                       display "Estorno Nao Aplicado"
                       move "Previa Nao Aplicada" to pizza-estorno-rec
                       write pizza-estorno-rec
                   end-if
                   move "S" to resposta_menu
               end-if

               close pizza-estorno
           end-if

           .
       estorno-job-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Numero da Execucao a Estornar (Ambiente ou Terminal) ----
       captura-job-estorno section.

           move "N" to sw_estorno_recusado

           accept job_alvo_texto from environment "PIZZA-ESTORNO-JOB"
               on exception
                   move spaces to job_alvo_texto
           end-accept
           if job_alvo_texto = spaces then
               display "Informe o Numero da Execucao a Estornar "
                       "(PIZZAJOB) "
               accept job_alvo_texto
           end-if

           inspect job_alvo_texto replacing leading space by "0"
           if job_alvo_texto is not numeric or job_alvo_num = 0 then
               move "NUMERO DE EXECUCAO INVALIDO" to motivo_estorno
               move "S" to sw_estorno_recusado
           else
               move job_alvo_num to job_alvo_estorno
           end-if

           .
       captura-job-estorno-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Conferencia da Execucao no Diario (PIZZAJOB) ------------
      * So e estornada execucao encerrada, que nao seja ela mesma um
      * estorno, ainda nao estornada e sem RESTAURA ou UNIFICA depois
      * dela (essas refazem o mestre inteiro e as imagens perdem valor).
       valida-job-estorno section.

           move "N"    to sw_inicio_alvo
           move "N"    to sw_fim_alvo
           move spaces to modo_alvo_estorno

           open input pizza-diario
           if fs_diario = "35" then
               move "DIARIO PIZZAJOB NAO ENCONTRADO" to motivo_estorno
               move "S" to sw_estorno_recusado
           else
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-diario
                       at end
                           move "FIM" to controle
                       not at end
                           if numero_diario_x is numeric then
                               perform confere-diario-estorno
                           end-if
                   end-read
               end-perform
               close pizza-diario

               evaluate true
                   when estorno-recusado
                       continue
                   when not inicio-alvo-achado
                       move "EXECUCAO NAO ENCONTRADA NO PIZZAJOB"
                                           to motivo_estorno
                       move "S" to sw_estorno_recusado
                   when not fim-alvo-achado
                       move "EXECUCAO SEM REGISTRO DE FIM"
                                           to motivo_estorno
                       move "S" to sw_estorno_recusado
                   when modo_alvo_estorno = "ESTORNO"
                       move "EXECUCAO E UM ESTORNO"
                                           to motivo_estorno
                       move "S" to sw_estorno_recusado
                   when other
                       continue
               end-evaluate
           end-if

           if not estorno-recusado then
               display "Execucao " job_alvo_estorno
                       " (" modo_alvo_estorno ") Localizada no PIZZAJOB"
           end-if

           .
       valida-job-estorno-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Um Registro do Diario Frente a Execucao a Estornar ------
       confere-diario-estorno section.

           if numero_diario = job_alvo_estorno then
               if diario-inicio then
                   move "S"         to sw_inicio_alvo
                   move modo_diario to modo_alvo_estorno
               end-if
               if diario-fim then
                   move "S"         to sw_fim_alvo
               end-if
           end-if

           if diario-fim and modo_diario = "ESTORNO"
              and job_estornado_diario = job_alvo_estorno then
               move "EXECUCAO JA ESTORNADA" to motivo_estorno
               move "S" to sw_estorno_recusado
           end-if

           if diario-inicio and numero_diario > job_alvo_estorno
              and (modo_diario = "RESTAURA" or modo_diario = "UNIFICA")
              then
               move spaces to motivo_estorno
               string modo_diario delimited by space
                      " POSTERIOR A EXECUCAO" delimited by size
                      into motivo_estorno
               end-string
               move "S" to sw_estorno_recusado
           end-if

           .
       confere-diario-estorno-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Chaves Mexidas pela Execucao na Trilha (PIZZALOG) -------
       carrega-chaves-estorno section.

           move 0 to qtd_chaves_estorno
           move 0 to qtd_log_estorno

           open input pizza-log
           if fs_log = "35" then
               continue
           else
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-log
                       at end
                           move "FIM" to controle
                       not at end
                           if job_log is numeric
                              and job_log = job_alvo_estorno then
                               add 1 to qtd_log_estorno
                               perform acumula-chave-estorno
                           end-if
                   end-read
               end-perform
               close pizza-log

      * ---- Segunda Passada: Execucao Anterior que Gravou a Imagem
      * ---- Antes de Cada Chave (Dona do Ponto do Mesmo Dia)
               open input pizza-log
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-log
                       at end
                           move "FIM" to controle
                       not at end
                           if job_log is numeric
                              and job_log < job_alvo_estorno
                              and imagem_depois_log <> spaces then
                               perform localiza-job-antes-estorno
                           end-if
                   end-read
               end-perform
               close pizza-log
           end-if

           .
       carrega-chaves-estorno-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Primeira Imagem Antes e Ultima Depois de Cada Chave -----
       acumula-chave-estorno section.

           move imagem_antes_log  to imagem_antes_base
           move data_antes_log    to data_antes_manut
           move imagem_depois_log to imagem_depois_base
           move data_depois_log   to data_depois_manut

           if imagem_antes_log <> spaces then
               move imagem_antes_manut  to imagem_log
           else
               move imagem_depois_manut to imagem_log
           end-if

           move 1 to ind_estorno
           perform until ind_estorno > qtd_chaves_estorno
                      or chave_estorno(ind_estorno) = chave_imagem
               add 1 to ind_estorno
           end-perform

           if ind_estorno > qtd_chaves_estorno then
               if qtd_chaves_estorno >= qtd_maxima_chaves_estorno then
      * ---- Estorno Parcial Nao Serve: a Execucao Toda Fica Como Esta
                   move "TABELA DE CHAVES DO ESTORNO CHEIA"
                                           to motivo_estorno
                   move "S" to sw_estorno_recusado
               else
                   add 1 to qtd_chaves_estorno
                   move qtd_chaves_estorno to ind_estorno
                   move chave_imagem       to chave_estorno(ind_estorno)
                   move imagem_antes_manut to antes_estorno(ind_estorno)
                   move 0 to job_antes_estorno(ind_estorno)
               end-if
           end-if

           if ind_estorno not > qtd_chaves_estorno then
               move imagem_depois_manut to depois_estorno(ind_estorno)
           end-if

           .
       acumula-chave-estorno-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Execucao Dona da Imagem Antes de Uma Chave --------------
       localiza-job-antes-estorno section.

           move imagem_depois_log to imagem_depois_base
           move data_depois_log   to data_depois_manut
           move imagem_depois_manut to imagem_log

           move 1 to ind_estorno
           perform until ind_estorno > qtd_chaves_estorno
                      or chave_estorno(ind_estorno) = chave_imagem
               add 1 to ind_estorno
           end-perform

      * ---- Vale a Ultima Gravacao Anterior com a Mesma Imagem
           if ind_estorno not > qtd_chaves_estorno then
               if antes_estorno(ind_estorno) <> spaces
                  and imagem_depois_manut = antes_estorno(ind_estorno)
                  then
                   move job_log to job_antes_estorno(ind_estorno)
               end-if
           end-if

           .
       localiza-job-antes-estorno-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Acao do Estorno em Uma Chave (Previa e Gravacao) --------
       confere-chave-estorno section.

           move chave_estorno(ind_estorno) to chave_mestre
           read pizza-master
               invalid key
                   move spaces to imagem_atual_estorno
                   move 0      to diferenca_rel_estorno
               not invalid key
                   perform monta-imagem-log
                   move imagem_log to imagem_atual_estorno
                   move diferenca_rel_mestre to diferenca_rel_estorno
           end-read

           if not estorno-gravar then
               evaluate true
                   when imagem_atual_estorno
                                       <> depois_estorno(ind_estorno)
                       move "S" to acao_estorno(ind_estorno)
                       add 1 to qtd_chaves_sinalizadas
                   when antes_estorno(ind_estorno)
                                       = depois_estorno(ind_estorno)
                       move "M" to acao_estorno(ind_estorno)
                   when antes_estorno(ind_estorno) = spaces
                       move "E" to acao_estorno(ind_estorno)
                       add 1 to qtd_chaves_excluidas
                   when depois_estorno(ind_estorno) = spaces
                       move "C" to acao_estorno(ind_estorno)
                       add 1 to qtd_chaves_recriadas
                   when other
                       move "R" to acao_estorno(ind_estorno)
                       add 1 to qtd_chaves_restauradas
               end-evaluate
               perform lista-chave-estorno
           else
               if estorno-restaura(ind_estorno)
                  or estorno-exclui(ind_estorno)
                  or estorno-recria(ind_estorno) then
                   perform estorna-chave-mestre
               end-if
           end-if

           .
       confere-chave-estorno-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Linha da Previa do Estorno (PIZZAEST) -------------------
       lista-chave-estorno section.

           move chave_estorno(ind_estorno) to est_chave
           move 0      to est_preco_job
           move 0      to est_preco_antes
           move spaces to est_obs

           if depois_estorno(ind_estorno) <> spaces then
               move depois_estorno(ind_estorno) to imagem_log
               move preco_imagem to est_preco_job
           end-if
           if antes_estorno(ind_estorno) <> spaces then
               move antes_estorno(ind_estorno) to imagem_log
               move preco_imagem to est_preco_antes
           end-if

           evaluate true
               when estorno-sinalizado(ind_estorno)
                   move "MANTIDA"    to est_acao
                   move "ALTERADA DEPOIS" to est_obs
               when estorno-mantem(ind_estorno)
                   move "MANTIDA"    to est_acao
                   move "SEM DIFERENCA" to est_obs
               when estorno-exclui(ind_estorno)
                   move "EXCLUI"     to est_acao
                   move "PIZZA NOVA DA EXECUCAO" to est_obs
               when estorno-recria(ind_estorno)
                   move "RECRIA"     to est_acao
                   move "EXCLUIDA NA EXECUCAO" to est_obs
               when other
                   move "RESTAURA"   to est_acao
           end-evaluate

           write pizza-estorno-rec from linha_estorno

           .
       lista-chave-estorno-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Volta da Chave a Imagem Anterior, com Registro X --------
       estorna-chave-mestre section.

           move imagem_atual_estorno to imagem_antes_manut

           if estorno-exclui(ind_estorno) then
               delete pizza-master record
                   invalid key
                       display "Erro ao Excluir a Pizza do Cadastro"
               end-delete
               move spaces to imagem_depois_manut
           else
               move antes_estorno(ind_estorno) to imagem_log
               move chave_imagem       to chave_mestre
               move forma_imagem       to forma_pizza_mestre
               move diametro_imagem    to diametro_mestre
               move lado_imagem        to lado_mestre
               move comprimento_imagem to comprimento_mestre
               move largura_imagem     to largura_mestre
               move moeda_imagem       to codigo_moeda_mestre
               move preco_imagem       to preco_mestre
               move preco_cm2_imagem   to preco_cm2_mestre
               move diferenca_rel_estorno to diferenca_rel_mestre
               move data_imagem        to data_atualizacao_mestre
               rewrite pizza-master-rec
                   invalid key
                       write pizza-master-rec
                           invalid key
                               display "Erro ao Gravar a Pizza no "
                                       "Cadastro"
                       end-write
               end-rewrite
               move antes_estorno(ind_estorno) to imagem_depois_manut
           end-if

           move "X" to operacao_log
           perform grava-log-manutencao

           .
       estorna-chave-mestre-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Pontos do Historico da Execucao (Conta ou Desfaz) -------
      * Ponto de chave sinalizada fica (o mestre tambem fica); ponto
      * cuja imagem anterior e do mesmo dia volta a essa imagem, pois
      * a execucao regravou o ponto de outra; os demais sao excluidos.
       estorna-historico section.

           move 0 to qtd_pontos_estorno
           move 0 to qtd_pontos_restaurados
           move 0 to qtd_pontos_mantidos

           move low-values to chave_completa_hist
           move "N" to controle
           start pizza-historico
                   key is not less than chave_completa_hist
               invalid key
                   move "FIM" to controle
           end-start

           perform until controle = "FIM"
               read pizza-historico next record
                   at end
                       move "FIM" to controle
                   not at end
                       if job_hist is numeric
                          and job_hist = job_alvo_estorno then
                           perform estorna-ponto-historico
                       end-if
               end-read
           end-perform

           .
       estorna-historico-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Um Ponto do Historico da Execucao Estornada -------------
       estorna-ponto-historico section.

           move 1 to ind_estorno
           perform until ind_estorno > qtd_chaves_estorno
                      or chave_estorno(ind_estorno) = chave_hist
               add 1 to ind_estorno
           end-perform

           move spaces to imagem_log
           move "N"    to sw_ponto_sinalizado
           if ind_estorno not > qtd_chaves_estorno then
               if antes_estorno(ind_estorno) <> spaces then
                   move antes_estorno(ind_estorno) to imagem_log
               end-if
               if estorno-sinalizado(ind_estorno) then
                   move "S" to sw_ponto_sinalizado
               end-if
           end-if

           evaluate true
               when ponto-sinalizado
                   add 1 to qtd_pontos_mantidos
               when imagem_log <> spaces
                    and data_imagem = data_hist
      * ---- Mesmo Dia da Imagem Anterior: o Ponto Volta a Ela, com o
      * ---- Numero da Execucao que a Gravou
                   add 1 to qtd_pontos_restaurados
                   if estorno-gravar then
                       move preco_imagem     to preco_hist
                       move moeda_imagem     to codigo_moeda_hist
                       move moeda_imagem     to moeda_busca
                       perform busca-taxa-cambio
                       move taxa_corrente    to taxa_cambio_hist
                       move preco_cm2_imagem to preco_cm2_hist
                       move job_antes_estorno(ind_estorno) to job_hist
                       rewrite pizza-historico-rec
                           invalid key
                               display "Erro ao Restaurar o Ponto "
                                       "do Historico"
                       end-rewrite
                   end-if
               when other
                   add 1 to qtd_pontos_estorno
                   if estorno-gravar then
                       delete pizza-historico record
                           invalid key
                               display "Erro ao Excluir o "
                                       "Ponto do Historico"
                       end-delete
                   end-if
           end-evaluate

           .
       estorna-ponto-historico-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Alertas da Execucao no PIZZAALRT (Conta ou Retira) ------
      * Na gravacao o arquivo e copiado para o PIZZAATMP sem as linhas
      * da execucao e depois devolvido por cima do PIZZAALRT.
       estorna-alertas section.

           move 0 to qtd_alertas_estorno

           open input pizza-alerta
           if fs_alerta = "35" then
               continue
           else
               if estorno-gravar then
                   open output pizza-alerta-tmp
               end-if

               move "N" to controle
               perform until controle = "FIM"
                   read pizza-alerta
                       at end
                           move "FIM" to controle
                       not at end
                           if pizza-alerta-rec(92:7) = job_alvo_texto
                               add 1 to qtd_alertas_estorno
                           else
                               if estorno-gravar then
                                   write pizza-alerta-tmp-rec
                                           from pizza-alerta-rec
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-alerta

               if estorno-gravar then
                   close pizza-alerta-tmp
                   open input pizza-alerta-tmp
                   open output pizza-alerta

                   move "N" to controle
                   perform until controle = "FIM"
                       read pizza-alerta-tmp into pizza-alerta-rec
                           at end
                               move "FIM" to controle
                           not at end
                               write pizza-alerta-rec
                       end-read
                   end-perform

                   close pizza-alerta-tmp
                   close pizza-alerta
               end-if
           end-if

           .
       estorna-alertas-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Gravacao do Estorno Confirmado --------------------------
       aplica-estorno section.

           open extend pizza-log
           if fs_log = "35" then
               open output pizza-log
               close pizza-log
               open extend pizza-log
           end-if

           move "S" to sw_estorno_gravar
           perform confere-chave-estorno
               varying ind_estorno from 1 by 1
               until ind_estorno > qtd_chaves_estorno

           close pizza-log

           perform estorna-historico
           perform estorna-alertas

      * ---- O Registro de Fim Desta Execucao Leva o Numero Estornado
           move job_alvo_estorno      to job_estorno
           move qtd_chaves_estorno    to qtd_survey_lidos
           compute qtd_survey_aceitos = qtd_chaves_restauradas
                                      + qtd_chaves_excluidas
                                      + qtd_chaves_recriadas
           move qtd_chaves_sinalizadas to qtd_survey_rejeitados

           display "Estorno da Execucao " job_alvo_estorno " Aplicado"
           display "  Chaves Desfeitas     : " qtd_survey_aceitos
           display "  Pontos Excluidos     : " qtd_pontos_estorno
           display "  Pontos Restaurados   : " qtd_pontos_restaurados
           display "  Pontos Mantidos      : " qtd_pontos_mantidos
           display "  Alertas Retirados    : " qtd_alertas_estorno
           if qtd_chaves_sinalizadas > 0 then
               display "  Chaves Sinalizadas   : "
                       qtd_chaves_sinalizadas
                       " (Alteradas Depois, Mantidas)"
               move 8 to return-code
           end-if

           move spaces to pizza-estorno-rec
           string "Estorno Aplicado em "
                          delimited by size
                  data_relatorio_disp
                          delimited by size
                  " por "
                          delimited by size
                  usuario_sessao
                          delimited by size
                  into pizza-estorno-rec
           end-string
           write pizza-estorno-rec

           .
       aplica-estorno-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Totais da Previa do Estorno -----------------------------
       grava-totais-estorno section.

           display "Previa do Estorno Gravada em PIZZAEST"
           display "  Registros no PIZZALOG: " qtd_log_estorno
           display "  Chaves a Restaurar   : " qtd_chaves_restauradas
           display "  Chaves a Excluir     : " qtd_chaves_excluidas
           display "  Chaves a Recriar     : " qtd_chaves_recriadas
           display "  Chaves Sinalizadas   : " qtd_chaves_sinalizadas
           display "  Pontos a Excluir     : " qtd_pontos_estorno
           display "  Pontos a Restaurar   : " qtd_pontos_restaurados
           display "  Pontos Mantidos      : " qtd_pontos_mantidos
           display "  Alertas              : " qtd_alertas_estorno

           move spaces to pizza-estorno-rec
           string "Chaves: Restaurar " delimited by size
                  qtd_chaves_restauradas delimited by size
                  " Excluir " delimited by size
                  qtd_chaves_excluidas delimited by size
                  " Recriar " delimited by size
                  qtd_chaves_recriadas delimited by size
                  " Sinalizadas " delimited by size
                  qtd_chaves_sinalizadas delimited by size
                  into pizza-estorno-rec
           end-string
           write pizza-estorno-rec

           move spaces to pizza-estorno-rec
           string "Pontos: Excluir " delimited by size
                  qtd_pontos_estorno delimited by size
                  " Restaurar " delimited by size
                  qtd_pontos_restaurados delimited by size
                  " Mantidos " delimited by size
                  qtd_pontos_mantidos delimited by size
                  " Alertas " delimited by size
                  qtd_alertas_estorno delimited by size
                  into pizza-estorno-rec
           end-string
           write pizza-estorno-rec

           .
       grava-totais-estorno-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Historico Ilegivel: Encerra com RETURN-CODE 12 ----------
      * File status 39 e o PIZZAHIST ainda no leiaute de 62 posicoes;
      * seguir adiante perderia cada ponto gravado na execucao.
       erro-abertura-historico section.

           display "Erro ao Abrir o Historico PIZZAHIST"
                   " - File Status: " fs_historico
           if fs_historico = "39" then
               display "Historico no Leiaute Anterior: Converta com "
                       "PIZZA-MODO = CONVHIST"
           end-if
           move 12 to return-code
           perform grava-diario-fim
           stop run

           .
       erro-abertura-historico-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Conversao do PIZZAHIST para o Leiaute com a Execucao ----
      * Execucao unica: le o historico de 62 posicoes pelo leiaute
      * antigo, copia os pontos para o PIZZAHTMP com o numero da
      * execucao zerado e recria o indexado no leiaute de 69 posicoes.
       converte-historico section.

           move 0 to qtd_hist_convertidos

           open input pizza-historico-ant
           if fs_historico = "35" then
               display "Historico Nao Encontrado: Nada a Converter"
           else
           if fs_historico not = "00" then
               display "Historico Ja Convertido ou Ilegivel no Leiaute "
                       "Anterior - File Status: " fs_historico
               move 12 to return-code
           else
               open output pizza-historico-tmp

               move "N" to controle
               perform until controle = "FIM"
                   read pizza-historico-ant next record
                       at end
                           move "FIM" to controle
                       not at end
                           move pizza-historico-ant-rec
                                           to pizza-historico-rec
                           move 0 to job_hist
                           write pizza-historico-tmp-rec
                                   from pizza-historico-rec
                           add 1 to qtd_hist_convertidos
                   end-read
               end-perform

               close pizza-historico-ant
               close pizza-historico-tmp

               open output pizza-historico
               open input pizza-historico-tmp
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-historico-tmp into pizza-historico-rec
                       at end
                           move "FIM" to controle
                       not at end
                           write pizza-historico-rec
                               invalid key
                                   display "Erro ao Gravar o Ponto "
                                           chave_completa_hist
                           end-write
                   end-read
               end-perform
               close pizza-historico
               close pizza-historico-tmp

               display "Historico Convertido para o Leiaute Atual: "
                       qtd_hist_convertidos " Ponto(s)"
           end-if
           end-if

           .
       converte-historico-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Manutencao do Cadastro de Fornecedores (FORNEC) ---------
       fornecedores section.

           move "N" to controle
           perform until controle = "FIM"
               display erase
               display "Manutencao do Cadastro de Fornecedores"
               display "  I - Incluir um Fornecedor"
               display "  C - Consultar um Fornecedor"
               display "  A - Alterar um Fornecedor"
               display "  E - Excluir um Fornecedor"
               display "  F - Fim da Manutencao"
               accept opcao_fornecedor

               evaluate true
                   when fornec-incluir
                       perform fornecedor-inclui
                   when fornec-consultar
                       perform fornecedor-consulta
                   when fornec-alterar
                       perform fornecedor-altera
                   when fornec-excluir
                       perform fornecedor-exclui
                   when fornec-fim
                       move "FIM" to controle
                   when other
                       display "Opcao Invalida. Informe Novamente"
               end-evaluate

               if not fornec-fim then
                   display "Pressione ENTER para Continuar"
                   accept resposta_menu
                   move "S" to resposta_menu
               end-if
           end-perform

           .
       fornecedores-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Leitura de Um Fornecedor do Cadastro pelo Nome ----------
       fornecedor-le section.

           display "Informe o Nome da Pizzaria "
           accept nome_busca_fornec

           move nome_busca_fornec to nome_fornecedor
           move "N" to sw_fornecedor_encontrado
           read pizza-fornecedor
               invalid key
                   display "Fornecedor Nao Encontrado no Cadastro: "
                           nome_busca_fornec
               not invalid key
                   move "S" to sw_fornecedor_encontrado
           end-read

           .
       fornecedor-le-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Captura dos Dados Variaveis de Um Fornecedor ------------
       fornecedor-captura-dados section.

           display "Informe o Codigo do Fornecedor "
           accept codigo_fornecedor

           display "Informe o Telefone "
           accept telefone_fornecedor

           display "Informe a Taxa de Entrega (R$) "
           accept taxa_entrega_fornecedor

           display "Informe o Pedido Minimo (R$) "
           accept pedido_minimo_fornecedor

           display "Situacao (A-Ativo/I-Inativo) "
           accept situacao_fornecedor
           perform until fornecedor-rec-ativo
                      or fornecedor-rec-inativo
               display "Situacao Invalida. Informe Novamente"
               accept situacao_fornecedor
           end-perform

           .
       fornecedor-captura-dados-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Inclusao de Um Fornecedor no Cadastro -------------
       fornecedor-inclui section.

           display "Informe o Nome da Pizzaria "
           accept nome_busca_fornec
           perform until nome_busca_fornec <> spaces
               display "Nome Invalido. Informe Novamente"
               accept nome_busca_fornec
           end-perform

           move nome_busca_fornec to nome_fornecedor
           perform fornecedor-captura-dados

           write pizza-fornecedor-rec
               invalid key
                   display "Fornecedor Ja Cadastrado: "
                           nome_fornecedor
               not invalid key
                   perform atualiza-tabela-fornecedor
                   display "Fornecedor Incluido no Cadastro: "
                           nome_fornecedor
           end-write

           .
       fornecedor-inclui-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Consulta de Um Fornecedor do Cadastro -------------
       fornecedor-consulta section.

           perform fornecedor-le

           if fornecedor-encontrado then
               display "Nome          : " nome_fornecedor
               display "Codigo        : " codigo_fornecedor
               display "Telefone      : " telefone_fornecedor
               display "Taxa Entrega  : " taxa_entrega_fornecedor
               display "Pedido Minimo : " pedido_minimo_fornecedor
               display "Situacao      : " situacao_fornecedor
           end-if

           .
       fornecedor-consulta-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Alteracao de Um Fornecedor do Cadastro ------------
       fornecedor-altera section.

           perform fornecedor-le

           if fornecedor-encontrado then
               display "Valores Atuais: " pizza-fornecedor-rec

               perform fornecedor-captura-dados

               rewrite pizza-fornecedor-rec
                   invalid key
                       display "Erro ao Alterar o Fornecedor"
                   not invalid key
                       perform atualiza-tabela-fornecedor
                       display "Fornecedor Alterado no Cadastro: "
                               nome_fornecedor
               end-rewrite
           end-if

           .
       fornecedor-altera-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Exclusao de Um Fornecedor do Cadastro -------------
       fornecedor-exclui section.

           perform fornecedor-le

           if fornecedor-encontrado then
               display "Confirma a Exclusao de " nome_fornecedor
                       " ? (S/N)"
               accept resposta_menu
               if resposta_menu = "S" then
                   delete pizza-fornecedor record
                       invalid key
                           display "Erro ao Excluir o Fornecedor"
                       not invalid key
                           perform remove-tabela-fornecedor
                           display "Fornecedor Excluido do Cadastro: "
                                   nome_busca_fornec
                   end-delete
               end-if
               move "S" to resposta_menu
           end-if

           .
       fornecedor-exclui-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Atualizacao do Fornecedor na Tabela de Fornecedores -------
       atualiza-tabela-fornecedor section.

           move 1 to ind_fornec
           perform until ind_fornec > qtd_fornecedores
                      or nome_fornec(ind_fornec) = nome_fornecedor
               add 1 to ind_fornec
           end-perform

           if ind_fornec > qtd_fornecedores then
               if qtd_fornecedores < qtd_maxima_fornecedores then
                   add 1 to qtd_fornecedores
                   move nome_fornecedor
                             to nome_fornec(qtd_fornecedores)
                   move codigo_fornecedor
                             to codigo_fornec(qtd_fornecedores)
                   move taxa_entrega_fornecedor
                             to taxa_entrega_fornec(qtd_fornecedores)
                   move pedido_minimo_fornecedor
                             to pedido_minimo_fornec(qtd_fornecedores)
                   move situacao_fornecedor
                             to situacao_fornec(qtd_fornecedores)
               else
                   display "Tabela de Fornecedores Cheia"
               end-if
           else
               move codigo_fornecedor
                         to codigo_fornec(ind_fornec)
               move taxa_entrega_fornecedor
                         to taxa_entrega_fornec(ind_fornec)
               move pedido_minimo_fornecedor
                         to pedido_minimo_fornec(ind_fornec)
               move situacao_fornecedor
                         to situacao_fornec(ind_fornec)
           end-if

           .
       atualiza-tabela-fornecedor-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Remocao do Fornecedor da Tabela de Fornecedores -----------
       remove-tabela-fornecedor section.

           move 1 to ind_fornec
           perform until ind_fornec > qtd_fornecedores
                      or nome_fornec(ind_fornec) = nome_busca_fornec
               add 1 to ind_fornec
           end-perform

           if ind_fornec not > qtd_fornecedores then
               perform until ind_fornec >= qtd_fornecedores
                   move fornecedor_item(ind_fornec + 1)
                                   to fornecedor_item(ind_fornec)
                   add 1 to ind_fornec
               end-perform
               subtract 1 from qtd_fornecedores
           end-if

           .
       remove-tabela-fornecedor-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Carga da Tabela Padronizada de Sabores (PIZZASAB) ---------
      * Sem o arquivo (ou com ele vazio) a tabela fica desligada e o
      * sabor continua livre, como antes da padronizacao.
       carrega-sabores section.

           if modo-sabores then
               open i-o pizza-sabor
               if fs_sabor = "35" then
                   open output pizza-sabor
                   close pizza-sabor
                   open i-o pizza-sabor
               end-if
           else
               open input pizza-sabor
           end-if

           if fs_sabor = "35" then
               continue
           else
               move "S" to sw_sabor_aberto
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-sabor next record
                       at end
                           move "FIM" to controle
                       not at end
                           if qtd_sabores >= qtd_maxima_sabores then
                               display "Tabela de Sabores Cheia"
                               move "FIM" to controle
                           else
                               add 1 to qtd_sabores
                               move codigo_sabor
                                    to codigo_tab_sabor(qtd_sabores)
                               move qtd_sabores to ind_sabor
                               perform atualiza-item-tabela-sabor
                           end-if
                   end-read
               end-perform
               if not modo-sabores then
                   close pizza-sabor
                   move "N" to sw_sabor_aberto
               end-if
           end-if

           .
       carrega-sabores-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Traducao de SABOR-BUSCA para o Sabor Padronizado ----------
      * ---- (Descricao Oficial ou Sinonimo, sem Distinguir Caixa) -----
       padroniza-sabor section.

           move sabor_busca to sabor_padrao

           if qtd_sabores = 0 then
               move "S" to sw_sabor_reconhecido
           else
               move "N" to sw_sabor_reconhecido
               inspect sabor_busca
                   converting "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

               perform varying ind_sabor from 1 by 1
                       until ind_sabor > qtd_sabores
                          or sabor-reconhecido
                   if descricao_tab_sabor(ind_sabor) = sabor_busca then
                       move "S" to sw_sabor_reconhecido
                   else
                       perform varying ind_sinonimo from 1 by 1
                               until ind_sinonimo > 10
                                  or sabor-reconhecido
                           if sinonimo_tab_sabor
                                      (ind_sabor, ind_sinonimo)
                                                      = sabor_busca then
                               move "S" to sw_sabor_reconhecido
                           end-if
                       end-perform
                   end-if
                   if sabor-reconhecido then
                       move descricao_tab_sabor(ind_sabor)
                                               to sabor_padrao
                   end-if
               end-perform
           end-if

           .
       padroniza-sabor-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Padronizacao do Sabor do Survey (Lote e Restauracao) ------
       padroniza-sabor-survey section.

           move sabor_survey to sabor_busca
           perform padroniza-sabor
           if sabor-reconhecido then
               move sabor_padrao to sabor_survey
           else
               move "N" to sw_registro_valido
               move "SABOR DESCONHECIDO" to motivo_survey
           end-if

           .
       padroniza-sabor-survey-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Localizacao da Chave de Consulta sem Alterar o IND --------
      * ---- (IND-DESTINO-UNI = 0 Quando a Chave Nao Esta na Tabela) ---
       localiza-chave-destino section.

           move 1 to ind_destino_uni
           perform until ind_destino_uni > qtd_pizzas
                      or (pizzaria(ind_destino_uni) = pizzaria_consulta
                          and sabor(ind_destino_uni) = sabor_consulta
                          and tamanho(ind_destino_uni)
                                                   = tamanho_consulta)
               add 1 to ind_destino_uni
           end-perform

           if ind_destino_uni > qtd_pizzas then
               move 0 to ind_destino_uni
           end-if

           .
       localiza-chave-destino-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Manutencao da Tabela Padronizada de Sabores (SABOR) -----
       sabores section.

           move "N" to controle
           perform until controle = "FIM"
               display erase
               display "Manutencao da Tabela de Sabores"
               display "  I - Incluir um Sabor"
               display "  C - Consultar um Sabor"
               display "  A - Alterar um Sabor"
               display "  E - Excluir um Sabor"
               display "  F - Fim da Manutencao"
               accept opcao_sabor

               evaluate true
                   when sabor-incluir
                       perform sabor-inclui
                   when sabor-consultar
                       perform sabor-consulta
                   when sabor-alterar
                       perform sabor-altera
                   when sabor-excluir
                       perform sabor-exclui
                   when sabor-fim
                       move "FIM" to controle
                   when other
                       display "Opcao Invalida. Informe Novamente"
               end-evaluate

               if not sabor-fim then
                   display "Pressione ENTER para Continuar"
                   accept resposta_menu
                   move "S" to resposta_menu
               end-if
           end-perform

           .
       sabores-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Leitura de Um Sabor da Tabela pelo Codigo ---------------
       sabor-le section.

           display "Informe o Codigo do Sabor "
           accept codigo_busca_sabor
           inspect codigo_busca_sabor
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           move codigo_busca_sabor to codigo_sabor
           move "N" to sw_sabor_encontrado
           read pizza-sabor
               invalid key
                   display "Sabor Nao Encontrado na Tabela: "
                           codigo_busca_sabor
               not invalid key
                   move "S" to sw_sabor_encontrado
           end-read

           .
       sabor-le-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Captura da Descricao, Categoria e Sinonimos -------------
      * Descricao e sinonimos sao gravados em maiusculas e nao podem
      * estar em uso por outro codigo da tabela.
       sabor-captura-dados section.

           display "Informe a Descricao Oficial do Sabor "
           accept termo_sabor
           move "S" to sw_termo_conflito
           perform until termo_sabor <> spaces
                     and not termo-em-conflito
               if termo_sabor = spaces then
                   display "Descricao Invalida. Informe Novamente"
                   accept termo_sabor
               else
                   inspect termo_sabor
                       converting "abcdefghijklmnopqrstuvwxyz"
                               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   perform verifica-termo-sabor
                   if termo-em-conflito then
                       display "Descricao Ja Usada pelo Sabor "
                               codigo_conflito_sabor
                               ". Informe Novamente"
                       accept termo_sabor
                   end-if
               end-if
           end-perform
           move termo_sabor to descricao_sabor

           display "Categoria (S-Salgada/D-Doce/E-Especial) "
           accept categoria_sabor
           perform until sabor-salgado or sabor-doce
                      or sabor-especial
               display "Categoria Invalida. Informe Novamente"
               accept categoria_sabor
           end-perform

           move spaces to sinonimos_sabor
           move "N"    to sw_fim_sinonimos
           display "Informe os Sinonimos Aceitos (ENTER Encerra)"
           perform varying ind_sinonimo from 1 by 1
                   until ind_sinonimo > 10 or fim-sinonimos
               display "Sinonimo " ind_sinonimo " "
               accept termo_sabor
               if termo_sabor = spaces then
                   move "S" to sw_fim_sinonimos
               else
                   inspect termo_sabor
                       converting "abcdefghijklmnopqrstuvwxyz"
                               to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   perform verifica-termo-sabor
                   if termo-em-conflito
                      or termo_sabor = descricao_sabor then
                       display "Sinonimo Ja Usado na Tabela de "
                               "Sabores. Informe Outro"
      * ---- Repete a Mesma Posicao do Sinonimo
                       subtract 1 from ind_sinonimo
                   else
                       move termo_sabor
                               to sinonimo_sabor(ind_sinonimo)
                   end-if
               end-if
           end-perform

           .
       sabor-captura-dados-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Termo (Descricao ou Sinonimo) em Uso por Outro Codigo -----
       verifica-termo-sabor section.

           move "N"    to sw_termo_conflito
           move spaces to codigo_conflito_sabor

           perform varying ind_sabor from 1 by 1
                   until ind_sabor > qtd_sabores
                      or termo-em-conflito
               if codigo_tab_sabor(ind_sabor) <> codigo_sabor then
                   if descricao_tab_sabor(ind_sabor) = termo_sabor then
                       move "S" to sw_termo_conflito
                   end-if
                   perform varying ind_sinonimo from 1 by 1
                           until ind_sinonimo > 10
                       if sinonimo_tab_sabor
                                  (ind_sabor, ind_sinonimo)
                                                      = termo_sabor then
                           move "S" to sw_termo_conflito
                       end-if
                   end-perform
                   if termo-em-conflito then
                       move codigo_tab_sabor(ind_sabor)
                                           to codigo_conflito_sabor
                   end-if
               end-if
           end-perform

           .
       verifica-termo-sabor-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Inclusao de Um Sabor na Tabela --------------------
       sabor-inclui section.

           display "Informe o Codigo do Sabor "
           accept codigo_busca_sabor
           perform until codigo_busca_sabor <> spaces
               display "Codigo Invalido. Informe Novamente"
               accept codigo_busca_sabor
           end-perform
           inspect codigo_busca_sabor
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           move codigo_busca_sabor to codigo_sabor
           perform sabor-captura-dados

           write pizza-sabor-rec
               invalid key
                   display "Sabor Ja Cadastrado: " codigo_sabor
               not invalid key
                   perform atualiza-tabela-sabor
                   display "Sabor Incluido na Tabela: "
                           codigo_sabor " - " descricao_sabor
           end-write

           .
       sabor-inclui-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Consulta de Um Sabor da Tabela --------------------
       sabor-consulta section.

           perform sabor-le

           if sabor-encontrado then
               display "Codigo        : " codigo_sabor
               display "Descricao     : " descricao_sabor
               display "Categoria     : " categoria_sabor
               perform varying ind_sinonimo from 1 by 1
                       until ind_sinonimo > 10
                   if sinonimo_sabor(ind_sinonimo) <> spaces then
                       display "Sinonimo      : "
                               sinonimo_sabor(ind_sinonimo)
                   end-if
               end-perform
           end-if

           .
       sabor-consulta-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Alteracao de Um Sabor da Tabela -------------------
       sabor-altera section.

           perform sabor-le

           if sabor-encontrado then
               display "Valores Atuais: " codigo_sabor " - "
                       descricao_sabor " - " categoria_sabor
               display "Alterar a Descricao Nao Renomeia o Cadastro: "
                       "Rode PIZZA-MODO = UNIFICA em Seguida"

               perform sabor-captura-dados

               rewrite pizza-sabor-rec
                   invalid key
                       display "Erro ao Alterar o Sabor"
                   not invalid key
                       perform atualiza-tabela-sabor
                       display "Sabor Alterado na Tabela: "
                               codigo_sabor
               end-rewrite
           end-if

           .
       sabor-altera-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Exclusao de Um Sabor da Tabela --------------------
       sabor-exclui section.

           perform sabor-le

           if sabor-encontrado then
               display "Confirma a Exclusao de " codigo_sabor " - "
                       descricao_sabor " ? (S/N)"
               accept resposta_menu
               if resposta_menu = "S" then
                   delete pizza-sabor record
                       invalid key
                           display "Erro ao Excluir o Sabor"
                       not invalid key
                           perform remove-tabela-sabor
                           display "Sabor Excluido da Tabela: "
                                   codigo_busca_sabor
                   end-delete
               end-if
               move "S" to resposta_menu
           end-if

           .
       sabor-exclui-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Atualizacao do Sabor na Tabela de Sabores -----------------
       atualiza-tabela-sabor section.

           move 1 to ind_sabor
           perform until ind_sabor > qtd_sabores
                      or codigo_tab_sabor(ind_sabor) = codigo_sabor
               add 1 to ind_sabor
           end-perform

           if ind_sabor > qtd_sabores then
               if qtd_sabores < qtd_maxima_sabores then
                   add 1 to qtd_sabores
                   move codigo_sabor to codigo_tab_sabor(qtd_sabores)
                   move qtd_sabores  to ind_sabor
               else
                   display "Tabela de Sabores Cheia"
               end-if
           end-if

           if ind_sabor not > qtd_sabores then
               perform atualiza-item-tabela-sabor
           end-if

           .
       atualiza-tabela-sabor-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Copia do Registro do PIZZASAB para a Posicao IND-SABOR ----
       atualiza-item-tabela-sabor section.

           move descricao_sabor
                        to descricao_tab_sabor(ind_sabor)
           move categoria_sabor
                        to categoria_tab_sabor(ind_sabor)
      * ---- Descricao e Sinonimos em Maiusculas para a Traducao; o
      * ---- Codigo Fica Igual a Chave do PIZZASAB
           inspect descricao_tab_sabor(ind_sabor)
               converting "abcdefghijklmnopqrstuvwxyz"
                       to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           perform varying ind_sinonimo from 1 by 1
                   until ind_sinonimo > 10
               move sinonimo_sabor(ind_sinonimo)
                        to sinonimo_tab_sabor(ind_sabor, ind_sinonimo)
               inspect sinonimo_tab_sabor(ind_sabor, ind_sinonimo)
                   converting "abcdefghijklmnopqrstuvwxyz"
                           to "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           end-perform

           .
       atualiza-item-tabela-sabor-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Remocao do Sabor da Tabela de Sabores ---------------------
       remove-tabela-sabor section.

           move 1 to ind_sabor
           perform until ind_sabor > qtd_sabores
                      or codigo_tab_sabor(ind_sabor)
                                                   = codigo_busca_sabor
               add 1 to ind_sabor
           end-perform

           if ind_sabor not > qtd_sabores then
               perform until ind_sabor >= qtd_sabores
                   move sabor_item(ind_sabor + 1)
                                   to sabor_item(ind_sabor)
                   add 1 to ind_sabor
               end-perform
               subtract 1 from qtd_sabores
           end-if

           .
       remove-tabela-sabor-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Manutencao do Cadastro de Usuarios (USUARIO) ------
       usuarios section.

           move "N" to controle
           perform until controle = "FIM"
               display erase
               display "Manutencao do Cadastro de Usuarios"
               display "  I - Incluir um Usuario"
               display "  C - Consultar um Usuario"
               display "  A - Alterar Nome, Perfil ou Situacao"
               display "  S - Trocar a Senha de um Usuario"
               display "  F - Fim da Manutencao"
               accept opcao_usuario

               evaluate true
                   when usuario-incluir
                       perform usuario-inclui
                   when usuario-consultar
                       perform usuario-consulta
                   when usuario-alterar
                       perform usuario-altera
                   when usuario-trocar-senha
                       perform usuario-senha
                   when usuario-fim
                       move "FIM" to controle
                   when other
                       display "Opcao Invalida. Informe Novamente"
               end-evaluate

               if not usuario-fim then
                   display "Pressione ENTER para Continuar"
                   accept resposta_menu
                   move "S" to resposta_menu
               end-if
           end-perform

           .
       usuarios-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Leitura de Um Usuario do Cadastro pela Identificacao ----
       usuario-le section.

           display "Informe a Identificacao do Usuario "
           accept id_busca_usuario

           move id_busca_usuario to id_usuario
           move "N" to sw_usuario_encontrado
           read pizza-usuario
               invalid key
                   display "Usuario Nao Encontrado no Cadastro: "
                           id_busca_usuario
               not invalid key
                   move "S" to sw_usuario_encontrado
           end-read

           .
       usuario-le-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Captura do Nome, Perfil e Situacao de Um Usuario --------
       usuario-captura-dados section.

           display "Informe o Nome do Usuario "
           accept nome_usuario
           perform until nome_usuario <> spaces
               display "Nome Invalido. Informe Novamente"
               accept nome_usuario
           end-perform

      * ---- O Primeiro Usuario do Cadastro e Sempre Administrador
           if cadastro-usuarios-vazio then
               move "A" to perfil_usuario
               move "A" to situacao_usuario
               display "Primeiro Usuario: Perfil Administrador"
           else
               display "Perfil (C-Consulta/P-Pesquisador/"
                       "B-Comprador/A-Administrador) "
               accept perfil_usuario
               perform until perfil-consulta or perfil-pesquisador
                          or perfil-comprador or perfil-administrador
                   display "Perfil Invalido. Informe Novamente"
                   accept perfil_usuario
               end-perform

               display "Situacao (A-Ativo/I-Inativo) "
               accept situacao_usuario
               perform until usuario-rec-ativo or usuario-rec-inativo
                   display "Situacao Invalida. Informe Novamente"
                   accept situacao_usuario
               end-perform
           end-if

           .
       usuario-captura-dados-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Captura da Senha com Confirmacao (Grava o Resumo) -------
       usuario-captura-senha section.

           move spaces to senha_informada
           move "X"    to senha_confirmacao
           perform until senha_informada <> spaces
                     and senha_informada = senha_confirmacao
               display "Informe a Nova Senha "
               accept senha_informada
               display "Confirme a Nova Senha "
               accept senha_confirmacao
               if senha_informada = spaces then
                   display "Senha Invalida. Informe Novamente"
               else
               if senha_informada <> senha_confirmacao then
                   display "Senhas Nao Conferem. Informe Novamente"
               end-if
               end-if
           end-perform

           move id_usuario      to usuario_hash
           move senha_informada to senha_hash
           perform calcula-hash-senha
           move hash_senha_calc to senha_usuario
           move data_relatorio  to data_senha_usuario

           move spaces to senha_informada
           move spaces to senha_confirmacao
           move spaces to senha_hash

           .
       usuario-captura-senha-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Inclusao de Um Usuario no Cadastro ----------------
       usuario-inclui section.

           display "Informe a Identificacao do Usuario "
           accept id_busca_usuario
           perform until id_busca_usuario <> spaces
               display "Identificacao Invalida. Informe Novamente"
               accept id_busca_usuario
           end-perform

           move id_busca_usuario to id_usuario
           perform usuario-captura-dados
           perform usuario-captura-senha

           write pizza-usuario-rec
               invalid key
                   display "Usuario Ja Cadastrado: " id_usuario
               not invalid key
                   display "Usuario Incluido no Cadastro: "
                           id_usuario " - " nome_usuario
                   if cadastro-usuarios-vazio then
                       move "N"        to sw_usuarios_vazio
                       move id_usuario to usuario_sessao
                   end-if
           end-write

           .
       usuario-inclui-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Consulta de Um Usuario do Cadastro ----------------
       usuario-consulta section.

           perform usuario-le

           if usuario-encontrado then
               display "Identificacao : " id_usuario
               display "Nome          : " nome_usuario
               display "Perfil        : " perfil_usuario
               display "Situacao      : " situacao_usuario
               display "Senha Trocada : " data_senha_usuario
           end-if

           .
       usuario-consulta-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Alteracao de Um Usuario do Cadastro ---------------
      * O administrador da sessao nao altera o proprio perfil nem a
      * propria situacao, para o cadastro nao ficar sem administrador.
       usuario-altera section.

           perform usuario-le

           if usuario-encontrado then
               if id_usuario = usuario_sessao then
                   display "O Usuario da Sessao Nao Altera o Proprio "
                           "Perfil. Use Outro Administrador"
               else
                   display "Valores Atuais: " id_usuario " - "
                           nome_usuario " - " perfil_usuario
                           " - " situacao_usuario

                   perform usuario-captura-dados

                   rewrite pizza-usuario-rec
                       invalid key
                           display "Erro ao Alterar o Usuario"
                       not invalid key
                           display "Usuario Alterado no Cadastro: "
                                   id_usuario
                   end-rewrite
               end-if
           end-if

           .
       usuario-altera-exit.
           exit.
      * ---------------------------------------------------------------
      * ------------ Troca da Senha de Um Usuario ----------------------
       usuario-senha section.

           perform usuario-le

           if usuario-encontrado then
               perform usuario-captura-senha

               rewrite pizza-usuario-rec
                   invalid key
                       display "Erro ao Trocar a Senha"
                   not invalid key
                       display "Senha Trocada para o Usuario: "
                               id_usuario
               end-rewrite
           end-if

           .
       usuario-senha-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Unificacao das Chaves Duplicadas por Sinonimo (UNIFICA) ---
      * Execucao unica apos a carga da tabela de sabores: renomeia no
      * PIZZAMAS e no PIZZAHIST as chaves gravadas com sinonimo para o
      * sabor padronizado, mesclando as que ja existirem com o sabor
      * oficial (no mestre fica a cotacao mais recente; no historico
      * fica o ponto ja gravado com o sabor oficial na mesma data).
       unifica-sabores section.

           if qtd_sabores = 0 then
               display "Tabela de Sabores Vazia ou Inexistente: "
                       "PIZZASAB"
               move 12 to return-code
           else
               open output pizza-unificacao

               move spaces to pizza-unificacao-rec
               string "Unificacao de Sabores por Sinonimo - "
                              delimited by size
                      data_relatorio_disp
                              delimited by size
                      into pizza-unificacao-rec
               end-string
               write pizza-unificacao-rec
               move spaces to pizza-unificacao-rec
               write pizza-unificacao-rec

               perform varying ind from 1 by 1 until ind > qtd_pizzas
                   if pizzaria(ind) <> spaces then
                       perform unifica-mestre-item
                   end-if
               end-perform

               perform unifica-historico

               move spaces to pizza-unificacao-rec
               write pizza-unificacao-rec
               move "Chaves Renomeadas no PIZZAMAS      : "
                                       to contagem_uni_titulo
               move qtd_uni_renomeadas to contagem_uni_valor
               write pizza-unificacao-rec from linha_contagem_uni
               move "Chaves Mescladas no PIZZAMAS       : "
                                       to contagem_uni_titulo
               move qtd_uni_mescladas  to contagem_uni_valor
               write pizza-unificacao-rec from linha_contagem_uni
               move "Sabores Desconhecidos no PIZZAMAS  : "
                                       to contagem_uni_titulo
               move qtd_uni_desconhecidos
                                       to contagem_uni_valor
               write pizza-unificacao-rec from linha_contagem_uni
               move "Pontos Movidos no PIZZAHIST        : "
                                       to contagem_uni_titulo
               move qtd_uni_hist_movidos
                                       to contagem_uni_valor
               write pizza-unificacao-rec from linha_contagem_uni
               move "Pontos Descartados (Mesma Data)    : "
                                       to contagem_uni_titulo
               move qtd_uni_hist_colisoes
                                       to contagem_uni_valor
               write pizza-unificacao-rec from linha_contagem_uni

               close pizza-unificacao

               display "Unificacao de Sabores Gravada em PIZZAUNI"
               display "  Chaves Renomeadas : " qtd_uni_renomeadas
               display "  Chaves Mescladas  : " qtd_uni_mescladas
               display "  Desconhecidos     : " qtd_uni_desconhecidos
               display "  Historico Movido  : " qtd_uni_hist_movidos
               if qtd_uni_desconhecidos > 0 then
                   move 8 to return-code
               end-if
           end-if

           .
       unifica-sabores-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Unificacao de Uma Pizza do Cadastro Mestre ----------------
       unifica-mestre-item section.

           move sabor(ind) to sabor_busca
           perform padroniza-sabor

           move "MESTRE"      to uni_origem
           move pizzaria(ind) to uni_pizzaria
           move sabor(ind)    to uni_sabor_de
           move tamanho(ind)  to uni_tamanho
           move sabor_padrao  to uni_sabor_para

           evaluate true
               when not sabor-reconhecido
                   add 1 to qtd_uni_desconhecidos
                   move spaces to uni_sabor_para
                   move "SABOR DESCONHECIDO - MANTIDO"
                                      to uni_ocorrencia
                   write pizza-unificacao-rec from linha_unificacao
               when sabor_padrao = sabor(ind)
                   continue
               when other
      * ---- Sai a Chave Antiga do Indexado
                   move pizzaria(ind) to pizzaria_mestre
                   move sabor(ind)    to sabor_mestre
                   move tamanho(ind)  to tamanho_mestre
                   delete pizza-master record
                       invalid key
                           display "Erro ao Excluir a Chave Antiga: "
                                   chave_mestre
                   end-delete

                   move pizzaria(ind) to pizzaria_consulta
                   move sabor_padrao  to sabor_consulta
                   move tamanho(ind)  to tamanho_consulta
                   perform localiza-chave-destino

                   if ind_destino_uni = 0 then
                       add 1 to qtd_uni_renomeadas
                       move sabor_padrao to sabor(ind)
                       perform atualiza-mestre
                       move "RENOMEADA" to uni_ocorrencia
                   else
                       add 1 to qtd_uni_mescladas
                       if data_atualizacao(ind)
                                  > data_atualizacao(ind_destino_uni)
                       then
                           move sabor_padrao to sabor(ind)
                           move relatorio_item(ind)
                                   to relatorio_item(ind_destino_uni)
                           move ind             to ind_origem_uni
                           move ind_destino_uni to ind
                           perform atualiza-mestre
                           move ind_origem_uni  to ind
                           move "MESCLADA - MANTIDA COTACAO SINONIMO"
                                                to uni_ocorrencia
                       else
                           move "MESCLADA - MANTIDA COTACAO OFICIAL"
                                                to uni_ocorrencia
                       end-if
      * ---- Posicao Absorvida Deixa de Participar das Buscas
                       move spaces to pizzaria(ind)
                   end-if
                   write pizza-unificacao-rec from linha_unificacao
           end-evaluate

           .
       unifica-mestre-item-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Unificacao do Historico em Duas Passadas (PIZZAHTMP) ------
      * A primeira passada so copia os pontos com sinonimo, para nao
      * incluir chaves novas no indexado durante a leitura sequencial.
       unifica-historico section.

           open i-o pizza-historico
           if fs_historico not = "00" and fs_historico not = "35" then
               perform erro-abertura-historico
           end-if
           if fs_historico = "35" then
               display "Historico Nao Encontrado: PIZZAHIST"
           else
               open output pizza-historico-tmp

               move "N" to controle
               perform until controle = "FIM"
                   read pizza-historico next record
                       at end
                           move "FIM" to controle
                       not at end
                           move sabor_hist to sabor_busca
                           perform padroniza-sabor
                           if sabor-reconhecido
                              and sabor_padrao <> sabor_hist then
                               write pizza-historico-tmp-rec
                                       from pizza-historico-rec
                           end-if
                   end-read
               end-perform

               close pizza-historico-tmp
               open input pizza-historico-tmp

               move "N" to controle
               perform until controle = "FIM"
                   read pizza-historico-tmp into pizza-historico-rec
                       at end
                           move "FIM" to controle
                       not at end
                           perform unifica-ponto-historico
                   end-read
               end-perform

               close pizza-historico-tmp
               close pizza-historico
           end-if

           .
       unifica-historico-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Regravacao de Um Ponto do Historico com o Sabor Oficial ---
       unifica-ponto-historico section.

           move "HIST"        to uni_origem
           move pizzaria_hist to uni_pizzaria
           move sabor_hist    to uni_sabor_de
           move tamanho_hist  to uni_tamanho

           delete pizza-historico record
               invalid key
                   display "Erro ao Excluir o Ponto Antigo: "
                           chave_completa_hist
           end-delete

           move sabor_hist to sabor_busca
           perform padroniza-sabor
           move sabor_padrao to sabor_hist
           move sabor_padrao to uni_sabor_para

           write pizza-historico-rec
               invalid key
                   add 1 to qtd_uni_hist_colisoes
               not invalid key
                   add 1 to qtd_uni_hist_movidos
           end-write

      * ---- Ponto Oficial Ja Existente na Mesma Data Prevalece
           if fs_historico not = "00" then
               move spaces to uni_ocorrencia
               string "DESCARTADO - JA HA PONTO EM "
                              delimited by size
                      data_hist
                              delimited by size
                      into uni_ocorrencia
               end-string
               write pizza-unificacao-rec from linha_unificacao
           end-if

           .
       unifica-ponto-historico-exit.
           exit.
      * ---------------------------------------------------------------
      * -------- Verificacao de Integridade do Cadastro (VERIF) --------
       verificacao section.

           open output pizza-verif

           move spaces to pizza-verif-rec
           string "Verificacao de Integridade do Cadastro - "
                          delimited by size
                  data_relatorio_disp
                          delimited by size
                  into pizza-verif-rec
           end-string
           write pizza-verif-rec

           perform carrega-ultimo-historico

      * ---- Orfaos sao Apontados so no Historico Recente; o Arquivo
      * ---- Morto Entra Depois, Apenas na Checagem de Ter Historico
           perform verifica-historico-orfao

           perform carrega-historico-arquivado

           perform verifica-registro-mestre
               varying ind from 1 by 1
               until ind > qtd_pizzas

           move spaces to pizza-verif-rec
           write pizza-verif-rec

           display "Pizzas Verificadas    : " qtd_verificados
           display "Discrepancias Achadas : " qtd_discrepancias

           close pizza-verif

           if qtd_discrepancias > 0 then
               display "Discrepancias Gravadas em PIZZAVER"
               move 8 to return-code
           end-if

           .
       verificacao-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Verificacao de Um Registro do Cadastro Mestre -----------
       verifica-registro-mestre section.

           add 1 to qtd_verificados

           move pizzaria(ind) to pizzaria_consulta
           move sabor(ind)    to sabor_consulta
           move tamanho(ind)  to tamanho_consulta

      * ---- Dimensao Zerada para a Forma (Divisao por Zero Futura)
           move "S" to sw_registro_valido
           evaluate true
               when forma-redonda(ind)
                   if diametro(ind) = 0 then
                       move "N" to sw_registro_valido
                   end-if
               when forma-quadrada(ind)
                   if lado(ind) = 0 then
                       move "N" to sw_registro_valido
                   end-if
               when forma-retangular(ind)
                   if comprimento(ind) = 0
                      or largura(ind) = 0 then
                       move "N" to sw_registro_valido
                   end-if
               when other
                   move "N" to sw_registro_valido
           end-evaluate

           if not registro-valido then
               move "DIMENSAO ZERADA"  to verif_motivo
               move 0                  to verif_valor_cadastro
               move 0                  to verif_valor_calculado
               perform grava-discrepancia
           else
      * ---- Recalculo do Preco por Cm2 Como no Cadastro
               move preco_cm2(ind) to preco_cm2_cadastro
               perform calculo-preco-cm2
               compute dif_verificacao
                       = preco_cm2(ind) - preco_cm2_cadastro

               if dif_verificacao > tolerancia_verif
                  or dif_verificacao < (0 - tolerancia_verif) then
                   move "PRECO/CM2 DIVERGE" to verif_motivo
                   move preco_cm2_cadastro  to verif_valor_cadastro
                   move preco_cm2(ind)      to verif_valor_calculado
                   perform grava-discrepancia
               end-if

      * ---- Verificacao Nao Altera o Cadastro: Restaura o Valor
               move preco_cm2_cadastro to preco_cm2(ind)
           end-if

      * ---- Toda Pizza do Cadastro Deve Ter Historico
           move 1 to ind_ult
           perform until ind_ult > qtd_ult_hist
                      or chave_ult_hist(ind_ult) = chave_consulta
               add 1 to ind_ult
           end-perform
           if ind_ult > qtd_ult_hist then
               move "SEM HISTORICO" to verif_motivo
               move 0               to verif_valor_cadastro
               move 0               to verif_valor_calculado
               perform grava-discrepancia
           end-if

           .
       verifica-registro-mestre-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Verificacao de Historico Sem Pizza no Cadastro ----------
       verifica-historico-orfao section.

           perform varying ind_ult from 1 by 1
                   until ind_ult > qtd_ult_hist
               move chave_ult_hist(ind_ult) to chave_consulta
               move 1 to ind
               perform until ind > qtd_pizzas
                          or (pizzaria(ind) = pizzaria_consulta
                              and sabor(ind) = sabor_consulta
                              and tamanho(ind) = tamanho_consulta)
                   add 1 to ind
               end-perform
               if ind > qtd_pizzas then
                   move "HISTORICO ORFAO" to verif_motivo
                   move 0                 to verif_valor_cadastro
                   move preco_cm2_ult_hist(ind_ult)
                                          to verif_valor_calculado
                   perform grava-discrepancia
               end-if
           end-perform

           .
       verifica-historico-orfao-exit.
           exit.
      * ---------------------------------------------------------------
      * --------- Gravacao de Uma Discrepancia em PIZZAVER -------------
       grava-discrepancia section.

           move chave_consulta to verif_chave
           write pizza-verif-rec from linha_verif
           add 1 to qtd_discrepancias

           .
       grava-discrepancia-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Arquivamento do Historico e Resumo Mensal (ARQUIV) ------
       arquivamento section.

           accept retencao_texto
                   from environment "PIZZA-RETENCAO-MESES"
               on exception
                   move spaces to retencao_texto
           end-accept
           if retencao_texto <> spaces then
               inspect retencao_texto
                   replacing leading space by "0"
               if retencao_texto is numeric then
                   move retencao_num to retencao_meses
               end-if
           end-if

      * ---- Mes de Corte: Mantem os Ultimos N Meses no PIZZAHIST
           compute meses_totais = (data_relatorio_aaaa * 12)
                                  + data_relatorio_mm - 1
                                  - retencao_meses
           compute corte_aaaa = meses_totais / 12
           compute corte_mm = meses_totais - (corte_aaaa * 12) + 1
           compute corte_aaaamm = (corte_aaaa * 100) + corte_mm

           display "Arquivando Historico Anterior a " corte_aaaamm

      * ---- Carrega os Resumos ja Gravados para Nao Duplicar Meses
           perform carrega-sumarios-existentes

           open input pizza-historico
           if fs_historico not = "00" and fs_historico not = "35" then
               perform erro-abertura-historico
           end-if
           if fs_historico = "35" then
               display "Nenhum Historico Encontrado"
           else
               open extend pizza-historico-arc
               if fs_historico_arc = "35" then
                   open output pizza-historico-arc
                   close pizza-historico-arc
                   open extend pizza-historico-arc
               end-if
               open output pizza-historico-tmp

               move "N" to controle
               perform until controle = "FIM"
                   read pizza-historico next record
                       at end
                           move "FIM" to controle
                       not at end
                           move data_hist to data_trabalho
                           if data_trabalho_aaaamm < corte_aaaamm then
                               write pizza-historico-arc-rec
                                       from pizza-historico-rec
                               add 1 to qtd_hist_arquivados
                               perform acumula-sumario-mensal
                           else
                               write pizza-historico-tmp-rec
                                       from pizza-historico-rec
                               add 1 to qtd_hist_retidos
                           end-if
                   end-read
               end-perform

               close pizza-historico
               close pizza-historico-arc
               close pizza-historico-tmp

      * ---- Regrava o PIZZAHIST Somente com os Registros Retidos
               open output pizza-historico
               open input pizza-historico-tmp
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-historico-tmp
                       at end
                           move "FIM" to controle
                       not at end
                           write pizza-historico-rec
                                   from pizza-historico-tmp-rec
                   end-read
               end-perform
               close pizza-historico
               close pizza-historico-tmp

               perform grava-sumarios-mensais

               display "Resumo do Arquivamento do Historico"
               display "  Registros Arquivados : "
                       qtd_hist_arquivados
               display "  Registros Retidos    : " qtd_hist_retidos
               display "  Resumos Mensais      : " qtd_sumarios
           end-if

           .
       arquivamento-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Acumulacao do Resumo Mensal por Pizzaria (Arquivamento) ---
       acumula-sumario-mensal section.

           move 1 to ind_sumario
           perform until ind_sumario > qtd_sumarios
                      or (pizzaria_sumario(ind_sumario)
                                             = pizzaria_hist
                          and mes_sumario(ind_sumario)
                                             = data_trabalho_aaaamm)
               add 1 to ind_sumario
           end-perform

           if ind_sumario > qtd_sumarios then
               if qtd_sumarios < 9999 then
                   move 1 to qtd_obs_sumario(qtd_sumarios)
               end-if
           else
               if preco_cm2_hist
                         < menor_cm2_sumario(ind_sumario) then
                   move preco_cm2_hist
                             to menor_cm2_sumario(ind_sumario)
               end-if
               if preco_cm2_hist
                         > maior_cm2_sumario(ind_sumario) then
                   move preco_cm2_hist
                             to maior_cm2_sumario(ind_sumario)
               end-if
               add preco_cm2_hist to soma_cm2_sumario(ind_sumario)
               add 1 to qtd_obs_sumario(ind_sumario)
           end-if

           .
       acumula-sumario-mensal-exit.
           exit.
      * ---------------------------------------------------------------
      * ------- Gravacao dos Resumos Mensais no Arquivo PIZZASUM -------
       grava-sumarios-mensais section.

           if qtd_sumarios > 0 then
      * ---- Regrava o PIZZASUM Completo (Meses Mesclados, Sem Dupla)
               open output pizza-sumario

               perform varying ind_sumario from 1 by 1
                       until ind_sumario > qtd_sumarios
                   move pizzaria_sumario(ind_sumario) to pizzaria_sum
                   move mes_sumario(ind_sumario)      to mes_sum
                   move menor_cm2_sumario(ind_sumario)
                                                      to menor_cm2_sum
                   move maior_cm2_sumario(ind_sumario)
                                                      to maior_cm2_sum
                   compute medio_cm2_sum rounded
                           = soma_cm2_sumario(ind_sumario)
                             / qtd_obs_sumario(ind_sumario)
                   move qtd_obs_sumario(ind_sumario)  to qtd_obs_sum
                   write pizza-sumario-rec
               end-perform

               close pizza-sumario
           end-if

           .
       grava-sumarios-mensais-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Carga dos Resumos Mensais ja Existentes em PIZZASUM -------
       carrega-sumarios-existentes section.

           open input pizza-sumario
           if fs_sumario = "35" then
               continue
           else
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-sumario
                       at end
                           move "FIM" to controle
                       not at end
                           perform mescla-sumario-existente
                   end-read
               end-perform
               close pizza-sumario
           end-if

           .
       carrega-sumarios-existentes-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Mescla de Um Resumo Mensal Existente na Tabela ------------
       mescla-sumario-existente section.

           move 1 to ind_sumario
           perform until ind_sumario > qtd_sumarios
                      or (pizzaria_sumario(ind_sumario)
                                             = pizzaria_sum
                          and mes_sumario(ind_sumario) = mes_sum)
               add 1 to ind_sumario
           end-perform

           if ind_sumario > qtd_sumarios then
               if qtd_sumarios < 9999 then
                   add 1 to qtd_sumarios
                   move pizzaria_sum
                             to pizzaria_sumario(qtd_sumarios)
                   move mes_sum  to mes_sumario(qtd_sumarios)
                   move menor_cm2_sum
                             to menor_cm2_sumario(qtd_sumarios)
                   move maior_cm2_sum
                             to maior_cm2_sumario(qtd_sumarios)
      * ---- A Soma e Reconstituida da Media Gravada (Media x Obs)
                   compute soma_cm2_sumario(qtd_sumarios)
                           = medio_cm2_sum * qtd_obs_sum
                       on size error
                           move 999999999,99
                                   to soma_cm2_sumario(qtd_sumarios)
                   end-compute
                   move qtd_obs_sum
                             to qtd_obs_sumario(qtd_sumarios)
               end-if
           else
               if menor_cm2_sum
                         < menor_cm2_sumario(ind_sumario) then
                   move menor_cm2_sum
                             to menor_cm2_sumario(ind_sumario)
               end-if
               if maior_cm2_sum
                         > maior_cm2_sumario(ind_sumario) then
                   move maior_cm2_sum
                             to maior_cm2_sumario(ind_sumario)
               end-if
               compute soma_cm2_sumario(ind_sumario)
                       = soma_cm2_sumario(ind_sumario)
                         + (medio_cm2_sum * qtd_obs_sum)
                   on size error
                       move 999999999,99
                               to soma_cm2_sumario(ind_sumario)
               end-compute
               add qtd_obs_sum to qtd_obs_sumario(ind_sumario)
           end-if

           .
       mescla-sumario-existente-exit.
           exit.
      * ---------------------------------------------------------------
      * ---------------- Relatorio Impresso de Pizzas ------------------
       gera-relatorio-impresso section.

           open output pizza-relatorio-impresso
           initiate relatorio-rd

           open output pizza-csv
           write pizza-csv-rec from cabecalho_csv

           if qtd_pizzas > 0 then
               move preco_cm2_efetivo(1) to preco_cm2_menor
               move 1                    to ind_melhor

               perform varying ind from 1 by 1 until ind > qtd_pizzas
                   if preco_cm2_efetivo(ind) < preco_cm2_menor then
                       move preco_cm2_efetivo(ind) to preco_cm2_menor
                       move ind             to ind_melhor
                   end-if
               end-perform

               move 0 to soma_cm2_grupo
               move 0 to qtd_grupo_pizzaria

               perform varying ind from 1 by 1 until ind > qtd_pizzas
      * ---- Troca de Pizzaria: Prepara o Subtotal da Anterior
                   if ind > 1 then
                       if pizzaria(ind) <> pizzaria(ind - 1) then
                           perform prepara-subtotal-pizzaria
                       end-if
                   end-if

                   move pizzaria(ind)      to rpt_pizzaria
                   move sabor(ind)         to rpt_sabor
                   move tamanho(ind)       to rpt_tamanho
                   move forma_pizza(ind)   to rpt_forma
                   move diametro(ind)      to rpt_diametro
                   move lado(ind)          to rpt_lado
                   move comprimento(ind)   to rpt_comp
                   move largura(ind)       to rpt_larg
                   move codigo_moeda(ind)  to rpt_moeda
                   move preco(ind)         to rpt_preco
                   move preco_cm2_efetivo(ind)
                                           to rpt_preco_cm2
                   move diferenca_rel(ind) to rpt_diferenca

      * ---- Preco de Tabela e, com Promocao no Dia, o Preco Efetivo
                   move promo_aplicada(ind) to rpt_promo
                   if promo_aplicada(ind) = space then
                       move 0 to rpt_preco_promo
                   else
                       move preco_efetivo(ind) to rpt_preco_promo
                   end-if

                   move spaces to rpt_destaque
                   if ind = ind_melhor then
                       move "<<< Melhor Custo-Beneficio"
                                           to rpt_destaque
                   end-if

      * ---- Marca de Cotacao Alem da Validade Configurada
                   move space to rpt_vencido
                   if data_atualizacao(ind) < data_corte_validade then
                       move "V" to rpt_vencido
                   end-if

                   generate tipo2
                   perform grava-linha-csv

                   if qtd_grupo_pizzaria = 0
                      or preco_cm2_efetivo(ind) < melhor_cm2_grupo then
                       move preco_cm2_efetivo(ind) to melhor_cm2_grupo
                       move sabor(ind)     to melhor_sabor_grupo
                       move tamanho(ind)   to melhor_tamanho_grupo
                   end-if
                   add preco_cm2_efetivo(ind) to soma_cm2_grupo
                   add 1 to qtd_grupo_pizzaria
               end-perform

               perform prepara-subtotal-pizzaria
           end-if

           terminate relatorio-rd
           close pizza-relatorio-impresso
           close pizza-csv

           display "Relatorio Impresso Gravado em PIZZARPT"
           display "Exportacao Delimitada Gravada em PIZZACSV"

           .
       gera-relatorio-impresso-exit.
           exit.
      * ---------------------------------------------------------------
      * ----- Preparacao do Subtotal da Pizzaria (Quebra de Controle) --
      * A quebra e disparada pelo GENERATE seguinte (ou TERMINATE);
      * os campos do rodape devem estar prontos antes disso.
       prepara-subtotal-pizzaria section.

           if qtd_grupo_pizzaria > 0 then
               compute rpt_media_grupo rounded
                       = soma_cm2_grupo / qtd_grupo_pizzaria
               move melhor_sabor_grupo   to rpt_melhor_sabor
               move melhor_tamanho_grupo to rpt_melhor_tamanho
           end-if

           move 0 to soma_cm2_grupo
           move 0 to qtd_grupo_pizzaria

           .
       prepara-subtotal-pizzaria-exit.
           exit.
      * ---------------------------------------------------------------
      * -------- Gravacao de Uma Linha da Exportacao Delimitada --------
       grava-linha-csv section.

           move pizzaria(ind)      to csv_pizzaria
           move sabor(ind)         to csv_sabor
           move tamanho(ind)       to csv_tamanho
           move forma_pizza(ind)   to csv_forma
           move diametro(ind)      to csv_diametro
           move lado(ind)          to csv_lado
           move comprimento(ind)   to csv_comprimento
           move largura(ind)       to csv_largura
           move codigo_moeda(ind)  to csv_moeda
           move preco(ind)         to csv_preco

           move codigo_moeda(ind)  to moeda_busca
           perform busca-taxa-cambio
           compute preco_convertido = preco(ind) * taxa_corrente
           move preco_convertido   to csv_preco_reais

           move preco_cm2_efetivo(ind) to csv_preco_cm2
           move diferenca_rel(ind) to csv_diferenca

           if ind = ind_melhor then
               move "S" to csv_melhor
           else
               move "N" to csv_melhor
           end-if

           if data_atualizacao(ind) < data_corte_validade then
               move "S" to csv_vencido
           else
               move "N" to csv_vencido
           end-if

           move preco_efetivo(ind)  to csv_preco_promo
           move promo_aplicada(ind) to csv_promo

           write pizza-csv-rec from linha_csv

           .
       grava-linha-csv-exit.
           exit.
      * ---------------------------------------------------------------
      * -------- Ranking por Sabor Cruzando Pizzarias (RANK) -----------
       gera-ranking section.

           open output pizza-ranking

           move spaces to pizza-ranking-rec
           string "Ranking de Preco por Cm2 por Sabor/Tamanho - "
                          delimited by size
                  data_relatorio_disp
                          delimited by size
                  into pizza-ranking-rec
           end-string
           write pizza-ranking-rec

           if qtd_pizzas = 0 then
               move "Cadastro Vazio" to pizza-ranking-rec
               write pizza-ranking-rec
           else
               perform ordenar-ranking

               perform varying ind from 1 by 1 until ind > qtd_pizzas
      * ---- Troca de Sabor/Tamanho: Fecha o Grupo Anterior
                   if ind = 1
                      or sabor(ind) <> sabor_grupo_rank
                      or tamanho(ind) <> tamanho_grupo_rank then
                       if ind > 1 then
                           perform grava-amplitude-ranking
                       end-if
                       move sabor(ind)     to sabor_grupo_rank
                       move tamanho(ind)   to tamanho_grupo_rank
                       move preco_cm2(ind) to lider_cm2_ranking
                       move 0              to posicao_ranking

                       move spaces to pizza-ranking-rec
                       write pizza-ranking-rec
                       move sabor(ind)   to rank_sabor
                       move tamanho(ind) to rank_tamanho
                       write pizza-ranking-rec
                               from cabecalho_grupo_rank
                   end-if

                   add 1 to posicao_ranking
                   move posicao_ranking   to rank_posicao
                   move pizzaria(ind)     to rank_pizzaria
                   move codigo_moeda(ind) to rank_moeda
                   move preco(ind)        to rank_preco
                   move preco_cm2(ind)    to rank_preco_cm2

                   if lider_cm2_ranking > 0 then
                       compute dif_lider_pct rounded
                               = ((preco_cm2(ind)
                                   - lider_cm2_ranking) * 100)
                                 / lider_cm2_ranking
                           on size error
                               move 999,99 to dif_lider_pct
                       end-compute
                   else
                       move 0 to dif_lider_pct
                   end-if
                   move dif_lider_pct  to rank_dif_lider
                   move preco_cm2(ind) to ultima_cm2_ranking

                   write pizza-ranking-rec from linha_ranking
               end-perform

               perform grava-amplitude-ranking
           end-if

           close pizza-ranking

           display "Ranking por Sabor Gravado em PIZZARNK"

           .
       gera-ranking-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Ordenacao do Ranking (Sabor, Tamanho e Preco por Cm2) -----
       ordenar-ranking section.

           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind
               move "n_trocou" to controle

               perform until ind >= qtd_pizzas

                   move "N" to sw_deve_trocar

                   if sabor(ind) > sabor(ind + 1)
                      or (sabor(ind) = sabor(ind + 1)
                          and tamanho(ind) > tamanho(ind + 1))
                      or (sabor(ind) = sabor(ind + 1)
                          and tamanho(ind) = tamanho(ind + 1)
                          and preco_cm2(ind) > preco_cm2(ind + 1))
                   then
                       move "S" to sw_deve_trocar
                   end-if

                   if deve-trocar then
                       move relatorio_item(ind + 1) to aux
                       move relatorio_item(ind)
                                       to relatorio_item(ind + 1)
                       move aux                to relatorio_item(ind)

                       move "trocou"           to controle
                   end-if

                   add 1 to ind

               end-perform

           end-perform

           .
       ordenar-ranking-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Gravacao da Amplitude do Grupo do Ranking ---------------
       grava-amplitude-ranking section.

           if lider_cm2_ranking > 0 then
               compute amplitude_pct rounded
                       = ((ultima_cm2_ranking
                           - lider_cm2_ranking) * 100)
                         / lider_cm2_ranking
                   on size error
                       move 999,99 to amplitude_pct
               end-compute
           else
               move 0 to amplitude_pct
           end-if

           move amplitude_pct to rank_amplitude
           write pizza-ranking-rec from linha_amplitude

           .
       grava-amplitude-ranking-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Analise de Melhor Tamanho por Sabor (TAMANH) ------------
       analise-tamanhos section.

           open output pizza-tamanhos

           move spaces to pizza-tamanhos-rec
           string "Analise de Melhor Tamanho por Sabor - "
                          delimited by size
                  data_relatorio_disp
                          delimited by size
                  into pizza-tamanhos-rec
           end-string
           write pizza-tamanhos-rec

           if qtd_pizzas = 0 then
               move "Cadastro Vazio" to pizza-tamanhos-rec
               write pizza-tamanhos-rec
           else
               perform ordenar-tamanhos

               move 1 to ind_ini_grupo_tam
               perform until ind_ini_grupo_tam > qtd_pizzas
                   move ind_ini_grupo_tam to ind_fim_grupo_tam
                   perform until ind_fim_grupo_tam >= qtd_pizzas
                      or pizzaria(ind_fim_grupo_tam + 1)
                             <> pizzaria(ind_ini_grupo_tam)
                      or sabor(ind_fim_grupo_tam + 1)
                             <> sabor(ind_ini_grupo_tam)
                       add 1 to ind_fim_grupo_tam
                   end-perform

      * ---- So Interessam Grupos com Mais de Um Tamanho
                   if ind_fim_grupo_tam > ind_ini_grupo_tam then
                       perform analisa-grupo-tamanho
                   end-if

                   compute ind_ini_grupo_tam = ind_fim_grupo_tam + 1
               end-perform

               perform grava-resumo-tamanhos
           end-if

           close pizza-tamanhos

           display "Analise de Tamanhos Gravada em PIZZATAM"

           .
       analise-tamanhos-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Ordenacao da Analise (Pizzaria, Sabor e Tamanho) ----------
       ordenar-tamanhos section.

           move "trocou" to controle
           perform until controle <> "trocou"

               move 1 to ind
               move "n_trocou" to controle

               perform until ind >= qtd_pizzas

                   move "N" to sw_deve_trocar

                   move tamanho(ind)     to tamanho_rank_in
                   perform calcula-rank-tamanho
                   move tamanho_rank_out to rank_tamanho_atual
                   move tamanho(ind + 1) to tamanho_rank_in
                   perform calcula-rank-tamanho
                   move tamanho_rank_out to rank_tamanho_prox

                   if pizzaria(ind) > pizzaria(ind + 1)
                      or (pizzaria(ind) = pizzaria(ind + 1)
                          and sabor(ind) > sabor(ind + 1))
                      or (pizzaria(ind) = pizzaria(ind + 1)
                          and sabor(ind) = sabor(ind + 1)
                          and rank_tamanho_atual > rank_tamanho_prox)
                   then
                       move "S" to sw_deve_trocar
                   end-if

                   if deve-trocar then
                       move relatorio_item(ind + 1) to aux
                       move relatorio_item(ind)
                                       to relatorio_item(ind + 1)
                       move aux                to relatorio_item(ind)

                       move "trocou"           to controle
                   end-if

                   add 1 to ind

               end-perform

           end-perform

           .
       ordenar-tamanhos-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Analise de Um Grupo Pizzaria + Sabor (Lado a Lado) --------
       analisa-grupo-tamanho section.

           add 1 to qtd_grupos_tam

           move spaces to pizza-tamanhos-rec
           write pizza-tamanhos-rec
           move pizzaria(ind_ini_grupo_tam) to tam_disp_pizzaria
           move sabor(ind_ini_grupo_tam)    to tam_disp_sabor
           write pizza-tamanhos-rec from cabecalho_grupo_tam

           perform varying ind from ind_ini_grupo_tam by 1
                   until ind > ind_fim_grupo_tam
               perform calculo-area-pizza

               move codigo_moeda(ind) to moeda_busca
               perform busca-taxa-cambio
               compute preco_convertido = preco(ind) * taxa_corrente

               move tamanho(ind)      to tam_disp_tamanho
               move area_pizza        to tam_disp_area
               move preco_convertido  to tam_disp_preco
               move preco_cm2(ind)    to tam_disp_cm2
               write pizza-tamanhos-rec from linha_tamanho

               if ind = ind_ini_grupo_tam
                  or preco_cm2(ind) < melhor_cm2_tam then
                   move preco_cm2(ind) to melhor_cm2_tam
                   move tamanho(ind)   to melhor_tamanho_tam
               end-if

      * ---- Premio/Desconto do Upsize Contra o Tamanho Anterior
               if ind > ind_ini_grupo_tam then
                   if preco_cm2(ind - 1) > 0 then
                       compute premio_upsize_pct rounded
                               = ((preco_cm2(ind)
                                   - preco_cm2(ind - 1)) * 100)
                                 / preco_cm2(ind - 1)
                           on size error
                               move 999,99 to premio_upsize_pct
                       end-compute
                   else
                       move 0 to premio_upsize_pct
                   end-if

                   move tamanho(ind - 1)   to upsize_de
                   move tamanho(ind)       to upsize_para
                   move premio_upsize_pct  to upsize_pct
                   write pizza-tamanhos-rec from linha_upsize

                   if premio_upsize_pct > 0 then
                       perform guarda-caso-upsize-caro
                   end-if
               end-if
           end-perform

           move melhor_tamanho_tam to melhor_tam_disp
           write pizza-tamanhos-rec from linha_melhor_tam

           .
       analisa-grupo-tamanho-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Registro de Upsize Mais Caro por Cm2 (para o Resumo) ------
       guarda-caso-upsize-caro section.

           if qtd_casos_caros < 9999 then
               add 1 to qtd_casos_caros
               move pizzaria(ind)     to caso_pizzaria
               move sabor(ind)        to caso_sabor
               move tamanho(ind - 1)  to caso_de
               move tamanho(ind)      to caso_para
               move premio_upsize_pct to caso_pct
               move linha_caso_caro
                       to caso_caro_item(qtd_casos_caros)
           end-if

           .
       guarda-caso-upsize-caro-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Resumo Final da Analise de Tamanhos ---------------------
       grava-resumo-tamanhos section.

           move spaces to pizza-tamanhos-rec
           write pizza-tamanhos-rec
           move "Resumo da Analise de Tamanhos" to pizza-tamanhos-rec
           write pizza-tamanhos-rec

           move "Grupos com Mais de um Tamanho   : "
                                           to resumo_tam_titulo
           move qtd_grupos_tam             to resumo_tam_valor
           write pizza-tamanhos-rec from linha_resumo_tam

           move "Upsizes Mais Caros por Cm2      : "
                                           to resumo_tam_titulo
           move qtd_casos_caros            to resumo_tam_valor
           write pizza-tamanhos-rec from linha_resumo_tam

           if qtd_casos_caros > 0 then
               move "Tamanho Maior Mais Caro por Cm2:"
                                           to pizza-tamanhos-rec
               write pizza-tamanhos-rec
               perform varying ind from 1 by 1
                       until ind > qtd_casos_caros
                   write pizza-tamanhos-rec from caso_caro_item(ind)
               end-perform
           end-if

           .
       grava-resumo-tamanhos-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Planejamento de Pedido de Menor Custo (PEDIDO) ----------
       planeja-pedido section.

           open input pizza-demanda
           if fs_demanda = "35" then
               display "Arquivo de Demanda Nao Encontrado: PEDIDOIN"
               move 12 to return-code
           else
               open output pizza-pedido

               move spaces to pizza-pedido-rec
               string "Plano de Compra de Menor Custo - "
                              delimited by size
                      data_relatorio_disp
                              delimited by size
                      into pizza-pedido-rec
               end-string
               write pizza-pedido-rec
               move spaces to pizza-pedido-rec
               write pizza-pedido-rec

      * ---- Itens Escolhidos Tambem Vao para o PIZZAPLN (Data e Hora
      * ---- do Plano), Base da Conciliacao com as Compras Efetivadas
               accept hora_plano_pedido from time
               open extend pizza-plano
               if fs_plano = "35" then
                   open output pizza-plano
                   close pizza-plano
                   open extend pizza-plano
               end-if

               perform carrega-filiais

      * ---- Demanda Ordenada por Filial (Quebra do Plano), Mantida
      * ---- a Ordem do PEDIDOIN Dentro de Cada Filial
               sort sort-demanda
                   on ascending key sort_dem_filial sort_dem_seq
                   input procedure is le-demanda-pedido
                   output procedure is planeja-demanda-filial

               close pizza-demanda
               close pizza-plano

               perform grava-totais-pedido

               close pizza-pedido

               display "Plano de Compra Gravado em PIZZAPED"
               display "  Filiais Planejadas : " qtd_filiais_pedido
               display "  Demandas Lidas     : " qtd_demandas_lidas
               display "  Demandas Atendidas : "
                       qtd_demandas_atendidas
               display "  Demandas Pendentes : "
                       qtd_pendencias_pedido
           end-if

           .
       planeja-pedido-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Entrada do SORT da Demanda: Filial e Ordem de Leitura -----
       le-demanda-pedido section.

           move "N" to controle
           perform until controle = "FIM"
               read pizza-demanda
                   at end
                       move "FIM" to controle
                   not at end
                       if sabor_demanda <> spaces then
                           add 1 to qtd_demandas_lidas
                           move filial_demanda     to sort_dem_filial
                           move qtd_demandas_lidas to sort_dem_seq
                           move pizza-demanda-rec  to sort_dem_imagem
                           release sort-demanda-rec
                       end-if
               end-read
           end-perform

           .
       le-demanda-pedido-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Saida do SORT da Demanda: Plano com Quebra por Filial -----
       planeja-demanda-filial section.

           move "S" to sw_primeira_filial
           move "N" to controle
           perform until controle = "FIM"
               return sort-demanda
                   at end
                       move "FIM" to controle
                   not at end
                       move sort_dem_imagem to pizza-demanda-rec
                       if primeira-filial
                          or filial_demanda <> filial_atual_pedido then
                           if not primeira-filial then
                               perform grava-totais-filial
                           end-if
                           move "N" to sw_primeira_filial
                           move filial_demanda to filial_atual_pedido
                           perform abre-filial-pedido
                       end-if
                       perform planeja-item-demanda
               end-return
           end-perform

           if not primeira-filial then
               perform grava-totais-filial
           end-if

           .
       planeja-demanda-filial-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Cabecalho de Uma Filial no Plano de Compra ----------------
       abre-filial-pedido section.

           add 1 to qtd_filiais_pedido

           if filial_atual_pedido = spaces then
               move "Demandas sem Filial Informada" to pizza-pedido-rec
               write pizza-pedido-rec
           else
               move filial_atual_pedido to filial_ped_codigo
               perform localiza-filial
               if ind_filial > qtd_filiais then
                   move "FILIAL NAO CADASTRADA" to filial_ped_nome
                   move spaces to filial_ped_bairro
                   move spaces to filial_ped_regiao
               else
                   move nome_tab_filial(ind_filial)
                                         to filial_ped_nome
                   move bairro_tab_filial(ind_filial)
                                         to filial_ped_bairro
                   move regiao_tab_filial(ind_filial)
                                         to filial_ped_regiao
               end-if
               write pizza-pedido-rec from linha_filial_pedido
           end-if

           .
       abre-filial-pedido-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Carga das Filiais (PIZZAFIL) e da Cobertura (PIZZACOB) ----
      * Cobertura so vale para pizzaria do cadastro de fornecedores e
      * filial do PIZZAFIL; linhas invalidas sao ignoradas e contadas.
       carrega-filiais section.

           open input pizza-filial
           if fs_filial = "35" then
               continue
           else
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-filial
                       at end
                           move "FIM" to controle
                       not at end
                           move codigo_filial to filial_atual_pedido
                           perform localiza-filial
                           if codigo_filial = spaces
                              or ind_filial not > qtd_filiais then
                               add 1 to qtd_filiais_invalidas
                           else
                           if qtd_filiais >= qtd_maxima_filiais then
                               display "Tabela de Filiais Cheia"
                               move "FIM" to controle
                           else
                               add 1 to qtd_filiais
                               move codigo_filial
                                     to codigo_tab_filial(qtd_filiais)
                               move nome_filial
                                     to nome_tab_filial(qtd_filiais)
                               move bairro_filial
                                     to bairro_tab_filial(qtd_filiais)
                               move regiao_filial
                                     to regiao_tab_filial(qtd_filiais)
                           end-if
                           end-if
                   end-read
               end-perform
               close pizza-filial
           end-if

           open input pizza-cobertura
           if fs_cobertura = "35" then
               continue
           else
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-cobertura
                       at end
                           move "FIM" to controle
                       not at end
                           perform valida-cobertura
                   end-read
               end-perform
               close pizza-cobertura
           end-if

           if qtd_filiais_invalidas > 0 then
               display "Filiais Invalidas Ignoradas no PIZZAFIL: "
                       qtd_filiais_invalidas
           end-if
           if qtd_coberturas_invalidas > 0 then
               display "Coberturas Invalidas Ignoradas no PIZZACOB: "
                       qtd_coberturas_invalidas
           end-if
           move spaces to filial_atual_pedido

           .
       carrega-filiais-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Critica de Uma Cobertura e Inclusao na Tabela -------------
       valida-cobertura section.

           move "S" to sw_registro_valido

           if pizzaria_cobertura = spaces
              or taxa_entrega_cobertura is not numeric
              or pedido_minimo_cobertura is not numeric then
               move "N" to sw_registro_valido
           else
               move pizzaria_cobertura to nome_busca_fornec
               perform busca-fornecedor
               if fornecedor-inexistente then
                   move "N" to sw_registro_valido
               end-if
               move filial_cobertura to filial_atual_pedido
               perform localiza-filial
               if ind_filial > qtd_filiais then
                   move "N" to sw_registro_valido
               end-if
           end-if

           if not registro-valido then
               add 1 to qtd_coberturas_invalidas
           else
               if qtd_coberturas >= qtd_maxima_coberturas then
                   display "Tabela de Cobertura Cheia"
                   move "FIM" to controle
               else
                   add 1 to qtd_coberturas
                   move pizzaria_cobertura
                           to pizzaria_tab_cob(qtd_coberturas)
                   move filial_cobertura
                           to filial_tab_cob(qtd_coberturas)
                   move taxa_entrega_cobertura
                           to taxa_tab_cob(qtd_coberturas)
                   move pedido_minimo_cobertura
                           to minimo_tab_cob(qtd_coberturas)
               end-if
           end-if

           .
       valida-cobertura-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Localiza a Filial (FILIAL_ATUAL_PEDIDO) na Tabela ---------
       localiza-filial section.

           move 1 to ind_filial
           perform until ind_filial > qtd_filiais
                      or codigo_tab_filial(ind_filial)
                             = filial_atual_pedido
               add 1 to ind_filial
           end-perform

           .
       localiza-filial-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Pizzaria (NOME_BUSCA_FORNEC) Atende a Filial Corrente? ----
      * Atendendo, a taxa de entrega e o pedido minimo correntes passam
      * a ser os da cobertura da filial.
       busca-cobertura section.

           move "N" to sw_pizzaria_atende

           move 1 to ind_cobertura
           perform until ind_cobertura > qtd_coberturas
                      or (pizzaria_tab_cob(ind_cobertura)
                              = nome_busca_fornec
                          and filial_tab_cob(ind_cobertura)
                              = filial_atual_pedido)
               add 1 to ind_cobertura
           end-perform

           if ind_cobertura not > qtd_coberturas then
               move "S" to sw_pizzaria_atende
               move taxa_tab_cob(ind_cobertura)
                                       to taxa_entrega_corrente
               move minimo_tab_cob(ind_cobertura)
                                       to pedido_minimo_corrente
           end-if

           .
       busca-cobertura-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Escolha da Pizza Mais Barata para Um Item de Demanda ------
       planeja-item-demanda section.

           if quantidade_demanda = 0 then
               move 1 to quantidade_demanda
           end-if

      * ---- Sinonimo na Demanda Procura pelo Sabor Padronizado
           move sabor_demanda to sabor_busca
           perform padroniza-sabor
           if sabor-reconhecido then
               move sabor_padrao to sabor_demanda
           end-if

           move tamanho_minimo_demanda to tamanho_rank_in
           perform calcula-rank-tamanho
           move tamanho_rank_out       to rank_minimo_pedido

           move 0 to ind_melhor_pedido
           move 0 to custo_melhor_pedido

           perform varying ind from 1 by 1 until ind > qtd_pizzas
               move "N" to sw_pizza_compativel

               if sabor(ind) = sabor_demanda then
                   move pizzaria(ind) to nome_busca_fornec
                   perform busca-fornecedor
      * ---- Demanda de Filial So Aceita Pizzaria que Atende a Filial
                   move "S" to sw_pizzaria_atende
                   if filial_demanda <> spaces then
                       move pizzaria(ind) to nome_busca_fornec
                       perform busca-cobertura
                   end-if
                   if fornecedor-ativo and pizzaria-atende then
                       evaluate true
      * ---- Tamanho Minimo Informado: Aceita Esse Tamanho ou Maior
                           when tamanho_minimo_demanda <> space
                               move tamanho(ind) to tamanho_rank_in
                               perform calcula-rank-tamanho
                               if tamanho_rank_out
                                          >= rank_minimo_pedido then
                                   move "S" to sw_pizza_compativel
                               end-if
      * ---- Sem Tamanho Minimo: Criterio e a Area Desejada em Cm2
                           when area_desejada_demanda > 0
                               perform calculo-area-pizza
                               if area_pizza
                                      >= area_desejada_demanda then
                                   move "S" to sw_pizza_compativel
                               end-if
                           when other
                               move "S" to sw_pizza_compativel
                       end-evaluate
                   end-if
               end-if

      * ---- Custo Efetivo do Dia para a Quantidade Pedida (Promocoes
      * ---- de Leve N Pague M Dependem da Quantidade)
               if pizza-compativel then
                   move data_relatorio     to data_ref_promo
                   move quantidade_demanda to qtd_ref_promo
                   perform calcula-preco-efetivo
                   move codigo_moeda(ind) to moeda_busca
                   perform busca-taxa-cambio
                   compute preco_convertido
                           = preco_efetivo_calc * taxa_corrente
                   if ind_melhor_pedido = 0
                      or preco_convertido < custo_melhor_pedido then
                       move preco_convertido to custo_melhor_pedido
                       move ind              to ind_melhor_pedido
                       compute custo_tabela_pedido
                               = preco(ind) * taxa_corrente
                       move tipo_promo_aplicada
                                             to promo_melhor_pedido
                   end-if
               end-if
           end-perform

           if ind_melhor_pedido = 0 then
               move sabor_demanda          to pend_sabor
               move tamanho_minimo_demanda to pend_tamanho
               move area_desejada_demanda  to pend_area
               move quantidade_demanda     to pend_qtd
               move filial_demanda         to pend_filial
               if qtd_pendencias_pedido < 9999 then
                   add 1 to qtd_pendencias_pedido
                   move linha_pendencia
                           to pendencia_item(qtd_pendencias_pedido)
               end-if
           else
               add 1 to qtd_demandas_atendidas

               compute total_item_pedido
                       = custo_melhor_pedido * quantidade_demanda

               move sabor_demanda      to item_sabor
               move quantidade_demanda to item_qtd
               move pizzaria(ind_melhor_pedido)
                                       to item_pizzaria
               move tamanho(ind_melhor_pedido)
                                       to item_tamanho
               move custo_melhor_pedido
                                       to item_unitario
               move total_item_pedido  to item_total
               move custo_tabela_pedido
                                       to item_tabela
               move promo_melhor_pedido
                                       to item_promo
               write pizza-pedido-rec from linha_item_pedido
               perform grava-plano-compra

               perform acumula-pedido-pizzaria
               add total_item_pedido to total_geral_pedido
               add total_item_pedido to total_filial_pedido
           end-if

           .
       planeja-item-demanda-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Acumulacao do Total de Compra por Pizzaria (PEDIDO) -------
       acumula-pedido-pizzaria section.

           move 1 to ind_pedido
           perform until ind_pedido > qtd_pizzarias_pedido
                      or nome_pedido_pizzaria(ind_pedido)
                             = pizzaria(ind_melhor_pedido)
               add 1 to ind_pedido
           end-perform

           if ind_pedido > qtd_pizzarias_pedido then
               if qtd_pizzarias_pedido < 200 then
                   add 1 to qtd_pizzarias_pedido
                   move pizzaria(ind_melhor_pedido)
                       to nome_pedido_pizzaria(qtd_pizzarias_pedido)
                   move total_item_pedido
                       to total_pedido_pizzaria(qtd_pizzarias_pedido)
               end-if
           else
               add total_item_pedido
                       to total_pedido_pizzaria(ind_pedido)
           end-if

           .
       acumula-pedido-pizzaria-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Totais por Pizzaria e Total da Filial (PEDIDO) -----------
       grava-totais-filial section.

           if qtd_pizzarias_pedido > 0 then
               move spaces to pizza-pedido-rec
               write pizza-pedido-rec
               move "Total por Pizzaria (com Taxa de Entrega)"
                                            to pizza-pedido-rec
               write pizza-pedido-rec

               perform varying ind_pedido from 1 by 1
                       until ind_pedido > qtd_pizzarias_pedido
                   move nome_pedido_pizzaria(ind_pedido)
                                       to nome_busca_fornec
                   perform busca-fornecedor
      * ---- Na Filial Valem a Taxa e o Pedido Minimo da Cobertura
                   if filial_atual_pedido <> spaces then
                       perform busca-cobertura
                   end-if

                   move nome_pedido_pizzaria(ind_pedido)
                                       to total_piz_nome
                   move total_pedido_pizzaria(ind_pedido)
                                       to total_piz_compra
                   move taxa_entrega_corrente
                                       to total_piz_entrega
                   compute total_piz_total
                           = total_pedido_pizzaria(ind_pedido)
                             + taxa_entrega_corrente
                   add taxa_entrega_corrente to total_geral_pedido
                   add taxa_entrega_corrente to total_filial_pedido

                   move spaces to total_piz_obs
                   if pedido_minimo_corrente > 0
                      and total_pedido_pizzaria(ind_pedido)
                              < pedido_minimo_corrente then
                       move " ABAIXO DO PEDIDO MINIMO"
                                       to total_piz_obs
                   end-if

                   write pizza-pedido-rec from linha_total_pizzaria
               end-perform

               move filial_atual_pedido to total_fil_codigo
               move total_filial_pedido to total_fil_disp
               write pizza-pedido-rec from linha_total_filial
           else
               move spaces to pizza-pedido-rec
               write pizza-pedido-rec
               move "Nenhum Item de Demanda Atendido na Filial"
                                            to pizza-pedido-rec
               write pizza-pedido-rec
           end-if

           move spaces to pizza-pedido-rec
           write pizza-pedido-rec

      * ---- Acumuladores Zerados para a Proxima Filial
           move 0 to qtd_pizzarias_pedido
           move 0 to total_filial_pedido

           .
       grava-totais-filial-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Total Geral de Todas as Filiais e Pendencias (PEDIDO) -----
       grava-totais-pedido section.

           if qtd_demandas_atendidas > 0 then
               move total_geral_pedido to total_geral_disp
               write pizza-pedido-rec from linha_total_geral
           else
               move "Nenhum Item de Demanda Atendido"
                                            to pizza-pedido-rec
               write pizza-pedido-rec
           end-if

           if qtd_pendencias_pedido > 0 then
               move spaces to pizza-pedido-rec
               write pizza-pedido-rec
               move "Pendencias (Sem Pizza Compativel no Cadastro)"
                                            to pizza-pedido-rec
               write pizza-pedido-rec
               perform varying ind_pedido from 1 by 1
                       until ind_pedido > qtd_pendencias_pedido
                   write pizza-pedido-rec
                           from pendencia_item(ind_pedido)
               end-perform
           end-if

           .
       grava-totais-pedido-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Gravacao do Item Escolhido no Arquivo do Plano (PIZZAPLN) -
       grava-plano-compra section.

           move data_relatorio              to data_plano
           move hora_plano_pedido           to hora_plano
           move sabor_demanda               to sabor_plano
           move pizzaria(ind_melhor_pedido) to pizzaria_plano
           move tamanho(ind_melhor_pedido)  to tamanho_plano
           move quantidade_demanda          to quantidade_plano
           move custo_melhor_pedido         to unitario_plano
           move filial_demanda              to filial_plano
           write pizza-plano-rec

           .
       grava-plano-compra-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Registro das Compras Efetivadas (COMPRA) ----------------
       registro-compras section.

           open extend pizza-compra
           if fs_compra = "35" then
               open output pizza-compra
               close pizza-compra
               open extend pizza-compra
           end-if

           perform until compra-fim
               display erase
               display "Registro de Compras Efetivadas"
               display "  I - Incluir uma Compra (Digitacao da Nota)"
               display "  C - Carregar Compras do Arquivo COMPRAIN"
               display "  F - Fim do Registro de Compras"
               accept opcao_compra

               evaluate true
                   when compra-incluir
                       perform compra-digita
                   when compra-carregar
                       perform compra-carrega
                   when compra-fim
                       continue
                   when other
                       display "Opcao Invalida. Informe Novamente"
               end-evaluate

               if not compra-fim then
                   display "Pressione ENTER para Continuar"
                   accept resposta_menu
                   move "S" to resposta_menu
               end-if
           end-perform

           close pizza-compra

           display "Compras Gravadas em PIZZACMP   : "
                   qtd_compras_gravadas
           if qtd_compras_rejeitadas > 0 then
               display "Compras Rejeitadas em COMPRAERR: "
                       qtd_compras_rejeitadas
               move 8 to return-code
           end-if

           .
       registro-compras-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Digitacao de Um Item de Compra (Nota Recebida) ----------
       compra-digita section.

           display "Informe o Nome da Pizzaria "
           accept pizzaria_compra
           move pizzaria_compra to nome_busca_fornec
           perform busca-fornecedor
           perform until not fornecedor-inexistente
               display "Pizzaria Nao Cadastrada como Fornecedor. "
                       "Informe Novamente"
               accept pizzaria_compra
               move pizzaria_compra to nome_busca_fornec
               perform busca-fornecedor
           end-perform

           display "Informe o Sabor da Pizza "
           accept sabor_compra
           move sabor_compra to sabor_busca
           perform padroniza-sabor
           perform until sabor_compra <> spaces
                     and sabor-reconhecido
               if sabor_compra = spaces then
                   display "Sabor Invalido. Informe Novamente"
               else
                   display "Sabor Desconhecido na Tabela de Sabores. "
                           "Informe Novamente"
               end-if
               accept sabor_compra
               move sabor_compra to sabor_busca
               perform padroniza-sabor
           end-perform
           if sabor_padrao <> sabor_compra then
               display "Sabor Padronizado para: " sabor_padrao
               move sabor_padrao to sabor_compra
           end-if

           display "Tamanho da Pizza (P-Pequena/M-Media/"
                   "G-Grande/F-Familia) "
           accept tamanho_compra
           perform until tamanho_compra = "P" or "M" or "G" or "F"
               display "Tamanho Invalido. Informe Novamente"
               accept tamanho_compra
           end-perform

           display "Informe a Quantidade Comprada "
           accept quantidade_compra
           perform until quantidade_compra > 0
               display "Quantidade Invalida. Informe Novamente"
               accept quantidade_compra
           end-perform

           display "Informe o Valor Pago pelo Item (R$) "
           accept valor_pago_compra
           perform until valor_pago_compra > 0
               display "Valor Invalido. Informe Novamente"
               accept valor_pago_compra
           end-perform

           display "Data da Compra (AAAAMMDD ou ENTER para Hoje) "
           accept data_consulta_texto
           perform until data_consulta_texto = spaces
                      or data_consulta_texto is numeric
               display "Data Invalida. Informe Novamente"
               accept data_consulta_texto
           end-perform
           if data_consulta_texto = spaces then
               move data_relatorio to data_compra
           else
               move data_consulta_texto to data_compra
           end-if

           display "Informe o Numero da Nota "
           accept nota_compra
           perform until nota_compra <> spaces
               display "Nota Invalida. Informe Novamente"
               accept nota_compra
           end-perform

           move 0 to remessa_compra
           write pizza-compra-rec
           add 1 to qtd_compras_gravadas

           display "Compra Registrada: " pizzaria_compra
                   " / " sabor_compra " / Nota " nota_compra

           .
       compra-digita-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Carga das Compras a Partir do Arquivo COMPRAIN ----------
       compra-carrega section.

           open input pizza-compra-in
           if fs_compra_in = "35" then
               display "Arquivo de Compras Nao Encontrado: COMPRAIN"
               move 12 to return-code
           else
               open output pizza-compra-err

               move "N" to controle
               perform until controle = "FIM"
                   read pizza-compra-in into pizza-compra-rec
                       at end
                           move "FIM" to controle
                       not at end
                           perform valida-registro-compra
                           if compra-valida then
                               move 0 to remessa_compra
                               write pizza-compra-rec
                               add 1 to qtd_compras_gravadas
                           else
                               display "Compra Invalida: "
                                       pizzaria_compra " / "
                                       sabor_compra " - "
                                       motivo_compra
                               move pizza-compra-rec
                                               to compra_rejeitada
                               move motivo_compra
                                       to motivo_rejeicao_compra
                               write pizza-compra-err-rec
                               add 1 to qtd_compras_rejeitadas
                           end-if
                   end-read
               end-perform

               close pizza-compra-in
               close pizza-compra-err
           end-if

           .
       compra-carrega-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Criticas de Um Registro de Compra Carregado -------------
       valida-registro-compra section.

           move "S"    to sw_compra_valida
           move spaces to motivo_compra

      * ---- Data em Branco Assume a Data do Processamento
           if data_compra_x = spaces then
               move data_relatorio to data_compra
           end-if

           if nota_compra = spaces then
               move "N" to sw_compra_valida
               move "SEM NUMERO DA NOTA" to motivo_compra
           end-if
           if data_compra is not numeric then
               move "N" to sw_compra_valida
               move "DATA INVALIDA" to motivo_compra
           else
               if data_compra = 0 then
                   move "N" to sw_compra_valida
                   move "DATA INVALIDA" to motivo_compra
               end-if
           end-if
           if valor_pago_compra is not numeric then
               move "N" to sw_compra_valida
               move "VALOR INVALIDO" to motivo_compra
           else
               if valor_pago_compra not > 0 then
                   move "N" to sw_compra_valida
                   move "VALOR INVALIDO" to motivo_compra
               end-if
           end-if
           if quantidade_compra is not numeric then
               move "N" to sw_compra_valida
               move "QUANTIDADE INVALIDA" to motivo_compra
           else
               if quantidade_compra = 0 then
                   move "N" to sw_compra_valida
                   move "QUANTIDADE INVALIDA" to motivo_compra
               end-if
           end-if
           if tamanho_compra not = "P" and not = "M"
              and not = "G" and not = "F" then
               move "N" to sw_compra_valida
               move "TAMANHO INVALIDO" to motivo_compra
           end-if
           if pizzaria_compra = spaces
              or sabor_compra = spaces then
               move "N" to sw_compra_valida
               move "CHAVE EM BRANCO" to motivo_compra
           else
               move pizzaria_compra to nome_busca_fornec
               perform busca-fornecedor
               if fornecedor-inexistente then
                   move "N" to sw_compra_valida
                   move "SEM FORNECEDOR" to motivo_compra
               end-if
               move sabor_compra to sabor_busca
               perform padroniza-sabor
               if sabor-reconhecido then
                   move sabor_padrao to sabor_compra
               else
                   move "N" to sw_compra_valida
                   move "SABOR DESCONHECIDO" to motivo_compra
               end-if
           end-if

           .
       valida-registro-compra-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Conciliacao das Compras com Cotacao e Plano (CONCILIA) ----
       concilia-compras section.

      * ---- Tolerancia de Sobrepreco (PIZZA-TOLERANCIA-PCT, Padrao 0)
           accept tolerancia_texto
                   from environment "PIZZA-TOLERANCIA-PCT"
               on exception
                   move spaces to tolerancia_texto
           end-accept
           if tolerancia_texto <> spaces then
               inspect tolerancia_texto
                   replacing leading space by "0"
               if tolerancia_texto is numeric then
                   move tolerancia_num to tolerancia_concilia_pct
               end-if
           end-if

      * ---- Dia a Conciliar (PIZZA-DATA-CONCILIA; Ausente = Todos)
           accept data_consulta_texto
                   from environment "PIZZA-DATA-CONCILIA"
               on exception
                   move spaces to data_consulta_texto
           end-accept
           if data_consulta_texto is numeric then
               move data_consulta_texto to data_filtro_concilia
           end-if

           perform carrega-plano-compra

           open output pizza-conciliacao

           move spaces to pizza-conciliacao-rec
           string "Conciliacao das Compras com a Cotacao e o Plano"
                          delimited by size
                  " de Compra - "
                          delimited by size
                  data_relatorio_disp
                          delimited by size
                  into pizza-conciliacao-rec
           end-string
           write pizza-conciliacao-rec

           move tolerancia_concilia_pct to conc_pct_disp
           move spaces to pizza-conciliacao-rec
           if data_filtro_concilia > 0 then
               string "Compras do Dia "
                              delimited by size
                      data_filtro_concilia
                              delimited by size
                      " - Tolerancia de Sobrepreco: "
                              delimited by size
                      conc_pct_disp
                              delimited by size
                      " %"
                              delimited by size
                      into pizza-conciliacao-rec
               end-string
           else
               string "Todas as Compras Registradas"
                              delimited by size
                      " - Tolerancia de Sobrepreco: "
                              delimited by size
                      conc_pct_disp
                              delimited by size
                      " %"
                              delimited by size
                      into pizza-conciliacao-rec
               end-string
           end-if
           write pizza-conciliacao-rec
           move spaces to pizza-conciliacao-rec
           write pizza-conciliacao-rec

           open input pizza-compra
           if fs_compra = "35" then
               move "Nenhuma Compra Registrada em PIZZACMP"
                                       to pizza-conciliacao-rec
               write pizza-conciliacao-rec
           else
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-compra
                       at end
                           move "FIM" to controle
                       not at end
                           if data_filtro_concilia = 0
                              or data_compra = data_filtro_concilia
                           then
                               perform concilia-item-compra
                           end-if
                   end-read
               end-perform
               close pizza-compra
           end-if

           perform grava-totais-conciliacao

           close pizza-conciliacao

           display "Conciliacao de Compras Gravada em PIZZACON"
           display "  Compras Conciliadas    : "
                   qtd_compras_conciliadas
           display "  Sobrepreco             : " qtd_sobrepreco
           display "  Outra Pizzaria         : " qtd_outra_pizzaria
           display "  Sem Cotacao            : " qtd_sem_cotacao
           display "  Sem Item no Plano      : " qtd_sem_plano

           if qtd_sobrepreco > 0 or qtd_outra_pizzaria > 0
              or qtd_sem_cotacao > 0 then
               move 8 to return-code
           end-if

           .
       concilia-compras-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Carga do Plano de Compra (Ultimo Plano de Cada Dia) -------
       carrega-plano-compra section.

           open input pizza-plano
           if fs_plano = "35" then
               continue
           else
      * ---- Primeira Passada: Hora do Ultimo Plano Gerado em Cada Dia
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-plano
                       at end
                           move "FIM" to controle
                       not at end
                           if data_filtro_concilia = 0
                              or data_plano = data_filtro_concilia
                           then
                               perform registra-data-plano
                           end-if
                   end-read
               end-perform
               close pizza-plano

      * ---- Segunda Passada: So os Itens do Ultimo Plano de Cada Dia
               open input pizza-plano
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-plano
                       at end
                           move "FIM" to controle
                       not at end
                           move data_plano to data_busca_plano
                           perform localiza-data-plano
                           if ind_data_plano not > qtd_datas_plano
                              and hora_plano
                                  = hora_ultimo_plano(ind_data_plano)
                              and qtd_itens_plano < 9999 then
                               add 1 to qtd_itens_plano
                               move data_plano
                                   to data_item_plano(qtd_itens_plano)
                               move sabor_plano
                                   to sabor_item_plano(qtd_itens_plano)
                               move pizzaria_plano
                                to pizzaria_item_plano(qtd_itens_plano)
                               move tamanho_plano
                                 to tamanho_item_plano(qtd_itens_plano)
                               move quantidade_plano
                                     to qtd_item_plano(qtd_itens_plano)
                               move unitario_plano
                                to unitario_item_plano(qtd_itens_plano)
                               move "N"
                                to sw_item_plano_usado(qtd_itens_plano)
                           end-if
                   end-read
               end-perform
               close pizza-plano
           end-if

           .
       carrega-plano-compra-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Registro do Dia do Plano com a Hora do Ultimo Plano -------
       registra-data-plano section.

           move data_plano to data_busca_plano
           perform localiza-data-plano

           if ind_data_plano > qtd_datas_plano then
               if qtd_datas_plano < 999 then
                   add 1 to qtd_datas_plano
                   move data_plano
                           to data_ultimo_plano(qtd_datas_plano)
                   move hora_plano
                           to hora_ultimo_plano(qtd_datas_plano)
                   move "N" to sw_data_com_compra(qtd_datas_plano)
               end-if
           else
               if hora_plano > hora_ultimo_plano(ind_data_plano) then
                   move hora_plano
                           to hora_ultimo_plano(ind_data_plano)
               end-if
           end-if

           .
       registra-data-plano-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Localizacao de Um Dia na Tabela de Dias do Plano ----------
       localiza-data-plano section.

           move 1 to ind_data_plano
           perform until ind_data_plano > qtd_datas_plano
                      or data_ultimo_plano(ind_data_plano)
                             = data_busca_plano
               add 1 to ind_data_plano
           end-perform

           .
       localiza-data-plano-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Conciliacao de Uma Compra com a Cotacao e o Plano ---------
       concilia-item-compra section.

           add 1 to qtd_compras_conciliadas
           add valor_pago_compra to total_pago_concilia

           compute unitario_pago rounded
                   = valor_pago_compra / quantidade_compra
               on size error
                   move valor_pago_compra to unitario_pago
           end-compute

      * ---- Cotacao do Cadastro Mestre para a Mesma Chave
           move pizzaria_compra to pizzaria_consulta
           move sabor_compra    to sabor_consulta
           move tamanho_compra  to tamanho_consulta
           perform manutencao-localiza-tabela
           move 0 to unitario_cotado
      * ---- Cotacao Efetiva na Data da Compra, com a Promocao Vigente
      * ---- para a Quantidade Comprada
           if ind not > qtd_pizzas then
               move data_compra       to data_ref_promo
               move quantidade_compra to qtd_ref_promo
               perform calcula-preco-efetivo
               move codigo_moeda(ind) to moeda_busca
               perform busca-taxa-cambio
               compute unitario_cotado rounded
                       = preco_efetivo_calc * taxa_corrente
               compute total_cotado_concilia
                       = total_cotado_concilia
                         + (unitario_cotado * quantidade_compra)
           end-if

      * ---- Item do Plano do Dia da Compra para o Mesmo Sabor
           perform busca-item-plano

           move data_compra       to conc_data
           move nota_compra       to conc_nota
           move pizzaria_compra   to conc_pizzaria
           move sabor_compra      to conc_sabor
           move tamanho_compra    to conc_tamanho
           move quantidade_compra to conc_qtd
           move valor_pago_compra to conc_pago
           move unitario_pago     to conc_unitario
           move unitario_cotado   to conc_cotado
           if ind_plano_achado > 0 then
               move unitario_item_plano(ind_plano_achado)
                                  to conc_plano
           else
               move 0             to conc_plano
           end-if
           write pizza-conciliacao-rec from linha_conc_compra

           if ind > qtd_pizzas then
               add 1 to qtd_sem_cotacao
               move "SEM COTACAO" to conc_ocorrencia
               move "Chave Sem Pizza no Cadastro PIZZAMAS"
                                  to conc_detalhe
               write pizza-conciliacao-rec
                       from linha_conc_ocorrencia
           else
               compute limite_cotado rounded
                       = unitario_cotado
                         + ((unitario_cotado
                             * tolerancia_concilia_pct) / 100)
               if unitario_pago > limite_cotado then
                   add 1 to qtd_sobrepreco
                   compute dif_cotado_pct rounded
                           = ((unitario_pago - unitario_cotado)
                              * 100) / unitario_cotado
                       on size error
                           move 999,99 to dif_cotado_pct
                   end-compute
                   move dif_cotado_pct to conc_pct_disp
                   move "SOBREPRECO" to conc_ocorrencia
                   move spaces to conc_detalhe
                   string "Pago Acima da Cotacao em "
                                  delimited by size
                          conc_pct_disp
                                  delimited by size
                          " %"
                                  delimited by size
                          into conc_detalhe
                   end-string
                   write pizza-conciliacao-rec
                           from linha_conc_ocorrencia
               end-if
           end-if

           if ind_plano_achado = 0 then
               add 1 to qtd_sem_plano
               move "SEM PLANO" to conc_ocorrencia
               move "Sabor Fora do Plano de Compra do Dia"
                                  to conc_detalhe
               write pizza-conciliacao-rec
                       from linha_conc_ocorrencia
           else
               if pizzaria_item_plano(ind_plano_achado)
                                      <> pizzaria_compra then
                   add 1 to qtd_outra_pizzaria
                   move "OUTRA PIZZARIA" to conc_ocorrencia
                   move spaces to conc_detalhe
                   string "Plano Indicava "
                                  delimited by size
                          pizzaria_item_plano(ind_plano_achado)
                                  delimited by size
                          " Tam "
                                  delimited by size
                          tamanho_item_plano(ind_plano_achado)
                                  delimited by size
                          into conc_detalhe
                   end-string
                   write pizza-conciliacao-rec
                           from linha_conc_ocorrencia
               end-if
           end-if

           .
       concilia-item-compra-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Busca do Item do Plano do Dia para a Compra Corrente ------
       busca-item-plano section.

           move 0 to ind_plano_achado

           move data_compra to data_busca_plano
           perform localiza-data-plano
           if ind_data_plano not > qtd_datas_plano then
      * ---- Dia com Plano: Entra nos Totais de Planejado x Pago
               move "S" to sw_data_com_compra(ind_data_plano)
               add valor_pago_compra to total_pago_com_plano

      * ---- Prefere o Item da Mesma Pizzaria; Senao o Primeiro Item
      * ---- Ainda Nao Conciliado do Mesmo Sabor
               perform varying ind_plano from 1 by 1
                       until ind_plano > qtd_itens_plano
                          or ind_plano_achado > 0
                   if data_item_plano(ind_plano) = data_compra
                      and sabor_item_plano(ind_plano) = sabor_compra
                      and pizzaria_item_plano(ind_plano)
                                             = pizzaria_compra
                      and sw_item_plano_usado(ind_plano) = "N" then
                       move ind_plano to ind_plano_achado
                   end-if
               end-perform

               perform varying ind_plano from 1 by 1
                       until ind_plano > qtd_itens_plano
                          or ind_plano_achado > 0
                   if data_item_plano(ind_plano) = data_compra
                      and sabor_item_plano(ind_plano) = sabor_compra
                      and sw_item_plano_usado(ind_plano) = "N" then
                       move ind_plano to ind_plano_achado
                   end-if
               end-perform

               if ind_plano_achado > 0 then
                   move "S" to sw_item_plano_usado(ind_plano_achado)
               end-if
           end-if

           .
       busca-item-plano-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Itens do Plano Nao Comprados e Totais da Conciliacao ------
       grava-totais-conciliacao section.

      * ---- So Entram os Dias do Plano que Tiveram Alguma Compra
           perform varying ind_plano from 1 by 1
                   until ind_plano > qtd_itens_plano
               move data_item_plano(ind_plano) to data_busca_plano
               perform localiza-data-plano
               if sw_data_com_compra(ind_data_plano) = "S" then
                   compute total_plano_dias
                           = total_plano_dias
                             + (unitario_item_plano(ind_plano)
                                * qtd_item_plano(ind_plano))
                   if sw_item_plano_usado(ind_plano) = "N" then
                       add 1 to qtd_plano_nao_comprado
                   end-if
               end-if
           end-perform

           if qtd_plano_nao_comprado > 0 then
               move spaces to pizza-conciliacao-rec
               write pizza-conciliacao-rec
               move "Itens do Plano Nao Comprados"
                                       to pizza-conciliacao-rec
               write pizza-conciliacao-rec
               perform varying ind_plano from 1 by 1
                       until ind_plano > qtd_itens_plano
                   move data_item_plano(ind_plano)
                                       to data_busca_plano
                   perform localiza-data-plano
                   if sw_data_com_compra(ind_data_plano) = "S"
                      and sw_item_plano_usado(ind_plano) = "N" then
                       move data_item_plano(ind_plano)
                                       to nao_comp_data
                       move sabor_item_plano(ind_plano)
                                       to nao_comp_sabor
                       move pizzaria_item_plano(ind_plano)
                                       to nao_comp_pizzaria
                       move tamanho_item_plano(ind_plano)
                                       to nao_comp_tamanho
                       move qtd_item_plano(ind_plano)
                                       to nao_comp_qtd
                       move unitario_item_plano(ind_plano)
                                       to nao_comp_unitario
                       write pizza-conciliacao-rec
                               from linha_plano_nao_comprado
                   end-if
               end-perform
           end-if

           move spaces to pizza-conciliacao-rec
           write pizza-conciliacao-rec
           move "Resumo da Conciliacao" to pizza-conciliacao-rec
           write pizza-conciliacao-rec

           move "Compras Conciliadas                   : "
                                       to conc_contagem_titulo
           move qtd_compras_conciliadas to conc_contagem_valor
           write pizza-conciliacao-rec from linha_conc_contagem
           move "Pagas Acima da Cotacao (Sobrepreco)   : "
                                       to conc_contagem_titulo
           move qtd_sobrepreco         to conc_contagem_valor
           write pizza-conciliacao-rec from linha_conc_contagem
           move "Compradas de Outra Pizzaria           : "
                                       to conc_contagem_titulo
           move qtd_outra_pizzaria     to conc_contagem_valor
           write pizza-conciliacao-rec from linha_conc_contagem
           move "Sem Cotacao no Cadastro               : "
                                       to conc_contagem_titulo
           move qtd_sem_cotacao        to conc_contagem_valor
           write pizza-conciliacao-rec from linha_conc_contagem
           move "Sem Item no Plano do Dia              : "
                                       to conc_contagem_titulo
           move qtd_sem_plano          to conc_contagem_valor
           write pizza-conciliacao-rec from linha_conc_contagem
           move "Itens do Plano Nao Comprados          : "
                                       to conc_contagem_titulo
           move qtd_plano_nao_comprado to conc_contagem_valor
           write pizza-conciliacao-rec from linha_conc_contagem

           move spaces to pizza-conciliacao-rec
           write pizza-conciliacao-rec
           move "Total Pago                            : "
                                       to conc_total_titulo
           move total_pago_concilia    to conc_total_valor
           write pizza-conciliacao-rec from linha_conc_total
           move "Total Cotado no Cadastro              : "
                                       to conc_total_titulo
           move total_cotado_concilia  to conc_total_valor
           write pizza-conciliacao-rec from linha_conc_total
           move "Total Planejado nos Dias com Compra   : "
                                       to conc_total_titulo
           move total_plano_dias       to conc_total_valor
           write pizza-conciliacao-rec from linha_conc_total
           move "Total Pago nos Dias com Plano         : "
                                       to conc_total_titulo
           move total_pago_com_plano   to conc_total_valor
           write pizza-conciliacao-rec from linha_conc_total

      * ---- Positivo: Pagou Mais que o Planejado (Economia Nao Veio)
           compute diferenca_plano
                   = total_pago_com_plano - total_plano_dias
           move "Diferenca Pago - Planejado            : "
                                       to conc_total_titulo
           move diferenca_plano        to conc_total_valor
           write pizza-conciliacao-rec from linha_conc_total

           .
       grava-totais-conciliacao-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Remessa das Notas de Compra para Contas a Pagar ----------
      * Gera o PIZZAREM (header, um titulo por pizzaria e nota com a
      * taxa de entrega e o vencimento, trailer de totais) com as
      * compras ainda nao remetidas; a sequencia e conferida contra o
      * controle PIZZARSQ e as compras remetidas ficam marcadas.
       gera-remessa section.

           perform le-controle-remessa

      * ---- Sequencia Informada so e Aceita se For a Proxima
           accept remessa_seq_texto
                   from environment "PIZZA-REMESSA-SEQ"
               on exception
                   move spaces to remessa_seq_texto
           end-accept
           compute seq_remessa = ultima_seq_remessa + 1
           if remessa_seq_texto <> spaces then
               inspect remessa_seq_texto
                   replacing leading space by "0"
               if remessa_seq_texto is not numeric then
                   display "Sequencia de Remessa Invalida: "
                           remessa_seq_texto
                   move "S" to sw_remessa_recusada
               else
               if remessa_seq_num not > ultima_seq_remessa then
                   display "Sequencia de Remessa Ja Utilizada: "
                           remessa_seq_num
                           " (Ultima Gerada: " ultima_seq_remessa ")"
                   move "S" to sw_remessa_recusada
               else
               if remessa_seq_num <> seq_remessa then
                   display "Sequencia de Remessa Fora de Ordem: "
                           remessa_seq_num
                           " (Esperada: " seq_remessa ")"
                   move "S" to sw_remessa_recusada
               end-if
               end-if
               end-if
           end-if

           accept prazo_pagto_texto
                   from environment "PIZZA-PRAZO-PAGTO"
               on exception
                   move spaces to prazo_pagto_texto
           end-accept
           if prazo_pagto_texto <> spaces then
               inspect prazo_pagto_texto
                   replacing leading space by "0"
               if prazo_pagto_texto is numeric then
                   move prazo_pagto_num to prazo_pagto_dias
               end-if
           end-if

           if remessa-recusada then
               display "Remessa Recusada: Nenhum Arquivo Gerado"
               move 16 to return-code
           else
               perform carrega-titulos-remessa
               if qtd_titulos_remetidos = 0 then
                   display "Nenhuma Nota Pendente de Remessa"
                   if qtd_titulos_retidos > 0 then
                       move 8 to return-code
                   end-if
               else
                   perform grava-arquivo-remessa
                   perform marca-compras-remetidas
                   perform grava-controle-remessa

                   display "Remessa Gerada em PIZZAREM - Sequencia "
                           seq_remessa
                   display "  Titulos Remetidos    : "
                           qtd_titulos_remetidos
                   display "  Itens de Compra      : "
                           qtd_compras_remetidas
                   move total_remessa to total_geral_disp
                   display "  Valor Total          : "
                           total_geral_disp
                   display "  Vencimento           : "
                           prazo_pagto_dias " Dias da Nota"
                   if qtd_titulos_retidos > 0 then
                       move 8 to return-code
                   end-if
               end-if
               if qtd_titulos_retidos > 0 then
                   display "  Notas Retidas        : "
                           qtd_titulos_retidos
                           " (Fornecedor sem Codigo)"
               end-if
           end-if

           .
       gera-remessa-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Ultima Sequencia Gerada no Controle de Remessas ---------
       le-controle-remessa section.

           move 0 to ultima_seq_remessa

           open input pizza-controle-remessa
           if fs_controle_remessa = "35" then
               continue
           else
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-controle-remessa
                       at end
                           move "FIM" to controle
                       not at end
                           if seq_controle > ultima_seq_remessa then
                               move seq_controle
                                           to ultima_seq_remessa
                           end-if
                   end-read
               end-perform
               close pizza-controle-remessa
           end-if

           .
       le-controle-remessa-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Agrupamento das Compras Nao Remetidas por Nota ----------
       carrega-titulos-remessa section.

           open input pizza-compra
           if fs_compra = "35" then
               display "Nenhuma Compra Registrada em PIZZACMP"
           else
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-compra
                       at end
                           move "FIM" to controle
                       not at end
                           if remessa_compra_x = spaces
                              or remessa_compra = 0 then
                               perform acumula-titulo-remessa
                           end-if
                   end-read
               end-perform
               close pizza-compra
           end-if

      * ---- Sem Codigo do Fornecedor o Contas a Pagar Nao Aceita: a
      * ---- Nota Fica Retida ate o Cadastro Ser Completado (FORNEC)
           perform varying ind_titulo from 1 by 1
                   until ind_titulo > qtd_titulos
               if codigo_fornec_titulo(ind_titulo) = 0 then
                   move "N" to sw_titulo_remetido(ind_titulo)
                   add 1 to qtd_titulos_retidos
                   display "Nota Retida, Fornecedor sem Codigo: "
                           pizzaria_titulo(ind_titulo) " / "
                           nota_titulo(ind_titulo)
               else
                   move "S" to sw_titulo_remetido(ind_titulo)
                   add 1 to qtd_titulos_remetidos
               end-if
           end-perform

           .
       carrega-titulos-remessa-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Soma de Um Item de Compra no Titulo da Sua Nota ---------
       acumula-titulo-remessa section.

           perform localiza-titulo-remessa

           if ind_titulo > qtd_titulos then
               if qtd_titulos >= qtd_maxima_titulos then
      * ---- Item Fica sem Marca e Vai na Proxima Remessa
                   display "Tabela de Titulos Cheia: Nota "
                           nota_compra " Fica para a Proxima Remessa"
               else
                   add 1 to qtd_titulos
                   move qtd_titulos     to ind_titulo
                   move pizzaria_compra to pizzaria_titulo(ind_titulo)
                   move nota_compra     to nota_titulo(ind_titulo)
                   move data_compra     to data_titulo(ind_titulo)
                   move 0            to valor_pizzas_titulo(ind_titulo)
                   move pizzaria_compra to nome_busca_fornec
                   perform busca-fornecedor
                   if ind_fornec > qtd_fornecedores then
                       move 0 to codigo_fornec_titulo(ind_titulo)
                   else
                       move codigo_fornec(ind_fornec)
                                   to codigo_fornec_titulo(ind_titulo)
                   end-if
                   move taxa_entrega_corrente
                                   to taxa_titulo(ind_titulo)
               end-if
           end-if

           if ind_titulo not > qtd_titulos then
               add valor_pago_compra to valor_pizzas_titulo(ind_titulo)
      * ---- Nota com Itens em Datas Diferentes Vence pela Primeira
               if data_compra < data_titulo(ind_titulo) then
                   move data_compra to data_titulo(ind_titulo)
               end-if
           end-if

           .
       acumula-titulo-remessa-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Localiza o Titulo da Pizzaria e Nota da Compra ----------
       localiza-titulo-remessa section.

           move 1 to ind_titulo
           perform until ind_titulo > qtd_titulos
                      or (pizzaria_titulo(ind_titulo) = pizzaria_compra
                          and nota_titulo(ind_titulo) = nota_compra)
               add 1 to ind_titulo
           end-perform

           .
       localiza-titulo-remessa-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Gravacao do Arquivo de Remessa (PIZZAREM) ---------------
       grava-arquivo-remessa section.

           open output pizza-remessa

           move data_relatorio to data_header
           move seq_remessa    to seq_header
           write pizza-remessa-rec from remessa_header

           perform varying ind_titulo from 1 by 1
                   until ind_titulo > qtd_titulos
               if titulo-remetido(ind_titulo) then
                   compute dias_vencimento
                           = function integer-of-date
                                 (data_titulo(ind_titulo))
                             + prazo_pagto_dias
                   move seq_remessa       to seq_detalhe
                   move codigo_fornec_titulo(ind_titulo)
                                          to codigo_detalhe
                   move pizzaria_titulo(ind_titulo)
                                          to pizzaria_detalhe
                   move nota_titulo(ind_titulo)
                                          to nota_detalhe
                   move data_titulo(ind_titulo)
                                          to emissao_detalhe
                   compute vencimento_detalhe
                           = function date-of-integer(dias_vencimento)
                   move valor_pizzas_titulo(ind_titulo)
                                          to valor_pizzas_detalhe
                   move taxa_titulo(ind_titulo)
                                          to taxa_detalhe
                   compute valor_detalhe
                           = valor_pizzas_titulo(ind_titulo)
                             + taxa_titulo(ind_titulo)
                   write pizza-remessa-rec from remessa_detalhe

                   add valor_pizzas_titulo(ind_titulo)
                                          to total_pizzas_remessa
                   add taxa_titulo(ind_titulo)
                                          to total_taxas_remessa
                   add valor_detalhe      to total_remessa
               end-if
           end-perform

           move seq_remessa           to seq_trailer
           move qtd_titulos_remetidos to qtd_titulos_trailer
           compute qtd_registros_trailer = qtd_titulos_remetidos + 2
           move total_pizzas_remessa  to valor_pizzas_trailer
           move total_taxas_remessa   to taxa_trailer
           move total_remessa         to valor_trailer
           write pizza-remessa-rec from remessa_trailer

           close pizza-remessa

           .
       grava-arquivo-remessa-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Marca das Compras Remetidas em Duas Passadas (PIZZACTMP) --
       marca-compras-remetidas section.

           open input  pizza-compra
           open output pizza-compra-tmp

           move "N" to controle
           perform until controle = "FIM"
               read pizza-compra
                   at end
                       move "FIM" to controle
                   not at end
                       if remessa_compra_x = spaces then
                           move 0 to remessa_compra
                       end-if
                       if remessa_compra = 0 then
                           perform localiza-titulo-remessa
                           if ind_titulo not > qtd_titulos then
                               if titulo-remetido(ind_titulo) then
                                   move seq_remessa to remessa_compra
                                   add 1 to qtd_compras_remetidas
                               end-if
                           end-if
                       end-if
                       write pizza-compra-tmp-rec
                               from pizza-compra-rec
               end-read
           end-perform

           close pizza-compra
           close pizza-compra-tmp

           open input  pizza-compra-tmp
           open output pizza-compra

           move "N" to controle
           perform until controle = "FIM"
               read pizza-compra-tmp into pizza-compra-rec
                   at end
                       move "FIM" to controle
                   not at end
                       write pizza-compra-rec
               end-read
           end-perform

           close pizza-compra-tmp
           close pizza-compra

           .
       marca-compras-remetidas-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Registro da Sequencia Gerada no Controle (PIZZARSQ) -----
       grava-controle-remessa section.

           open extend pizza-controle-remessa
           if fs_controle_remessa = "35" then
               open output pizza-controle-remessa
               close pizza-controle-remessa
               open extend pizza-controle-remessa
           end-if

           move seq_remessa           to seq_controle
           move data_relatorio        to data_controle
           accept hora_controle from time
           move qtd_titulos_remetidos to qtd_titulos_controle
           move total_remessa         to valor_controle
           move usuario_sessao        to usuario_controle
           write pizza-controle-remessa-rec

           close pizza-controle-remessa

           .
       grava-controle-remessa-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Manutencao das Avaliacoes de Entrega (AVALIA) -----------
       avaliacoes section.

           open i-o pizza-avaliacao
           if fs_avaliacao = "35" then
               open output pizza-avaliacao
               close pizza-avaliacao
               open i-o pizza-avaliacao
           end-if

           perform until aval-fim
               display erase
               display "Avaliacao de Entregas dos Fornecedores"
               display "  I - Incluir uma Avaliacao"
               display "  C - Consultar uma Avaliacao"
               display "  A - Alterar uma Avaliacao"
               display "  E - Excluir uma Avaliacao"
               display "  F - Fim da Manutencao"
               accept opcao_avaliacao

               evaluate true
                   when aval-incluir
                       perform avaliacao-inclui
                   when aval-consultar
                       perform avaliacao-consulta
                   when aval-alterar
                       perform avaliacao-altera
                   when aval-excluir
                       perform avaliacao-exclui
                   when aval-fim
                       continue
                   when other
                       display "Opcao Invalida. Informe Novamente"
               end-evaluate

               if not aval-fim then
                   display "Pressione ENTER para Continuar"
                   accept resposta_menu
                   move "S" to resposta_menu
               end-if
           end-perform

           close pizza-avaliacao

           .
       avaliacoes-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Captura da Chave da Avaliacao (Pizzaria + Data) ---------
       avaliacao-captura-chave section.

           display "Informe o Nome da Pizzaria "
           accept pizzaria_aval

           display "Data da Entrega (AAAAMMDD ou ENTER para Hoje) "
           accept data_consulta_texto
           perform until data_consulta_texto = spaces
                      or data_consulta_texto is numeric
               display "Data Invalida. Informe Novamente"
               accept data_consulta_texto
           end-perform
           if data_consulta_texto = spaces then
               move data_relatorio to data_aval
           else
               move data_consulta_texto to data_aval
           end-if

           .
       avaliacao-captura-chave-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Leitura de Uma Avaliacao pela Chave ---------------------
       avaliacao-le section.

           perform avaliacao-captura-chave

           move "N" to sw_avaliacao_encontrada
           read pizza-avaliacao
               invalid key
                   display "Avaliacao Nao Encontrada: "
                           pizzaria_aval " / " data_aval
               not invalid key
                   move "S" to sw_avaliacao_encontrada
           end-read

           .
       avaliacao-le-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Captura dos Indicadores de Qualidade da Entrega ---------
       avaliacao-captura-dados section.

           display "Minutos de Atraso na Entrega (0 = no Horario) "
           accept minutos_atraso_aval

           display "Nota da Condicao de Chegada (0 a 10) "
           accept nota_chegada_aval
           perform until nota_chegada_aval not > 10
               display "Nota Invalida. Informe de 0 a 10"
               accept nota_chegada_aval
           end-perform

           display "Quantidade de Erros no Pedido "
           accept erros_pedido_aval

           display "Houve Reclamacao? (S/N) "
           accept reclamacao_aval
           perform until aval-com-reclamacao or aval-sem-reclamacao
               display "Resposta Invalida. Informe S ou N"
               accept reclamacao_aval
           end-perform

           .
       avaliacao-captura-dados-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Inclusao de Uma Avaliacao de Entrega --------------------
       avaliacao-inclui section.

           perform avaliacao-captura-chave

           move pizzaria_aval to nome_busca_fornec
           perform busca-fornecedor
           if fornecedor-inexistente then
               display "Pizzaria Nao Cadastrada como Fornecedor: "
                       pizzaria_aval
           else
               perform avaliacao-captura-dados

               write pizza-avaliacao-rec
                   invalid key
                       display "Avaliacao Ja Cadastrada para o Dia: "
                               pizzaria_aval " / " data_aval
                   not invalid key
                       display "Avaliacao Incluida: "
                               pizzaria_aval " / " data_aval
               end-write
           end-if

           .
       avaliacao-inclui-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Consulta de Uma Avaliacao de Entrega --------------------
       avaliacao-consulta section.

           perform avaliacao-le

           if avaliacao-encontrada then
               display "Pizzaria          : " pizzaria_aval
               display "Data da Entrega   : " data_aval
               display "Minutos de Atraso : " minutos_atraso_aval
               display "Nota de Chegada   : " nota_chegada_aval
               display "Erros no Pedido   : " erros_pedido_aval
               display "Reclamacao        : " reclamacao_aval
           end-if

           .
       avaliacao-consulta-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Alteracao de Uma Avaliacao de Entrega -------------------
       avaliacao-altera section.

           perform avaliacao-le

           if avaliacao-encontrada then
               display "Valores Atuais: " pizza-avaliacao-rec

               perform avaliacao-captura-dados

               rewrite pizza-avaliacao-rec
                   invalid key
                       display "Erro ao Alterar a Avaliacao"
                   not invalid key
                       display "Avaliacao Alterada: "
                               pizzaria_aval " / " data_aval
               end-rewrite
           end-if

           .
       avaliacao-altera-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Exclusao de Uma Avaliacao de Entrega --------------------
       avaliacao-exclui section.

           perform avaliacao-le

           if avaliacao-encontrada then
               display "Confirma a Exclusao da Avaliacao de "
                       pizzaria_aval " / " data_aval " ? (S/N)"
               accept resposta_menu
               if resposta_menu = "S" then
                   delete pizza-avaliacao record
                       invalid key
                           display "Erro ao Excluir a Avaliacao"
                       not invalid key
                           display "Avaliacao Excluida: "
                                   pizzaria_aval " / " data_aval
                   end-delete
               end-if
               move "S" to resposta_menu
           end-if

           .
       avaliacao-exclui-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Scorecard Mensal de Fornecedores (SCORE) ----------------
       gera-scorecard section.

      * ---- Mes de Referencia (PIZZA-MES-SCORE AAAAMM; Padrao o Mes
      * ---- Corrente) e Nota Minima (PIZZA-NOTA-MINIMA, Padrao 6)
           compute mes_scorecard = (data_relatorio_aaaa * 100)
                                   + data_relatorio_mm
           accept mes_texto from environment "PIZZA-MES-SCORE"
               on exception
                   move spaces to mes_texto
           end-accept
           if mes_texto is numeric then
               move mes_texto to mes_scorecard
           end-if

           accept nota_minima_texto
                   from environment "PIZZA-NOTA-MINIMA"
               on exception
                   move spaces to nota_minima_texto
           end-accept
           if nota_minima_texto <> spaces then
               inspect nota_minima_texto
                   replacing leading space by "0"
               if nota_minima_texto is numeric
                  and nota_minima_num not > 10 then
                   move nota_minima_num to nota_minima_score
               end-if
           end-if

           perform varying ind_fornec from 1 by 1
                   until ind_fornec > qtd_maxima_fornecedores
               initialize score_item(ind_fornec)
           end-perform

           perform acumula-preco-scorecard
           perform acumula-avaliacoes-scorecard

           open output pizza-scorecard

           move spaces to pizza-scorecard-rec
           string "Scorecard de Fornecedores - Mes "
                          delimited by size
                  mes_scorecard
                          delimited by size
                  " - Emissao "
                          delimited by size
                  data_relatorio_disp
                          delimited by size
                  into pizza-scorecard-rec
           end-string
           write pizza-scorecard-rec

           move peso_preco         to pesos_disp_preco
           move peso_pontualidade  to pesos_disp_pont
           move peso_condicao      to pesos_disp_cond
           move peso_acerto        to pesos_disp_acerto
           move peso_reclamacao    to pesos_disp_recl
           move nota_minima_score  to pesos_disp_minima
           write pizza-scorecard-rec from linha_pesos_score
           move "Pos = Posicao Media no Ranking de Preco/Cm2"
                                   to pizza-scorecard-rec
           write pizza-scorecard-rec
           move "Notas de 0 a 10 (Preco: Lider do Sabor = 10)"
                                   to pizza-scorecard-rec
           write pizza-scorecard-rec
           move spaces to pizza-scorecard-rec
           write pizza-scorecard-rec

           if qtd_fornecedores = 0 then
               move "Cadastro de Fornecedores Vazio"
                                   to pizza-scorecard-rec
               write pizza-scorecard-rec
           else
               perform calcula-nota-scorecard
                   varying ind_fornec from 1 by 1
                   until ind_fornec > qtd_fornecedores

               move spaces to pizza-scorecard-rec
               write pizza-scorecard-rec
               move "Ativos Abaixo da Nota Minima (Inativar?)"
                                   to pizza-scorecard-rec
               write pizza-scorecard-rec

               perform varying ind_fornec from 1 by 1
                       until ind_fornec > qtd_fornecedores
                   if situacao_fornec(ind_fornec) = "A"
                      and sw_sem_dados_score(ind_fornec) = "N"
                      and nota_final_item_score(ind_fornec)
                              < nota_minima_score then
                       add 1 to qtd_abaixo_minimo
                       move nome_fornec(ind_fornec)
                                       to abaixo_nome
                       move codigo_fornec(ind_fornec)
                                       to abaixo_codigo
                       move nota_final_item_score(ind_fornec)
                                       to abaixo_nota
                       write pizza-scorecard-rec
                               from linha_abaixo_minimo
                   end-if
               end-perform

               if qtd_abaixo_minimo = 0 then
                   move "Nenhum Fornecedor Ativo Abaixo da Nota Minima"
                                   to pizza-scorecard-rec
                   write pizza-scorecard-rec
               end-if
           end-if

           close pizza-scorecard

           display "Scorecard de Fornecedores Gravado em PIZZASCR"
           display "  Mes de Referencia      : " mes_scorecard
           display "  Avaliacoes no Mes      : " qtd_avaliacoes_mes
           display "  Abaixo da Nota Minima  : " qtd_abaixo_minimo

           .
       gera-scorecard-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Posicao de Preco de Cada Pizzaria nos Grupos do Ranking ---
       acumula-preco-scorecard section.

           if qtd_pizzas > 0 then
               perform ordenar-ranking

               move 1 to ind_ini_grupo_tam
               perform until ind_ini_grupo_tam > qtd_pizzas
                   move ind_ini_grupo_tam to ind_fim_grupo_tam
                   perform until ind_fim_grupo_tam >= qtd_pizzas
                      or sabor(ind_fim_grupo_tam + 1)
                             <> sabor(ind_ini_grupo_tam)
                      or tamanho(ind_fim_grupo_tam + 1)
                             <> tamanho(ind_ini_grupo_tam)
                       add 1 to ind_fim_grupo_tam
                   end-perform

      * ---- So Conta o Sabor/Tamanho Disputado por Mais de Uma
      * ---- Pizzaria: Lider Vale 10 e o Ultimo Vale 0
                   compute qtd_no_grupo_score
                           = ind_fim_grupo_tam - ind_ini_grupo_tam + 1
                   if qtd_no_grupo_score > 1 then
                       perform varying ind from ind_ini_grupo_tam by 1
                               until ind > ind_fim_grupo_tam
                           move pizzaria(ind) to nome_busca_fornec
                           perform busca-fornecedor
                           if not fornecedor-inexistente then
                               compute posicao_ranking
                                       = ind - ind_ini_grupo_tam + 1
                               add posicao_ranking
                                   to soma_posicao_score(ind_fornec)
                               compute soma_nota_preco_score
                                                     (ind_fornec)
                                   = soma_nota_preco_score(ind_fornec)
                                     + ((10 * (qtd_no_grupo_score
                                               - posicao_ranking))
                                        / (qtd_no_grupo_score - 1))
                               add 1 to qtd_grupos_score(ind_fornec)
                           end-if
                       end-perform
                   end-if

                   compute ind_ini_grupo_tam = ind_fim_grupo_tam + 1
               end-perform
           end-if

           .
       acumula-preco-scorecard-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Indicadores de Entrega do Mes por Pizzaria (PIZZAAVL) -----
       acumula-avaliacoes-scorecard section.

           open input pizza-avaliacao
           if fs_avaliacao = "35" then
               display "Arquivo de Avaliacoes Nao Encontrado: PIZZAAVL"
           else
               move "N" to controle
               perform until controle = "FIM"
                   read pizza-avaliacao next record
                       at end
                           move "FIM" to controle
                       not at end
                           move data_aval to data_trabalho
                           if data_trabalho_aaaamm = mes_scorecard then
                               move pizzaria_aval to nome_busca_fornec
                               perform busca-fornecedor
                               if not fornecedor-inexistente then
                                   perform acumula-uma-avaliacao
                               end-if
                           end-if
                   end-read
               end-perform
               close pizza-avaliacao
           end-if

           .
       acumula-avaliacoes-scorecard-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Acumulacao de Uma Avaliacao no Fornecedor Corrente --------
       acumula-uma-avaliacao section.

           add 1 to qtd_avaliacoes_mes
           add 1 to qtd_aval_score(ind_fornec)
           add minutos_atraso_aval to soma_atraso_score(ind_fornec)
           add nota_chegada_aval   to soma_chegada_score(ind_fornec)
           add erros_pedido_aval   to soma_erros_score(ind_fornec)
           if aval-com-reclamacao then
               add 1 to qtd_reclamacoes_score(ind_fornec)
           end-if

           .
       acumula-uma-avaliacao-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Nota Ponderada e Linha do Scorecard de Um Fornecedor ------
      * Componente sem dado no mes (sem sabor disputado ou sem
      * avaliacao) fica fora da media e seu peso nao entra na soma.
       calcula-nota-scorecard section.

           move 0   to soma_pesos_score
           move 0   to soma_notas_score
           move 0   to nota_preco_score
           move 0   to posicao_media_score
           move 0   to nota_pontualidade
           move 0   to nota_condicao
           move 0   to nota_acerto
           move 0   to nota_reclamacao
           move 0   to nota_final_score
           move spaces to score_obs

           if qtd_grupos_score(ind_fornec) > 0 then
               compute nota_preco_score rounded
                       = soma_nota_preco_score(ind_fornec)
                         / qtd_grupos_score(ind_fornec)
               compute posicao_media_score rounded
                       = soma_posicao_score(ind_fornec)
                         / qtd_grupos_score(ind_fornec)
               add peso_preco to soma_pesos_score
               compute soma_notas_score = soma_notas_score
                       + (nota_preco_score * peso_preco)
           end-if

           if qtd_aval_score(ind_fornec) > 0 then
      * ---- Pontualidade: Perde 1 Ponto a Cada 6 Minutos de Atraso
               compute nota_temp_score rounded
                       = 10 - (soma_atraso_score(ind_fornec)
                               / (qtd_aval_score(ind_fornec) * 6))
               if nota_temp_score < 0 then
                   move 0 to nota_temp_score
               end-if
               move nota_temp_score to nota_pontualidade

               compute nota_condicao rounded
                       = soma_chegada_score(ind_fornec)
                         / qtd_aval_score(ind_fornec)

      * ---- Acerto: Perde 2,5 Pontos por Erro Medio por Entrega
               compute nota_temp_score rounded
                       = 10 - ((soma_erros_score(ind_fornec) * 2,5)
                               / qtd_aval_score(ind_fornec))
               if nota_temp_score < 0 then
                   move 0 to nota_temp_score
               end-if
               move nota_temp_score to nota_acerto

               compute nota_reclamacao rounded
                       = 10 - ((qtd_reclamacoes_score(ind_fornec)
                                * 10)
                               / qtd_aval_score(ind_fornec))

               add peso_pontualidade to soma_pesos_score
               add peso_condicao     to soma_pesos_score
               add peso_acerto       to soma_pesos_score
               add peso_reclamacao   to soma_pesos_score
               compute soma_notas_score = soma_notas_score
                       + (nota_pontualidade * peso_pontualidade)
                       + (nota_condicao     * peso_condicao)
                       + (nota_acerto       * peso_acerto)
                       + (nota_reclamacao   * peso_reclamacao)
           else
               move "SEM AVALIACAO NO MES" to score_obs
           end-if

           if soma_pesos_score > 0 then
               compute nota_final_score rounded
                       = soma_notas_score / soma_pesos_score
               move "N" to sw_sem_dados_score(ind_fornec)
               if nota_final_score < nota_minima_score then
                   move "ABAIXO DA NOTA MINIMA" to score_obs
               end-if
           else
               move "S" to sw_sem_dados_score(ind_fornec)
               move "SEM DADOS NO MES" to score_obs
           end-if
           move nota_final_score to nota_final_item_score(ind_fornec)

           move nome_fornec(ind_fornec)     to score_nome
           move situacao_fornec(ind_fornec) to score_situacao
           move posicao_media_score         to score_posicao
           move nota_preco_score            to score_nota_preco
           move qtd_aval_score(ind_fornec)  to score_qtd_aval
           move nota_pontualidade           to score_pontualidade
           move nota_condicao               to score_condicao
           move nota_acerto                 to score_acerto
           move nota_reclamacao             to score_reclamacao
           move nota_final_score            to score_nota_final
           write pizza-scorecard-rec from linha_score

           .
       calcula-nota-scorecard-exit.
           exit.
      * ---------------------------------------------------------------
      * ------ Backup do Cadastro Mestre em Sequencial (SALVA) ---------
                       qtd_rest_recuperados
               display "Registros Descartados : "
                       qtd_rest_descartados
               if qtd_rest_mesclados > 0 then
                   display "Registros Mesclados   : "
                           qtd_rest_mesclados " (Sinonimos)"
               end-if
               if qtd_rest_descartados > 0 then
                   move 8 to return-code
               end-if
           move preco_mestre        to preco_survey

           perform valida-registro-survey
           if registro-valido then
               perform padroniza-sabor-survey
           end-if

           if registro-valido then
      * ---- Sinonimo Padronizado Pode Cair Sobre uma Chave Ja
      * ---- Restaurada: Fica a Cotacao Mais Recente das Duas
               move sabor_survey    to sabor_mestre
               move pizzaria_mestre to pizzaria_consulta
               move sabor_mestre    to sabor_consulta
               move tamanho_mestre  to tamanho_consulta
               perform localiza-chave-destino

               if ind_destino_uni > 0 then
                   add 1 to qtd_rest_mesclados
                   display "Sinonimo Mesclado na Restauracao: "
                           pizzaria_mestre " / " sabor_mestre
                   if data_atualizacao_mestre
                              > data_atualizacao(ind_destino_uni) then
                       move ind             to ind_origem_uni
                       move ind_destino_uni to ind
                       perform carrega-item-restaurado
                       move ind_origem_uni  to ind
                   end-if
               else
               if ind >= qtd_maxima_pizzas then
                   add 1 to qtd_rest_descartados
                   display "Limite de Pizzas Atingido na Restauracao"
                   add 1 to ind
                   move ind to qtd_pizzas

                   perform carrega-item-restaurado
                   add 1 to qtd_rest_recuperados
               end-if
               end-if
           else
               add 1 to qtd_rest_descartados
               display "Registro do Backup Descartado: "
       restaura-registro-backup-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Carga do Registro do Backup na Posicao IND da Tabela ------
       carrega-item-restaurado section.

           move pizzaria_mestre      to pizzaria(ind)
           move sabor_mestre         to sabor(ind)
           move tamanho_mestre       to tamanho(ind)
           move forma_pizza_mestre   to forma_pizza(ind)
           move diametro_mestre      to diametro(ind)
           move lado_mestre          to lado(ind)
           move comprimento_mestre   to comprimento(ind)
           move largura_mestre       to largura(ind)
           move codigo_moeda_mestre  to codigo_moeda(ind)
           move preco_mestre         to preco(ind)
           move preco_cm2_mestre     to preco_cm2(ind)
           move diferenca_rel_mestre to diferenca_rel(ind)
           move data_atualizacao_mestre
                                     to data_atualizacao(ind)

           perform atualiza-mestre

           .
       carrega-item-restaurado-exit.
           exit.
      * ---------------------------------------------------------------
      * ---- Relatorio de Envelhecimento de Cotacoes (VENCID) ----------
       relatorio-vencidos section.

       grava-mestre section.

      * ---- Cadastro/Survey Renova a Data da Ultima Pesquisa
           move data_pesquisa to data_atualizacao(ind)

      * ---- Digitacao, Lote e Aprovacao Guardam a Imagem Anterior do
      * ---- Mestre no PIZZALOG (Operacao L), Base do Estorno do Job
           if sw_log_aberto = "S" then
               perform monta-registro-mestre
               read pizza-master
                   invalid key
                       move spaces to imagem_antes_manut
                   not invalid key
                       perform monta-imagem-log
                       move imagem_log to imagem_antes_manut
               end-read
           end-if

           perform monta-registro-mestre

                   end-write
           end-rewrite

           if sw_log_aberto = "S" then
               perform monta-imagem-log
               move imagem_log to imagem_depois_manut
               move "L" to operacao_log
               perform grava-log-manutencao
           end-if

           perform grava-historico

           .
           move taxa_corrente     to taxa_cambio_hist

           move preco_cm2(ind)    to preco_cm2_hist
           move data_pesquisa     to data_hist
           move numero_job_atual  to job_hist

      * ---- O Alerta Compara com o Registro Anterior Antes da
      * ---- Gravacao (a Busca Keyed Desloca o Registro Corrente)
       carrega-ultimo-historico section.

           open input pizza-historico
           if fs_historico not = "00" and fs_historico not = "35" then
               perform erro-abertura-historico
           end-if
           if fs_historico = "35" then
               continue
           else
                   move data_salva           to alerta_data_nova
                   move preco_cm2_salvo      to alerta_cm2_novo
                   move variacao_pct         to alerta_variacao
                   move job_salvo            to alerta_job
                   write pizza-alerta-rec from linha_alerta
                   add 1 to qtd_alertas
               end-if
                       move codigo_moeda(ind) to moeda_busca
                       perform busca-taxa-cambio
                       compute preco_comparado_atual
                               = preco_efetivo(ind) * taxa_corrente
                       compute subchave_num
                               = 999999999,99 - preco_comparado_atual
                       move subchave_numerico to sort_subchave
                   when other
                       move preco_cm2_efetivo(ind) to subchave_num
                       move subchave_numerico to sort_subchave
               end-evaluate


      * ---- Diferenca de Precos (Delta)
                       compute delta_preco_cm2
                               = preco_cm2_efetivo(ind + 1)
                                 - preco_cm2_efetivo(ind)

      * ---- Porcentagem
                       compute diferenca_rel(ind + 1)
                               = (delta_preco_cm2 * 100)
                                 / preco_cm2_efetivo(ind)
                   else
                       move 0 to diferenca_rel(ind + 1)
                   end-if
               close pizza-fornecedor
           end-if

           if sw_sabor_aberto = "S" then
               close pizza-sabor
           end-if

           if sw_usuario_aberto = "S" then
               close pizza-usuario
           end-if

           if sw_historico_aberto = "S" then
               close pizza-historico
           end-if

           if sw_log_aberto = "S" then
               close pizza-log
           end-if

           if sw_alerta_aberto = "S" then
               close pizza-alerta
               if qtd_alertas > 0 then
               if qtd_survey_duplicados > 0 then
                   display "Duplicatas Consolidadas em PIZZADUP"
               end-if
               if em-quarentena then
                   display "  Em Quarentena        : "
                           qtd_survey_quarentena " (PIZZAPEN)"
               end-if
               perform conta-pendentes-antigos
               if qtd_pendentes_total > 0 then
                   display "  Pendentes de Aprovacao: "
                           qtd_pendentes_total
                   display "  Pendentes Ha Mais de " pendente_dias
                           " Dias: " qtd_pendentes_antigos
               end-if
               if qtd_survey_pulados > 0 then
                   display "  Registros Pulados    : "
                           qtd_survey_pulados " (Reinicio)"
