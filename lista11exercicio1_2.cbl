           access mode is sequential
           file status is ws-fs-rel-prev.

           select relConsistencia assign to ws-nome-consistencia *> consistencia da estacao contra a mediana regional, por estacao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-consistencia.

           select optional arqTempSuspeitos assign to ws-nome-suspeitos *> dias suspeitos na checagem regional, p/ revisao como os rejeitados
           organization is line sequential
           access mode is sequential
           file status is ws-fs-suspeitos.

           select optional arqInstrumentos assign to "arqInstrumentos.txt" *> historico de instrumentos/calibracao das estacoes, com vigencia
           organization is line sequential
           access mode is sequential
           file status is ws-fs-instrumentos.

           select optional arqMesesAlterados assign to "arqMesesAlterados.txt" *> meses ja publicados alterados no mestre, pendentes de retificacao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-meses-alterados.

           select relRetificacao assign to "relRetificacao.txt" *> antes x depois dos meses publicados retificados, so acrescenta
           organization is line sequential
           access mode is sequential
           file status is ws-fs-retificacao.

           select optional arqSeqEntregas assign to "arqSeqEntregas.txt" *> ultima sequencia de entrega aceita por estacao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-seq-entregas.

           select relQualidade assign to ws-nome-qualidade *> quadro mensal de qualidade dos dados por estacao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-qualidade.

           select arqOrdensServico assign to "arqOrdensServico.txt" *> ordens de servico p/ a manutencao de campo, so acrescenta
           organization is line sequential
           access mode is sequential
           file status is ws-fs-ordens-servico.

           select optional arqOrdensAbertas assign to "arqOrdensAbertas.txt" *> ordens de servico ainda abertas, por estacao/falha
           organization is line sequential
           access mode is sequential
           file status is ws-fs-ordens-abertas.

           select optional arqOrdensFechamento assign to "arqOrdensFechamento.txt" *> fechamentos devolvidos pelos tecnicos de campo
           organization is line sequential
           access mode is sequential
           file status is ws-fs-ordens-fechamento.

           select arqOrdensEncerradas assign to "arqOrdensEncerradas.txt" *> trilha das ordens de servico encerradas, so acrescenta
           organization is line sequential
           access mode is sequential
           file status is ws-fs-ordens-encerradas.

           select optional arqAssinantes assign to "arqAssinantes.txt" *> assinantes: que saidas de que estacoes/regioes cada cliente recebe
           organization is line sequential
           access mode is sequential
           file status is ws-fs-assinantes.

           select arqDstOrigem assign to ws-nome-dst-origem *> saida assinada sendo copiada p/ o pacote do cliente
           organization is line sequential
           access mode is sequential
           file status is ws-fs-dst-origem.

           select arqDstCopia assign to ws-nome-dst-copia *> copia da saida dentro do pacote do cliente
           organization is line sequential
           access mode is sequential
           file status is ws-fs-dst-copia.

           select arqDstManifesto assign to ws-nome-dst-manifesto *> manifesto do pacote, um por cliente/periodo
           organization is line sequential
           access mode is sequential
           file status is ws-fs-dst-manifesto.

           select arqDistribuicaoLog assign to "arqDistribuicaoLog.txt" *> trilha do que foi p/ quem e quando, so acrescenta
           organization is line sequential
           access mode is sequential
           file status is ws-fs-dst-log.

           select optional arqOperadores assign to "arqOperadores.txt" *> operadores autorizados e seus papeis
           organization is line sequential
           access mode is sequential
           file status is ws-fs-operadores.

           select optional arqPendentes assign to "arqPendentes.txt" *> correcoes/movimentos aguardando o segundo aprovador
           organization is line sequential
           access mode is sequential
           file status is ws-fs-pendentes.

           select optional arqAprovacoes assign to "arqAprovacoes.txt" *> decisoes dos aprovadores sobre as pendencias
           organization is line sequential
           access mode is sequential
           file status is ws-fs-aprovacoes.

           select relPendencias assign to "relPendencias.txt" *> o que aguarda aprovacao e ha quantos dias
           organization is line sequential
           access mode is sequential
           file status is ws-fs-rel-pendencias.

           select arqExtrato assign to ws-nome-extrato *> extracao de leituras por periodo, do mestre e dos arquivos mortos
           organization is line sequential
           access mode is sequential
           file status is ws-fs-extrato.

           select arqNormais assign to ws-nome-normais *> normais climatologicas da estacao, por mes do calendario
           organization is line sequential
           access mode is sequential
           file status is ws-fs-normais.

           select relAnomalias assign to ws-nome-anomalias *> anomalias do mes contra as normais, por estacao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-anomalias.

           select relBoletim assign to ws-nome-boletim *> boletim agrometeorologico semanal, por regiao e estacao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-boletim.

           select arqBoletim assign to ws-nome-boletim-int *> boletim semanal em formato de intercambio p/ a cooperativa
           organization is line sequential
           access mode is sequential
           file status is ws-fs-boletim-int.

           select optional arqImportacao assign to "arqImportacao.txt" *> historico comprado do servico nacional de meteorologia
           organization is line sequential
           access mode is sequential
           file status is ws-fs-importacao.

           select optional arqImportXref assign to "arqImportXref.txt" *> correspondencia codigo nacional x codigo do cadastro
           organization is line sequential
           access mode is sequential
           file status is ws-fs-imp-xref.

           select optional arqImportCheckpoint assign to "arqImportCheckpoint.txt" *> ponto de controle p/ retomar a importacao
           organization is line sequential
           access mode is sequential
           file status is ws-fs-checkpoint.

           select arqImportRejeitados assign to "arqImportRejeitados.txt" *> linhas importadas recusadas, com o motivo
           organization is line sequential
           access mode is sequential
           file status is ws-fs-imp-rejeitados.

           select relImportacao assign to ws-nome-rel-importacao *> batimento da importacao do historico
           organization is line sequential
           access mode is sequential
           file status is ws-fs-rel-importacao.

       i-o-Control.

      *>------------------------------------------------------------------------
           05 fd-umid                              pic 9(03).
           05 fd-chuva                             pic 9(03)v9.

      *>---Registros de controle da entrega: cabecalho "H" na primeira linha,
      *>---com a estacao, a sequencia da entrega e o carimbo de geracao, e
      *>---rodape "T" na ultima, com a quantidade de leituras e o total de
      *>---controle (soma algebrica) das temperaturas brutas; entregas antigas
      *>---sem cabecalho ainda entram, marcadas como nao verificadas, ex:
      *>---"HNORTE     00012320261015060000" e "T000144" + total s9(08)v99
       01  fd-cabecalho-entrega.
           05 fdh-tipo                             pic x(01).
              88 registro-cabecalho                value "H".
              88 registro-rodape                   value "T".
           05 fdh-estacao-id                       pic x(10).
           05 fdh-sequencia                        pic 9(06).
           05 fdh-data-geracao                     pic 9(08).
           05 fdh-hora-geracao                     pic 9(06).

       01  fd-rodape-entrega.
           05 fdt-tipo                             pic x(01).
           05 fdt-qtd-leituras                     pic 9(06).
           05 fdt-total-temp                       pic s9(08)v99.

      *>---Layout do arquivo de intercambio de graus-dia p/ a cooperativa de
      *>---energia (requisito 020): ";" e ponto decimal como nas estatisticas
       fd arqGrausDia.
          *> temperatura para nao se perder o que o coletor reporta (requisito 021)
           05 mst-umid                             pic 9(03).
           05 mst-chuva                            pic 9(03)v9.
          *> valores brutos como o coletor entregou, ao lado dos ja
          *> ajustados acima, e a calibracao (serie do sensor e vigencia)
          *> que produziu o ajuste; "CORRECAO" na serie quando a leitura
          *> nasceu de uma correcao digitada
           05 mst-temp-bruta                       pic s9(02)v99.
           05 mst-umid-bruta                       pic 9(03).
           05 mst-cal-serie                        pic x(12).
           05 mst-cal-vigencia                     pic 9(08).
          *> origem da leitura: "C" coletada pela rede (brancos nos
          *> registros anteriores) ou "I" importada do historico nacional,
          *> com o lote (data da importacao) de onde veio
           05 mst-origem                           pic x(01).
              88 leitura-importada                 value "I".
           05 mst-lote                             pic 9(08).

      *>---Layout do relatorio de dias em excecao de frio/calor (requisito 007)
       fd relExcecoes.
      *>---registro aqui e so o buffer; o arquivo so acrescenta - havendo o
      *>---mesmo mes/ano duas vezes, vale a ultima linha
       fd arqEstatHist.
       01  hst-registro                             pic x(60).

      *>---Layout do relatorio de tendencia (requisito 017)
       fd relTendencia.
      *>---quantidade de leituras identicas consecutivas que caracteriza um
      *>---sensor travado (requisito 023); o oitavo ("S" p/ ligar) e o modo de
      *>---estimacao de dias sem leituras (requisito 024); o nono e a margem de
      *>---acerto da verificacao de previsoes (requisito 030); o decimo e a
      *>---tolerancia, em graus, da checagem de consistencia contra a mediana
      *>---regional. Arquivos antigos mais curtos mantem os padroes dos campos
      *>---que faltarem.
       fd arqLimiares.
       01  lim-linha.
           05 lim-limiar-frio                       pic -99,99.
           05 lim-margem-prev-x                     pic x(06).
           05 lim-margem-prev redefines
              lim-margem-prev-x                     pic -99,99.
           05 filler                                pic x(01) value ";".
           05 lim-tolerancia-regional-x             pic x(06).
           05 lim-tolerancia-regional redefines
              lim-tolerancia-regional-x             pic -99,99.
          *> limites do quadro de qualidade dos dados, tambem opcionais:
          *> % minimo de aceitas, % maximos de rejeitadas e duplicadas, e
          *> maximo de dias faltantes e de dias estimados no mes
           05 filler                                pic x(01) value ";".
           05 lim-pct-aceitas-min-x                 pic x(06).
           05 lim-pct-aceitas-min redefines
              lim-pct-aceitas-min-x                 pic 999,99.
           05 filler                                pic x(01) value ";".
           05 lim-pct-rejeitadas-max-x              pic x(06).
           05 lim-pct-rejeitadas-max redefines
              lim-pct-rejeitadas-max-x              pic 999,99.
           05 filler                                pic x(01) value ";".
           05 lim-pct-duplicadas-max-x              pic x(06).
           05 lim-pct-duplicadas-max redefines
              lim-pct-duplicadas-max-x              pic 999,99.
           05 filler                                pic x(01) value ";".
           05 lim-dias-faltantes-max                pic 9(02).
           05 filler                                pic x(01) value ";".
           05 lim-dias-estimados-max                pic 9(02).
          *> variacao, em graus, acima da qual uma correcao digitada so
          *> entra no mestre com a decisao de um segundo aprovador
           05 filler                                pic x(01) value ";".
           05 lim-delta-aprovacao-x                 pic x(06).
           05 lim-delta-aprovacao redefines
              lim-delta-aprovacao-x                 pic -99,99.
          *> minimo de anos p/ uma normal climatologica ser confiavel
           05 filler                                pic x(01) value ";".
           05 lim-anos-normal-min                   pic 9(02).
          *> mes de inicio da safra p/ a chuva acumulada do boletim semanal
          *> e minima noturna, em graus, a partir da qual a noite tem risco
          *> de geada
           05 filler                                pic x(01) value ";".
           05 lim-mes-inicio-safra                  pic 9(02).
           05 filler                                pic x(01) value ";".
           05 lim-limiar-geada-x                    pic x(06).
           05 lim-limiar-geada redefines
              lim-limiar-geada-x                    pic -99,99.

      *>---Layout do arquivo de intercambio de alertas de eventos extremos
      *>---(requisito 018): um arquivo por estacao/mes, regravado por inteiro a

      *>---Layout da trilha permanente de correcoes (requisito 015)
       fd arqCorrecoesLog.
       01  corlog-registro                          pic x(140).

      *>---Layout do arquivo de movimentos de manutencao do cadastro de
      *>---estacoes (requisito 025); posicoes fixas, digitavel a mao como o

      *>---Layout da trilha permanente de manutencao do cadastro (requisito 025)
       fd arqCadastroLog.
       01  cadlog-registro                          pic x(190).

      *>---Layout do arquivo morto anual (requisito 022): mesmo registro do
      *>---mestre, para que um ano arquivado possa ser restaurado por inteiro
           05 arq-temp                             pic s9(02)v99.
           05 arq-umid                             pic 9(03).
           05 arq-chuva                            pic 9(03)v9.
           05 arq-temp-bruta                       pic s9(02)v99.
           05 arq-umid-bruta                       pic 9(03).
           05 arq-cal-serie                        pic x(12).
           05 arq-cal-vigencia                     pic 9(08).
           05 arq-origem                           pic x(01).
           05 arq-lote                             pic 9(08).

      *>---Layout do relatorio de arquivamento (requisito 022)
       fd relArquivamento.
       fd relPrevisao.
       01  rpr-registro                             pic x(130).

      *>---Layout do relatorio de consistencia regional: dias em que a media,
      *>---a minima ou a maxima da estacao se afastam da mediana das demais
      *>---estacoes ativas da mesma regiao alem da tolerancia, e dias sem
      *>---estacoes suficientes na regiao p/ a comparacao
       fd relConsistencia.
       01  cns-registro                             pic x(120).

      *>---Lista permanente dos dias suspeitos na checagem regional, por
      *>---estacao; so acrescenta, e revisada e esvaziada pelos revisores do
      *>---mesmo jeito que o arqTempRejeitados_<estacao>
       fd arqTempSuspeitos.
       01  sus-registro                             pic x(90).

      *>---Layout do historico de instrumentos/calibracao: uma linha por troca
      *>---de sensor ou recalibracao, vigente da data informada ate a linha
      *>---seguinte da mesma estacao; posicoes fixas como o cadastro, digitavel
      *>---a mao - serie do sensor, faixa valida do instrumento e ajustes
      *>---aditivos de temperatura e de umidade, ex:
      *>---"NORTE     ;01032026;SN-4471-A   ;-40,00; 60,00;-00,30; 02"
       fd arqInstrumentos.
       01  ins-linha.
           05 ins-estacao-id                        pic x(10).
           05 filler                                pic x(01) value ";".
           05 ins-vigencia.
              10 ins-dia                            pic 9(02).
              10 ins-mes                            pic 9(02).
              10 ins-ano                            pic 9(04).
           05 filler                                pic x(01) value ";".
           05 ins-serie                             pic x(12).
           05 filler                                pic x(01) value ";".
           05 ins-temp-min-x                        pic x(06).
           05 filler                                pic x(01) value ";".
           05 ins-temp-max-x                        pic x(06).
           05 filler                                pic x(01) value ";".
           05 ins-ajuste-temp-x                     pic x(06).
           05 filler                                pic x(01) value ";".
           05 ins-ajuste-umid-x                     pic x(03).
           05 ins-ajuste-umid redefines
              ins-ajuste-umid-x                     pic -99.

      *>---Ultima sequencia de entrega aceita por estacao, com a data de
      *>---geracao daquela entrega; regravado por inteiro a cada entrega
      *>---consumida, ex: "NORTE     ;000123;20261015"
       fd arqSeqEntregas.
       01  sqe-registro                             pic x(40).

      *>---Estacoes/meses com leituras incluidas ou alteradas no mestre nesta
      *>---execucao, com os valores que estavam publicados antes da alteracao;
      *>---regravado a cada mes anotado, p/ que um abort antes da retificacao
      *>---nao perca o que ficou pendente - a execucao seguinte retoma daqui
       fd arqMesesAlterados.
       01  mal-registro                             pic x(80).

      *>---Quadro mensal de qualidade dos dados: uma linha por estacao ativa,
      *>---classificada pelo % de leituras aceitas, e as ordens de servico
       fd relQualidade.
       01  qua-registro                             pic x(132).

      *>---Intercambio de ordens de servico com a manutencao de campo: ";" e
      *>---ponto decimal como nas estatisticas, uma linha por ordem aberta, ex:
      *>---"ABERTURA;20261015060001;NORTE     ;REJEICAO  ;102026;012.50;005.00;..."
       fd arqOrdensServico.
       01  oss-registro                             pic x(120).

      *>---Ordens de servico abertas, uma por estacao/falha, regravado por
      *>---inteiro a cada quadro de qualidade; enquanto a ordem estiver aberta
      *>---a mesma falha nao gera outra
       fd arqOrdensAbertas.
       01  oab-registro                             pic x(80).

      *>---Fechamentos devolvidos pelos tecnicos, consumido pelo quadro de
      *>---qualidade seguinte, ex:
      *>---"20261015060001;20261020;JOAO SILVA         ;SENSOR SUBSTITUIDO"
       fd arqOrdensFechamento.
       01  ofc-registro                             pic x(100).

      *>---Trilha das ordens encerradas, com quem fechou e quando
       fd arqOrdensEncerradas.
       01  oen-registro                             pic x(130).

      *>---Cadastro de assinantes: uma linha por cliente/tipo de saida, com o
      *>---alcance (E = uma estacao, R = uma regiao do cadastro, T = todas as
      *>---estacoes ativas) e a frequencia (E = a cada execucao, M = so com o
      *>---mes ja fechado); tipos ALERTAS e GRAUSDIA sao por estacao, e
      *>---CONSOLIDADO, REGIOES e QUALIDADE um arquivo so por mes, ex:
      *>---"DEFESACIVIL ;ALERTAS     ;R;LITORAL        ;E"
       fd arqAssinantes.
       01  ass-linha.
           05 ass-cliente                           pic x(12).
           05 filler                                pic x(01) value ";".
           05 ass-tipo                              pic x(12).
           05 filler                                pic x(01) value ";".
           05 ass-escopo                            pic x(01).
           05 filler                                pic x(01) value ";".
           05 ass-alvo                              pic x(15).
           05 filler                                pic x(01) value ";".
           05 ass-frequencia                        pic x(01).

      *>---Saida assinada e sua copia no pacote, linha a linha
       fd arqDstOrigem.
       01  dso-registro                             pic x(150).

       fd arqDstCopia.
       01  dsc-registro                             pic x(150).

      *>---Manifesto do pacote: cabecalho, uma linha ";" por arquivo com a
      *>---quantidade de registros, o periodo e a situacao, e o total
       fd arqDstManifesto.
       01  dsm-registro                             pic x(132).

      *>---Trilha da distribuicao: uma linha por arquivo assinado, enviado,
      *>---enviado com ressalva (INVESTIGAR na razao de controle) ou ausente
       fd arqDistribuicaoLog.
       01  dsl-registro                             pic x(160).

      *>---Cadastro de operadores autorizados: usuario e papeis S/N de
      *>---revisor (correcoes), cadastro (movimentos do cadastro de estacoes)
      *>---e aprovador (segunda assinatura), mais a situacao ativo S/N, ex:
      *>---"JSILVA    ;S;N;S;S"; usuario fora dele nao corrige nem mexe no cadastro
       fd arqOperadores.
       01  opr-linha.
           05 opr-usuario                           pic x(10).
           05 filler                                pic x(01) value ";".
           05 opr-revisor                           pic x(01).
           05 filler                                pic x(01) value ";".
           05 opr-cadastro                          pic x(01).
           05 filler                                pic x(01) value ";".
           05 opr-aprovador                         pic x(01).
           05 filler                                pic x(01) value ";".
           05 opr-ativo                             pic x(01).

      *>---Pendencias de segunda aprovacao: identificador, tipo (C correcao,
      *>---M movimento do cadastro), solicitante, data/hora da entrada, motivo
      *>---e a linha original digitada, reaplicada quando aprovada; o arquivo
      *>---e regravado por inteiro a cada execucao
       fd arqPendentes.
       01  pnd-registro                             pic x(170).

      *>---Decisoes dos aprovadores: "identificador;aprovador;A" aprova e
      *>---"...;R" recusa a pendencia, ex: "2026101506000001;MSOUZA    ;A"
       fd arqAprovacoes.
       01  apr-linha.
           05 apr-id                                pic x(16).
           05 filler                                pic x(01) value ";".
           05 apr-aprovador                         pic x(10).
           05 filler                                pic x(01) value ";".
           05 apr-decisao                           pic x(01).

      *>---Relatorio das pendencias que seguem aguardando aprovacao
       fd relPendencias.
       01  rpn-registro                             pic x(180).

      *>---Extracao de leituras por periodo: cabecalho "H" com o pedido, uma
      *>---linha "D" por leitura (ponto decimal, como os demais arquivos de
      *>---intercambio) e rodape "T" com as contagens
       fd arqExtrato.
       01  ext-registro                             pic x(120).

      *>---Normais da estacao: uma linha por mes do calendario com a media
      *>---das medias mensais, o desvio padrao entre os anos, as medias das
      *>---minimas e maximas diarias, a chuva media do mes e quantos anos
      *>---entraram na conta; regravado por inteiro pela diretiva NORMAIS
       fd arqNormais.
       01  nrm-registro                             pic x(80).

      *>---Relatorio das anomalias do mes contra as normais
       fd relAnomalias.
       01  anm-registro                             pic x(132).

      *>---Relatorio do boletim agrometeorologico da semana
       fd relBoletim.
       01  bol-registro                             pic x(132).

      *>---Boletim da semana p/ a cooperativa: ";" e ponto decimal, linha "H"
      *>---com o periodo, "E" por estacao, "N" por noite e rodape "T"
       fd arqBoletim.
       01  bin-registro                             pic x(120).

      *>---Historico do servico nacional, uma leitura horaria por linha:
      *>---"A801;2015/03/12;0900 UTC;21.4;87;0.2" - codigo deles, data
      *>---AAAA/MM/DD, hora UTC, temperatura (C), umidade (%) e chuva (mm) com
      *>---ponto decimal; umidade e chuva podem vir vazias
       fd arqImportacao.
       01  imp-linha                                pic x(120).

      *>---Correspondencia dos codigos nacionais com o cadastro e o fuso da
      *>---estacao em horas sobre o UTC, ex: "A801      ;NORTE     ;-03"
       fd arqImportXref.
       01  xrf-linha.
           05 xrf-codigo-nacional                   pic x(10).
           05 filler                                pic x(01) value ";".
           05 xrf-codigo                            pic x(10).
           05 filler                                pic x(01) value ";".
           05 xrf-fuso-x                            pic x(03).

      *>---Ponto de controle da importacao: as contagens ate a ultima linha
      *>---processada e a propria linha, p/ conferir o arquivo na retomada
       fd arqImportCheckpoint.
       01  ckp-registro                             pic x(1700).

      *>---Linha importada recusada: o lote, a linha nacional original e o motivo
       fd arqImportRejeitados.
       01  irj-registro                             pic x(180).

      *>---Relatorio de batimento da importacao
       fd relImportacao.
       01  rim-registro                             pic x(100).

      *>---Relatorio de retificacao dos meses ja publicados: uma linha com o
      *>---que estava publicado e outra com o regerado, por estacao/mes; so
      *>---acrescenta, uma secao por execucao
       fd relRetificacao.
       01  ret-registro                             pic x(120).

      *>---Layout da trava de execucao (requisito 029): uma linha com o carimbo
      *>---de quando a execucao dona da trava comecou, p/ o operador avaliar se
      *>---a trava e de uma execucao viva ou orfa de um abort
      *>---Layout da razao de controle de execucoes (requisito 019): uma linha
      *>---por solicitacao processada, normal ou abortada, so acrescentando
       fd arqControleExec.
       01  ctr-registro                             pic x(311).

      *>---Layout do arquivo de parametros do modo lote (requisito 010); cada linha
      *>---e uma solicitacao "estacao;mes;ano", ou "TODAS;mes;ano" (aceita-se
      *>---tambem "ALL") para rodar todas as estacoes conhecidas de uma vez
       fd arqParametros.
       01  par-linha                                pic x(100).

      *>---Layout do cadastro mestre das estacoes/locais (requisitos 010+011);
      *>---campos de posicao fixa separados por ";", com a faixa plausivel de
           05 ws-ult-hora                          pic 9(02).
           05 ws-ult-min                           pic 9(02).

      *>---Historico de instrumentos/calibracao, carregado na inicializacao; a
      *>---leitura usa a linha da estacao com a vigencia mais recente ate a
      *>---data da leitura - sem linha vigente vale a faixa do cadastro, sem
      *>---ajuste
       77  ws-fs-instrumentos                      pic 9(02).
       77  ws-ins-idx                              pic 9(03).
       77  ws-instrumento-valido                   pic x(01).
       77  ws-calib-estacao                        pic x(10).
       77  ws-calib-achada                         pic 9(03).

       01  ws-instrumentos.
           05 ws-qtd-instrumentos                  pic 9(03) value zero.
           05 ws-ins occurs 200.
              10 ws-ins-estacao                    pic x(10).
              10 ws-ins-vigencia                   pic 9(08).
              10 ws-ins-serie                      pic x(12).
              10 ws-ins-temp-min                   pic s9(02)v99.
              10 ws-ins-temp-max                   pic s9(02)v99.
              10 ws-ins-ajuste-temp                pic s9(02)v99.
              10 ws-ins-ajuste-umid                pic s9(02).

      *>---Data da leitura p/ a busca da calibracao, em aaaammdd
       01  ws-calib-data.
           05 ws-calib-data-ano                    pic 9(04).
           05 ws-calib-data-mes                    pic 9(02).
           05 ws-calib-data-dia                    pic 9(02).

      *>---Calibracao vigente da leitura em incorporacao
       01  ws-calibracao-vigente.
           05 ws-calib-serie                       pic x(12).
           05 ws-calib-vigencia                    pic 9(08).
           05 ws-calib-temp-min                    pic s9(02)v99.
           05 ws-calib-temp-max                    pic s9(02)v99.
           05 ws-calib-ajuste-temp                 pic s9(02)v99.
           05 ws-calib-ajuste-umid                 pic s9(02).

      *>---Leitura ajustada pela calibracao; a temperatura aceita e a que vai
      *>---ao mestre e serve de referencia nas checagens de plausibilidade
       77  ws-temp-corrigida                       pic s9(03)v99.
       77  ws-umid-corrigida                       pic s9(04).
       77  ws-temp-aceita                          pic s9(02)v99.
       77  ws-motivo-faixa                         pic x(30).

      *>---Estimacao opcional de dias sem leituras (requisito 024): ligada pelo
      *>---oitavo campo do arqLimiares.txt, preenche os buracos do calendario
      *>---interpolando dos dias vizinhos medidos; buracos na borda do mes (sem

      *>---Acumuladores dos graus-dia do mes corrente (requisito 020)
       77  ws-fs-graus-dia                         pic 9(02).
      *> 40 posicoes: o arquivo de um mes retificado leva "_<mm><aaaa>"
       77  ws-nome-graus-dia                       pic x(40).
       77  ws-gda-dia                              pic 9(02)v99.
       77  ws-gdr-dia                              pic 9(02)v99.
       77  ws-gda-mes                              pic 9(04)v99.
           05 hst-amplitude                        pic -99,99.
           05 filler                               pic x(01) value ";".
           05 hst-qtd-dias                         pic 9(02).
          *> graus-dia do mes, p/ que uma retificacao mostre o que foi
          *> publicado; linhas antigas sem as colunas chegam em branco, e
          *> os separadores tem nome p/ serem repostos depois de uma releitura
           05 hst-sep-gda                          pic x(01) value ";".
           05 hst-gda-x                            pic x(07).
           05 hst-gda redefines hst-gda-x          pic 9999,99.
           05 hst-sep-gdr                          pic x(01) value ";".
           05 hst-gdr-x                            pic x(07).
           05 hst-gdr redefines hst-gdr-x          pic 9999,99.

       01 ws-cabecalho-excecoes.
           05 filler                               pic x(16) value "Limiar frio: ".
       77  ws-qtd-rejeitadas                       pic 9(06) value zero.
       77  ws-situacao-exec                        pic x(12).
       77  ws-controle-em-gravacao                 pic x(01) value "N".
       77  ws-pedido-controle                      pic x(130) value spaces.

      *>---Indica que a solicitacao corrente ja deixou sua linha na razao de
      *>---controle: um abort depois disso nao deve gravar uma segunda linha
           05 ctr-dias                             pic z9.
           05 filler                               pic x(02) value spaces.
           05 ctr-situacao                         pic x(12).
          *> conferencia do cabecalho/rodape da entrega incorporada
           05 filler                               pic x(11) value "  Entrega: ".
           05 ctr-seq                              pic x(06).
           05 filler                               pic x(01) value space.
           05 ctr-entrega                          pic x(14).
          *> quem pediu o que, nas solicitacoes avulsas (extracoes)
           05 filler                               pic x(10) value "  Pedido: ".
           05 ctr-pedido                           pic x(130).

      *>---Controle das entregas dos coletores: o cabecalho e o rodape sao
      *>---conferidos numa pre-leitura, antes de qualquer gravacao no mestre, e
      *>---a sequencia da entrega e comparada com a ultima aceita da estacao;
      *>---o resultado vai p/ a razao de controle junto com a solicitacao
       77  ws-fs-seq-entregas                      pic 9(02).
       77  ws-seq-idx                              pic 9(02).
       77  ws-seq-achada                           pic 9(02).
       77  ws-seq-entrega                          pic 9(06) value zero.
       77  ws-data-entrega                         pic 9(08) value zero.
       77  ws-tem-cabecalho                        pic x(01).
       77  ws-tem-rodape                           pic x(01).
       77  ws-estrutura-invalida                   pic x(01).
       77  ws-qtd-detalhe                          pic 9(06).
       77  ws-total-temp-entrega                   pic s9(08)v99.
       77  ws-rodape-qtd                           pic 9(06).
       77  ws-rodape-total                         pic s9(08)v99.
       77  ws-edita-seq                            pic zzzzz9.
       77  ws-situacao-entrega                     pic x(14) value spaces.
           88 entrega-verificada                   value "VERIFICADA".
           88 entrega-nao-verificada               value "NAO VERIFICADA".
           88 entrega-lacuna-seq                   value "LACUNA SEQ".
           88 entrega-seq-repetida                 value "SEQ REPETIDA".
           88 entrega-recusada                     value "RECUSADA-ESTAC"
                                                         "RECUSADA-QTD"
                                                         "RECUSADA-HASH"
                                                         "RECUSADA-SEM T"
                                                         "RECUSADA-ESTR".

       01  ws-seq-entregas.
           05 ws-qtd-seq                           pic 9(02) value zero.
           05 ws-seq occurs 20.
              10 ws-seq-estacao                    pic x(10).
              10 ws-seq-ultima                     pic 9(06).
              10 ws-seq-data                       pic 9(08).

       01  ws-linha-seq-entrega.
           05 sqe-estacao                          pic x(10).
           05 filler                               pic x(01) value ";".
           05 sqe-sequencia                        pic 9(06).
           05 filler                               pic x(01) value ";".
           05 sqe-data                             pic 9(08).

      *>---Quadro mensal de qualidade dos dados por estacao (diretiva
      *>---"QUALIDADE;mes;ano") e ordens de servico da manutencao de campo
       77  ws-fs-qualidade                         pic 9(02).
       77  ws-fs-ordens-servico                    pic 9(02).
       77  ws-fs-ordens-abertas                    pic 9(02).
       77  ws-fs-ordens-fechamento                 pic 9(02).
       77  ws-fs-ordens-encerradas                 pic 9(02).
       77  ws-nome-qualidade                       pic x(30).
       77  ws-pct-aceitas-min                      pic 9(03)v99 value 95,00.
       77  ws-pct-rejeitadas-max                   pic 9(03)v99 value 5,00.
       77  ws-pct-duplicadas-max                   pic 9(03)v99 value 2,00.
       77  ws-dias-faltantes-max                   pic 9(02) value 2.
       77  ws-dias-estimados-max                   pic 9(02) value 3.
       77  ws-qtd-leituras-mes                     pic 9(06) value zero.
       77  ws-qua-idx                              pic 9(02).
       77  ws-qua-melhor                           pic 9(02).
       77  ws-qua-posicao                          pic 9(02).
       77  ws-qua-recebidas                        pic 9(06).
       77  ws-qua-decorridos                       pic 9(02).
       77  ws-qua-mes-edit                         pic z9.
       77  ws-qua-falha                            pic x(10).
       77  ws-qua-valor                            pic 9(03)v99.
       77  ws-qua-limite                           pic 9(03)v99.
       77  ws-qua-descricao                        pic x(40).
       77  ws-os-idx                               pic 9(03).
       77  ws-os-achada                            pic 9(03).
       77  ws-os-seq                               pic 9(02) value zero.
       77  ws-qtd-os-novas                         pic 9(03).
       77  ws-qtd-os-encerradas                    pic 9(03).
       77  ws-qtd-fech-sem-ordem                   pic 9(03).
       77  ws-qtd-os-impressas                     pic 9(03).
       77  ws-os-filtro                            pic x(01).

       01  ws-qualidade.
           05 ws-qtd-qua                           pic 9(02) value zero.
           05 ws-qua occurs 10.
              10 ws-qua-codigo                     pic x(10).
              10 ws-qua-aceitas                    pic 9(06).
              10 ws-qua-rej-faixa                  pic 9(06).
              10 ws-qua-rej-invalida               pic 9(06).
              10 ws-qua-rej-travado                pic 9(06).
              10 ws-qua-rej-salto                  pic 9(06).
              10 ws-qua-rej-outros                 pic 9(06).
              10 ws-qua-rejeitadas                 pic 9(06).
              10 ws-qua-duplicadas                 pic 9(06).
              10 ws-qua-dias-leitura               pic 9(02).
              10 ws-qua-dias-estimados             pic 9(02).
              10 ws-qua-dias-faltantes             pic 9(02).
              10 ws-qua-pct-aceitas                pic 9(03)v99.
              10 ws-qua-pct-rejeitadas             pic 9(03)v99.
              10 ws-qua-pct-duplicadas             pic 9(03)v99.
              10 ws-qua-qtd-os                     pic 9(02).
              10 ws-qua-classificada               pic x(01).

      *>---ordens abertas em memoria; situacao "A" = ja estava aberta,
      *>---"N" = aberta nesta execucao, "F" = encerrada nesta execucao
       01  ws-ordens.
           05 ws-qtd-os                            pic 9(03) value zero.
           05 ws-os occurs 200.
              10 ws-os-numero                      pic x(14).
              10 ws-os-estacao                     pic x(10).
              10 ws-os-falha                       pic x(10).
              10 ws-os-abertura                    pic 9(08).
              10 ws-os-referencia                  pic 9(06).
              10 ws-os-ultima-ref                  pic 9(06).
              10 ws-os-situacao                    pic x(01).
                 88 ordem-ja-aberta                value "A".
                 88 ordem-nova                     value "N".
                 88 ordem-encerrada                value "F".
              10 ws-os-fechamento                  pic 9(08).
              10 ws-os-tecnico                     pic x(20).

       01  ws-os-numero-novo.
           05 osn-ano                              pic 9(04).
           05 osn-mes                              pic 9(02).
           05 osn-dia                              pic 9(02).
           05 osn-hora                             pic 9(02).
           05 osn-min                              pic 9(02).
           05 osn-seq                              pic 9(02).

       01  ws-os-referencia-atual.
           05 osr-mes                              pic 9(02).
           05 osr-ano                              pic 9(04).
       01  ws-os-referencia-num redefines ws-os-referencia-atual
                                                   pic 9(06).

       01  ws-linha-ordem-aberta.
           05 oab-numero                           pic x(14).
           05 filler                               pic x(01) value ";".
           05 oab-estacao                          pic x(10).
           05 filler                               pic x(01) value ";".
           05 oab-falha                            pic x(10).
           05 filler                               pic x(01) value ";".
           05 oab-abertura                         pic 9(08).
           05 filler                               pic x(01) value ";".
           05 oab-referencia                       pic 9(06).
           05 filler                               pic x(01) value ";".
           05 oab-ultima-ref                       pic 9(06).

       01  ws-linha-ordem-servico.
           05 filler                               pic x(09) value "ABERTURA;".
           05 oss-numero                           pic x(14).
           05 filler                               pic x(01) value ";".
           05 oss-estacao                          pic x(10).
           05 filler                               pic x(01) value ";".
           05 oss-falha                            pic x(10).
           05 filler                               pic x(01) value ";".
           05 oss-referencia                       pic 9(06).
           05 filler                               pic x(01) value ";".
           05 oss-valor                            pic 999,99.
           05 filler                               pic x(01) value ";".
           05 oss-limite                           pic 999,99.
           05 filler                               pic x(01) value ";".
           05 oss-abertura                         pic 9(08).
           05 filler                               pic x(01) value ";".
           05 oss-descricao                        pic x(40).

       01  ws-fechamento-lido.
           05 ofc-numero                           pic x(14).
           05 filler                               pic x(01).
           05 ofc-data                             pic 9(08).
           05 filler                               pic x(01).
           05 ofc-tecnico                          pic x(20).
           05 filler                               pic x(01).
           05 ofc-observacao                       pic x(40).

       01  ws-linha-ordem-encerrada.
           05 oen-numero                           pic x(14).
           05 filler                               pic x(01) value ";".
           05 oen-estacao                          pic x(10).
           05 filler                               pic x(01) value ";".
           05 oen-falha                            pic x(10).
           05 filler                               pic x(01) value ";".
           05 oen-abertura                         pic 9(08).
           05 filler                               pic x(01) value ";".
           05 oen-fechamento                       pic 9(08).
           05 filler                               pic x(01) value ";".
           05 oen-tecnico                          pic x(20).
           05 filler                               pic x(01) value ";".
           05 oen-observacao                       pic x(40).

      *>---leitura das linhas do arqTempRejeitados e da razao de controle
       01  ws-rejeitado-lido.
           05 rjl-dia                              pic x(02).
           05 filler                               pic x(01).
           05 rjl-mes                              pic x(02).
           05 filler                               pic x(01).
           05 rjl-ano                              pic x(04).
           05 filler                               pic x(01).
           05 rjl-hora                             pic x(02).
           05 filler                               pic x(01).
           05 rjl-min                              pic x(02).
           05 filler                               pic x(03).
           05 rjl-temp-x                           pic x(06).
           05 rjl-temp redefines rjl-temp-x        pic -99,99.
           05 filler                               pic x(03).
           05 rjl-motivo                           pic x(30).

       01  ws-controle-lido.
           05 filler                               pic x(22).
           05 ctl-estacao                          pic x(10).
           05 filler                               pic x(03).
           05 ctl-mes                              pic x(02).
           05 filler                               pic x(01).
           05 ctl-ano                              pic x(04).
           05 filler                               pic x(67).
           05 ctl-duplicadas-x                     pic x(06).
           05 ctl-duplicadas redefines
              ctl-duplicadas-x                     pic 9(06).
           05 filler                               pic x(12).
           05 ctl-situacao                         pic x(12).
           05 filler                               pic x(41).

       01  ws-cabecalho-qualidade.
           05 filler                               pic x(44)
              value "QUADRO DE QUALIDADE DOS DADOS POR ESTACAO - ".
           05 wql-mes                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wql-ano                              pic 9(04).
           05 filler                               pic x(14) value "   Gerado em: ".
           05 wql-dia-ger                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wql-mes-ger                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wql-ano-ger                          pic 9(04).

       01  ws-limites-qualidade.
           05 filler                               pic x(19) value "Limites: aceitas >=".
           05 wlq-aceitas                          pic zz9,99.
           05 filler                               pic x(16) value "%  rejeitadas <=".
           05 wlq-rejeitadas                       pic zz9,99.
           05 filler                               pic x(16) value "%  duplicadas <=".
           05 wlq-duplicadas                       pic zz9,99.
           05 filler                               pic x(16) value "%  faltantes <= ".
           05 wlq-faltantes                        pic z9.
           05 filler                               pic x(16) value "  estimados <=  ".
           05 wlq-estimados                        pic z9.

       01  ws-colunas-qualidade.
           05 filler                               pic x(40)
              value "POS ESTACAO    RECEBID ACEITAS %ACEIT   ".
           05 filler                               pic x(40)
              value "FAIXA  INVAL TRAVAD  SALTO OUTROS   %REJ".
           05 filler                               pic x(40)
              value "  DUPLIC  %DUPL DIAS ESTIM FALT  OS     ".

       01  ws-linha-qualidade.
           05 qlq-posicao                          pic z9.
           05 filler                               pic x(02) value spaces.
           05 qlq-codigo                           pic x(10).
           05 filler                               pic x(01) value space.
           05 qlq-recebidas                        pic zzzzzz9.
           05 filler                               pic x(01) value space.
           05 qlq-aceitas                          pic zzzzzz9.
           05 filler                               pic x(01) value space.
           05 qlq-pct-aceitas                      pic zz9,99.
           05 filler                               pic x(01) value space.
           05 qlq-rej-faixa                        pic zzzzz9.
           05 filler                               pic x(01) value space.
           05 qlq-rej-invalida                     pic zzzzz9.
           05 filler                               pic x(01) value space.
           05 qlq-rej-travado                      pic zzzzz9.
           05 filler                               pic x(01) value space.
           05 qlq-rej-salto                        pic zzzzz9.
           05 filler                               pic x(01) value space.
           05 qlq-rej-outros                       pic zzzzz9.
           05 filler                               pic x(01) value space.
           05 qlq-pct-rejeitadas                   pic zz9,99.
           05 filler                               pic x(01) value space.
           05 qlq-duplicadas                       pic zzzzzz9.
           05 filler                               pic x(01) value space.
           05 qlq-pct-duplicadas                   pic zz9,99.
           05 filler                               pic x(01) value space.
           05 qlq-dias-leitura                     pic zzz9.
           05 filler                               pic x(01) value space.
           05 qlq-dias-estimados                   pic zzzz9.
           05 filler                               pic x(01) value space.
           05 qlq-dias-faltantes                   pic zzz9.
           05 filler                               pic x(01) value space.
           05 qlq-qtd-os                           pic zz9.

       01  ws-linha-os-qualidade.
           05 filler                               pic x(04) value spaces.
           05 qos-numero                           pic x(14).
           05 filler                               pic x(02) value spaces.
           05 qos-estacao                          pic x(10).
           05 filler                               pic x(02) value spaces.
           05 qos-falha                            pic x(10).
           05 filler                               pic x(11) value "  aberta: ".
           05 qos-abertura                         pic 9(08).
           05 filler                               pic x(02) value spaces.
           05 qos-texto                            pic x(60).

      *>---Distribuicao dos pacotes por assinante ao fim do lote: os periodos
      *>---processados na execucao, a ultima situacao de cada estacao/periodo
      *>---na razao de controle, e um pacote (copias + manifesto) por
      *>---cliente/periodo
       77  ws-fs-assinantes                        pic 9(02).
       77  ws-fs-dst-origem                        pic 9(02).
       77  ws-fs-dst-copia                         pic 9(02).
       77  ws-fs-dst-manifesto                     pic 9(02).
       77  ws-fs-dst-log                           pic 9(02).
       77  ws-nome-dst-origem                      pic x(60).
       77  ws-nome-dst-copia                       pic x(90).
       77  ws-nome-dst-manifesto                   pic x(60).
       77  ws-dst-idx                              pic 9(03).
       77  ws-dst-per-idx                          pic 9(02).
       77  ws-dst-cli-idx                          pic 9(02).
       77  ws-dst-sit-idx                          pic 9(03).
       77  ws-dst-achado                           pic 9(03).
       77  ws-dst-registros                        pic 9(06).
       77  ws-dst-tot-arquivos                     pic 9(03).
       77  ws-dst-tot-registros                    pic 9(07).
       77  ws-dst-situacao                         pic x(10).
       77  ws-dst-estacao                          pic x(10).
       77  ws-dst-corrente-serve                   pic x(01).
       77  ws-dst-investigar                       pic x(01).
       77  ws-dst-pacote-aberto                    pic x(01).
       77  ws-dst-periodo-fechado                  pic x(01).

       01  ws-assinaturas.
           05 ws-qtd-ass                           pic 9(03) value zero.
           05 ws-ass occurs 100.
              10 ws-ass-cliente                    pic x(12).
              10 ws-ass-tipo                       pic x(12).
              10 ws-ass-escopo                     pic x(01).
              10 ws-ass-alvo                       pic x(15).
              10 ws-ass-frequencia                 pic x(01).

       01  ws-dst-clientes.
           05 ws-qtd-dst-cli                       pic 9(02) value zero.
           05 ws-dst-cliente occurs 30             pic x(12).

       01  ws-dst-periodos.
           05 ws-qtd-dst-per                       pic 9(02) value zero.
           05 ws-dst-per occurs 24.
              10 ws-dst-per-mes                    pic 9(02).
              10 ws-dst-per-ano                    pic 9(04).

       01  ws-dst-situacoes.
           05 ws-qtd-dst-sit                       pic 9(03) value zero.
           05 ws-dst-sit occurs 240.
              10 ws-dst-sit-estacao                pic x(10).
              10 ws-dst-sit-mes                    pic 9(02).
              10 ws-dst-sit-ano                    pic 9(04).
              10 ws-dst-sit-situacao               pic x(12).

       01  ws-cabecalho-manifesto.
           05 filler                               pic x(21) value "MANIFESTO DO PACOTE;".
           05 wmf-cliente                          pic x(12).
           05 filler                               pic x(01) value ";".
           05 wmf-mes                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wmf-ano                              pic 9(04).
           05 filler                               pic x(01) value ";".
           05 wmf-data                             pic 9(08).
           05 filler                               pic x(01) value ";".
           05 wmf-hh                               pic 9(02).
           05 wmf-mm                               pic 9(02).
           05 wmf-ss                               pic 9(02).

       01  ws-linha-manifesto.
           05 lmf-arquivo                          pic x(60).
           05 filler                               pic x(01) value ";".
           05 lmf-registros                        pic 9(06).
           05 filler                               pic x(01) value ";".
           05 lmf-mes                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 lmf-ano                              pic 9(04).
           05 filler                               pic x(01) value ";".
           05 lmf-estacao                          pic x(10).
           05 filler                               pic x(01) value ";".
           05 lmf-situacao                         pic x(10).

       01  ws-rodape-manifesto.
           05 filler                               pic x(06) value "TOTAL;".
           05 rmf-arquivos                         pic 9(03).
           05 filler                               pic x(01) value ";".
           05 rmf-registros                        pic 9(07).

       01  ws-linha-distribuicao.
           05 dsl-ano                              pic 9(04).
           05 filler                               pic x(01) value "-".
           05 dsl-mes                              pic 9(02).
           05 filler                               pic x(01) value "-".
           05 dsl-dia                              pic 9(02).
           05 filler                               pic x(01) value " ".
           05 dsl-hora                             pic 9(02).
           05 filler                               pic x(01) value ":".
           05 dsl-min                              pic 9(02).
           05 filler                               pic x(01) value ":".
           05 dsl-seg                              pic 9(02).
           05 filler                               pic x(02) value spaces.
           05 dsl-cliente                          pic x(12).
           05 filler                               pic x(01) value space.
           05 dsl-tipo                             pic x(12).
           05 filler                               pic x(01) value space.
           05 dsl-estacao                          pic x(10).
           05 filler                               pic x(01) value space.
           05 dsl-per-mes                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 dsl-per-ano                          pic 9(04).
           05 filler                               pic x(01) value space.
           05 dsl-arquivo                          pic x(60).
           05 filler                               pic x(01) value space.
           05 dsl-registros                        pic zzzzz9.
           05 filler                               pic x(01) value space.
           05 dsl-situacao                         pic x(10).

      *>---Operadores autorizados e dupla aprovacao: so quem esta no cadastro
      *>---de operadores, ativo e com o papel certo, corrige leituras ou mexe
      *>---no cadastro de estacoes; alteracao de faixa do sensor e correcao
      *>---que desloca a leitura alem do limite esperam a decisao de um
      *>---segundo operador aprovador no arquivo de pendencias
       77  ws-fs-operadores                        pic 9(02).
       77  ws-fs-pendentes                         pic 9(02).
       77  ws-fs-aprovacoes                        pic 9(02).
       77  ws-fs-rel-pendencias                    pic 9(02).
       77  ws-delta-aprovacao                      pic s9(02)v99 value 5,00.
       77  ws-opr-busca                            pic x(10).
       77  ws-opr-achado                           pic 9(02).
       77  ws-opr-idx                              pic 9(02).
       77  ws-operador-autorizado                  pic x(01).
       77  ws-modo-aprovacao                       pic x(01) value "N".
           88 aprovacao-normal                     value "N".
           88 aprovacao-aplicando                  value "A".
           88 aprovacao-recusada                   value "R".
           88 aprovacao-aprovador-invalido         value "I".
           88 aprovacao-mesmo-operador             value "S".
       77  ws-aprovador-atual                      pic x(10) value spaces.
       77  ws-pnd-id-atual                         pic x(16) value spaces.
       77  ws-precisa-aprovacao                    pic x(01).
       77  ws-pnd-tipo-novo                        pic x(01).
       77  ws-pnd-solicitante-novo                 pic x(10).
       77  ws-pnd-motivo-novo                      pic x(30).
       77  ws-pnd-linha-nova                       pic x(90).
       77  ws-pnd-tipo-busca                       pic x(01).
       77  ws-pnd-seq                              pic 9(02) value zero.
       77  ws-pnd-idx                              pic 9(03).
       77  ws-pnd-achado                           pic 9(03).
       77  ws-pnd-decisoes-cor                     pic 9(03) value zero.
       77  ws-pnd-decisoes-mov                     pic 9(03) value zero.
       77  ws-pnd-aguardando                       pic 9(03).
       77  ws-pnd-dia-edit                         pic z9.
       77  ws-pnd-mes-edit                         pic z9.
       77  ws-aprovacoes-presentes                 pic x(01) value "N".
       77  ws-correcoes-presentes                  pic x(01).
       77  ws-movimentos-presentes                 pic x(01).
       77  ws-valor-base                           pic s9(02)v99.
       77  ws-tem-valor-base                       pic x(01).
       77  ws-delta-correcao                       pic s9(03)v99.
       77  ws-idade-pendencia                      pic 9(05).

      *>---Conversao de data em numero de dias corridos, p/ a idade das
      *>---pendencias: ws-cnv-ano/mes/dia -> ws-cnv-dias
       01  ws-data-conversao.
           05 ws-cnv-ano                           pic 9(04).
           05 ws-cnv-mes                           pic 9(02).
           05 ws-cnv-dia                           pic 9(02).
       77  ws-cnv-ano-calc                         pic 9(04).
       77  ws-cnv-mes-calc                         pic 9(02).
       77  ws-cnv-parcela                          pic 9(07).
       77  ws-cnv-dias                             pic 9(07).
       77  ws-cnv-dias-hoje                        pic 9(07).

       01  ws-operadores.
           05 ws-qtd-opr                           pic 9(02) value zero.
           05 ws-opr occurs 50.
              10 ws-opr-usuario                    pic x(10).
              10 ws-opr-revisor                    pic x(01).
              10 ws-opr-cadastro                   pic x(01).
              10 ws-opr-aprovador                  pic x(01).
              10 ws-opr-ativo                      pic x(01).

       01  ws-pendencias.
           05 ws-qtd-pnd                           pic 9(03) value zero.
           05 ws-pnd occurs 200.
              10 ws-pnd-id                         pic x(16).
              10 ws-pnd-tipo                       pic x(01).
                 88 pendencia-correcao             value "C".
                 88 pendencia-movimento            value "M".
              10 ws-pnd-solicitante                pic x(10).
              10 ws-pnd-data                       pic 9(08).
              10 ws-pnd-hora                       pic 9(06).
              10 ws-pnd-motivo                     pic x(30).
              10 ws-pnd-linha                      pic x(90).
              10 ws-pnd-decisao                    pic x(01).
              10 ws-pnd-aprovador                  pic x(10).
              10 ws-pnd-resolvida                  pic x(01).

      *>---Identificador da pendencia: carimbo da execucao + sequencia
       01  ws-pnd-id-novo.
           05 wpi-data                             pic 9(08).
           05 wpi-hora.
              10 wpi-hh                            pic 9(02).
              10 wpi-mm                            pic 9(02).
              10 wpi-ss                            pic 9(02).
           05 wpi-seq                              pic 9(02).

       01  ws-linha-pendente.
           05 lpn-id                               pic x(16).
           05 filler                               pic x(01) value ";".
           05 lpn-tipo                             pic x(01).
           05 filler                               pic x(01) value ";".
           05 lpn-solicitante                      pic x(10).
           05 filler                               pic x(01) value ";".
           05 lpn-data                             pic 9(08).
           05 filler                               pic x(01) value ";".
           05 lpn-hora                             pic 9(06).
           05 filler                               pic x(01) value ";".
           05 lpn-motivo                           pic x(30).
           05 filler                               pic x(01) value ";".
           05 lpn-linha                            pic x(90).

       01  ws-cabecalho-pendencias.
           05 filler                               pic x(45) value "PENDENCIAS AGUARDANDO APROVACAO - POSICAO EM ".
           05 wcp-dia                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wcp-mes                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wcp-ano                              pic 9(04).
           05 filler                               pic x(35) value "  Variacao que pede aprovacao: +/- ".
           05 wcp-delta                            pic z9,99.

       01  ws-colunas-pendencias.
           05 filler                               pic x(17) value "IDENTIFICADOR".
           05 filler                               pic x(10) value "TIPO".
           05 filler                               pic x(12) value "SOLICITANTE".
           05 filler                               pic x(12) value "ENTRADA".
           05 filler                               pic x(06) value "DIAS".
           05 filler                               pic x(32) value "MOTIVO".
           05 filler                               pic x(14) value "LINHA DIGITADA".

       01  ws-linha-pendencias.
           05 rpl-id                               pic x(16).
           05 filler                               pic x(01) value space.
           05 rpl-tipo                             pic x(09).
           05 filler                               pic x(01) value space.
           05 rpl-solicitante                      pic x(10).
           05 filler                               pic x(02) value spaces.
           05 rpl-dia                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 rpl-mes                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 rpl-ano                              pic 9(04).
           05 filler                               pic x(02) value spaces.
           05 rpl-idade                            pic zzz9.
           05 filler                               pic x(02) value spaces.
           05 rpl-motivo                           pic x(30).
           05 filler                               pic x(02) value spaces.
           05 rpl-linha                            pic x(90).

       01  ws-rodape-pendencias.
           05 filler                               pic x(18) value "Total aguardando: ".
           05 rdp-qtd                              pic zz9.

      *>---Extracao de leituras por periodo (diretiva EXTRAI): estacoes pedidas,
      *>---periodo em aaaammdd e contagens; mestre e arquivo morto de cada ano
      *>---sao lidos juntos por chave, sem restaurar nada, e a leitura presente
      *>---nos dois (ano restaurado) sai uma vez so
       77  ws-fs-extrato                           pic 9(02).
       77  ws-nome-extrato                         pic x(40).
       77  ws-ext-seq                              pic 9(02) value zero.
       77  ws-ext-valida                           pic x(01).
       77  ws-ext-ponteiro                         pic 9(03).
       77  ws-ext-item                             pic x(10).
       77  ws-ext-regiao                           pic x(15).
       77  ws-ext-est-idx                          pic 9(02).
       77  ws-ext-achada                           pic x(01).
       77  ws-ext-ano                              pic 9(04).
       77  ws-ext-ano-pos                          pic 9(03).
       77  ws-ext-mst-fim                          pic x(01).
       77  ws-ext-arq-fim                          pic x(01).
       77  ws-ext-arq-aberto                       pic x(01).
       77  ws-ext-qtd-mestre                       pic 9(07).
       77  ws-ext-qtd-arquivo                      pic 9(07).
       77  ws-ext-qtd-duplicadas                   pic 9(07).
       77  ws-ext-qtd-gravadas                     pic 9(07).
       77  ws-ext-qtd-anos                         pic 9(03).

       01  ws-ext-parametros.
           05 ws-ext-diretiva                      pic x(10).
           05 ws-ext-alvo                          pic x(60).
           05 ws-ext-ini-x                         pic x(08).
           05 ws-ext-ini redefines ws-ext-ini-x.
              10 ws-ext-ini-dia                    pic 9(02).
              10 ws-ext-ini-mes                    pic 9(02).
              10 ws-ext-ini-ano                    pic 9(04).
           05 ws-ext-fim-x                         pic x(08).
           05 ws-ext-fim redefines ws-ext-fim-x.
              10 ws-ext-fim-dia                    pic 9(02).
              10 ws-ext-fim-mes                    pic 9(02).
              10 ws-ext-fim-ano                    pic 9(04).
           05 ws-ext-solicitante                   pic x(10).

      *>---periodo pedido em aaaammdd, p/ comparar com a chave do mestre
       01  ws-ext-data-ini.
           05 ws-ext-dti-ano                       pic 9(04).
           05 ws-ext-dti-mes                       pic 9(02).
           05 ws-ext-dti-dia                       pic 9(02).

       01  ws-ext-data-fim.
           05 ws-ext-dtf-ano                       pic 9(04).
           05 ws-ext-dtf-mes                       pic 9(02).
           05 ws-ext-dtf-dia                       pic 9(02).

      *>---faixa de chaves da estacao no ano corrente da extracao
       01  ws-ext-chave-ini.
           05 ws-ext-ci-estacao                    pic x(10).
           05 ws-ext-ci-data                       pic 9(08).
           05 ws-ext-ci-hora                       pic 9(04).

       01  ws-ext-chave-fim.
           05 ws-ext-cf-estacao                    pic x(10).
           05 ws-ext-cf-data                       pic 9(08).
           05 ws-ext-cf-hora                       pic 9(04).

       01  ws-ext-estacoes.
           05 ws-qtd-ext-est                       pic 9(02) value zero.
           05 ws-ext-estacao occurs 10             pic x(10).

      *>---anos cujo arquivo morto existiu e foi lido, a partir do ano inicial
       01  ws-ext-anos-lidos.
           05 ws-ext-ano-lido occurs 100           pic x(01).

       01  ws-cabecalho-extrato.
           05 filler                               pic x(10) value "H;EXTRATO;".
           05 hex-solicitante                      pic x(10).
           05 filler                               pic x(01) value ";".
           05 hex-alvo                             pic x(60).
           05 filler                               pic x(01) value ";".
           05 hex-ini                              pic x(08).
           05 filler                               pic x(01) value ";".
           05 hex-fim                              pic x(08).
           05 filler                               pic x(01) value ";".
           05 hex-data                             pic 9(08).
           05 filler                               pic x(01) value ";".
           05 hex-hh                               pic 9(02).
           05 hex-mm                               pic 9(02).
           05 hex-ss                               pic 9(02).

       01  ws-linha-extrato.
           05 filler                               pic x(02) value "D;".
           05 lex-estacao                          pic x(10).
           05 filler                               pic x(01) value ";".
           05 lex-ano                              pic 9(04).
           05 filler                               pic x(01) value "-".
           05 lex-mes                              pic 9(02).
           05 filler                               pic x(01) value "-".
           05 lex-dia                              pic 9(02).
           05 filler                               pic x(01) value ";".
           05 lex-hora                             pic 9(02).
           05 filler                               pic x(01) value ":".
           05 lex-min                              pic 9(02).
           05 filler                               pic x(01) value ";".
           05 lex-temp                             pic -99,99.
           05 filler                               pic x(01) value ";".
           05 lex-umid                             pic 9(03).
           05 filler                               pic x(01) value ";".
           05 lex-chuva                            pic 999,9.
           05 filler                               pic x(01) value ";".
           05 lex-origem                           pic x(12).

      *>---leitura do periodo entregue ao pedido em andamento, venha do mestre
      *>---ou do arquivo morto do ano
       77  ws-ext-destino                          pic x(01).
           88 destino-extrato                      value "E".
           88 destino-normais                      value "N".
           88 destino-boletim                      value "B".

       01  ws-leitura-periodo.
           05 lei-estacao                          pic x(10).
           05 lei-ano                              pic 9(04).
           05 lei-mes                              pic 9(02).
           05 lei-dia                              pic 9(02).
           05 lei-hora                             pic 9(02).
           05 lei-min                              pic 9(02).
           05 lei-temp                             pic s9(02)v99.
           05 lei-umid                             pic 9(03).
           05 lei-chuva                            pic 9(03)v9.
           05 lei-origem                           pic x(12).

      *>---origem da leitura na extracao: o mestre ou o arquivo morto do ano
       01  ws-ext-origem-arquivo.
           05 filler                               pic x(08) value "ARQUIVO_".
           05 weo-ano                              pic 9(04).

       01  ws-rodape-extrato.
           05 filler                               pic x(02) value "T;".
           05 tex-registros                        pic 9(07).
           05 filler                               pic x(01) value ";".
           05 tex-mestre                           pic 9(07).
           05 filler                               pic x(01) value ";".
           05 tex-arquivo                          pic 9(07).
           05 filler                               pic x(01) value ";".
           05 tex-duplicadas                       pic 9(07).
           05 filler                               pic x(01) value ";".
           05 tex-estacoes                         pic 9(02).
           05 filler                               pic x(01) value ";".
           05 tex-anos-arquivo                     pic 9(03).

      *>---Normais climatologicas (diretiva NORMAIS) e anomalias do mes
      *>---(diretiva ANOMALIAS): as leituras do periodo viram medias diarias,
      *>---as diarias viram o mes, e cada mes fechado com dias suficientes
      *>---entra na normal daquele mes do calendario; normal com menos anos
      *>---que o minimo sai marcada como pouco confiavel
       77  ws-fs-normais                           pic 9(02).
       77  ws-fs-anomalias                         pic 9(02).
       77  ws-nome-normais                         pic x(40).
       77  ws-nome-anomalias                       pic x(40).
       77  ws-anos-normal-min                      pic 9(02) value 10.
       77  ws-nrm-dias-minimos                     pic 9(02) value 20.
       77  ws-nrm-ano-ini                          pic 9(04).
       77  ws-nrm-ano-fim                          pic 9(04).
       77  ws-nrm-mes-idx                          pic 9(02).
       77  ws-nrm-quociente                        pic 9(06).
       77  ws-nrm-data-dia                         pic 9(08) value zero.
       77  ws-nrm-data-leitura                     pic 9(08).
       77  ws-nrm-ano-mes                          pic 9(06) value zero.
       77  ws-nrm-ano-mes-leitura                  pic 9(06).
       77  ws-nrm-ano-mes-atual                    pic 9(06).
       77  ws-nrm-soma-dia                         pic s9(05)v99.
       77  ws-nrm-qtd-dia                          pic 9(03).
       77  ws-nrm-min-dia                          pic s9(02)v99.
       77  ws-nrm-max-dia                          pic s9(02)v99.
       77  ws-nrm-chuva-dia                        pic 9(04)v9.
       77  ws-nrm-dias-mes                         pic 9(02).
       77  ws-nrm-soma-medias                      pic s9(04)v99.
       77  ws-nrm-soma-minimas                     pic s9(04)v99.
       77  ws-nrm-soma-maximas                     pic s9(04)v99.
       77  ws-nrm-chuva-mes                        pic 9(05)v9.
       77  ws-nrm-media-mes                        pic s9(02)v99.
       77  ws-nrm-variancia                        pic s9(06)v9999.
       77  ws-nrm-qtd-estacoes                     pic 9(02).

      *>---Raiz quadrada por aproximacoes sucessivas (Newton), p/ o desvio
      *>---padrao: ws-raiz-valor -> ws-raiz-resultado
       77  ws-raiz-valor                           pic 9(06)v9999.
       77  ws-raiz-resultado                       pic 9(04)v9999.
       77  ws-raiz-passo                           pic 9(02).

       01  ws-normais-mes.
           05 ws-nrm occurs 12.
              10 ws-nrm-anos                       pic 9(03).
              10 ws-nrm-soma-media                 pic s9(05)v99.
              10 ws-nrm-soma-quad                  pic s9(07)v9999.
              10 ws-nrm-soma-min                   pic s9(05)v99.
              10 ws-nrm-soma-max                   pic s9(05)v99.
              10 ws-nrm-soma-chuva                 pic 9(07)v9.

       01  ws-linha-normal.
           05 lnr-estacao                          pic x(10).
           05 filler                               pic x(01) value ";".
           05 lnr-mes                              pic 9(02).
           05 filler                               pic x(01) value ";".
           05 lnr-ano-ini                          pic 9(04).
           05 filler                               pic x(01) value ";".
           05 lnr-ano-fim                          pic 9(04).
           05 filler                               pic x(01) value ";".
           05 lnr-media                            pic -99,99.
           05 filler                               pic x(01) value ";".
           05 lnr-desvio                           pic 99,99.
           05 filler                               pic x(01) value ";".
           05 lnr-media-min                        pic -99,99.
           05 filler                               pic x(01) value ";".
           05 lnr-media-max                        pic -99,99.
           05 filler                               pic x(01) value ";".
           05 lnr-chuva                            pic 9999,9.
           05 filler                               pic x(01) value ";".
           05 lnr-anos                             pic 9(03).

      *>---normal do mes em comparacao na anomalia
       77  ws-anm-tem-normal                       pic x(01).
       77  ws-anm-normal-media                     pic s9(02)v99.
       77  ws-anm-normal-desvio                    pic 9(02)v99.
       77  ws-anm-normal-chuva                     pic 9(04)v9.
       77  ws-anm-normal-anos                      pic 9(03).
       77  ws-anm-graus                            pic s9(02)v99.
       77  ws-anm-desvios                          pic s9(03)v99.
       77  ws-anm-qtd-fora                         pic 9(03).
       77  ws-anm-qtd-frageis                      pic 9(03).
       77  ws-anm-fora                             pic x(01).

       01  ws-cabecalho-anomalias.
           05 filler                               pic x(17) value "ANOMALIAS DO MES ".
           05 wam-mes                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wam-ano                              pic 9(04).
           05 filler                               pic x(36) value " CONTRA AS NORMAIS - Gerado em ".
           05 wam-dia-ger                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wam-mes-ger                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wam-ano-ger                          pic 9(04).

       01  ws-limites-anomalias.
           05 filler                               pic x(37) value "Anos minimos p/ confiar na normal: ".
           05 wla-anos                             pic z9.
           05 filler                               pic x(40) value "   Dias minimos p/ o mes entrar nela: ".
           05 wla-dias                             pic z9.

       01  ws-colunas-anomalias.
           05 filler                               pic x(11) value "ESTACAO".
           05 filler                               pic x(16) value "REGIAO".
           05 filler                               pic x(08) value "MEDIA".
           05 filler                               pic x(08) value "NORMAL".
           05 filler                               pic x(07) value "DP".
           05 filler                               pic x(08) value "ANOM C".
           05 filler                               pic x(09) value "ANOM DP".
           05 filler                               pic x(05) value "ANOS".
           05 filler                               pic x(08) value "CHUVA".
           05 filler                               pic x(08) value "CH.NORM".
           05 filler                               pic x(08) value "SITUACAO".

       01  ws-linha-anomalias.
           05 lan-estacao                          pic x(10).
           05 filler                               pic x(01) value space.
           05 lan-regiao                           pic x(15).
           05 filler                               pic x(01) value space.
           05 lan-media                            pic -99,99.
           05 filler                               pic x(02) value spaces.
           05 lan-normal                           pic -99,99.
           05 filler                               pic x(02) value spaces.
           05 lan-desvio                           pic z9,99.
           05 filler                               pic x(02) value spaces.
           05 lan-anom-graus                       pic +99,99.
           05 filler                               pic x(02) value spaces.
           05 lan-anom-dp                          pic +99,99.
           05 filler                               pic x(03) value spaces.
           05 lan-anos                             pic zz9.
           05 filler                               pic x(02) value spaces.
           05 lan-chuva                            pic zzz9,9.
           05 filler                               pic x(02) value spaces.
           05 lan-chuva-normal                     pic zzz9,9.
           05 filler                               pic x(02) value spaces.
           05 lan-situacao                         pic x(30).

       01  ws-rodape-anomalias.
           05 filler                               pic x(26) value "Estacoes fora de +/-2 DP: ".
           05 wra-fora                             pic zz9.
           05 filler                               pic x(29) value "   Normais com poucos anos: ".
           05 wra-frageis                          pic zz9.

      *>---Boletim agrometeorologico semanal (diretiva BOLETIM): os 7 dias ate
      *>---a data pedida, a chuva da safra contra a safra anterior ate o mesmo
      *>---ponto, a sequencia de dias secos e as noites da semana com o ponto
      *>---de orvalho e o risco de geada; a noite de um dia vai das 18h da
      *>---vespera as 06:59 do dia
       77  ws-fs-boletim                           pic 9(02).
       77  ws-fs-boletim-int                       pic 9(02).
       77  ws-nome-boletim                         pic x(40).
       77  ws-nome-boletim-int                     pic x(40).
       77  ws-mes-inicio-safra                     pic 9(02) value 07.
       77  ws-limiar-geada                         pic s9(02)v99 value 3,00.
       77  ws-bol-chuva-minima                     pic 9(01)v9 value 1,0.
       77  ws-bol-fase                             pic x(01).
           88 fase-safra-atual                     value "A".
           88 fase-safra-anterior                  value "P".
       77  ws-bol-valida                           pic x(01).
       77  ws-bol-data-lida                        pic 9(08).
       77  ws-bol-data-cache                       pic 9(08).
       77  ws-bol-dias-leitura                     pic 9(07).
       77  ws-bol-dias-fim                         pic 9(07).
       77  ws-bol-dias-ini                         pic 9(07).
       77  ws-bol-dias-safra                       pic 9(07).
       77  ws-bol-dias-leitura-ini                 pic 9(07).
       77  ws-bol-dia-corrente                     pic 9(07).
       77  ws-bol-chuva-corrente                   pic 9(04)v9.
       77  ws-bol-ultima-chuva                     pic 9(07).
       77  ws-bol-pos                              pic s9(07).
       77  ws-bol-noite-pos                        pic s9(07).
       77  ws-bol-sub                              pic 9(02).
       77  ws-bol-idx                              pic 9(02).
       77  ws-bol-reg-idx                          pic 9(02).
       77  ws-bol-reg-achada                       pic 9(02).
       77  ws-bol-orvalho                          pic s9(03)v99.
       77  ws-bol-diferenca                        pic s9(05)v9.
       77  ws-bol-qtd-geada                        pic 9(03).
       77  ws-bol-nivel-geada                      pic x(08).
       77  ws-bol-tem-orvalho                      pic x(01).
       77  ws-bol-qtd-int-e                        pic 9(05).
       77  ws-bol-qtd-int-n                        pic 9(05).

       01  ws-bol-data-param.
           05 ws-bol-par-dia                       pic 9(02).
           05 ws-bol-par-mes                       pic 9(02).
           05 ws-bol-par-ano                       pic 9(04).

      *>---datas do boletim, todas aaaammdd como as do periodo da extracao
       01  ws-bol-data-fim.
           05 ws-bol-fim-ano                       pic 9(04).
           05 ws-bol-fim-mes                       pic 9(02).
           05 ws-bol-fim-dia                       pic 9(02).
       01  ws-bol-data-ini.
           05 ws-bol-ini-ano                       pic 9(04).
           05 ws-bol-ini-mes                       pic 9(02).
           05 ws-bol-ini-dia                       pic 9(02).
       01  ws-bol-data-leitura-ini.
           05 ws-bol-lei-ano                       pic 9(04).
           05 ws-bol-lei-mes                       pic 9(02).
           05 ws-bol-lei-dia                       pic 9(02).
       01  ws-bol-data-safra.
           05 ws-bol-saf-ano                       pic 9(04).
           05 ws-bol-saf-mes                       pic 9(02).
           05 ws-bol-saf-dia                       pic 9(02).
       01  ws-bol-data-ant-ini.
           05 ws-bol-ain-ano                       pic 9(04).
           05 ws-bol-ain-mes                       pic 9(02).
           05 ws-bol-ain-dia                       pic 9(02).
       01  ws-bol-data-ant-fim.
           05 ws-bol-afi-ano                       pic 9(04).
           05 ws-bol-afi-mes                       pic 9(02).
           05 ws-bol-afi-dia                       pic 9(02).
       01  ws-bol-data-calc.
           05 ws-bol-cal-ano                       pic 9(04).
           05 ws-bol-cal-mes                       pic 9(02).
           05 ws-bol-cal-dia                       pic 9(02).

      *>---os 7 dias da semana, do mais antigo ao da data pedida
       01  ws-bol-semana.
           05 ws-bol-data-semana occurs 7.
              10 ws-bol-sem-ano                    pic 9(04).
              10 ws-bol-sem-mes                    pic 9(02).
              10 ws-bol-sem-dia                    pic 9(02).

       01  ws-boletim-estacoes.
           05 ws-qtd-bol                           pic 9(02) value zero.
           05 ws-bol occurs 10.
              10 ws-bol-codigo                     pic x(10).
              10 ws-bol-regiao                     pic x(15).
              10 ws-bol-qtd-leituras               pic 9(07).
              10 ws-bol-chuva-semana               pic 9(04)v9.
              10 ws-bol-dias-chuva                 pic 9(01).
              10 ws-bol-dias-com-leitura           pic 9(01).
              10 ws-bol-dias-secos                 pic 9(04).
              10 ws-bol-seco-janela                pic x(01).
              10 ws-bol-chuva-safra                pic 9(05)v9.
              10 ws-bol-chuva-anterior             pic 9(05)v9.
              10 ws-bol-dia occurs 7.
                 15 ws-bol-tem-dia                 pic x(01).
                 15 ws-bol-chuva-dia               pic 9(04)v9.
              10 ws-bol-noite occurs 7.
                 15 ws-bol-tem-noite               pic x(01).
                 15 ws-bol-noite-min               pic s9(02)v99.
                 15 ws-bol-noite-umid              pic 9(03).

       01  ws-boletim-regioes.
           05 ws-qtd-bol-regioes                   pic 9(02) value zero.
           05 ws-bol-reg occurs 10.
              10 ws-bol-reg-nome                   pic x(15).
              10 ws-bol-reg-qtd                    pic 9(02).
              10 ws-bol-reg-semana                 pic 9(05)v9.
              10 ws-bol-reg-safra                  pic 9(06)v9.
              10 ws-bol-reg-anterior               pic 9(06)v9.

       01  ws-cabecalho-boletim.
           05 filler                               pic x(46) value "BOLETIM AGROMETEOROLOGICO SEMANAL - SEMANA DE ".
           05 wbo-ini-dia                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbo-ini-mes                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbo-ini-ano                          pic 9(04).
           05 filler                               pic x(03) value " A ".
           05 wbo-fim-dia                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbo-fim-mes                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbo-fim-ano                          pic 9(04).
           05 filler                               pic x(14) value " - Gerado em ".
           05 wbo-dia-ger                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbo-mes-ger                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbo-ano-ger                          pic 9(04).

       01  ws-criterios-boletim.
           05 filler                               pic x(14) value "Safra desde ".
           05 wbc-saf-dia                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbc-saf-mes                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbc-saf-ano                          pic 9(04).
           05 filler                               pic x(14) value " (anterior: ".
           05 wbc-ain-dia                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbc-ain-mes                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbc-ain-ano                          pic 9(04).
           05 filler                               pic x(03) value " a ".
           05 wbc-afi-dia                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbc-afi-mes                          pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wbc-afi-ano                          pic 9(04).
           05 filler                               pic x(21) value ")  Dia de chuva: >= ".
           05 wbc-chuva-min                        pic 9,9.
           05 filler                               pic x(29) value " mm  Risco de geada: min <= ".
           05 wbc-geada                            pic -99,99.
           05 filler                               pic x(02) value " C".

       01  ws-regiao-boletim.
           05 filler                               pic x(08) value "REGIAO: ".
           05 wbr-regiao                           pic x(15).

       01  ws-colunas-boletim.
           05 filler                               pic x(12) value "ESTACAO".
           05 filler                               pic x(08) value "CH.7D".
           05 filler                               pic x(04) value "DC".
           05 filler                               pic x(07) value "SECOS".
           05 filler                               pic x(09) value "CH.SAFRA".
           05 filler                               pic x(09) value "SAF.ANT".
           05 filler                               pic x(10) value "DIFERENCA".
           05 filler                               pic x(04) value "DL".
           05 filler                               pic x(09) value "ORVALHO".
           05 wbk-noite occurs 7.
              10 wbk-dia                           pic 9(02).
              10 filler                            pic x(01) value "/".
              10 wbk-mes                           pic 9(02).
              10 filler                            pic x(01) value space.

       01  ws-linha-boletim.
           05 lbo-estacao                          pic x(10).
           05 filler                               pic x(02) value spaces.
           05 lbo-chuva-semana                     pic zzz9,9.
           05 filler                               pic x(02) value spaces.
           05 lbo-dias-chuva                       pic z9.
           05 filler                               pic x(02) value spaces.
           05 lbo-dias-secos                       pic zzz9.
           05 lbo-seco-janela                      pic x(01).
           05 filler                               pic x(02) value spaces.
           05 lbo-chuva-safra                      pic zzzz9,9.
           05 filler                               pic x(02) value spaces.
           05 lbo-chuva-anterior                   pic zzzz9,9.
           05 filler                               pic x(02) value spaces.
           05 lbo-diferenca                        pic +zzzz9,9.
           05 filler                               pic x(02) value spaces.
           05 lbo-dias-leitura                     pic z9.
           05 filler                               pic x(11) value spaces.
           05 lbo-orvalho occurs 7.
              10 lbo-orvalho-x                     pic x(05).
              10 lbo-orvalho-valor redefines
                 lbo-orvalho-x                     pic -z9,9.
              10 filler                            pic x(01) value space.
           05 filler                               pic x(01) value space.
           05 lbo-obs                              pic x(18).

       01  ws-media-regiao-boletim.
           05 filler                               pic x(12) value "  MEDIA".
           05 lbm-chuva-semana                     pic zzz9,9.
           05 filler                               pic x(13) value spaces.
           05 lbm-chuva-safra                      pic zzzz9,9.
           05 filler                               pic x(02) value spaces.
           05 lbm-chuva-anterior                   pic zzzz9,9.
           05 filler                               pic x(02) value spaces.
           05 lbm-diferenca                        pic +zzzz9,9.
           05 filler                               pic x(04) value spaces.
           05 lbm-qtd                              pic z9.
           05 filler                               pic x(09) value " estacoes".

       01  ws-linha-geada.
           05 filler                               pic x(02) value spaces.
           05 lge-estacao                          pic x(10).
           05 filler                               pic x(01) value space.
           05 lge-regiao                           pic x(15).
           05 filler                               pic x(08) value " noite ".
           05 lge-dia                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 lge-mes                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 lge-ano                              pic 9(04).
           05 filler                               pic x(07) value "  min ".
           05 lge-minima                           pic -99,99.
           05 filler                               pic x(08) value "  umid ".
           05 lge-umid                             pic zz9.
           05 filler                               pic x(11) value "%  orvalho ".
           05 lge-orvalho-x                        pic x(06).
           05 lge-orvalho redefines
              lge-orvalho-x                        pic -99,99.
           05 filler                               pic x(02) value spaces.
           05 lge-nivel                            pic x(08).

       01  ws-rodape-boletim.
           05 filler                               pic x(10) value "Estacoes: ".
           05 wbf-estacoes                         pic z9.
           05 filler                               pic x(12) value "   Regioes: ".
           05 wbf-regioes                          pic z9.
           05 filler                               pic x(31) value "   Noites com risco de geada: ".
           05 wbf-geada                            pic zz9.

      *>---linhas do intercambio do boletim
       01  ws-int-cabecalho-boletim.
           05 filler                               pic x(02) value "H;".
           05 ibh-ini-ano                          pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ibh-ini-mes                          pic 9(02).
           05 filler                               pic x(01) value "-".
           05 ibh-ini-dia                          pic 9(02).
           05 filler                               pic x(01) value ";".
           05 ibh-fim-ano                          pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ibh-fim-mes                          pic 9(02).
           05 filler                               pic x(01) value "-".
           05 ibh-fim-dia                          pic 9(02).
           05 filler                               pic x(01) value ";".
           05 ibh-saf-ano                          pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ibh-saf-mes                          pic 9(02).
           05 filler                               pic x(01) value "-".
           05 ibh-saf-dia                          pic 9(02).

       01  ws-int-estacao-boletim.
           05 filler                               pic x(02) value "E;".
           05 ibe-regiao                           pic x(15).
           05 filler                               pic x(01) value ";".
           05 ibe-estacao                          pic x(10).
           05 filler                               pic x(01) value ";".
           05 ibe-chuva-semana                     pic 9999,9.
           05 filler                               pic x(01) value ";".
           05 ibe-dias-chuva                       pic 9(01).
           05 filler                               pic x(01) value ";".
           05 ibe-dias-secos                       pic 9(04).
           05 filler                               pic x(01) value ";".
           05 ibe-seco-janela                      pic x(01).
           05 filler                               pic x(01) value ";".
           05 ibe-chuva-safra                      pic 99999,9.
           05 filler                               pic x(01) value ";".
           05 ibe-chuva-anterior                   pic 99999,9.
           05 filler                               pic x(01) value ";".
           05 ibe-dias-leitura                     pic 9(01).

       01  ws-int-noite-boletim.
           05 filler                               pic x(02) value "N;".
           05 ibn-regiao                           pic x(15).
           05 filler                               pic x(01) value ";".
           05 ibn-estacao                          pic x(10).
           05 filler                               pic x(01) value ";".
           05 ibn-ano                              pic 9(04).
           05 filler                               pic x(01) value "-".
           05 ibn-mes                              pic 9(02).
           05 filler                               pic x(01) value "-".
           05 ibn-dia                              pic 9(02).
           05 filler                               pic x(01) value ";".
           05 ibn-minima                           pic -99,99.
           05 filler                               pic x(01) value ";".
           05 ibn-umid                             pic 9(03).
           05 filler                               pic x(01) value ";".
           05 ibn-orvalho-x                        pic x(06).
           05 ibn-orvalho redefines
              ibn-orvalho-x                        pic -99,99.
           05 filler                               pic x(01) value ";".
           05 ibn-geada                            pic x(01).

       01  ws-int-rodape-boletim.
           05 filler                               pic x(02) value "T;".
           05 ibt-estacoes                         pic 9(05).
           05 filler                               pic x(01) value ";".
           05 ibt-noites                           pic 9(05).
           05 filler                               pic x(01) value ";".
           05 ibt-geada                            pic 9(03).

      *>---Importacao do historico do servico nacional (diretiva IMPORTA): cada
      *>---linha passa pela tabela de correspondencia, pelo fuso da estacao e
      *>---pelas mesmas checagens de faixa, plausibilidade e duplicidade das
      *>---entregas; o que for anterior ao ano de corte da retencao vai direto
      *>---p/ o arquivo morto do ano, o resto p/ o mestre
       77  ws-fs-importacao                        pic 9(02).
       77  ws-fs-imp-xref                          pic 9(02).
       77  ws-fs-checkpoint                        pic 9(02).
       77  ws-fs-imp-rejeitados                    pic 9(02).
       77  ws-fs-rel-importacao                    pic 9(02).
       77  ws-nome-rel-importacao                  pic x(40).
       77  ws-imp-retencao-pedida                  pic 9(02).
       77  ws-imp-intervalo-ckp                    pic 9(05) value 500.
       77  ws-imp-desde-ckp                        pic 9(05).
       77  ws-imp-linha-atual                      pic 9(09).
       77  ws-imp-retomada                         pic x(01).
       77  ws-imp-ja-gravada                       pic x(01).
       77  ws-imp-valida                           pic x(01).
       77  ws-imp-motivo                           pic x(40).
       77  ws-imp-estacao-ant                      pic x(10).
       77  ws-imp-ano-aberto                       pic 9(04).
       77  ws-imp-ano-idx                          pic 9(02).
       77  ws-imp-sem-idx                          pic 9(02).
       77  ws-imp-hora-local                       pic s9(03).
       77  ws-imp-xref-idx                         pic 9(03).
       77  ws-imp-xref-achado                      pic 9(03).
       77  ws-imp-total-arquivos                   pic 9(09).
       77  ws-imp-total-rejeitadas                 pic 9(09).
       77  ws-imp-fuso-invalidos                   pic 9(03).

      *>---fuso da correspondencia: sinal opcional e 1 ou 2 digitos, -12 a +14
       77  ws-fuso-ok                              pic x(01).
       77  ws-fuso-sinal                           pic x(01).
       77  ws-fuso-resto                           pic x(02).
       77  ws-fuso-valor                           pic s9(02).
       01  ws-fuso-digitos                         pic x(02).
       01  ws-fuso-digitos-n redefines
           ws-fuso-digitos                         pic 9(02).

       01  ws-imp-xref-tabela.
           05 ws-qtd-imp-xref                      pic 9(03) value zero.
           05 ws-imp-xref occurs 100.
              10 ws-ixr-nacional                   pic x(10).
              10 ws-ixr-codigo                     pic x(10).
              10 ws-ixr-fuso                       pic s9(02).

      *>---campos da linha nacional, como chegam
       01  ws-imp-campos.
           05 ws-imp-cod-x                         pic x(10).
           05 ws-imp-data-x.
              10 ws-imp-ano-x                      pic x(04).
              10 ws-imp-sep1                       pic x(01).
              10 ws-imp-mes-x                      pic x(02).
              10 ws-imp-sep2                       pic x(01).
              10 ws-imp-dia-x                      pic x(02).
           05 ws-imp-hora-x.
              10 ws-imp-hh-x                       pic x(02).
              10 ws-imp-mm-x                       pic x(02).
              10 filler                            pic x(06).
           05 ws-imp-temp-x                        pic x(08).
           05 ws-imp-umid-x                        pic x(08).
           05 ws-imp-chuva-x                       pic x(08).

      *>---a leitura ja convertida, na hora local da estacao do cadastro
       01  ws-imp-leitura.
           05 ws-imp-estacao                       pic x(10).
           05 ws-imp-ano                           pic 9(04).
           05 ws-imp-mes                           pic 9(02).
           05 ws-imp-dia                           pic 9(02).
           05 ws-imp-hora                          pic 9(02).
           05 ws-imp-min                           pic 9(02).
           05 ws-imp-temp                          pic s9(02)v99.
           05 ws-imp-umid                          pic 9(03).
           05 ws-imp-chuva                         pic 9(03)v9.

      *>---valor com ponto decimal e sinal opcional -> ws-dec-valor
       77  ws-dec-entrada                          pic x(08).
       77  ws-dec-trabalho                         pic x(08).
       77  ws-dec-sinal                            pic x(01).
       77  ws-dec-ok                               pic x(01).
       77  ws-dec-valor                            pic s9(04)v99.
       01  ws-dec-partes.
           05 ws-dec-inteira                       pic x(04) justified right.
           05 ws-dec-inteira-n redefines
              ws-dec-inteira                       pic 9(04).
           05 ws-dec-fracao                        pic x(02).
           05 ws-dec-fracao-n redefines
              ws-dec-fracao                        pic 9(02).

      *>---contagens da importacao, gravadas inteiras no ponto de controle
       01  ws-imp-controle.
           05 ws-imp-ctl-lote                      pic 9(08).
           05 ws-imp-ctl-retencao                  pic 9(02).
           05 ws-imp-ctl-corte                     pic 9(04).
           05 ws-imp-ctl-lidas                     pic 9(09).
           05 ws-imp-ctl-mestre                    pic 9(09).
           05 ws-imp-ctl-duplicadas                pic 9(09).
           05 ws-imp-ctl-sem-mapa                  pic 9(09).
           05 ws-imp-ctl-rej-invalida              pic 9(09).
           05 ws-imp-ctl-rej-faixa                 pic 9(09).
           05 ws-imp-ctl-rej-travado               pic 9(09).
           05 ws-imp-ctl-rej-salto                 pic 9(09).
           05 ws-imp-ctl-qtd-anos                  pic 9(02).
           05 ws-imp-ctl-ano occurs 30.
              10 ws-imp-ctl-ano-num                pic 9(04).
              10 ws-imp-ctl-ano-qtd                pic 9(09).
           05 ws-imp-ctl-qtd-sem                   pic 9(02).
           05 ws-imp-ctl-sem occurs 50.
              10 ws-imp-ctl-sem-cod                pic x(10).
              10 ws-imp-ctl-sem-qtd                pic 9(09).
           05 ws-imp-ctl-ultima-linha              pic x(120).

       01  ws-linha-imp-rejeitada.
           05 irl-lote                             pic 9(08).
           05 filler                               pic x(01) value ";".
           05 irl-linha                            pic x(120).
           05 filler                               pic x(01) value ";".
           05 irl-motivo                           pic x(40).

       01  ws-cabecalho-importacao.
           05 filler                               pic x(41) value "IMPORTACAO DO HISTORICO NACIONAL - Lote ".
           05 wim-lote                             pic 9(08).
           05 filler                               pic x(13) value " - Gerado em ".
           05 wim-dia                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wim-mes                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wim-ano                              pic 9(04).
           05 filler                               pic x(01) value space.
           05 wim-hora                             pic 9(02).
           05 filler                               pic x(01) value ":".
           05 wim-min                              pic 9(02).

       01  ws-criterios-importacao.
           05 filler                               pic x(10) value "Retencao: ".
           05 wic-retencao                         pic z9.
           05 filler                               pic x(22) value " anos   Ano de corte: ".
           05 wic-corte                            pic 9(04).
           05 filler                               pic x(42) value " (anteriores direto p/ os arquivos mortos)".

       01  ws-retomada-importacao.
           05 filler                               pic x(55) value "Execucao retomada do ponto de controle, apos a linha ".
           05 wir-linha                            pic zzzzzzzz9.

       01  ws-linha-importacao.
           05 lim-descricao                        pic x(48).
           05 lim-qtd                              pic zzzzzzzz9.

       01  ws-rodape-importacao.
           05 filler                               pic x(78) value "Batimento (lidas = mestre + arquivos + rejeitadas + duplicadas + sem corr.): ".
           05 wri-situacao                         pic x(10).

      *>---Deteccao de eventos de onda de frio/calor (requisito 018): a cauda do
      *>---mes anterior e o mes carregado formam uma serie continua, para que um
      *>---evento que comecou na virada do mes nao seja perdido
       77  ws-fs-alertas                           pic 9(02).
       77  ws-nome-alertas                         pic x(40).

       01  ws-mes-anterior-carga.
           05 ws-qtd-dias-ant                      pic 9(02) value zero.
           05 ws-ant occurs 31.
              10 ws-ant-dia                        pic 9(02).
              10 ws-ant-mes                        pic 9(02).
              10 ws-ant-ano                        pic 9(04).
              10 ws-ant-min                        pic s9(02)v99.
              10 ws-ant-max                        pic s9(02)v99.

       01  ws-serie-eventos.
           05 ws-qtd-serie                         pic 9(02) value zero.
           05 ws-serie occurs 62.
              10 ws-ser-dia                        pic 9(02).
              10 ws-ser-mes                        pic 9(02).
              10 ws-ser-ano                        pic 9(04).
              10 ws-ser-min                        pic s9(02)v99.
              10 ws-ser-max                        pic s9(02)v99.
              10 ws-ser-mes-atual                  pic x(01).

       77  ws-tipo-evento                          pic x(05).
           88 evento-frio                          value "FRIO ".
           88 evento-calor                         value "CALOR".
       77  ws-duracao-evento                       pic 9(02) value zero.
       77  ws-pico-evento                          pic s9(02)v99.
       77  ws-evento-no-mes                        pic x(01) value "N".
       77  ws-mes-anterior                         pic 9(02).
       77  ws-ano-anterior                         pic 9(04).

       01  ws-inicio-evento.
           05 ws-ini-dia                           pic 9(02).
           05 ws-ini-mes                           pic 9(02).
           05 ws-ini-ano                           pic 9(04).

       01  ws-fim-evento.
           05 ws-fim-dia                           pic 9(02).
           05 ws-fim-mes                           pic 9(02).
           05 ws-fim-ano                           pic 9(04).

      *>---Proxima data de calendario esperada para a sequencia continuar
       01  ws-data-seguinte.
           05 ws-seg-dia                           pic 9(02).
           05 ws-seg-mes                           pic 9(02).
           05 ws-seg-ano                           pic 9(04).

       01  ws-linha-alerta.
           05 alr-estacao                          pic x(10).
           05 filler                               pic x(01) value ";".
           05 alr-tipo                             pic x(05).
           05 filler                               pic x(01) value ";".
           05 alr-ini-ano                          pic 9(04).
           05 filler                               pic x(01) value "-".
           05 alr-ini-mes                          pic 9(02).
           05 filler                               pic x(01) value "-".
           05 alr-ini-dia                          pic 9(02).
           05 filler                               pic x(01) value ";".
           05 alr-fim-ano                          pic 9(04).
           05 filler                               pic x(01) value "-".
           05 alr-fim-mes                          pic 9(02).
           05 filler                               pic x(01) value "-".
           05 alr-fim-dia                          pic 9(02).
           05 filler                               pic x(01) value ";".
           05 alr-duracao                          pic 9(02).
           05 filler                               pic x(01) value ";".
           05 alr-pico                             pic -99,99.

      *>---Historico das estatisticas mensais da estacao corrente, relido do
      *>---arquivo permanente para o relatorio de tendencia (requisito 017);
      *>---20 anos de historico mensal por estacao
       77  ws-fs-estat-hist                        pic 9(02).
       77  ws-fs-tendencia                         pic 9(02).
       77  ws-nome-estat-hist                      pic x(30).
              10 ws-hist-media                     pic s9(02)v99.
              10 ws-hist-minima                    pic s9(02)v99.
              10 ws-hist-maxima                    pic s9(02)v99.
              10 ws-hist-tem-graus                 pic x(01).
              10 ws-hist-gda                       pic 9(04)v99.
              10 ws-hist-gdr                       pic 9(04)v99.

       77  ws-hist-idx                             pic 9(03).
       77  ws-hist-achado                          pic 9(03) value zero.
           05 mlog-temp-max                        pic -99,99.
           05 filler                               pic x(03) value spaces.
           05 mlog-resultado                       pic x(25).
           05 filler                               pic x(03) value spaces.
           05 mlog-aprovador                       pic x(10).
           05 filler                               pic x(03) value spaces.
           05 mlog-pendencia                       pic x(16).

      *>---Espelho do registro do cadastro p/ a regravacao: os ";" de
      *>---separacao precisam vir daqui (value de filler nao vale na fd)
           05 filler                               pic x(03) value spaces.
           05 rkr-media                            pic -99,99.

      *>---Consistencia regional: as medias, minimas e maximas diarias de cada
      *>---estacao ativa da regiao da estacao solicitada sao relidas do mestre
      *>---(so dias medidos, nunca estimados) e, dia a dia, a estacao e
      *>---comparada contra a mediana das demais; abaixo de tres estacoes com
      *>---leitura no dia, o dia nao e verificavel
       77  ws-fs-consistencia                      pic 9(02).
       77  ws-fs-suspeitos                         pic 9(02).
      *> 40 posicoes: "arqTempSuspeitos_" + codigo de 10 + ".txt" passa de 30
       77  ws-nome-consistencia                    pic x(40).
       77  ws-nome-suspeitos                       pic x(40).
       77  ws-tolerancia-regional                  pic s9(02)v99 value 3,00.
       77  ws-viz-idx                              pic 9(02).
       77  ws-viz-propria                          pic 9(02).
       77  ws-viz-dia-corrente                     pic 9(02).
       77  ws-viz-qtd-leituras                     pic 9(04).
       77  ws-viz-soma                             pic s9(06)v99.
       77  ws-qtd-reportando                       pic 9(02).
       77  ws-qtd-dias-verificados                 pic 9(02).
       77  ws-qtd-dias-fora                        pic 9(02).
       77  ws-qtd-dias-nao-verif                   pic 9(02).
       77  ws-qtd-suspeitos-novos                  pic 9(03).
       77  ws-dia-fora                             pic x(01).
       77  ws-grandeza                             pic x(06).
       77  ws-valor-estacao                        pic s9(02)v99.
       77  ws-mediana                              pic s9(02)v99.
       77  ws-desvio-regional                      pic s9(03)v99.
       77  ws-desvio-absoluto                      pic 9(03)v99.
       77  ws-ord-i                                pic 9(02).
       77  ws-ord-j                                pic 9(02).
       77  ws-ord-aux                              pic s9(02)v99.
       77  ws-meio                                 pic 9(02).
       77  ws-resto-meio                           pic 9(01).
       77  ws-suspeito-ja-listado                  pic x(01).

       01  ws-vizinhos-regiao.
           05 ws-qtd-viz                           pic 9(02) value zero.
           05 ws-viz occurs 10.
              10 ws-viz-codigo                     pic x(10).
              10 ws-viz-dia occurs 31.
                 15 ws-viz-tem                     pic x(01).
                 15 ws-viz-min                     pic s9(02)v99.
                 15 ws-viz-max                     pic s9(02)v99.
                 15 ws-viz-media                   pic s9(02)v99.

      *>---Valores do dia em ordenacao p/ a mediana
       01  ws-valores-mediana.
           05 ws-qtd-valores                       pic 9(02).
           05 ws-valor-med occurs 10               pic s9(02)v99.

      *>---Suspeitos do mes ja pendentes no arquivo da estacao (data+grandeza),
      *>---p/ que reprocessar o mes nao repita a mesma linha
       01  ws-suspeitos-pendentes.
           05 ws-qtd-sus-pend                      pic 9(03) value zero.
           05 ws-sus-pend occurs 93                pic x(19).

       01  ws-cabecalho-consistencia.
           05 filler                               pic x(33) value "Consistencia regional - estacao: ".
           05 wcs-estacao                          pic x(10).
           05 filler                               pic x(10) value "  regiao: ".
           05 wcs-regiao                           pic x(15).
           05 filler                               pic x(02) value spaces.
           05 wcs-mes                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 wcs-ano                              pic 9(04).
           05 filler                               pic x(14) value "  tolerancia: ".
           05 wcs-tolerancia                       pic 9,99.

       01  ws-linha-consistencia.
           05 cns-dia                              pic z9.
           05 filler                               pic x(01) value "/".
           05 cns-mes                              pic z9.
           05 filler                               pic x(01) value "/".
           05 cns-ano                              pic 9(04).
           05 filler                               pic x(03) value spaces.
           05 cns-grandeza                         pic x(06).
           05 filler                               pic x(11) value "  estacao: ".
           05 cns-valor                            pic -99,99.
           05 filler                               pic x(20) value "  mediana regional: ".
           05 cns-mediana                          pic -99,99.
           05 filler                               pic x(10) value "  desvio: ".
           05 cns-desvio                           pic -999,99.
           05 filler                               pic x(12) value "  estacoes: ".
           05 cns-qtd                              pic z9.
           05 filler                               pic x(03) value spaces.
           05 cns-flag                             pic x(18).

       01  ws-linha-nao-verificavel.
           05 cnv-dia                              pic z9.
           05 filler                               pic x(01) value "/".
           05 cnv-mes                              pic z9.
           05 filler                               pic x(01) value "/".
           05 cnv-ano                              pic 9(04).
           05 filler                               pic x(21) value "   NAO VERIFICAVEL - ".
           05 cnv-qtd                              pic z9.
           05 filler                               pic x(40)
              value " estacao(oes) da regiao com leitura".

       01  ws-rodape-consistencia.
           05 filler                               pic x(18) value "Dias verificados: ".
           05 wrc-verificados                      pic z9.
           05 filler                               pic x(22) value "  Fora da tolerancia: ".
           05 wrc-fora                             pic z9.
           05 filler                               pic x(20) value "  Nao verificaveis: ".
           05 wrc-nao-verif                        pic z9.
           05 filler                               pic x(20) value "  Suspeitos novos: ".
           05 wrc-suspeitos                        pic zz9.

      *>---Linha relida da lista de suspeitos da estacao
       01  ws-suspeito-lido.
           05 sul-chave.
              10 filler                            pic x(03).
              10 sul-mes                           pic x(02).
              10 filler                            pic x(01).
              10 sul-ano                           pic x(04).
              10 filler                            pic x(09).
           05 filler                               pic x(71).

      *>---Linha da lista de suspeitos; os 19 primeiros caracteres (data e
      *>---grandeza) identificam o suspeito na conferencia de repeticao
       01  ws-linha-suspeito.
           05 sus-chave.
              10 sus-dia                           pic z9.
              10 filler                            pic x(01) value "/".
              10 sus-mes                           pic z9.
              10 filler                            pic x(01) value "/".
              10 sus-ano                           pic 9(04).
              10 filler                            pic x(03) value spaces.
              10 sus-grandeza                      pic x(06).
           05 filler                               pic x(03) value spaces.
           05 sus-valor                            pic -99,99.
           05 filler                               pic x(11) value "  mediana: ".
           05 sus-mediana                          pic -99,99.
           05 filler                               pic x(10) value "  desvio: ".
           05 sus-desvio                           pic -999,99.
           05 filler                               pic x(03) value spaces.
           05 sus-motivo                           pic x(30)
              value "DESVIO DA MEDIANA REGIONAL".

      *>---Retificacao automatica de meses ja publicados: toda estacao/mes com
      *>---leitura incluida ou alterada no mestre (entrega atrasada ou correcao)
      *>---e anotada com o que estava publicado - a ultima linha do historico
      *>---de estatisticas e os alertas do mes; no fim da execucao os meses
      *>---publicados sao regerados (historico, alertas e graus-dia do mes) e o
      *>---relRetificacao traz o antes e o depois. O mes corrente ainda esta
      *>---aberto, com numeros parciais republicados a cada entrega, e nao entra
       77  ws-fs-meses-alterados                   pic 9(02).
       77  ws-fs-retificacao                       pic 9(02).
       77  ws-alt-estacao                          pic x(10).
       77  ws-alt-mes                              pic 9(02).
       77  ws-alt-ano                              pic 9(04).
       77  ws-alt-idx                              pic 9(03).
       77  ws-qtd-alt-publicados                   pic 9(03).
       77  ws-qtd-retificados                      pic 9(03).
      *>---ultimo mes conferido sem linha no historico: leituras seguidas do
      *>---mesmo mes nao recarregam o historico da estacao a cada gravacao
       01  ws-alt-ult-nao-publicado.
           05 ws-anp-estacao                       pic x(10) value spaces.
           05 ws-anp-mes                           pic 9(02) value zero.
           05 ws-anp-ano                           pic 9(04) value zero.
       77  ws-qtd-alertas-frio                     pic 9(02) value zero.
       77  ws-qtd-alertas-calor                    pic 9(02) value zero.
       77  ws-modo-retificacao                     pic x(01) value "N".
           88 retificacao-em-curso                 value "S".
       77  ws-edita-graus                          pic zzzz9,99.

       01  ws-alt-hoje.
           05 ws-alt-hoje-ano                      pic 9(04).
           05 ws-alt-hoje-mes                      pic 9(02).
           05 ws-alt-hoje-dia                      pic 9(02).

       01  ws-meses-alterados.
           05 ws-qtd-alt                           pic 9(03) value zero.
           05 ws-mal occurs 200.
              10 ws-mal-estacao                    pic x(10).
              10 ws-mal-mes                        pic 9(02).
              10 ws-mal-ano                        pic 9(04).
              10 ws-mal-publicado                  pic x(01).
              10 ws-mal-media                      pic s9(02)v99.
              10 ws-mal-minima                     pic s9(02)v99.
              10 ws-mal-maxima                     pic s9(02)v99.
              10 ws-mal-tem-graus                  pic x(01).
              10 ws-mal-gda                        pic 9(04)v99.
              10 ws-mal-gdr                        pic 9(04)v99.
              10 ws-mal-frio                       pic 9(02).
              10 ws-mal-calor                      pic 9(02).

      *>---Linha do arquivo de meses alterados, gravada e relida pelo programa
       01  ws-linha-mes-alterado.
           05 mal-estacao                          pic x(10).
           05 filler                               pic x(01) value ";".
           05 mal-mes                              pic 9(02).
           05 filler                               pic x(01) value ";".
           05 mal-ano                              pic 9(04).
           05 filler                               pic x(01) value ";".
           05 mal-publicado                        pic x(01).
           05 filler                               pic x(01) value ";".
           05 mal-media                            pic -99,99.
           05 filler                               pic x(01) value ";".
           05 mal-minima                           pic -99,99.
           05 filler                               pic x(01) value ";".
           05 mal-maxima                           pic -99,99.
           05 filler                               pic x(01) value ";".
           05 mal-tem-graus                        pic x(01).
           05 filler                               pic x(01) value ";".
           05 mal-gda                              pic 9999,99.
           05 filler                               pic x(01) value ";".
           05 mal-gdr                              pic 9999,99.
           05 filler                               pic x(01) value ";".
           05 mal-frio                             pic 9(02).
           05 filler                               pic x(01) value ";".
           05 mal-calor                            pic 9(02).

       01  ws-cabecalho-retificacao.
           05 filler                               pic x(35) value "Retificacao de meses publicados em ".
           05 wrt-ano                              pic 9(04).
           05 filler                               pic x(01) value "-".
           05 wrt-mes                              pic 9(02).
           05 filler                               pic x(01) value "-".
           05 wrt-dia                              pic 9(02).
           05 filler                               pic x(01) value " ".
           05 wrt-hora                             pic 9(02).
           05 filler                               pic x(01) value ":".
           05 wrt-min                              pic 9(02).
           05 filler                               pic x(01) value ":".
           05 wrt-seg                              pic 9(02).

       01  ws-colunas-retificacao.
           05 filler                               pic x(12) value "Estacao".
           05 filler                               pic x(09) value "Mes/Ano".
           05 filler                               pic x(08) value "Versao".
           05 filler                               pic x(08) value " Media".
           05 filler                               pic x(08) value "Minima".
           05 filler                               pic x(08) value "Maxima".
           05 filler                               pic x(10) value "     GDA".
           05 filler                               pic x(11) value "     GDR".
           05 filler                               pic x(06) value "Frio".
           05 filler                               pic x(05) value "Calor".

       01  ws-linha-retificacao.
           05 ret-estacao                          pic x(10).
           05 filler                               pic x(02) value spaces.
           05 ret-mes                              pic 9(02).
           05 filler                               pic x(01) value "/".
           05 ret-ano                              pic 9(04).
           05 filler                               pic x(02) value spaces.
           05 ret-versao                           pic x(06).
           05 filler                               pic x(02) value spaces.
           05 ret-media                            pic -99,99.
           05 filler                               pic x(02) value spaces.
           05 ret-minima                           pic -99,99.
           05 filler                               pic x(02) value spaces.
           05 ret-maxima                           pic -99,99.
           05 filler                               pic x(02) value spaces.
           05 ret-gda                              pic x(08).
           05 filler                               pic x(02) value spaces.
           05 ret-gdr                              pic x(08).
           05 filler                               pic x(03) value spaces.
           05 ret-frio                             pic z9.
           05 filler                               pic x(04) value spaces.
           05 ret-calor                            pic z9.
           05 filler                               pic x(03) value spaces.
           05 ret-obs                              pic x(30).

       01  ws-rodape-retificacao.
           05 filler                               pic x(19) value "Meses retificados: ".
           05 wrr-qtd                              pic zz9.

      *>---Correcao em processamento (requisito 015)
       77  ws-fs-correcoes                         pic 9(02).
       77  ws-fs-correcoes-log                     pic 9(02).
           05 clog-temp                            pic -99,99.
           05 filler                               pic x(03) value spaces.
           05 clog-resultado                       pic x(25).
           05 filler                               pic x(03) value spaces.
           05 clog-aprovador                       pic x(10).
           05 filler                               pic x(03) value spaces.
           05 clog-pendencia                       pic x(16).

       01  ws-cabecalho-reconciliacao.
           05 filler                               pic x(13) value "Dias no mes: ".
           *> validada contra ele antes de qualquer carga (requisito 011)
           perform carrega-cadastro-estacoes

           *> operadores autorizados, pendencias de segunda aprovacao e as
           *> decisoes dos aprovadores, antes de qualquer movimento ou correcao
           perform carrega-operadores
           perform carrega-pendencias
           perform carrega-aprovacoes

           *> aplica ao cadastro os movimentos de manutencao digitados, antes
           *> de qualquer validacao de solicitacao ou correcao (requisito 025)
           perform processa-movimentos-cadastro

           *> historico de instrumentos/calibracao, opcional: sem ele as
           *> leituras entram como chegam, na faixa do cadastro
           perform carrega-instrumentos

           *> meses alterados que uma execucao abortada deixou sem retificar
           perform carrega-meses-alterados

           *> ultima sequencia de entrega aceita por estacao, opcional: sem
           *> ele a primeira entrega com cabecalho de cada estacao abre a serie
           perform carrega-seq-entregas

           *> le os limiares de frio/calor de um arquivo de configuracao opcional; se o
           *> arquivo nao existir, mantem os valores padrao definidos no working-storage
           open input arqLimiares
                   if lim-margem-prev-x <> spaces then
                       move lim-margem-prev to ws-margem-previsao
                   end-if
                   *> tolerancia da consistencia regional, tambem opcional
                   if lim-tolerancia-regional-x <> spaces then
                       move lim-tolerancia-regional to ws-tolerancia-regional
                   end-if
                   *> limites do quadro de qualidade, tambem opcionais
                   if lim-pct-aceitas-min-x <> spaces then
                       move lim-pct-aceitas-min to ws-pct-aceitas-min
                   end-if
                   if lim-pct-rejeitadas-max-x <> spaces then
                       move lim-pct-rejeitadas-max to ws-pct-rejeitadas-max
                   end-if
                   if lim-pct-duplicadas-max-x <> spaces then
                       move lim-pct-duplicadas-max to ws-pct-duplicadas-max
                   end-if
                   if lim-dias-faltantes-max numeric then
                       move lim-dias-faltantes-max to ws-dias-faltantes-max
                   end-if
                   if lim-dias-estimados-max numeric then
                       move lim-dias-estimados-max to ws-dias-estimados-max
                   end-if
                   *> variacao das correcoes que pede segunda aprovacao
                   if lim-delta-aprovacao-x <> spaces then
                       move lim-delta-aprovacao to ws-delta-aprovacao
                       if ws-delta-aprovacao < zero then
                           compute ws-delta-aprovacao = zero - ws-delta-aprovacao
                       end-if
                   end-if
                   *> anos minimos das normais climatologicas
                   if lim-anos-normal-min numeric
                   and lim-anos-normal-min > 0 then
                       move lim-anos-normal-min to ws-anos-normal-min
                   end-if
                   *> safra e geada do boletim semanal
                   if lim-mes-inicio-safra numeric
                   and lim-mes-inicio-safra > 0
                   and lim-mes-inicio-safra < 13 then
                       move lim-mes-inicio-safra to ws-mes-inicio-safra
                   end-if
                   if lim-limiar-geada-x <> spaces then
                       move lim-limiar-geada to ws-limiar-geada
                   end-if
               end-if
               close arqLimiares
           end-if

           *> aplica ao historico mestre as correcoes revisadas das leituras
           *> rejeitadas, antes de qualquer carga (requisito 015)
           perform processa-correcoes

           *> o que segue aguardando aprovacao e regravado e relatado
           perform encerra-pendencias

           *> incorpora ao historico de previsoes a entrega do servico de
           *> meteorologia, se houver uma esperando (requisito 030)
           perform incorpora-previsoes

       carrega-cadastro-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o historico de instrumentos/calibracao p/ a tabela interna;
      *>  linha com data ou mascara invalida e exibida e ignorada, sem derrubar
      *>  a execucao - a leitura daquela vigencia cai na linha anterior
      *>------------------------------------------------------------------------
       carrega-instrumentos section.

           move zero to ws-qtd-instrumentos

           open input arqInstrumentos
           if ws-fs-instrumentos = 35 or ws-fs-instrumentos = 5 then
               close arqInstrumentos
               go to carrega-instrumentos-exit
           end-if
           if ws-fs-instrumentos <> 0 then
               move 75                                      to ws-msn-erro-ofsset
               move ws-fs-instrumentos                      to ws-msn-erro-cod
               move "Erro ao abrir arqInstrumentos.txt "    to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-instrumentos <> 0
               read arqInstrumentos
               if ws-fs-instrumentos = 0
               and ins-estacao-id <> spaces then
                   move "S" to ws-instrumento-valido
                   if ins-vigencia not numeric then
                       move "N" to ws-instrumento-valido
                   else
                       if ins-dia < 1 or ins-dia > 31
                       or ins-mes < 1 or ins-mes > 12 then
                           move "N" to ws-instrumento-valido
                       end-if
                   end-if
                   if (ins-ajuste-umid-x(1:1) = "-" or ins-ajuste-umid-x(1:1) = " "
                                                    or ins-ajuste-umid-x(1:1) numeric)
                   and ins-ajuste-umid-x(2:2) numeric then
                       continue
                   else
                       move "N" to ws-instrumento-valido
                   end-if

                   move ins-temp-min-x to ws-masc-temp-x
                   perform valida-mascara-temp
                   if ws-masc-valida = "N" then
                       move "N" to ws-instrumento-valido
                   end-if
                   move ins-temp-max-x to ws-masc-temp-x
                   perform valida-mascara-temp
                   if ws-masc-valida = "N" then
                       move "N" to ws-instrumento-valido
                   end-if
                   move ins-ajuste-temp-x to ws-masc-temp-x
                   perform valida-mascara-temp
                   if ws-masc-valida = "N" then
                       move "N" to ws-instrumento-valido
                   end-if

                   if ws-instrumento-valido = "N" then
                       display "Linha invalida no arqInstrumentos, ignorada: "
                               ins-estacao-id " " ins-vigencia
                   else
                       if ws-qtd-instrumentos = 200 then
                           move 77                              to ws-msn-erro-ofsset
                           move zero                            to ws-msn-erro-cod
                           move "Instrumentos excede a tabela interna" to ws-msn-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-instrumentos
                       move ins-estacao-id to ws-ins-estacao(ws-qtd-instrumentos)
                       compute ws-ins-vigencia(ws-qtd-instrumentos) =
                               (ins-ano * 10000) + (ins-mes * 100) + ins-dia
                       move ins-serie      to ws-ins-serie(ws-qtd-instrumentos)
                       move ins-temp-min-x to ws-masc-temp-x
                       perform valida-mascara-temp
                       move ws-masc-temp   to ws-ins-temp-min(ws-qtd-instrumentos)
                       move ins-temp-max-x to ws-masc-temp-x
                       perform valida-mascara-temp
                       move ws-masc-temp   to ws-ins-temp-max(ws-qtd-instrumentos)
                       move ins-ajuste-temp-x to ws-masc-temp-x
                       perform valida-mascara-temp
                       move ws-masc-temp   to ws-ins-ajuste-temp(ws-qtd-instrumentos)
                       move ins-ajuste-umid to ws-ins-ajuste-umid(ws-qtd-instrumentos)
                   end-if
               end-if
           end-perform

           close arqInstrumentos
           if ws-fs-instrumentos <> 0 then
               move 76                                      to ws-msn-erro-ofsset
               move ws-fs-instrumentos                      to ws-msn-erro-cod
               move "Erro ao fechar arqInstrumentos.txt "   to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       carrega-instrumentos-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Calibracao vigente p/ ws-calib-estacao na data ws-calib-data: a linha
      *>  da estacao com a maior vigencia ate a data (havendo duas com a mesma
      *>  vigencia, vale a ultima do arquivo); sem linha vigente, faixa do
      *>  cadastro ja movida p/ ws-faixa-valida-sensor e nenhum ajuste
      *>------------------------------------------------------------------------
       busca-calibracao section.

           move zero to ws-calib-achada
           perform varying ws-ins-idx from 1 by 1
                                      until ws-ins-idx > ws-qtd-instrumentos
               if ws-ins-estacao(ws-ins-idx) = ws-calib-estacao
               and ws-ins-vigencia(ws-ins-idx) <= ws-calib-data then
                   if ws-calib-achada = 0 then
                       move ws-ins-idx to ws-calib-achada
                   else
                       if ws-ins-vigencia(ws-ins-idx) >=
                          ws-ins-vigencia(ws-calib-achada) then
                           move ws-ins-idx to ws-calib-achada
                       end-if
                   end-if
               end-if
           end-perform

           if ws-calib-achada = 0 then
               move spaces             to ws-calib-serie
               move zero               to ws-calib-vigencia
               move ws-temp-min-valida to ws-calib-temp-min
               move ws-temp-max-valida to ws-calib-temp-max
               move zero               to ws-calib-ajuste-temp
               move zero               to ws-calib-ajuste-umid
           else
               move ws-ins-serie(ws-calib-achada)       to ws-calib-serie
               move ws-ins-vigencia(ws-calib-achada)    to ws-calib-vigencia
               move ws-ins-temp-min(ws-calib-achada)    to ws-calib-temp-min
               move ws-ins-temp-max(ws-calib-achada)    to ws-calib-temp-max
               move ws-ins-ajuste-temp(ws-calib-achada) to ws-calib-ajuste-temp
               move ws-ins-ajuste-umid(ws-calib-achada) to ws-calib-ajuste-umid
           end-if
           .
       busca-calibracao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processa o arquivo de movimentos de manutencao do cadastro (requisito
      *>  025): cada linha digitada e validada como as correcoes, aplicada a

           open input arqCadMovimentos
           if ws-fs-cad-mov = 35 or ws-fs-cad-mov = 5 then
               *> arquivo opcional ausente: so as pendencias ja decididas
               *> pelos aprovadores, se houver, tem o que aplicar
               move "N" to ws-movimentos-presentes
               if ws-pnd-decisoes-mov = 0 then
                   close arqCadMovimentos
                   go to processa-movimentos-cadastro-exit
               end-if
           else
               move "S" to ws-movimentos-presentes
           end-if
           if ws-fs-cad-mov <> 0
           and ws-movimentos-presentes = "S" then
               move 52                                      to ws-msn-erro-ofsset
               move ws-fs-cad-mov                           to ws-msn-erro-cod
               move "Erro ao abrir arqCadMovimentos.txt "   to ws-msn-text
           accept ws-hora-atual from time

           move "N" to ws-cadastro-alterado

           *> pendencias decididas pelos aprovadores entram antes dos
           *> movimentos novos
           if ws-pnd-decisoes-mov > 0 then
               move "M" to ws-pnd-tipo-busca
               perform aplica-decisoes-pendentes
           end-if

           perform until ws-fs-cad-mov <> 0
               read arqCadMovimentos
               if ws-fs-cad-mov = 0

           *> movimentos aplicados e registrados na trilha: o arquivo vira
           *> copia processada renomeada, como as demais entradas consumidas (requisito 027)
           if ws-movimentos-presentes = "S" then
               move "arqCadMovimentos.txt" to ws-consumo-arquivo
               perform consome-arquivo-processado
           end-if
           .
       processa-movimentos-cadastro-exit.
           exit.
           move ws-mm-atual   to mlog-exec-min
           move ws-ss-atual   to mlog-exec-seg
           move mov-usuario   to mlog-usuario
           move ws-aprovador-atual to mlog-aprovador
           if aprovacao-normal then
               move spaces    to ws-pnd-id-atual
           end-if
           move mov-acao      to mlog-acao
           move mov-codigo    to mlog-codigo
           move mov-nome      to mlog-nome
           move mov-codigo to ws-busca-codigo
           perform busca-estacao-cadastro

           *> so mantenedor do cadastro ativo no cadastro de operadores
           move mov-usuario to ws-opr-busca
           perform busca-operador
           move "N" to ws-operador-autorizado
           if ws-opr-achado <> 0 then
               if ws-opr-ativo(ws-opr-achado) = "S"
               and ws-opr-cadastro(ws-opr-achado) = "S" then
                   move "S" to ws-operador-autorizado
               end-if
           end-if

           *> mudanca da faixa do sensor so vale com o segundo aprovador
           move "N" to ws-precisa-aprovacao
           if aprovacao-normal
           and movimento-alterar
           and ws-movimento-valido = "S"
           and ws-operador-autorizado = "S"
           and ws-cad-achado <> 0 then
               perform verifica-faixa-movimento
           end-if

           evaluate true
               when aprovacao-recusada
                   move "RECUSADA NA APROVACAO"     to mlog-resultado

               when aprovacao-aprovador-invalido
                   move "APROVADOR NAO AUTORIZADO"  to mlog-resultado

               when aprovacao-mesmo-operador
                   move "APROVADOR = SOLICITANTE"   to mlog-resultado

               when ws-operador-autorizado = "N"
                   move "OPERADOR NAO AUTORIZADO"   to mlog-resultado

               when ws-movimento-valido = "N"
                   move "LINHA INVALIDA"            to mlog-resultado

               when ws-precisa-aprovacao = "S"
                   move "M"                to ws-pnd-tipo-novo
                   move mov-usuario        to ws-pnd-solicitante-novo
                   move mov-linha          to ws-pnd-linha-nova
                   perform registra-pendencia
                   if ws-pnd-id-atual = spaces then
                       move "FILA DE APROVACAO CHEIA" to mlog-resultado
                   else
                       move "PENDENTE DE APROVACAO"   to mlog-resultado
                   end-if

               when movimento-incluir
                   if ws-cad-achado <> 0 then
                       move "JA EXISTE NO CADASTRO" to mlog-resultado
                   move "ACAO INVALIDA"             to mlog-resultado
           end-evaluate

           move ws-pnd-id-atual       to mlog-pendencia
           move ws-linha-cadastro-log to cadlog-registro
           write cadlog-registro
           .

           open input arqCorrecoes
           if ws-fs-correcoes = 5 then
               *> arquivo opcional ausente: so as pendencias ja decididas
               *> pelos aprovadores, se houver, tem o que aplicar
               move "N" to ws-correcoes-presentes
               if ws-pnd-decisoes-cor = 0 then
                   close arqCorrecoes
                   go to processa-correcoes-exit
               end-if
           else
               move "S" to ws-correcoes-presentes
           end-if
           *> qualquer outra falha (permissao, disco) nao pode passar calada:
           *> correcoes pulares em silencio sao exatamente o que a trilha evita
           if ws-fs-correcoes <> 0
           and ws-correcoes-presentes = "S" then
               move 42                                      to ws-msn-erro-ofsset
               move ws-fs-correcoes                         to ws-msn-erro-cod
               move "Erro ao abrir arqCorrecoes.txt "       to ws-msn-text
           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           *> pendencias decididas pelos aprovadores entram antes das
           *> correcoes novas
           if ws-pnd-decisoes-cor > 0 then
               move "C" to ws-pnd-tipo-busca
               perform aplica-decisoes-pendentes
           end-if

           perform until ws-fs-correcoes <> 0
               read arqCorrecoes
               if ws-fs-correcoes = 0
           *> correcoes processadas e registradas na trilha: o arquivo vira
           *> copia processada renomeada, guardada por tres geracoes, em vez
           *> de truncado - um abort antes deste ponto deixa tudo no lugar (requisito 027)
           if ws-correcoes-presentes = "S" then
               move "arqCorrecoes.txt" to ws-consumo-arquivo
               perform consome-arquivo-processado
           end-if
           .
       processa-correcoes-exit.
           exit.
           move ws-mm-atual   to clog-exec-min
           move ws-ss-atual   to clog-exec-seg
           move cor-usuario   to clog-usuario
           move ws-aprovador-atual to clog-aprovador
           if aprovacao-normal then
               move spaces    to ws-pnd-id-atual
           end-if
           move cor-estacao-id to clog-estacao
           move cor-dia       to clog-dia
           move cor-mes       to clog-mes
           move cor-estacao-id to ws-estacao-id
           perform valida-estacao

           *> so revisor ativo no cadastro de operadores corrige o mestre
           move cor-usuario to ws-opr-busca
           perform busca-operador
           move "N" to ws-operador-autorizado
           if ws-opr-achado <> 0 then
               if ws-opr-ativo(ws-opr-achado) = "S"
               and ws-opr-revisor(ws-opr-achado) = "S" then
                   move "S" to ws-operador-autorizado
               end-if
           end-if

           *> correcao que desloca a leitura alem do limite so vale com o
           *> segundo aprovador
           move "N" to ws-precisa-aprovacao
           if aprovacao-normal
           and correcao-corrigir
           and ws-correcao-valida = "S"
           and ws-operador-autorizado = "S"
           and ws-est-atual <> 0 then
               if ws-cor-temp not < ws-temp-min-valida
               and ws-cor-temp not > ws-temp-max-valida then
                   perform verifica-delta-correcao
               end-if
           end-if

           evaluate true
               when aprovacao-recusada
                   move "RECUSADA NA APROVACAO"     to clog-resultado

               when aprovacao-aprovador-invalido
                   move "APROVADOR NAO AUTORIZADO"  to clog-resultado

               when aprovacao-mesmo-operador
                   move "APROVADOR = SOLICITANTE"   to clog-resultado

               when ws-operador-autorizado = "N"
                   move "OPERADOR NAO AUTORIZADO"   to clog-resultado

               when ws-correcao-valida = "N"
                   move "LINHA INVALIDA"            to clog-resultado

               when ws-est-atual = 0
                   move "ESTACAO NAO CADASTRADA"    to clog-resultado

               when ws-precisa-aprovacao = "S"
                   move "C"                to ws-pnd-tipo-novo
                   move cor-usuario        to ws-pnd-solicitante-novo
                   move cor-linha          to ws-pnd-linha-nova
                   perform registra-pendencia
                   if ws-pnd-id-atual = spaces then
                       move "FILA DE APROVACAO CHEIA" to clog-resultado
                   else
                       move "PENDENTE DE APROVACAO"   to clog-resultado
                   end-if

               when correcao-descartar
                   move "LEITURA CONFIRMADA RUIM"   to clog-resultado

                       *> e chuva de uma leitura nova valem zero (requisito 021)
                       move zero           to mst-umid
                       move zero           to mst-chuva
                       *> o valor digitado ja e a temperatura final, sem
                       *> ajuste de calibracao; a leitura nova fica marcada
                       *> como nascida de correcao
                       move ws-cor-temp    to mst-temp-bruta
                       move zero           to mst-umid-bruta
                       move "CORRECAO"     to mst-cal-serie
                       move zero           to mst-cal-vigencia
                       move "C"            to mst-origem
                       move zero           to mst-lote
                       write mst-registro
                       if ws-fs-mestre = 22 then
                           *> o carimbo ja existe no mestre: corrige por cima,
                           *> preservando a umidade e a chuva ja gravadas na
                           *> leitura original (requisito 021), e tambem o
                           *> valor bruto e a calibracao da leitura original
                           read arqTempMestre
                           move ws-cor-temp to mst-temp
                           rewrite mst-registro
                           perform finaliza-anormal
                       end-if
                       move "APLICADA NO HISTORICO"  to clog-resultado
                       move cor-estacao-id to ws-alt-estacao
                       move cor-mes        to ws-alt-mes
                       move cor-ano        to ws-alt-ano
                       perform anota-mes-alterado
                   end-if

               when other
                   move "ACAO INVALIDA"             to clog-resultado
           end-evaluate

           move ws-pnd-id-atual       to clog-pendencia
           move ws-linha-correcao-log to corlog-registro
           write corlog-registro
           .
           exit.

      *>------------------------------------------------------------------------
      *>  Le o cadastro de operadores autorizados; sem ele ninguem corrige
      *>  leituras nem mexe no cadastro de estacoes
      *>------------------------------------------------------------------------
       carrega-operadores section.

           move zero to ws-qtd-opr

           open input arqOperadores
           if ws-fs-operadores = 35 or ws-fs-operadores = 5 then
               close arqOperadores
               go to carrega-operadores-exit
           end-if
           if ws-fs-operadores <> 0 then
               move 101                                     to ws-msn-erro-ofsset
               move ws-fs-operadores                        to ws-msn-erro-cod
               move "Erro ao abrir arqOperadores.txt "      to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-operadores <> 0
               read arqOperadores
               if ws-fs-operadores = 0
               and opr-usuario <> spaces
               and ws-qtd-opr < 50 then
                   add 1 to ws-qtd-opr
                   move opr-usuario   to ws-opr-usuario(ws-qtd-opr)
                   move opr-revisor   to ws-opr-revisor(ws-qtd-opr)
                   move opr-cadastro  to ws-opr-cadastro(ws-qtd-opr)
                   move opr-aprovador to ws-opr-aprovador(ws-qtd-opr)
                   move opr-ativo     to ws-opr-ativo(ws-qtd-opr)
               end-if
           end-perform

           close arqOperadores
           .
       carrega-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura o usuario em ws-opr-busca no cadastro de operadores; devolve
      *>  a posicao em ws-opr-achado, zero quando nao ha
      *>------------------------------------------------------------------------
       busca-operador section.

           move zero to ws-opr-achado
           perform varying ws-opr-idx from 1 by 1 until ws-opr-idx > ws-qtd-opr
               if ws-opr-usuario(ws-opr-idx) = ws-opr-busca then
                   move ws-opr-idx to ws-opr-achado
               end-if
           end-perform
           .
       busca-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le as pendencias que aguardam o segundo aprovador
      *>------------------------------------------------------------------------
       carrega-pendencias section.

           move zero to ws-qtd-pnd

           open input arqPendentes
           if ws-fs-pendentes = 35 or ws-fs-pendentes = 5 then
               close arqPendentes
               go to carrega-pendencias-exit
           end-if
           if ws-fs-pendentes <> 0 then
               move 102                                     to ws-msn-erro-ofsset
               move ws-fs-pendentes                         to ws-msn-erro-cod
               move "Erro ao abrir arqPendentes.txt "       to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-pendentes <> 0
               read arqPendentes
               if ws-fs-pendentes = 0
               and pnd-registro <> spaces
               and ws-qtd-pnd < 200 then
                   move pnd-registro to ws-linha-pendente
                   add 1 to ws-qtd-pnd
                   move lpn-id          to ws-pnd-id(ws-qtd-pnd)
                   move lpn-tipo        to ws-pnd-tipo(ws-qtd-pnd)
                   move lpn-solicitante to ws-pnd-solicitante(ws-qtd-pnd)
                   move lpn-data        to ws-pnd-data(ws-qtd-pnd)
                   move lpn-hora        to ws-pnd-hora(ws-qtd-pnd)
                   move lpn-motivo      to ws-pnd-motivo(ws-qtd-pnd)
                   move lpn-linha       to ws-pnd-linha(ws-qtd-pnd)
                   move space           to ws-pnd-decisao(ws-qtd-pnd)
                   move spaces          to ws-pnd-aprovador(ws-qtd-pnd)
                   move "N"             to ws-pnd-resolvida(ws-qtd-pnd)
               end-if
           end-perform

           close arqPendentes
           .
       carrega-pendencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le as decisoes dos aprovadores e as anota nas pendencias: so um
      *>  aprovador ativo, diferente de quem pediu, aprova ou recusa; decisao
      *>  de qualquer outro vai p/ a trilha e a pendencia segue aguardando
      *>------------------------------------------------------------------------
       carrega-aprovacoes section.

           move "N"  to ws-aprovacoes-presentes
           move zero to ws-pnd-decisoes-cor
           move zero to ws-pnd-decisoes-mov

           open input arqAprovacoes
           if ws-fs-aprovacoes = 35 or ws-fs-aprovacoes = 5 then
               close arqAprovacoes
               go to carrega-aprovacoes-exit
           end-if
           if ws-fs-aprovacoes <> 0 then
               move 104                                     to ws-msn-erro-ofsset
               move ws-fs-aprovacoes                        to ws-msn-erro-cod
               move "Erro ao abrir arqAprovacoes.txt "      to ws-msn-text
               perform finaliza-anormal
           end-if
           move "S" to ws-aprovacoes-presentes

           perform until ws-fs-aprovacoes <> 0
               read arqAprovacoes
               if ws-fs-aprovacoes = 0
               and apr-id <> spaces then
                   move zero to ws-pnd-achado
                   perform varying ws-pnd-idx from 1 by 1
                                              until ws-pnd-idx > ws-qtd-pnd
                       if ws-pnd-id(ws-pnd-idx) = apr-id then
                           move ws-pnd-idx to ws-pnd-achado
                       end-if
                   end-perform

                   evaluate true
                       when ws-pnd-achado = 0
                           display "Aprovacao sem pendencia aguardando, ignorada: "
                                   apr-id
                       when apr-decisao <> "A" and apr-decisao <> "R"
                           display "Decisao invalida na aprovacao, ignorada: "
                                   apr-id
                       when other
                           move apr-aprovador to ws-pnd-aprovador(ws-pnd-achado)
                           move apr-aprovador to ws-opr-busca
                           perform busca-operador
                           evaluate true
                               when apr-aprovador = ws-pnd-solicitante(ws-pnd-achado)
                                   move "S" to ws-pnd-decisao(ws-pnd-achado)
                               when ws-opr-achado = 0
                                   move "I" to ws-pnd-decisao(ws-pnd-achado)
                               when ws-opr-ativo(ws-opr-achado) <> "S"
                               or ws-opr-aprovador(ws-opr-achado) <> "S"
                                   move "I" to ws-pnd-decisao(ws-pnd-achado)
                               when other
                                   move apr-decisao to ws-pnd-decisao(ws-pnd-achado)
                           end-evaluate
                           if pendencia-correcao(ws-pnd-achado) then
                               add 1 to ws-pnd-decisoes-cor
                           else
                               add 1 to ws-pnd-decisoes-mov
                           end-if
                   end-evaluate
               end-if
           end-perform

           close arqAprovacoes
           .
       carrega-aprovacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reaplica as pendencias do tipo em ws-pnd-tipo-busca que ja tem
      *>  decisao: a linha original volta ao registro de entrada e passa pela
      *>  mesma aplicacao, no modo da decisao; aprovada ou recusada sai da fila
      *>------------------------------------------------------------------------
       aplica-decisoes-pendentes section.

           perform varying ws-pnd-idx from 1 by 1 until ws-pnd-idx > ws-qtd-pnd
               if ws-pnd-tipo(ws-pnd-idx) = ws-pnd-tipo-busca
               and ws-pnd-decisao(ws-pnd-idx) <> space then
                   move ws-pnd-decisao(ws-pnd-idx)   to ws-modo-aprovacao
                   move ws-pnd-aprovador(ws-pnd-idx) to ws-aprovador-atual
                   move ws-pnd-id(ws-pnd-idx)        to ws-pnd-id-atual
                   if pendencia-correcao(ws-pnd-idx) then
                       move ws-pnd-linha(ws-pnd-idx) to cor-linha
                       perform aplica-correcao
                   else
                       move ws-pnd-linha(ws-pnd-idx) to mov-linha
                       perform aplica-movimento-cadastro
                   end-if
                   if aprovacao-aplicando or aprovacao-recusada then
                       move "S" to ws-pnd-resolvida(ws-pnd-idx)
                   end-if
                   move space to ws-pnd-decisao(ws-pnd-idx)
               end-if
           end-perform

           move "N"    to ws-modo-aprovacao
           move spaces to ws-aprovador-atual
           move spaces to ws-pnd-id-atual
           .
       aplica-decisoes-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se a correcao desloca a leitura alem do limite: compara com
      *>  o valor do mestre ou, se a leitura nunca entrou, com o valor
      *>  rejeitado; sem valor p/ comparar, a correcao tambem espera aprovacao
      *>------------------------------------------------------------------------
       verifica-delta-correcao section.

           move "N" to ws-precisa-aprovacao
           move "N" to ws-tem-valor-base

           move cor-estacao-id to mst-estacao-id
           move cor-ano        to mst-ano
           move cor-mes        to mst-mes
           move cor-dia        to mst-dia
           move cor-hora       to mst-hora
           move cor-min        to mst-min
           read arqTempMestre
           if ws-fs-mestre = 0 then
               move mst-temp to ws-valor-base
               move "S"      to ws-tem-valor-base
           else
               if ws-fs-mestre <> 23 then
                   move 107                                 to ws-msn-erro-ofsset
                   move ws-fs-mestre                        to ws-msn-erro-cod
                   move "Erro ao ler arqTempMestre.dat "    to ws-msn-text
                   perform finaliza-anormal
               end-if
               perform busca-valor-rejeitado
           end-if

           if ws-tem-valor-base = "N" then
               move "S"                           to ws-precisa-aprovacao
               move "LEITURA ORIGINAL NAO ACHADA" to ws-pnd-motivo-novo
               go to verifica-delta-correcao-exit
           end-if

           compute ws-delta-correcao = ws-cor-temp - ws-valor-base
           if ws-delta-correcao < zero then
               compute ws-delta-correcao = zero - ws-delta-correcao
           end-if
           if ws-delta-correcao > ws-delta-aprovacao then
               move "S"                           to ws-precisa-aprovacao
               move "VARIACAO ACIMA DO LIMITE"    to ws-pnd-motivo-novo
           end-if
           .
       verifica-delta-correcao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura no arqTempRejeitados da estacao o valor rejeitado daquele
      *>  carimbo; vale a ultima rejeicao, e linha invalida nao tem valor
      *>------------------------------------------------------------------------
       busca-valor-rejeitado section.

           move spaces to ws-nome-rejeitados
           string "arqTempRejeitados_" delimited by size
                  cor-estacao-id       delimited by space
                  ".txt"               delimited by size
                  into ws-nome-rejeitados

           move cor-dia to ws-pnd-dia-edit
           move cor-mes to ws-pnd-mes-edit

           open input arqTempRejeitados
           if ws-fs-rejeitados = 35 then
               go to busca-valor-rejeitado-exit
           end-if
           if ws-fs-rejeitados <> 0 then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-rejeitados                      to ws-msn-erro-cod
               move "Erro ao abrir arqTempRejeitados.txt " to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-rejeitados <> 0
               read arqTempRejeitados
               if ws-fs-rejeitados = 0 then
                   move rej-registro to ws-rejeitado-lido
                   if rjl-dia  = ws-pnd-dia-edit
                   and rjl-mes = ws-pnd-mes-edit
                   and rjl-ano = cor-ano
                   and rjl-hora = cor-hora
                   and rjl-min = cor-min
                   and rjl-motivo(1:14) <> "LINHA INVALIDA" then
                       move rjl-temp to ws-valor-base
                       move "S"      to ws-tem-valor-base
                   end-if
               end-if
           end-perform

           close arqTempRejeitados
           .
       busca-valor-rejeitado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se o movimento de alteracao muda a faixa do sensor: campo
      *>  em branco mantem o valor atual; faixa invalida nao vai p/ a fila,
      *>  e recusada na aplicacao como sempre
      *>------------------------------------------------------------------------
       verifica-faixa-movimento section.

           move "N" to ws-precisa-aprovacao

           if mov-temp-minima-x = spaces
           and mov-temp-maxima-x = spaces then
               go to verifica-faixa-movimento-exit
           end-if

           if mov-temp-minima-x = spaces then
               move ws-cad-temp-min(ws-cad-achado) to ws-mov-temp-min
           end-if
           if mov-temp-maxima-x = spaces then
               move ws-cad-temp-max(ws-cad-achado) to ws-mov-temp-max
           end-if

           if ws-mov-temp-min < ws-mov-temp-max
           and (ws-mov-temp-min <> ws-cad-temp-min(ws-cad-achado)
             or ws-mov-temp-max <> ws-cad-temp-max(ws-cad-achado)) then
               move "S"                            to ws-precisa-aprovacao
               move "ALTERACAO DA FAIXA DO SENSOR" to ws-pnd-motivo-novo
           end-if
           .
       verifica-faixa-movimento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe na fila de aprovacao a linha em ws-pnd-linha-nova; devolve o
      *>  identificador em ws-pnd-id-atual, em branco com a fila cheia
      *>------------------------------------------------------------------------
       registra-pendencia section.

           move spaces to ws-pnd-id-atual
           if ws-qtd-pnd = 200 or ws-pnd-seq = 99 then
               go to registra-pendencia-exit
           end-if

           add 1 to ws-pnd-seq
           move ws-data-atual to wpi-data
           move ws-hh-atual   to wpi-hh
           move ws-mm-atual   to wpi-mm
           move ws-ss-atual   to wpi-ss
           move ws-pnd-seq    to wpi-seq

           add 1 to ws-qtd-pnd
           move ws-pnd-id-novo          to ws-pnd-id(ws-qtd-pnd)
           move ws-pnd-id-novo          to ws-pnd-id-atual
           move ws-pnd-tipo-novo        to ws-pnd-tipo(ws-qtd-pnd)
           move ws-pnd-solicitante-novo to ws-pnd-solicitante(ws-qtd-pnd)
           move wpi-data                to ws-pnd-data(ws-qtd-pnd)
           move wpi-hora                to ws-pnd-hora(ws-qtd-pnd)
           move ws-pnd-motivo-novo      to ws-pnd-motivo(ws-qtd-pnd)
           move ws-pnd-linha-nova       to ws-pnd-linha(ws-qtd-pnd)
           move space                   to ws-pnd-decisao(ws-qtd-pnd)
           move spaces                  to ws-pnd-aprovador(ws-qtd-pnd)
           move "N"                     to ws-pnd-resolvida(ws-qtd-pnd)
           .
       registra-pendencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o ciclo de aprovacao da execucao: regrava as pendencias que
      *>  seguem aguardando, emite o relatorio e consome as decisoes lidas
      *>------------------------------------------------------------------------
       encerra-pendencias section.

           perform grava-pendencias
           perform relatorio-pendencias

           if ws-aprovacoes-presentes = "S" then
               move "arqAprovacoes.txt" to ws-consumo-arquivo
               perform consome-arquivo-processado
           end-if
           .
       encerra-pendencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o arquivo de pendencias sem as aprovadas e recusadas
      *>------------------------------------------------------------------------
       grava-pendencias section.

           open output arqPendentes
           if ws-fs-pendentes <> 0 then
               move 102                                     to ws-msn-erro-ofsset
               move ws-fs-pendentes                         to ws-msn-erro-cod
               move "Erro ao abrir arqPendentes.txt "       to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-pnd-idx from 1 by 1 until ws-pnd-idx > ws-qtd-pnd
               if ws-pnd-resolvida(ws-pnd-idx) <> "S" then
                   move ws-pnd-id(ws-pnd-idx)          to lpn-id
                   move ws-pnd-tipo(ws-pnd-idx)        to lpn-tipo
                   move ws-pnd-solicitante(ws-pnd-idx) to lpn-solicitante
                   move ws-pnd-data(ws-pnd-idx)        to lpn-data
                   move ws-pnd-hora(ws-pnd-idx)        to lpn-hora
                   move ws-pnd-motivo(ws-pnd-idx)      to lpn-motivo
                   move ws-pnd-linha(ws-pnd-idx)       to lpn-linha
                   move ws-linha-pendente              to pnd-registro
                   write pnd-registro
               end-if
           end-perform

           close arqPendentes
           if ws-fs-pendentes <> 0 then
               move 103                                     to ws-msn-erro-ofsset
               move ws-fs-pendentes                         to ws-msn-erro-cod
               move "Erro ao fechar arqPendentes.txt "      to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       grava-pendencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio das pendencias que seguem aguardando, com a idade em dias
      *>------------------------------------------------------------------------
       relatorio-pendencias section.

           open output relPendencias
           if ws-fs-rel-pendencias <> 0 then
               move 105                                     to ws-msn-erro-ofsset
               move ws-fs-rel-pendencias                    to ws-msn-erro-cod
               move "Erro ao abrir relPendencias.txt "      to ws-msn-text
               perform finaliza-anormal
           end-if

           accept ws-data-atual from date yyyymmdd

           move ws-dia-atual       to wcp-dia
           move ws-mes-atual       to wcp-mes
           move ws-ano-atual       to wcp-ano
           move ws-delta-aprovacao to wcp-delta
           move ws-cabecalho-pendencias to rpn-registro
           write rpn-registro
           move spaces to rpn-registro
           write rpn-registro
           move ws-colunas-pendencias to rpn-registro
           write rpn-registro

           move ws-data-atual to ws-data-conversao
           perform converte-data-dias
           move ws-cnv-dias   to ws-cnv-dias-hoje

           move zero to ws-pnd-aguardando
           perform varying ws-pnd-idx from 1 by 1 until ws-pnd-idx > ws-qtd-pnd
               if ws-pnd-resolvida(ws-pnd-idx) <> "S" then
                   add 1 to ws-pnd-aguardando
                   move ws-pnd-id(ws-pnd-idx)          to rpl-id
                   if pendencia-correcao(ws-pnd-idx) then
                       move "CORRECAO"                 to rpl-tipo
                   else
                       move "CADASTRO"                 to rpl-tipo
                   end-if
                   move ws-pnd-solicitante(ws-pnd-idx) to rpl-solicitante
                   move ws-pnd-data(ws-pnd-idx)        to ws-data-conversao
                   move ws-cnv-dia                     to rpl-dia
                   move ws-cnv-mes                     to rpl-mes
                   move ws-cnv-ano                     to rpl-ano
                   perform converte-data-dias
                   if ws-cnv-dias-hoje > ws-cnv-dias then
                       compute ws-idade-pendencia = ws-cnv-dias-hoje - ws-cnv-dias
                   else
                       move zero to ws-idade-pendencia
                   end-if
                   move ws-idade-pendencia             to rpl-idade
                   move ws-pnd-motivo(ws-pnd-idx)      to rpl-motivo
                   move ws-pnd-linha(ws-pnd-idx)       to rpl-linha
                   move ws-linha-pendencias            to rpn-registro
                   write rpn-registro
               end-if
           end-perform

           if ws-pnd-aguardando = 0 then
               move "Nenhuma pendencia aguardando aprovacao" to rpn-registro
               write rpn-registro
           end-if

           move spaces to rpn-registro
           write rpn-registro
           move ws-pnd-aguardando     to rdp-qtd
           move ws-rodape-pendencias  to rpn-registro
           write rpn-registro

           close relPendencias
           if ws-fs-rel-pendencias <> 0 then
               move 106                                     to ws-msn-erro-ofsset
               move ws-fs-rel-pendencias                    to ws-msn-erro-cod
               move "Erro ao fechar relPendencias.txt "     to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       relatorio-pendencias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte ws-cnv-ano/mes/dia em dias corridos (ws-cnv-dias): o ano de
      *>  calculo comeca em marco, p/ o 29 de fevereiro cair no fim dele
      *>------------------------------------------------------------------------
       converte-data-dias section.

           if ws-cnv-mes > 2 then
               move ws-cnv-ano to ws-cnv-ano-calc
               compute ws-cnv-mes-calc = ws-cnv-mes - 3
           else
               compute ws-cnv-ano-calc = ws-cnv-ano - 1
               compute ws-cnv-mes-calc = ws-cnv-mes + 9
           end-if

           compute ws-cnv-dias = ws-cnv-ano-calc * 365 + ws-cnv-dia
           divide ws-cnv-ano-calc by 4   giving ws-cnv-parcela
           add ws-cnv-parcela to ws-cnv-dias
           divide ws-cnv-ano-calc by 100 giving ws-cnv-parcela
           subtract ws-cnv-parcela from ws-cnv-dias
           divide ws-cnv-ano-calc by 400 giving ws-cnv-parcela
           add ws-cnv-parcela to ws-cnv-dias
           compute ws-cnv-parcela = ws-cnv-mes-calc * 153 + 2
           divide ws-cnv-parcela by 5    giving ws-cnv-parcela
           add ws-cnv-parcela to ws-cnv-dias
           .
       converte-data-dias-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Incorpora a entrega de previsoes do servico de meteorologia ao
      *>  historico de previsoes (requisito 030): chave estacao+data, previsao
      *>  mais recente regrava a anterior; linha invalida ou de estacao fora do
      *>  cadastro conta como rejeitada, e a entrega so e consumida com o
      *>  batimento fechado, como as demais entradas (requisito 027)
      *>------------------------------------------------------------------------
       incorpora-previsoes section.

           open input arqPrevisao
           if ws-fs-previsao = 35 or ws-fs-previsao = 5 then
               *> entrega opcional ausente: nada a incorporar nesta execucao
               close arqPrevisao
               go to incorpora-previsoes-exit
           end-if
           if ws-fs-previsao <> 0 then
               move 65                                      to ws-msn-erro-ofsset
               move ws-fs-previsao                          to ws-msn-erro-cod
               move "Erro ao abrir arqPrevisao.txt "        to ws-msn-text
               perform finaliza-anormal
           end-if

           open i-o arqPrevMestre
           if ws-fs-prev-mestre <> 0 and ws-fs-prev-mestre <> 5 then
               move 66                                      to ws-msn-erro-ofsset
               move ws-fs-prev-mestre                       to ws-msn-erro-cod
               move "Erro ao abrir arqPrevMestre.dat "      to ws-msn-text
               perform finaliza-anormal
           end-if

           move zero to ws-qtd-lidas
           move zero to ws-qtd-gravadas
           move zero to ws-qtd-rejeitadas
           move zero to ws-qtd-duplicadas
           move "N"  to ws-controle-ja-gravado

           perform until ws-fs-previsao <> 0
               read arqPrevisao
               if ws-fs-previsao = 0
               and pvl-estacao-id <> spaces then
                   add 1 to ws-qtd-lidas
                   perform incorpora-uma-previsao
               end-if
           end-perform

           close arqPrevisao
           close arqPrevMestre
           if ws-fs-prev-mestre <> 0 then
               move 67                                      to ws-msn-erro-ofsset
               move ws-fs-prev-mestre                       to ws-msn-erro-cod
               move "Erro ao fechar arqPrevMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if

           *> rastro da ingestao na razao de controle e consumo seguro
           accept ws-data-atual from date yyyymmdd
           move "PREVISAO"    to ws-estacao-id
           move ws-mes-atual  to ws-mes-consulta
           move ws-ano-atual  to ws-ano-consulta
           move zero          to ws-total-dias
           if ws-qtd-lidas = ws-qtd-gravadas + ws-qtd-rejeitadas
                           + ws-qtd-duplicadas then
               move "BALANCEADA"  to ws-situacao-exec
               perform grava-controle-execucao
               move "arqPrevisao.txt" to ws-consumo-arquivo
               perform consome-arquivo-processado
           else
               move "INVESTIGAR"  to ws-situacao-exec
               perform grava-controle-execucao
               display "Entrega de previsoes nao consumida, batimento aberto."
           end-if
           .
       incorpora-previsoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida e grava uma linha de previsao: data plausivel, mascaras de
      *>  minima/maxima conferidas como as correcoes, estacao do cadastro;
      *>  carimbo repetido regrava - vale a previsao mais recente (requisito 030)
      *>------------------------------------------------------------------------
       incorpora-uma-previsao section.

           if pvl-data not numeric
           or pvl-dia < 1 or pvl-dia > 31
           or pvl-mes < 1 or pvl-mes > 12 then
               add 1 to ws-qtd-rejeitadas
               display "Previsao invalida, ignorada: " pvl-linha
               go to incorpora-uma-previsao-exit
           end-if

           move pvl-temp-min-x to ws-masc-temp-x
           perform valida-mascara-temp
           if ws-masc-valida = "N" then
               add 1 to ws-qtd-rejeitadas
               display "Previsao invalida, ignorada: " pvl-linha
               go to incorpora-uma-previsao-exit
           end-if
           move ws-masc-temp to ws-prev-min

           move pvl-temp-max-x to ws-masc-temp-x
           perform valida-mascara-temp
           if ws-masc-valida = "N" then
               add 1 to ws-qtd-rejeitadas
               display "Previsao invalida, ignorada: " pvl-linha
               go to incorpora-uma-previsao-exit
           end-if
           move ws-masc-temp to ws-prev-max

           move pvl-estacao-id to ws-busca-codigo
           perform busca-estacao-cadastro
           if ws-cad-achado = 0 then
               add 1 to ws-qtd-rejeitadas
               display "Previsao p/ estacao fora do cadastro: " pvl-estacao-id
               go to incorpora-uma-previsao-exit
           end-if

           move pvl-estacao-id to prv-estacao-id
           move pvl-ano        to prv-ano
           move pvl-mes        to prv-mes
           move pvl-dia        to prv-dia
           move ws-prev-min    to prv-temp-min
           move ws-prev-max    to prv-temp-max
           write prv-registro
           if ws-fs-prev-mestre = 22 then
               rewrite prv-registro
           end-if
           if ws-fs-prev-mestre <> 0 then
               move 68                                      to ws-msn-erro-ofsset
               move ws-fs-prev-mestre                       to ws-msn-erro-cod
               move "Erro ao gravar arqPrevMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-gravadas
           .
       incorpora-uma-previsao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga das leituras da estacao/mes/ano solicitados (requisitos 005+009)
      *>------------------------------------------------------------------------
       carga-estacao section.

           *> contadores zerados antes de qualquer saida antecipada: mesmo uma
           *> solicitacao ignorada nao pode levar contagens da estacao anterior
           *> para a razao de controle (requisitos 014+019)
           move zero to ws-qtd-duplicadas
           move zero to ws-qtd-fora-ordem
           move zero to ws-qtd-ocorrencias
           move zero to ws-qtd-dias-estimados
           move zero to ws-qtd-lidas
           move zero to ws-qtd-gravadas
           move zero to ws-qtd-rejeitadas
           move "N"  to ws-controle-ja-gravado
           move zero   to ws-seq-entrega
           move spaces to ws-situacao-entrega

           *> a estacao solicitada precisa existir no cadastro e estar ativa,
           *> e a faixa do sensor passa a ser a da propria estacao (requisito 011)
           *> em qualquer modo, estacao desconhecida nao derruba a execucao:
           *> em lote segue p/ a proxima solicitacao, e na sessao interativa o
           *> operador corrige pelo menu de troca de carga (requisito 031)
           perform valida-estacao
           if ws-est-atual = 0 then
               display "Estacao nao cadastrada ou inativa, ignorada: "
                       ws-estacao-id
               move zero to ws-total-dias
               go to carga-estacao-exit
           end-if

           *> limpa os nomes antes de montar: string nao preenche com espacos o
           *> que sobrar do nome da estacao anterior numa execucao em lote
           move spaces to ws-nome-arqTemp
           move spaces to ws-nome-relTemp
           move spaces to ws-nome-relExcecoes
           move spaces to ws-nome-estatisticas
           move spaces to ws-nome-rejeitados
           move spaces to ws-nome-reconciliacao
           move spaces to ws-nome-estat-hist
           move spaces to ws-nome-tendencia
           move spaces to ws-nome-graus-dia

           *> monta o nome do arquivo fisico especifico da estacao/local informada
           string "arqTemp_"       delimited by size
                  ws-estacao-id    delimited by space
                  ".txt"           delimited by size
                  into ws-nome-arqTemp

           *> arquivos de saida tambem sao um por estacao/local, para que uma
           *> execucao em lote nao sobreponha o relatorio da estacao anterior (requisito 010)
           string "relTemp_"       delimited by size
                  ws-estacao-id    delimited by space
                  ".txt"           delimited by size
                  into ws-nome-relTemp

           string "relExcecoes_"   delimited by size
                  ws-estacao-id    delimited by space
                  ".txt"           delimited by size
                  into ws-nome-relExcecoes

           string "arqEstatisticas_" delimited by size
                  ws-estacao-id      delimited by space
                  ".txt"             delimited by size
                  into ws-nome-estatisticas

           string "arqTempRejeitados_" delimited by size
                  ws-estacao-id        delimited by space
                  ".txt"               delimited by size
                  into ws-nome-rejeitados

           string "relReconciliacao_" delimited by size
                  ws-estacao-id       delimited by space
                  ".txt"              delimited by size
                  into ws-nome-reconciliacao

           string "arqEstatHist_"  delimited by size
                  ws-estacao-id    delimited by space
                  ".txt"           delimited by size
                  into ws-nome-estat-hist

           string "relTendencia_"  delimited by size
                  ws-estacao-id    delimited by space
                  ".txt"           delimited by size
                  into ws-nome-tendencia

           string "arqGrausDia_"   delimited by size
                  ws-estacao-id    delimited by space
                  ".txt"           delimited by size
                  into ws-nome-graus-dia

           *> historico mestre indexado: aberto (ou criado) uma vez por
           *> solicitacao, serve tanto a incorporacao quanto a carga (requisito 012)
           open i-o arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao abrir arqTempMestre.dat "      to ws-msn-text
               perform finaliza-anormal
           end-if

           *> na retificacao o mes e so regerado do mestre: uma entrega
           *> nova esperando fica p/ a solicitacao normal da estacao
           if not retificacao-em-curso then
               perform incorpora-arquivo-estacao
           end-if
           perform carga-mes-mestre

           close arqTempMestre
           if ws-fs-mestre <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao fechar arqTempMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       carga-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Incorpora o arquivo texto entregue pelos coletores ao historico mestre
      *>  indexado (requisito 012); a validacao de faixa do sensor acontece aqui,
      *>  antes de a leitura entrar no mestre
      *>------------------------------------------------------------------------
       incorpora-arquivo-estacao section.

           open input arqTemp

           *> sem arquivo de entrega nesta execucao: o mestre ja e a fonte dos
           *> dados, nao ha nada a incorporar
           if ws-fs-arqTemp = 35 then
               go to incorpora-arquivo-estacao-exit
           end-if

           if ws-fs-arqTemp <> 0 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemp                 to ws-msn-erro-cod
               move "Erro ao abrir arq. estacosCapitais " to ws-msn-text
               perform finaliza-anormal
           end-if

           *> cabecalho/rodape conferidos antes de qualquer gravacao: entrega
           *> recusada nao toca no mestre nem nos rejeitados - e posta de lado
           *> p/ apuracao e a solicitacao segue com o que o mestre ja tem
           perform confere-controle-entrega
           if entrega-recusada then
               perform recusa-entrega
               go to incorpora-arquivo-estacao-exit
           end-if

           open input arqTemp
           if ws-fs-arqTemp <> 0 then
               move 1                                     to ws-msn-erro-ofsset
               move ws-fs-arqTemp                 to ws-msn-erro-cod
               move "Erro ao abrir arq. estacosCapitais " to ws-msn-text
               perform finaliza-anormal
           end-if

           *> as rejeitadas acumulam ate alguem revisa-las e registrar as
           *> correcoes no arqCorrecoes.txt: acrescenta, nunca trunca (requisito 015)
           open extend arqTempRejeitados
           if ws-fs-rejeitados = 35 then
               open output arqTempRejeitados
           end-if
           if ws-fs-rejeitados <> 0 then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-rejeitados              to ws-msn-erro-cod
               move "Erro ao abrir arqTempRejeitados.txt " to ws-msn-text
               perform finaliza-anormal
           end-if

           move low-values to ws-ts-anterior

           *> referencia das checagens de plausibilidade: cada entrega comeca
           *> sem ultima leitura aceita (requisito 023)
           move "N"  to ws-tem-ult-leitura
           move zero to ws-qtd-iguais

           perform until ws-fs-arqTemp <> 0
               read arqTemp
               *> cabecalho e rodape ja foram conferidos: so os detalhes
               *> entram no batimento
               if ws-fs-arqTemp = 0
               and not registro-cabecalho
               and not registro-rodape then
                   add 1 to ws-qtd-lidas

                   *> entregas dos coletores antigos nao trazem as colunas de
                   *> umidade e chuva: os campos chegam em branco e valem
                   *> zero, sem rejeitar a linha (requisito 021)
                   if fd-umid not numeric then
                       move zero to fd-umid
                   end-if
                   if fd-chuva not numeric then
                       move zero to fd-chuva
                   end-if

                   *> linha truncada ou corrompida nao pode virar chave no
                   *> historico permanente (mesma conferencia feita nas
                   *> correcoes digitadas): vai para os rejeitados com motivo
                   *> proprio e conta no batimento como rejeitada (requisito 019)
                   if fd-data not numeric
                   or fd-hora-leitura not numeric
                   or fd-temp not numeric
                   or fd-dia < 1 or fd-dia > 31
                   or fd-mes < 1 or fd-mes > 12
                   or fd-hora > 23 or fd-min > 59
                   or fd-umid > 100 then
                       move fd-dia               to rej-dia
                       move fd-mes               to rej-mes
                       move fd-ano               to rej-ano
                       move fd-hora              to rej-hora
                       move fd-min               to rej-min
                       move zero                 to rej-temp
                       move "LINHA INVALIDA NA ENTREGA" to rej-motivo
                       move ws-linha-rejeitado to rej-registro
                       write rej-registro
                       add 1 to ws-qtd-rejeitadas
                   else

                   *> entrega fora de ordem cronologica e anotada para o
                   *> relatorio de reconciliacao (requisito 014)
                   move fd-ano  to ws-ts-ano
                   move fd-mes  to ws-ts-mes
                   move fd-dia  to ws-ts-dia
                   move fd-hora to ws-ts-hora
                   move fd-min  to ws-ts-min
                   if ws-ts-atual < ws-ts-anterior then
                       add 1 to ws-qtd-fora-ordem
                       move fd-dia  to oco-dia
                       move fd-mes  to oco-mes
                       move fd-ano  to oco-ano
                       move fd-hora to oco-hora
                       move fd-min  to oco-min
                       move "LEITURA FORA DE ORDEM CRONOLOGICA" to oco-texto
                       perform anota-ocorrencia
                   end-if
                   move ws-ts-atual to ws-ts-anterior

                   *> calibracao vigente na data da leitura: a faixa valida
                   *> vale sobre o valor bruto do instrumento instalado, e o
                   *> valor ajustado ainda precisa caber na faixa da estacao
                   move ws-estacao-id to ws-calib-estacao
                   move fd-ano        to ws-calib-data-ano
                   move fd-mes        to ws-calib-data-mes
                   move fd-dia        to ws-calib-data-dia
                   perform busca-calibracao
                   compute ws-temp-corrigida = fd-temp + ws-calib-ajuste-temp
                   *> umidade zerada e "nao informada": sem ajuste, fica zero
                   if fd-umid > 0 then
                       compute ws-umid-corrigida = fd-umid + ws-calib-ajuste-umid
                       if ws-umid-corrigida < 0 then
                           move zero to ws-umid-corrigida
                       end-if
                       if ws-umid-corrigida > 100 then
                           move 100  to ws-umid-corrigida
                       end-if
                   else
                       move zero to ws-umid-corrigida
                   end-if

                   move spaces to ws-motivo-faixa
                   if fd-temp < ws-calib-temp-min
                   or fd-temp > ws-calib-temp-max then
                       move "FORA DA FAIXA VALIDA DO SENSOR" to ws-motivo-faixa
                   else
                       if ws-temp-corrigida < ws-temp-min-valida
                       or ws-temp-corrigida > ws-temp-max-valida then
                           move "FORA DA FAIXA APOS CALIBRACAO" to ws-motivo-faixa
                       end-if
                   end-if

                   if ws-motivo-faixa <> spaces then
                       *> leitura fora da faixa realista do sensor, vai para os rejeitados
                       move fd-dia               to rej-dia
                       move fd-mes               to rej-mes
                       move fd-ano               to rej-ano
                       move fd-hora              to rej-hora
                       move fd-min               to rej-min
                       move fd-temp              to rej-temp
                       move ws-motivo-faixa      to rej-motivo
                       move ws-linha-rejeitado to rej-registro
                       write rej-registro
                       add 1 to ws-qtd-rejeitadas
                   else
                       *> faixa ok nao basta: a leitura ainda precisa ser
                       *> plausivel contra a anterior - sensor travado ou
                       *> salto impossivel vao p/ os rejeitados com motivo
                       *> proprio e seguem o fluxo de revisao (requisito 023);
                       *> a comparacao e sobre o valor ja ajustado
                       move ws-temp-corrigida to ws-temp-aceita
                       perform verifica-plausibilidade
                       if ws-leitura-suspeita = "S" then
                           move fd-dia               to rej-dia
                           move fd-mes               to rej-mes
                           move fd-ano               to rej-ano
                           move fd-hora              to rej-hora
                           move fd-min               to rej-min
                           move fd-temp              to rej-temp
                           move ws-motivo-suspeita   to rej-motivo
                           move ws-linha-rejeitado to rej-registro
                           write rej-registro
                           add 1 to ws-qtd-rejeitadas
                       else
                       move ws-estacao-id        to mst-estacao-id
                       move fd-ano               to mst-ano
                       move fd-mes               to mst-mes
                       move fd-dia               to mst-dia
                       move fd-hora              to mst-hora
                       move fd-min               to mst-min
                       move ws-temp-aceita       to mst-temp
                       move ws-umid-corrigida    to mst-umid
                       move fd-chuva             to mst-chuva
                       move fd-temp              to mst-temp-bruta
                       move fd-umid              to mst-umid-bruta
                       move ws-calib-serie       to mst-cal-serie
                       move ws-calib-vigencia    to mst-cal-vigencia
                       move "C"                  to mst-origem
                       move zero                 to mst-lote
                       write mst-registro
                       *> chave 22 = leitura com o mesmo carimbo ja esta no
                       *> mestre (duplicada na entrega ou entrega repetida);
                           move "LEITURA DUPLICADA, JA NO HISTORICO" to oco-texto
                           perform anota-ocorrencia
                       else
                           if ws-fs-mestre <> 0 then
                               move 24                               to ws-msn-erro-ofsset
                               move ws-fs-mestre                     to ws-msn-erro-cod
                               move "Erro ao gravar arqTempMestre.dat " to ws-msn-text
                               perform finaliza-anormal
                           end-if
                           add 1 to ws-qtd-gravadas
                           move ws-estacao-id to ws-alt-estacao
                           move fd-mes        to ws-alt-mes
                           move fd-ano        to ws-alt-ano
                           perform anota-mes-alterado
                       end-if
                       perform atualiza-ultima-leitura
                       end-if
                   end-if
                   end-if
               else
                   if ws-fs-arqTemp <> 10 and ws-fs-arqTemp <> 0 then
                       move 2                                   to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                       to ws-msn-erro-cod
                       move "Erro ao ler arq. estacosCapitais " to ws-msn-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

         *> caso dê erro ao fechar arquivo
           close arqTemp
           if ws-fs-arqTemp <> 0 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemp                          to ws-msn-erro-cod
               move "Erro ao fechar arq. estacosCapitais " to ws-msn-text
               perform finaliza-anormal
           end-if

           close arqTempRejeitados
           if ws-fs-rejeitados <> 0 then
               move 7                                      to ws-msn-erro-ofsset
               move ws-fs-rejeitados                       to ws-msn-erro-cod
               move "Erro ao fechar arqTempRejeitados.txt " to ws-msn-text
               perform finaliza-anormal
           end-if

           *> consumo seguro da entrega (requisito 027): so depois de o
           *> batimento fechar (lidas = gravadas + rejeitadas + duplicadas,
           *> o mesmo da razao de controle) a entrega vira copia processada
           *> renomeada, guardada por tres geracoes; batimento aberto deixa a
           *> entrega no lugar p/ apuracao - a reexecucao nao duplica nada
           *> porque o mestre barra os carimbos repetidos (requisito 014)
           if ws-qtd-lidas = ws-qtd-gravadas + ws-qtd-rejeitadas
                           + ws-qtd-duplicadas then
               *> a sequencia so anda com a entrega efetivamente consumida
               if ws-tem-cabecalho = "S" then
                   perform atualiza-seq-entrega
               end-if
               move ws-nome-arqTemp to ws-consumo-arquivo
               perform consome-arquivo-processado
           else
               display "Entrega nao consumida, batimento aberto: "
                       ws-nome-arqTemp
           end-if
           .
       incorpora-arquivo-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pre-leitura da entrega aberta: confere o cabecalho contra a estacao
      *>  solicitada e o rodape contra a quantidade e o total das temperaturas
      *>  brutas dos detalhes, e classifica a sequencia contra a ultima aceita;
      *>  entrega sem cabecalho ainda e aceita, como nao verificada
      *>------------------------------------------------------------------------
       confere-controle-entrega section.

           move zero   to ws-seq-entrega
           move zero   to ws-data-entrega
           move zero   to ws-qtd-detalhe
           move zero   to ws-total-temp-entrega
           move zero   to ws-rodape-qtd
           move zero   to ws-rodape-total
           move zero   to ws-seq-achada
           move "N"    to ws-tem-cabecalho
           move "N"    to ws-tem-rodape
           move "N"    to ws-estrutura-invalida
           move spaces to ws-situacao-entrega

           perform until ws-fs-arqTemp <> 0
               read arqTemp
               if ws-fs-arqTemp = 0 then
                   evaluate true
                       *> cabecalho so vale na primeira linha
                       when registro-cabecalho
                           if ws-qtd-detalhe = 0
                           and ws-tem-cabecalho = "N"
                           and ws-tem-rodape = "N"
                           and fdh-sequencia numeric
                           and fdh-data-geracao numeric then
                               move "S"              to ws-tem-cabecalho
                               move fdh-sequencia    to ws-seq-entrega
                               move fdh-data-geracao to ws-data-entrega
                               if fdh-estacao-id <> ws-estacao-id then
                                   move "RECUSADA-ESTAC" to ws-situacao-entrega
                               end-if
                           else
                               move "S" to ws-estrutura-invalida
                           end-if
                       *> rodape so vale na ultima linha
                       when registro-rodape
                           if ws-tem-rodape = "S"
                           or fdt-qtd-leituras not numeric
                           or fdt-total-temp not numeric then
                               move "S" to ws-estrutura-invalida
                           else
                               move fdt-qtd-leituras to ws-rodape-qtd
                               move fdt-total-temp   to ws-rodape-total
                           end-if
                           move "S" to ws-tem-rodape
                       when other
                           if ws-tem-rodape = "S" then
                               move "S" to ws-estrutura-invalida
                           end-if
                           add 1 to ws-qtd-detalhe
                           if fd-temp numeric then
                               add fd-temp to ws-total-temp-entrega
                           end-if
                   end-evaluate
               else
                   if ws-fs-arqTemp <> 10 then
                       move 2                                   to ws-msn-erro-ofsset
                       move ws-fs-arqTemp                       to ws-msn-erro-cod
                       move "Erro ao ler arq. estacosCapitais " to ws-msn-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqTemp
           if ws-fs-arqTemp <> 0 then
               move 3                                      to ws-msn-erro-ofsset
               move ws-fs-arqTemp                          to ws-msn-erro-cod
               move "Erro ao fechar arq. estacosCapitais " to ws-msn-text
               perform finaliza-anormal
           end-if

           *> formato antigo, sem cabecalho: entra no periodo de transicao
           if ws-tem-cabecalho = "N" and ws-estrutura-invalida = "N" then
               move "NAO VERIFICADA" to ws-situacao-entrega
               go to confere-controle-entrega-exit
           end-if

           if entrega-recusada then
               go to confere-controle-entrega-exit
           end-if

           if ws-estrutura-invalida = "S" then
               move "RECUSADA-ESTR" to ws-situacao-entrega
               go to confere-controle-entrega-exit
           end-if

           if ws-tem-rodape = "N" then
               move "RECUSADA-SEM T" to ws-situacao-entrega
               go to confere-controle-entrega-exit
           end-if

           if ws-rodape-qtd <> ws-qtd-detalhe then
               move "RECUSADA-QTD" to ws-situacao-entrega
               go to confere-controle-entrega-exit
           end-if

           if ws-rodape-total <> ws-total-temp-entrega then
               move "RECUSADA-HASH" to ws-situacao-entrega
               go to confere-controle-entrega-exit
           end-if

           *> entrega integra: a sequencia e comparada com a ultima aceita;
           *> lacuna e repeticao carregam normalmente (o mestre barra os
           *> carimbos repetidos) e ficam apontadas na razao de controle
           perform varying ws-seq-idx from 1 by 1 until ws-seq-idx > ws-qtd-seq
               if ws-seq-estacao(ws-seq-idx) = ws-estacao-id then
                   move ws-seq-idx to ws-seq-achada
               end-if
           end-perform

           if ws-seq-achada = 0 then
               move "VERIFICADA" to ws-situacao-entrega
           else
               if ws-seq-entrega = ws-seq-ultima(ws-seq-achada) + 1 then
                   move "VERIFICADA" to ws-situacao-entrega
               else
                   if ws-seq-entrega > ws-seq-ultima(ws-seq-achada) then
                       move "LACUNA SEQ" to ws-situacao-entrega
                   else
                       move "SEQ REPETIDA" to ws-situacao-entrega
                   end-if
               end-if
           end-if

           if entrega-lacuna-seq or entrega-seq-repetida then
               move ws-seq-ultima(ws-seq-achada) to ws-edita-seq
               display "Entrega " ws-nome-arqTemp " " ws-situacao-entrega
                       ", ultima aceita: " ws-edita-seq
           end-if
           .
       confere-controle-entrega-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe de lado a entrega recusada: renomeada p/ <nome>.RECUSADO, fora do
      *>  caminho da proxima execucao, ate o coletor reenviar
      *>------------------------------------------------------------------------
       recusa-entrega section.

           display "Entrega recusada (" ws-situacao-entrega "): "
                   ws-nome-arqTemp

           move spaces to ws-consumo-para
           string ws-nome-arqTemp delimited by space
                  ".RECUSADO"     delimited by size
                  into ws-consumo-para
           call "CBL_DELETE_FILE" using ws-consumo-para

           move spaces to ws-consumo-de
           move ws-nome-arqTemp to ws-consumo-de
           call "CBL_RENAME_FILE" using ws-consumo-de ws-consumo-para
           if return-code <> 0 then
               display "Entrega recusada nao renomeada, ficou no lugar: "
                       ws-nome-arqTemp
           end-if
           .
       recusa-entrega-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a ultima sequencia de entrega aceita de cada estacao
      *>------------------------------------------------------------------------
       carrega-seq-entregas section.

           move zero to ws-qtd-seq

           open input arqSeqEntregas
           if ws-fs-seq-entregas = 35 or ws-fs-seq-entregas = 5 then
               close arqSeqEntregas
               go to carrega-seq-entregas-exit
           end-if
           if ws-fs-seq-entregas <> 0 then
               move 82                                      to ws-msn-erro-ofsset
               move ws-fs-seq-entregas                      to ws-msn-erro-cod
               move "Erro ao abrir arqSeqEntregas.txt "     to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-seq-entregas <> 0
               read arqSeqEntregas
               if ws-fs-seq-entregas = 0
               and sqe-registro <> spaces
               and ws-qtd-seq < 20 then
                   move sqe-registro to ws-linha-seq-entrega
                   if sqe-sequencia numeric and sqe-data numeric then
                       add 1 to ws-qtd-seq
                       move sqe-estacao   to ws-seq-estacao(ws-qtd-seq)
                       move sqe-sequencia to ws-seq-ultima(ws-qtd-seq)
                       move sqe-data      to ws-seq-data(ws-qtd-seq)
                   end-if
               end-if
           end-perform

           close arqSeqEntregas
           .
       carrega-seq-entregas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Entrega com cabecalho consumida: a sequencia dela passa a ser a
      *>  ultima aceita da estacao (uma repeticao nao faz a serie voltar) e o
      *>  arquivo de sequencias e regravado
      *>------------------------------------------------------------------------
       atualiza-seq-entrega section.

           if ws-seq-achada = 0 then
               if ws-qtd-seq < 20 then
                   add 1 to ws-qtd-seq
                   move ws-qtd-seq      to ws-seq-achada
                   move ws-estacao-id   to ws-seq-estacao(ws-seq-achada)
                   move ws-seq-entrega  to ws-seq-ultima(ws-seq-achada)
                   move ws-data-entrega to ws-seq-data(ws-seq-achada)
               else
                   display "Tabela de sequencias cheia, estacao nao anotada: "
                           ws-estacao-id
                   go to atualiza-seq-entrega-exit
               end-if
           else
               if ws-seq-entrega > ws-seq-ultima(ws-seq-achada) then
                   move ws-seq-entrega  to ws-seq-ultima(ws-seq-achada)
                   move ws-data-entrega to ws-seq-data(ws-seq-achada)
               else
                   go to atualiza-seq-entrega-exit
               end-if
           end-if

           open output arqSeqEntregas
           if ws-fs-seq-entregas <> 0 then
               move 82                                      to ws-msn-erro-ofsset
               move ws-fs-seq-entregas                      to ws-msn-erro-cod
               move "Erro ao abrir arqSeqEntregas.txt "     to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-seq-idx from 1 by 1 until ws-seq-idx > ws-qtd-seq
               move ws-seq-estacao(ws-seq-idx) to sqe-estacao
               move ws-seq-ultima(ws-seq-idx)  to sqe-sequencia
               move ws-seq-data(ws-seq-idx)    to sqe-data
               move ws-linha-seq-entrega       to sqe-registro
               write sqe-registro
           end-perform

           close arqSeqEntregas
           if ws-fs-seq-entregas <> 0 then
               move 83                                      to ws-msn-erro-ofsset
               move ws-fs-seq-entregas                      to ws-msn-erro-cod
               move "Erro ao fechar arqSeqEntregas.txt "    to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       atualiza-seq-entrega-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Checagens de plausibilidade da leitura corrente contra a ultima
      *>  aceita (requisito 023): sensor travado = a N-esima leitura identica
      *>  consecutiva em diante e suspeita (as N-1 primeiras, ja aceitas,
      *>  permanecem no mestre e a referencia nao anda enquanto rejeita);
      *>  salto = variacao maior que o maximo configurado por hora, pro-rata
      *>  do intervalo entre as leituras
      *>------------------------------------------------------------------------
       verifica-plausibilidade section.

           move "N" to ws-leitura-suspeita

           *> primeira leitura aceitavel da entrega: nada a comparar
           if ws-tem-ult-leitura = "N" then
               go to verifica-plausibilidade-exit
           end-if

           if ws-temp-aceita = ws-ult-temp then
               if ws-qtd-iguais + 1 >= ws-qtd-leituras-fixas then
                   move "S" to ws-leitura-suspeita
                   move "SENSOR TRAVADO EM VALOR FIXO" to ws-motivo-suspeita
               end-if
               go to verifica-plausibilidade-exit
           end-if

           *> salto so e comparavel dentro do mesmo mes/ano e ate 24h de
           *> intervalo; alem disso o que aconteceu no meio e desconhecido
           if ws-ts-ano <> ws-ult-ano or ws-ts-mes <> ws-ult-mes then
               go to verifica-plausibilidade-exit
           end-if
           compute ws-minutos-decorridos =
                   ((ws-ts-dia - ws-ult-dia) * 1440)
                   + ((ws-ts-hora - ws-ult-hora) * 60)
                   + (ws-ts-min - ws-ult-min)
           if ws-minutos-decorridos <= 0
           or ws-minutos-decorridos > 1440 then
               go to verifica-plausibilidade-exit
           end-if

           *> leituras a menos de uma hora uma da outra valem o orcamento da
           *> hora cheia: pro-rata estrito rejeitaria variacoes legitimas de
           *> uma frente fria passando entre duas leituras de 10 minutos
           if ws-minutos-decorridos < 60 then
               move 60 to ws-minutos-decorridos
           end-if
           compute ws-salto-permitido rounded =
                   (ws-salto-max-hora * ws-minutos-decorridos) / 60

           compute ws-delta-temp = ws-temp-aceita - ws-ult-temp
           if ws-delta-temp < zero then
               compute ws-delta-temp = zero - ws-delta-temp
           end-if
           if ws-delta-temp > ws-salto-permitido then
               move "S" to ws-leitura-suspeita
               move "SALTO IMPLAUSIVEL ENTRE LEITURAS" to ws-motivo-suspeita
           end-if
           .
       verifica-plausibilidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  A leitura foi aceita (gravada ou ja presente no mestre): ela passa a
      *>  ser a referencia das proximas checagens, e a contagem de leituras
      *>  identicas anda ou reinicia (requisito 023)
      *>------------------------------------------------------------------------
       atualiza-ultima-leitura section.

           if ws-tem-ult-leitura = "S"
           and ws-temp-aceita = ws-ult-temp then
               add 1 to ws-qtd-iguais
           else
               move 1 to ws-qtd-iguais
           end-if
           move "S"            to ws-tem-ult-leitura
           move ws-temp-aceita to ws-ult-temp
           move ws-ts-ano      to ws-ult-ano
           move ws-ts-mes      to ws-ult-mes
           move ws-ts-dia      to ws-ult-dia
           move ws-ts-hora     to ws-ult-hora
           move ws-ts-min      to ws-ult-min
           .
       atualiza-ultima-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consome um arquivo de entrada ja processado (requisito 027): roda as
      *>  geracoes - a mais antiga (.G3) sai, .G2 vira .G3, .G1 vira .G2 - e o
      *>  arquivo recem-processado vira .G1; os retornos das geracoes ausentes
      *>  sao ignorados de proposito, mas a renomeacao final tem de funcionar,
      *>  senao a proxima execucao reprocessaria a mesma entrada
      *>------------------------------------------------------------------------
       consome-arquivo-processado section.

           move spaces to ws-consumo-de
           string ws-consumo-arquivo delimited by space
                  ".G3"              delimited by size
                  into ws-consumo-de
           call "CBL_DELETE_FILE" using ws-consumo-de

           move spaces to ws-consumo-de
           move spaces to ws-consumo-para
           string ws-consumo-arquivo delimited by space
                  ".G2"              delimited by size
                  into ws-consumo-de
           string ws-consumo-arquivo delimited by space
                  ".G3"              delimited by size
                  into ws-consumo-para
           call "CBL_RENAME_FILE" using ws-consumo-de ws-consumo-para

           move spaces to ws-consumo-de
           move spaces to ws-consumo-para
           string ws-consumo-arquivo delimited by space
                  ".G1"              delimited by size
                  into ws-consumo-de
           string ws-consumo-arquivo delimited by space
                  ".G2"              delimited by size
                  into ws-consumo-para
           call "CBL_RENAME_FILE" using ws-consumo-de ws-consumo-para

           move spaces to ws-consumo-de
           move spaces to ws-consumo-para
           move ws-consumo-arquivo to ws-consumo-de
           string ws-consumo-arquivo delimited by space
                  ".G1"              delimited by size
                  into ws-consumo-para
           call "CBL_RENAME_FILE" using ws-consumo-de ws-consumo-para
           if return-code <> 0 then
               move 58                                      to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Falha ao consumir arquivo processado " to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       consome-arquivo-processado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Verificacao ponta a ponta do mestre (requisito 027): le o arquivo
      *>  inteiro, confere se as chaves vem em ordem e deixa o laudo no
      *>  relVerificaMestre.txt e na razao de controle; um erro de leitura no
      *>  meio nao aborta - e exatamente o que o laudo existe p/ apontar
      *>------------------------------------------------------------------------
       verifica-mestre section.

           move zero to ws-qtd-verificadas
           move zero to ws-qtd-chaves-fora
           move "N"  to ws-verifica-falha
           move low-values to ws-chave-anterior

           open input arqTempMestre
           if ws-fs-mestre = 35 or ws-fs-mestre = 5 then
               display "Mestre inexistente, nada a verificar."
               close arqTempMestre
               go to verifica-mestre-exit
           end-if
           if ws-fs-mestre <> 0 then
               move "S" to ws-verifica-falha
           end-if

           perform until ws-fs-mestre <> 0
               read arqTempMestre next
               if ws-fs-mestre = 0 then
                   add 1 to ws-qtd-verificadas
                   if mst-chave < ws-chave-anterior then
                       add 1 to ws-qtd-chaves-fora
                   end-if
                   move mst-chave to ws-chave-anterior
               else
                   if ws-fs-mestre <> 10 then
                       display "Falha de leitura na verificacao, status: "
                               ws-fs-mestre
                       move "S" to ws-verifica-falha
                   end-if
               end-if
           end-perform

           close arqTempMestre

           open output relVerificaMestre
           if ws-fs-verifica <> 0 then
               move 59                                      to ws-msn-erro-ofsset
               move ws-fs-verifica                          to ws-msn-erro-cod
               move "Erro ao abrir relVerificaMestre.txt "  to ws-msn-text
               perform finaliza-anormal
           end-if

           accept ws-data-atual from date yyyymmdd
           move ws-ano-atual        to wvf-ano
           move ws-mes-atual        to wvf-mes
           move ws-dia-atual        to wvf-dia
           move ws-qtd-verificadas  to wvf-qtd
           move ws-qtd-chaves-fora  to wvf-fora
           if ws-verifica-falha = "N" and ws-qtd-chaves-fora = 0 then
               move "INTEGRO"     to wvf-situacao
           else
               move "INVESTIGAR"  to wvf-situacao
           end-if
           move ws-linha-verifica to vrf-registro
           write vrf-registro

           close relVerificaMestre
           if ws-fs-verifica <> 0 then
               move 60                                      to ws-msn-erro-ofsset
               move ws-fs-verifica                          to ws-msn-erro-cod
               move "Erro ao fechar relVerificaMestre.txt " to ws-msn-text
               perform finaliza-anormal
           end-if

           display "Verificacao do mestre: " ws-qtd-verificadas
                   " leituras, situacao " wvf-situacao

           *> rastro na razao de controle: lidas = gravadas = leituras lidas
           *> ponta a ponta, entao o batimento fecha quando a leitura integral
           *> funcionou; a situacao acompanha o laudo
           move "VERIFICA"         to ws-estacao-id
           move ws-mes-atual       to ws-mes-consulta
           move ws-ano-atual       to ws-ano-consulta
           move ws-qtd-verificadas to ws-qtd-lidas
           move ws-qtd-verificadas to ws-qtd-gravadas
           move zero               to ws-qtd-rejeitadas
           move zero               to ws-qtd-duplicadas
           move zero               to ws-total-dias
           if ws-verifica-falha = "N" and ws-qtd-chaves-fora = 0 then
               move "BALANCEADA"  to ws-situacao-exec
           else
               move "INVESTIGAR"  to ws-situacao-exec
           end-if
           perform grava-controle-execucao
           .
       verifica-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o mes solicitado a partir do historico mestre: posiciona direto
      *>  no primeiro dia do mes (requisito 012) e agrega as leituras horarias de
      *>  cada dia em minima/maxima/media diarias (requisito 013)
      *>------------------------------------------------------------------------
       carga-mes-mestre section.

           move zero to ws-total-dias
           move zero to ws-dia-corrente
           move zero to ws-qtd-leituras-dia
           move zero to ws-qtd-leituras-mes
           move zero to ws-soma-dia
           move zero to ws-soma-umid-dia
           move zero to ws-soma-chuva-dia

           move ws-estacao-id       to mst-estacao-id
           move ws-ano-consulta     to mst-ano
           move ws-mes-consulta     to mst-mes
           move 01                  to mst-dia
           move zero                to mst-hora
           move zero                to mst-min
           start arqTempMestre key not < mst-chave

           *> nada gravado deste ponto em diante: mes sem leituras
           if ws-fs-mestre <> 0 then
               go to carga-mes-mestre-exit
           end-if

           perform until ws-fs-mestre <> 0
               read arqTempMestre next
               if ws-fs-mestre = 0 then
                   *> passou da estacao ou do mes solicitado: fecha o dia que
                   *> estava em agregacao e encerra a carga
                   if mst-estacao-id <> ws-estacao-id
                   or mst-ano        <> ws-ano-consulta
                   or mst-mes        <> ws-mes-consulta then
                       perform fecha-dia-corrente
                       go to carga-mes-mestre-exit
                   end-if

                   *> mudou o dia: fecha o anterior e abre um novo na tabela;
                   *> a tabela tem 31 posicoes, dado sujo nao pode estourar isso
                   if mst-dia <> ws-dia-corrente then
                       perform fecha-dia-corrente
                       if ws-total-dias = 31 then
                           go to carga-mes-mestre-exit
                       end-if
                       add 1                  to ws-total-dias
                       move mst-dia           to ws-dia-corrente
                       move mst-dia           to ws-dia(ws-total-dias)
                       move mst-mes           to ws-mes(ws-total-dias)
                       move mst-ano           to ws-ano(ws-total-dias)
                       move mst-temp          to ws-temp-min-dia(ws-total-dias)
                       move mst-temp          to ws-temp-max-dia(ws-total-dias)
                       move "N"               to ws-dia-estimado(ws-total-dias)
                   end-if

                   add 1                      to ws-qtd-leituras-dia
                   add 1                      to ws-qtd-leituras-mes
                   add mst-temp               to ws-soma-dia
                   add mst-umid               to ws-soma-umid-dia
                   add mst-chuva              to ws-soma-chuva-dia
                   if mst-temp < ws-temp-min-dia(ws-total-dias) then
                       move mst-temp          to ws-temp-min-dia(ws-total-dias)
                   end-if
                   if mst-temp > ws-temp-max-dia(ws-total-dias) then
                       move mst-temp          to ws-temp-max-dia(ws-total-dias)
                   end-if
               else
                   if ws-fs-mestre <> 10 then
                       move 25                                  to ws-msn-erro-ofsset
                       move ws-fs-mestre                        to ws-msn-erro-cod
                       move "Erro ao ler arqTempMestre.dat "    to ws-msn-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           *> fim do arquivo com um dia ainda em agregacao
           perform fecha-dia-corrente
           .
       carga-mes-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o dia em agregacao: calcula a media do dia a partir das leituras
      *>  acumuladas e zera os acumuladores (requisito 013); a umidade media, a
      *>  chuva acumulada e o indice de calor do dia saem daqui (requisito 021)
      *>------------------------------------------------------------------------
       fecha-dia-corrente section.

           if ws-dia-corrente <> 0
           and ws-qtd-leituras-dia <> 0 then
               compute ws-temp-media-dia(ws-total-dias) =
                       ws-soma-dia / ws-qtd-leituras-dia
               compute ws-umid-media-dia(ws-total-dias) rounded =
                       ws-soma-umid-dia / ws-qtd-leituras-dia
               move ws-soma-chuva-dia to ws-chuva-dia(ws-total-dias)
               perform calcula-indice-calor
           end-if
           move zero to ws-qtd-leituras-dia
           move zero to ws-soma-dia
           move zero to ws-soma-umid-dia
           move zero to ws-soma-chuva-dia
           move zero to ws-dia-corrente
           .
       fecha-dia-corrente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Indice de calor (sensacao termica) do dia recem-fechado, a partir da
      *>  maxima e da umidade media do dia, pela regressao de Rothfusz em graus
      *>  Celsius; abaixo de 27C ou de 40% de umidade a correcao nao se aplica
      *>  e o indice e a propria maxima do dia (requisito 021)
      *>------------------------------------------------------------------------
       calcula-indice-calor section.

           move ws-temp-max-dia(ws-total-dias)  to ws-ic-temp
           move ws-umid-media-dia(ws-total-dias) to ws-ic-umid

           if ws-ic-temp < 27,00 or ws-ic-umid < 40 then
               move ws-ic-temp to ws-indice-calor-dia(ws-total-dias)
           else
               compute ws-indice-calor-dia(ws-total-dias) rounded =
                       -8,784695
                       + (1,61139411  * ws-ic-temp)
                       + (2,338549    * ws-ic-umid)
                       - (0,14611605  * ws-ic-temp * ws-ic-umid)
                       - (0,012308094 * ws-ic-temp * ws-ic-temp)
                       - (0,016424828 * ws-ic-umid * ws-ic-umid)
                       + (0,002211732 * ws-ic-temp * ws-ic-temp * ws-ic-umid)
                       + (0,00072546  * ws-ic-temp * ws-ic-umid * ws-ic-umid)
                       - (0,000003582 * ws-ic-temp * ws-ic-temp
                                      * ws-ic-umid * ws-ic-umid)
           end-if
           .
       calcula-indice-calor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Estimacao opcional dos dias sem leituras (requisito 024): rebate o mes
      *>  carregado por dia de calendario, interpola linearmente cada buraco a
      *>  partir dos dias medidos vizinhos (chuva estimada vale zero - chuva
      *>  nao se interpola) e devolve a tabela com os dias estimados marcados;
      *>  buracos na borda do mes, sem vizinho de um dos lados, ficam como estao
      *>------------------------------------------------------------------------
       estima-dias-faltantes section.

           move zero to ws-qtd-dias-estimados

           move ws-mes-consulta to ws-mes-busca
           move ws-ano-consulta to ws-ano-busca
           perform calcula-dias-do-mes
           if ws-dias-no-mes = 0 or ws-total-dias = 0 then
               go to estima-dias-faltantes-exit
           end-if

           perform varying ws-int-dia from 1 by 1
                                      until ws-int-dia > ws-dias-no-mes
               move "N" to ws-cal-tem(ws-int-dia)
               move "N" to ws-cal-estimado(ws-int-dia)
           end-perform

           perform varying ind from 1 by 1 until ind > ws-total-dias
               move "S"                       to ws-cal-tem(ws-dia(ind))
               move ws-temp-min-dia(ind)      to ws-cal-min(ws-dia(ind))
               move ws-temp-max-dia(ind)      to ws-cal-max(ws-dia(ind))
               move ws-temp-media-dia(ind)    to ws-cal-media(ws-dia(ind))
               move ws-umid-media-dia(ind)    to ws-cal-umid(ws-dia(ind))
               move ws-chuva-dia(ind)         to ws-cal-chuva(ws-dia(ind))
               move ws-indice-calor-dia(ind)  to ws-cal-ic(ws-dia(ind))
           end-perform

           perform varying ws-int-dia from 1 by 1
                                      until ws-int-dia > ws-dias-no-mes
               if ws-cal-tem(ws-int-dia) = "N" then
                   perform estima-um-dia
               end-if
           end-perform

           *> devolve o calendario preenchido para a tabela do mes, em ordem
           move zero to ws-total-dias
           perform varying ws-int-dia from 1 by 1
                                      until ws-int-dia > ws-dias-no-mes
               if ws-cal-tem(ws-int-dia) = "S" then
                   add 1 to ws-total-dias
                   move ws-int-dia                 to ws-dia(ws-total-dias)
                   move ws-mes-consulta            to ws-mes(ws-total-dias)
                   move ws-ano-consulta            to ws-ano(ws-total-dias)
                   move ws-cal-min(ws-int-dia)     to ws-temp-min-dia(ws-total-dias)
                   move ws-cal-max(ws-int-dia)     to ws-temp-max-dia(ws-total-dias)
                   move ws-cal-media(ws-int-dia)   to ws-temp-media-dia(ws-total-dias)
                   move ws-cal-umid(ws-int-dia)    to ws-umid-media-dia(ws-total-dias)
                   move ws-cal-chuva(ws-int-dia)   to ws-chuva-dia(ws-total-dias)
                   move ws-cal-ic(ws-int-dia)      to ws-indice-calor-dia(ws-total-dias)
                   move ws-cal-estimado(ws-int-dia) to ws-dia-estimado(ws-total-dias)
               end-if
           end-perform
           .
       estima-dias-faltantes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Interpola o dia de calendario em ws-int-dia a partir do dia medido
      *>  anterior e do seguinte; dias ja estimados nao servem de vizinho (requisito 024)
      *>------------------------------------------------------------------------
       estima-um-dia section.

           move zero to ws-int-antes
           perform varying ws-int-depois from 1 by 1
                                         until ws-int-depois >= ws-int-dia
               if ws-cal-tem(ws-int-depois) = "S"
               and ws-cal-estimado(ws-int-depois) = "N" then
                   move ws-int-depois to ws-int-antes
               end-if
           end-perform
           if ws-int-antes = 0 then
               go to estima-um-dia-exit
           end-if

           perform varying ws-int-depois from ws-int-dia by 1
                   until ws-int-depois > ws-dias-no-mes
                   or   (ws-cal-tem(ws-int-depois) = "S"
                   and   ws-cal-estimado(ws-int-depois) = "N")
               continue
           end-perform
           if ws-int-depois > ws-dias-no-mes then
               go to estima-um-dia-exit
           end-if

           compute ws-cal-min(ws-int-dia) rounded =
                   ws-cal-min(ws-int-antes)
                   + ((ws-cal-min(ws-int-depois) - ws-cal-min(ws-int-antes))
                      * (ws-int-dia - ws-int-antes))
                   / (ws-int-depois - ws-int-antes)
           compute ws-cal-max(ws-int-dia) rounded =
                   ws-cal-max(ws-int-antes)
                   + ((ws-cal-max(ws-int-depois) - ws-cal-max(ws-int-antes))
                      * (ws-int-dia - ws-int-antes))
                   / (ws-int-depois - ws-int-antes)
           compute ws-cal-media(ws-int-dia) rounded =
                   ws-cal-media(ws-int-antes)
                   + ((ws-cal-media(ws-int-depois) - ws-cal-media(ws-int-antes))
                      * (ws-int-dia - ws-int-antes))
                   / (ws-int-depois - ws-int-antes)
           compute ws-cal-umid(ws-int-dia) rounded =
                   ws-cal-umid(ws-int-antes)
                   + ((ws-cal-umid(ws-int-depois) - ws-cal-umid(ws-int-antes))
                      * (ws-int-dia - ws-int-antes))
                   / (ws-int-depois - ws-int-antes)
           compute ws-cal-ic(ws-int-dia) rounded =
                   ws-cal-ic(ws-int-antes)
                   + ((ws-cal-ic(ws-int-depois) - ws-cal-ic(ws-int-antes))
                      * (ws-int-dia - ws-int-antes))
                   / (ws-int-depois - ws-int-antes)
           move zero to ws-cal-chuva(ws-int-dia)

           move "S" to ws-cal-tem(ws-int-dia)
           move "S" to ws-cal-estimado(ws-int-dia)
           add 1 to ws-qtd-dias-estimados
           .
       estima-um-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota uma ocorrencia para o relatorio de reconciliacao; alem do limite
      *>  da tabela, so os totais do cabecalho continuam contando (requisito 014)
      *>------------------------------------------------------------------------
       anota-ocorrencia section.

           if ws-qtd-ocorrencias < 30 then
               add 1 to ws-qtd-ocorrencias
               move ws-linha-ocorrencia to ws-ocorrencia(ws-qtd-ocorrencias)
           end-if
           .
       anota-ocorrencia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quantos dias tem o mes/ano em ws-mes-busca/ws-ano-busca, tratando ano
      *>  bissexto (requisitos 014+018)
      *>------------------------------------------------------------------------
       calcula-dias-do-mes section.

           evaluate ws-mes-busca
               when 01
               when 03
               when 05
               when 07
               when 08
               when 10
               when 12
                   move 31 to ws-dias-no-mes
               when 04
               when 06
               when 09
               when 11
                   move 30 to ws-dias-no-mes
               when 02
                   divide ws-ano-busca by 4
                          giving ws-quociente-ano remainder ws-resto-4
                   divide ws-ano-busca by 100
                          giving ws-quociente-ano remainder ws-resto-100
                   divide ws-ano-busca by 400
                          giving ws-quociente-ano remainder ws-resto-400
                   if (ws-resto-4 = 0 and ws-resto-100 <> 0)
                   or ws-resto-400 = 0 then
                       move 29 to ws-dias-no-mes
                   else
                       move 28 to ws-dias-no-mes
                   end-if
               when other
                   move zero to ws-dias-no-mes
           end-evaluate
           .
       calcula-dias-do-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reconciliacao do mes carregado contra o calendario real: dias sem
      *>  leituras, duplicidades e entregas fora de ordem, com o percentual de
      *>  cobertura do mes (requisito 014)
      *>------------------------------------------------------------------------
       relatorio-reconciliacao section.

           move ws-mes-consulta to ws-mes-busca
           move ws-ano-consulta to ws-ano-busca
           perform calcula-dias-do-mes

           *> cobertura e "com leituras" contam so os dias medidos: um dia
           *> estimado nao e uma medicao e sai em contagem propria (requisito 024)
           if ws-dias-no-mes = 0 then
               move zero to ws-cobertura
           else
               compute ws-cobertura rounded =
                       ((ws-total-dias - ws-qtd-dias-estimados) * 100)
                       / ws-dias-no-mes
           end-if

           *> calendario e tabela carregada estao ambos em ordem de dia: um
           *> unico passeio pelos dois encontra os dias sem leituras; um dia
           *> preenchido pela estimacao continua sendo um dia sem leituras,
           *> anotado como estimado (requisito 024)
           move 1 to ind
           perform varying dia from 1 by 1 until dia > ws-dias-no-mes
               if ind <= ws-total-dias and ws-dia(ind) = dia then
                   if ws-dia-estimado(ind) = "S" then
                       move dia             to oco-dia
                       move ws-mes-consulta to oco-mes
                       move ws-ano-consulta to oco-ano
                       move spaces          to oco-hora
                       move spaces          to oco-min
                       move "DIA SEM LEITURAS, ESTIMADO" to oco-texto
                       perform anota-ocorrencia
                   end-if
                   add 1 to ind
               else
                   move dia             to oco-dia
                   move ws-mes-consulta to oco-mes
                   move ws-ano-consulta to oco-ano
                   move spaces          to oco-hora
                   move spaces          to oco-min
                   move "DIA SEM LEITURAS NO MES" to oco-texto
                   perform anota-ocorrencia
               end-if
           end-perform

           open output relReconciliacao
           if ws-fs-reconciliacao <> 0 then
               move 26                                      to ws-msn-erro-ofsset
               move ws-fs-reconciliacao                     to ws-msn-erro-cod
               move "Erro ao abrir relReconciliacao.txt "   to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-dias-no-mes             to wsr-dias-mes
           compute wsr-dias-leitura = ws-total-dias - ws-qtd-dias-estimados
           move ws-cobertura               to wsr-cobertura
           move ws-qtd-duplicadas          to wsr-duplicadas
           move ws-qtd-fora-ordem          to wsr-fora-ordem
           move ws-qtd-dias-estimados      to wsr-estimados
           move ws-cabecalho-reconciliacao to rec-registro
           write rec-registro

           perform varying ind from 1 by 1 until ind > ws-qtd-ocorrencias
               move ws-ocorrencia(ind) to rec-registro
               write rec-registro
           end-perform

           close relReconciliacao
           if ws-fs-reconciliacao <> 0 then
               move 27                                      to ws-msn-erro-ofsset
               move ws-fs-reconciliacao                     to ws-msn-erro-cod
               move "Erro ao fechar relReconciliacao.txt "  to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       relatorio-reconciliacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Processamento principal
      *>------------------------------------------------------------------------
       processamento section.

           if modo-batch then
               *> modo lote: cada linha do arquivo de parametros e uma solicitacao
               *> completa; roda tudo ate o fim sem nenhuma interacao (requisito 010)
               perform until ws-fs-parametros <> 0
                   perform processa-parametro
                   read arqParametros
               end-perform
               close arqParametros
               perform retifica-meses-alterados
               *> pacotes dos assinantes so depois da retificacao, p/ que
               *> saiam com os numeros ja regerados
               perform distribui-pacotes
               go to processamento-exit
           end-if

           perform executa-solicitacao

           *> carga vazia ja nao derruba a sessao: o menu abre mesmo assim e o
           *> operador troca de carga ou lista o que existe no mestre, em vez
           *> de sair, rodar tudo de novo e chutar outro mes (requisito 031)
           if ws-total-dias = 0 then
               display "Nenhuma leitura valida p/ mes/ano/estacao."
               display "Use a opcao 5 p/ trocar a carga ou a 6 p/ listar"
               display "as cargas existentes no mestre."
               display "Pressione ENTER para continuar..."
               accept ws-tecla
           end-if

           perform until opcao-sair
               display erase
               display "===== MENU ====="
               display "1 - Consultar a temperatura de um dia especifico"
               display "2 - Listar a temperatura de todos os dias"
               display "3 - Sair"
               display "4 - Listar dias em excecao (frio/calor)"
               display "5 - Carregar outra estacao ou outro mes/ano"
               display "6 - Listar cargas existentes no mestre"
               display "Informe a opcao desejada: "
               accept ws-opcao-menu

               evaluate true
                   when opcao-consultar-dia
                       if ws-total-dias = 0 then
                           perform avisa-sem-carga
                       else
                           perform consulta-dia
                       end-if
                   when opcao-listar-dias
                       if ws-total-dias = 0 then
                           perform avisa-sem-carga
                       else
                           perform lista-todos-dias
                       end-if
                   when opcao-excecoes
                       if ws-total-dias = 0 then
                           perform avisa-sem-carga
                       else
                           perform lista-dias-excecao
                       end-if
                   when opcao-trocar-carga
                       perform troca-carga
                   when opcao-listar-mestre
                       perform lista-cargas-mestre
                   when opcao-sair
                       continue
                   when other
                       display "Opcao invalida!!! Informe 1 a 6."
                       display "Pressione ENTER para continuar..."
                       accept ws-tecla
               end-evaluate

           end-perform

           perform retifica-meses-alterados
           .
       processamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Interpreta uma linha do arquivo de parametros do modo lote (requisito 010)
      *>------------------------------------------------------------------------
       processa-parametro section.

           move spaces to ws-parametro-lido
           unstring par-linha delimited by ";"
               into ws-par-estacao ws-par-arg2 ws-par-arg3
           end-unstring

           *> linha em branco no meio do arquivo nao e solicitacao
           if ws-par-estacao = spaces then
               go to processa-parametro-exit
           end-if

           *> diretivas de manutencao do mestre (requisito 022): "ARQUIVA;anos"
           *> move p/ arquivos mortos anuais as leituras com mais de <anos>
           *> anos; "RESTAURA;ano" devolve um ano arquivado ao mestre quando
           *> uma auditoria pede os dados antigos
           if ws-par-estacao = "ARQUIVA" then
               if ws-par-arg2(1:2) not numeric then
                   display "Parametro invalido, ignorado: " par-linha
               else
                   move ws-par-arg2(1:2) to ws-anos-retencao
                   perform arquiva-mestre
               end-if
               go to processa-parametro-exit
           end-if
           if ws-par-estacao = "RESTAURA" then
               if ws-par-arg2(1:4) not numeric then
                   display "Parametro invalido, ignorado: " par-linha
               else
                   move ws-par-arg2(1:4) to ws-ano-restaura
                   perform restaura-ano
               end-if
               go to processa-parametro-exit
           end-if

           *> diretiva "EXTRAI;alvo;ddmmaaaa;ddmmaaaa;solicitante" tira do
           *> mestre e dos arquivos mortos, sem restaura-los, as leituras do
           *> periodo de uma estacao, de uma lista "NORTE,SUL", de uma regiao
           *> "REGIAO=LITORAL" ou de TODAS as estacoes do cadastro
           if ws-par-estacao = "EXTRAI" then
               perform extrai-periodo
               go to processa-parametro-exit
           end-if

           *> diretiva "IMPORTA;anos" carrega o historico comprado do servico
           *> nacional; as linhas de anos anteriores a <anos> de retencao vao
           *> direto p/ os arquivos mortos, e uma importacao interrompida e
           *> retomada do ponto de controle rodando a mesma diretiva
           if ws-par-estacao = "IMPORTA" then
               if ws-par-arg2(1:2) not numeric then
                   display "Parametro invalido, ignorado: " par-linha
               else
                   move ws-par-arg2(1:2) to ws-imp-retencao-pedida
                   perform importa-historico
               end-if
               go to processa-parametro-exit
           end-if

           *> diretiva "BOLETIM;ddmmaaaa" gera o boletim agrometeorologico da
           *> semana que termina na data, com o intercambio p/ a cooperativa
           if ws-par-estacao = "BOLETIM" then
               perform boletim-semanal
               go to processa-parametro-exit
           end-if

           *> diretiva "NORMAIS;anoini;anofim" levanta, do mestre e dos
           *> arquivos mortos, as normais de cada estacao por mes do calendario
           if ws-par-estacao = "NORMAIS" then
               if ws-par-arg2(1:4) not numeric
               or ws-par-arg3(1:4) not numeric then
                   display "Parametro invalido, ignorado: " par-linha
               else
                   move ws-par-arg2(1:4) to ws-nrm-ano-ini
                   move ws-par-arg3(1:4) to ws-nrm-ano-fim
                   if ws-nrm-ano-ini > ws-nrm-ano-fim
                   or ws-nrm-ano-fim - ws-nrm-ano-ini > 99 then
                       display "Parametro invalido, ignorado: " par-linha
                   else
                       perform normais-climatologicas
                   end-if
               end-if
               go to processa-parametro-exit
           end-if

           *> diretiva "VERIFICA" le o mestre ponta a ponta e deixa um laudo,
           *> p/ se confiar num restore antes de voltar a operar (requisito 027)
           if ws-par-estacao = "VERIFICA" then
               perform verifica-mestre
               go to processa-parametro-exit
           end-if

           *> diretiva "ANUAL;estacao;ano" (aceita "ANUAL;TODAS;ano") fecha o
           *> ano inteiro da estacao numa folha so (requisito 026)
           if ws-par-estacao = "ANUAL" then
               if ws-par-arg3(1:4) not numeric then
                   display "Parametro invalido, ignorado: " par-linha
               else
                   move ws-par-arg3(1:4) to ws-ano-anual
                   if ws-par-arg2 = "TODAS" or ws-par-arg2 = "ALL" then
                       perform varying ws-todas-idx from 1 by 1
                                       until ws-todas-idx > ws-qtd-estacoes
                           if estacao-cadastro-ativa(ws-todas-idx) then
                               move ws-cad-codigo(ws-todas-idx) to ws-estacao-id
                               perform relatorio-anual
                           end-if
                       end-perform
                   else
                       move ws-par-arg2 to ws-estacao-id
                       perform relatorio-anual
                   end-if
               end-if
               go to processa-parametro-exit
           end-if

           move ws-par-arg2(1:2) to ws-par-mes
           move ws-par-arg3(1:4) to ws-par-ano

           *> parametro digitado errado nao pode virar um mes/ano qualquer:
           *> registra a linha no sysout e segue para a proxima solicitacao
           if ws-par-mes not numeric
           or ws-par-ano not numeric then
               display "Parametro invalido, ignorado: " par-linha
               go to processa-parametro-exit
           end-if

           move ws-par-mes to ws-mes-consulta
           move ws-par-ano to ws-ano-consulta

           *> diretiva "TODAS;mes;ano" (ou "ALL") roda o mesmo mes/ano para
           *> todas as estacoes/locais conhecidos, em sequencia; a diretiva
           *> "CONSOLIDA;mes;ano" gera o comparativo entre elas (requisito 016)
           *> e "REGIOES;mes;ano" o consolidado por regiao (requisito 028);
           *> "QUALIDADE;mes;ano" gera o quadro de qualidade dos dados e as
           *> ordens de servico da manutencao de campo; "ANOMALIAS;mes;ano"
           *> compara o mes de cada estacao com as suas normais
           evaluate true
               when ws-par-estacao = "TODAS" or ws-par-estacao = "ALL"
                   perform processa-todas-estacoes
               when ws-par-estacao = "CONSOLIDA"
                   perform consolida-mes
               when ws-par-estacao = "REGIOES"
                   perform regioes-mes
               when ws-par-estacao = "QUALIDADE"
                   perform qualidade-mes
               when ws-par-estacao = "ANOMALIAS"
                   perform anomalias-mes
               when other
                   move ws-par-estacao to ws-estacao-id
                   perform executa-solicitacao
           end-evaluate

           *> o periodo entra na distribuicao de fim de lote aos assinantes
           perform anota-periodo-distribuicao
           .
       processa-parametro-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Roda a solicitacao corrente para cada estacao ativa do cadastro
      *>  (requisitos 010+011)
      *>------------------------------------------------------------------------
       processa-todas-estacoes section.

           perform varying ws-todas-idx from 1 by 1
                                        until ws-todas-idx > ws-qtd-estacoes
               if estacao-cadastro-ativa(ws-todas-idx) then
                   move ws-cad-codigo(ws-todas-idx) to ws-estacao-id
                   perform executa-solicitacao
               end-if
           end-perform
           .
       processa-todas-estacoes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Arquivamento do mestre (requisito 022): move p/ arquivos mortos anuais
      *>  as leituras com ano anterior ao corte (ano corrente - retencao),
      *>  deixando o mestre compacto; primeira passada levanta os anos a
      *>  arquivar, uma passada por ano move as leituras, e o relatorio fecha o
      *>  batimento examinadas = movidas + mantidas
      *>------------------------------------------------------------------------
       arquiva-mestre section.

           accept ws-data-atual from date yyyymmdd
           compute ws-ano-corte = ws-ano-atual - ws-anos-retencao

           move zero to ws-qtd-anos-arq
           move zero to ws-qtd-examinadas
           move zero to ws-qtd-movidas
           move zero to ws-qtd-mantidas

           open input arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao abrir arqTempMestre.dat "      to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-mestre <> 0
               read arqTempMestre next
               if ws-fs-mestre = 0 then
                   add 1 to ws-qtd-examinadas
                   if mst-ano < ws-ano-corte then
                       perform anota-ano-arquivamento
                   else
                       add 1 to ws-qtd-mantidas
                   end-if
               else
                   if ws-fs-mestre <> 10 then
                       move 25                                  to ws-msn-erro-ofsset
                       move ws-fs-mestre                        to ws-msn-erro-cod
                       move "Erro ao ler arqTempMestre.dat "    to ws-msn-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqTempMestre
           if ws-fs-mestre <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao fechar arqTempMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-ano-idx from 1 by 1
                                      until ws-ano-idx > ws-qtd-anos-arq
               perform arquiva-um-ano
           end-perform

           perform relatorio-arquivamento

           *> a manutencao tambem deixa seu rastro na razao de controle, com o
           *> batimento nas mesmas colunas das cargas: lidas = examinadas,
           *> gravadas = movidas p/ os mortos, duplicadas = mantidas no mestre
           move "ARQUIVA"          to ws-estacao-id
           move ws-mes-atual       to ws-mes-consulta
           move ws-ano-atual       to ws-ano-consulta
           move ws-qtd-examinadas  to ws-qtd-lidas
           move ws-qtd-movidas     to ws-qtd-gravadas
           move zero               to ws-qtd-rejeitadas
           move ws-qtd-mantidas    to ws-qtd-duplicadas
           move zero               to ws-total-dias
           if ws-qtd-lidas = ws-qtd-gravadas + ws-qtd-rejeitadas
                           + ws-qtd-duplicadas then
               move "BALANCEADA"  to ws-situacao-exec
           else
               move "INVESTIGAR"  to ws-situacao-exec
           end-if
           perform grava-controle-execucao
           .
       arquiva-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota o ano da leitura corrente do mestre na tabela de anos a
      *>  arquivar, sem duplicar (requisito 022)
      *>------------------------------------------------------------------------
       anota-ano-arquivamento section.

           perform varying ws-ano-idx from 1 by 1
                                      until ws-ano-idx > ws-qtd-anos-arq
               if ws-arq-ano(ws-ano-idx) = mst-ano then
                   go to anota-ano-arquivamento-exit
               end-if
           end-perform

           if ws-qtd-anos-arq = 50 then
               move 44                                      to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Tabela de anos de arquivamento excedida" to ws-msn-text
               perform finaliza-anormal
           end-if
           add 1 to ws-qtd-anos-arq
           move mst-ano to ws-arq-ano(ws-qtd-anos-arq)
           move zero    to ws-arq-qtd(ws-qtd-anos-arq)
           .
       anota-ano-arquivamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Move p/ o arquivo morto do ano corrente da tabela todas as leituras
      *>  daquele ano, apagando-as do mestre; numa reexecucao apos um abort a
      *>  leitura ja presente no morto e regravada por cima, sem duplicar (requisito 022)
      *>------------------------------------------------------------------------
       arquiva-um-ano section.

           move spaces to ws-nome-arq-anual
           string "arqTempMestre_"          delimited by size
                  ws-arq-ano(ws-ano-idx)    delimited by size
                  ".dat"                    delimited by size
                  into ws-nome-arq-anual

           open i-o arqTempArq
           if ws-fs-arq-anual <> 0 and ws-fs-arq-anual <> 5 then
               move 45                                      to ws-msn-erro-ofsset
               move ws-fs-arq-anual                         to ws-msn-erro-cod
               move "Erro ao abrir arquivo morto anual "    to ws-msn-text
               perform finaliza-anormal
           end-if

           open i-o arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao abrir arqTempMestre.dat "      to ws-msn-text
               perform finaliza-anormal
           end-if

           move zero to ws-qtd-movidas-ano
           perform until ws-fs-mestre <> 0
               read arqTempMestre next
               if ws-fs-mestre = 0 then
                   if mst-ano = ws-arq-ano(ws-ano-idx) then
                       move mst-registro to arq-registro
                       write arq-registro
                       if ws-fs-arq-anual = 22 then
                           rewrite arq-registro
                       end-if
                       if ws-fs-arq-anual <> 0 then
                           move 46                               to ws-msn-erro-ofsset
                           move ws-fs-arq-anual                  to ws-msn-erro-cod
                           move "Erro ao gravar arquivo morto anual " to ws-msn-text
                           perform finaliza-anormal
                       end-if
                       delete arqTempMestre
                       if ws-fs-mestre <> 0 then
                           move 47                               to ws-msn-erro-ofsset
                           move ws-fs-mestre                     to ws-msn-erro-cod
                           move "Erro ao excluir do arqTempMestre.dat " to ws-msn-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-movidas-ano
                   end-if
               else
                   if ws-fs-mestre <> 10 then
                       move 25                                  to ws-msn-erro-ofsset
                       move ws-fs-mestre                        to ws-msn-erro-cod
                       move "Erro ao ler arqTempMestre.dat "    to ws-msn-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqTempMestre
           if ws-fs-mestre <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao fechar arqTempMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if
           close arqTempArq
           if ws-fs-arq-anual <> 0 then
               move 48                                      to ws-msn-erro-ofsset
               move ws-fs-arq-anual                         to ws-msn-erro-cod
               move "Erro ao fechar arquivo morto anual "   to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-qtd-movidas-ano to ws-arq-qtd(ws-ano-idx)
           add ws-qtd-movidas-ano  to ws-qtd-movidas
           .
       arquiva-um-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio do arquivamento: o que foi movido, p/ qual arquivo morto, e
      *>  o batimento das contagens (requisito 022)
      *>------------------------------------------------------------------------
       relatorio-arquivamento section.

           open output relArquivamento
           if ws-fs-arquivamento <> 0 then
               move 49                                      to ws-msn-erro-ofsset
               move ws-fs-arquivamento                      to ws-msn-erro-cod
               move "Erro ao abrir relArquivamento.txt "    to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-ano-atual     to wqa-ano
           move ws-mes-atual     to wqa-mes
           move ws-dia-atual     to wqa-dia
           move ws-anos-retencao to wqa-retencao
           move ws-ano-corte     to wqa-corte
           move ws-cabecalho-arquiva to arqv-registro
           write arqv-registro

           perform varying ws-ano-idx from 1 by 1
                                      until ws-ano-idx > ws-qtd-anos-arq
               move ws-arq-ano(ws-ano-idx) to laa-ano
               move ws-arq-qtd(ws-ano-idx) to laa-qtd
               move ws-arq-ano(ws-ano-idx) to laa-arquivo-ano
               move ws-linha-arquiva-ano   to arqv-registro
               write arqv-registro
           end-perform

           move ws-qtd-examinadas to wra-examinadas
           move ws-qtd-movidas    to wra-movidas
           move ws-qtd-mantidas   to wra-mantidas
           if ws-qtd-examinadas = ws-qtd-movidas + ws-qtd-mantidas then
               move "BALANCEADO"  to wra-situacao
           else
               move "INVESTIGAR"  to wra-situacao
           end-if
           move ws-rodape-arquiva to arqv-registro
           write arqv-registro

           close relArquivamento
           if ws-fs-arquivamento <> 0 then
               move 50                                      to ws-msn-erro-ofsset
               move ws-fs-arquivamento                      to ws-msn-erro-cod
               move "Erro ao fechar relArquivamento.txt "   to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       relatorio-arquivamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Devolve ao mestre um ano arquivado, p/ uma carga de auditoria apontar
      *>  nos dados antigos; o arquivo morto e preservado e o ano pode ser
      *>  rearquivado depois com a mesma diretiva ARQUIVA (requisito 022)
      *>------------------------------------------------------------------------
       restaura-ano section.

           move spaces to ws-nome-arq-anual
           string "arqTempMestre_"  delimited by size
                  ws-ano-restaura   delimited by size
                  ".dat"            delimited by size
                  into ws-nome-arq-anual

           open input arqTempArq
           if ws-fs-arq-anual = 35 or ws-fs-arq-anual = 5 then
               display "Arquivo morto inexistente p/ o ano: " ws-ano-restaura
               close arqTempArq
               go to restaura-ano-exit
           end-if
           if ws-fs-arq-anual <> 0 then
               move 45                                      to ws-msn-erro-ofsset
               move ws-fs-arq-anual                         to ws-msn-erro-cod
               move "Erro ao abrir arquivo morto anual "    to ws-msn-text
               perform finaliza-anormal
           end-if

           open i-o arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao abrir arqTempMestre.dat "      to ws-msn-text
               perform finaliza-anormal
           end-if

           move zero to ws-qtd-lidas
           move zero to ws-qtd-gravadas
           move zero to ws-qtd-rejeitadas
           move zero to ws-qtd-duplicadas
           perform until ws-fs-arq-anual <> 0
               read arqTempArq next
               if ws-fs-arq-anual = 0 then
                   add 1 to ws-qtd-lidas
                   move arq-registro to mst-registro
                   write mst-registro
                   if ws-fs-mestre = 22 then
                       *> a leitura ja esta no mestre (restauracao repetida):
                       *> o que esta la prevalece, conta como duplicada
                       add 1 to ws-qtd-duplicadas
                   else
                       if ws-fs-mestre <> 0 then
                           move 24                               to ws-msn-erro-ofsset
                           move ws-fs-mestre                     to ws-msn-erro-cod
                           move "Erro ao gravar arqTempMestre.dat " to ws-msn-text
                           perform finaliza-anormal
                       end-if
                       add 1 to ws-qtd-gravadas
                   end-if
               else
                   if ws-fs-arq-anual <> 10 then
                       move 51                                  to ws-msn-erro-ofsset
                       move ws-fs-arq-anual                     to ws-msn-erro-cod
                       move "Erro ao ler arquivo morto anual "  to ws-msn-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           close arqTempArq
           if ws-fs-arq-anual <> 0 then
               move 48                                      to ws-msn-erro-ofsset
               move ws-fs-arq-anual                         to ws-msn-erro-cod
               move "Erro ao fechar arquivo morto anual "   to ws-msn-text
               perform finaliza-anormal
           end-if
           close arqTempMestre
           if ws-fs-mestre <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao fechar arqTempMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if

           display "Ano " ws-ano-restaura " restaurado ao mestre: "
                   ws-qtd-gravadas " incluidas, "
                   ws-qtd-duplicadas " ja presentes."

           *> rastro da restauracao na razao de controle, com o ano restaurado
           *> na coluna de ano da solicitacao
           accept ws-data-atual from date yyyymmdd
           move "RESTAURA"         to ws-estacao-id
           move ws-mes-atual       to ws-mes-consulta
           move ws-ano-restaura    to ws-ano-consulta
           move zero               to ws-total-dias
           if ws-qtd-lidas = ws-qtd-gravadas + ws-qtd-rejeitadas
                           + ws-qtd-duplicadas then
               move "BALANCEADA"  to ws-situacao-exec
           else
               move "INVESTIGAR"  to ws-situacao-exec
           end-if
           perform grava-controle-execucao
           .
       restaura-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Extracao de leituras por periodo: confere o pedido, monta a lista de
      *>  estacoes, le mestre e arquivos mortos do periodo e grava o extrato
      *>  com cabecalho e rodape; o pedido fica na razao de controle
      *>------------------------------------------------------------------------
       extrai-periodo section.

           move spaces to ws-ext-parametros
           unstring par-linha delimited by ";"
               into ws-ext-diretiva ws-ext-alvo ws-ext-ini-x
                    ws-ext-fim-x ws-ext-solicitante
           end-unstring

           *> datas digitadas a mao: numericas, de calendario e em ordem
           move "S" to ws-ext-valida
           if ws-ext-alvo = spaces
           or ws-ext-ini-x not numeric
           or ws-ext-fim-x not numeric then
               move "N" to ws-ext-valida
           else
               move ws-ext-ini-mes to ws-mes-busca
               move ws-ext-ini-ano to ws-ano-busca
               perform calcula-dias-do-mes
               if ws-ext-ini-dia < 1
               or ws-ext-ini-dia > ws-dias-no-mes then
                   move "N" to ws-ext-valida
               end-if
               move ws-ext-fim-mes to ws-mes-busca
               move ws-ext-fim-ano to ws-ano-busca
               perform calcula-dias-do-mes
               if ws-ext-fim-dia < 1
               or ws-ext-fim-dia > ws-dias-no-mes then
                   move "N" to ws-ext-valida
               end-if
           end-if
           if ws-ext-valida = "S" then
               move ws-ext-ini-ano to ws-ext-dti-ano
               move ws-ext-ini-mes to ws-ext-dti-mes
               move ws-ext-ini-dia to ws-ext-dti-dia
               move ws-ext-fim-ano to ws-ext-dtf-ano
               move ws-ext-fim-mes to ws-ext-dtf-mes
               move ws-ext-fim-dia to ws-ext-dtf-dia
               if ws-ext-data-ini > ws-ext-data-fim
               or ws-ext-dtf-ano - ws-ext-dti-ano > 99 then
                   move "N" to ws-ext-valida
               end-if
           end-if
           if ws-ext-valida = "N" then
               display "Parametro invalido, ignorado: " par-linha
               go to extrai-periodo-exit
           end-if

           perform monta-alvo-extrato
           if ws-qtd-ext-est = 0 then
               display "Extracao sem estacao do cadastro, ignorada: " par-linha
               go to extrai-periodo-exit
           end-if

           if ws-ext-solicitante = spaces then
               move "LOTE" to ws-ext-solicitante
           end-if

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           add 1 to ws-ext-seq

           move spaces to ws-nome-extrato
           string "arqExtrato_"  delimited by size
                  ws-data-atual  delimited by size
                  ws-hh-atual    delimited by size
                  ws-mm-atual    delimited by size
                  ws-ss-atual    delimited by size
                  "_"            delimited by size
                  ws-ext-seq     delimited by size
                  ".txt"         delimited by size
                  into ws-nome-extrato

           open output arqExtrato
           if ws-fs-extrato <> 0 then
               move 108                                     to ws-msn-erro-ofsset
               move ws-fs-extrato                           to ws-msn-erro-cod
               move "Erro ao abrir arqExtrato.txt "         to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-ext-solicitante to hex-solicitante
           move ws-ext-alvo        to hex-alvo
           move ws-ext-ini-x       to hex-ini
           move ws-ext-fim-x       to hex-fim
           move ws-data-atual      to hex-data
           move ws-hh-atual        to hex-hh
           move ws-mm-atual        to hex-mm
           move ws-ss-atual        to hex-ss
           move ws-cabecalho-extrato to ext-registro
           write ext-registro

           move zero to ws-ext-qtd-mestre
           move zero to ws-ext-qtd-arquivo
           move zero to ws-ext-qtd-duplicadas
           move zero to ws-ext-qtd-gravadas
           move zero to ws-ext-qtd-anos
           move all "N" to ws-ext-anos-lidos
           move "E" to ws-ext-destino

           open input arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao abrir arqTempMestre.dat "      to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-ext-est-idx from 1 by 1
                                          until ws-ext-est-idx > ws-qtd-ext-est
               perform varying ws-ext-ano from ws-ext-dti-ano by 1
                                          until ws-ext-ano > ws-ext-dtf-ano
                   perform extrai-estacao-ano
               end-perform
           end-perform

           close arqTempMestre
           if ws-fs-mestre <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao fechar arqTempMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-ext-ano-pos from 1 by 1 until ws-ext-ano-pos > 100
               if ws-ext-ano-lido(ws-ext-ano-pos) = "S" then
                   add 1 to ws-ext-qtd-anos
               end-if
           end-perform

           move ws-ext-qtd-gravadas   to tex-registros
           move ws-ext-qtd-mestre     to tex-mestre
           move ws-ext-qtd-arquivo    to tex-arquivo
           move ws-ext-qtd-duplicadas to tex-duplicadas
           move ws-qtd-ext-est        to tex-estacoes
           move ws-ext-qtd-anos       to tex-anos-arquivo
           move ws-rodape-extrato     to ext-registro
           write ext-registro

           close arqExtrato
           if ws-fs-extrato <> 0 then
               move 109                                     to ws-msn-erro-ofsset
               move ws-fs-extrato                           to ws-msn-erro-cod
               move "Erro ao fechar arqExtrato.txt "        to ws-msn-text
               perform finaliza-anormal
           end-if

           display "Extracao gravada em " ws-nome-extrato ": "
                   ws-ext-qtd-gravadas " leituras."

           *> o pedido deixa seu rastro na razao de controle: lidas = do
           *> mestre + dos arquivos mortos, gravadas = extraidas, duplicadas =
           *> presentes no mestre e no morto (ano restaurado), extraidas uma vez
           move "EXTRAI"              to ws-estacao-id
           move ws-mes-atual          to ws-mes-consulta
           move ws-ano-atual          to ws-ano-consulta
           compute ws-qtd-lidas = ws-ext-qtd-mestre + ws-ext-qtd-arquivo
           move ws-ext-qtd-gravadas   to ws-qtd-gravadas
           move zero                  to ws-qtd-rejeitadas
           move ws-ext-qtd-duplicadas to ws-qtd-duplicadas
           move zero                  to ws-total-dias
           if ws-qtd-lidas = ws-qtd-gravadas + ws-qtd-rejeitadas
                           + ws-qtd-duplicadas then
               move "BALANCEADA"  to ws-situacao-exec
           else
               move "INVESTIGAR"  to ws-situacao-exec
           end-if
           move spaces to ws-pedido-controle
           string ws-ext-solicitante delimited by space
                  " "                delimited by size
                  ws-ext-alvo        delimited by "  "
                  " "                delimited by size
                  ws-ext-ini-x       delimited by size
                  "-"                delimited by size
                  ws-ext-fim-x       delimited by size
                  " "                delimited by size
                  ws-nome-extrato    delimited by space
                  into ws-pedido-controle
           perform grava-controle-execucao
           .
       extrai-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a lista de estacoes da extracao: TODAS (ou ALL) as do cadastro,
      *>  as de uma regiao "REGIAO=<regiao>", ou os codigos separados por ","
      *>------------------------------------------------------------------------
       monta-alvo-extrato section.

           move zero to ws-qtd-ext-est

           evaluate true
               when ws-ext-alvo = "TODAS" or ws-ext-alvo = "ALL"
                   perform varying ws-todas-idx from 1 by 1
                                              until ws-todas-idx > ws-qtd-estacoes
                       move ws-cad-codigo(ws-todas-idx) to ws-ext-item
                       perform anota-estacao-extrato
                   end-perform

               when ws-ext-alvo(1:7) = "REGIAO="
                   move ws-ext-alvo(8:15) to ws-ext-regiao
                   perform varying ws-todas-idx from 1 by 1
                                              until ws-todas-idx > ws-qtd-estacoes
                       if ws-cad-regiao(ws-todas-idx) = ws-ext-regiao then
                           move ws-cad-codigo(ws-todas-idx) to ws-ext-item
                           perform anota-estacao-extrato
                       end-if
                   end-perform

               when other
                   move 1 to ws-ext-ponteiro
                   perform until ws-ext-ponteiro > 60
                       move spaces to ws-ext-item
                       unstring ws-ext-alvo delimited by ","
                           into ws-ext-item
                           with pointer ws-ext-ponteiro
                       end-unstring
                       if ws-ext-item <> spaces then
                           move ws-ext-item to ws-busca-codigo
                           perform busca-estacao-cadastro
                           if ws-cad-achado = 0 then
                               display "Estacao fora do cadastro, fora da extracao: "
                                       ws-ext-item
                           else
                               perform anota-estacao-extrato
                           end-if
                       end-if
                   end-perform
           end-evaluate
           .
       monta-alvo-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota a estacao em ws-ext-item na lista da extracao, sem repetir
      *>------------------------------------------------------------------------
       anota-estacao-extrato section.

           perform varying ws-ext-est-idx from 1 by 1
                                          until ws-ext-est-idx > ws-qtd-ext-est
               if ws-ext-estacao(ws-ext-est-idx) = ws-ext-item then
                   go to anota-estacao-extrato-exit
               end-if
           end-perform

           if ws-qtd-ext-est < 10 then
               add 1 to ws-qtd-ext-est
               move ws-ext-item to ws-ext-estacao(ws-qtd-ext-est)
           end-if
           .
       anota-estacao-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le uma estacao num ano do periodo, p/ o extrato, as normais ou o
      *>  boletim: mestre e arquivo morto do ano sao lidos em paralelo pela
      *>  chave, em ordem de data/hora; a leitura que esta nos dois (ano
      *>  restaurado) sai uma vez, com o valor do mestre
      *>------------------------------------------------------------------------
       extrai-estacao-ano section.

           move ws-ext-estacao(ws-ext-est-idx) to ws-ext-ci-estacao
           move ws-ext-estacao(ws-ext-est-idx) to ws-ext-cf-estacao
           if ws-ext-ano = ws-ext-dti-ano then
               move ws-ext-data-ini to ws-ext-ci-data
           else
               compute ws-ext-ci-data = ws-ext-ano * 10000 + 0101
           end-if
           if ws-ext-ano = ws-ext-dtf-ano then
               move ws-ext-data-fim to ws-ext-cf-data
           else
               compute ws-ext-cf-data = ws-ext-ano * 10000 + 1231
           end-if
           move zero to ws-ext-ci-hora
           move 2359 to ws-ext-cf-hora

           move "N" to ws-ext-mst-fim
           move ws-ext-chave-ini to mst-chave
           start arqTempMestre key not < mst-chave
           if ws-fs-mestre <> 0 then
               move "S" to ws-ext-mst-fim
           else
               perform le-mestre-extrato
           end-if

           *> arquivo morto do ano, so se existir: lido direto, sem restaurar
           move "S" to ws-ext-arq-fim
           move "N" to ws-ext-arq-aberto
           move spaces to ws-nome-arq-anual
           string "arqTempMestre_"  delimited by size
                  ws-ext-ano        delimited by size
                  ".dat"            delimited by size
                  into ws-nome-arq-anual

           open input arqTempArq
           if ws-fs-arq-anual = 35 or ws-fs-arq-anual = 5 then
               close arqTempArq
           else
               if ws-fs-arq-anual <> 0 then
                   move 45                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-anual                     to ws-msn-erro-cod
                   move "Erro ao abrir arquivo morto anual " to ws-msn-text
                   perform finaliza-anormal
               end-if
               compute ws-ext-ano-pos = ws-ext-ano - ws-ext-dti-ano + 1
               move "S" to ws-ext-ano-lido(ws-ext-ano-pos)
               move "N" to ws-ext-arq-fim
               move "S" to ws-ext-arq-aberto
               move ws-ext-chave-ini to arq-chave
               start arqTempArq key not < arq-chave
               if ws-fs-arq-anual <> 0 then
                   move "S" to ws-ext-arq-fim
               else
                   perform le-arquivo-extrato
               end-if
           end-if

           perform until ws-ext-mst-fim = "S" and ws-ext-arq-fim = "S"
               evaluate true
                   when ws-ext-mst-fim = "S"
                       perform entrega-leitura-arquivo
                       perform le-arquivo-extrato
                   when ws-ext-arq-fim = "S"
                       perform entrega-leitura-mestre
                       perform le-mestre-extrato
                   when mst-chave < arq-chave
                       perform entrega-leitura-mestre
                       perform le-mestre-extrato
                   when mst-chave > arq-chave
                       perform entrega-leitura-arquivo
                       perform le-arquivo-extrato
                   when other
                       add 1 to ws-ext-qtd-duplicadas
                       perform entrega-leitura-mestre
                       perform le-mestre-extrato
                       perform le-arquivo-extrato
               end-evaluate
           end-perform

           if ws-ext-arq-aberto = "S" then
               close arqTempArq
               if ws-fs-arq-anual <> 0 then
                   move 48                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-anual                     to ws-msn-erro-cod
                   move "Erro ao fechar arquivo morto anual " to ws-msn-text
                   perform finaliza-anormal
               end-if
           end-if
           .
       extrai-estacao-ano-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proxima leitura do mestre dentro da faixa de chaves da extracao
      *>------------------------------------------------------------------------
       le-mestre-extrato section.

           read arqTempMestre next
           if ws-fs-mestre = 0 then
               if mst-chave > ws-ext-chave-fim then
                   move "S" to ws-ext-mst-fim
               else
                   add 1 to ws-ext-qtd-mestre
               end-if
           else
               if ws-fs-mestre <> 10 then
                   move 25                                  to ws-msn-erro-ofsset
                   move ws-fs-mestre                        to ws-msn-erro-cod
                   move "Erro ao ler arqTempMestre.dat "    to ws-msn-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-ext-mst-fim
           end-if
           .
       le-mestre-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Proxima leitura do arquivo morto dentro da faixa de chaves
      *>------------------------------------------------------------------------
       le-arquivo-extrato section.

           read arqTempArq next
           if ws-fs-arq-anual = 0 then
               if arq-chave > ws-ext-chave-fim then
                   move "S" to ws-ext-arq-fim
               else
                   add 1 to ws-ext-qtd-arquivo
               end-if
           else
               if ws-fs-arq-anual <> 10 then
                   move 51                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-anual                     to ws-msn-erro-cod
                   move "Erro ao ler arquivo morto anual "  to ws-msn-text
                   perform finaliza-anormal
               end-if
               move "S" to ws-ext-arq-fim
           end-if
           .
       le-arquivo-extrato-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Entrega a leitura corrente do mestre a quem pediu a leitura do
      *>  periodo: o extrato, o levantamento das normais ou o boletim
      *>------------------------------------------------------------------------
       entrega-leitura-mestre section.

           move mst-estacao-id to lei-estacao
           move mst-ano        to lei-ano
           move mst-mes        to lei-mes
           move mst-dia        to lei-dia
           move mst-hora       to lei-hora
           move mst-min        to lei-min
           move mst-temp       to lei-temp
           move mst-umid       to lei-umid
           move mst-chuva      to lei-chuva
           move "MESTRE"       to lei-origem
           perform despacha-leitura-periodo
           .
       entrega-leitura-mestre-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Entrega a leitura corrente do arquivo morto do ano
      *>------------------------------------------------------------------------
       entrega-leitura-arquivo section.

           move arq-estacao-id to lei-estacao
           move arq-ano        to lei-ano
           move arq-mes        to lei-mes
           move arq-dia        to lei-dia
           move arq-hora       to lei-hora
           move arq-min        to lei-min
           move arq-temp       to lei-temp
           move arq-umid       to lei-umid
           move arq-chuva      to lei-chuva
           move ws-ext-ano     to weo-ano
           move ws-ext-origem-arquivo to lei-origem
           perform despacha-leitura-periodo
           .
       entrega-leitura-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Despacha a leitura do periodo conforme o pedido em andamento
      *>------------------------------------------------------------------------
       despacha-leitura-periodo section.

           evaluate true
               when destino-extrato
                   perform grava-extrato-leitura
               when destino-normais
                   perform acumula-leitura-normal
               when destino-boletim
                   perform acumula-leitura-boletim
           end-evaluate
           .
       despacha-leitura-periodo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava no extrato a leitura entregue
      *>------------------------------------------------------------------------
       grava-extrato-leitura section.

           move lei-estacao    to lex-estacao
           move lei-ano        to lex-ano
           move lei-mes        to lex-mes
           move lei-dia        to lex-dia
           move lei-hora       to lex-hora
           move lei-min        to lex-min
           move lei-temp       to lex-temp
           move lei-umid       to lex-umid
           move lei-chuva      to lex-chuva
           move lei-origem     to lex-origem
           move ws-linha-extrato to ext-registro
           inspect ext-registro replacing all "," by "."
           write ext-registro
           add 1 to ws-ext-qtd-gravadas
           .
       grava-extrato-leitura-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo anual da estacao (requisito 026): rele os doze meses do mestre
      *>  com a mesma carga agregada dos relatorios mensais, uma linha por mes,
      *>  e fecha o ano com extremos datados, graus-dia, geadas e a contagem de
      *>  ondas de frio/calor sobre a serie continua do ano
      *>------------------------------------------------------------------------
       relatorio-anual section.

           *> a solicitacao anual vale as mesmas regras de cadastro e faixa de
           *> qualquer carga (requisito 011)
           perform valida-estacao
           if ws-est-atual = 0 then
               display "Estacao nao cadastrada ou inativa, ignorada: "
                       ws-estacao-id
               go to relatorio-anual-exit
           end-if

           move zero to ws-qtd-lidas
           move zero to ws-qtd-gravadas
           move zero to ws-qtd-rejeitadas
           move zero to ws-qtd-duplicadas
           move "N"  to ws-controle-ja-gravado

           move "N"  to ws-anu-tem-dados
           move zero to ws-anu-gda
           move zero to ws-anu-gdr
           move zero to ws-anu-geadas
           move zero to ws-qtd-serie-ano

           move spaces to ws-nome-anual
           string "relAnual_"      delimited by size
                  ws-estacao-id    delimited by space
                  "_"              delimited by size
                  ws-ano-anual     delimited by size
                  ".txt"           delimited by size
                  into ws-nome-anual

           open output relAnual
           if ws-fs-anual <> 0 then
               move 56                                      to ws-msn-erro-ofsset
               move ws-fs-anual                             to ws-msn-erro-cod
               move "Erro ao abrir relAnual.txt "           to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-estacao-id to wan-estacao
           move ws-ano-anual  to wan-ano
           move ws-cabecalho-anual to anu-registro
           write anu-registro

           open i-o arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao abrir arqTempMestre.dat "      to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-mes-anual from 1 by 1 until ws-mes-anual > 12
               move ws-mes-anual to ws-mes-consulta
               move ws-ano-anual to ws-ano-consulta
               perform carga-mes-mestre
               perform fecha-mes-anual
           end-perform

           close arqTempMestre
           if ws-fs-mestre <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao fechar arqTempMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if

           if ws-anu-tem-dados = "N" then
               move "ANO SEM LEITURAS NO MESTRE" to anu-registro
               write anu-registro
           else
               move ws-anu-minima    to ane-minima
               move ws-anu-min-dia   to ane-min-dia
               move ws-anu-min-mes   to ane-min-mes
               move ws-anu-maxima    to ane-maxima
               move ws-anu-max-dia   to ane-max-dia
               move ws-anu-max-mes   to ane-max-mes
               move ws-linha-anual-extremos to anu-registro
               write anu-registro

               move ws-anu-gda       to ang-gda
               move ws-anu-gdr       to ang-gdr
               move ws-anu-geadas    to ang-geadas
               move ws-linha-anual-graus to anu-registro
               write anu-registro

               set evento-frio to true
               perform conta-eventos-anuais
               move ws-qtd-eventos-tipo to ws-anu-eventos-frio
               set evento-calor to true
               perform conta-eventos-anuais
               move ws-qtd-eventos-tipo to ws-anu-eventos-calor

               move ws-anu-eventos-frio  to ane-frio
               move ws-anu-eventos-calor to ane-calor
               move ws-linha-anual-eventos to anu-registro
               write anu-registro
           end-if

           close relAnual
           if ws-fs-anual <> 0 then
               move 57                                      to ws-msn-erro-ofsset
               move ws-fs-anual                             to ws-msn-erro-cod
               move "Erro ao fechar relAnual.txt "          to ws-msn-text
               perform finaliza-anormal
           end-if

           *> o fechamento anual tambem deixa seu rastro na razao de controle;
           *> ele so le o mestre, entao as contagens de carga ficam zeradas
           accept ws-data-atual from date yyyymmdd
           move zero              to ws-mes-consulta
           move ws-ano-anual      to ws-ano-consulta
           move zero              to ws-total-dias
           move "BALANCEADA"      to ws-situacao-exec
           perform grava-controle-execucao
           .
       relatorio-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha um mes dentro do resumo anual: linha do mes (ou "sem leituras"),
      *>  extremos datados, graus-dia, geadas e a serie continua p/ a contagem
      *>  de eventos (requisito 026)
      *>------------------------------------------------------------------------
       fecha-mes-anual section.

           move ws-mes-consulta to anl-mes
           move ws-ano-consulta to anl-ano
           move ws-mes-consulta to anv-mes
           move ws-ano-consulta to anv-ano

           if ws-total-dias = 0 then
               move ws-linha-anual-vazio to anu-registro
               write anu-registro
               go to fecha-mes-anual-exit
           end-if

           if estimacao-ligada then
               perform estima-dias-faltantes
           end-if
           perform calculo-temp-media

           move ws-mes-consulta to ws-mes-busca
           move ws-ano-consulta to ws-ano-busca
           perform calcula-dias-do-mes
           if ws-dias-no-mes = 0 then
               move zero to anl-cobertura
           else
               compute anl-cobertura rounded =
                       ((ws-total-dias - ws-qtd-dias-estimados) * 100)
                       / ws-dias-no-mes
           end-if
           move media_temp  to anl-media
           move temp_minima to anl-minima
           move temp_maxima to anl-maxima
           move ws-linha-anual-mes to anu-registro
           write anu-registro

           *> extremos do ano com a data em que aconteceram; meses so de dias
           *> estimados nao existem (estimar exige vizinho medido), entao os
           *> extremos mensais aqui sao sempre de dias medidos (requisito 024)
           if ws-anu-tem-dados = "N" or temp_minima < ws-anu-minima then
               move temp_minima     to ws-anu-minima
               move dia_temp_minima to ws-anu-min-dia
               move ws-mes-consulta to ws-anu-min-mes
           end-if
           if ws-anu-tem-dados = "N" or temp_maxima > ws-anu-maxima then
               move temp_maxima     to ws-anu-maxima
               move dia_temp_maxima to ws-anu-max-dia
               move ws-mes-consulta to ws-anu-max-mes
           end-if
           move "S" to ws-anu-tem-dados

           *> graus-dia e geadas do mes, nas mesmas bases da exportacao mensal
           *> (requisito 020); geada so conta em dia medido (requisito 024)
           perform varying ind from 1 by 1 until ind > ws-total-dias
               if ws-temp-media-dia(ind) < ws-base-aquecimento then
                   compute ws-gda-dia =
                           ws-base-aquecimento - ws-temp-media-dia(ind)
                   add ws-gda-dia to ws-anu-gda
               end-if
               if ws-temp-media-dia(ind) > ws-base-refrigeracao then
                   compute ws-gdr-dia =
                           ws-temp-media-dia(ind) - ws-base-refrigeracao
                   add ws-gdr-dia to ws-anu-gdr
               end-if
               if ws-dia-estimado(ind) <> "S"
               and ws-temp-min-dia(ind) < zero then
                   add 1 to ws-anu-geadas
               end-if

               if ws-qtd-serie-ano < 366 then
                   add 1 to ws-qtd-serie-ano
                   move ws-dia(ind)          to ws-san-dia(ws-qtd-serie-ano)
                   move ws-mes(ind)          to ws-san-mes(ws-qtd-serie-ano)
                   move ws-ano(ind)          to ws-san-ano(ws-qtd-serie-ano)
                   move ws-temp-min-dia(ind) to ws-san-min(ws-qtd-serie-ano)
                   move ws-temp-max-dia(ind) to ws-san-max(ws-qtd-serie-ano)
               end-if
           end-perform
           .
       fecha-mes-anual-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta na serie continua do ano as sequencias de dias de calendario
      *>  consecutivos em excecao do tipo corrente com a duracao minima
      *>  configurada - mesma regra do intercambio de alertas, so que contando
      *>  em vez de gravar (requisito 026)
      *>------------------------------------------------------------------------
       conta-eventos-anuais section.

           move zero to ws-duracao-evento
           move zero to ws-qtd-eventos-tipo

           perform varying ind from 1 by 1 until ind > ws-qtd-serie-ano
               if (evento-frio  and ws-san-min(ind) < ws-limiar-frio)
               or (evento-calor and ws-san-max(ind) > ws-limiar-calor) then
                   if ws-duracao-evento > 0
                   and ws-san-dia(ind) = ws-seg-dia
                   and ws-san-mes(ind) = ws-seg-mes
                   and ws-san-ano(ind) = ws-seg-ano then
                       add 1 to ws-duracao-evento
                   else
                       perform encerra-evento-contagem
                       move 1 to ws-duracao-evento
                   end-if
                   move ws-san-dia(ind) to ws-fim-dia
                   move ws-san-mes(ind) to ws-fim-mes
                   move ws-san-ano(ind) to ws-fim-ano
                   perform calcula-data-seguinte
               else
                   perform encerra-evento-contagem
               end-if
           end-perform

           perform encerra-evento-contagem
           .
       conta-eventos-anuais-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Encerra a sequencia corrente da contagem anual: com a duracao minima
      *>  atingida, conta um evento (requisito 026)
      *>------------------------------------------------------------------------
       encerra-evento-contagem section.

           if ws-duracao-evento >= ws-qtd-dias-evento then
               add 1 to ws-qtd-eventos-tipo
           end-if
           move zero to ws-duracao-evento
           .
       encerra-evento-contagem-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consolidacao mensal: carrega o mes solicitado de todas as estacoes
      *>  ativas e monta o comparativo entre elas (requisito 016)
      *>------------------------------------------------------------------------
       consolida-mes section.

           perform carrega-consolidacao
           if ws-qtd-consol = 0 then
               display "Consolidacao sem dados: " ws-mes-consulta
                       "/" ws-ano-consulta
               go to consolida-mes-exit
           end-if

           perform relatorio-consolidado
           .
       consolida-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consolidado regional mensal (requisito 028): mesma carga da
      *>  consolidacao, agregada pela regiao do cadastro de cada estacao
      *>------------------------------------------------------------------------
       regioes-mes section.

           perform carrega-consolidacao
           if ws-qtd-consol = 0 then
               display "Regional sem dados: " ws-mes-consulta
                       "/" ws-ano-consulta
               go to regioes-mes-exit
           end-if

           perform relatorio-regioes
           .
       regioes-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega o mes solicitado de todas as estacoes ativas p/ a tabela de
      *>  consolidacao (requisitos 016+028), com a regiao do cadastro e os
      *>  graus-dia do mes de cada estacao
      *>------------------------------------------------------------------------
       carrega-consolidacao section.

           move zero to ws-qtd-consol

           perform varying ws-todas-idx from 1 by 1
                                        until ws-todas-idx > ws-qtd-estacoes
               if estacao-cadastro-ativa(ws-todas-idx) then
                   move ws-cad-codigo(ws-todas-idx) to ws-estacao-id
                   perform carga-estacao

                   *> a carga feita pela consolidacao tambem deixa rastro na
                   *> razao de controle (requisito 019)
                   if ws-qtd-lidas = ws-qtd-gravadas + ws-qtd-rejeitadas
                                   + ws-qtd-duplicadas
                   and not entrega-recusada then
                       move "BALANCEADA"  to ws-situacao-exec
                   else
                       move "INVESTIGAR"  to ws-situacao-exec
                   end-if
                   perform grava-controle-execucao

                   if ws-total-dias > 0 then
                       *> a consolidacao usa as mesmas medias mensais dos
                       *> relatorios por estacao, estimadas ou nao (requisito 024)
                       if estimacao-ligada then
                           perform estima-dias-faltantes
                       end-if
                       perform calculo-temp-media
                       add 1 to ws-qtd-consol
                       move ws-estacao-id to ws-con-codigo(ws-qtd-consol)
                       move media_temp    to ws-con-media(ws-qtd-consol)
                       move temp_minima   to ws-con-minima(ws-qtd-consol)
                       move temp_maxima   to ws-con-maxima(ws-qtd-consol)
                       move ws-total-dias to ws-con-qtd-dias(ws-qtd-consol)
                       move ws-cad-regiao(ws-todas-idx)
                         to ws-con-regiao(ws-qtd-consol)
                       perform varying dia from 1 by 1 until dia > 31
                           move "N"  to ws-con-tem-leitura(ws-qtd-consol dia)
                           move zero to ws-con-temp-dia(ws-qtd-consol dia)
                       end-perform
                       *> graus-dia do mes da estacao, nas mesmas bases da
                       *> exportacao mensal (requisitos 020+028)
                       move zero to ws-con-gda(ws-qtd-consol)
                       move zero to ws-con-gdr(ws-qtd-consol)
                       perform varying ind from 1 by 1 until ind > ws-total-dias
                           move "S" to ws-con-tem-leitura
                                       (ws-qtd-consol ws-dia(ind))
                           move ws-temp-media-dia(ind) to ws-con-temp-dia
                                       (ws-qtd-consol ws-dia(ind))
                           if ws-temp-media-dia(ind) < ws-base-aquecimento then
                               compute ws-gda-dia = ws-base-aquecimento
                                       - ws-temp-media-dia(ind)
                               add ws-gda-dia to ws-con-gda(ws-qtd-consol)
                           end-if
                           if ws-temp-media-dia(ind) > ws-base-refrigeracao then
                               compute ws-gdr-dia = ws-temp-media-dia(ind)
                                       - ws-base-refrigeracao
                               add ws-gdr-dia to ws-con-gdr(ws-qtd-consol)
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform
           .
       carrega-consolidacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio comparativo: um dia por linha com a leitura de cada estacao
      *>  e a media regional, e as classificacoes do mes (requisito 016)
      *>------------------------------------------------------------------------
       relatorio-consolidado section.

           move spaces to ws-nome-consolidado
           string "relConsolidado_" delimited by size
                  ws-mes-consulta   delimited by size
                  ws-ano-consulta   delimited by size
                  ".txt"            delimited by size
                  into ws-nome-consolidado

           open output relConsolidado
           if ws-fs-consolidado <> 0 then
               move 30                                      to ws-msn-erro-ofsset
               move ws-fs-consolidado                       to ws-msn-erro-cod
               move "Erro ao abrir relConsolidado.txt "     to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-mes-consulta         to wcc-mes
           move ws-ano-consulta         to wcc-ano
           move ws-qtd-consol           to wcc-qtd
           move ws-cabecalho-consolidado to rcs-registro
           write rcs-registro

           perform varying ws-consol-idx from 1 by 1 until ws-consol-idx > 10
               if ws-consol-idx > ws-qtd-consol then
                   move spaces to cab-col(ws-consol-idx)
               else
                   move ws-con-codigo(ws-consol-idx)
                     to cab-col(ws-consol-idx)
               end-if
           end-perform
           move ws-cab-colunas-consolidado to rcs-registro
           write rcs-registro

           *> uma linha por dia do calendario do mes, com "-" onde a estacao
           *> nao tem leitura; a media regional considera so quem tem leitura
           move ws-mes-consulta to ws-mes-busca
           move ws-ano-consulta to ws-ano-busca
           perform calcula-dias-do-mes
           perform varying dia from 1 by 1 until dia > ws-dias-no-mes
               move dia  to ccl-dia
               move zero to ws-soma-regional
               move zero to ws-qtd-regional
               perform varying ws-consol-idx from 1 by 1
                                             until ws-consol-idx > 10
                   if ws-consol-idx > ws-qtd-consol then
                       move spaces to ccl-col(ws-consol-idx)
                   else
                       if ws-con-tem-leitura(ws-consol-idx dia) = "S" then
                           move ws-con-temp-dia(ws-consol-idx dia)
                             to ws-temp-celula
                           move ws-temp-celula to ccl-col(ws-consol-idx)
                           add ws-con-temp-dia(ws-consol-idx dia)
                             to ws-soma-regional
                           add 1 to ws-qtd-regional
                       else
                           move "     -" to ccl-col(ws-consol-idx)
                       end-if
                   end-if
               end-perform
               if ws-qtd-regional = 0 then
                   move zero to ccl-media-regional
               else
                   compute ccl-media-regional rounded =
                           ws-soma-regional / ws-qtd-regional
               end-if
               move ws-linha-consolidado to rcs-registro
               write rcs-registro
           end-perform

           move "Classificacao por media do mes:" to rcs-registro
           write rcs-registro
           set ranking-por-media to true
           perform imprime-ranking

           move "Classificacao por minima absoluta:" to rcs-registro
           write rcs-registro
           set ranking-por-minima to true
           perform imprime-ranking

           move "Classificacao por maxima absoluta:" to rcs-registro
           write rcs-registro
           set ranking-por-maxima to true
           perform imprime-ranking

           close relConsolidado
           if ws-fs-consolidado <> 0 then
               move 31                                      to ws-msn-erro-ofsset
               move ws-fs-consolidado                       to ws-msn-erro-cod
               move "Erro ao fechar relConsolidado.txt "    to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       relatorio-consolidado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Classificacao das estacoes pelo criterio corrente (media, minima ou
      *>  maxima), com o destaque de estacao mais quente/mais fria (requisito 016)
      *>------------------------------------------------------------------------
       imprime-ranking section.

           perform varying ws-consol-idx from 1 by 1
                                         until ws-consol-idx > ws-qtd-consol
               move "N" to ws-con-classificada(ws-consol-idx)
           end-perform

           perform varying ws-posicao-ranking from 1 by 1
                                         until ws-posicao-ranking > ws-qtd-consol
               move zero to ws-melhor-idx
               perform varying ws-consol-idx from 1 by 1
                                             until ws-consol-idx > ws-qtd-consol
                   if ws-con-classificada(ws-consol-idx) = "N" then
                       if ws-melhor-idx = 0 then
                           move ws-consol-idx to ws-melhor-idx
                       else
                           evaluate true
                               when ranking-por-media
                                   if ws-con-media(ws-consol-idx) >
                                      ws-con-media(ws-melhor-idx) then
                                       move ws-consol-idx to ws-melhor-idx
                                   end-if
                               when ranking-por-minima
                                   if ws-con-minima(ws-consol-idx) <
                                      ws-con-minima(ws-melhor-idx) then
                                       move ws-consol-idx to ws-melhor-idx
                                   end-if
                               when ranking-por-maxima
                                   if ws-con-maxima(ws-consol-idx) >
                                      ws-con-maxima(ws-melhor-idx) then
                                       move ws-consol-idx to ws-melhor-idx
                                   end-if
                           end-evaluate
                       end-if
                   end-if
               end-perform

               move "S" to ws-con-classificada(ws-melhor-idx)
               move ws-posicao-ranking            to rkg-posicao
               move ws-con-codigo(ws-melhor-idx)  to rkg-codigo
               evaluate true
                   when ranking-por-media
                       move ws-con-media(ws-melhor-idx)  to rkg-valor
                   when ranking-por-minima
                       move ws-con-minima(ws-melhor-idx) to rkg-valor
                   when ranking-por-maxima
                       move ws-con-maxima(ws-melhor-idx) to rkg-valor
               end-evaluate

               move spaces to rkg-flag
               if ranking-por-media then
                   if ws-posicao-ranking = 1 then
                       move "ESTACAO MAIS QUENTE DO MES" to rkg-flag
                   end-if
                   if ws-posicao-ranking = ws-qtd-consol
                   and ws-qtd-consol > 1 then
                       move "ESTACAO MAIS FRIA DO MES"   to rkg-flag
                   end-if
               end-if

               move ws-linha-ranking to rcs-registro
               write rcs-registro
           end-perform
           .
       imprime-ranking-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio regional mensal (requisito 028): agrega a tabela de
      *>  consolidacao pela regiao do cadastro - media das medias das estacoes,
      *>  extremos regionais, graus-dia somados - e fecha com o ranking regiao
      *>  contra regiao pela media; regiao representada por uma unica estacao
      *>  sai rotulada como tal
      *>------------------------------------------------------------------------
       relatorio-regioes section.

           move zero to ws-qtd-regioes

           perform varying ws-consol-idx from 1 by 1
                                         until ws-consol-idx > ws-qtd-consol
               perform agrega-estacao-regiao
           end-perform

           perform varying ws-reg-idx from 1 by 1
                                      until ws-reg-idx > ws-qtd-regioes
               compute ws-reg-media(ws-reg-idx) rounded =
                       ws-reg-soma-medias(ws-reg-idx)
                       / ws-reg-qtd-estacoes(ws-reg-idx)
           end-perform

           move spaces to ws-nome-regioes
           string "relRegioes_"     delimited by size
                  ws-mes-consulta   delimited by size
                  ws-ano-consulta   delimited by size
                  ".txt"            delimited by size
                  into ws-nome-regioes

           open output relRegioes
           if ws-fs-regioes <> 0 then
               move 61                                      to ws-msn-erro-ofsset
               move ws-fs-regioes                           to ws-msn-erro-cod
               move "Erro ao abrir relRegioes.txt "         to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-mes-consulta to wrg-mes
           move ws-ano-consulta to wrg-ano
           move ws-qtd-regioes  to wrg-qtd
           move ws-cabecalho-regioes to reg-registro
           write reg-registro

           perform varying ws-reg-idx from 1 by 1
                                      until ws-reg-idx > ws-qtd-regioes
               move ws-reg-nome(ws-reg-idx)         to rgl-nome
               move ws-reg-media(ws-reg-idx)        to rgl-media
               move ws-reg-minima(ws-reg-idx)       to rgl-minima
               move ws-reg-maxima(ws-reg-idx)       to rgl-maxima
               move ws-reg-gda(ws-reg-idx)          to rgl-gda
               move ws-reg-gdr(ws-reg-idx)          to rgl-gdr
               move ws-reg-qtd-estacoes(ws-reg-idx) to rgl-qtd
               if ws-reg-qtd-estacoes(ws-reg-idx) = 1 then
                   move "REPRESENTADA POR 1 ESTACAO" to rgl-obs
               else
                   move spaces                       to rgl-obs
               end-if
               move ws-linha-regiao to reg-registro
               write reg-registro
           end-perform

           move "Classificacao das regioes por media do mes:" to reg-registro
           write reg-registro
           perform imprime-ranking-regioes

           close relRegioes
           if ws-fs-regioes <> 0 then
               move 62                                      to ws-msn-erro-ofsset
               move ws-fs-regioes                           to ws-msn-erro-cod
               move "Erro ao fechar relRegioes.txt "        to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       relatorio-regioes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leva a estacao corrente da consolidacao p/ a regiao dela na tabela
      *>  regional, criando a regiao na primeira vez (requisito 028)
      *>------------------------------------------------------------------------
       agrega-estacao-regiao section.

           move zero to ws-reg-achada
           perform varying ws-reg-idx from 1 by 1
                                      until ws-reg-idx > ws-qtd-regioes
               if ws-reg-nome(ws-reg-idx) = ws-con-regiao(ws-consol-idx) then
                   move ws-reg-idx to ws-reg-achada
               end-if
           end-perform

           if ws-reg-achada = 0 then
               add 1 to ws-qtd-regioes
               move ws-qtd-regioes to ws-reg-achada
               move ws-con-regiao(ws-consol-idx)
                 to ws-reg-nome(ws-reg-achada)
               move zero to ws-reg-qtd-estacoes(ws-reg-achada)
               move zero to ws-reg-soma-medias(ws-reg-achada)
               move zero to ws-reg-gda(ws-reg-achada)
               move zero to ws-reg-gdr(ws-reg-achada)
               move ws-con-minima(ws-consol-idx)
                 to ws-reg-minima(ws-reg-achada)
               move ws-con-maxima(ws-consol-idx)
                 to ws-reg-maxima(ws-reg-achada)
           end-if

           add 1 to ws-reg-qtd-estacoes(ws-reg-achada)
           add ws-con-media(ws-consol-idx)
             to ws-reg-soma-medias(ws-reg-achada)
           add ws-con-gda(ws-consol-idx) to ws-reg-gda(ws-reg-achada)
           add ws-con-gdr(ws-consol-idx) to ws-reg-gdr(ws-reg-achada)
           if ws-con-minima(ws-consol-idx) < ws-reg-minima(ws-reg-achada) then
               move ws-con-minima(ws-consol-idx)
                 to ws-reg-minima(ws-reg-achada)
           end-if
           if ws-con-maxima(ws-consol-idx) > ws-reg-maxima(ws-reg-achada) then
               move ws-con-maxima(ws-consol-idx)
                 to ws-reg-maxima(ws-reg-achada)
           end-if
           .
       agrega-estacao-regiao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Classificacao das regioes pela media do mes, da mais quente p/ a mais
      *>  fria, no mesmo estilo do ranking de estacoes (requisito 028)
      *>------------------------------------------------------------------------
       imprime-ranking-regioes section.

           perform varying ws-reg-idx from 1 by 1
                                      until ws-reg-idx > ws-qtd-regioes
               move "N" to ws-reg-classificada(ws-reg-idx)
           end-perform

           perform varying ws-posicao-reg from 1 by 1
                                      until ws-posicao-reg > ws-qtd-regioes
               move zero to ws-melhor-reg
               perform varying ws-reg-idx from 1 by 1
                                      until ws-reg-idx > ws-qtd-regioes
                   if ws-reg-classificada(ws-reg-idx) = "N" then
                       if ws-melhor-reg = 0 then
                           move ws-reg-idx to ws-melhor-reg
                       else
                           if ws-reg-media(ws-reg-idx) >
                              ws-reg-media(ws-melhor-reg) then
                               move ws-reg-idx to ws-melhor-reg
                           end-if
                       end-if
                   end-if
               end-perform

               move "S" to ws-reg-classificada(ws-melhor-reg)
               move ws-posicao-reg              to rkr-posicao
               move ws-reg-nome(ws-melhor-reg)  to rkr-nome
               move ws-reg-media(ws-melhor-reg) to rkr-media
               move ws-linha-ranking-regiao to reg-registro
               write reg-registro
           end-perform
           .
       imprime-ranking-regioes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Consistencia regional da estacao solicitada: cada dia medido da
      *>  estacao e comparado contra a mediana das demais estacoes ativas da
      *>  mesma regiao nas mesmas datas; dias alem da tolerancia vao p/ o
      *>  relConsistencia_<estacao> e p/ a lista de suspeitos da estacao, e
      *>  dias com menos de tres estacoes da regiao com leitura saem como nao
      *>  verificaveis
      *>------------------------------------------------------------------------
       verifica-consistencia-regional section.

           if ws-est-atual = 0 then
               go to verifica-consistencia-regional-exit
           end-if

           *> estacoes ativas da mesma regiao do cadastro, a propria inclusa
           move zero to ws-qtd-viz
           move zero to ws-viz-propria
           perform varying ws-todas-idx from 1 by 1
                                        until ws-todas-idx > ws-qtd-estacoes
               if estacao-cadastro-ativa(ws-todas-idx)
               and ws-cad-regiao(ws-todas-idx) = ws-cad-regiao(ws-est-atual) then
                   add 1 to ws-qtd-viz
                   move ws-cad-codigo(ws-todas-idx) to ws-viz-codigo(ws-qtd-viz)
                   if ws-cad-codigo(ws-todas-idx) = ws-estacao-id then
                       move ws-qtd-viz to ws-viz-propria
                   end-if
               end-if
           end-perform

           if ws-viz-propria = 0 then
               go to verifica-consistencia-regional-exit
           end-if

           *> o mes de cada estacao vem do mestre, so com os dias medidos: um
           *> dia estimado nao e uma medicao e nao entra na comparacao
           open input arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao abrir arqTempMestre.dat "      to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-viz-idx from 1 by 1 until ws-viz-idx > ws-qtd-viz
               perform carrega-mes-vizinho
           end-perform

           close arqTempMestre
           if ws-fs-mestre <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao fechar arqTempMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if

           move spaces to ws-nome-consistencia
           move spaces to ws-nome-suspeitos
           string "relConsistencia_" delimited by size
                  ws-estacao-id      delimited by space
                  ".txt"             delimited by size
                  into ws-nome-consistencia
           string "arqTempSuspeitos_" delimited by size
                  ws-estacao-id       delimited by space
                  ".txt"              delimited by size
                  into ws-nome-suspeitos

           perform carrega-suspeitos-pendentes

           open output relConsistencia
           if ws-fs-consistencia <> 0 then
               move 71                                      to ws-msn-erro-ofsset
               move ws-fs-consistencia                      to ws-msn-erro-cod
               move "Erro ao abrir relConsistencia.txt "    to ws-msn-text
               perform finaliza-anormal
           end-if

           open extend arqTempSuspeitos
           if ws-fs-suspeitos = 35 then
               open output arqTempSuspeitos
           end-if
           if ws-fs-suspeitos <> 0 and ws-fs-suspeitos <> 5 then
               move 73                                      to ws-msn-erro-ofsset
               move ws-fs-suspeitos                         to ws-msn-erro-cod
               move "Erro ao abrir arqTempSuspeitos.txt "   to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-estacao-id                to wcs-estacao
           move ws-cad-regiao(ws-est-atual)  to wcs-regiao
           move ws-mes-consulta              to wcs-mes
           move ws-ano-consulta              to wcs-ano
           move ws-tolerancia-regional       to wcs-tolerancia
           move ws-cabecalho-consistencia    to cns-registro
           write cns-registro

           move zero to ws-qtd-dias-verificados
           move zero to ws-qtd-dias-fora
           move zero to ws-qtd-dias-nao-verif
           move zero to ws-qtd-suspeitos-novos

           perform varying dia from 1 by 1 until dia > 31
               if ws-viz-tem(ws-viz-propria dia) = "S" then
                   move zero to ws-qtd-reportando
                   perform varying ws-viz-idx from 1 by 1
                                              until ws-viz-idx > ws-qtd-viz
                       if ws-viz-tem(ws-viz-idx dia) = "S" then
                           add 1 to ws-qtd-reportando
                       end-if
                   end-perform

                   if ws-qtd-reportando < 3 then
                       add 1 to ws-qtd-dias-nao-verif
                       move dia               to cnv-dia
                       move ws-mes-consulta   to cnv-mes
                       move ws-ano-consulta   to cnv-ano
                       move ws-qtd-reportando to cnv-qtd
                       move ws-linha-nao-verificavel to cns-registro
                       write cns-registro
                   else
                       add 1 to ws-qtd-dias-verificados
                       move "N" to ws-dia-fora
                       move "MEDIA " to ws-grandeza
                       perform compara-grandeza-regional
                       move "MINIMA" to ws-grandeza
                       perform compara-grandeza-regional
                       move "MAXIMA" to ws-grandeza
                       perform compara-grandeza-regional
                       if ws-dia-fora = "S" then
                           add 1 to ws-qtd-dias-fora
                       end-if
                   end-if
               end-if
           end-perform

           move ws-qtd-dias-verificados to wrc-verificados
           move ws-qtd-dias-fora        to wrc-fora
           move ws-qtd-dias-nao-verif   to wrc-nao-verif
           move ws-qtd-suspeitos-novos  to wrc-suspeitos
           move ws-rodape-consistencia  to cns-registro
           write cns-registro

           close arqTempSuspeitos
           if ws-fs-suspeitos <> 0 then
               move 74                                      to ws-msn-erro-ofsset
               move ws-fs-suspeitos                         to ws-msn-erro-cod
               move "Erro ao fechar arqTempSuspeitos.txt "  to ws-msn-text
               perform finaliza-anormal
           end-if

           close relConsistencia
           if ws-fs-consistencia <> 0 then
               move 72                                      to ws-msn-erro-ofsset
               move ws-fs-consistencia                      to ws-msn-erro-cod
               move "Erro ao fechar relConsistencia.txt "   to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       verifica-consistencia-regional-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Minima, maxima e media de cada dia medido do mes de uma estacao da
      *>  regiao, agregadas das leituras horarias do mestre como na carga
      *>------------------------------------------------------------------------
       carrega-mes-vizinho section.

           perform varying ws-viz-dia-corrente from 1 by 1
                                               until ws-viz-dia-corrente > 31
               move "N"  to ws-viz-tem(ws-viz-idx ws-viz-dia-corrente)
               move zero to ws-viz-media(ws-viz-idx ws-viz-dia-corrente)
           end-perform
           move zero to ws-viz-dia-corrente
           move zero to ws-viz-qtd-leituras
           move zero to ws-viz-soma

           move ws-viz-codigo(ws-viz-idx) to mst-estacao-id
           move ws-ano-consulta           to mst-ano
           move ws-mes-consulta           to mst-mes
           move 01                        to mst-dia
           move zero                      to mst-hora
           move zero                      to mst-min
           start arqTempMestre key not < mst-chave
           if ws-fs-mestre <> 0 then
               go to carrega-mes-vizinho-exit
           end-if

           perform until ws-fs-mestre <> 0
               read arqTempMestre next
               if ws-fs-mestre = 0 then
                   if mst-estacao-id <> ws-viz-codigo(ws-viz-idx)
                   or mst-ano        <> ws-ano-consulta
                   or mst-mes        <> ws-mes-consulta then
                       perform fecha-dia-vizinho
                       go to carrega-mes-vizinho-exit
                   end-if

                   *> dia fora do calendario e dado sujo: nao entra na tabela
                   if mst-dia > 0 and mst-dia < 32 then
                       if mst-dia <> ws-viz-dia-corrente then
                           perform fecha-dia-vizinho
                           move mst-dia  to ws-viz-dia-corrente
                           move mst-temp to ws-viz-min(ws-viz-idx mst-dia)
                           move mst-temp to ws-viz-max(ws-viz-idx mst-dia)
                       end-if
                       add 1        to ws-viz-qtd-leituras
                       add mst-temp to ws-viz-soma
                       if mst-temp < ws-viz-min(ws-viz-idx mst-dia) then
                           move mst-temp to ws-viz-min(ws-viz-idx mst-dia)
                       end-if
                       if mst-temp > ws-viz-max(ws-viz-idx mst-dia) then
                           move mst-temp to ws-viz-max(ws-viz-idx mst-dia)
                       end-if
                   end-if
               else
                   if ws-fs-mestre <> 10 then
                       move 25                                  to ws-msn-erro-ofsset
                       move ws-fs-mestre                        to ws-msn-erro-cod
                       move "Erro ao ler arqTempMestre.dat "    to ws-msn-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           *> fim do arquivo com um dia ainda em agregacao
           perform fecha-dia-vizinho
           .
       carrega-mes-vizinho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o dia em agregacao da estacao vizinha
      *>------------------------------------------------------------------------
       fecha-dia-vizinho section.

           if ws-viz-dia-corrente <> 0
           and ws-viz-qtd-leituras <> 0 then
               compute ws-viz-media(ws-viz-idx ws-viz-dia-corrente) =
                       ws-viz-soma / ws-viz-qtd-leituras
               move "S" to ws-viz-tem(ws-viz-idx ws-viz-dia-corrente)
           end-if
           move zero to ws-viz-qtd-leituras
           move zero to ws-viz-soma
           move zero to ws-viz-dia-corrente
           .
       fecha-dia-vizinho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Compara uma grandeza do dia (media, minima ou maxima) da estacao
      *>  contra a mediana das demais estacoes da regiao com leitura no dia
      *>------------------------------------------------------------------------
       compara-grandeza-regional section.

           move zero to ws-qtd-valores
           perform varying ws-viz-idx from 1 by 1 until ws-viz-idx > ws-qtd-viz
               if ws-viz-tem(ws-viz-idx dia) = "S" then
                   if ws-viz-idx = ws-viz-propria then
                       evaluate ws-grandeza
                           when "MEDIA "
                               move ws-viz-media(ws-viz-idx dia) to ws-valor-estacao
                           when "MINIMA"
                               move ws-viz-min(ws-viz-idx dia)   to ws-valor-estacao
                           when other
                               move ws-viz-max(ws-viz-idx dia)   to ws-valor-estacao
                       end-evaluate
                   else
                       add 1 to ws-qtd-valores
                       evaluate ws-grandeza
                           when "MEDIA "
                               move ws-viz-media(ws-viz-idx dia)
                                 to ws-valor-med(ws-qtd-valores)
                           when "MINIMA"
                               move ws-viz-min(ws-viz-idx dia)
                                 to ws-valor-med(ws-qtd-valores)
                           when other
                               move ws-viz-max(ws-viz-idx dia)
                                 to ws-valor-med(ws-qtd-valores)
                       end-evaluate
                   end-if
               end-if
           end-perform

           perform calcula-mediana

           compute ws-desvio-regional = ws-valor-estacao - ws-mediana
           if ws-desvio-regional < 0 then
               compute ws-desvio-absoluto = 0 - ws-desvio-regional
           else
               move ws-desvio-regional to ws-desvio-absoluto
           end-if

           if ws-desvio-absoluto > ws-tolerancia-regional then
               move "S"                to ws-dia-fora
               move dia                to cns-dia
               move ws-mes-consulta    to cns-mes
               move ws-ano-consulta    to cns-ano
               move ws-grandeza        to cns-grandeza
               move ws-valor-estacao   to cns-valor
               move ws-mediana         to cns-mediana
               move ws-desvio-regional to cns-desvio
               move ws-qtd-reportando  to cns-qtd
               move "FORA DA TOLERANCIA" to cns-flag
               move ws-linha-consistencia to cns-registro
               write cns-registro

               perform grava-suspeito-regional
           end-if
           .
       compara-grandeza-regional-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Mediana dos valores do dia: ordena a tabela e toma o valor do meio,
      *>  ou a media dos dois do meio quando a quantidade e par
      *>------------------------------------------------------------------------
       calcula-mediana section.

           move zero to ws-mediana
           if ws-qtd-valores = 0 then
               go to calcula-mediana-exit
           end-if

           perform varying ws-ord-i from 1 by 1 until ws-ord-i >= ws-qtd-valores
               perform varying ws-ord-j from ws-ord-i by 1
                                        until ws-ord-j > ws-qtd-valores
                   if ws-valor-med(ws-ord-j) < ws-valor-med(ws-ord-i) then
                       move ws-valor-med(ws-ord-i) to ws-ord-aux
                       move ws-valor-med(ws-ord-j) to ws-valor-med(ws-ord-i)
                       move ws-ord-aux             to ws-valor-med(ws-ord-j)
                   end-if
               end-perform
           end-perform

           divide ws-qtd-valores by 2
                  giving ws-meio remainder ws-resto-meio
           if ws-resto-meio = 1 then
               move ws-valor-med(ws-meio + 1) to ws-mediana
           else
               compute ws-mediana rounded =
                       (ws-valor-med(ws-meio) + ws-valor-med(ws-meio + 1)) / 2
           end-if
           .
       calcula-mediana-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rele da lista de suspeitos da estacao o que ja esta pendente do mes,
      *>  p/ que reprocessar o mes nao repita o mesmo dia/grandeza
      *>------------------------------------------------------------------------
       carrega-suspeitos-pendentes section.

           move zero            to ws-qtd-sus-pend
           move ws-mes-consulta to sus-mes
           move ws-ano-consulta to sus-ano

           open input arqTempSuspeitos
           if ws-fs-suspeitos = 35 or ws-fs-suspeitos = 5 then
               close arqTempSuspeitos
               go to carrega-suspeitos-pendentes-exit
           end-if
           if ws-fs-suspeitos <> 0 then
               move 73                                      to ws-msn-erro-ofsset
               move ws-fs-suspeitos                         to ws-msn-erro-cod
               move "Erro ao abrir arqTempSuspeitos.txt "   to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-suspeitos <> 0
               read arqTempSuspeitos
               if ws-fs-suspeitos = 0 then
                   move sus-registro to ws-suspeito-lido
                   if sul-mes = sus-mes and sul-ano = sus-ano
                   and ws-qtd-sus-pend < 93 then
                       add 1 to ws-qtd-sus-pend
                       move sul-chave to ws-sus-pend(ws-qtd-sus-pend)
                   end-if
               end-if
           end-perform

           close arqTempSuspeitos
           .
       carrega-suspeitos-pendentes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta o dia/grandeza fora da tolerancia a lista de suspeitos da
      *>  estacao, se ainda nao estiver la pendente
      *>------------------------------------------------------------------------
       grava-suspeito-regional section.

           move dia                to sus-dia
           move ws-mes-consulta    to sus-mes
           move ws-ano-consulta    to sus-ano
           move ws-grandeza        to sus-grandeza
           move ws-valor-estacao   to sus-valor
           move ws-mediana         to sus-mediana
           move ws-desvio-regional to sus-desvio

           move "N" to ws-suspeito-ja-listado
           perform varying ws-ord-i from 1 by 1 until ws-ord-i > ws-qtd-sus-pend
               if ws-sus-pend(ws-ord-i) = sus-chave then
                   move "S" to ws-suspeito-ja-listado
               end-if
           end-perform
           if ws-suspeito-ja-listado = "S" then
               go to grava-suspeito-regional-exit
           end-if

           move ws-linha-suspeito to sus-registro
           write sus-registro
           add 1 to ws-qtd-suspeitos-novos
           if ws-qtd-sus-pend < 93 then
               add 1 to ws-qtd-sus-pend
               move sus-chave to ws-sus-pend(ws-qtd-sus-pend)
           end-if
           .
       grava-suspeito-regional-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rele os meses alterados que uma execucao abortada deixou pendentes,
      *>  com os valores publicados que ela ja tinha guardado
      *>------------------------------------------------------------------------
       carrega-meses-alterados section.

           move zero to ws-qtd-alt

           open input arqMesesAlterados
           if ws-fs-meses-alterados = 35 or ws-fs-meses-alterados = 5 then
               close arqMesesAlterados
               go to carrega-meses-alterados-exit
           end-if
           if ws-fs-meses-alterados <> 0 then
               move 78                                      to ws-msn-erro-ofsset
               move ws-fs-meses-alterados                   to ws-msn-erro-cod
               move "Erro ao abrir arqMesesAlterados.txt "  to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-meses-alterados <> 0
               read arqMesesAlterados
               if ws-fs-meses-alterados = 0
               and mal-registro <> spaces
               and ws-qtd-alt < 200 then
                   move mal-registro to ws-linha-mes-alterado
                   add 1 to ws-qtd-alt
                   move mal-estacao   to ws-mal-estacao(ws-qtd-alt)
                   move mal-mes       to ws-mal-mes(ws-qtd-alt)
                   move mal-ano       to ws-mal-ano(ws-qtd-alt)
                   move mal-publicado to ws-mal-publicado(ws-qtd-alt)
                   move mal-media     to ws-mal-media(ws-qtd-alt)
                   move mal-minima    to ws-mal-minima(ws-qtd-alt)
                   move mal-maxima    to ws-mal-maxima(ws-qtd-alt)
                   move mal-tem-graus to ws-mal-tem-graus(ws-qtd-alt)
                   move mal-gda       to ws-mal-gda(ws-qtd-alt)
                   move mal-gdr       to ws-mal-gdr(ws-qtd-alt)
                   move mal-frio      to ws-mal-frio(ws-qtd-alt)
                   move mal-calor     to ws-mal-calor(ws-qtd-alt)
               end-if
           end-perform

           close arqMesesAlterados

           if ws-qtd-alt > 0 then
               display "Meses alterados pendentes de execucao anterior: "
                       ws-qtd-alt
           end-if
           .
       carrega-meses-alterados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota ws-alt-estacao/ws-alt-mes/ws-alt-ano como alterado no mestre
      *>  quando o mes ja foi publicado; na primeira vez do mes na execucao
      *>  guarda o que estava publicado dele (ultima linha do historico de
      *>  estatisticas e alertas do mes) e regrava o arquivo de meses alterados
      *>------------------------------------------------------------------------
       anota-mes-alterado section.

           if retificacao-em-curso then
               go to anota-mes-alterado-exit
           end-if

           *> mes corrente: numeros parciais, republicados a cada entrega
           accept ws-alt-hoje from date yyyymmdd
           if ws-alt-ano = ws-alt-hoje-ano
           and ws-alt-mes = ws-alt-hoje-mes then
               go to anota-mes-alterado-exit
           end-if

           perform varying ws-alt-idx from 1 by 1 until ws-alt-idx > ws-qtd-alt
               if ws-mal-estacao(ws-alt-idx) = ws-alt-estacao
               and ws-mal-mes(ws-alt-idx)    = ws-alt-mes
               and ws-mal-ano(ws-alt-idx)    = ws-alt-ano then
                   go to anota-mes-alterado-exit
               end-if
           end-perform

           *> so o mes ja publicado (com linha no historico de estatisticas)
           *> tem o que retificar: mes nunca publicado nao ocupa a tabela
           if ws-anp-estacao = ws-alt-estacao
           and ws-anp-mes    = ws-alt-mes
           and ws-anp-ano    = ws-alt-ano then
               go to anota-mes-alterado-exit
           end-if
           move spaces to ws-nome-estat-hist
           string "arqEstatHist_"  delimited by size
                  ws-alt-estacao   delimited by space
                  ".txt"           delimited by size
                  into ws-nome-estat-hist
           perform carrega-historico-estat
           move ws-alt-mes to ws-mes-busca
           move ws-alt-ano to ws-ano-busca
           perform busca-historico
           if ws-hist-achado = 0 then
               move ws-alt-estacao to ws-anp-estacao
               move ws-alt-mes     to ws-anp-mes
               move ws-alt-ano     to ws-anp-ano
               go to anota-mes-alterado-exit
           end-if

           *> mes publicado que nao cabe na tabela ficaria sem retificacao:
           *> aborta, e a execucao seguinte retifica os ja anotados
           if ws-qtd-alt = 200 then
               move 130                                     to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Tabela de meses alterados excedida"    to ws-msn-text
               perform finaliza-anormal
           end-if

           add 1 to ws-qtd-alt
           move ws-alt-estacao to ws-mal-estacao(ws-qtd-alt)
           move ws-alt-mes     to ws-mal-mes(ws-qtd-alt)
           move ws-alt-ano     to ws-mal-ano(ws-qtd-alt)
           move "S"            to ws-mal-publicado(ws-qtd-alt)
           move ws-hist-media(ws-hist-achado)  to ws-mal-media(ws-qtd-alt)
           move ws-hist-minima(ws-hist-achado) to ws-mal-minima(ws-qtd-alt)
           move ws-hist-maxima(ws-hist-achado) to ws-mal-maxima(ws-qtd-alt)
           move ws-hist-tem-graus(ws-hist-achado)
             to ws-mal-tem-graus(ws-qtd-alt)
           move ws-hist-gda(ws-hist-achado)    to ws-mal-gda(ws-qtd-alt)
           move ws-hist-gdr(ws-hist-achado)    to ws-mal-gdr(ws-qtd-alt)
           move zero           to ws-mal-frio(ws-qtd-alt)
           move zero           to ws-mal-calor(ws-qtd-alt)
           perform conta-alertas-publicados

           perform grava-meses-alterados
           .
       anota-mes-alterado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as ondas de frio/calor publicadas no arquivo de alertas do mes
      *>  recem-anotado
      *>------------------------------------------------------------------------
       conta-alertas-publicados section.

           move spaces to ws-nome-alertas
           string "arqAlertas_"    delimited by size
                  ws-alt-estacao   delimited by space
                  "_"              delimited by size
                  ws-alt-mes       delimited by size
                  ws-alt-ano       delimited by size
                  ".txt"           delimited by size
                  into ws-nome-alertas

           open input arqAlertas
           if ws-fs-alertas = 35 then
               *> mes publicado sem nenhum evento
               go to conta-alertas-publicados-exit
           end-if
           if ws-fs-alertas <> 0 then
               move 36                                      to ws-msn-erro-ofsset
               move ws-fs-alertas                           to ws-msn-erro-cod
               move "Erro ao abrir arqAlertas.txt "         to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-alertas <> 0
               read arqAlertas
               if ws-fs-alertas = 0 then
                   move alr-registro to ws-linha-alerta
                   if alr-tipo = "FRIO " then
                       add 1 to ws-mal-frio(ws-qtd-alt)
                   end-if
                   if alr-tipo = "CALOR" then
                       add 1 to ws-mal-calor(ws-qtd-alt)
                   end-if
               end-if
           end-perform

           close arqAlertas
           .
       conta-alertas-publicados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o arquivo de meses alterados por inteiro a partir da tabela
      *>------------------------------------------------------------------------
       grava-meses-alterados section.

           open output arqMesesAlterados
           if ws-fs-meses-alterados <> 0 then
               move 78                                      to ws-msn-erro-ofsset
               move ws-fs-meses-alterados                   to ws-msn-erro-cod
               move "Erro ao abrir arqMesesAlterados.txt "  to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-alt-idx from 1 by 1 until ws-alt-idx > ws-qtd-alt
               move ws-mal-estacao(ws-alt-idx)   to mal-estacao
               move ws-mal-mes(ws-alt-idx)       to mal-mes
               move ws-mal-ano(ws-alt-idx)       to mal-ano
               move ws-mal-publicado(ws-alt-idx) to mal-publicado
               move ws-mal-media(ws-alt-idx)     to mal-media
               move ws-mal-minima(ws-alt-idx)    to mal-minima
               move ws-mal-maxima(ws-alt-idx)    to mal-maxima
               move ws-mal-tem-graus(ws-alt-idx) to mal-tem-graus
               move ws-mal-gda(ws-alt-idx)       to mal-gda
               move ws-mal-gdr(ws-alt-idx)       to mal-gdr
               move ws-mal-frio(ws-alt-idx)      to mal-frio
               move ws-mal-calor(ws-alt-idx)     to mal-calor
               move ws-linha-mes-alterado        to mal-registro
               write mal-registro
           end-perform

           close arqMesesAlterados
           if ws-fs-meses-alterados <> 0 then
               move 79                                      to ws-msn-erro-ofsset
               move ws-fs-meses-alterados                   to ws-msn-erro-cod
               move "Erro ao fechar arqMesesAlterados.txt " to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       grava-meses-alterados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fim da execucao: regera os meses ja publicados que tiveram leituras
      *>  incluidas ou alteradas e deixa o antes x depois no relRetificacao;
      *>  concluida a retificacao, o arquivo de pendencias e apagado
      *>------------------------------------------------------------------------
       retifica-meses-alterados section.

           if ws-qtd-alt = 0 then
               go to retifica-meses-alterados-exit
           end-if

           move zero to ws-qtd-alt-publicados
           perform varying ws-alt-idx from 1 by 1 until ws-alt-idx > ws-qtd-alt
               if ws-mal-publicado(ws-alt-idx) = "S" then
                   add 1 to ws-qtd-alt-publicados
               end-if
           end-perform

           if ws-qtd-alt-publicados > 0 then
               open extend relRetificacao
               if ws-fs-retificacao = 35 then
                   open output relRetificacao
               end-if
               if ws-fs-retificacao <> 0 then
                   move 80                                  to ws-msn-erro-ofsset
                   move ws-fs-retificacao                   to ws-msn-erro-cod
                   move "Erro ao abrir relRetificacao.txt " to ws-msn-text
                   perform finaliza-anormal
               end-if

               accept ws-data-atual from date yyyymmdd
               accept ws-hora-atual from time
               move ws-ano-atual to wrt-ano
               move ws-mes-atual to wrt-mes
               move ws-dia-atual to wrt-dia
               move ws-hh-atual  to wrt-hora
               move ws-mm-atual  to wrt-min
               move ws-ss-atual  to wrt-seg
               move ws-cabecalho-retificacao to ret-registro
               write ret-registro
               move ws-colunas-retificacao to ret-registro
               write ret-registro

               move "S"  to ws-modo-retificacao
               move zero to ws-qtd-retificados
               perform varying ws-alt-idx from 1 by 1
                                          until ws-alt-idx > ws-qtd-alt
                   if ws-mal-publicado(ws-alt-idx) = "S" then
                       perform retifica-um-mes
                   end-if
               end-perform
               move "N"  to ws-modo-retificacao

               move ws-qtd-retificados    to wrr-qtd
               move ws-rodape-retificacao to ret-registro
               write ret-registro

               close relRetificacao
               if ws-fs-retificacao <> 0 then
                   move 81                                  to ws-msn-erro-ofsset
                   move ws-fs-retificacao                   to ws-msn-erro-cod
                   move "Erro ao fechar relRetificacao.txt " to ws-msn-text
                   perform finaliza-anormal
               end-if
           end-if

           *> nada mais pendente p/ a proxima execucao
           call "CBL_DELETE_FILE" using "arqMesesAlterados.txt"
           move zero to ws-qtd-alt
           .
       retifica-meses-alterados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regera um mes publicado a partir do mestre - alertas do mes, graus-dia
      *>  num arquivo proprio do mes (o arqGrausDia_<estacao> corrente e do
      *>  ultimo mes processado) e nova linha no historico de estatisticas - e
      *>  escreve as linhas ANTES/DEPOIS do relatorio
      *>------------------------------------------------------------------------
       retifica-um-mes section.

           move ws-mal-estacao(ws-alt-idx) to ws-estacao-id
           move ws-mal-mes(ws-alt-idx)     to ws-mes-consulta
           move ws-mal-ano(ws-alt-idx)     to ws-ano-consulta

           move ws-estacao-id                to ret-estacao
           move ws-mes-consulta              to ret-mes
           move ws-ano-consulta              to ret-ano
           move "ANTES"                      to ret-versao
           move ws-mal-media(ws-alt-idx)     to ret-media
           move ws-mal-minima(ws-alt-idx)    to ret-minima
           move ws-mal-maxima(ws-alt-idx)    to ret-maxima
           if ws-mal-tem-graus(ws-alt-idx) = "S" then
               move ws-mal-gda(ws-alt-idx)   to ws-edita-graus
               move ws-edita-graus           to ret-gda
               move ws-mal-gdr(ws-alt-idx)   to ws-edita-graus
               move ws-edita-graus           to ret-gdr
           else
               move "     n/d"               to ret-gda
               move "     n/d"               to ret-gdr
           end-if
           move ws-mal-frio(ws-alt-idx)      to ret-frio
           move ws-mal-calor(ws-alt-idx)     to ret-calor
           move spaces                       to ret-obs
           move ws-linha-retificacao         to ret-registro
           write ret-registro

           perform carga-estacao

           move "DEPOIS" to ret-versao
           if ws-est-atual = 0 or ws-total-dias = 0 then
               move zero     to ret-media
               move zero     to ret-minima
               move zero     to ret-maxima
               move spaces   to ret-gda
               move spaces   to ret-gdr
               move zero     to ret-frio
               move zero     to ret-calor
               if ws-est-atual = 0 then
                   move "NAO REGERADO - ESTACAO INATIVA" to ret-obs
               else
                   move "NAO REGERADO - SEM LEITURAS"    to ret-obs
               end-if
               move ws-linha-retificacao to ret-registro
               write ret-registro
               go to retifica-um-mes-exit
           end-if

           move spaces to ws-nome-graus-dia
           string "arqGrausDia_"   delimited by size
                  ws-estacao-id    delimited by space
                  "_"              delimited by size
                  ws-mes-consulta  delimited by size
                  ws-ano-consulta  delimited by size
                  ".txt"           delimited by size
                  into ws-nome-graus-dia

           if estimacao-ligada then
               perform estima-dias-faltantes
           end-if
           perform calculo-temp-media
           perform detecta-eventos-extremos
           perform exporta-graus-dia
           perform grava-historico-estat

           move media_temp           to ret-media
           move temp_minima          to ret-minima
           move temp_maxima          to ret-maxima
           move ws-gda-mes           to ws-edita-graus
           move ws-edita-graus       to ret-gda
           move ws-gdr-mes           to ws-edita-graus
           move ws-edita-graus       to ret-gdr
           move ws-qtd-alertas-frio  to ret-frio
           move ws-qtd-alertas-calor to ret-calor
           move spaces               to ret-obs
           move ws-linha-retificacao to ret-registro
           write ret-registro
           add 1 to ws-qtd-retificados

           move "RETIFICADA" to ws-situacao-exec
           perform grava-controle-execucao
           .
       retifica-um-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Quadro mensal de qualidade dos dados (diretiva "QUALIDADE;mes;ano"):
      *>  aceitas, rejeitadas por motivo, duplicadas, dias estimados e dias
      *>  faltantes de cada estacao ativa, classificadas pelo % de aceitas;
      *>  estacao fora dos limites gera ordem de servico p/ a manutencao de
      *>  campo, uma so por estacao/falha enquanto a ordem estiver aberta
      *>------------------------------------------------------------------------
       qualidade-mes section.

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           move ws-mes-consulta to osr-mes
           move ws-ano-consulta to osr-ano
           move zero to ws-qtd-os-novas
           move zero to ws-qtd-os-encerradas
           move zero to ws-qtd-fech-sem-ordem

           *> os fechamentos devolvidos pelo campo entram antes da avaliacao:
           *> falha que persistir depois de fechada abre ordem nova
           perform carrega-ordens-abertas
           perform processa-fechamentos-ordens

           move zero to ws-qtd-qua
           open input arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               move 93                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao abrir arqTempMestre.dat "      to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-todas-idx from 1 by 1
                                        until ws-todas-idx > ws-qtd-estacoes
               if estacao-cadastro-ativa(ws-todas-idx) then
                   add 1 to ws-qtd-qua
                   move ws-cad-codigo(ws-todas-idx) to ws-estacao-id
                   perform apura-qualidade-estacao
               end-if
           end-perform

           close arqTempMestre
           if ws-fs-mestre <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao fechar arqTempMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if

           perform conta-duplicadas-qualidade

           open extend arqOrdensServico
           if ws-fs-ordens-servico = 35 then
               open output arqOrdensServico
           end-if
           if ws-fs-ordens-servico <> 0 then
               move 88                                      to ws-msn-erro-ofsset
               move ws-fs-ordens-servico                    to ws-msn-erro-cod
               move "Erro ao abrir arqOrdensServico.txt "   to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-qua-idx from 1 by 1 until ws-qua-idx > ws-qtd-qua
               perform avalia-limites-qualidade
           end-perform

           close arqOrdensServico
           if ws-fs-ordens-servico <> 0 then
               move 89                                      to ws-msn-erro-ofsset
               move ws-fs-ordens-servico                    to ws-msn-erro-cod
               move "Erro ao fechar arqOrdensServico.txt "  to ws-msn-text
               perform finaliza-anormal
           end-if

           perform relatorio-qualidade
           perform grava-ordens-abertas

           display "Quadro de qualidade " ws-mes-consulta "/" ws-ano-consulta
                   ": ordens abertas " ws-qtd-os-novas
                   ", encerradas " ws-qtd-os-encerradas
           .
       qualidade-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Apura a estacao corrente (ws-estacao-id) na posicao ws-qtd-qua do
      *>  quadro: leituras aceitas e dias do mestre, dias estimados com o
      *>  modo de estimacao ligado, dias faltantes ate ontem no mes corrente
      *>------------------------------------------------------------------------
       apura-qualidade-estacao section.

           move ws-qtd-qua to ws-qua-idx
           initialize ws-qua(ws-qua-idx)
           move ws-estacao-id to ws-qua-codigo(ws-qua-idx)
           move "N"           to ws-qua-classificada(ws-qua-idx)

           perform carga-mes-mestre
           move ws-qtd-leituras-mes to ws-qua-aceitas(ws-qua-idx)

           move zero to ws-qtd-dias-estimados
           if estimacao-ligada then
               perform estima-dias-faltantes
           end-if
           compute ws-qua-dias-leitura(ws-qua-idx) =
                   ws-total-dias - ws-qtd-dias-estimados
           move ws-qtd-dias-estimados to ws-qua-dias-estimados(ws-qua-idx)

           move ws-mes-consulta to ws-mes-busca
           move ws-ano-consulta to ws-ano-busca
           perform calcula-dias-do-mes
           evaluate true
               when ws-ano-consulta > ws-ano-atual
               when ws-ano-consulta = ws-ano-atual
                and ws-mes-consulta > ws-mes-atual
                   move zero to ws-qua-decorridos
               when ws-ano-consulta = ws-ano-atual
                and ws-mes-consulta = ws-mes-atual
                   compute ws-qua-decorridos = ws-dia-atual - 1
               when other
                   move ws-dias-no-mes to ws-qua-decorridos
           end-evaluate
           if ws-qua-decorridos > ws-total-dias then
               compute ws-qua-dias-faltantes(ws-qua-idx) =
                       ws-qua-decorridos - ws-total-dias
           end-if

           perform conta-rejeitadas-qualidade
           .
       apura-qualidade-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta por motivo as rejeitadas do mes no arqTempRejeitados da
      *>  estacao corrente
      *>------------------------------------------------------------------------
       conta-rejeitadas-qualidade section.

           move spaces to ws-nome-rejeitados
           string "arqTempRejeitados_" delimited by size
                  ws-estacao-id        delimited by space
                  ".txt"               delimited by size
                  into ws-nome-rejeitados

           move ws-mes-consulta to ws-qua-mes-edit

           open input arqTempRejeitados
           if ws-fs-rejeitados = 35 then
               go to conta-rejeitadas-qualidade-exit
           end-if
           if ws-fs-rejeitados <> 0 then
               move 6                                     to ws-msn-erro-ofsset
               move ws-fs-rejeitados                      to ws-msn-erro-cod
               move "Erro ao abrir arqTempRejeitados.txt " to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-rejeitados <> 0
               read arqTempRejeitados
               if ws-fs-rejeitados = 0 then
                   move rej-registro to ws-rejeitado-lido
                   if rjl-mes = ws-qua-mes-edit
                   and rjl-ano = ws-ano-consulta then
                       add 1 to ws-qua-rejeitadas(ws-qua-idx)
                       evaluate true
                           when rjl-motivo(1:13) = "FORA DA FAIXA"
                               add 1 to ws-qua-rej-faixa(ws-qua-idx)
                           when rjl-motivo(1:14) = "LINHA INVALIDA"
                               add 1 to ws-qua-rej-invalida(ws-qua-idx)
                           when rjl-motivo(1:14) = "SENSOR TRAVADO"
                               add 1 to ws-qua-rej-travado(ws-qua-idx)
                           when rjl-motivo(1:5) = "SALTO"
                               add 1 to ws-qua-rej-salto(ws-qua-idx)
                           when other
                               add 1 to ws-qua-rej-outros(ws-qua-idx)
                       end-evaluate
                   end-if
               end-if
           end-perform

           close arqTempRejeitados
           .
       conta-rejeitadas-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma as duplicadas do mes por estacao a partir da razao de controle
      *>------------------------------------------------------------------------
       conta-duplicadas-qualidade section.

           open input arqControleExec
           if ws-fs-controle = 35 then
               go to conta-duplicadas-qualidade-exit
           end-if
           if ws-fs-controle <> 0 then
               move 38                                      to ws-msn-erro-ofsset
               move ws-fs-controle                          to ws-msn-erro-cod
               move "Erro ao abrir arqControleExec.txt "    to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-controle <> 0
               read arqControleExec
               if ws-fs-controle = 0 then
                   move ctr-registro to ws-controle-lido
                   inspect ctl-duplicadas-x replacing leading spaces by zeros
                   if ctl-mes = ws-mes-consulta
                   and ctl-ano = ws-ano-consulta
                   and ctl-duplicadas numeric then
                       perform varying ws-qua-idx from 1 by 1
                                                  until ws-qua-idx > ws-qtd-qua
                           if ws-qua-codigo(ws-qua-idx) = ctl-estacao then
                               add ctl-duplicadas
                                to ws-qua-duplicadas(ws-qua-idx)
                           end-if
                       end-perform
                   end-if
               end-if
           end-perform

           close arqControleExec
           .
       conta-duplicadas-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Percentuais da estacao ws-qua-idx e conferencia contra os limites;
      *>  o % de aceitas baixo so vira ordem propria quando nem rejeicao nem
      *>  duplicidade ja explicam a queda
      *>------------------------------------------------------------------------
       avalia-limites-qualidade section.

           compute ws-qua-recebidas = ws-qua-aceitas(ws-qua-idx)
                                    + ws-qua-rejeitadas(ws-qua-idx)
                                    + ws-qua-duplicadas(ws-qua-idx)
           if ws-qua-recebidas > 0 then
               compute ws-qua-pct-aceitas(ws-qua-idx) rounded =
                       ws-qua-aceitas(ws-qua-idx) * 100 / ws-qua-recebidas
               compute ws-qua-pct-rejeitadas(ws-qua-idx) rounded =
                       ws-qua-rejeitadas(ws-qua-idx) * 100 / ws-qua-recebidas
               compute ws-qua-pct-duplicadas(ws-qua-idx) rounded =
                       ws-qua-duplicadas(ws-qua-idx) * 100 / ws-qua-recebidas
           end-if

           *> estacao muda: nada chegou num mes que ja correu
           if ws-qua-recebidas = 0 then
               if ws-qua-dias-faltantes(ws-qua-idx) > 0 then
                   move "SEM DADOS"  to ws-qua-falha
                   move zero         to ws-qua-valor
                   move zero         to ws-qua-limite
                   move "NENHUMA LEITURA RECEBIDA NO MES"
                     to ws-qua-descricao
                   perform abre-ordem-servico
               end-if
               go to avalia-limites-qualidade-exit
           end-if

           if ws-qua-pct-rejeitadas(ws-qua-idx) > ws-pct-rejeitadas-max then
               move "REJEICAO"   to ws-qua-falha
               move ws-qua-pct-rejeitadas(ws-qua-idx) to ws-qua-valor
               move ws-pct-rejeitadas-max             to ws-qua-limite
               evaluate true
                   when ws-qua-rej-travado(ws-qua-idx) >=
                        ws-qua-rejeitadas(ws-qua-idx) / 2
                       move "REJEICOES, MAIORIA SENSOR TRAVADO"
                         to ws-qua-descricao
                   when ws-qua-rej-salto(ws-qua-idx) >=
                        ws-qua-rejeitadas(ws-qua-idx) / 2
                       move "REJEICOES, MAIORIA SALTO IMPLAUSIVEL"
                         to ws-qua-descricao
                   when ws-qua-rej-faixa(ws-qua-idx) >=
                        ws-qua-rejeitadas(ws-qua-idx) / 2
                       move "REJEICOES, MAIORIA FORA DA FAIXA"
                         to ws-qua-descricao
                   when other
                       move "REJEICOES ACIMA DO LIMITE"
                         to ws-qua-descricao
               end-evaluate
               perform abre-ordem-servico
           end-if

           if ws-qua-pct-duplicadas(ws-qua-idx) > ws-pct-duplicadas-max then
               move "DUPLICADAS" to ws-qua-falha
               move ws-qua-pct-duplicadas(ws-qua-idx) to ws-qua-valor
               move ws-pct-duplicadas-max             to ws-qua-limite
               move "LEITURAS DUPLICADAS ACIMA DO LIMITE" to ws-qua-descricao
               perform abre-ordem-servico
           end-if

           if ws-qua-pct-aceitas(ws-qua-idx) < ws-pct-aceitas-min
           and ws-qua-pct-rejeitadas(ws-qua-idx) not > ws-pct-rejeitadas-max
           and ws-qua-pct-duplicadas(ws-qua-idx) not > ws-pct-duplicadas-max then
               move "ACEITACAO"  to ws-qua-falha
               move ws-qua-pct-aceitas(ws-qua-idx) to ws-qua-valor
               move ws-pct-aceitas-min             to ws-qua-limite
               move "LEITURAS ACEITAS ABAIXO DO MINIMO" to ws-qua-descricao
               perform abre-ordem-servico
           end-if

           if ws-qua-dias-faltantes(ws-qua-idx) > ws-dias-faltantes-max then
               move "FALTANTES"  to ws-qua-falha
               move ws-qua-dias-faltantes(ws-qua-idx) to ws-qua-valor
               move ws-dias-faltantes-max             to ws-qua-limite
               move "DIAS SEM LEITURA ACIMA DO LIMITE" to ws-qua-descricao
               perform abre-ordem-servico
           end-if

           if ws-qua-dias-estimados(ws-qua-idx) > ws-dias-estimados-max then
               move "ESTIMADOS"  to ws-qua-falha
               move ws-qua-dias-estimados(ws-qua-idx) to ws-qua-valor
               move ws-dias-estimados-max             to ws-qua-limite
               move "DIAS ESTIMADOS ACIMA DO LIMITE" to ws-qua-descricao
               perform abre-ordem-servico
           end-if
           .
       avalia-limites-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre ordem de servico p/ a estacao ws-qua-idx e a falha ws-qua-falha,
      *>  a menos que ja exista uma aberta p/ a mesma estacao/falha - nesse
      *>  caso so anota o mes em que a falha foi vista de novo
      *>------------------------------------------------------------------------
       abre-ordem-servico section.

           move zero to ws-os-achada
           perform varying ws-os-idx from 1 by 1 until ws-os-idx > ws-qtd-os
               if ws-os-estacao(ws-os-idx) = ws-qua-codigo(ws-qua-idx)
               and ws-os-falha(ws-os-idx) = ws-qua-falha
               and not ordem-encerrada(ws-os-idx) then
                   move ws-os-idx to ws-os-achada
               end-if
           end-perform

           if ws-os-achada > 0 then
               move ws-os-referencia-num to ws-os-ultima-ref(ws-os-achada)
               go to abre-ordem-servico-exit
           end-if

           if ws-qtd-os >= 200 then
               display "Tabela de ordens de servico cheia, nao aberta: "
                       ws-qua-codigo(ws-qua-idx) " " ws-qua-falha
               go to abre-ordem-servico-exit
           end-if

           add 1 to ws-os-seq
           move ws-ano-atual to osn-ano
           move ws-mes-atual to osn-mes
           move ws-dia-atual to osn-dia
           move ws-hh-atual  to osn-hora
           move ws-mm-atual  to osn-min
           move ws-os-seq    to osn-seq

           add 1 to ws-qtd-os
           move ws-os-numero-novo         to ws-os-numero(ws-qtd-os)
           move ws-qua-codigo(ws-qua-idx) to ws-os-estacao(ws-qtd-os)
           move ws-qua-falha              to ws-os-falha(ws-qtd-os)
           move ws-data-atual             to ws-os-abertura(ws-qtd-os)
           move ws-os-referencia-num      to ws-os-referencia(ws-qtd-os)
           move ws-os-referencia-num      to ws-os-ultima-ref(ws-qtd-os)
           move "N"                       to ws-os-situacao(ws-qtd-os)
           move zero                      to ws-os-fechamento(ws-qtd-os)
           move spaces                    to ws-os-tecnico(ws-qtd-os)
           add 1 to ws-qtd-os-novas

           move ws-os-numero-novo         to oss-numero
           move ws-qua-codigo(ws-qua-idx) to oss-estacao
           move ws-qua-falha              to oss-falha
           move ws-os-referencia-num      to oss-referencia
           move ws-qua-valor              to oss-valor
           move ws-qua-limite             to oss-limite
           move ws-data-atual             to oss-abertura
           move ws-qua-descricao          to oss-descricao
           move ws-linha-ordem-servico    to oss-registro
           inspect oss-registro replacing all "," by "."
           write oss-registro
           .
       abre-ordem-servico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le as ordens de servico ainda abertas
      *>------------------------------------------------------------------------
       carrega-ordens-abertas section.

           move zero to ws-qtd-os

           open input arqOrdensAbertas
           if ws-fs-ordens-abertas = 35 or ws-fs-ordens-abertas = 5 then
               close arqOrdensAbertas
               go to carrega-ordens-abertas-exit
           end-if
           if ws-fs-ordens-abertas <> 0 then
               move 86                                      to ws-msn-erro-ofsset
               move ws-fs-ordens-abertas                    to ws-msn-erro-cod
               move "Erro ao abrir arqOrdensAbertas.txt "   to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-ordens-abertas <> 0
               read arqOrdensAbertas
               if ws-fs-ordens-abertas = 0
               and oab-registro <> spaces
               and ws-qtd-os < 200 then
                   move oab-registro to ws-linha-ordem-aberta
                   add 1 to ws-qtd-os
                   move oab-numero     to ws-os-numero(ws-qtd-os)
                   move oab-estacao    to ws-os-estacao(ws-qtd-os)
                   move oab-falha      to ws-os-falha(ws-qtd-os)
                   move oab-abertura   to ws-os-abertura(ws-qtd-os)
                   move oab-referencia to ws-os-referencia(ws-qtd-os)
                   move oab-ultima-ref to ws-os-ultima-ref(ws-qtd-os)
                   move "A"            to ws-os-situacao(ws-qtd-os)
                   move zero           to ws-os-fechamento(ws-qtd-os)
                   move spaces         to ws-os-tecnico(ws-qtd-os)
               end-if
           end-perform

           close arqOrdensAbertas
           .
       carrega-ordens-abertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica os fechamentos devolvidos pelos tecnicos: a ordem sai das
      *>  abertas, vai p/ a trilha de encerradas e aparece no quadro; o arquivo
      *>  de fechamentos e consumido como as entregas dos coletores
      *>------------------------------------------------------------------------
       processa-fechamentos-ordens section.

           open input arqOrdensFechamento
           if ws-fs-ordens-fechamento = 35 or ws-fs-ordens-fechamento = 5 then
               close arqOrdensFechamento
               go to processa-fechamentos-ordens-exit
           end-if
           if ws-fs-ordens-fechamento <> 0 then
               move 90                                      to ws-msn-erro-ofsset
               move ws-fs-ordens-fechamento                 to ws-msn-erro-cod
               move "Erro ao abrir arqOrdensFechamento.txt " to ws-msn-text
               perform finaliza-anormal
           end-if

           open extend arqOrdensEncerradas
           if ws-fs-ordens-encerradas = 35 then
               open output arqOrdensEncerradas
           end-if
           if ws-fs-ordens-encerradas <> 0 then
               move 91                                      to ws-msn-erro-ofsset
               move ws-fs-ordens-encerradas                 to ws-msn-erro-cod
               move "Erro ao abrir arqOrdensEncerradas.txt " to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-ordens-fechamento <> 0
               read arqOrdensFechamento
               if ws-fs-ordens-fechamento = 0
               and ofc-registro <> spaces then
                   move ofc-registro to ws-fechamento-lido
                   move zero to ws-os-achada
                   perform varying ws-os-idx from 1 by 1
                                              until ws-os-idx > ws-qtd-os
                       if ws-os-numero(ws-os-idx) = ofc-numero
                       and ordem-ja-aberta(ws-os-idx) then
                           move ws-os-idx to ws-os-achada
                       end-if
                   end-perform

                   if ws-os-achada = 0 then
                       add 1 to ws-qtd-fech-sem-ordem
                       display "Fechamento sem ordem aberta, ignorado: "
                               ofc-numero
                   else
                       move "F" to ws-os-situacao(ws-os-achada)
                       if ofc-data numeric then
                           move ofc-data      to ws-os-fechamento(ws-os-achada)
                       else
                           move ws-data-atual to ws-os-fechamento(ws-os-achada)
                       end-if
                       move ofc-tecnico to ws-os-tecnico(ws-os-achada)
                       add 1 to ws-qtd-os-encerradas

                       move ws-os-numero(ws-os-achada)     to oen-numero
                       move ws-os-estacao(ws-os-achada)    to oen-estacao
                       move ws-os-falha(ws-os-achada)      to oen-falha
                       move ws-os-abertura(ws-os-achada)   to oen-abertura
                       move ws-os-fechamento(ws-os-achada) to oen-fechamento
                       move ofc-tecnico                    to oen-tecnico
                       move ofc-observacao                 to oen-observacao
                       move ws-linha-ordem-encerrada       to oen-registro
                       write oen-registro
                   end-if
               end-if
           end-perform

           close arqOrdensFechamento

           close arqOrdensEncerradas
           if ws-fs-ordens-encerradas <> 0 then
               move 92                                      to ws-msn-erro-ofsset
               move ws-fs-ordens-encerradas                 to ws-msn-erro-cod
               move "Erro ao fechar arqOrdensEncerradas.txt " to ws-msn-text
               perform finaliza-anormal
           end-if

           move "arqOrdensFechamento.txt" to ws-consumo-arquivo
           perform consome-arquivo-processado
           .
       processa-fechamentos-ordens-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava as ordens que seguem abertas (as que ja estavam e as novas)
      *>------------------------------------------------------------------------
       grava-ordens-abertas section.

           open output arqOrdensAbertas
           if ws-fs-ordens-abertas <> 0 then
               move 86                                      to ws-msn-erro-ofsset
               move ws-fs-ordens-abertas                    to ws-msn-erro-cod
               move "Erro ao abrir arqOrdensAbertas.txt "   to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-os-idx from 1 by 1 until ws-os-idx > ws-qtd-os
               if not ordem-encerrada(ws-os-idx) then
                   move ws-os-numero(ws-os-idx)     to oab-numero
                   move ws-os-estacao(ws-os-idx)    to oab-estacao
                   move ws-os-falha(ws-os-idx)      to oab-falha
                   move ws-os-abertura(ws-os-idx)   to oab-abertura
                   move ws-os-referencia(ws-os-idx) to oab-referencia
                   move ws-os-ultima-ref(ws-os-idx) to oab-ultima-ref
                   move ws-linha-ordem-aberta       to oab-registro
                   write oab-registro
               end-if
           end-perform

           close arqOrdensAbertas
           if ws-fs-ordens-abertas <> 0 then
               move 87                                      to ws-msn-erro-ofsset
               move ws-fs-ordens-abertas                    to ws-msn-erro-cod
               move "Erro ao fechar arqOrdensAbertas.txt "  to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       grava-ordens-abertas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Imprime o quadro: estacoes da maior p/ a menor taxa de aceitacao,
      *>  depois as ordens abertas neste quadro, as que continuam abertas e as
      *>  encerradas pelo campo desde o quadro anterior
      *>------------------------------------------------------------------------
       relatorio-qualidade section.

           move spaces to ws-nome-qualidade
           string "relQualidade_"  delimited by size
                  ws-mes-consulta  delimited by size
                  ws-ano-consulta  delimited by size
                  ".txt"           delimited by size
                  into ws-nome-qualidade

           open output relQualidade
           if ws-fs-qualidade <> 0 then
               move 84                                      to ws-msn-erro-ofsset
               move ws-fs-qualidade                         to ws-msn-erro-cod
               move "Erro ao abrir relQualidade.txt "       to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-mes-consulta to wql-mes
           move ws-ano-consulta to wql-ano
           move ws-dia-atual    to wql-dia-ger
           move ws-mes-atual    to wql-mes-ger
           move ws-ano-atual    to wql-ano-ger
           move ws-cabecalho-qualidade to qua-registro
           write qua-registro

           move ws-pct-aceitas-min    to wlq-aceitas
           move ws-pct-rejeitadas-max to wlq-rejeitadas
           move ws-pct-duplicadas-max to wlq-duplicadas
           move ws-dias-faltantes-max to wlq-faltantes
           move ws-dias-estimados-max to wlq-estimados
           move ws-limites-qualidade  to qua-registro
           write qua-registro

           move spaces to qua-registro
           write qua-registro
           move ws-colunas-qualidade to qua-registro
           write qua-registro

           perform varying ws-qua-posicao from 1 by 1
                                          until ws-qua-posicao > ws-qtd-qua
               move zero to ws-qua-melhor
               perform varying ws-qua-idx from 1 by 1
                                          until ws-qua-idx > ws-qtd-qua
                   if ws-qua-classificada(ws-qua-idx) = "N" then
                       if ws-qua-melhor = 0 then
                           move ws-qua-idx to ws-qua-melhor
                       else
                           if ws-qua-pct-aceitas(ws-qua-idx) >
                              ws-qua-pct-aceitas(ws-qua-melhor) then
                               move ws-qua-idx to ws-qua-melhor
                           end-if
                       end-if
                   end-if
               end-perform
               move "S" to ws-qua-classificada(ws-qua-melhor)

               *> ordens abertas da estacao depois deste quadro
               move zero to ws-qua-qtd-os(ws-qua-melhor)
               perform varying ws-os-idx from 1 by 1 until ws-os-idx > ws-qtd-os
                   if ws-os-estacao(ws-os-idx) = ws-qua-codigo(ws-qua-melhor)
                   and not ordem-encerrada(ws-os-idx) then
                       add 1 to ws-qua-qtd-os(ws-qua-melhor)
                   end-if
               end-perform

               move ws-qua-posicao                        to qlq-posicao
               move ws-qua-codigo(ws-qua-melhor)          to qlq-codigo
               compute qlq-recebidas = ws-qua-aceitas(ws-qua-melhor)
                                     + ws-qua-rejeitadas(ws-qua-melhor)
                                     + ws-qua-duplicadas(ws-qua-melhor)
               move ws-qua-aceitas(ws-qua-melhor)         to qlq-aceitas
               move ws-qua-pct-aceitas(ws-qua-melhor)     to qlq-pct-aceitas
               move ws-qua-rej-faixa(ws-qua-melhor)       to qlq-rej-faixa
               move ws-qua-rej-invalida(ws-qua-melhor)    to qlq-rej-invalida
               move ws-qua-rej-travado(ws-qua-melhor)     to qlq-rej-travado
               move ws-qua-rej-salto(ws-qua-melhor)       to qlq-rej-salto
               move ws-qua-rej-outros(ws-qua-melhor)      to qlq-rej-outros
               move ws-qua-pct-rejeitadas(ws-qua-melhor)  to qlq-pct-rejeitadas
               move ws-qua-duplicadas(ws-qua-melhor)      to qlq-duplicadas
               move ws-qua-pct-duplicadas(ws-qua-melhor)  to qlq-pct-duplicadas
               move ws-qua-dias-leitura(ws-qua-melhor)    to qlq-dias-leitura
               move ws-qua-dias-estimados(ws-qua-melhor)  to qlq-dias-estimados
               move ws-qua-dias-faltantes(ws-qua-melhor)  to qlq-dias-faltantes
               move ws-qua-qtd-os(ws-qua-melhor)          to qlq-qtd-os
               move ws-linha-qualidade to qua-registro
               write qua-registro
           end-perform

           move spaces to qua-registro
           write qua-registro
           move "Ordens de servico abertas neste quadro:" to qua-registro
           write qua-registro
           move "N" to ws-os-filtro
           perform imprime-ordens-qualidade

           move "Ordens de servico que continuam abertas:" to qua-registro
           write qua-registro
           move "A" to ws-os-filtro
           perform imprime-ordens-qualidade

           move "Ordens de servico encerradas pelo campo desde o quadro anterior:"
             to qua-registro
           write qua-registro
           move "F" to ws-os-filtro
           perform imprime-ordens-qualidade

           if ws-qtd-fech-sem-ordem > 0 then
               move spaces to qua-registro
               string "Fechamentos sem ordem aberta correspondente: "
                                             delimited by size
                      ws-qtd-fech-sem-ordem  delimited by size
                      into qua-registro
               write qua-registro
           end-if

           close relQualidade
           if ws-fs-qualidade <> 0 then
               move 85                                      to ws-msn-erro-ofsset
               move ws-fs-qualidade                         to ws-msn-erro-cod
               move "Erro ao fechar relQualidade.txt "      to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       relatorio-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Lista no quadro as ordens com a situacao ws-os-filtro
      *>------------------------------------------------------------------------
       imprime-ordens-qualidade section.

           move zero to ws-qtd-os-impressas
           perform varying ws-os-idx from 1 by 1 until ws-os-idx > ws-qtd-os
               if ws-os-situacao(ws-os-idx) = ws-os-filtro then
                   add 1 to ws-qtd-os-impressas
                   move ws-os-numero(ws-os-idx)   to qos-numero
                   move ws-os-estacao(ws-os-idx)  to qos-estacao
                   move ws-os-falha(ws-os-idx)    to qos-falha
                   move ws-os-abertura(ws-os-idx) to qos-abertura
                   move spaces to qos-texto
                   if ordem-encerrada(ws-os-idx) then
                       string "encerrada em "              delimited by size
                              ws-os-fechamento(ws-os-idx)  delimited by size
                              " por "                      delimited by size
                              ws-os-tecnico(ws-os-idx)     delimited by size
                              into qos-texto
                   else
                       string "referencia "                delimited by size
                              ws-os-referencia(ws-os-idx)  delimited by size
                              ", vista por ultimo em "     delimited by size
                              ws-os-ultima-ref(ws-os-idx)  delimited by size
                              into qos-texto
                   end-if
                   move ws-linha-os-qualidade to qua-registro
                   write qua-registro
               end-if
           end-perform

           if ws-qtd-os-impressas = 0 then
               move "    (nenhuma)" to qua-registro
               write qua-registro
           end-if
           .
       imprime-ordens-qualidade-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota o mes/ano da solicitacao corrente entre os periodos processados
      *>  na execucao, p/ a distribuicao de fim de lote
      *>------------------------------------------------------------------------
       anota-periodo-distribuicao section.

           perform varying ws-dst-per-idx from 1 by 1
                                          until ws-dst-per-idx > ws-qtd-dst-per
               if ws-dst-per-mes(ws-dst-per-idx) = ws-mes-consulta
               and ws-dst-per-ano(ws-dst-per-idx) = ws-ano-consulta then
                   go to anota-periodo-distribuicao-exit
               end-if
           end-perform

           if ws-qtd-dst-per < 24 then
               add 1 to ws-qtd-dst-per
               move ws-mes-consulta to ws-dst-per-mes(ws-qtd-dst-per)
               move ws-ano-consulta to ws-dst-per-ano(ws-qtd-dst-per)
           else
               display "Periodos demais na execucao, fora da distribuicao: "
                       ws-mes-consulta "/" ws-ano-consulta
           end-if
           .
       anota-periodo-distribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fim do lote: monta um pacote por cliente/periodo processado com as
      *>  saidas assinadas, cada um com seu manifesto, e registra na trilha da
      *>  distribuicao o que foi, o que faltou e o que saiu de execucao marcada
      *>  INVESTIGAR na razao de controle
      *>------------------------------------------------------------------------
       distribui-pacotes section.

           if ws-qtd-dst-per = 0 then
               go to distribui-pacotes-exit
           end-if

           perform carrega-assinantes
           if ws-qtd-ass = 0 then
               go to distribui-pacotes-exit
           end-if

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           perform carrega-situacoes-distribuicao

           open extend arqDistribuicaoLog
           if ws-fs-dst-log = 35 then
               open output arqDistribuicaoLog
           end-if
           if ws-fs-dst-log <> 0 then
               move 99                                      to ws-msn-erro-ofsset
               move ws-fs-dst-log                           to ws-msn-erro-cod
               move "Erro ao abrir arqDistribuicaoLog.txt " to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-dst-per-idx from 1 by 1
                                          until ws-dst-per-idx > ws-qtd-dst-per
               perform varying ws-dst-cli-idx from 1 by 1
                                          until ws-dst-cli-idx > ws-qtd-dst-cli
                   perform monta-pacote-cliente
               end-perform
           end-perform

           close arqDistribuicaoLog
           if ws-fs-dst-log <> 0 then
               move 100                                     to ws-msn-erro-ofsset
               move ws-fs-dst-log                           to ws-msn-erro-cod
               move "Erro ao fechar arqDistribuicaoLog.txt " to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       distribui-pacotes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o cadastro de assinantes e levanta os clientes distintos
      *>------------------------------------------------------------------------
       carrega-assinantes section.

           move zero to ws-qtd-ass
           move zero to ws-qtd-dst-cli

           open input arqAssinantes
           if ws-fs-assinantes = 35 or ws-fs-assinantes = 5 then
               close arqAssinantes
               go to carrega-assinantes-exit
           end-if
           if ws-fs-assinantes <> 0 then
               move 94                                      to ws-msn-erro-ofsset
               move ws-fs-assinantes                        to ws-msn-erro-cod
               move "Erro ao abrir arqAssinantes.txt "      to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-assinantes <> 0
               read arqAssinantes
               if ws-fs-assinantes = 0
               and ass-cliente <> spaces
               and ws-qtd-ass < 100 then
                   add 1 to ws-qtd-ass
                   move ass-cliente    to ws-ass-cliente(ws-qtd-ass)
                   move ass-tipo       to ws-ass-tipo(ws-qtd-ass)
                   move ass-escopo     to ws-ass-escopo(ws-qtd-ass)
                   move ass-alvo       to ws-ass-alvo(ws-qtd-ass)
                   move ass-frequencia to ws-ass-frequencia(ws-qtd-ass)

                   move zero to ws-dst-achado
                   perform varying ws-dst-cli-idx from 1 by 1
                                          until ws-dst-cli-idx > ws-qtd-dst-cli
                       if ws-dst-cliente(ws-dst-cli-idx) = ass-cliente then
                           move ws-dst-cli-idx to ws-dst-achado
                       end-if
                   end-perform
                   if ws-dst-achado = 0 and ws-qtd-dst-cli < 30 then
                       add 1 to ws-qtd-dst-cli
                       move ass-cliente to ws-dst-cliente(ws-qtd-dst-cli)
                   end-if
               end-if
           end-perform

           close arqAssinantes
           .
       carrega-assinantes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ultima situacao de cada estacao nos periodos processados, pela razao
      *>  de controle (a linha mais recente prevalece); linhas de diretivas
      *>  sem estacao do cadastro (previsoes, extracoes, importacao, rotinas
      *>  de arquivo) nao dizem respeito aos pacotes
      *>------------------------------------------------------------------------
       carrega-situacoes-distribuicao section.

           move zero to ws-qtd-dst-sit

           open input arqControleExec
           if ws-fs-controle = 35 then
               go to carrega-situacoes-distribuicao-exit
           end-if
           if ws-fs-controle <> 0 then
               move 38                                      to ws-msn-erro-ofsset
               move ws-fs-controle                          to ws-msn-erro-cod
               move "Erro ao abrir arqControleExec.txt "    to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-controle <> 0
               read arqControleExec
               if ws-fs-controle = 0 then
                   move ctr-registro to ws-controle-lido
                   if ctl-mes numeric and ctl-ano numeric
                   and ctl-estacao <> spaces then
                       move ctl-estacao to ws-busca-codigo
                       perform busca-estacao-cadastro
                       if ws-cad-achado <> 0 then
                           perform anota-situacao-distribuicao
                       end-if
                   end-if
               end-if
           end-perform

           close arqControleExec
           .
       carrega-situacoes-distribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Guarda a situacao da linha lida da razao se o periodo dela foi
      *>  processado nesta execucao
      *>------------------------------------------------------------------------
       anota-situacao-distribuicao section.

           move zero to ws-dst-achado
           perform varying ws-dst-idx from 1 by 1
                                      until ws-dst-idx > ws-qtd-dst-per
               if ws-dst-per-mes(ws-dst-idx) = ctl-mes
               and ws-dst-per-ano(ws-dst-idx) = ctl-ano then
                   move ws-dst-idx to ws-dst-achado
               end-if
           end-perform
           if ws-dst-achado = 0 then
               go to anota-situacao-distribuicao-exit
           end-if

           move zero to ws-dst-achado
           perform varying ws-dst-sit-idx from 1 by 1
                                          until ws-dst-sit-idx > ws-qtd-dst-sit
               if ws-dst-sit-estacao(ws-dst-sit-idx) = ctl-estacao
               and ws-dst-sit-mes(ws-dst-sit-idx) = ctl-mes
               and ws-dst-sit-ano(ws-dst-sit-idx) = ctl-ano then
                   move ws-dst-sit-idx to ws-dst-achado
               end-if
           end-perform

           *> a retificacao posterior nao limpa um INVESTIGAR do periodo: os
           *> numeros retificados vem da mesma execucao sem batimento
           if ws-dst-achado <> 0
           and ctl-situacao = "RETIFICADA"
           and ws-dst-sit-situacao(ws-dst-achado) = "INVESTIGAR" then
               go to anota-situacao-distribuicao-exit
           end-if

           if ws-dst-achado = 0 then
               if ws-qtd-dst-sit >= 240 then
                   go to anota-situacao-distribuicao-exit
               end-if
               add 1 to ws-qtd-dst-sit
               move ws-qtd-dst-sit to ws-dst-achado
               move ctl-estacao    to ws-dst-sit-estacao(ws-dst-achado)
               move ctl-mes        to ws-dst-sit-mes(ws-dst-achado)
               move ctl-ano        to ws-dst-sit-ano(ws-dst-achado)
           end-if
           move ctl-situacao to ws-dst-sit-situacao(ws-dst-achado)
           .
       anota-situacao-distribuicao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Pacote do cliente ws-dst-cli-idx p/ o periodo ws-dst-per-idx: cada
      *>  assinatura dele e expandida nos arquivos do periodo; assinatura
      *>  mensal so entra com o mes ja fechado
      *>------------------------------------------------------------------------
       monta-pacote-cliente section.

           move "N"  to ws-dst-pacote-aberto
           move zero to ws-dst-tot-arquivos
           move zero to ws-dst-tot-registros

           if ws-dst-per-ano(ws-dst-per-idx) < ws-ano-atual
           or (ws-dst-per-ano(ws-dst-per-idx) = ws-ano-atual
               and ws-dst-per-mes(ws-dst-per-idx) < ws-mes-atual) then
               move "S" to ws-dst-periodo-fechado
           else
               move "N" to ws-dst-periodo-fechado
           end-if

           perform varying ws-dst-idx from 1 by 1 until ws-dst-idx > ws-qtd-ass
               if ws-ass-cliente(ws-dst-idx) = ws-dst-cliente(ws-dst-cli-idx)
               and (ws-ass-frequencia(ws-dst-idx) <> "M"
                    or ws-dst-periodo-fechado = "S") then
                   evaluate ws-ass-tipo(ws-dst-idx)
                       when "ALERTAS"
                       when "GRAUSDIA"
                           perform varying ws-todas-idx from 1 by 1
                                        until ws-todas-idx > ws-qtd-estacoes
                               evaluate true
                                   when ws-ass-escopo(ws-dst-idx) = "E"
                                    and ws-cad-codigo(ws-todas-idx) =
                                        ws-ass-alvo(ws-dst-idx)
                                   when ws-ass-escopo(ws-dst-idx) = "R"
                                    and ws-cad-regiao(ws-todas-idx) =
                                        ws-ass-alvo(ws-dst-idx)
                                    and estacao-cadastro-ativa(ws-todas-idx)
                                   when ws-ass-escopo(ws-dst-idx) = "T"
                                    and estacao-cadastro-ativa(ws-todas-idx)
                                       move ws-cad-codigo(ws-todas-idx)
                                         to ws-dst-estacao
                                       perform distribui-arquivo
                                   when other
                                       continue
                               end-evaluate
                           end-perform
                       when "CONSOLIDADO"
                       when "REGIOES"
                       when "QUALIDADE"
                           move spaces to ws-dst-estacao
                           perform distribui-arquivo
                       when other
                           display "Tipo de saida desconhecido na assinatura: "
                                   ws-ass-cliente(ws-dst-idx) " "
                                   ws-ass-tipo(ws-dst-idx)
                   end-evaluate
               end-if
           end-perform

           if ws-dst-pacote-aberto = "S" then
               move ws-dst-tot-arquivos  to rmf-arquivos
               move ws-dst-tot-registros to rmf-registros
               move ws-rodape-manifesto  to dsm-registro
               write dsm-registro
               close arqDstManifesto
               if ws-fs-dst-manifesto <> 0 then
                   move 98                                  to ws-msn-erro-ofsset
                   move ws-fs-dst-manifesto                 to ws-msn-erro-cod
                   move "Erro ao fechar manifesto do pacote " to ws-msn-text
                   perform finaliza-anormal
               end-if
               display "Pacote gerado: " ws-nome-dst-manifesto
           end-if
           .
       monta-pacote-cliente-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia p/ o pacote o arquivo do tipo ws-ass-tipo(ws-dst-idx), estacao
      *>  ws-dst-estacao (espacos nos tipos de todas as estacoes), contando os
      *>  registros; anota no manifesto e na trilha da distribuicao
      *>------------------------------------------------------------------------
       distribui-arquivo section.

           move spaces to ws-nome-dst-origem
           evaluate ws-ass-tipo(ws-dst-idx)
               when "ALERTAS"
                   string "arqAlertas_"                   delimited by size
                          ws-dst-estacao                  delimited by space
                          "_"                             delimited by size
                          ws-dst-per-mes(ws-dst-per-idx)  delimited by size
                          ws-dst-per-ano(ws-dst-per-idx)  delimited by size
                          ".txt"                          delimited by size
                          into ws-nome-dst-origem
               when "GRAUSDIA"
                   *> vale o arquivo corrente da estacao quando e do mesmo
                   *> periodo (o reprocessamento mais recente do mes); senao
                   *> o arquivo proprio do mes retificado
                   string "arqGrausDia_"    delimited by size
                          ws-dst-estacao    delimited by space
                          ".txt"            delimited by size
                          into ws-nome-dst-origem
                   move "N" to ws-dst-corrente-serve
                   open input arqDstOrigem
                   if ws-fs-dst-origem = 0 then
                       read arqDstOrigem
                       if ws-fs-dst-origem = 0
                       and dso-registro(12:4) = ws-dst-per-ano(ws-dst-per-idx)
                       and dso-registro(17:2) = ws-dst-per-mes(ws-dst-per-idx) then
                           move "S" to ws-dst-corrente-serve
                       end-if
                       close arqDstOrigem
                   end-if
                   if ws-dst-corrente-serve = "N" then
                       move spaces to ws-nome-dst-origem
                       string "arqGrausDia_"                  delimited by size
                              ws-dst-estacao                  delimited by space
                              "_"                             delimited by size
                              ws-dst-per-mes(ws-dst-per-idx)  delimited by size
                              ws-dst-per-ano(ws-dst-per-idx)  delimited by size
                              ".txt"                          delimited by size
                              into ws-nome-dst-origem
                   end-if
               when "CONSOLIDADO"
                   string "relConsolidado_"               delimited by size
                          ws-dst-per-mes(ws-dst-per-idx)  delimited by size
                          ws-dst-per-ano(ws-dst-per-idx)  delimited by size
                          ".txt"                          delimited by size
                          into ws-nome-dst-origem
               when "REGIOES"
                   string "relRegioes_"                   delimited by size
                          ws-dst-per-mes(ws-dst-per-idx)  delimited by size
                          ws-dst-per-ano(ws-dst-per-idx)  delimited by size
                          ".txt"                          delimited by size
                          into ws-nome-dst-origem
               when "QUALIDADE"
                   string "relQualidade_"                 delimited by size
                          ws-dst-per-mes(ws-dst-per-idx)  delimited by size
                          ws-dst-per-ano(ws-dst-per-idx)  delimited by size
                          ".txt"                          delimited by size
                          into ws-nome-dst-origem
           end-evaluate

           *> INVESTIGAR na razao de controle: da estacao, ou de qualquer
           *> estacao do periodo nos arquivos de todas as estacoes
           move "N" to ws-dst-investigar
           perform varying ws-dst-sit-idx from 1 by 1
                                          until ws-dst-sit-idx > ws-qtd-dst-sit
               if ws-dst-sit-mes(ws-dst-sit-idx) = ws-dst-per-mes(ws-dst-per-idx)
               and ws-dst-sit-ano(ws-dst-sit-idx) = ws-dst-per-ano(ws-dst-per-idx)
               and ws-dst-sit-situacao(ws-dst-sit-idx) = "INVESTIGAR"
               and (ws-dst-estacao = spaces
                    or ws-dst-sit-estacao(ws-dst-sit-idx) = ws-dst-estacao) then
                   move "S" to ws-dst-investigar
               end-if
           end-perform

           if ws-dst-pacote-aberto = "N" then
               perform abre-manifesto-pacote
           end-if

           move spaces to ws-nome-dst-copia
           string "pac_"                          delimited by size
                  ws-dst-cliente(ws-dst-cli-idx)  delimited by space
                  "_"                             delimited by size
                  ws-dst-per-mes(ws-dst-per-idx)  delimited by size
                  ws-dst-per-ano(ws-dst-per-idx)  delimited by size
                  "_"                             delimited by size
                  ws-nome-dst-origem              delimited by space
                  into ws-nome-dst-copia

           move zero to ws-dst-registros
           move "AUSENTE" to ws-dst-situacao

           open input arqDstOrigem
           if ws-fs-dst-origem = 35 then
               perform anota-arquivo-distribuido
               go to distribui-arquivo-exit
           end-if
           if ws-fs-dst-origem <> 0 then
               move 95                                      to ws-msn-erro-ofsset
               move ws-fs-dst-origem                        to ws-msn-erro-cod
               move "Erro ao abrir saida p/ distribuicao "  to ws-msn-text
               perform finaliza-anormal
           end-if

           read arqDstOrigem

           open output arqDstCopia
           if ws-fs-dst-copia <> 0 then
               move 96                                      to ws-msn-erro-ofsset
               move ws-fs-dst-copia                         to ws-msn-erro-cod
               move "Erro ao abrir copia no pacote "        to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-dst-origem <> 0
               move dso-registro to dsc-registro
               write dsc-registro
               add 1 to ws-dst-registros
               read arqDstOrigem
           end-perform

           close arqDstOrigem
           close arqDstCopia

           if ws-dst-investigar = "S" then
               move "INVESTIGAR" to ws-dst-situacao
           else
               move "ENVIADO"    to ws-dst-situacao
           end-if
           add 1                to ws-dst-tot-arquivos
           add ws-dst-registros to ws-dst-tot-registros
           perform anota-arquivo-distribuido
           .
       distribui-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha do arquivo corrente no manifesto e na trilha da distribuicao
      *>------------------------------------------------------------------------
       anota-arquivo-distribuido section.

           move ws-nome-dst-origem             to lmf-arquivo
           move ws-dst-registros               to lmf-registros
           move ws-dst-per-mes(ws-dst-per-idx) to lmf-mes
           move ws-dst-per-ano(ws-dst-per-idx) to lmf-ano
           move ws-dst-estacao                 to lmf-estacao
           move ws-dst-situacao                to lmf-situacao
           move ws-linha-manifesto             to dsm-registro
           write dsm-registro

           move ws-ano-atual                   to dsl-ano
           move ws-mes-atual                   to dsl-mes
           move ws-dia-atual                   to dsl-dia
           move ws-hh-atual                    to dsl-hora
           move ws-mm-atual                    to dsl-min
           move ws-ss-atual                    to dsl-seg
           move ws-dst-cliente(ws-dst-cli-idx) to dsl-cliente
           move ws-ass-tipo(ws-dst-idx)        to dsl-tipo
           move ws-dst-estacao                 to dsl-estacao
           move ws-dst-per-mes(ws-dst-per-idx) to dsl-per-mes
           move ws-dst-per-ano(ws-dst-per-idx) to dsl-per-ano
           move ws-nome-dst-origem             to dsl-arquivo
           move ws-dst-registros               to dsl-registros
           move ws-dst-situacao                to dsl-situacao
           move ws-linha-distribuicao          to dsl-registro
           write dsl-registro

           if ws-dst-situacao <> "ENVIADO" then
               display "Distribuicao " ws-dst-cliente(ws-dst-cli-idx) ": "
                       ws-nome-dst-origem " " ws-dst-situacao
           end-if
           .
       anota-arquivo-distribuido-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Abre o manifesto do pacote do cliente/periodo corrente
      *>------------------------------------------------------------------------
       abre-manifesto-pacote section.

           move spaces to ws-nome-dst-manifesto
           string "pac_"                          delimited by size
                  ws-dst-cliente(ws-dst-cli-idx)  delimited by space
                  "_"                             delimited by size
                  ws-dst-per-mes(ws-dst-per-idx)  delimited by size
                  ws-dst-per-ano(ws-dst-per-idx)  delimited by size
                  "_manifesto.txt"                delimited by size
                  into ws-nome-dst-manifesto

           open output arqDstManifesto
           if ws-fs-dst-manifesto <> 0 then
               move 97                                      to ws-msn-erro-ofsset
               move ws-fs-dst-manifesto                     to ws-msn-erro-cod
               move "Erro ao abrir manifesto do pacote "    to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-dst-cliente(ws-dst-cli-idx) to wmf-cliente
           move ws-dst-per-mes(ws-dst-per-idx) to wmf-mes
           move ws-dst-per-ano(ws-dst-per-idx) to wmf-ano
           move ws-data-atual                  to wmf-data
           move ws-hh-atual                    to wmf-hh
           move ws-mm-atual                    to wmf-mm
           move ws-ss-atual                    to wmf-ss
           move ws-cabecalho-manifesto         to dsm-registro
           write dsm-registro

           move "S" to ws-dst-pacote-aberto
           .
       abre-manifesto-pacote-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Levanta as normais climatologicas de todas as estacoes do cadastro
      *>  no intervalo de anos pedido, lendo o mestre e os arquivos mortos sem
      *>  restaura-los; o mes corrente, ainda aberto, nao entra
      *>------------------------------------------------------------------------
       normais-climatologicas section.

           accept ws-data-atual from date yyyymmdd
           compute ws-nrm-ano-mes-atual = ws-ano-atual * 100 + ws-mes-atual

           move ws-nrm-ano-ini to ws-ext-dti-ano
           move 01             to ws-ext-dti-mes
           move 01             to ws-ext-dti-dia
           move ws-nrm-ano-fim to ws-ext-dtf-ano
           move 12             to ws-ext-dtf-mes
           move 31             to ws-ext-dtf-dia
           move zero to ws-ext-qtd-mestre
           move zero to ws-ext-qtd-arquivo
           move zero to ws-ext-qtd-duplicadas
           move zero to ws-ext-qtd-gravadas
           move all "N" to ws-ext-anos-lidos
           move "N" to ws-ext-destino

           open input arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao abrir arqTempMestre.dat "      to ws-msn-text
               perform finaliza-anormal
           end-if

           *> a normal e historica: entram as estacoes ativas e as inativas,
           *> uma de cada vez na tabela da leitura do periodo
           move zero to ws-nrm-qtd-estacoes
           perform varying ws-todas-idx from 1 by 1
                                      until ws-todas-idx > ws-qtd-estacoes
               move 1 to ws-qtd-ext-est
               move 1 to ws-ext-est-idx
               move ws-cad-codigo(ws-todas-idx) to ws-ext-estacao(1)
               add 1 to ws-nrm-qtd-estacoes
               initialize ws-normais-mes
               move zero to ws-nrm-data-dia
               move zero to ws-nrm-ano-mes
               move zero to ws-nrm-qtd-dia
               move zero to ws-nrm-soma-dia
               move zero to ws-nrm-chuva-dia
               move zero to ws-nrm-dias-mes
               move zero to ws-nrm-soma-medias
               move zero to ws-nrm-soma-minimas
               move zero to ws-nrm-soma-maximas
               move zero to ws-nrm-chuva-mes
               perform varying ws-ext-ano from ws-ext-dti-ano by 1
                                          until ws-ext-ano > ws-ext-dtf-ano
                   perform extrai-estacao-ano
               end-perform
               *> fecha o ultimo dia e o ultimo mes da estacao
               perform fecha-dia-normal
               perform fecha-mes-normal
               perform grava-normais-estacao
           end-perform

           close arqTempMestre
           if ws-fs-mestre <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao fechar arqTempMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if

           display "Normais de " ws-nrm-ano-ini " a " ws-nrm-ano-fim
                   " gravadas p/ " ws-nrm-qtd-estacoes " estacoes, "
                   ws-ext-qtd-gravadas " leituras."
           .
       normais-climatologicas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula uma leitura no dia corrente das normais; mudou o dia, fecha
      *>  o anterior, e mudou o mes, fecha o mes
      *>------------------------------------------------------------------------
       acumula-leitura-normal section.

           compute ws-nrm-data-leitura = lei-ano * 10000 + lei-mes * 100
                                       + lei-dia
           if ws-nrm-data-leitura <> ws-nrm-data-dia then
               perform fecha-dia-normal
               compute ws-nrm-ano-mes-leitura = lei-ano * 100 + lei-mes
               if ws-nrm-ano-mes-leitura <> ws-nrm-ano-mes then
                   perform fecha-mes-normal
                   move ws-nrm-ano-mes-leitura to ws-nrm-ano-mes
               end-if
               move ws-nrm-data-leitura to ws-nrm-data-dia
               move lei-temp            to ws-nrm-min-dia
               move lei-temp            to ws-nrm-max-dia
           end-if

           add 1         to ws-nrm-qtd-dia
           add lei-temp  to ws-nrm-soma-dia
           add lei-chuva to ws-nrm-chuva-dia
           if lei-temp < ws-nrm-min-dia then
               move lei-temp to ws-nrm-min-dia
           end-if
           if lei-temp > ws-nrm-max-dia then
               move lei-temp to ws-nrm-max-dia
           end-if
           add 1 to ws-ext-qtd-gravadas
           .
       acumula-leitura-normal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o dia em agregacao das normais: media, minima e maxima do dia
      *>  e a chuva do dia vao p/ os acumuladores do mes
      *>------------------------------------------------------------------------
       fecha-dia-normal section.

           if ws-nrm-qtd-dia > 0 then
               add 1 to ws-nrm-dias-mes
               compute ws-nrm-soma-medias = ws-nrm-soma-medias
                                          + ws-nrm-soma-dia / ws-nrm-qtd-dia
               add ws-nrm-min-dia   to ws-nrm-soma-minimas
               add ws-nrm-max-dia   to ws-nrm-soma-maximas
               add ws-nrm-chuva-dia to ws-nrm-chuva-mes
           end-if
           move zero to ws-nrm-qtd-dia
           move zero to ws-nrm-soma-dia
           move zero to ws-nrm-chuva-dia
           move zero to ws-nrm-data-dia
           .
       fecha-dia-normal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o mes em agregacao: mes ja encerrado e com dias suficientes
      *>  entra na normal daquele mes do calendario como mais um ano
      *>------------------------------------------------------------------------
       fecha-mes-normal section.

           if ws-nrm-ano-mes <> 0
           and ws-nrm-ano-mes < ws-nrm-ano-mes-atual
           and ws-nrm-dias-mes not < ws-nrm-dias-minimos then
               divide ws-nrm-ano-mes by 100
                      giving ws-nrm-quociente remainder ws-nrm-mes-idx
               compute ws-nrm-media-mes rounded =
                       ws-nrm-soma-medias / ws-nrm-dias-mes
               add 1 to ws-nrm-anos(ws-nrm-mes-idx)
               add ws-nrm-media-mes to ws-nrm-soma-media(ws-nrm-mes-idx)
               compute ws-nrm-soma-quad(ws-nrm-mes-idx) =
                       ws-nrm-soma-quad(ws-nrm-mes-idx)
                     + ws-nrm-media-mes * ws-nrm-media-mes
               compute ws-nrm-soma-min(ws-nrm-mes-idx) rounded =
                       ws-nrm-soma-min(ws-nrm-mes-idx)
                     + ws-nrm-soma-minimas / ws-nrm-dias-mes
               compute ws-nrm-soma-max(ws-nrm-mes-idx) rounded =
                       ws-nrm-soma-max(ws-nrm-mes-idx)
                     + ws-nrm-soma-maximas / ws-nrm-dias-mes
               add ws-nrm-chuva-mes to ws-nrm-soma-chuva(ws-nrm-mes-idx)
           end-if
           move zero to ws-nrm-dias-mes
           move zero to ws-nrm-soma-medias
           move zero to ws-nrm-soma-minimas
           move zero to ws-nrm-soma-maximas
           move zero to ws-nrm-chuva-mes
           move zero to ws-nrm-ano-mes
           .
       fecha-mes-normal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o arquivo de normais da estacao, uma linha por mes
      *>------------------------------------------------------------------------
       grava-normais-estacao section.

           move spaces to ws-nome-normais
           string "arqNormais_"                  delimited by size
                  ws-ext-estacao(ws-ext-est-idx) delimited by space
                  ".txt"                         delimited by size
                  into ws-nome-normais

           open output arqNormais
           if ws-fs-normais <> 0 then
               move 110                                     to ws-msn-erro-ofsset
               move ws-fs-normais                           to ws-msn-erro-cod
               move "Erro ao abrir arqNormais.txt "         to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-nrm-mes-idx from 1 by 1 until ws-nrm-mes-idx > 12
               move ws-ext-estacao(ws-ext-est-idx) to lnr-estacao
               move ws-nrm-mes-idx to lnr-mes
               move ws-nrm-ano-ini to lnr-ano-ini
               move ws-nrm-ano-fim to lnr-ano-fim
               move zero           to lnr-media
               move zero           to lnr-desvio
               move zero           to lnr-media-min
               move zero           to lnr-media-max
               move zero           to lnr-chuva
               if ws-nrm-anos(ws-nrm-mes-idx) > 0 then
                   compute lnr-media rounded =
                           ws-nrm-soma-media(ws-nrm-mes-idx)
                         / ws-nrm-anos(ws-nrm-mes-idx)
                   compute lnr-media-min rounded =
                           ws-nrm-soma-min(ws-nrm-mes-idx)
                         / ws-nrm-anos(ws-nrm-mes-idx)
                   compute lnr-media-max rounded =
                           ws-nrm-soma-max(ws-nrm-mes-idx)
                         / ws-nrm-anos(ws-nrm-mes-idx)
                   compute lnr-chuva rounded =
                           ws-nrm-soma-chuva(ws-nrm-mes-idx)
                         / ws-nrm-anos(ws-nrm-mes-idx)
                   *> desvio padrao amostral das medias mensais entre os anos
                   if ws-nrm-anos(ws-nrm-mes-idx) > 1 then
                       compute ws-nrm-variancia rounded =
                             ( ws-nrm-soma-quad(ws-nrm-mes-idx)
                             - ws-nrm-soma-media(ws-nrm-mes-idx)
                             * ws-nrm-soma-media(ws-nrm-mes-idx)
                             / ws-nrm-anos(ws-nrm-mes-idx) )
                             / ( ws-nrm-anos(ws-nrm-mes-idx) - 1 )
                       if ws-nrm-variancia < zero then
                           move zero to ws-nrm-variancia
                       end-if
                       move ws-nrm-variancia to ws-raiz-valor
                       perform calcula-raiz-quadrada
                       compute lnr-desvio rounded = ws-raiz-resultado
                   end-if
               end-if
               move ws-nrm-anos(ws-nrm-mes-idx) to lnr-anos
               move ws-linha-normal to nrm-registro
               write nrm-registro
           end-perform

           close arqNormais
           if ws-fs-normais <> 0 then
               move 111                                     to ws-msn-erro-ofsset
               move ws-fs-normais                           to ws-msn-erro-cod
               move "Erro ao fechar arqNormais.txt "        to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       grava-normais-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Raiz quadrada de ws-raiz-valor em ws-raiz-resultado, por aproximacoes
      *>  sucessivas de Newton a partir de um chute que fica acima da raiz
      *>------------------------------------------------------------------------
       calcula-raiz-quadrada section.

           if ws-raiz-valor = zero then
               move zero to ws-raiz-resultado
               go to calcula-raiz-quadrada-exit
           end-if

           evaluate true
               when ws-raiz-valor < 1
                   move 1 to ws-raiz-resultado
               when ws-raiz-valor > 9999
                   move 9999 to ws-raiz-resultado
               when other
                   move ws-raiz-valor to ws-raiz-resultado
           end-evaluate

           perform varying ws-raiz-passo from 1 by 1 until ws-raiz-passo > 30
               compute ws-raiz-resultado rounded =
                     ( ws-raiz-resultado + ws-raiz-valor / ws-raiz-resultado ) / 2
           end-perform
           .
       calcula-raiz-quadrada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio de anomalias do mes: media do mes de cada estacao ativa
      *>  contra a sua normal, em graus e em desvios padrao, marcando o que
      *>  passa de +/-2 desvios e a normal com poucos anos p/ ser confiavel
      *>------------------------------------------------------------------------
       anomalias-mes section.

           move spaces to ws-nome-anomalias
           string "relAnomalias_"  delimited by size
                  ws-mes-consulta  delimited by size
                  ws-ano-consulta  delimited by size
                  ".txt"           delimited by size
                  into ws-nome-anomalias

           open output relAnomalias
           if ws-fs-anomalias <> 0 then
               move 112                                     to ws-msn-erro-ofsset
               move ws-fs-anomalias                         to ws-msn-erro-cod
               move "Erro ao abrir relAnomalias.txt "       to ws-msn-text
               perform finaliza-anormal
           end-if

           accept ws-data-atual from date yyyymmdd
           move ws-mes-consulta to wam-mes
           move ws-ano-consulta to wam-ano
           move ws-dia-atual    to wam-dia-ger
           move ws-mes-atual    to wam-mes-ger
           move ws-ano-atual    to wam-ano-ger
           move ws-cabecalho-anomalias to anm-registro
           write anm-registro
           move ws-anos-normal-min  to wla-anos
           move ws-nrm-dias-minimos to wla-dias
           move ws-limites-anomalias to anm-registro
           write anm-registro
           move spaces to anm-registro
           write anm-registro
           move ws-colunas-anomalias to anm-registro
           write anm-registro

           move zero to ws-anm-qtd-fora
           move zero to ws-anm-qtd-frageis

           open input arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               perform finaliza-anormal
           end-if

           perform varying ws-todas-idx from 1 by 1
                                      until ws-todas-idx > ws-qtd-estacoes
               if estacao-cadastro-ativa(ws-todas-idx) then
                   move ws-cad-codigo(ws-todas-idx) to ws-estacao-id
                   perform anomalia-estacao
               end-if
           end-perform

               perform finaliza-anormal
           end-if

           move spaces to anm-registro
           write anm-registro
           move ws-anm-qtd-fora    to wra-fora
           move ws-anm-qtd-frageis to wra-frageis
           move ws-rodape-anomalias to anm-registro
           write anm-registro

           close relAnomalias
           if ws-fs-anomalias <> 0 then
               move 113                                     to ws-msn-erro-ofsset
               move ws-fs-anomalias                         to ws-msn-erro-cod
               move "Erro ao fechar relAnomalias.txt "      to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       anomalias-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma linha do relatorio de anomalias, p/ a estacao em ws-estacao-id
      *>------------------------------------------------------------------------
       anomalia-estacao section.

           move ws-estacao-id               to lan-estacao
           move ws-cad-regiao(ws-todas-idx) to lan-regiao
           move zero to lan-media
           move zero to lan-normal
           move zero to lan-desvio
           move zero to lan-anom-graus
           move zero to lan-anom-dp
           move zero to lan-anos
           move zero to lan-chuva
           move zero to lan-chuva-normal

           perform carga-mes-mestre
           perform carrega-normal-mes

           if ws-total-dias = 0 then
               move "SEM DADOS NO MES"          to lan-situacao
           else
               perform calculo-temp-media
               move media_temp  to lan-media
               move chuva_total to lan-chuva
               if ws-anm-tem-normal = "N" then
                   move "SEM NORMAL P/ O MES"   to lan-situacao
               else
                   perform compara-normal-estacao
               end-if
           end-if

           move ws-linha-anomalias to anm-registro
           write anm-registro
           .
       anomalia-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anomalia do mes da estacao contra a normal, em graus e em desvios
      *>------------------------------------------------------------------------
       compara-normal-estacao section.

           move ws-anm-normal-media  to lan-normal
           move ws-anm-normal-desvio to lan-desvio
           move ws-anm-normal-anos   to lan-anos
           move ws-anm-normal-chuva  to lan-chuva-normal

           compute ws-anm-graus = media_temp - ws-anm-normal-media
           move ws-anm-graus to lan-anom-graus
           move "N" to ws-anm-fora
           if ws-anm-normal-desvio > zero then
               compute ws-anm-desvios rounded =
                       ws-anm-graus / ws-anm-normal-desvio
               if ws-anm-desvios > 2 or ws-anm-desvios < -2 then
                   move "S" to ws-anm-fora
               end-if
           else
               move zero to ws-anm-desvios
           end-if
           move ws-anm-desvios to lan-anom-dp

           if ws-anm-fora = "S" then
               add 1 to ws-anm-qtd-fora
           end-if
           if ws-anm-normal-anos < ws-anos-normal-min then
               add 1 to ws-anm-qtd-frageis
           end-if

           evaluate true
               when ws-anm-fora = "S"
               and ws-anm-normal-anos < ws-anos-normal-min
                   move "FORA DE +/-2 DP; POUCOS ANOS" to lan-situacao
               when ws-anm-fora = "S"
                   move "FORA DE +/-2 DP"           to lan-situacao
               when ws-anm-normal-anos < ws-anos-normal-min
                   move "NORMAL COM POUCOS ANOS"    to lan-situacao
               when ws-anm-normal-desvio = zero
                   move "DP NULO, SO ANOMALIA EM C" to lan-situacao
               when other
                   move "DENTRO DO NORMAL"          to lan-situacao
           end-evaluate
           .
       compara-normal-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le do arquivo de normais da estacao a normal do mes em consulta
      *>------------------------------------------------------------------------
       carrega-normal-mes section.

           move "N" to ws-anm-tem-normal

           move spaces to ws-nome-normais
           string "arqNormais_"  delimited by size
                  ws-estacao-id  delimited by space
                  ".txt"         delimited by size
                  into ws-nome-normais

           open input arqNormais
           if ws-fs-normais = 35 then
               go to carrega-normal-mes-exit
           end-if
           if ws-fs-normais <> 0 then
               move 110                                     to ws-msn-erro-ofsset
               move ws-fs-normais                           to ws-msn-erro-cod
               move "Erro ao abrir arqNormais.txt "         to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-normais <> 0
               read arqNormais
               if ws-fs-normais = 0 then
                   move nrm-registro to ws-linha-normal
                   if lnr-mes = ws-mes-consulta
                   and lnr-anos numeric
                   and lnr-anos > 0 then
                       move lnr-media  to ws-anm-normal-media
                       move lnr-desvio to ws-anm-normal-desvio
                       move lnr-chuva  to ws-anm-normal-chuva
                       move lnr-anos   to ws-anm-normal-anos
                       move "S"        to ws-anm-tem-normal
                   end-if
               end-if
           end-perform

           close arqNormais
           .
       carrega-normal-mes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Boletim agrometeorologico da semana que termina na data pedida: le,
      *>  p/ cada estacao ativa, a safra corrente e a anterior ate o mesmo
      *>  ponto no mestre e nos arquivos mortos, e grava o relatorio por
      *>  regiao e o intercambio da cooperativa
      *>------------------------------------------------------------------------
       boletim-semanal section.

           *> data digitada a mao: numerica e de calendario
           move "S" to ws-bol-valida
           if ws-par-arg2(1:8) not numeric then
               move "N" to ws-bol-valida
           else
               move ws-par-arg2(1:8) to ws-bol-data-param
               if ws-bol-par-mes < 1 or ws-bol-par-mes > 12 then
                   move "N" to ws-bol-valida
               else
                   move ws-bol-par-mes to ws-mes-busca
                   move ws-bol-par-ano to ws-ano-busca
                   perform calcula-dias-do-mes
                   if ws-bol-par-dia < 1
                   or ws-bol-par-dia > ws-dias-no-mes then
                       move "N" to ws-bol-valida
                   end-if
               end-if
           end-if
           if ws-bol-valida = "N" then
               display "Parametro invalido, ignorado: " par-linha
               go to boletim-semanal-exit
           end-if

           move ws-bol-par-ano to ws-bol-fim-ano
           move ws-bol-par-mes to ws-bol-fim-mes
           move ws-bol-par-dia to ws-bol-fim-dia

           *> os 7 dias da semana; ao fim ws-bol-data-calc e a vespera do
           *> primeiro dia, de onde vem a primeira noite
           move ws-bol-data-fim to ws-bol-data-calc
           perform varying ws-bol-sub from 7 by -1 until ws-bol-sub < 1
               move ws-bol-data-calc to ws-bol-data-semana(ws-bol-sub)
               perform recua-dia-boletim
           end-perform
           move ws-bol-data-semana(1) to ws-bol-data-ini

           *> safra corrente desde o dia 1 do mes de inicio, e a anterior do
           *> seu inicio ate a mesma data um ano antes
           if ws-bol-fim-mes < ws-mes-inicio-safra then
               compute ws-bol-saf-ano = ws-bol-fim-ano - 1
           else
               move ws-bol-fim-ano to ws-bol-saf-ano
           end-if
           move ws-mes-inicio-safra to ws-bol-saf-mes
           move 01                  to ws-bol-saf-dia
           compute ws-bol-ain-ano = ws-bol-saf-ano - 1
           move ws-bol-saf-mes      to ws-bol-ain-mes
           move 01                  to ws-bol-ain-dia
           compute ws-bol-afi-ano = ws-bol-fim-ano - 1
           move ws-bol-fim-mes      to ws-bol-afi-mes
           move ws-bol-fim-dia      to ws-bol-afi-dia
           if ws-bol-afi-mes = 02 and ws-bol-afi-dia = 29 then
               move 28 to ws-bol-afi-dia
           end-if

           *> a leitura da safra corrente comeca no inicio dela ou na vespera
           *> da semana, o que vier antes
           if ws-bol-data-safra < ws-bol-data-calc then
               move ws-bol-data-safra to ws-bol-data-leitura-ini
           else
               move ws-bol-data-calc  to ws-bol-data-leitura-ini
           end-if

           move ws-bol-fim-ano to ws-cnv-ano
           move ws-bol-fim-mes to ws-cnv-mes
           move ws-bol-fim-dia to ws-cnv-dia
           perform converte-data-dias
           move ws-cnv-dias to ws-bol-dias-fim
           move ws-bol-ini-ano to ws-cnv-ano
           move ws-bol-ini-mes to ws-cnv-mes
           move ws-bol-ini-dia to ws-cnv-dia
           perform converte-data-dias
           move ws-cnv-dias to ws-bol-dias-ini
           move ws-bol-saf-ano to ws-cnv-ano
           move ws-bol-saf-mes to ws-cnv-mes
           move ws-bol-saf-dia to ws-cnv-dia
           perform converte-data-dias
           move ws-cnv-dias to ws-bol-dias-safra
           move ws-bol-lei-ano to ws-cnv-ano
           move ws-bol-lei-mes to ws-cnv-mes
           move ws-bol-lei-dia to ws-cnv-dia
           perform converte-data-dias
           move ws-cnv-dias to ws-bol-dias-leitura-ini

           move zero to ws-qtd-bol
           perform varying ws-todas-idx from 1 by 1
                                      until ws-todas-idx > ws-qtd-estacoes
               if estacao-cadastro-ativa(ws-todas-idx) then
                   add 1 to ws-qtd-bol
                   move ws-cad-codigo(ws-todas-idx) to ws-bol-codigo(ws-qtd-bol)
                   move ws-cad-regiao(ws-todas-idx) to ws-bol-regiao(ws-qtd-bol)
               end-if
           end-perform
           if ws-qtd-bol = 0 then
               display "Boletim sem estacao ativa no cadastro, ignorado: "
                       par-linha
               go to boletim-semanal-exit
           end-if

           open input arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               perform finaliza-anormal
           end-if

           move zero to ws-ext-qtd-mestre
           move zero to ws-ext-qtd-arquivo
           move zero to ws-ext-qtd-duplicadas
           move zero to ws-ext-qtd-gravadas
           move "B" to ws-ext-destino
           perform varying ws-bol-idx from 1 by 1 until ws-bol-idx > ws-qtd-bol
               perform boletim-estacao
           end-perform

           close arqTempMestre
               move "Erro ao fechar arqTempMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if

           perform grava-boletim
           perform grava-boletim-intercambio

           display "Boletim da semana ate " ws-bol-fim-dia "/" ws-bol-fim-mes
                   "/" ws-bol-fim-ano " gerado p/ " ws-qtd-bol " estacoes, "
                   ws-bol-qtd-geada " noites com risco de geada."
           .
       boletim-semanal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Volta ws-bol-data-calc um dia no calendario, virando mes e ano
      *>------------------------------------------------------------------------
       recua-dia-boletim section.

           if ws-bol-cal-dia > 1 then
               subtract 1 from ws-bol-cal-dia
           else
               if ws-bol-cal-mes > 1 then
                   subtract 1 from ws-bol-cal-mes
               else
                   move 12 to ws-bol-cal-mes
                   subtract 1 from ws-bol-cal-ano
               end-if
               move ws-bol-cal-mes to ws-mes-busca
               move ws-bol-cal-ano to ws-ano-busca
               perform calcula-dias-do-mes
               move ws-dias-no-mes to ws-bol-cal-dia
           end-if
           .
       recua-dia-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a estacao ws-bol-idx do boletim: a safra corrente (com a semana e
      *>  as noites) e a safra anterior ate o mesmo ponto, e fecha a semana
      *>------------------------------------------------------------------------
       boletim-estacao section.

           move 1 to ws-qtd-ext-est
           move 1 to ws-ext-est-idx
           move ws-bol-codigo(ws-bol-idx) to ws-ext-estacao(1)

           move zero to ws-bol-qtd-leituras(ws-bol-idx)
           move zero to ws-bol-chuva-semana(ws-bol-idx)
           move zero to ws-bol-dias-chuva(ws-bol-idx)
           move zero to ws-bol-dias-com-leitura(ws-bol-idx)
           move zero to ws-bol-dias-secos(ws-bol-idx)
           move "N"  to ws-bol-seco-janela(ws-bol-idx)
           move zero to ws-bol-chuva-safra(ws-bol-idx)
           move zero to ws-bol-chuva-anterior(ws-bol-idx)
           perform varying ws-bol-sub from 1 by 1 until ws-bol-sub > 7
               move "N"  to ws-bol-tem-dia(ws-bol-idx ws-bol-sub)
               move zero to ws-bol-chuva-dia(ws-bol-idx ws-bol-sub)
               move "N"  to ws-bol-tem-noite(ws-bol-idx ws-bol-sub)
               move zero to ws-bol-noite-min(ws-bol-idx ws-bol-sub)
               move zero to ws-bol-noite-umid(ws-bol-idx ws-bol-sub)
           end-perform

           *> safra corrente, com a semana e as noites
           move "A" to ws-bol-fase
           move ws-bol-data-leitura-ini to ws-ext-data-ini
           move ws-bol-data-fim         to ws-ext-data-fim
           move zero to ws-bol-data-cache
           move zero to ws-bol-dia-corrente
           move zero to ws-bol-chuva-corrente
           move zero to ws-bol-ultima-chuva
           move all "N" to ws-ext-anos-lidos
           perform varying ws-ext-ano from ws-ext-dti-ano by 1
                                      until ws-ext-ano > ws-ext-dtf-ano
               perform extrai-estacao-ano
           end-perform
           perform fecha-dia-boletim

           *> safra anterior ate o mesmo ponto, so a chuva
           move "P" to ws-bol-fase
           move ws-bol-data-ant-ini to ws-ext-data-ini
           move ws-bol-data-ant-fim to ws-ext-data-fim
           move zero to ws-bol-data-cache
           move all "N" to ws-ext-anos-lidos
           perform varying ws-ext-ano from ws-ext-dti-ano by 1
                                      until ws-ext-ano > ws-ext-dtf-ano
               perform extrai-estacao-ano
           end-perform

           perform varying ws-bol-sub from 1 by 1 until ws-bol-sub > 7
               add ws-bol-chuva-dia(ws-bol-idx ws-bol-sub)
                to ws-bol-chuva-semana(ws-bol-idx)
               if ws-bol-chuva-dia(ws-bol-idx ws-bol-sub)
                  not < ws-bol-chuva-minima then
                   add 1 to ws-bol-dias-chuva(ws-bol-idx)
               end-if
               if ws-bol-tem-dia(ws-bol-idx ws-bol-sub) = "S" then
                   add 1 to ws-bol-dias-com-leitura(ws-bol-idx)
               end-if
           end-perform

           *> dias secos seguidos ate a data; sem dia de chuva em toda a
           *> leitura, a sequencia e pelo menos a leitura inteira
           if ws-bol-ultima-chuva = 0 then
               compute ws-bol-dias-secos(ws-bol-idx) =
                       ws-bol-dias-fim - ws-bol-dias-leitura-ini + 1
               move "S" to ws-bol-seco-janela(ws-bol-idx)
           else
               compute ws-bol-dias-secos(ws-bol-idx) =
                       ws-bol-dias-fim - ws-bol-ultima-chuva
           end-if
           .
       boletim-estacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leva uma leitura do periodo p/ a estacao corrente do boletim: chuva
      *>  da safra, chuva e presenca do dia na semana e a minima da noite
      *>------------------------------------------------------------------------
       acumula-leitura-boletim section.

           compute ws-bol-data-lida = lei-ano * 10000 + lei-mes * 100
                                    + lei-dia
           if ws-bol-data-lida <> ws-bol-data-cache then
               move lei-ano to ws-cnv-ano
               move lei-mes to ws-cnv-mes
               move lei-dia to ws-cnv-dia
               perform converte-data-dias
               move ws-cnv-dias      to ws-bol-dias-leitura
               move ws-bol-data-lida to ws-bol-data-cache
           end-if
           add 1 to ws-ext-qtd-gravadas

           if fase-safra-anterior then
               add lei-chuva to ws-bol-chuva-anterior(ws-bol-idx)
               go to acumula-leitura-boletim-exit
           end-if

           add 1 to ws-bol-qtd-leituras(ws-bol-idx)

           *> chuva do dia corrente, p/ a sequencia de dias secos
           if ws-bol-dias-leitura <> ws-bol-dia-corrente then
               perform fecha-dia-boletim
               move ws-bol-dias-leitura to ws-bol-dia-corrente
           end-if
           add lei-chuva to ws-bol-chuva-corrente

           if ws-bol-dias-leitura not < ws-bol-dias-safra then
               add lei-chuva to ws-bol-chuva-safra(ws-bol-idx)
           end-if

           compute ws-bol-pos = ws-bol-dias-leitura - ws-bol-dias-ini + 1
           if ws-bol-pos > 0 and ws-bol-pos < 8 then
               move ws-bol-pos to ws-bol-sub
               move "S" to ws-bol-tem-dia(ws-bol-idx ws-bol-sub)
               add lei-chuva to ws-bol-chuva-dia(ws-bol-idx ws-bol-sub)
           end-if

           *> a noite do dia vai das 18h da vespera as 06:59 do dia
           evaluate true
               when lei-hora > 17
                   compute ws-bol-noite-pos = ws-bol-pos + 1
               when lei-hora < 7
                   move ws-bol-pos to ws-bol-noite-pos
               when other
                   move zero to ws-bol-noite-pos
           end-evaluate
           if ws-bol-noite-pos > 0 and ws-bol-noite-pos < 8 then
               move ws-bol-noite-pos to ws-bol-sub
               if ws-bol-tem-noite(ws-bol-idx ws-bol-sub) = "N"
               or lei-temp < ws-bol-noite-min(ws-bol-idx ws-bol-sub) then
                   move "S"      to ws-bol-tem-noite(ws-bol-idx ws-bol-sub)
                   move lei-temp to ws-bol-noite-min(ws-bol-idx ws-bol-sub)
                   move lei-umid to ws-bol-noite-umid(ws-bol-idx ws-bol-sub)
               end-if
           end-if
           .
       acumula-leitura-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha o dia corrente da safra: dia com chuva minima marca o fim da
      *>  sequencia de dias secos
      *>------------------------------------------------------------------------
       fecha-dia-boletim section.

           if ws-bol-dia-corrente > 0
           and ws-bol-chuva-corrente not < ws-bol-chuva-minima then
               move ws-bol-dia-corrente to ws-bol-ultima-chuva
           end-if
           move zero to ws-bol-dia-corrente
           move zero to ws-bol-chuva-corrente
           .
       fecha-dia-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ponto de orvalho e risco de geada da noite ws-bol-sub da estacao
      *>  ws-bol-idx; o ponto de orvalho sai da aproximacao td = t - (100 -
      *>  ur) / 5, boa p/ umidade acima de 50% (a faixa das noites de geada);
      *>  umidade zero e leitura sem umidade e fica sem ponto de orvalho
      *>------------------------------------------------------------------------
       avalia-noite-boletim section.

           move spaces to ws-bol-nivel-geada
           move "N"    to ws-bol-tem-orvalho
           move zero   to ws-bol-orvalho
           if ws-bol-tem-noite(ws-bol-idx ws-bol-sub) = "N" then
               go to avalia-noite-boletim-exit
           end-if

           if ws-bol-noite-umid(ws-bol-idx ws-bol-sub) > 0 then
               compute ws-bol-orvalho rounded =
                       ws-bol-noite-min(ws-bol-idx ws-bol-sub)
                     - ( 100 - ws-bol-noite-umid(ws-bol-idx ws-bol-sub) ) / 5
               move "S" to ws-bol-tem-orvalho
           end-if

           evaluate true
               when ws-bol-noite-min(ws-bol-idx ws-bol-sub) < zero
                   move "GEADA"    to ws-bol-nivel-geada
               when ws-bol-noite-min(ws-bol-idx ws-bol-sub)
                    not > ws-limiar-geada
               and ws-bol-tem-orvalho = "S"
               and ws-bol-orvalho not > zero
                   move "ALTO"     to ws-bol-nivel-geada
               when ws-bol-noite-min(ws-bol-idx ws-bol-sub)
                    not > ws-limiar-geada
                   move "MODERADO" to ws-bol-nivel-geada
           end-evaluate
           .
       avalia-noite-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio do boletim: estacoes agrupadas por regiao com a media da
      *>  regiao, e a lista das noites com risco de geada
      *>------------------------------------------------------------------------
       grava-boletim section.

           move zero to ws-qtd-bol-regioes
           perform varying ws-bol-idx from 1 by 1 until ws-bol-idx > ws-qtd-bol
               perform agrega-regiao-boletim
           end-perform

           move spaces to ws-nome-boletim
           string "relBoletim_"    delimited by size
                  ws-bol-data-fim  delimited by size
                  ".txt"           delimited by size
                  into ws-nome-boletim

           open output relBoletim
           if ws-fs-boletim <> 0 then
               move 114                                     to ws-msn-erro-ofsset
               move ws-fs-boletim                           to ws-msn-erro-cod
               move "Erro ao abrir relBoletim.txt "         to ws-msn-text
               perform finaliza-anormal
           end-if

           accept ws-data-atual from date yyyymmdd
           move ws-bol-ini-dia to wbo-ini-dia
           move ws-bol-ini-mes to wbo-ini-mes
           move ws-bol-ini-ano to wbo-ini-ano
           move ws-bol-fim-dia to wbo-fim-dia
           move ws-bol-fim-mes to wbo-fim-mes
           move ws-bol-fim-ano to wbo-fim-ano
           move ws-dia-atual   to wbo-dia-ger
           move ws-mes-atual   to wbo-mes-ger
           move ws-ano-atual   to wbo-ano-ger
           move ws-cabecalho-boletim to bol-registro
           write bol-registro

           move ws-bol-saf-dia to wbc-saf-dia
           move ws-bol-saf-mes to wbc-saf-mes
           move ws-bol-saf-ano to wbc-saf-ano
           move ws-bol-ain-dia to wbc-ain-dia
           move ws-bol-ain-mes to wbc-ain-mes
           move ws-bol-ain-ano to wbc-ain-ano
           move ws-bol-afi-dia to wbc-afi-dia
           move ws-bol-afi-mes to wbc-afi-mes
           move ws-bol-afi-ano to wbc-afi-ano
           move ws-bol-chuva-minima to wbc-chuva-min
           move ws-limiar-geada     to wbc-geada
           move ws-criterios-boletim to bol-registro
           write bol-registro

           perform varying ws-bol-sub from 1 by 1 until ws-bol-sub > 7
               move ws-bol-sem-dia(ws-bol-sub) to wbk-dia(ws-bol-sub)
               move ws-bol-sem-mes(ws-bol-sub) to wbk-mes(ws-bol-sub)
           end-perform

           perform varying ws-bol-reg-idx from 1 by 1
                                          until ws-bol-reg-idx > ws-qtd-bol-regioes
               move spaces to bol-registro
               write bol-registro
               move ws-bol-reg-nome(ws-bol-reg-idx) to wbr-regiao
               move ws-regiao-boletim to bol-registro
               write bol-registro
               move ws-colunas-boletim to bol-registro
               write bol-registro
               perform varying ws-bol-idx from 1 by 1
                                          until ws-bol-idx > ws-qtd-bol
                   if ws-bol-regiao(ws-bol-idx) = ws-bol-reg-nome(ws-bol-reg-idx) then
                       perform grava-linha-boletim
                   end-if
               end-perform
               compute lbm-chuva-semana rounded =
                       ws-bol-reg-semana(ws-bol-reg-idx)
                     / ws-bol-reg-qtd(ws-bol-reg-idx)
               compute lbm-chuva-safra rounded =
                       ws-bol-reg-safra(ws-bol-reg-idx)
                     / ws-bol-reg-qtd(ws-bol-reg-idx)
               compute lbm-chuva-anterior rounded =
                       ws-bol-reg-anterior(ws-bol-reg-idx)
                     / ws-bol-reg-qtd(ws-bol-reg-idx)
               compute ws-bol-diferenca rounded =
                     ( ws-bol-reg-safra(ws-bol-reg-idx)
                     - ws-bol-reg-anterior(ws-bol-reg-idx) )
                     / ws-bol-reg-qtd(ws-bol-reg-idx)
               move ws-bol-diferenca to lbm-diferenca
               move ws-bol-reg-qtd(ws-bol-reg-idx) to lbm-qtd
               move ws-media-regiao-boletim to bol-registro
               write bol-registro
           end-perform

           move spaces to bol-registro
           write bol-registro
           move "NOITES COM RISCO DE GEADA:" to bol-registro
           write bol-registro
           move zero to ws-bol-qtd-geada
           perform varying ws-bol-idx from 1 by 1 until ws-bol-idx > ws-qtd-bol
               perform varying ws-bol-sub from 1 by 1 until ws-bol-sub > 7
                   perform avalia-noite-boletim
                   if ws-bol-nivel-geada <> spaces then
                       add 1 to ws-bol-qtd-geada
                       move ws-bol-codigo(ws-bol-idx) to lge-estacao
                       move ws-bol-regiao(ws-bol-idx) to lge-regiao
                       move ws-bol-sem-dia(ws-bol-sub) to lge-dia
                       move ws-bol-sem-mes(ws-bol-sub) to lge-mes
                       move ws-bol-sem-ano(ws-bol-sub) to lge-ano
                       move ws-bol-noite-min(ws-bol-idx ws-bol-sub)  to lge-minima
                       move ws-bol-noite-umid(ws-bol-idx ws-bol-sub) to lge-umid
                       if ws-bol-tem-orvalho = "S" then
                           move ws-bol-orvalho to lge-orvalho
                       else
                           move "   n/d" to lge-orvalho-x
                       end-if
                       move ws-bol-nivel-geada to lge-nivel
                       move ws-linha-geada to bol-registro
                       write bol-registro
                   end-if
               end-perform
           end-perform
           if ws-bol-qtd-geada = 0 then
               move "  Nenhuma noite da semana com risco de geada." to bol-registro
               write bol-registro
           end-if

           move spaces to bol-registro
           write bol-registro
           move ws-qtd-bol         to wbf-estacoes
           move ws-qtd-bol-regioes to wbf-regioes
           move ws-bol-qtd-geada   to wbf-geada
           move ws-rodape-boletim to bol-registro
           write bol-registro

           close relBoletim
           if ws-fs-boletim <> 0 then
               move 115                                     to ws-msn-erro-ofsset
               move ws-fs-boletim                           to ws-msn-erro-cod
               move "Erro ao fechar relBoletim.txt "        to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       grava-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leva a estacao ws-bol-idx p/ a sua regiao no boletim, criando a
      *>  regiao na primeira vez, como no consolidado regional
      *>------------------------------------------------------------------------
       agrega-regiao-boletim section.

           move zero to ws-bol-reg-achada
           perform varying ws-bol-reg-idx from 1 by 1
                                          until ws-bol-reg-idx > ws-qtd-bol-regioes
               if ws-bol-reg-nome(ws-bol-reg-idx) = ws-bol-regiao(ws-bol-idx) then
                   move ws-bol-reg-idx to ws-bol-reg-achada
               end-if
           end-perform

           if ws-bol-reg-achada = 0 then
               add 1 to ws-qtd-bol-regioes
               move ws-qtd-bol-regioes to ws-bol-reg-achada
               move ws-bol-regiao(ws-bol-idx) to ws-bol-reg-nome(ws-bol-reg-achada)
               move zero to ws-bol-reg-qtd(ws-bol-reg-achada)
               move zero to ws-bol-reg-semana(ws-bol-reg-achada)
               move zero to ws-bol-reg-safra(ws-bol-reg-achada)
               move zero to ws-bol-reg-anterior(ws-bol-reg-achada)
           end-if
           move ws-bol-reg-achada to ws-bol-reg-idx

           add 1 to ws-bol-reg-qtd(ws-bol-reg-idx)
           add ws-bol-chuva-semana(ws-bol-idx)   to ws-bol-reg-semana(ws-bol-reg-idx)
           add ws-bol-chuva-safra(ws-bol-idx)    to ws-bol-reg-safra(ws-bol-reg-idx)
           add ws-bol-chuva-anterior(ws-bol-idx) to ws-bol-reg-anterior(ws-bol-reg-idx)
           .
       agrega-regiao-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha da estacao ws-bol-idx no relatorio do boletim
      *>------------------------------------------------------------------------
       grava-linha-boletim section.

           move ws-bol-codigo(ws-bol-idx)           to lbo-estacao
           move ws-bol-chuva-semana(ws-bol-idx)     to lbo-chuva-semana
           move ws-bol-dias-chuva(ws-bol-idx)       to lbo-dias-chuva
           move ws-bol-dias-secos(ws-bol-idx)       to lbo-dias-secos
           if ws-bol-seco-janela(ws-bol-idx) = "S" then
               move "+"   to lbo-seco-janela
           else
               move space to lbo-seco-janela
           end-if
           move ws-bol-chuva-safra(ws-bol-idx)      to lbo-chuva-safra
           move ws-bol-chuva-anterior(ws-bol-idx)   to lbo-chuva-anterior
           compute ws-bol-diferenca = ws-bol-chuva-safra(ws-bol-idx)
                                    - ws-bol-chuva-anterior(ws-bol-idx)
           move ws-bol-diferenca                    to lbo-diferenca
           move ws-bol-dias-com-leitura(ws-bol-idx) to lbo-dias-leitura

           perform varying ws-bol-sub from 1 by 1 until ws-bol-sub > 7
               perform avalia-noite-boletim
               if ws-bol-tem-orvalho = "S" then
                   move ws-bol-orvalho to lbo-orvalho-valor(ws-bol-sub)
               else
                   move "  n/d" to lbo-orvalho-x(ws-bol-sub)
               end-if
           end-perform

           evaluate true
               when ws-bol-qtd-leituras(ws-bol-idx) = 0
                   move "SEM LEITURAS"      to lbo-obs
               when ws-bol-dias-com-leitura(ws-bol-idx) < 7
                   move "SEMANA INCOMPLETA" to lbo-obs
               when other
                   move spaces              to lbo-obs
           end-evaluate

           move ws-linha-boletim to bol-registro
           write bol-registro
           .
       grava-linha-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Intercambio do boletim p/ a cooperativa: "H" com a semana e o inicio
      *>  da safra, "E" por estacao, "N" por noite com leitura e rodape "T"
      *>------------------------------------------------------------------------
       grava-boletim-intercambio section.

           move spaces to ws-nome-boletim-int
           string "arqBoletim_"    delimited by size
                  ws-bol-data-fim  delimited by size
                  ".txt"           delimited by size
                  into ws-nome-boletim-int

           open output arqBoletim
           if ws-fs-boletim-int <> 0 then
               move 116                                     to ws-msn-erro-ofsset
               move ws-fs-boletim-int                       to ws-msn-erro-cod
               move "Erro ao abrir arqBoletim.txt "         to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-bol-ini-ano to ibh-ini-ano
           move ws-bol-ini-mes to ibh-ini-mes
           move ws-bol-ini-dia to ibh-ini-dia
           move ws-bol-fim-ano to ibh-fim-ano
           move ws-bol-fim-mes to ibh-fim-mes
           move ws-bol-fim-dia to ibh-fim-dia
           move ws-bol-saf-ano to ibh-saf-ano
           move ws-bol-saf-mes to ibh-saf-mes
           move ws-bol-saf-dia to ibh-saf-dia
           move ws-int-cabecalho-boletim to bin-registro
           write bin-registro

           move zero to ws-bol-qtd-int-e
           move zero to ws-bol-qtd-int-n
           perform varying ws-bol-idx from 1 by 1 until ws-bol-idx > ws-qtd-bol
               move ws-bol-regiao(ws-bol-idx)           to ibe-regiao
               move ws-bol-codigo(ws-bol-idx)           to ibe-estacao
               move ws-bol-chuva-semana(ws-bol-idx)     to ibe-chuva-semana
               move ws-bol-dias-chuva(ws-bol-idx)       to ibe-dias-chuva
               move ws-bol-dias-secos(ws-bol-idx)       to ibe-dias-secos
               move ws-bol-seco-janela(ws-bol-idx)      to ibe-seco-janela
               move ws-bol-chuva-safra(ws-bol-idx)      to ibe-chuva-safra
               move ws-bol-chuva-anterior(ws-bol-idx)   to ibe-chuva-anterior
               move ws-bol-dias-com-leitura(ws-bol-idx) to ibe-dias-leitura
               move ws-int-estacao-boletim to bin-registro
               inspect bin-registro replacing all "," by "."
               write bin-registro
               add 1 to ws-bol-qtd-int-e

               perform varying ws-bol-sub from 1 by 1 until ws-bol-sub > 7
                   if ws-bol-tem-noite(ws-bol-idx ws-bol-sub) = "S" then
                       perform avalia-noite-boletim
                       move ws-bol-regiao(ws-bol-idx)  to ibn-regiao
                       move ws-bol-codigo(ws-bol-idx)  to ibn-estacao
                       move ws-bol-sem-ano(ws-bol-sub) to ibn-ano
                       move ws-bol-sem-mes(ws-bol-sub) to ibn-mes
                       move ws-bol-sem-dia(ws-bol-sub) to ibn-dia
                       move ws-bol-noite-min(ws-bol-idx ws-bol-sub)  to ibn-minima
                       move ws-bol-noite-umid(ws-bol-idx ws-bol-sub) to ibn-umid
                       if ws-bol-tem-orvalho = "S" then
                           move ws-bol-orvalho to ibn-orvalho
                       else
                           move spaces to ibn-orvalho-x
                       end-if
                       if ws-bol-nivel-geada <> spaces then
                           move "S" to ibn-geada
                       else
                           move "N" to ibn-geada
                       end-if
                       move ws-int-noite-boletim to bin-registro
                       inspect bin-registro replacing all "," by "."
                       write bin-registro
                       add 1 to ws-bol-qtd-int-n
                   end-if
               end-perform
           end-perform

           move ws-bol-qtd-int-e to ibt-estacoes
           move ws-bol-qtd-int-n to ibt-noites
           move ws-bol-qtd-geada to ibt-geada
           move ws-int-rodape-boletim to bin-registro
           write bin-registro

           close arqBoletim
           if ws-fs-boletim-int <> 0 then
               move 117                                     to ws-msn-erro-ofsset
               move ws-fs-boletim-int                       to ws-msn-erro-cod
               move "Erro ao fechar arqBoletim.txt "        to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       grava-boletim-intercambio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Importacao do historico do servico nacional: le o arquivo comprado
      *>  linha a linha, converte p/ a estacao e a hora local do cadastro,
      *>  aplica as checagens das entregas e grava no mestre ou no arquivo
      *>  morto do ano; grava o ponto de controle a cada tantas linhas, e uma
      *>  nova execucao da diretiva retoma dali; fecha com o batimento
      *>------------------------------------------------------------------------
       importa-historico section.

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           perform carrega-xref-importacao
           if ws-qtd-imp-xref = 0 then
               display "Importacao sem tabela de correspondencia "
                       "(arqImportXref.txt), ignorada."
               go to importa-historico-exit
           end-if

           open input arqImportacao
           if ws-fs-importacao = 35 or ws-fs-importacao = 5 then
               display "Nenhum arqImportacao.txt p/ importar, diretiva ignorada."
               close arqImportacao
               go to importa-historico-exit
           end-if
           if ws-fs-importacao <> 0 then
               move 118                                     to ws-msn-erro-ofsset
               move ws-fs-importacao                        to ws-msn-erro-cod
               move "Erro ao abrir arqImportacao.txt "      to ws-msn-text
               perform finaliza-anormal
           end-if

           *> ponto de controle de uma importacao interrompida: as contagens,
           *> o lote e o corte continuam os dela
           move "N" to ws-imp-retomada
           open input arqImportCheckpoint
           if ws-fs-checkpoint = 0 then
               read arqImportCheckpoint
               if ws-fs-checkpoint = 0 then
                   move ckp-registro to ws-imp-controle
                   move "S" to ws-imp-retomada
               end-if
           end-if
           close arqImportCheckpoint
           if ws-imp-retomada = "N" then
               initialize ws-imp-controle
               move ws-data-atual          to ws-imp-ctl-lote
               move ws-imp-retencao-pedida to ws-imp-ctl-retencao
               compute ws-imp-ctl-corte = ws-ano-atual - ws-imp-retencao-pedida
           else
               display "Importacao retomada do ponto de controle, lote "
                       ws-imp-ctl-lote ", apos a linha " ws-imp-ctl-lidas
               if ws-imp-retencao-pedida <> ws-imp-ctl-retencao then
                   display "Retencao do lote interrompido mantida: "
                           ws-imp-ctl-retencao " anos"
               end-if
           end-if

           open i-o arqTempMestre
           if ws-fs-mestre <> 0 and ws-fs-mestre <> 5 then
               move 22                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao abrir arqTempMestre.dat "      to ws-msn-text
               perform finaliza-anormal
           end-if

           *> recusadas acumulam de um lote p/ outro: acrescenta, nunca trunca
           open extend arqImportRejeitados
           if ws-fs-imp-rejeitados = 35 then
               open output arqImportRejeitados
           end-if
           if ws-fs-imp-rejeitados <> 0 then
               move 119                                     to ws-msn-erro-ofsset
               move ws-fs-imp-rejeitados                    to ws-msn-erro-cod
               move "Erro ao abrir arqImportRejeitados.txt " to ws-msn-text
               perform finaliza-anormal
           end-if

           move zero   to ws-imp-linha-atual
           move zero   to ws-imp-desde-ckp
           move zero   to ws-imp-ano-aberto
           move spaces to ws-imp-estacao-ant
           move "N"    to ws-tem-ult-leitura
           move zero   to ws-qtd-iguais

           perform until ws-fs-importacao <> 0
               read arqImportacao
               if ws-fs-importacao = 0 then
                   add 1 to ws-imp-linha-atual
                   if ws-imp-linha-atual > ws-imp-ctl-lidas then
                       perform importa-linha
                       add 1 to ws-imp-ctl-lidas
                       move imp-linha to ws-imp-ctl-ultima-linha
                       add 1 to ws-imp-desde-ckp
                       if ws-imp-desde-ckp not < ws-imp-intervalo-ckp then
                           perform grava-checkpoint-importacao
                       end-if
                   else
                       *> linhas ja importadas antes da interrupcao: a ultima
                       *> delas tem de ser a guardada, senao o arquivo mudou
                       if ws-imp-linha-atual = ws-imp-ctl-lidas
                       and imp-linha <> ws-imp-ctl-ultima-linha then
                           move 120                                 to ws-msn-erro-ofsset
                           move zero                                to ws-msn-erro-cod
                           move "Checkpoint nao confere c/ arqImportacao " to ws-msn-text
                           perform finaliza-anormal
                       end-if
                   end-if
               else
                   if ws-fs-importacao <> 10 then
                       move 121                                 to ws-msn-erro-ofsset
                       move ws-fs-importacao                    to ws-msn-erro-cod
                       move "Erro ao ler arqImportacao.txt "    to ws-msn-text
                       perform finaliza-anormal
                   end-if
               end-if
           end-perform

           if ws-imp-linha-atual < ws-imp-ctl-lidas then
               move 120                                     to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Checkpoint nao confere c/ arqImportacao " to ws-msn-text
               perform finaliza-anormal
           end-if

           close arqImportacao
           if ws-fs-importacao <> 0 then
               move 122                                     to ws-msn-erro-ofsset
               move ws-fs-importacao                        to ws-msn-erro-cod
               move "Erro ao fechar arqImportacao.txt "     to ws-msn-text
               perform finaliza-anormal
           end-if

           if ws-imp-ano-aberto <> 0 then
               close arqTempArq
               if ws-fs-arq-anual <> 0 then
                   move 48                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-anual                     to ws-msn-erro-cod
                   move "Erro ao fechar arquivo morto anual " to ws-msn-text
                   perform finaliza-anormal
               end-if
               move zero to ws-imp-ano-aberto
           end-if

           close arqTempMestre
           if ws-fs-mestre <> 0 then
               move 23                                      to ws-msn-erro-ofsset
               move ws-fs-mestre                            to ws-msn-erro-cod
               move "Erro ao fechar arqTempMestre.dat "     to ws-msn-text
               perform finaliza-anormal
           end-if

           close arqImportRejeitados
           if ws-fs-imp-rejeitados <> 0 then
               move 123                                     to ws-msn-erro-ofsset
               move ws-fs-imp-rejeitados                    to ws-msn-erro-cod
               move "Erro ao fechar arqImportRejeitados.txt " to ws-msn-text
               perform finaliza-anormal
           end-if

           *> o ponto de controle final cobre o arquivo inteiro: um abort daqui
           *> em diante retoma sem reimportar nada
           perform grava-checkpoint-importacao

           move zero to ws-imp-total-arquivos
           perform varying ws-imp-ano-idx from 1 by 1
                                          until ws-imp-ano-idx > ws-imp-ctl-qtd-anos
               add ws-imp-ctl-ano-qtd(ws-imp-ano-idx) to ws-imp-total-arquivos
           end-perform
           compute ws-imp-total-rejeitadas = ws-imp-ctl-rej-invalida
                                           + ws-imp-ctl-rej-faixa
                                           + ws-imp-ctl-rej-travado
                                           + ws-imp-ctl-rej-salto

           perform relatorio-importacao

           *> rastro na razao de controle: gravadas = mestre + arquivos mortos,
           *> rejeitadas inclui as linhas sem correspondencia de estacao
           accept ws-data-atual from date yyyymmdd
           move "IMPORTA"               to ws-estacao-id
           move ws-mes-atual            to ws-mes-consulta
           move ws-ano-atual            to ws-ano-consulta
           move ws-imp-ctl-lidas        to ws-qtd-lidas
           compute ws-qtd-gravadas = ws-imp-ctl-mestre + ws-imp-total-arquivos
           compute ws-qtd-rejeitadas = ws-imp-total-rejeitadas
                                     + ws-imp-ctl-sem-mapa
           move ws-imp-ctl-duplicadas   to ws-qtd-duplicadas
           move zero                    to ws-total-dias
           if ws-qtd-lidas = ws-qtd-gravadas + ws-qtd-rejeitadas
                           + ws-qtd-duplicadas then
               move "BALANCEADA"  to ws-situacao-exec
           else
               move "INVESTIGAR"  to ws-situacao-exec
           end-if
           move spaces to ws-pedido-controle
           string "arqImportacao.txt lote " delimited by size
                  ws-imp-ctl-lote           delimited by size
                  " corte "                 delimited by size
                  ws-imp-ctl-corte          delimited by size
                  " "                       delimited by size
                  ws-nome-rel-importacao    delimited by space
                  into ws-pedido-controle
           perform grava-controle-execucao

           *> batimento fechado: o arquivo comprado vira copia processada e o
           *> ponto de controle sai; aberto, os dois ficam p/ apuracao
           if ws-situacao-exec = "BALANCEADA" then
               move "arqImportacao.txt" to ws-consumo-arquivo
               perform consome-arquivo-processado
               call "CBL_DELETE_FILE" using "arqImportCheckpoint.txt"
           else
               display "Importacao nao consumida, batimento aberto: "
                       "arqImportacao.txt"
           end-if

           display "Importacao lote " ws-imp-ctl-lote ": "
                   ws-imp-ctl-lidas " lidas, "
                   ws-imp-ctl-mestre " no mestre, "
                   ws-imp-total-arquivos " nos arquivos mortos, "
                   ws-qtd-rejeitadas " recusadas, "
                   ws-imp-ctl-duplicadas " duplicadas."
           .
       importa-historico-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega a tabela de correspondencia dos codigos nacionais
      *>------------------------------------------------------------------------
       carrega-xref-importacao section.

           move zero to ws-qtd-imp-xref
           move zero to ws-imp-fuso-invalidos

           open input arqImportXref
           if ws-fs-imp-xref = 35 or ws-fs-imp-xref = 5 then
               close arqImportXref
               go to carrega-xref-importacao-exit
           end-if
           if ws-fs-imp-xref <> 0 then
               move 129                                     to ws-msn-erro-ofsset
               move ws-fs-imp-xref                          to ws-msn-erro-cod
               move "Erro ao abrir arqImportXref.txt "      to ws-msn-text
               perform finaliza-anormal
           end-if

           perform until ws-fs-imp-xref <> 0
               read arqImportXref
               if ws-fs-imp-xref = 0
               and xrf-codigo-nacional <> spaces
               and xrf-codigo <> spaces then
                   if ws-qtd-imp-xref = 100 then
                       display "Correspondencia alem de 100 codigos, ignorada: "
                               xrf-codigo-nacional
                   else
                       add 1 to ws-qtd-imp-xref
                       move xrf-codigo-nacional to ws-ixr-nacional(ws-qtd-imp-xref)
                       move xrf-codigo          to ws-ixr-codigo(ws-qtd-imp-xref)
                       *> fuso em branco ou invalido: hora de Brasilia
                       if xrf-fuso-x = spaces then
                           move -3 to ws-ixr-fuso(ws-qtd-imp-xref)
                       else
                           perform valida-fuso-xref
                           if ws-fuso-ok = "S" then
                               move ws-fuso-valor to ws-ixr-fuso(ws-qtd-imp-xref)
                           else
                               move -3 to ws-ixr-fuso(ws-qtd-imp-xref)
                               add 1 to ws-imp-fuso-invalidos
                               display "Fuso invalido na correspondencia de "
                                       xrf-codigo-nacional ": " xrf-fuso-x
                                       ", assumido -3"
                           end-if
                       end-if
                   end-if
               end-if
           end-perform

           close arqImportXref
           .
       carrega-xref-importacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o fuso da linha de correspondencia ("-3", "-03", "+1", "0")
      *>  e devolve ws-fuso-valor; ws-fuso-ok = "N" quando nao confere
      *>------------------------------------------------------------------------
       valida-fuso-xref section.

           move "N"    to ws-fuso-ok
           move "+"    to ws-fuso-sinal
           move zero   to ws-fuso-valor
           move spaces to ws-fuso-resto

           if xrf-fuso-x(1:1) = "-" or xrf-fuso-x(1:1) = "+" then
               move xrf-fuso-x(1:1) to ws-fuso-sinal
               move xrf-fuso-x(2:2) to ws-fuso-resto
           else
               if xrf-fuso-x(3:1) <> space then
                   go to valida-fuso-xref-exit
               end-if
               move xrf-fuso-x(1:2) to ws-fuso-resto
           end-if

           if ws-fuso-resto(2:1) = space then
               move "0"              to ws-fuso-digitos(1:1)
               move ws-fuso-resto(1:1) to ws-fuso-digitos(2:1)
           else
               move ws-fuso-resto    to ws-fuso-digitos
           end-if
           if ws-fuso-digitos not numeric then
               go to valida-fuso-xref-exit
           end-if

           move ws-fuso-digitos-n to ws-fuso-valor
           if ws-fuso-sinal = "-" then
               compute ws-fuso-valor = zero - ws-fuso-valor
           end-if
           if ws-fuso-valor < -12 or ws-fuso-valor > 14 then
               go to valida-fuso-xref-exit
           end-if
           move "S" to ws-fuso-ok
           .
       valida-fuso-xref-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Uma linha do arquivo nacional: conversao, correspondencia, checagens
      *>  das entregas e gravacao no mestre ou no arquivo morto do ano
      *>------------------------------------------------------------------------
       importa-linha section.

           perform converte-linha-importada
           if ws-imp-valida = "N" then
               add 1 to ws-imp-ctl-rej-invalida
               move "LINHA INVALIDA NA IMPORTACAO" to ws-imp-motivo
               perform grava-rejeitada-importacao
               go to importa-linha-exit
           end-if

           *> codigo nacional -> estacao do cadastro (ativa ou nao: o
           *> historico de uma estacao desativada tambem e historico)
           move zero to ws-imp-xref-achado
           perform varying ws-imp-xref-idx from 1 by 1
                                           until ws-imp-xref-idx > ws-qtd-imp-xref
               if ws-ixr-nacional(ws-imp-xref-idx) = ws-imp-cod-x then
                   move ws-imp-xref-idx to ws-imp-xref-achado
               end-if
           end-perform
           if ws-imp-xref-achado = 0 then
               move "ESTACAO SEM CORRESPONDENCIA"   to ws-imp-motivo
               perform anota-sem-mapa-importacao
               go to importa-linha-exit
           end-if
           move ws-ixr-codigo(ws-imp-xref-achado) to ws-busca-codigo
           perform busca-estacao-cadastro
           if ws-cad-achado = 0 then
               move "CORRESPONDENCIA FORA DO CADASTRO" to ws-imp-motivo
               perform anota-sem-mapa-importacao
               go to importa-linha-exit
           end-if
           move ws-ixr-codigo(ws-imp-xref-achado) to ws-imp-estacao

           perform ajusta-fuso-importacao

           *> cada estacao do arquivo comeca sem ultima leitura aceita, como
           *> cada entrega dos coletores
           if ws-imp-estacao <> ws-imp-estacao-ant then
               move "N"            to ws-tem-ult-leitura
               move zero           to ws-qtd-iguais
               move ws-imp-estacao to ws-imp-estacao-ant
           end-if

           *> faixa da estacao no cadastro: a calibracao dos nossos sensores
           *> nao vale p/ o instrumento do servico nacional
           if ws-imp-temp < ws-cad-temp-min(ws-cad-achado)
           or ws-imp-temp > ws-cad-temp-max(ws-cad-achado) then
               add 1 to ws-imp-ctl-rej-faixa
               move "FORA DA FAIXA VALIDA DO SENSOR" to ws-imp-motivo
               perform grava-rejeitada-importacao
               go to importa-linha-exit
           end-if

           move ws-imp-ano  to ws-ts-ano
           move ws-imp-mes  to ws-ts-mes
           move ws-imp-dia  to ws-ts-dia
           move ws-imp-hora to ws-ts-hora
           move ws-imp-min  to ws-ts-min
           move ws-imp-temp to ws-temp-aceita
           perform verifica-plausibilidade
           if ws-leitura-suspeita = "S" then
               if ws-motivo-suspeita(1:6) = "SENSOR" then
                   add 1 to ws-imp-ctl-rej-travado
               else
                   add 1 to ws-imp-ctl-rej-salto
               end-if
               move ws-motivo-suspeita to ws-imp-motivo
               perform grava-rejeitada-importacao
               go to importa-linha-exit
           end-if

           move ws-imp-estacao     to mst-estacao-id
           move ws-imp-ano         to mst-ano
           move ws-imp-mes         to mst-mes
           move ws-imp-dia         to mst-dia
           move ws-imp-hora        to mst-hora
           move ws-imp-min         to mst-min
           move ws-imp-temp        to mst-temp
           move ws-imp-umid        to mst-umid
           move ws-imp-chuva       to mst-chuva
           move ws-imp-temp        to mst-temp-bruta
           move ws-imp-umid        to mst-umid-bruta
           move "IMPORTACAO"       to mst-cal-serie
           move zero               to mst-cal-vigencia
           move "I"                to mst-origem
           move ws-imp-ctl-lote    to mst-lote

           if ws-imp-ano < ws-imp-ctl-corte then
               perform grava-arquivo-importacao
           else
               write mst-registro
               move "N" to ws-imp-ja-gravada
               if ws-fs-mestre = 22 then
                   *> na retomada, a chave gravada por este mesmo lote depois
                   *> do ultimo ponto de controle e carga dele, nao duplicada
                   if ws-imp-retomada = "S" then
                       read arqTempMestre
                       if ws-fs-mestre <> 0 then
                           move 25                               to ws-msn-erro-ofsset
                           move ws-fs-mestre                     to ws-msn-erro-cod
                           move "Erro ao ler arqTempMestre.dat "  to ws-msn-text
                           perform finaliza-anormal
                       end-if
                       if leitura-importada
                       and mst-lote = ws-imp-ctl-lote then
                           move "S" to ws-imp-ja-gravada
                       end-if
                   end-if
                   if ws-imp-ja-gravada = "N" then
                       add 1 to ws-imp-ctl-duplicadas
                   end-if
               else
                   if ws-fs-mestre <> 0 then
                       move 24                               to ws-msn-erro-ofsset
                       move ws-fs-mestre                     to ws-msn-erro-cod
                       move "Erro ao gravar arqTempMestre.dat " to ws-msn-text
                       perform finaliza-anormal
                   end-if
                   move "S" to ws-imp-ja-gravada
               end-if
               if ws-imp-ja-gravada = "S" then
                   add 1 to ws-imp-ctl-mestre
                   move ws-imp-estacao to ws-alt-estacao
                   move ws-imp-mes     to ws-alt-mes
                   move ws-imp-ano     to ws-alt-ano
                   perform anota-mes-alterado
               end-if
           end-if
           perform atualiza-ultima-leitura
           .
       importa-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Separa e confere os campos da linha nacional: data AAAA/MM/DD de
      *>  calendario, hora HHMM, temperatura obrigatoria, umidade e chuva em
      *>  branco valendo zero (como nos coletores antigos)
      *>------------------------------------------------------------------------
       converte-linha-importada section.

           move spaces to ws-imp-campos
           unstring imp-linha delimited by ";"
               into ws-imp-cod-x ws-imp-data-x ws-imp-hora-x
                    ws-imp-temp-x ws-imp-umid-x ws-imp-chuva-x
           end-unstring

           move "N" to ws-imp-valida

           if ws-imp-cod-x = spaces
           or ws-imp-ano-x not numeric
           or ws-imp-mes-x not numeric
           or ws-imp-dia-x not numeric
           or ws-imp-sep1 <> "/" or ws-imp-sep2 <> "/"
           or ws-imp-hh-x not numeric
           or ws-imp-mm-x not numeric then
               go to converte-linha-importada-exit
           end-if
           move ws-imp-ano-x to ws-imp-ano
           move ws-imp-mes-x to ws-imp-mes
           move ws-imp-dia-x to ws-imp-dia
           move ws-imp-hh-x  to ws-imp-hora
           move ws-imp-mm-x  to ws-imp-min
           if ws-imp-mes < 1 or ws-imp-mes > 12
           or ws-imp-hora > 23 or ws-imp-min > 59 then
               go to converte-linha-importada-exit
           end-if
           move ws-imp-mes to ws-mes-busca
           move ws-imp-ano to ws-ano-busca
           perform calcula-dias-do-mes
           if ws-imp-dia < 1 or ws-imp-dia > ws-dias-no-mes then
               go to converte-linha-importada-exit
           end-if

           move ws-imp-temp-x to ws-dec-entrada
           perform converte-decimal-importado
           if ws-dec-ok = "N"
           or ws-dec-valor < -99,99 or ws-dec-valor > 99,99 then
               go to converte-linha-importada-exit
           end-if
           move ws-dec-valor to ws-imp-temp

           if ws-imp-umid-x = spaces then
               move zero to ws-imp-umid
           else
               move ws-imp-umid-x to ws-dec-entrada
               perform converte-decimal-importado
               if ws-dec-ok = "N"
               or ws-dec-valor < zero or ws-dec-valor > 100 then
                   go to converte-linha-importada-exit
               end-if
               compute ws-imp-umid rounded = ws-dec-valor
           end-if

           if ws-imp-chuva-x = spaces then
               move zero to ws-imp-chuva
           else
               move ws-imp-chuva-x to ws-dec-entrada
               perform converte-decimal-importado
               if ws-dec-ok = "N"
               or ws-dec-valor < zero or ws-dec-valor > 999,9 then
                   go to converte-linha-importada-exit
               end-if
               compute ws-imp-chuva rounded = ws-dec-valor
           end-if

           move "S" to ws-imp-valida
           .
       converte-linha-importada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Converte ws-dec-entrada ("-12.5", "87", "0.2") em ws-dec-valor; ate
      *>  4 digitos inteiros e 2 decimais, ws-dec-ok = "N" quando nao confere
      *>------------------------------------------------------------------------
       converte-decimal-importado section.

           move "N"    to ws-dec-ok
           move zero   to ws-dec-valor
           move "+"    to ws-dec-sinal
           move spaces to ws-dec-partes
           move ws-dec-entrada to ws-dec-trabalho

           if ws-dec-trabalho(1:1) = "-" then
               move "-" to ws-dec-sinal
               move ws-dec-entrada(2:7) to ws-dec-trabalho
           end-if
           if ws-dec-trabalho = spaces
           or ws-dec-trabalho(1:1) = "." or ws-dec-trabalho(1:1) = space then
               go to converte-decimal-importado-exit
           end-if

           unstring ws-dec-trabalho delimited by "." or " "
               into ws-dec-inteira ws-dec-fracao
           end-unstring
           inspect ws-dec-inteira replacing leading spaces by "0"
           inspect ws-dec-fracao  replacing all spaces by "0"
           if ws-dec-inteira not numeric
           or ws-dec-fracao not numeric then
               go to converte-decimal-importado-exit
           end-if

           compute ws-dec-valor = ws-dec-inteira-n + ws-dec-fracao-n / 100
           if ws-dec-sinal = "-" then
               compute ws-dec-valor = zero - ws-dec-valor
           end-if
           move "S" to ws-dec-ok
           .
       converte-decimal-importado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Leva a hora UTC da linha p/ a hora local pelo fuso da estacao,
      *>  virando o dia (e o mes e o ano) quando preciso
      *>------------------------------------------------------------------------
       ajusta-fuso-importacao section.

           compute ws-imp-hora-local = ws-imp-hora
                                     + ws-ixr-fuso(ws-imp-xref-achado)

           evaluate true
               when ws-imp-hora-local < 0
                   add 24 to ws-imp-hora-local
                   if ws-imp-dia > 1 then
                       subtract 1 from ws-imp-dia
                   else
                       if ws-imp-mes > 1 then
                           subtract 1 from ws-imp-mes
                       else
                           move 12 to ws-imp-mes
                           subtract 1 from ws-imp-ano
                       end-if
                       move ws-imp-mes to ws-mes-busca
                       move ws-imp-ano to ws-ano-busca
                       perform calcula-dias-do-mes
                       move ws-dias-no-mes to ws-imp-dia
                   end-if
               when ws-imp-hora-local > 23
                   subtract 24 from ws-imp-hora-local
                   move ws-imp-mes to ws-mes-busca
                   move ws-imp-ano to ws-ano-busca
                   perform calcula-dias-do-mes
                   if ws-imp-dia < ws-dias-no-mes then
                       add 1 to ws-imp-dia
                   else
                       move 1 to ws-imp-dia
                       if ws-imp-mes = 12 then
                           move 1 to ws-imp-mes
                           add 1 to ws-imp-ano
                       else
                           add 1 to ws-imp-mes
                       end-if
                   end-if
           end-evaluate
           move ws-imp-hora-local to ws-imp-hora
           .
       ajusta-fuso-importacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a leitura importada no arquivo morto do ano dela; o arquivo do
      *>  ano fica aberto enquanto as linhas seguirem no mesmo ano
      *>------------------------------------------------------------------------
       grava-arquivo-importacao section.

           if mst-ano <> ws-imp-ano-aberto then
               if ws-imp-ano-aberto <> 0 then
                   close arqTempArq
                   if ws-fs-arq-anual <> 0 then
                       move 48                              to ws-msn-erro-ofsset
                       move ws-fs-arq-anual                 to ws-msn-erro-cod
                       move "Erro ao fechar arquivo morto anual " to ws-msn-text
                       perform finaliza-anormal
                   end-if
               end-if
               move spaces to ws-nome-arq-anual
               string "arqTempMestre_"  delimited by size
                      mst-ano           delimited by size
                      ".dat"            delimited by size
                      into ws-nome-arq-anual
               open i-o arqTempArq
               if ws-fs-arq-anual <> 0 and ws-fs-arq-anual <> 5 then
                   move 45                                  to ws-msn-erro-ofsset
                   move ws-fs-arq-anual                     to ws-msn-erro-cod
                   move "Erro ao abrir arquivo morto anual " to ws-msn-text
                   perform finaliza-anormal
               end-if
               move mst-ano to ws-imp-ano-aberto
           end-if

           move mst-registro to arq-registro
           write arq-registro
           if ws-fs-arq-anual = 22 then
               *> na retomada, a chave gravada por este mesmo lote depois do
               *> ultimo ponto de controle conta como carga do ano
               move "N" to ws-imp-ja-gravada
               if ws-imp-retomada = "S" then
                   read arqTempArq
                   if ws-fs-arq-anual <> 0 then
                       move 51                              to ws-msn-erro-ofsset
                       move ws-fs-arq-anual                 to ws-msn-erro-cod
                       move "Erro ao ler arquivo morto anual " to ws-msn-text
                       perform finaliza-anormal
                   end-if
                   if arq-origem = "I"
                   and arq-lote = ws-imp-ctl-lote then
                       move "S" to ws-imp-ja-gravada
                   end-if
               end-if
               if ws-imp-ja-gravada = "N" then
                   add 1 to ws-imp-ctl-duplicadas
                   go to grava-arquivo-importacao-exit
               end-if
               move zero to ws-fs-arq-anual
           end-if
           if ws-fs-arq-anual <> 0 then
               move 46                                      to ws-msn-erro-ofsset
               move ws-fs-arq-anual                         to ws-msn-erro-cod
               move "Erro ao gravar arquivo morto anual "   to ws-msn-text
               perform finaliza-anormal
           end-if

           perform varying ws-imp-ano-idx from 1 by 1
                                          until ws-imp-ano-idx > ws-imp-ctl-qtd-anos
               if ws-imp-ctl-ano-num(ws-imp-ano-idx) = mst-ano then
                   add 1 to ws-imp-ctl-ano-qtd(ws-imp-ano-idx)
                   go to grava-arquivo-importacao-exit
               end-if
           end-perform
           if ws-imp-ctl-qtd-anos = 30 then
               move 126                                     to ws-msn-erro-ofsset
               move zero                                    to ws-msn-erro-cod
               move "Tabela de anos da importacao excedida" to ws-msn-text
               perform finaliza-anormal
           end-if
           add 1 to ws-imp-ctl-qtd-anos
           move mst-ano to ws-imp-ctl-ano-num(ws-imp-ctl-qtd-anos)
           move 1       to ws-imp-ctl-ano-qtd(ws-imp-ctl-qtd-anos)
           .
       grava-arquivo-importacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de estacao sem correspondencia: conta por codigo nacional p/ o
      *>  batimento e vai p/ as recusadas com o motivo
      *>------------------------------------------------------------------------
       anota-sem-mapa-importacao section.

           add 1 to ws-imp-ctl-sem-mapa
           perform grava-rejeitada-importacao

           perform varying ws-imp-sem-idx from 1 by 1
                                          until ws-imp-sem-idx > ws-imp-ctl-qtd-sem
               if ws-imp-ctl-sem-cod(ws-imp-sem-idx) = ws-imp-cod-x then
                   add 1 to ws-imp-ctl-sem-qtd(ws-imp-sem-idx)
                   go to anota-sem-mapa-importacao-exit
               end-if
           end-perform
           if ws-imp-ctl-qtd-sem < 50 then
               add 1 to ws-imp-ctl-qtd-sem
               move ws-imp-cod-x to ws-imp-ctl-sem-cod(ws-imp-ctl-qtd-sem)
               move 1            to ws-imp-ctl-sem-qtd(ws-imp-ctl-qtd-sem)
           end-if
           .
       anota-sem-mapa-importacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta a linha nacional recusada, com o motivo, as recusadas
      *>------------------------------------------------------------------------
       grava-rejeitada-importacao section.

           move ws-imp-ctl-lote to irl-lote
           move imp-linha       to irl-linha
           move ws-imp-motivo   to irl-motivo
           move ws-linha-imp-rejeitada to irj-registro
           write irj-registro
           .
       grava-rejeitada-importacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o ponto de controle com as contagens ate a linha corrente
      *>------------------------------------------------------------------------
       grava-checkpoint-importacao section.

           open output arqImportCheckpoint
           if ws-fs-checkpoint <> 0 then
               move 124                                     to ws-msn-erro-ofsset
               move ws-fs-checkpoint                        to ws-msn-erro-cod
               move "Erro ao gravar arqImportCheckpoint.txt " to ws-msn-text
               perform finaliza-anormal
           end-if
           move ws-imp-controle to ckp-registro
           write ckp-registro
           close arqImportCheckpoint
           if ws-fs-checkpoint <> 0 then
               move 125                                     to ws-msn-erro-ofsset
               move ws-fs-checkpoint                        to ws-msn-erro-cod
               move "Erro ao fechar arqImportCheckpoint.txt " to ws-msn-text
               perform finaliza-anormal
           end-if
           move zero to ws-imp-desde-ckp
           .
       grava-checkpoint-importacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Relatorio de batimento da importacao: lidas, carregadas no mestre e
      *>  em cada arquivo morto, recusadas por motivo, duplicadas e as linhas
      *>  sem correspondencia por codigo nacional
      *>------------------------------------------------------------------------
       relatorio-importacao section.

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time
           move spaces to ws-nome-rel-importacao
           string "relImportacao_"   delimited by size
                  ws-imp-ctl-lote    delimited by size
                  "_"                delimited by size
                  ws-hh-atual        delimited by size
                  ws-mm-atual        delimited by size
                  ws-ss-atual        delimited by size
                  ".txt"             delimited by size
                  into ws-nome-rel-importacao

           open output relImportacao
           if ws-fs-rel-importacao <> 0 then
               move 127                                     to ws-msn-erro-ofsset
               move ws-fs-rel-importacao                    to ws-msn-erro-cod
               move "Erro ao abrir relImportacao.txt "      to ws-msn-text
               perform finaliza-anormal
           end-if

           move ws-imp-ctl-lote to wim-lote
           move ws-dia-atual    to wim-dia
           move ws-mes-atual    to wim-mes
           move ws-ano-atual    to wim-ano
           move ws-hh-atual     to wim-hora
           move ws-mm-atual     to wim-min
           move ws-cabecalho-importacao to rim-registro
           write rim-registro
           move ws-imp-ctl-retencao to wic-retencao
           move ws-imp-ctl-corte    to wic-corte
           move ws-criterios-importacao to rim-registro
           write rim-registro
           if ws-imp-retomada = "S" then
               move ws-imp-linha-atual to wir-linha
               move ws-retomada-importacao to rim-registro
               write rim-registro
           end-if
           move spaces to rim-registro
           write rim-registro

           move "Linhas lidas"                       to lim-descricao
           move ws-imp-ctl-lidas                     to lim-qtd
           move ws-linha-importacao to rim-registro
           write rim-registro
           move "Carregadas no mestre"               to lim-descricao
           move ws-imp-ctl-mestre                    to lim-qtd
           move ws-linha-importacao to rim-registro
           write rim-registro
           perform varying ws-imp-ano-idx from 1 by 1
                                          until ws-imp-ano-idx > ws-imp-ctl-qtd-anos
               move spaces to lim-descricao
               string "Carregadas no arquivo morto arqTempMestre_"
                                                      delimited by size
                      ws-imp-ctl-ano-num(ws-imp-ano-idx) delimited by size
                      into lim-descricao
               move ws-imp-ctl-ano-qtd(ws-imp-ano-idx) to lim-qtd
               move ws-linha-importacao to rim-registro
               write rim-registro
           end-perform
           move "Recusadas - linha invalida"         to lim-descricao
           move ws-imp-ctl-rej-invalida              to lim-qtd
           move ws-linha-importacao to rim-registro
           write rim-registro
           move "Recusadas - fora da faixa do sensor" to lim-descricao
           move ws-imp-ctl-rej-faixa                 to lim-qtd
           move ws-linha-importacao to rim-registro
           write rim-registro
           move "Recusadas - sensor travado"         to lim-descricao
           move ws-imp-ctl-rej-travado               to lim-qtd
           move ws-linha-importacao to rim-registro
           write rim-registro
           move "Recusadas - salto implausivel"      to lim-descricao
           move ws-imp-ctl-rej-salto                 to lim-qtd
           move ws-linha-importacao to rim-registro
           write rim-registro
           move "Duplicadas (ja no historico)"       to lim-descricao
           move ws-imp-ctl-duplicadas                to lim-qtd
           move ws-linha-importacao to rim-registro
           write rim-registro
           move "Correspondencias c/ fuso invalido (-3 assumido)" to lim-descricao
           move ws-imp-fuso-invalidos                to lim-qtd
           move ws-linha-importacao to rim-registro
           write rim-registro
           move "Sem correspondencia de estacao"     to lim-descricao
           move ws-imp-ctl-sem-mapa                  to lim-qtd
           move ws-linha-importacao to rim-registro
           write rim-registro
           perform varying ws-imp-sem-idx from 1 by 1
                                          until ws-imp-sem-idx > ws-imp-ctl-qtd-sem
               move spaces to lim-descricao
               string "  codigo nacional "           delimited by size
                      ws-imp-ctl-sem-cod(ws-imp-sem-idx) delimited by size
                      into lim-descricao
               move ws-imp-ctl-sem-qtd(ws-imp-sem-idx) to lim-qtd
               move ws-linha-importacao to rim-registro
               write rim-registro
           end-perform

           move spaces to rim-registro
           write rim-registro
           if ws-imp-ctl-lidas = ws-imp-ctl-mestre + ws-imp-total-arquivos
                               + ws-imp-total-rejeitadas
                               + ws-imp-ctl-duplicadas
                               + ws-imp-ctl-sem-mapa then
               move "BALANCEADA" to wri-situacao
           else
               move "INVESTIGAR" to wri-situacao
           end-if
           move ws-rodape-importacao to rim-registro
           write rim-registro

           close relImportacao
           if ws-fs-rel-importacao <> 0 then
               move 128                                     to ws-msn-erro-ofsset
               move ws-fs-rel-importacao                    to ws-msn-erro-cod
               move "Erro ao fechar relImportacao.txt "     to ws-msn-text
               perform finaliza-anormal
           end-if
           .
       relatorio-importacao-exit.
           exit.

      *>------------------------------------------------------------------------
               perform relatorio-previsao
               perform relatorio-excecoes
               perform detecta-eventos-extremos
               perform exporta-graus-dia
               perform exporta-estatisticas
               perform relatorio-tendencia
               perform verifica-consistencia-regional
           end-if

           *> toda solicitacao, com ou sem dados, deixa seu rastro na razao de
           *> controle; solicitacao que nao bate e marcada p/ apuracao (requisito 019)
           *> entrega recusada no cabecalho/rodape bate por nao ter lido nada,
           *> mas precisa de apuracao do mesmo jeito
           if ws-qtd-lidas = ws-qtd-gravadas + ws-qtd-rejeitadas
                           + ws-qtd-duplicadas
           and not entrega-recusada then
               move "BALANCEADA"  to ws-situacao-exec
           else
               move "INVESTIGAR"  to ws-situacao-exec
           move ws-qtd-duplicadas  to ctr-duplicadas
           move ws-total-dias      to ctr-dias
           move ws-situacao-exec   to ctr-situacao
           *> sequencia so aparece p/ entrega com cabecalho
           if ws-situacao-entrega = spaces
           or entrega-nao-verificada then
               move spaces         to ctr-seq
           else
               move ws-seq-entrega to ctr-seq
           end-if
           move ws-situacao-entrega to ctr-entrega
           move ws-pedido-controle  to ctr-pedido

           open extend arqControleExec
           if ws-fs-controle = 35 then

           move "N" to ws-controle-em-gravacao
           move "S" to ws-controle-ja-gravado
           move zero   to ws-seq-entrega
           move spaces to ws-situacao-entrega
           move spaces to ws-pedido-controle
           .
       grava-controle-execucao-exit.
           exit.
               perform finaliza-anormal
           end-if

           move zero to ws-qtd-alertas-frio
           move zero to ws-qtd-alertas-calor
           set evento-frio to true
           perform varre-serie-eventos
           set evento-calor to true
               move ws-linha-alerta  to alr-registro
               inspect alr-registro replacing all "," by "."
               write alr-registro
               if evento-frio then
                   add 1 to ws-qtd-alertas-frio
               else
                   add 1 to ws-qtd-alertas-calor
               end-if
           end-if
           move zero to ws-duracao-evento
           move "N"  to ws-evento-no-mes
               perform finaliza-anormal
           end-if

           perform grava-historico-estat
           .
       exporta-estatisticas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta a estatistica do mes ao historico permanente da estacao;
      *>  reprocessar um mes gera outra linha e vale a ultima (requisito 017).
      *>  Os graus-dia do mes vao junto: exporta-graus-dia roda antes
      *>------------------------------------------------------------------------
       grava-historico-estat section.

           open extend arqEstatHist
           if ws-fs-estat-hist = 35 then
               open output arqEstatHist
           move dia_temp_maxima                    to hst-dia-maxima
           move amplitude_temp                     to hst-amplitude
           move ws-total-dias                      to hst-qtd-dias
           move ";"                                to hst-sep-gda
           move ws-gda-mes                         to hst-gda
           move ";"                                to hst-sep-gdr
           move ws-gdr-mes                         to hst-gdr
           move ws-historico-linha                 to hst-registro
           write hst-registro

               perform finaliza-anormal
           end-if
           .
       grava-historico-estat-exit.
           exit.

      *>------------------------------------------------------------------------
                       move hst-media  to ws-hist-media(ws-hist-achado)
                       move hst-minima to ws-hist-minima(ws-hist-achado)
                       move hst-maxima to ws-hist-maxima(ws-hist-achado)
                       *> linha antiga, de antes dos graus-dia no historico
                       if hst-gda-x = spaces or hst-gdr-x = spaces then
                           move "N"  to ws-hist-tem-graus(ws-hist-achado)
                           move zero to ws-hist-gda(ws-hist-achado)
                           move zero to ws-hist-gdr(ws-hist-achado)
                       else
                           move "S"     to ws-hist-tem-graus(ws-hist-achado)
                           move hst-gda to ws-hist-gda(ws-hist-achado)
                           move hst-gdr to ws-hist-gdr(ws-hist-achado)
                       end-if
                   end-if
               end-if
           end-perform
