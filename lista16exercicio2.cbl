           relative key is ws-rk-arqCheckpoint
           file status is ws-fs-arqCheckpoint.

      *>   Dominio por jogador e estado - acertos, erros e data da ultima
      *>   pergunta em cada modo (N, R, M, P), base do sorteio do Treino
           select arqDominio assign to "arqDominio.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-dom-chave
           file status is ws-fs-arqDominio.

      *>   Ajustes de respostas contestadas - cada resposta "E" do jornal
      *>   anulada por um supervisor, com o motivo e os pontos devolvidos;
      *>   o jornal nunca e alterado, quem o le aplica os ajustes
           select arqAjustes assign to "arqAjustes.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAjustes.

      *>   Banco de perguntas do professor - categoria, enunciado, resposta
      *>   certa, ate tres alternativas erradas e o estado ligado (opcional)
           select arqPerguntas assign to "arqPerguntas.dat"
           organization is relative
           access mode is dynamic
           lock mode is automatic
           relative key is ws-rk-arqPerguntas
           file status is ws-fs-arqPerguntas.

      *>   Log do fechamento do dia em lote - uma linha por passo com hora
      *>   de inicio e fim, registros tratados e situacao
           select arqFechamentoLog assign to "arqFechamentoLog.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqFechamentoLog.

      *>   Controle do fechamento do dia - registro unico com a data em
      *>   fechamento e o ultimo passo concluido, para o reinicio retomar
      *>   do passo que falhou
           select arqFechamentoCtl assign to "arqFechamentoCtl.dat"
           organization is relative
           access mode is dynamic
           lock mode is automatic
           relative key is ws-rk-arqFechamentoCtl
           file status is ws-fs-arqFechamentoCtl.

      *>   Catalogo das geracoes de backup - arquivo de dados copiado,
      *>   nome da copia, data/hora e o job que pediu a copia
           select arqBackups assign to "arqBackups.dat"
           organization is relative
           access mode is dynamic
           lock mode is automatic
           relative key is ws-rk-arqBackups
           file status is ws-fs-arqBackups.

      *>   Arquivo de trabalho - copia temporaria de um arquivo texto que
      *>   esta sendo regravado linha a linha; no fim volta por cima do
      *>   original e e apagado
           select arqTrabalho assign to "arqTrabalho.tmp"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqTrabalho.

      *>   Log das unificacoes de jogadores - quem foi juntado a quem, por
      *>   qual supervisor, com a ficha de cada nome antes da juncao e
      *>   quantos registros de cada arquivo mudaram de nome
           select arqUnificacoes assign to "arqUnificacoes.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqUnificacoes.

      *>   Rating de habilidade por jogador - valor corrente, partidas que
      *>   contaram para o rating e data da ultima, indexado pelo nome
           select arqRatings assign to "arqRatings.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-rat-nome
           file status is ws-fs-arqRatings.

      *>   Historico do rating - uma linha por jogador por partida com o
      *>   rating antes e depois, a colocacao e os adversarios
           select arqRatingHist assign to "arqRatingHist.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqRatingHist.

      *>   Cadastro de operadores - senha e papel de quem entra no sistema
      *>   (anfitriao de partida ou supervisor), indexado pelo nome
           select arqOperadores assign to "arqOperadores.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-oper-nome
           file status is ws-fs-arqOperadores.

      *>   Auditoria das funcoes administrativas - quem fez o que e quando,
      *>   com o registro antes e depois nas mudancas de arquivo mestre;
      *>   fica separada do jornal, que segue sendo o das perguntas
           select arqAuditoria assign to "arqAuditoria.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqAuditoria.

      *>   Transferencia para consolidacao entre unidades - jornal, placar
      *>   e fichas de uma unidade; o nome leva o numero da unidade
           select arqTransf assign to ws-nome-arq-transf
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqTransf.

      *>   Controle das cargas de consolidacao - o que ja entrou de cada
      *>   unidade, para que a mesma transferencia carregada de novo nao
      *>   conte duas vezes
           select arqImportados assign to "arqImportados.dat"
           organization is indexed
           access mode is dynamic
           lock mode is automatic
           record key is fd-imp-chave
           file status is ws-fs-arqImportados.

      *>   Relatorio da carga de consolidacao - registro a registro
           select arqCargaTransf assign to "arqCargaTransf.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqCargaTransf.

      *>   Boletim individual impresso - uma folha por jogador no periodo
           select arqBoletim assign to "arqBoletim.dat"
           organization is line sequential
           access mode is sequential
           file status is ws-fs-arqBoletim.


       i-o-control.

           05 fd-trava-hora                         pic 9(08).
           05 fd-trava-ativa                        pic x(01).

       fd arqDominio.
       01  fd-dominio.
           05 fd-dom-chave.
              10 fd-dom-nome                        pic x(25).
              10 fd-dom-estado-reg                  pic 9(02).
           05 fd-dom-modo occurs 4.
              10 fd-dom-acertos                     pic 9(05).
              10 fd-dom-erros                       pic 9(05).
              10 fd-dom-data-ult                    pic 9(08).

       fd arqAjustes.
       01  fd-ajuste-linha                          pic x(160).

       fd arqPerguntas.
       01  fd-pergunta.
           05 fd-prg-categoria                      pic x(12).
           05 fd-prg-texto                          pic x(60).
           05 fd-prg-resposta                       pic x(30).
           05 fd-prg-errada occurs 3                pic x(30).
           05 fd-prg-estado-reg                     pic 9(02).

       fd arqFechamentoLog.
       01  fd-fech-log-linha                        pic x(118).

       fd arqFechamentoCtl.
       01  fd-fech-ctl.
           05 fd-fech-ctl-data                      pic 9(08).
           05 fd-fech-ctl-ult-passo                 pic 9(01).
           05 fd-fech-ctl-situacao                  pic x(01).

       fd arqBackups.
       01  fd-backup.
           05 fd-bkp-arquivo                        pic x(25).
           05 fd-bkp-geracao                        pic x(40).
           05 fd-bkp-data                           pic 9(08).
           05 fd-bkp-hora                           pic 9(08).
           05 fd-bkp-job                            pic x(20).

       fd arqTrabalho.
       01  fd-trabalho-linha                        pic x(160).

       fd arqUnificacoes.
       01  fd-unificacao-linha                      pic x(174).

       fd arqRatings.
       01  fd-rating.
           05 fd-rat-nome                           pic x(25).
           05 fd-rat-valor                          pic 9(04).
           05 fd-rat-partidas                       pic 9(04).
           05 fd-rat-data-ult                       pic 9(08).

       fd arqRatingHist.
       01  fd-rating-hist-linha                     pic x(276).

       fd arqOperadores.
       01  fd-operador.
           05 fd-oper-nome                          pic x(25).
           05 fd-oper-senha                         pic x(10).
           05 fd-oper-papel                         pic x(01).
           05 fd-oper-data-cad                      pic 9(08).

       fd arqAuditoria.
       01  fd-auditoria-linha                       pic x(555).

       fd arqTransf.
       01  fd-transf-linha                          pic x(117).

       fd arqImportados.
       01  fd-importado.
           05 fd-imp-chave.
              10 fd-imp-unidade                     pic 9(02).
              10 fd-imp-tipo                        pic x(01).
              10 fd-imp-ident                       pic x(45).
           05 fd-imp-data-carga                     pic 9(08).
           05 fd-imp-partidas                       pic 9(04).
           05 fd-imp-perguntas                      pic 9(06).
           05 fd-imp-acertos                        pic 9(06).
           05 fd-imp-duracao                        pic 9(12).
           05 fd-imp-vitorias                       pic 9(04).

       fd arqCargaTransf.
       01  fd-carga-transf-linha                    pic x(100).

       fd arqBoletim.
       01  fd-boletim-linha                         pic x(80).


      *>----Variaveis de trabalho
       working-storage section.
          05 ws-param-penalidade-erro              pic 9(02) value zero.
          05 ws-param-perguntas-rodada             pic 9(02) value 5.
          05 ws-param-min-perg-rank                pic 9(04) value 10.
      *>       fechamento do dia em lote: data fechada (zero = hoje), data
      *>       de corte do arquivamento (zero = a data fechada), percentual
      *>       do limite do placar que dispara o arquivamento, liga/desliga
      *>       do arquivamento e criterio dos rankings (1=acuracia,
      *>       2=tempo medio, 3=vitorias, 4=rating)
          05 ws-param-fech-data                    pic 9(08) value zero.
          05 ws-param-fech-corte                   pic 9(08) value zero.
          05 ws-param-fech-pct                     pic 9(03) value 90.
          05 ws-param-fech-arquivar                pic 9(01) value 1.
          05 ws-param-fech-ranking                 pic 9(01) value 1.
      *>       quantas geracoes de backup guardar por arquivo de dados
          05 ws-param-geracoes-backup              pic 9(02) value 5.
      *>       fator K do rating: quanto uma partida mexe no rating
          05 ws-param-rating-k                     pic 9(02) value 32.
      *>       numero desta unidade na consolidacao entre unidades
          05 ws-param-unidade                      pic 9(02) value 1.

       01 ws-parametro-chave                       pic x(20).
       01 ws-parametro-valor                       pic x(12).
           05 ws-res-qtd-modo-r                    pic 9(06).
           05 ws-res-qtd-modo-p                    pic 9(06).
           05 ws-res-qtd-modo-m                    pic 9(06).
           05 ws-res-qtd-modo-b                    pic 9(06).
           05 ws-res-qtd-modo-outros               pic 9(06).
           05 ws-res-qtd-acertos                   pic 9(06).
           05 ws-res-qtd-erros                     pic 9(06).
           05 ws-rank-tempo                        pic 9(08).
           05 ws-rank-vitorias                     pic 9(04).
           05 ws-rank-perguntas                    pic 9(06).
           05 ws-rank-rating                       pic 9(04).
       01  ws-rank-jog-aux.
           05 ws-rank-nome-aux                     pic x(25).
           05 ws-rank-acuracia-aux                 pic 9(03).
           05 ws-rank-tempo-aux                    pic 9(08).
           05 ws-rank-vitorias-aux                 pic 9(04).
           05 ws-rank-perguntas-aux                pic 9(06).
           05 ws-rank-rating-aux                   pic 9(04).
       77  ws-qtd-rank                             pic 9(03).
       77  ws-ind-rank                             pic 9(03).
       77  ws-rank-criterio-atu                    pic x(01).
       77  ws-pontos-rodada-ant                    pic 9(02).
       77  ws-qtd-perg-sessao                      pic 9(05).
       01  ws-flag-troca-torneio                   pic x(01).
       01  ws-flag-torneio-rodada                  pic x(01) value "N".
           88 ws-torneio-com-rodada                value "S".
       01  ws-torneio-titulo                       pic x(40).
       01  ws-linha-tor-final                      pic x(80).

       77  ws-hora-atual                           pic 9(08).
       01  ws-nome-operador                        pic x(25) value space.

      *>   Areas do dominio por jogador/estado e do modo Treino: o indice
      *>   de modo segue a ordem do registro (1=N 2=R 3=M 4=P) e o peso
      *>   de sorteio de cada estado sai do historico do jogador nele
       77  ws-fs-arqDominio                        pic 9(02).
       77  ws-ind-dom-modo                         pic 9(01).
       77  ws-ind-dom-est                          pic 9(02).
       77  ws-qtd-dom-semeados                     pic 9(06).
       77  ws-dom-total                            pic 9(06).
       01  ws-flag-dom-achado                      pic x(01).
           88 ws-dom-achado                        value "S".
       01  ws-flag-dom-aberto                      pic x(01).
           88 ws-dom-aberto                        value "S".
       01  ws-treino-peso occurs 27                pic 9(02).
       77  ws-treino-peso-total                    pic 9(04).
       77  ws-treino-alvo                          pic 9(04).
       77  ws-treino-acum                          pic 9(04).

      *>   Areas da revisao de respostas contestadas: as linhas "E" do
      *>   jornal de um jogador/dia mostradas na tela, a tabela das
      *>   correcoes ja gravadas (honrada tambem pela reconciliacao) e a
      *>   linha do arquivo de ajustes
       77  ws-fs-arqAjustes                        pic 9(02).
       01  ws-tela-contestacao.
           05 ws-cont-nome                         pic x(25).
           05 ws-cont-data                         pic 9(08) value zero.
           05 ws-cont-supervisor                   pic x(25).
           05 ws-cont-pagina                       pic 9(02) value 1.
           05 ws-cont-linha-sel                    pic 9(02) value zero.
           05 ws-cont-motivo                       pic x(40).
       01  ws-cont-nome-lista                      pic x(25).
       01  ws-cont-data-lista                      pic 9(08).
       01  ws-cont-lista occurs 10.
           05 ws-cont-lst-hora                     pic 9(08).
           05 ws-cont-lst-estado                   pic x(25).
           05 ws-cont-lst-modo                     pic x(01).
           05 ws-cont-lst-resposta                 pic x(25).
       01  ws-cont-tela-linha occurs 10            pic x(70).
       77  ws-qtd-cont-lista                       pic 9(02).
       77  ws-qtd-cont-erros                       pic 9(04).
       77  ws-cont-pular                           pic 9(04).
       77  ws-ind-cont                             pic 9(02).
       77  ws-cont-hora-sel                        pic 9(08).
       77  ws-cont-valor-acerto                    pic 9(03).
       77  ws-cont-pontos-antes                    pic 9(05).
       77  ws-cont-pontos-depois                   pic 9(05).
       77  ws-cont-delta                           pic 9(03).
       77  ws-cont-rk-placar                       pic 9(04).
       01  ws-cont-hora-edit.
           05 ws-cont-hh                           pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-cont-mm                           pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-cont-ss                           pic 9(02).
       01  ws-ajustes-tab occurs 9999.
           05 ws-ajt-data                          pic 9(08).
           05 ws-ajt-hora                          pic 9(08).
           05 ws-ajt-nome                          pic x(25).
       77  ws-qtd-ajustes                          pic 9(04).
       77  ws-ind-ajuste                           pic 9(05).
       77  ws-qtd-ajustes-aplicados                pic 9(04).
       01  ws-flag-ajuste-achado                   pic x(01).
           88 ws-ajuste-achado                     value "S".
       01  ws-flag-cont-em-partida                 pic x(01).
           88 ws-cont-em-partida                   value "S".
       01  ws-linha-ajuste.
           05 ws-ajuste-data                       pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-ajuste-hora                       pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-ajuste-supervisor                 pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-ajuste-jornal-data                pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-ajuste-jornal-hora                pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-ajuste-nome                       pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-ajuste-estado                     pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-ajuste-modo                       pic x(01).
           05 filler                               pic x(01) value space.
           05 ws-ajuste-pontos                     pic 9(03).
           05 filler                               pic x(01) value space.
           05 ws-ajuste-motivo                     pic x(40).

      *>   Pontos de rodada por colocacao na partida (1o ao 8o lugar)
       01  ws-tab-pontos-colocacao                 pic x(16)
                                                   value "1008060504030201".

       01  ws-ja-sorteado-mun occurs 135           pic x(01) value space.

      *>   Tabela do banco de perguntas em memoria: como nos municipios,
      *>   cada slot corresponde ao registro relativo de mesmo numero
       77  ws-rk-arqPerguntas                      pic 9(03).
       77  ws-fs-arqPerguntas                      pic 9(02).
       77  ws-ind-prg                              pic 9(03).
       77  ws-ind-prg-chk                          pic 9(03).
       77  ws-qtd-prg-disponiveis                  pic 9(03).
       01  ws-perguntas occurs 200.
           05 ws-prg-categoria                     pic x(12).
           05 ws-prg-texto                         pic x(60).
           05 ws-prg-resposta                      pic x(30).
           05 ws-prg-errada occurs 3               pic x(30).
           05 ws-prg-estado-reg                    pic 9(02).

       01  ws-ja-sorteado-prg occurs 200           pic x(01) value space.

      *>   Alternativas da pergunta de multipla escolha em jogo: o texto
      *>   de cada letra (A a D) e a letra da resposta certa
       01  ws-banco-alternativas.
           05 ws-banco-alt-texto occurs 4          pic x(30).
       77  ws-qtd-banco-alt                        pic 9(01).
       77  ws-ind-banco-alt                        pic 9(01).
       77  ws-ind-banco-certa                      pic 9(01).
       77  ws-ind-banco-errada                     pic 9(01).
       01  ws-banco-letras                         pic x(04) value "ABCD".
       01  ws-flag-banco-letra                     pic x(01).
           88 ws-banco-letra                       value "S".

      *>   Fechamento do dia em lote: roda sem telas a sequencia de
      *>   reconciliacao, resumo, exportacao, rankings e arquivamento
       01  ws-linha-comando                        pic x(20).
       01  ws-flag-fechamento                      pic x(01) value "N".
           88 ws-em-fechamento                     value "S".
       01  ws-flag-passo-falhou                    pic x(01).
           88 ws-passo-falhou                      value "S".
       77  ws-fs-arqFechamentoLog                  pic 9(02).
       77  ws-rk-arqFechamentoCtl                  pic 9(02).
       77  ws-fs-arqFechamentoCtl                  pic 9(02).
       77  ws-fech-data                            pic 9(08).
       77  ws-fech-passo                           pic 9(01).
       77  ws-fech-passo-ini                       pic 9(01).
       77  ws-fech-limite-arquivo                  pic 9(04).
       77  ws-qtd-export-placar                    pic 9(06).

      *>   Geracoes de backup: antes de regravar um arquivo de dados o job
      *>   copia o arquivo inteiro para <arquivo>.<data><hora> e anota a
      *>   copia no catalogo; passando do numero de geracoes do parametro,
      *>   a mais antiga e apagada
       77  ws-rk-arqBackups                        pic 9(03).
       77  ws-fs-arqBackups                        pic 9(02).
       77  ws-ind-bkp                              pic 9(04).
       77  ws-rk-bkp-livre                         pic 9(03).
       77  ws-rk-bkp-antigo                        pic 9(03).
       77  ws-qtd-bkp-geracoes                     pic 9(03).
       77  ws-bkp-arquivo                          pic x(25).
       77  ws-bkp-geracao                          pic x(40).
       77  ws-bkp-job                              pic x(20).
       77  ws-bkp-det-arquivo                      pic x(16).
       01  ws-flag-backup-ok                       pic x(01).
           88 ws-backup-ok                         value "S".
       01  ws-bkp-dh-lido.
           05 ws-bkp-dh-lido-data                  pic 9(08).
           05 ws-bkp-dh-lido-hora                  pic 9(08).
       01  ws-bkp-dh-antigo.
           05 ws-bkp-dh-antigo-data                pic 9(08).
           05 ws-bkp-dh-antigo-hora                pic 9(08).

      *>   Tela de restauracao: arquivo escolhido, geracoes listadas (da
      *>   mais nova para a mais antiga) e a linha a restaurar
       01  ws-tela-restaurar.
           05 ws-rst-arquivo                       pic x(25) value space.
           05 ws-rst-linha-sel                     pic 9(02) value zero.
       01  ws-rst-arquivo-lista                    pic x(25).
       01  ws-rst-lista occurs 20.
           05 ws-rst-lst-data                      pic 9(08).
           05 ws-rst-lst-hora                      pic 9(08).
           05 ws-rst-lst-job                       pic x(20).
           05 ws-rst-lst-geracao                   pic x(40).
       01  ws-rst-lista-aux.
           05 ws-rst-aux-data                      pic 9(08).
           05 ws-rst-aux-hora                      pic 9(08).
           05 ws-rst-aux-job                       pic x(20).
           05 ws-rst-aux-geracao                   pic x(40).
       01  ws-rst-tela-linha occurs 10             pic x(70).
       77  ws-qtd-rst-lista                        pic 9(02).
       77  ws-ind-rst                              pic 9(02).
       77  ws-ind-rst-2                            pic 9(02).
       01  ws-rst-hora-edit.
           05 ws-rst-hh                            pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-rst-mm                            pic 9(02).
           05 filler                               pic x(01) value ":".
           05 ws-rst-ss                            pic 9(02).

      *>   Unificacao de jogadores: o nome que fica e ate cinco nomes que
      *>   somem nele. A tabela de nomes tem o que fica na posicao 1 e os
      *>   duplicados em seguida; por nome guarda a ficha e a linha do
      *>   torneio antes da juncao e quantos registros mudaram de nome
       77  ws-fs-arqTrabalho                       pic 9(02).
       77  ws-fs-arqUnificacoes                    pic 9(02).
       01  ws-nome-arq-trabalho                    pic x(25) value "arqTrabalho.tmp".
       01  ws-unf-arq-destino                      pic x(25).
       01  ws-tela-unificar.
           05 ws-unf-sobrevivente                  pic x(25).
           05 ws-unf-duplicado occurs 5            pic x(25).
           05 ws-unf-supervisor                    pic x(25).
           05 ws-unf-confirma                      pic x(01).
       01  ws-unf-nomes occurs 6.
           05 ws-unf-nome                          pic x(25).
           05 ws-unf-fic-achada                    pic x(01).
           05 ws-unf-fic-partidas                  pic 9(04).
           05 ws-unf-fic-perguntas                 pic 9(06).
           05 ws-unf-fic-acertos                   pic 9(06).
           05 ws-unf-fic-duracao                   pic 9(12).
           05 ws-unf-fic-vitorias                  pic 9(04).
           05 ws-unf-tor-pontos                    pic 9(04).
           05 ws-unf-tor-acertos                   pic 9(06).
           05 ws-unf-qtd-jornal                    pic 9(06).
           05 ws-unf-qtd-placar                    pic 9(04).
           05 ws-unf-qtd-ajustes                   pic 9(04).
           05 ws-unf-qtd-roster                    pic 9(02).
           05 ws-unf-qtd-dominio                   pic 9(02).
           05 ws-unf-rat-achado                    pic x(01).
           05 ws-unf-rat-valor                     pic 9(04).
           05 ws-unf-rat-partidas                  pic 9(04).
           05 ws-unf-rat-data-ult                  pic 9(08).
       77  ws-qtd-unf-nomes                        pic 9(01).
       77  ws-ind-unf                              pic 9(01).
       77  ws-ind-unf-2                            pic 9(01).
       77  ws-ind-unf-achado                       pic 9(01).
       77  ws-ind-unf-tor                          pic 9(02).
       77  ws-qtd-unf-fichas                       pic 9(01).
       77  ws-qtd-unf-torneio                      pic 9(01).
       77  ws-qtd-unf-ratings                      pic 9(01).
       77  ws-unf-rat-ponderado                    pic 9(10).
       77  ws-unf-rat-tot-partidas                 pic 9(06).
       77  ws-unf-rat-data-max                     pic 9(08).
       01  ws-unf-total.
           05 ws-unf-tot-partidas                  pic 9(04).
           05 ws-unf-tot-perguntas                 pic 9(06).
           05 ws-unf-tot-acertos                   pic 9(06).
           05 ws-unf-tot-duracao                   pic 9(12).
           05 ws-unf-tot-vitorias                  pic 9(04).
       01  ws-unf-dominio-aux.
           05 ws-unf-dom-chave                     pic x(27).
           05 ws-unf-dom-modo occurs 4.
              10 ws-unf-dom-acertos                pic 9(05).
              10 ws-unf-dom-erros                  pic 9(05).
              10 ws-unf-dom-data-ult               pic 9(08).
       01  ws-flag-unf-ok                          pic x(01).
           88 ws-unf-ok                            value "S".
       01  ws-flag-unf-em-partida                  pic x(01).
           88 ws-unf-em-partida                    value "S".
       01  ws-flag-unf-no-roster                   pic x(01).
           88 ws-unf-no-roster                     value "S".
       01  ws-unf-tela-linha occurs 6              pic x(70).
       01  ws-unf-linha-res.
           05 ws-unf-res-nome                      pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-unf-res-ficha                     pic x(05).
           05 filler                               pic x(01) value space.
           05 ws-unf-res-perguntas                 pic x(09).
           05 filler                               pic x(01) value space.
           05 ws-unf-res-jornal                    pic x(06).
           05 filler                               pic x(01) value space.
           05 ws-unf-res-placar                    pic x(06).
           05 filler                               pic x(01) value space.
           05 ws-unf-res-ajustes                   pic x(07).
           05 filler                               pic x(01) value space.
           05 ws-unf-res-roster                    pic x(06).
       01  ws-linha-unificacao.
           05 ws-unf-log-data                      pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-hora                      pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-tipo                      pic x(01).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-supervisor                pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-sobrevivente              pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-nome                      pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-partidas                  pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-perguntas                 pic 9(06).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-acertos                   pic 9(06).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-duracao                   pic 9(12).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-vitorias                  pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-tor-pontos                pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-tor-acertos               pic 9(06).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-qtd-jornal                pic 9(06).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-qtd-placar                pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-qtd-ajustes               pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-qtd-roster                pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-qtd-dominio               pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-unf-log-rating                    pic 9(04).

      *>   Rating de habilidade: cada jogador comeca no rating inicial e,
      *>   a cada partida concluida, ganha ou perde conforme terminou
      *>   acima ou abaixo de cada adversario (Elo em pares - vitoria vale
      *>   1, empate na pontuacao 0,5, derrota 0 - contra o esperado pela
      *>   diferenca de rating), dividido pelo numero de adversarios
       77  ws-fs-arqRatings                        pic 9(02).
       77  ws-fs-arqRatingHist                     pic 9(02).
       77  ws-rating-inicial                       pic 9(04) value 1500.
       01  ws-flag-rat-aberto                      pic x(01).
           88 ws-rat-aberto                        value "S".
       01  ws-rat-partida occurs 8.
           05 ws-rat-participa                     pic x(01).
           05 ws-rat-achado                        pic x(01).
           05 ws-rat-colocacao                     pic 9(01).
           05 ws-rat-anterior                      pic 9(04).
           05 ws-rat-novo                          pic 9(04).
       77  ws-ind-rat                              pic 9(01).
       77  ws-ind-rat-op                           pic 9(01).
       77  ws-ind-rat-hist                         pic 9(01).
       77  ws-qtd-rat-participantes                pic 9(01).
       77  ws-rat-resultado                        pic 9(01)v9(01).
       77  ws-rat-esperado                         pic 9(01)v9(06).
       77  ws-rat-soma                             pic s9(02)v9(06).
       77  ws-rat-calculado                        pic s9(05).
       01  ws-linha-rating-hist.
           05 ws-rth-data                          pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-rth-hora                          pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-rth-nome                          pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-rth-colocacao                     pic 9(01).
           05 filler                               pic x(01) value space.
           05 ws-rth-pontos                        pic 9(03).
           05 filler                               pic x(01) value space.
           05 ws-rth-rating-ant                    pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-rth-rating-novo                   pic 9(04).
           05 ws-rth-oponente occurs 7.
              10 filler                            pic x(01).
              10 ws-rth-op-nome                    pic x(25).
              10 filler                            pic x(01).
              10 ws-rth-op-rating                  pic 9(04).

      *>   Semeadura do torneio pelo rating: jogadores do roster e da
      *>   partida, do maior para o menor rating
       01  ws-semente occurs 50.
           05 ws-sem-nome                          pic x(25).
           05 ws-sem-rating                        pic 9(04).
       01  ws-semente-aux.
           05 ws-sem-nome-aux                      pic x(25).
           05 ws-sem-rating-aux                    pic 9(04).
       77  ws-qtd-semente                          pic 9(02).
       77  ws-ind-sem                              pic 9(02).
       77  ws-ind-sem-achado                       pic 9(02).

      *>   Areas do acesso de operadores: papel da sessao (H = anfitriao
      *>   de partida, S = supervisor), a tela de acesso e a do cadastro
      *>   de operadores
       77  ws-fs-arqOperadores                     pic 9(02).
       77  ws-fs-arqAuditoria                      pic 9(02).
       01  ws-oper-papel                           pic x(01) value space.
           88 ws-oper-supervisor                   value "S".
       01  ws-flag-acesso-ok                       pic x(01) value "N".
           88 ws-acesso-ok                         value "S".
       01  ws-flag-primeiro-acesso                 pic x(01) value "N".
           88 ws-primeiro-acesso                   value "S".
       01  ws-flag-funcao-liberada                 pic x(01).
           88 ws-funcao-liberada                   value "S".
       77  ws-qtd-tentativas-acesso                pic 9(01).
       01  ws-tela-acesso.
           05 ws-acs-operador                      pic x(25).
           05 ws-acs-senha                         pic x(10).
       01  ws-acs-info                             pic x(60).
       01  ws-tela-cad-operador.
           05 ws-cad-opr-nome                      pic x(25).
           05 ws-cad-opr-acao                      pic x(01).
           05 ws-cad-opr-senha                     pic x(10).
           05 ws-cad-opr-papel                     pic x(01).

      *>   Linha do arquivo de auditoria: quem, quando, com que papel, o
      *>   que fez e, nas mudancas de arquivo mestre, o registro antes e
      *>   depois (a senha de operador vai mascarada)
       01  ws-linha-auditoria.
           05 ws-aud-data                          pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-aud-hora                          pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-aud-operador                      pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-aud-papel                         pic x(01).
           05 filler                               pic x(01) value space.
           05 ws-aud-acao                          pic x(20).
           05 filler                               pic x(01) value space.
           05 ws-aud-situacao                      pic x(09).
           05 filler                               pic x(01) value space.
           05 ws-aud-chave                         pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-aud-antes                         pic x(200).
           05 filler                               pic x(01) value space.
           05 ws-aud-depois                        pic x(200).
           05 filler                               pic x(01) value space.
           05 ws-aud-mensagem                      pic x(50).
       01  ws-aud-img-operador.
           05 ws-aud-img-opr-nome                  pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-aud-img-opr-senha                 pic x(10).
           05 filler                               pic x(01) value space.
           05 ws-aud-img-opr-papel                 pic x(01).
           05 filler                               pic x(01) value space.
           05 ws-aud-img-opr-data                  pic 9(08).

      *>   Consolidacao entre unidades: registro do arquivo de
      *>   transferencia (tipo, unidade e os dados, que sao um dos
      *>   layouts abaixo), contadores e situacao de cada registro na carga
       77  ws-fs-arqTransf                         pic 9(02).
       77  ws-fs-arqImportados                     pic 9(02).
       77  ws-fs-arqCargaTransf                    pic 9(02).
       77  ws-nome-arq-transf                      pic x(20).
       77  ws-qtd-tr-jornal                        pic 9(06).
       77  ws-qtd-tr-placar                        pic 9(06).
       77  ws-qtd-tr-fichas                        pic 9(06).
       77  ws-qtd-tr-linhas                        pic 9(06).
       77  ws-qtd-tr-aceitos                       pic 9(06).
       77  ws-qtd-tr-duplicados                    pic 9(06).
       77  ws-qtd-tr-rejeitados                    pic 9(06).
       77  ws-tr-situacao                          pic x(09).
       77  ws-tr-ident                             pic x(45).
       77  ws-tr-motivo                            pic x(31).
       77  ws-tr-dif-partidas                      pic 9(04).
       77  ws-tr-dif-perguntas                     pic 9(06).
       77  ws-tr-dif-acertos                       pic 9(06).
       77  ws-tr-dif-duracao                       pic 9(12).
       77  ws-tr-dif-vitorias                      pic 9(04).
       01  ws-flag-transf-ok                       pic x(01).
           88 ws-transf-ok                         value "S".
       01  ws-flag-tr-trailer                      pic x(01).
       01  ws-flag-tr-controle                     pic x(01).
       01  ws-flag-tr-placar-cheio                 pic x(01).
           88 ws-tr-placar-cheio                   value "S".
       01  ws-flag-tr-interrompida                 pic x(01).
           88 ws-tr-carga-interrompida             value "S".

       01  ws-linha-transf.
           05 ws-tr-tipo                           pic x(01).
           05 filler                               pic x(01) value space.
           05 ws-tr-unidade                        pic 9(02).
           05 filler                               pic x(01) value space.
           05 ws-tr-dados                          pic x(112).

       01  ws-tr-cabecalho.
           05 ws-tr-h-data                         pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-tr-h-hora                         pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-tr-h-operador                     pic x(25).

       01  ws-tr-placar.
           05 ws-tr-p-nome                         pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-tr-p-pontos                       pic 9(03).
           05 filler                               pic x(01) value space.
           05 ws-tr-p-data                         pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-tr-p-ordem                        pic 9(04).

       01  ws-tr-ficha.
           05 ws-tr-f-nome                         pic x(25).
           05 filler                               pic x(01) value space.
           05 ws-tr-f-partidas                     pic 9(04).
           05 filler                               pic x(01) value space.
           05 ws-tr-f-perguntas                    pic 9(06).
           05 filler                               pic x(01) value space.
           05 ws-tr-f-acertos                      pic 9(06).
           05 filler                               pic x(01) value space.
           05 ws-tr-f-duracao                      pic 9(12).
           05 filler                               pic x(01) value space.
           05 ws-tr-f-vitorias                     pic 9(04).

       01  ws-tr-trailer.
           05 ws-tr-t-qtd-jornal                   pic 9(06).
           05 filler                               pic x(01) value space.
           05 ws-tr-t-qtd-placar                   pic 9(06).
           05 filler                               pic x(01) value space.
           05 ws-tr-t-qtd-fichas                   pic 9(06).

      *>   Boletim do jogador: periodo em dias corridos, contadores do
      *>   grupo e do jogador por modo, regiao, semana e estado
       77  ws-fs-arqBoletim                        pic 9(02).
       77  ws-qtd-boletins                         pic 9(03).
       77  ws-bol-jogador                          pic x(25).
       77  ws-bol-dia-ini                          pic 9(07).
       77  ws-bol-dia-fim                          pic 9(07).
       77  ws-bol-qtd-semanas                      pic 9(02).
       77  ws-bol-data-semana                      pic 9(08).
       77  ws-bol-grp-perguntas                    pic 9(08).
       77  ws-bol-grp-duracao                      pic 9(14).
       77  ws-bol-grp-media                        pic 9(08).
       77  ws-bol-perguntas                        pic 9(06).
       77  ws-bol-acertos                          pic 9(06).
       77  ws-bol-duracao                          pic 9(12).
       77  ws-bol-media                            pic 9(08).
       77  ws-bol-pct                              pic 9(03).
       77  ws-bol-qtd-regioes                      pic 9(02).
       77  ws-bol-regiao-busca                     pic x(12).
       77  ws-bol-rotulo                           pic x(20).
       77  ws-bol-qtd-lin                          pic 9(06).
       77  ws-bol-acertos-lin                      pic 9(06).
       77  ws-bol-colocacao                        pic 9(04).
       77  ws-bol-qtd-dia                          pic 9(04).
       77  ws-qtd-bol-listados                     pic 9(02).
       77  ws-qtd-bol-sessoes                      pic 9(04).
       77  ws-ind-bol                              pic 9(02).
       77  ws-ind-bol-modo                         pic 9(02).
       77  ws-ind-bol-est                          pic 9(02).
       77  ws-ind-bol-reg                          pic 9(02).
       77  ws-ind-bol-sem                          pic 9(02).
       01  ws-linha-boletim                        pic x(80).

      *>   Modos do jornal na ordem do boletim; o sexto e Outros
       01  ws-tab-letra-modo                       pic x(05) value "NRPMB".
       01  filler redefines ws-tab-letra-modo.
           05 ws-bol-letra-modo occurs 5           pic x(01).
       01  ws-tab-nome-modo                        pic x(54) value
           "Normal   Reverso  PopulacaoMunicipioBanco    Outros   ".
       01  filler redefines ws-tab-nome-modo.
           05 ws-bol-nome-modo occurs 6            pic x(09).

       01  ws-bol-modos occurs 6.
           05 ws-bol-modo-qtd                      pic 9(06).
           05 ws-bol-modo-acertos                  pic 9(06).

       01  ws-bol-regioes occurs 8.
           05 ws-bol-reg-nome                      pic x(12).
           05 ws-bol-reg-qtd                       pic 9(06).
           05 ws-bol-reg-acertos                   pic 9(06).

       01  ws-bol-semanas occurs 13.
           05 ws-bol-sem-qtd                       pic 9(06).
           05 ws-bol-sem-acertos                   pic 9(06).

       01  ws-bol-estados occurs 27.
           05 ws-bol-est-erros                     pic 9(06).

       01  ws-linha-fech-log.
           05 ws-fech-log-data                     pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-fech-log-hora-ini                 pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-fech-log-hora-fim                 pic 9(08).
           05 filler                               pic x(01) value space.
           05 ws-fech-log-passo                    pic 9(01).
           05 filler                               pic x(01) value space.
           05 ws-fech-log-nome                     pic x(24).
           05 filler                               pic x(01) value space.
           05 ws-fech-log-qtd                      pic 9(06).
           05 filler                               pic x(01) value space.
           05 ws-fech-log-situacao                 pic x(06).
           05 filler                               pic x(01) value space.
           05 ws-fech-log-msn                      pic x(50).

       01  ws-estados occurs 27.
           05 ws-estado                            pic x(25).
           05 ws-capital                           pic x(25).
          05 ws-sessao-perguntas                   pic 9(04) value zero.
          05 ws-sessao-acertos                     pic 9(04) value zero.
          05 ws-sessao-duracao                     pic 9(12) value zero.
          05 ws-sessao-ult-est                     pic 9(02) value zero.

       01 ws-sessao-jog-aux.
          05 ws-sessao-perguntas-aux               pic 9(04).
          05 ws-sessao-acertos-aux                 pic 9(04).
          05 ws-sessao-duracao-aux                 pic 9(12).
          05 ws-sessao-ult-est-aux                 pic 9(02).

       01 ws-nome-busca                            pic x(25).

          05 ws-modo-municipio                     pic x(01).
          05 ws-mais-opcoes                        pic x(01).
          05 ws-modo-ponderado                     pic x(01).
          05 ws-modo-treino                        pic x(01).
          05 ws-modo-banco                         pic x(01).
          05 ws-banco-categoria                    pic x(12) value space.

      *>   Pontuacao ponderada por dificuldade: o valor da pergunta sai
      *>   da taxa historica de erro do estado sorteado (peso 1 a 5)
          05 ws-torneio-classif                    pic x(01).
          05 ws-torneio-encerrar                   pic x(01).
          05 ws-liberar-trava                      pic x(01).
          05 ws-revisar-contestacao                pic x(01).
          05 ws-cadastro-perguntas                 pic x(01).
          05 ws-restaurar-backup                   pic x(01).
          05 ws-unificar-jogadores                 pic x(01).
          05 ws-semear-torneio                     pic x(01).
          05 ws-cadastro-operadores                pic x(01).
          05 ws-exportar-consolidacao              pic x(01).
          05 ws-importar-consolidacao              pic x(01).
          05 ws-imp-unidade                        pic 9(02) value zero.
          05 ws-boletim-jogador                    pic x(01).
          05 ws-bol-nome                           pic x(25) value space.
          05 ws-bol-data-ini                       pic 9(08) value zero.
          05 ws-bol-data-fim                       pic 9(08) value zero.

       01 ws-tela-jogo.
          05 ws-capital-jog                        pic x(25).
          05 ws-pontos-jogador                     pic 9(03).
          05 ws-opcao-pop-1                        pic x(28).
          05 ws-opcao-pop-2                        pic x(28).
          05 ws-banco-texto                        pic x(60).
          05 ws-banco-opcao occurs 4               pic x(34).

       01 ws-tela-cad-estado.
          05 ws-cad-est-registro                   pic 9(02).
       01 ws-flag-cad-municipio                    pic x(01).
          88 ws-cad-municipio-ok                   value "S".

       01 ws-tela-cad-pergunta.
          05 ws-cad-prg-registro                   pic 9(03).
          05 ws-cad-prg-acao                       pic x(01).
          05 ws-cad-prg-categoria                  pic x(12).
          05 ws-cad-prg-texto                      pic x(60).
          05 ws-cad-prg-resposta                   pic x(30).
          05 ws-cad-prg-errada-1                   pic x(30).
          05 ws-cad-prg-errada-2                   pic x(30).
          05 ws-cad-prg-errada-3                   pic x(30).
          05 ws-cad-prg-estado-reg                 pic 9(02).
          05 ws-cad-prg-estado-nome                pic x(25).

       01 ws-flag-cad-pergunta                     pic x(01).
          88 ws-cad-pergunta-ok                    value "S".

       01 ws-conv-numero.
          05 ws-conv-num-texto                     pic x(12).
          05 ws-conv-num-valor                     pic 9(09).
           05 line 06 col 01 value "        [ ]Jogar                                                                 ".
           05 line 07 col 01 value "        [ ]Relatorio de Erros (Miss-rate)                                       ".
           05 line 08 col 01 value "        [ ]Modo Reverso (Capital->Estado)                                       ".
           05 line 09 col 01 value "        Regiao (filtro, vazio=Todas):                [ ]Banco:[            ]    ".
           05 line 10 col 01 value "        [ ]Placar Historico (Top 10 geral)                                       ".
           05 line 11 col 01 value "        [ ]Descartar Checkpoint (zerar jogadores/pontuacao)                      ".
           05 line 12 col 01 value "        [ ]Cadastro de Estados (manutencao do arquivo)                           ".
           05 line 15 col 01 value "        [ ]Modo Partida - perguntas por jogador:[  ]                             ".
           05 line 16 col 01 value "        [ ]Verificacao de Integridade dos arquivos                               ".
           05 line 17 col 01 value "        [ ]Arquivar Placar - corte (AAAAMMDD):[        ]                         ".
           05 line 18 col 01 value "        [ ]Exportar Estatisticas e Placar (planilha)  [ ]Modo Treino (reforco)   ".
           05 line 19 col 01 value "        [ ]Cadastro de Municipios      [ ]Modo Municipio (cidade->estado)        ".
           05 line 20 col 01 value "        [ ]Mais Opcoes (jornal, rankings, torneio)    [ ]Modo Ponderado (pesos)  ".
           05 line 21 col 01 value "        Operador:[                         ]                                     ".
           05 sc-regiao-filtro        line 09  col 40 pic x(12)
           using ws-regiao-filtro foreground-color 15.

           05 sc-modo-banco           line 09  col 55 pic x(01)
           using ws-modo-banco foreground-color 15.

           05 sc-banco-categoria      line 09  col 64 pic x(12)
           using ws-banco-categoria foreground-color 15.

           05 sc-placar-historico     line 10  col 10 pic x(01)
           using ws-placar-historico foreground-color 15.

           05 sc-exportar-estat       line 18  col 10 pic x(01)
           using ws-exportar-estatisticas foreground-color 15.

           05 sc-modo-treino          line 18  col 56 pic x(01)
           using ws-modo-treino foreground-color 15.

           05 sc-cadastro-municipios  line 19  col 10 pic x(01)
           using ws-cadastro-municipios foreground-color 15.

           using ws-modo-ponderado foreground-color 15.

           05 sc-nome-operador        line 21  col 19 pic x(25)
           from ws-nome-operador foreground-color 15.

           05 sc-trava-info           line 03  col 17 pic x(60)
           from ws-trava-info foreground-color 12.
           05 line 04 col 01 value "        [ ]Reconciliacao do Jornal (pontos por jogador/dia)                      ".
           05 line 05 col 01 value "        [ ]Resumo Diario do Jornal - de [        ] a [        ]                  ".
           05 line 06 col 01 value "        [ ]Importar Estados (arqImportEstados.csv)                               ".
           05 line 07 col 01 value "        [ ]Rankings de Jogadores - criterio:[ ] (A=Acur T=Tempo V=Vit R=Rating)  ".
           05 line 08 col 01 value "        Torneio aberto:[            ]  [ ]Classificacao  [ ]Encerrar             ".
           05 line 09 col 01 value "          (com torneio aberto, cada partida concluida lanca pontos de rodada)    ".
           05 line 10 col 01 value "        [ ]Liberar Trava de Sessao (supervisor - fica registrado no jornal)      ".
           05 line 11 col 01 value "        [ ]Revisao de Resposta Contestada (supervisor anula um Errou)            ".
           05 line 12 col 01 value "        [ ]Cadastro de Perguntas (banco do professor, multipla escolha)          ".
           05 line 13 col 01 value "        [ ]Restaurar Backup (geracoes guardadas antes das regravacoes)           ".
           05 line 14 col 01 value "        [ ]Unificar Jogadores (supervisor junta nomes duplicados)                ".
           05 line 15 col 01 value "        [ ]Semear Torneio aberto pelo Rating (roster e jogadores da partida)     ".
           05 line 16 col 01 value "        [ ]Cadastro de Operadores (supervisor - senha e papel de acesso)         ".
           05 line 17 col 01 value "        [ ]Exportar Consolidacao (arqTransf + numero desta unidade)              ".
           05 line 18 col 01 value "        [ ]Importar Consolidacao da unidade:[  ] (supervisor)                    ".
           05 line 19 col 01 value "        [ ]Boletim:[                         ] de [        ] a [        ]        ".
           05 line 20 col 01 value "          (jogador em branco = um boletim por jogador do roster, arqBoletim.dat) ".
           05 line 22 col 01 value "               [__________________________________________________]              ".


           05 sc-liberar-trava        line 10  col 10 pic x(01)
           using ws-liberar-trava foreground-color 15.

           05 sc-revisar-contestacao  line 11  col 10 pic x(01)
           using ws-revisar-contestacao foreground-color 15.

           05 sc-cadastro-perguntas   line 12  col 10 pic x(01)
           using ws-cadastro-perguntas foreground-color 15.

           05 sc-restaurar-backup     line 13  col 10 pic x(01)
           using ws-restaurar-backup foreground-color 15.

           05 sc-unificar-jogadores   line 14  col 10 pic x(01)
           using ws-unificar-jogadores foreground-color 15.

           05 sc-semear-torneio       line 15  col 10 pic x(01)
           using ws-semear-torneio foreground-color 15.

           05 sc-cadastro-operadores  line 16  col 10 pic x(01)
           using ws-cadastro-operadores foreground-color 15.

           05 sc-exportar-consolidacao line 17  col 10 pic x(01)
           using ws-exportar-consolidacao foreground-color 15.

           05 sc-importar-consolidacao line 18  col 10 pic x(01)
           using ws-importar-consolidacao foreground-color 15.

           05 sc-imp-unidade          line 18  col 46 pic 9(02)
           using ws-imp-unidade foreground-color 15.

           05 sc-boletim-jogador      line 19  col 10 pic x(01)
           using ws-boletim-jogador foreground-color 15.

           05 sc-bol-nome             line 19  col 21 pic x(25)
           using ws-bol-nome foreground-color 15.

           05 sc-bol-data-ini         line 19  col 52 pic 9(08)
           using ws-bol-data-ini foreground-color 15.

           05 sc-bol-data-fim         line 19  col 65 pic 9(08)
           using ws-bol-data-fim foreground-color 15.

           05 sc-msn-menu2            line 22  col 17 pic x(50)
           from ws-msn foreground-color 12.

           05 sc-msn-cad-mun             line 22  col 17 pic x(50)
           from ws-msn  foreground-color 12.

       01  sc-tela-cad-pergunta.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                                Cadastro de Perguntas                            ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "      Registro (1-200):                                                          ".
           05 line 05 col 01 value "      Acao            :    (C=Consulta I=Inclui A=Altera D=Desativa)             ".
           05 line 06 col 01 value "                                                                                 ".
           05 line 07 col 01 value "      Categoria       :              (ex.: SIGLAS, GENTILICOS, BIOMAS)           ".
           05 line 08 col 01 value "      Pergunta:                                                                  ".
           05 line 10 col 01 value "      Resposta certa  :                                                          ".
           05 line 11 col 01 value "      Errada 1        :                                                          ".
           05 line 12 col 01 value "      Errada 2        :                                                          ".
           05 line 13 col 01 value "      Errada 3        :                                                          ".
           05 line 14 col 01 value "      (sem erradas a pergunta e respondida por extenso)                          ".
           05 line 16 col 01 value "      Estado (reg0-27):    (opcional - 0 = sem estado ligado)                    ".
           05 line 17 col 01 value "      Nome do estado  :                                                          ".
           05 line 22 col 01 value "               [__________________________________________________]              ".


           05 sc-sair-cad-prg            line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-registro-cad-prg        line 04  col 25 pic 9(03)
           using ws-cad-prg-registro foreground-color 12.

           05 sc-acao-cad-prg            line 05  col 25 pic x(01)
           using ws-cad-prg-acao foreground-color 12.

           05 sc-categoria-cad-prg       line 07  col 25 pic x(12)
           using ws-cad-prg-categoria foreground-color 12.

           05 sc-texto-cad-prg           line 08  col 17 pic x(60)
           using ws-cad-prg-texto foreground-color 12.

           05 sc-resposta-cad-prg        line 10  col 25 pic x(30)
           using ws-cad-prg-resposta foreground-color 12.

           05 sc-errada1-cad-prg         line 11  col 25 pic x(30)
           using ws-cad-prg-errada-1 foreground-color 12.

           05 sc-errada2-cad-prg         line 12  col 25 pic x(30)
           using ws-cad-prg-errada-2 foreground-color 12.

           05 sc-errada3-cad-prg         line 13  col 25 pic x(30)
           using ws-cad-prg-errada-3 foreground-color 12.

           05 sc-estado-reg-cad-prg      line 16  col 25 pic 9(02)
           using ws-cad-prg-estado-reg foreground-color 12.

           05 sc-estado-nome-cad-prg     line 17  col 25 pic x(25)
           from ws-cad-prg-estado-nome foreground-color 12.

           05 sc-msn-cad-prg             line 22  col 17 pic x(50)
           from ws-msn  foreground-color 12.

       01  sc-tela-ficha-jogador.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
           05 sc-resposta-jog            line 07  col 17 pic x(25)
           using ws-capital-jog          foreground-color 12.

           05 sc-banco-texto-jog         line 09  col 07 pic x(60)
           from ws-banco-texto           foreground-color 12.

           05 sc-banco-opcao1-jog        line 10  col 10 pic x(34)
           from ws-banco-opcao(1)        foreground-color 12.

           05 sc-banco-opcao2-jog        line 11  col 10 pic x(34)
           from ws-banco-opcao(2)        foreground-color 12.

           05 sc-banco-opcao3-jog        line 12  col 10 pic x(34)
           from ws-banco-opcao(3)        foreground-color 12.

           05 sc-banco-opcao4-jog        line 13  col 10 pic x(34)
           from ws-banco-opcao(4)        foreground-color 12.

           05 sc-msn-jog                 line 22  col 17 pic x(50)
           from ws-msn                   foreground-color 12.

           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                         Rankings de Jogadores (Top 10)                          ".
           05 line 03 col 01 value "      Jogador                    Acur%   TempoMed   Vitorias   Perguntas  Rating ".
           05 line 22 col 01 value "               [__________________________________________________]              ".

           05 sc-sair-rankings           line 01  col 71 pic x(01)
           05 sc-rank-tempo1             line 05  col 42 pic 9(08) from ws-rank-tempo(1)     foreground-color 12.
           05 sc-rank-vitorias1          line 05  col 53 pic 9(04) from ws-rank-vitorias(1)  foreground-color 12.
           05 sc-rank-perguntas1         line 05  col 64 pic 9(06) from ws-rank-perguntas(1) foreground-color 12.
           05 sc-rank-rating1            line 05  col 76 pic 9(04) from ws-rank-rating(1)    foreground-color 12.

           05 sc-rank-nome2              line 06  col 07 pic x(25) from ws-rank-nome(2)      foreground-color 12.
           05 sc-rank-acuracia2          line 06  col 34 pic 9(03) from ws-rank-acuracia(2)  foreground-color 12.
           05 sc-rank-tempo2             line 06  col 42 pic 9(08) from ws-rank-tempo(2)     foreground-color 12.
           05 sc-rank-vitorias2          line 06  col 53 pic 9(04) from ws-rank-vitorias(2)  foreground-color 12.
           05 sc-rank-perguntas2         line 06  col 64 pic 9(06) from ws-rank-perguntas(2) foreground-color 12.
           05 sc-rank-rating2            line 06  col 76 pic 9(04) from ws-rank-rating(2)    foreground-color 12.

           05 sc-rank-nome3              line 07  col 07 pic x(25) from ws-rank-nome(3)      foreground-color 12.
           05 sc-rank-acuracia3          line 07  col 34 pic 9(03) from ws-rank-acuracia(3)  foreground-color 12.
           05 sc-rank-tempo3             line 07  col 42 pic 9(08) from ws-rank-tempo(3)     foreground-color 12.
           05 sc-rank-vitorias3          line 07  col 53 pic 9(04) from ws-rank-vitorias(3)  foreground-color 12.
           05 sc-rank-perguntas3         line 07  col 64 pic 9(06) from ws-rank-perguntas(3) foreground-color 12.
           05 sc-rank-rating3            line 07  col 76 pic 9(04) from ws-rank-rating(3)    foreground-color 12.

           05 sc-rank-nome4              line 08  col 07 pic x(25) from ws-rank-nome(4)      foreground-color 12.
           05 sc-rank-acuracia4          line 08  col 34 pic 9(03) from ws-rank-acuracia(4)  foreground-color 12.
           05 sc-rank-tempo4             line 08  col 42 pic 9(08) from ws-rank-tempo(4)     foreground-color 12.
           05 sc-rank-vitorias4          line 08  col 53 pic 9(04) from ws-rank-vitorias(4)  foreground-color 12.
           05 sc-rank-perguntas4         line 08  col 64 pic 9(06) from ws-rank-perguntas(4) foreground-color 12.
           05 sc-rank-rating4            line 08  col 76 pic 9(04) from ws-rank-rating(4)    foreground-color 12.

           05 sc-rank-nome5              line 09  col 07 pic x(25) from ws-rank-nome(5)      foreground-color 12.
           05 sc-rank-acuracia5          line 09  col 34 pic 9(03) from ws-rank-acuracia(5)  foreground-color 12.
           05 sc-rank-tempo5             line 09  col 42 pic 9(08) from ws-rank-tempo(5)     foreground-color 12.
           05 sc-rank-vitorias5          line 09  col 53 pic 9(04) from ws-rank-vitorias(5)  foreground-color 12.
           05 sc-rank-perguntas5         line 09  col 64 pic 9(06) from ws-rank-perguntas(5) foreground-color 12.
           05 sc-rank-rating5            line 09  col 76 pic 9(04) from ws-rank-rating(5)    foreground-color 12.

           05 sc-rank-nome6              line 10  col 07 pic x(25) from ws-rank-nome(6)      foreground-color 12.
           05 sc-rank-acuracia6          line 10  col 34 pic 9(03) from ws-rank-acuracia(6)  foreground-color 12.
           05 sc-rank-tempo6             line 10  col 42 pic 9(08) from ws-rank-tempo(6)     foreground-color 12.
           05 sc-rank-vitorias6          line 10  col 53 pic 9(04) from ws-rank-vitorias(6)  foreground-color 12.
           05 sc-rank-perguntas6         line 10  col 64 pic 9(06) from ws-rank-perguntas(6) foreground-color 12.
           05 sc-rank-rating6            line 10  col 76 pic 9(04) from ws-rank-rating(6)    foreground-color 12.

           05 sc-rank-nome7              line 11  col 07 pic x(25) from ws-rank-nome(7)      foreground-color 12.
           05 sc-rank-acuracia7          line 11  col 34 pic 9(03) from ws-rank-acuracia(7)  foreground-color 12.
           05 sc-rank-tempo7             line 11  col 42 pic 9(08) from ws-rank-tempo(7)     foreground-color 12.
           05 sc-rank-vitorias7          line 11  col 53 pic 9(04) from ws-rank-vitorias(7)  foreground-color 12.
           05 sc-rank-perguntas7         line 11  col 64 pic 9(06) from ws-rank-perguntas(7) foreground-color 12.
           05 sc-rank-rating7            line 11  col 76 pic 9(04) from ws-rank-rating(7)    foreground-color 12.

           05 sc-rank-nome8              line 12  col 07 pic x(25) from ws-rank-nome(8)      foreground-color 12.
           05 sc-rank-acuracia8          line 12  col 34 pic 9(03) from ws-rank-acuracia(8)  foreground-color 12.
           05 sc-rank-tempo8             line 12  col 42 pic 9(08) from ws-rank-tempo(8)     foreground-color 12.
           05 sc-rank-vitorias8          line 12  col 53 pic 9(04) from ws-rank-vitorias(8)  foreground-color 12.
           05 sc-rank-perguntas8         line 12  col 64 pic 9(06) from ws-rank-perguntas(8) foreground-color 12.
           05 sc-rank-rating8            line 12  col 76 pic 9(04) from ws-rank-rating(8)    foreground-color 12.

           05 sc-rank-nome9              line 13  col 07 pic x(25) from ws-rank-nome(9)      foreground-color 12.
           05 sc-rank-acuracia9          line 13  col 34 pic 9(03) from ws-rank-acuracia(9)  foreground-color 12.
           05 sc-rank-tempo9             line 13  col 42 pic 9(08) from ws-rank-tempo(9)     foreground-color 12.
           05 sc-rank-vitorias9          line 13  col 53 pic 9(04) from ws-rank-vitorias(9)  foreground-color 12.
           05 sc-rank-perguntas9         line 13  col 64 pic 9(06) from ws-rank-perguntas(9) foreground-color 12.
           05 sc-rank-rating9            line 13  col 76 pic 9(04) from ws-rank-rating(9)    foreground-color 12.

           05 sc-rank-nome10             line 14  col 07 pic x(25) from ws-rank-nome(10)      foreground-color 12.
           05 sc-rank-acuracia10         line 14  col 34 pic 9(03) from ws-rank-acuracia(10)  foreground-color 12.
           05 sc-rank-tempo10            line 14  col 42 pic 9(08) from ws-rank-tempo(10)     foreground-color 12.
           05 sc-rank-vitorias10         line 14  col 53 pic 9(04) from ws-rank-vitorias(10)  foreground-color 12.
           05 sc-rank-perguntas10        line 14  col 64 pic 9(06) from ws-rank-perguntas(10) foreground-color 12.
           05 sc-rank-rating10           line 14  col 76 pic 9(04) from ws-rank-rating(10)    foreground-color 12.

           05 sc-msn-rankings            line 22  col 17 pic x(50)
           from ws-msn  foreground-color 12.

       01  sc-tela-contestacao.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                      Revisao de Resposta Contestada                             ".
           05 line 04 col 01 value "      Jogador   :                            Data (AAAAMMDD):                    ".
           05 line 05 col 01 value "      Supervisor:                            Pagina:                             ".
           05 line 06 col 01 value "      No Hora     Estado/Dado               M Resposta                           ".
           05 line 18 col 01 value "      Anular a linha No:      Motivo:                                            ".
           05 line 19 col 01 value "      (so respostas Errou ainda nao anuladas aparecem na lista)                  ".
           05 line 22 col 01 value "               [__________________________________________________]              ".


           05 sc-sair-cont               line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-nome-cont               line 04  col 19 pic x(25)
           using ws-cont-nome foreground-color 12.

           05 sc-data-cont               line 04  col 63 pic 9(08)
           using ws-cont-data foreground-color 12.

           05 sc-supervisor-cont         line 05  col 19 pic x(25)
           from ws-cont-supervisor foreground-color 12.

           05 sc-pagina-cont             line 05  col 54 pic 9(02)
           using ws-cont-pagina foreground-color 12.

           05 sc-cont-linha1             line 07  col 07 pic x(70) from ws-cont-tela-linha(1)  foreground-color 12.
           05 sc-cont-linha2             line 08  col 07 pic x(70) from ws-cont-tela-linha(2)  foreground-color 12.
           05 sc-cont-linha3             line 09  col 07 pic x(70) from ws-cont-tela-linha(3)  foreground-color 12.
           05 sc-cont-linha4             line 10  col 07 pic x(70) from ws-cont-tela-linha(4)  foreground-color 12.
           05 sc-cont-linha5             line 11  col 07 pic x(70) from ws-cont-tela-linha(5)  foreground-color 12.
           05 sc-cont-linha6             line 12  col 07 pic x(70) from ws-cont-tela-linha(6)  foreground-color 12.
           05 sc-cont-linha7             line 13  col 07 pic x(70) from ws-cont-tela-linha(7)  foreground-color 12.
           05 sc-cont-linha8             line 14  col 07 pic x(70) from ws-cont-tela-linha(8)  foreground-color 12.
           05 sc-cont-linha9             line 15  col 07 pic x(70) from ws-cont-tela-linha(9)  foreground-color 12.
           05 sc-cont-linha10           line 16  col 07 pic x(70) from ws-cont-tela-linha(10) foreground-color 12.

           05 sc-linha-sel-cont          line 18  col 26 pic 9(02)
           using ws-cont-linha-sel foreground-color 12.

           05 sc-motivo-cont             line 18  col 39 pic x(40)
           using ws-cont-motivo foreground-color 12.

           05 sc-msn-cont                line 22  col 17 pic x(50)
           from ws-msn  foreground-color 12.

       01  sc-tela-restaurar.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                            Restaurar Backup                                     ".
           05 line 04 col 01 value "      Arquivo:                                                                   ".
           05 line 05 col 01 value "      (ex.: arqEstadosRel.dat, arqPlacar.dat, arqJornal.dat, arqPerguntas.dat)   ".
           05 line 06 col 01 value "      No Data     Hora     Gerado por           Geracao                          ".
           05 line 18 col 01 value "      Restaurar a linha No:      (o arquivo atual vira backup antes da troca)    ".
           05 line 19 col 01 value "      (apos restaurar, a verificacao de integridade da subida roda de novo)      ".
           05 line 22 col 01 value "               [__________________________________________________]              ".


           05 sc-sair-rst                line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-arquivo-rst             line 04  col 15 pic x(25)
           using ws-rst-arquivo foreground-color 12.

           05 sc-rst-linha1              line 07  col 07 pic x(70) from ws-rst-tela-linha(1)  foreground-color 12.
           05 sc-rst-linha2              line 08  col 07 pic x(70) from ws-rst-tela-linha(2)  foreground-color 12.
           05 sc-rst-linha3              line 09  col 07 pic x(70) from ws-rst-tela-linha(3)  foreground-color 12.
           05 sc-rst-linha4              line 10  col 07 pic x(70) from ws-rst-tela-linha(4)  foreground-color 12.
           05 sc-rst-linha5              line 11  col 07 pic x(70) from ws-rst-tela-linha(5)  foreground-color 12.
           05 sc-rst-linha6              line 12  col 07 pic x(70) from ws-rst-tela-linha(6)  foreground-color 12.
           05 sc-rst-linha7              line 13  col 07 pic x(70) from ws-rst-tela-linha(7)  foreground-color 12.
           05 sc-rst-linha8              line 14  col 07 pic x(70) from ws-rst-tela-linha(8)  foreground-color 12.
           05 sc-rst-linha9              line 15  col 07 pic x(70) from ws-rst-tela-linha(9)  foreground-color 12.
           05 sc-rst-linha10            line 16  col 07 pic x(70) from ws-rst-tela-linha(10) foreground-color 12.

           05 sc-linha-sel-rst           line 18  col 29 pic 9(02)
           using ws-rst-linha-sel foreground-color 12.

           05 sc-msn-rst                 line 22  col 17 pic x(50)
           from ws-msn  foreground-color 12.

       01  sc-tela-unificar.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                          Unificar Jogadores Duplicados                          ".
           05 line 04 col 01 value "      Nome que fica :                                                            ".
           05 line 05 col 01 value "      (tudo dos nomes abaixo passa para o nome que fica e eles somem)            ".
           05 line 06 col 01 value "      Duplicado 1   :                                                            ".
           05 line 07 col 01 value "      Duplicado 2   :                                                            ".
           05 line 08 col 01 value "      Duplicado 3   :                                                            ".
           05 line 09 col 01 value "      Duplicado 4   :                                                            ".
           05 line 10 col 01 value "      Duplicado 5   :                                                            ".
           05 line 12 col 01 value "      Supervisor    :                                                            ".
           05 line 13 col 01 value "      Confirma (S/N):      (sem S so mostra as fichas encontradas)               ".
           05 line 15 col 01 value "      Nome                      Ficha Perguntas Jornal Placar Ajustes Roster     ".
           05 line 22 col 01 value "               [__________________________________________________]              ".


           05 sc-sair-unf                line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-sobrevivente-unf        line 04  col 23 pic x(25)
           using ws-unf-sobrevivente foreground-color 12.

           05 sc-duplicado1-unf          line 06  col 23 pic x(25)
           using ws-unf-duplicado(1) foreground-color 12.

           05 sc-duplicado2-unf          line 07  col 23 pic x(25)
           using ws-unf-duplicado(2) foreground-color 12.

           05 sc-duplicado3-unf          line 08  col 23 pic x(25)
           using ws-unf-duplicado(3) foreground-color 12.

           05 sc-duplicado4-unf          line 09  col 23 pic x(25)
           using ws-unf-duplicado(4) foreground-color 12.

           05 sc-duplicado5-unf          line 10  col 23 pic x(25)
           using ws-unf-duplicado(5) foreground-color 12.

           05 sc-supervisor-unf          line 12  col 23 pic x(25)
           from ws-unf-supervisor foreground-color 12.

           05 sc-confirma-unf            line 13  col 23 pic x(01)
           using ws-unf-confirma foreground-color 12.

           05 sc-unf-linha1              line 16  col 07 pic x(70) from ws-unf-tela-linha(1)  foreground-color 12.
           05 sc-unf-linha2              line 17  col 07 pic x(70) from ws-unf-tela-linha(2)  foreground-color 12.
           05 sc-unf-linha3              line 18  col 07 pic x(70) from ws-unf-tela-linha(3)  foreground-color 12.
           05 sc-unf-linha4              line 19  col 07 pic x(70) from ws-unf-tela-linha(4)  foreground-color 12.
           05 sc-unf-linha5              line 20  col 07 pic x(70) from ws-unf-tela-linha(5)  foreground-color 12.
           05 sc-unf-linha6              line 21  col 07 pic x(70) from ws-unf-tela-linha(6)  foreground-color 12.

           05 sc-msn-unf                 line 22  col 17 pic x(50)
           from ws-msn  foreground-color 12.

       01  sc-tela-acesso.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                               Acesso ao Sistema                                 ".
           05 line 04 col 01 value "      Operador        :                                                          ".
           05 line 05 col 01 value "      Senha           :                                                          ".
           05 line 22 col 01 value "               [__________________________________________________]              ".


           05 sc-sair-acesso             line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-operador-acesso         line 04  col 25 pic x(25)
           using ws-acs-operador foreground-color 12.

           05 sc-senha-acesso            line 05  col 25 pic x(10)
           using ws-acs-senha secure foreground-color 12.

           05 sc-info-acesso             line 07  col 07 pic x(60)
           from ws-acs-info foreground-color 12.

           05 sc-msn-acesso              line 22  col 17 pic x(50)
           from ws-msn  foreground-color 12.

       01  sc-tela-cad-operador.
      *>                                0    1    1    2    2    3    3    4    4    5    5    6    6    7    7    8
      *>                                5    0    5    0    5    0    5    0    5    0    5    0    5    0    5    0
      *>                            ----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+----+
           05 blank screen.
           05 line 01 col 01 value "                                                                     [ ]Sair     ".
           05 line 02 col 01 value "                             Cadastro de Operadores                              ".
           05 line 03 col 01 value "                                                                                 ".
           05 line 04 col 01 value "      Operador        :                                                          ".
           05 line 05 col 01 value "      Acao            :    (C=Consulta I=Inclui A=Altera D=Desativa)             ".
           05 line 06 col 01 value "                                                                                 ".
           05 line 07 col 01 value "      Senha           :               (na alteracao, em branco = mantem)         ".
           05 line 08 col 01 value "      Papel           :    (H=Anfitriao de partida  S=Supervisor)                ".
           05 line 22 col 01 value "               [__________________________________________________]              ".


           05 sc-sair-cad-opr            line 01  col 71 pic x(01)
           using ws-sair foreground-color 12.

           05 sc-nome-cad-opr            line 04  col 25 pic x(25)
           using ws-cad-opr-nome foreground-color 12.

           05 sc-acao-cad-opr            line 05  col 25 pic x(01)
           using ws-cad-opr-acao foreground-color 12.

           05 sc-senha-cad-opr           line 07  col 25 pic x(10)
           using ws-cad-opr-senha secure foreground-color 12.

           05 sc-papel-cad-opr           line 08  col 25 pic x(01)
           using ws-cad-opr-papel foreground-color 12.

           05 sc-msn-cad-opr             line 22  col 17 pic x(50)
           from ws-msn  foreground-color 12.

      *>Declaração do corpo do programa
       procedure division.


      *>    chamado com o argumento FECHAMENTO o programa roda o
      *>    fechamento do dia em lote, sem telas, e termina ali mesmo
           accept ws-linha-comando from command-line
           inspect ws-linha-comando converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           if ws-linha-comando = "FECHAMENTO" then
               perform fechamento-diario
           end-if

           perform inicializa.
           perform processamento.
           perform finaliza.

      *>------------------------------------------------------------------------
      *>  Procedimentos de inicialização
      *>------------------------------------------------------------------------
       inicializa section.

           perform carregar-tabela-estados
           perform carregar-tabela-municipios
           perform carregar-tabela-perguntas
           perform converter-cadastro-jogadores
           perform semear-dominio-jogadores
           perform carregar-estatisticas

      *>    a trava de sessao vem antes do checkpoint: uma sessao barrada
      *>    pela trava nao pode restaurar (nem depois apagar) o checkpoint
      *>    em andamento do terminal que segura a trava
      *>    o acesso do operador vem antes da trava: a trava e gravada
      *>    com o nome de quem entrou com senha
           perform acesso-operador

           perform reivindicar-trava-sessao

           perform carregar-checkpoint

      *>    os parametros entram depois do checkpoint, senao a limpeza de
      *>    mensagem feita em carregar-checkpoint apagaria os avisos de
      *>    linha de parametro invalida antes do menu aparecer
           perform carregar-parametros

           perform verificar-capacidade-placar

      *>    conferencia automatica dos arquivos de dados na subida, para
      *>    que um arquivo truncado por queda/copia nao passe despercebido;
      *>    por ultimo porque este e o aviso mais importante da subida
           perform verificar-integridade-dados
           if ws-qtd-problemas > 0 then
               move spaces to ws-msn
               string "Verificacao achou "       delimited by size
                      ws-qtd-problemas           delimited by size
                      " problema(s) - ver menu"  delimited by size
                      into ws-msn
           end-if
           .
       inicializa-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o arquivo de parametros (linhas CHAVE=VALOR, linhas em branco
      *>  e comecadas por * sao ignoradas) e ajusta as regras do jogo; sem
      *>  o arquivo, ou para chave ausente, valem os padroes de fabrica
      *>------------------------------------------------------------------------
       carregar-parametros section.

           open input arqParametros

           if ws-fs-arqParametros = 35 then
               continue
           else
           if ws-fs-arqParametros <> 0 then
               move "Erro ao abrir arq. parametros" to ws-msn
           else

               perform until ws-fs-arqParametros <> 0

                   read arqParametros

                   if  ws-fs-arqParametros = 0
                   and fd-parametro-linha <> spaces
                   and fd-parametro-linha(1:1) <> "*" then
                       move spaces to ws-parametro-chave
                       move spaces to ws-parametro-valor
                       unstring fd-parametro-linha delimited by "="
                           into ws-parametro-chave
                                ws-parametro-valor
                       perform aplicar-parametro
                   end-if

                   else
                       move ws-conv-num-valor to ws-limite-placar-aviso
                   end-if
               else
               if ws-parametro-chave = "FECHAMENTO-DATA" then
                   if ws-conv-num-valor > 99999999 then
                       perform avisar-parametro-fora-faixa
                   else
                       move ws-conv-num-valor to ws-param-fech-data
                   end-if
               else
               if ws-parametro-chave = "FECHAMENTO-CORTE" then
                   if ws-conv-num-valor > 99999999 then
                       perform avisar-parametro-fora-faixa
                   else
                       move ws-conv-num-valor to ws-param-fech-corte
                   end-if
               else
               if ws-parametro-chave = "FECHAMENTO-PCT" then
                   if ws-conv-num-valor < 1 or ws-conv-num-valor > 100 then
                       perform avisar-parametro-fora-faixa
                   else
                       move ws-conv-num-valor to ws-param-fech-pct
                   end-if
               else
               if ws-parametro-chave = "FECHAMENTO-ARQUIVAR" then
                   if ws-conv-num-valor > 1 then
                       perform avisar-parametro-fora-faixa
                   else
                       move ws-conv-num-valor to ws-param-fech-arquivar
                   end-if
               else
               if ws-parametro-chave = "FECHAMENTO-RANKING" then
                   if ws-conv-num-valor < 1 or ws-conv-num-valor > 4 then
                       perform avisar-parametro-fora-faixa
                   else
                       move ws-conv-num-valor to ws-param-fech-ranking
                   end-if
               else
      *>        ate 10 geracoes, que e o que cabe na tela de restauracao
               if ws-parametro-chave = "GERACOES-BACKUP" then
                   if ws-conv-num-valor < 1 or ws-conv-num-valor > 10 then
                       perform avisar-parametro-fora-faixa
                   else
                       move ws-conv-num-valor to ws-param-geracoes-backup
                   end-if
               else
               if ws-parametro-chave = "RATING-K" then
                   if ws-conv-num-valor < 1 or ws-conv-num-valor > 99 then
                       perform avisar-parametro-fora-faixa
                   else
                       move ws-conv-num-valor to ws-param-rating-k
                   end-if
               else
               if ws-parametro-chave = "UNIDADE" then
                   if ws-conv-num-valor < 1 or ws-conv-num-valor > 99 then
                       perform avisar-parametro-fora-faixa
                   else
                       move ws-conv-num-valor to ws-param-unidade
                   end-if
               else
                   move spaces to ws-msn
                   string "Parametro desconhecido: " delimited by size
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
           .
       carregar-tabela-municipios-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Carrega o banco de perguntas do professor (arqPerguntas) para a
      *>   tabela em memoria; slot nao gravado fica em branco
      *>------------------------------------------------------------------------
       carregar-tabela-perguntas section.

           open input arqPerguntas
           if ws-fs-arqPerguntas = 35 then
               open output arqPerguntas
               close arqPerguntas
               open input arqPerguntas
           end-if

           if ws-fs-arqPerguntas <> 0 then
               move 8                                  to ws-msn-erro-ofsset
               move ws-fs-arqPerguntas                 to ws-msn-erro-cod
               move "Erro ao abrir arq. arqPerguntas"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           perform varying ws-ind-prg from 1 by 1 until ws-ind-prg > 200

               move ws-ind-prg to ws-rk-arqPerguntas
               read arqPerguntas into ws-perguntas(ws-ind-prg)

               if ws-fs-arqPerguntas = 23 then
                   move spaces to ws-prg-categoria(ws-ind-prg)
                   move spaces to ws-prg-texto(ws-ind-prg)
                   move spaces to ws-prg-resposta(ws-ind-prg)
                   move spaces to ws-prg-errada(ws-ind-prg, 1)
                   move spaces to ws-prg-errada(ws-ind-prg, 2)
                   move spaces to ws-prg-errada(ws-ind-prg, 3)
                   move zero   to ws-prg-estado-reg(ws-ind-prg)
               else
                   if ws-fs-arqPerguntas <> 0 then
                       move 9                                 to ws-msn-erro-ofsset
                       move ws-fs-arqPerguntas                to ws-msn-erro-cod
                       move "Erro ao ler arq. arqPerguntas "  to ws-msn-erro-text
                       perform finaliza-anormal
                   end-if
               end-if

           end-perform

           close arqPerguntas
           .
       carregar-tabela-perguntas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta quantos slots da tabela tem estado cadastrado (nao em branco),
      *>  para o jogo saber se ha estados sorteaveis
           exit.

      *>------------------------------------------------------------------------
      *>  Carga unica do dominio por jogador/estado: se arqDominio.dat
      *>  ainda nao existe, cria o arquivo e acumula nele todo o jornal de
      *>  auditoria ja gravado (acertos, erros e data da ultima pergunta
      *>  por modo), para o Treino nascer conhecendo o historico. Depois
      *>  disso o dominio e mantido pergunta a pergunta pelo jogo
      *>------------------------------------------------------------------------
       semear-dominio-jogadores section.

           open input arqDominio
           if ws-fs-arqDominio = 0 then
      *>        dominio ja existe - nada a semear
               close arqDominio
           else
           if ws-fs-arqDominio = 35 then

               open output arqDominio
               close arqDominio
               open i-o arqDominio
               if ws-fs-arqDominio <> 0 then
                   move 7                                to ws-msn-erro-ofsset
                   move ws-fs-arqDominio                 to ws-msn-erro-cod
                   move "Erro ao criar arq. dominio    " to ws-msn-erro-text
                   perform finaliza-anormal
               end-if

               move zero to ws-qtd-dom-semeados

               open input arqJornal
               if ws-fs-arqJornal = 0 then

                   perform until ws-fs-arqJornal <> 0

                       read arqJornal

                       if ws-fs-arqJornal = 0 then
                           move fd-jornal-linha to ws-linha-jornal

                           if  ws-jornal-data is numeric
                           and ws-jornal-nome <> spaces
                           and (ws-jornal-resultado = "A"
                            or  ws-jornal-resultado = "E") then

      *>                        o jornal guarda o nome do estado; o
      *>                        dominio e chaveado pelo registro dele
                               move zero to ws-ind-dom-est
                               perform varying ws-ind-chk from 1 by 1
                                       until ws-ind-chk > 27
                                          or ws-ind-dom-est > 0
                                   if  ws-estado(ws-ind-chk) <> spaces
                                   and ws-estado(ws-ind-chk) =
                                       ws-jornal-estado then
                                       move ws-ind-chk to ws-ind-dom-est
                                   end-if
                               end-perform

                               perform acumular-dominio-linha
                               if ws-dom-achado then
                                   add 1 to ws-qtd-dom-semeados
                               end-if
                           end-if
                       end-if

                   end-perform

                   close arqJornal
               end-if

               close arqDominio

               move spaces to ws-msn
               string "Dominio semeado do jornal: "        delimited by size
                      ws-qtd-dom-semeados                  delimited by size
                      " pergunta(s)"                       delimited by size
                      into ws-msn

           end-if
           end-if
           .
       semear-dominio-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula no dominio a linha de jornal corrente (ws-linha-jornal)
      *>  para o estado de registro ws-ind-dom-est; arqDominio ja deve
      *>  estar aberto em i-o. Linha de modo sem dominio (trava, banco)
      *>  ou de estado desconhecido fica de fora, com ws-dom-achado "N"
      *>------------------------------------------------------------------------
       acumular-dominio-linha section.

           move "N" to ws-flag-dom-achado

           move zero to ws-ind-dom-modo
           if ws-jornal-modo = "N" then
               move 1 to ws-ind-dom-modo
           else
           if ws-jornal-modo = "R" then
               move 2 to ws-ind-dom-modo
           else
           if ws-jornal-modo = "M" then
               move 3 to ws-ind-dom-modo
           else
           if ws-jornal-modo = "P" then
               move 4 to ws-ind-dom-modo
           end-if
           end-if
           end-if
           end-if

           if  ws-ind-dom-modo > 0
           and ws-ind-dom-est  > 0 then

               move ws-jornal-nome to fd-dom-nome
               move ws-ind-dom-est to fd-dom-estado-reg
               read arqDominio key is fd-dom-chave

               if ws-fs-arqDominio = 0 then
                   move "S" to ws-flag-dom-achado
               else
                   move "N" to ws-flag-dom-achado
                   move ws-jornal-nome to fd-dom-nome
                   move ws-ind-dom-est to fd-dom-estado-reg
                   perform varying ws-ind-chk from 1 by 1 until ws-ind-chk > 4
                       move zero to fd-dom-acertos(ws-ind-chk)
                       move zero to fd-dom-erros(ws-ind-chk)
                       move zero to fd-dom-data-ult(ws-ind-chk)
                   end-perform
               end-if

               if ws-jornal-resultado = "A" then
                   add 1 to fd-dom-acertos(ws-ind-dom-modo)
               else
                   add 1 to fd-dom-erros(ws-ind-dom-modo)
               end-if

               if ws-jornal-data > fd-dom-data-ult(ws-ind-dom-modo) then
                   move ws-jornal-data to fd-dom-data-ult(ws-ind-dom-modo)
               end-if

               if ws-dom-achado then
                   rewrite fd-dominio
               else
                   write fd-dominio
               end-if

               if ws-fs-arqDominio = 0 then
                   move "S" to ws-flag-dom-achado
               else
                   move "N" to ws-flag-dom-achado
                   move "Erro ao gravar arq. dominio" to ws-msn
               end-if

           end-if
           .
       acumular-dominio-linha-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as estatisticas de acertos/erros de sessoes anteriores
      *>------------------------------------------------------------------------
       carregar-estatisticas section.

           open i-o arqEstatisticas
           if ws-fs-arqEstatisticas = 35 then
      *>        primeira execucao: ja grava os 27 registros zerados, para
      *>        a verificacao de integridade nao apontar como ausentes os
      *>        registros de um arquivo recem-criado
               open output arqEstatisticas
               perform varying ws-ind-estat from 1 by 1 until ws-ind-estat > 27
                   move ws-ind-estat to ws-rk-arqEstatisticas
                   move zero         to fd-estat-acertos
                   move zero         to fd-estat-erros
                   write fd-estatisticas
               end-perform
               close arqEstatisticas
               open i-o arqEstatisticas
           end-if

           perform varying ws-ind-estat from 1 by 1 until ws-ind-estat > 27

               move ws-ind-estat to ws-rk-arqEstatisticas
               read arqEstatisticas

               if ws-fs-arqEstatisticas = 0 then
                   move fd-estat-acertos to ws-estat-acertos(ws-ind-estat)
                   move fd-estat-erros   to ws-estat-erros(ws-ind-estat)
               else
                   move zero to ws-estat-acertos(ws-ind-estat)
                   move zero to ws-estat-erros(ws-ind-estat)
               end-if

           end-perform

           close arqEstatisticas
           .
       carregar-estatisticas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Retoma jogadores e pontuacao de um checkpoint deixado por uma
      *>  partida interrompida (queda/abend). Sem checkpoint, segue zerado.
      *>------------------------------------------------------------------------
       carregar-checkpoint section.

           move space to ws-msn

      *>    com a trava em maos de outro terminal, o checkpoint em disco
      *>    e o progresso vivo daquela sessao - restaura-lo aqui poria os
      *>    pontos de la nesta tabela de jogadores e, na saida, o placar
      *>    e a limpeza do checkpoint apagariam o progresso do outro grupo
           if not ws-trava-alheia then
               if  ws-sair <> "V" and ws-sair <> "v"
               and (ws-flag-reconstruir = "S" or ws-flag-reconstruir = "s")
               and ws-qtd-problemas > 0 then
      *>            conferir e de todos; reconstruir e so do supervisor
                   move "RECONSTRUIR ARQUIVOS" to ws-aud-acao
                   perform exigir-supervisor
                   if ws-funcao-liberada then
                       perform reconstruir-arquivos-dados
                       perform verificar-integridade-dados
                       if ws-qtd-problemas = 0 then
                           move "Reconstrucao concluida" to ws-msn
                       else
                           move "Reconstrucao parcial - problemas persistem"
                             to ws-msn
                       end-if
                       perform registrar-funcao-auditoria
                   end-if
                   move space to ws-flag-reconstruir
               end-if
      *>------------------------------------------------------------------------
       reconstruir-arquivos-dados section.

      *>    cada arquivo so e regravado depois de copiado para uma
      *>    geracao de backup; o backup do placar e feito em compactar-placar
           if ws-flag-prob-estat = "S" then
               move "arqEstatisticas.dat"  to ws-bkp-arquivo
               move "RECONSTRUIR ARQUIVOS" to ws-bkp-job
               perform gerar-backup-arquivo
               if ws-backup-ok then
                   open output arqEstatisticas
                   perform varying ws-ind-estat from 1 by 1
                           until ws-ind-estat > 27
                       move ws-ind-estat                   to ws-rk-arqEstatisticas
                       move ws-estat-acertos(ws-ind-estat) to fd-estat-acertos
                       move ws-estat-erros(ws-ind-estat)   to fd-estat-erros
                       write fd-estatisticas
                   end-perform
                   close arqEstatisticas
               end-if
           end-if

           if ws-flag-prob-placar = "S" then
           end-if

           if ws-flag-prob-chk = "S" then
               move "arqCheckpoint.dat"    to ws-bkp-arquivo
               move "RECONSTRUIR ARQUIVOS" to ws-bkp-job
               perform gerar-backup-arquivo
               if ws-backup-ok then
                   perform limpar-checkpoint
               end-if
           end-if
           .
       reconstruir-arquivos-dados-exit.

           move zero to ws-qtd-copia

      *>    o placar inteiro vai para uma geracao de backup antes de
      *>    qualquer gravacao; sem o backup nada e mexido
           move "arqPlacar.dat"        to ws-bkp-arquivo
           move "COMPACTAR PLACAR"     to ws-bkp-job
           perform gerar-backup-arquivo

           if ws-backup-ok then
               open input arqPlacar
               if ws-fs-arqPlacar = 0 then

                   move 1 to ws-rk-arqPlacar
                   start arqPlacar key is = ws-rk-arqPlacar

                   perform until ws-fs-arqPlacar <> 0

                       read arqPlacar next record

                       if  ws-fs-arqPlacar = 0
                       and fd-placar-nome <> spaces
                       and fd-placar-pontos is numeric
                       and ws-qtd-copia < 9999 then
                           add 1 to ws-qtd-copia
                           move fd-placar-nome
                             to ws-placar-copia-nome(ws-qtd-copia)
                           move fd-placar-pontos
                             to ws-placar-copia-pontos(ws-qtd-copia)
                           if fd-placar-data is numeric then
                               move fd-placar-data
                                 to ws-placar-copia-data(ws-qtd-copia)
                           else
                               move zero
                                 to ws-placar-copia-data(ws-qtd-copia)
                           end-if
                       end-if

                   end-perform

                   close arqPlacar

                   perform regravar-placar-copia

               else
                   move "Erro ao reconstruir arq. placar" to ws-msn
               end-if
           end-if
           .
       compactar-placar-exit.
               move space  to ws-modo-populacao
               move space  to ws-modo-municipio
               move space  to ws-modo-ponderado
               move space  to ws-modo-treino
               move space  to ws-modo-banco
               move space  to ws-modo-partida
               move space  to ws-cadastro-municipios
               move space  to ws-verificar-integridade
               move space  to ws-msn
               move "N"    to ws-flag-msn-regiao-pendente

               if  ws-cadastro-jogadores  = "X"
               or  ws-cadastro-jogadores  = "x"  then
                    perform cadastrar-jogadores

               if  ws-cadastro-estados = "X"
               or  ws-cadastro-estados = "x" then
                    move "CADASTRO ESTADOS" to ws-aud-acao
                    perform exigir-supervisor
                    if ws-funcao-liberada then
                        perform cadastrar-estados
                    end-if
               end-if

               if  ws-cadastro-municipios = "X"
               or  ws-cadastro-municipios = "x" then
                    move "CADASTRO MUNICIPIOS" to ws-aud-acao
                    perform exigir-supervisor
                    if ws-funcao-liberada then
                        perform cadastrar-municipios
                    end-if
               end-if

               if  ws-ficha-jogador = "X"
               or  ws-arquivar-placar = "x" then
      *>            o arquivamento regrava o placar inteiro; feito daqui,
      *>            apagaria a sessao que o dono da trava gravar no meio
                    move "ARQUIVAR PLACAR" to ws-aud-acao
                    perform exigir-supervisor
                    if not ws-funcao-liberada then
                        continue
                    else
                    if ws-trava-alheia then
                        move "Em uso em outro terminal - ver Liberar Trava"
                          to ws-msn
                    else
                        perform arquivar-placar
                        move ws-data-corte to ws-aud-chave
                        perform registrar-funcao-auditoria
                    end-if
                    end-if
               end-if

               move space to ws-torneio-classif
               move space to ws-torneio-encerrar
               move space to ws-liberar-trava
               move space to ws-revisar-contestacao
               move space to ws-cadastro-perguntas
               move space to ws-restaurar-backup
               move space to ws-unificar-jogadores
               move space to ws-semear-torneio
               move space to ws-cadastro-operadores
               move space to ws-exportar-consolidacao
               move space to ws-importar-consolidacao
               move space to ws-boletim-jogador

               display sc-tela-menu2
               accept sc-tela-menu2

               if  ws-importar-estados = "X"
               or  ws-importar-estados = "x" then
                    move "IMPORTAR ESTADOS" to ws-aud-acao
                    perform exigir-supervisor
                    if ws-funcao-liberada then
                        perform importar-estados
                        move "arqImportEstados.csv" to ws-aud-chave
                        perform registrar-funcao-auditoria
                    end-if
               end-if

               if  ws-rankings-jogadores = "X"

               if  ws-torneio-encerrar = "X"
               or  ws-torneio-encerrar = "x" then
                    move "ENCERRAR TORNEIO" to ws-aud-acao
                    perform exigir-supervisor
                    if ws-funcao-liberada then
                        move ws-nome-torneio to ws-aud-chave
                        perform encerrar-torneio
                        perform registrar-funcao-auditoria
                    end-if
               end-if

               if  ws-liberar-trava = "X"
               or  ws-liberar-trava = "x" then
                    move "LIBERAR TRAVA" to ws-aud-acao
                    perform exigir-supervisor
                    if ws-funcao-liberada then
                        perform liberar-trava-sessao
                        move ws-trava-oper-anterior to ws-aud-chave
                        perform registrar-funcao-auditoria
                    end-if
               end-if

               if  ws-revisar-contestacao = "X"
               or  ws-revisar-contestacao = "x" then
      *>            a anulacao regrava placar, fichas e estatisticas; com
      *>            a trava em outro terminal as gravacoes se cruzariam
                    move "REVISAR CONTESTACAO" to ws-aud-acao
                    perform exigir-supervisor
                    if not ws-funcao-liberada then
                        continue
                    else
                    if ws-trava-alheia then
                        move "Em uso em outro terminal - ver Liberar Trava"
                          to ws-msn
                    else
                        perform revisar-contestacao
                    end-if
                    end-if
                    move space to ws-sair
               end-if

               if  ws-cadastro-perguntas = "X"
               or  ws-cadastro-perguntas = "x" then
                    move "CADASTRO PERGUNTAS" to ws-aud-acao
                    perform exigir-supervisor
                    if ws-funcao-liberada then
                        perform cadastrar-perguntas
                    end-if
                    move space to ws-sair
               end-if

               if  ws-restaurar-backup = "X"
               or  ws-restaurar-backup = "x" then
      *>            restaurar troca o arquivo inteiro por baixo da sessao
      *>            que segura a trava
                    move "RESTAURAR BACKUP" to ws-aud-acao
                    perform exigir-supervisor
                    if not ws-funcao-liberada then
                        continue
                    else
                    if ws-trava-alheia then
                        move "Em uso em outro terminal - ver Liberar Trava"
                          to ws-msn
                    else
                        perform restaurar-backup
                    end-if
                    end-if
                    move space to ws-sair
               end-if

               if  ws-unificar-jogadores = "X"
               or  ws-unificar-jogadores = "x" then
      *>            a unificacao regrava jornal, placar, fichas e torneio
                    move "UNIFICAR JOGADORES" to ws-aud-acao
                    perform exigir-supervisor
                    if not ws-funcao-liberada then
                        continue
                    else
                    if ws-trava-alheia then
                        move "Em uso em outro terminal - ver Liberar Trava"
                          to ws-msn
                    else
                        perform unificar-jogadores
                    end-if
                    end-if
                    move space to ws-sair
               end-if

               if  ws-semear-torneio = "X"
               or  ws-semear-torneio = "x" then
                    if ws-trava-alheia then
                        move "Em uso em outro terminal - ver Liberar Trava"
                          to ws-msn
                    else
                        perform semear-torneio-rating
                    end-if
               end-if

               if  ws-cadastro-operadores = "X"
               or  ws-cadastro-operadores = "x" then
                    move "CADASTRO OPERADORES" to ws-aud-acao
                    perform exigir-supervisor
                    if ws-funcao-liberada then
                        perform cadastrar-operadores
                    end-if
                    move space to ws-sair
               end-if

               if  ws-exportar-consolidacao = "X"
               or  ws-exportar-consolidacao = "x" then
                    move "EXPORTAR CONSOLID." to ws-aud-acao
                    perform exportar-consolidacao
                    move ws-nome-arq-transf to ws-aud-chave
                    perform registrar-funcao-auditoria
               end-if

               if  ws-importar-consolidacao = "X"
               or  ws-importar-consolidacao = "x" then
      *>            a carga regrava jornal, placar, fichas e estatisticas
                    move "IMPORTAR CONSOLID." to ws-aud-acao
                    perform exigir-supervisor
                    if not ws-funcao-liberada then
                        continue
                    else
                    if ws-trava-alheia then
                        move "Em uso em outro terminal - ver Liberar Trava"
                          to ws-msn
                    else
                        perform importar-consolidacao
                        move ws-nome-arq-transf to ws-aud-chave
                        perform registrar-funcao-auditoria
                    end-if
                    end-if
               end-if

               if  ws-boletim-jogador = "X"
               or  ws-boletim-jogador = "x" then
                    perform boletim-jogadores
               end-if

           end-perform
           exit.

      *>------------------------------------------------------------------------
      *>  Fechamento do dia em lote, sem telas: reconciliacao do jornal,
      *>  resumo diario, exportacoes, rankings e, com o placar perto do
      *>  limite, arquivamento. Datas e opcoes vem de arqParametros.dat.
      *>  Respeita a trava de sessao (com um terminal jogando nao roda),
      *>  registra cada passo em arqFechamentoLog.dat e guarda o ultimo
      *>  passo concluido em arqFechamentoCtl.dat: se um passo falhar, a
      *>  proxima execucao do mesmo dia retoma dele. Termina com codigo de
      *>  retorno 0 (ok) ou 8 (passo com erro ou trava em uso)
      *>------------------------------------------------------------------------
       fechamento-diario section.

           move "S" to ws-flag-fechamento
           move "FECHAMENTO AUTOMATICO" to ws-nome-operador
      *>    o lote agendado roda com autoridade de supervisor
           move "S" to ws-oper-papel
           move zero to return-code
           move zero to ws-fech-log-hora-ini

           perform carregar-tabela-estados
           perform carregar-tabela-municipios
           perform converter-cadastro-jogadores
           perform carregar-estatisticas

           move spaces to ws-msn
           perform carregar-parametros

           open extend arqFechamentoLog
           if ws-fs-arqFechamentoLog = 35 then
               open output arqFechamentoLog
           end-if

           if ws-fs-arqFechamentoLog <> 0 then
               move 10                                    to ws-msn-erro-ofsset
               move ws-fs-arqFechamentoLog                to ws-msn-erro-cod
               move "Erro ao abrir arq. arqFechamentoLog"  to ws-msn-erro-text
               perform finaliza-anormal
           end-if

           accept ws-data-atual from date yyyymmdd
           if ws-param-fech-data = 0 then
               move ws-data-atual to ws-fech-data
           else
               move ws-param-fech-data to ws-fech-data
           end-if

           move zero to ws-fech-passo
           move "INICIO DO FECHAMENTO" to ws-fech-log-nome
           move zero   to ws-fech-log-qtd
           move "OK"   to ws-fech-log-situacao
           move spaces to ws-fech-log-msn
           string "Fechamento do dia " delimited by size
                  ws-fech-data         delimited by size
                  into ws-fech-log-msn
           perform gravar-log-fechamento

      *>    aviso de linha de parametro invalida vai para o log, ja que
      *>    nao ha menu para mostra-lo
           if ws-msn <> spaces then
               move "PARAMETROS"  to ws-fech-log-nome
               move "AVISO"       to ws-fech-log-situacao
               move ws-msn        to ws-fech-log-msn
               perform gravar-log-fechamento
               move spaces to ws-msn
           end-if

           move "N" to ws-flag-passo-falhou

           perform reivindicar-trava-sessao

           if not ws-trava-propria then
               move "TRAVA DE SESSAO" to ws-fech-log-nome
               move "ERRO"            to ws-fech-log-situacao
               if ws-trava-alheia then
                   move ws-trava-info to ws-fech-log-msn
               else
                   move ws-msn        to ws-fech-log-msn
               end-if
               perform gravar-log-fechamento
               move "S" to ws-flag-passo-falhou
           else

               perform ler-controle-fechamento

               if not ws-passo-falhou then
                   if ws-fech-passo-ini > 5 then
                       move "CONTROLE"  to ws-fech-log-nome
                       move "OK"        to ws-fech-log-situacao
                       move "Fechamento do dia ja concluido - nada a fazer"
                         to ws-fech-log-msn
                       perform gravar-log-fechamento
                   else
                       if ws-fech-passo-ini > 1 then
                           move "CONTROLE"  to ws-fech-log-nome
                           move "AVISO"     to ws-fech-log-situacao
                           move spaces      to ws-fech-log-msn
                           string "Reinicio a partir do passo " delimited by size
                                  ws-fech-passo-ini             delimited by size
                                  into ws-fech-log-msn
                           perform gravar-log-fechamento
                       end-if

                       perform varying ws-fech-passo from ws-fech-passo-ini by 1
                               until ws-fech-passo > 5
                                  or ws-passo-falhou
                           perform executar-passo-fechamento
                       end-perform
                   end-if
               end-if

               perform liberar-trava-propria
           end-if

           move zero   to ws-fech-passo
           move "FIM DO FECHAMENTO" to ws-fech-log-nome
           move zero   to ws-fech-log-qtd
           if ws-passo-falhou then
               move "ERRO" to ws-fech-log-situacao
               move "Fechamento interrompido - corrigir e rodar de novo"
                 to ws-fech-log-msn
               move 8 to return-code
           else
               move "OK"   to ws-fech-log-situacao
               move spaces to ws-fech-log-msn
               move zero   to return-code
           end-if
           perform gravar-log-fechamento

           close arqFechamentoLog

           stop run
           .
       fechamento-diario-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Executa um passo do fechamento (ws-fech-passo), grava a linha do
      *>  log e, se deu certo, avanca o controle de reinicio. Os jobs
      *>  devolvem a situacao em ws-msn, como fazem para o menu: mensagem
      *>  comecando por "Erro" ou "Layout" (arquivo em layout antigo) e
      *>  falha do passo; as demais sao informativas
      *>------------------------------------------------------------------------
       executar-passo-fechamento section.

           accept ws-hora-atual from time
           move ws-hora-atual to ws-fech-log-hora-ini

           move spaces to ws-msn
           move zero   to ws-fech-log-qtd
           move "OK"   to ws-fech-log-situacao

           if ws-fech-passo = 1 then
               move "RECONCILIAR JORNAL" to ws-fech-log-nome
               perform reconciliar-jornal
               move ws-qtd-linhas-jornal to ws-fech-log-qtd
           else
           if ws-fech-passo = 2 then
               move "RESUMO DIARIO" to ws-fech-log-nome
               move ws-fech-data to ws-resumo-data-ini
               move ws-fech-data to ws-resumo-data-fim
               perform resumo-diario-jornal
               move ws-res-qtd-perguntas to ws-fech-log-qtd
           else
           if ws-fech-passo = 3 then
               move "EXPORTAR ESTAT/PLACAR" to ws-fech-log-nome
               move zero to ws-qtd-export-placar
               perform exportar-estatisticas
               move ws-qtd-export-placar to ws-fech-log-qtd
           else
           if ws-fech-passo = 4 then
               move "RANKINGS JOGADORES" to ws-fech-log-nome
               if ws-param-fech-ranking = 2 then
                   move "T" to ws-rank-criterio
               else
               if ws-param-fech-ranking = 3 then
                   move "V" to ws-rank-criterio
               else
               if ws-param-fech-ranking = 4 then
                   move "R" to ws-rank-criterio
               else
                   move "A" to ws-rank-criterio
               end-if
               end-if
               end-if
               perform rankings-jogadores
               move ws-qtd-rank to ws-fech-log-qtd
           else
               move "ARQUIVAR PLACAR" to ws-fech-log-nome
               perform arquivar-placar-fechamento
           end-if
           end-if
           end-if
           end-if

           if ws-msn(1:4) = "Erro" or ws-msn(1:6) = "Layout" then
               move "ERRO" to ws-fech-log-situacao
               move "S"    to ws-flag-passo-falhou
           end-if

           move ws-msn to ws-fech-log-msn
           perform gravar-log-fechamento

           if not ws-passo-falhou then
               perform gravar-controle-fechamento
           end-if
           .
       executar-passo-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ultimo passo do fechamento: so arquiva quando a opcao esta ligada
      *>  e o placar chegou ao percentual configurado do limite de aviso
      *>------------------------------------------------------------------------
       arquivar-placar-fechamento section.

           if ws-param-fech-arquivar = 0 then
               move "PULADO" to ws-fech-log-situacao
               move "Arquivamento desligado nos parametros" to ws-msn
           else

               move zero to ws-qtd-placar-total
               perform verificar-capacidade-placar
               move spaces to ws-msn

               compute ws-fech-limite-arquivo =
                       ws-limite-placar-aviso * ws-param-fech-pct / 100

               if ws-qtd-placar-total < ws-fech-limite-arquivo then
                   move "PULADO" to ws-fech-log-situacao
                   move ws-qtd-placar-total to ws-fech-log-qtd
                   string "Placar com "            delimited by size
                          ws-qtd-placar-total      delimited by size
                          " registros - abaixo do limite" delimited by size
                          into ws-msn
               else
                   if ws-param-fech-corte = 0 then
                       move ws-fech-data to ws-data-corte
                   else
                       move ws-param-fech-corte to ws-data-corte
                   end-if
                   perform arquivar-placar
                   move ws-qtd-arquivados to ws-fech-log-qtd
                   move "ARQUIVAR PLACAR" to ws-aud-acao
                   move ws-data-corte     to ws-aud-chave
                   perform registrar-funcao-auditoria
               end-if
           end-if
           .
       arquivar-placar-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le o controle de reinicio: fechamento da mesma data interrompido
      *>  retoma do passo seguinte ao ultimo concluido; data nova comeca
      *>  do passo 1; fechamento ja concluido devolve passo 6 (nada a fazer)
      *>------------------------------------------------------------------------
       ler-controle-fechamento section.

           move 1 to ws-fech-passo-ini

           open i-o arqFechamentoCtl
           if ws-fs-arqFechamentoCtl = 35 then
               open output arqFechamentoCtl
               close arqFechamentoCtl
               open i-o arqFechamentoCtl
           end-if

           if ws-fs-arqFechamentoCtl <> 0 then
               move "CONTROLE" to ws-fech-log-nome
               move "ERRO"     to ws-fech-log-situacao
               move "Erro ao abrir arq. controle do fechamento"
                 to ws-fech-log-msn
               perform gravar-log-fechamento
               move "S" to ws-flag-passo-falhou
           else
               move 1 to ws-rk-arqFechamentoCtl
               read arqFechamentoCtl

               if  ws-fs-arqFechamentoCtl = 0
               and fd-fech-ctl-data = ws-fech-data then
                   if fd-fech-ctl-situacao = "C" then
                       move 6 to ws-fech-passo-ini
                   else
                       compute ws-fech-passo-ini = fd-fech-ctl-ult-passo + 1
                   end-if
               end-if

               close arqFechamentoCtl
           end-if
           .
       ler-controle-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o controle de reinicio com o passo que acabou de concluir;
      *>  o quinto passo concluido fecha o dia
      *>------------------------------------------------------------------------
       gravar-controle-fechamento section.

           move spaces to ws-fech-log-msn

           open i-o arqFechamentoCtl
           if ws-fs-arqFechamentoCtl = 0 then

               move 1 to ws-rk-arqFechamentoCtl
               read arqFechamentoCtl

               move ws-fech-data  to fd-fech-ctl-data
               move ws-fech-passo to fd-fech-ctl-ult-passo
               if ws-fech-passo = 5 then
                   move "C" to fd-fech-ctl-situacao
               else
                   move "A" to fd-fech-ctl-situacao
               end-if

               if ws-fs-arqFechamentoCtl = 0 then
                   rewrite fd-fech-ctl
               else
                   write fd-fech-ctl
               end-if

               if ws-fs-arqFechamentoCtl <> 0 then
                   move "Erro ao gravar arq. controle do fechamento"
                     to ws-fech-log-msn
               end-if

               close arqFechamentoCtl
           else
               move "Erro ao abrir arq. controle do fechamento"
                 to ws-fech-log-msn
           end-if

      *>    sem o controle gravado o reinicio voltaria a um passo ja feito;
      *>    o fechamento para aqui com RC 8
           if ws-fech-log-msn(1:4) = "Erro" then
               move "CONTROLE" to ws-fech-log-nome
               move "ERRO"     to ws-fech-log-situacao
               move zero       to ws-fech-log-qtd
               perform gravar-log-fechamento
               move "S" to ws-flag-passo-falhou
           end-if
           .
       gravar-controle-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha do log do fechamento; hora de inicio em branco
      *>  (zero) vira a hora corrente
      *>------------------------------------------------------------------------
       gravar-log-fechamento section.

           accept ws-hora-atual from time

           move ws-fech-data   to ws-fech-log-data
           move ws-fech-passo  to ws-fech-log-passo
           move ws-hora-atual  to ws-fech-log-hora-fim
           if ws-fech-log-hora-ini = 0 then
               move ws-hora-atual to ws-fech-log-hora-ini
           end-if

           write fd-fech-log-linha from ws-linha-fech-log

           move zero to ws-fech-log-hora-ini
           .
       gravar-log-fechamento-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Gera uma geracao de backup do arquivo em ws-bkp-arquivo, em nome
      *>  do job em ws-bkp-job, e apaga as geracoes que passarem do limite
      *>  do parametro. Arquivo que ainda nao existe nao tem o que copiar
      *>  e conta como backup feito. Devolve ws-backup-ok; em caso de
      *>  falha a mensagem fica em ws-msn e o job nao deve regravar nada
      *>------------------------------------------------------------------------
       gerar-backup-arquivo section.

           move "S" to ws-flag-backup-ok

           call "CBL_CHECK_FILE_EXIST" using ws-bkp-arquivo
                                             ws-bkp-det-arquivo
           if return-code = 0 then
               perform copiar-geracao-backup
               if ws-backup-ok then
                   perform podar-geracoes-backup
               end-if
           end-if

           move zero to return-code
           .
       gerar-backup-arquivo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o arquivo para <arquivo>.<data><hora> e anota a copia no
      *>  catalogo de backups
      *>------------------------------------------------------------------------
       copiar-geracao-backup section.

           accept ws-data-atual from date yyyymmdd
           accept ws-hora-atual from time

           move spaces to ws-bkp-geracao
           string ws-bkp-arquivo delimited by space
                  "."            delimited by size
                  ws-data-atual  delimited by size
                  ws-hora-atual  delimited by size
                  into ws-bkp-geracao

           call "CBL_COPY_FILE" using ws-bkp-arquivo
                                      ws-bkp-geracao
           if return-code <> 0 then
               move "N" to ws-flag-backup-ok
               move spaces to ws-msn
               string "Erro ao gerar backup de " delimited by size
                      ws-bkp-arquivo             delimited by space
                      into ws-msn
           else
               perform catalogar-geracao-backup
           end-if

           move zero to return-code
           .
       copiar-geracao-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota a geracao recem-copiada no primeiro slot livre do catalogo
      *>------------------------------------------------------------------------
       catalogar-geracao-backup section.

           open i-o arqBackups
           if ws-fs-arqBackups = 35 then
               open output arqBackups
               close arqBackups
               open i-o arqBackups
           end-if

           if ws-fs-arqBackups <> 0 then
               move "N" to ws-flag-backup-ok
               move "Erro ao abrir arq. catalogo de backups" to ws-msn
           else

               move zero to ws-rk-bkp-livre
               perform varying ws-ind-bkp from 1 by 1
                       until ws-ind-bkp > 999
                          or ws-rk-bkp-livre <> 0
                   move ws-ind-bkp to ws-rk-arqBackups
                   read arqBackups
                   if ws-fs-arqBackups = 23
                   or (ws-fs-arqBackups = 0 and fd-bkp-arquivo = spaces) then
                       move ws-ind-bkp to ws-rk-bkp-livre
                   end-if
               end-perform

               if ws-rk-bkp-livre = 0 then
                   move "N" to ws-flag-backup-ok
                   move "Catalogo de backups cheio" to ws-msn
               else
                   move ws-rk-bkp-livre to ws-rk-arqBackups
                   read arqBackups

                   move ws-bkp-arquivo  to fd-bkp-arquivo
                   move ws-bkp-geracao  to fd-bkp-geracao
                   move ws-data-atual   to fd-bkp-data
                   move ws-hora-atual   to fd-bkp-hora
                   move ws-bkp-job      to fd-bkp-job

                   if ws-fs-arqBackups = 0 then
                       rewrite fd-backup
                   else
                       write fd-backup
                   end-if

                   if ws-fs-arqBackups <> 0 then
                       move "N" to ws-flag-backup-ok
                       move "Erro ao gravar arq. catalogo de backups"
                         to ws-msn
                   end-if
               end-if

               close arqBackups
           end-if
           .
       catalogar-geracao-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Enquanto o arquivo em ws-bkp-arquivo tiver mais geracoes que o
      *>  parametro manda guardar, apaga a mais antiga (copia e slot)
      *>------------------------------------------------------------------------
       podar-geracoes-backup section.

           open i-o arqBackups
           if ws-fs-arqBackups = 0 then

               perform contar-geracoes-backup

               perform until ws-qtd-bkp-geracoes <= ws-param-geracoes-backup
                          or ws-rk-bkp-antigo = 0

                   move ws-rk-bkp-antigo to ws-rk-arqBackups
                   read arqBackups
                   if ws-fs-arqBackups = 0 then
                       call "CBL_DELETE_FILE" using fd-bkp-geracao
                       move spaces to fd-backup
                       move zero   to fd-bkp-data
                       move zero   to fd-bkp-hora
                       rewrite fd-backup
                   end-if

                   if ws-fs-arqBackups = 0 then
                       perform contar-geracoes-backup
                   else
                       move zero to ws-rk-bkp-antigo
                   end-if

               end-perform

               close arqBackups
           end-if

           move zero to return-code
           .
       podar-geracoes-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta as geracoes do arquivo em ws-bkp-arquivo e guarda o slot da
      *>  mais antiga (menor data/hora) em ws-rk-bkp-antigo
      *>------------------------------------------------------------------------
       contar-geracoes-backup section.

           move zero to ws-qtd-bkp-geracoes
           move zero to ws-rk-bkp-antigo
           move high-values to ws-bkp-dh-antigo

           move 1 to ws-rk-arqBackups
           start arqBackups key is >= ws-rk-arqBackups

           perform until ws-fs-arqBackups <> 0

               read arqBackups next record

               if  ws-fs-arqBackups = 0
               and fd-bkp-arquivo = ws-bkp-arquivo then
                   add 1 to ws-qtd-bkp-geracoes
                   move fd-bkp-data to ws-bkp-dh-lido-data
                   move fd-bkp-hora to ws-bkp-dh-lido-hora
                   if ws-bkp-dh-lido < ws-bkp-dh-antigo then
                       move ws-bkp-dh-lido   to ws-bkp-dh-antigo
                       move ws-rk-arqBackups to ws-rk-bkp-antigo
                   end-if
               end-if

           end-perform

           move zero to ws-fs-arqBackups
           .
       contar-geracoes-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Tela de restauracao de backup: o operador escolhe o arquivo, ve
      *>  as geracoes guardadas e escolhe a linha a repor. O arquivo atual
      *>  vira uma geracao antes da troca, e depois da troca a tabela em
      *>  memoria e recarregada e a verificacao de integridade da subida
      *>  roda de novo sobre o resultado
      *>------------------------------------------------------------------------
       restaurar-backup section.

           move space  to ws-sair
           move space  to ws-msn
           move spaces to ws-rst-arquivo
           move zero   to ws-rst-linha-sel
           move spaces to ws-rst-arquivo-lista
           move zero   to ws-qtd-rst-lista
           perform varying ws-ind-rst from 1 by 1 until ws-ind-rst > 10
               move spaces to ws-rst-tela-linha(ws-ind-rst)
           end-perform

           perform until ws-sair = "V"
                      or ws-sair = "v"

               display sc-tela-restaurar
               accept sc-tela-restaurar

               move space to ws-msn

               if  ws-sair <> "V" and ws-sair <> "v" then
                   if ws-rst-arquivo = spaces then
                       move zero to ws-qtd-rst-lista
                       perform varying ws-ind-rst from 1 by 1
                               until ws-ind-rst > 10
                           move spaces to ws-rst-tela-linha(ws-ind-rst)
                       end-perform
                       move "Informe o nome do arquivo" to ws-msn
                   else
      *>                a linha escolhida so vale para a lista que estava
      *>                na tela; trocou o arquivo, a lista e refeita antes
                       if ws-rst-linha-sel > 0 then
                           if ws-rst-arquivo = ws-rst-arquivo-lista then
                               perform repor-geracao-backup
                               move "RESTAURAR BACKUP" to ws-aud-acao
                               move ws-rst-arquivo     to ws-aud-chave
                               perform registrar-funcao-auditoria
                           else
                               move "Lista refeita - escolha a linha de novo"
                                 to ws-msn
                           end-if
                       end-if
                       move zero to ws-rst-linha-sel
                       perform listar-geracoes-backup
                   end-if
               end-if

           end-perform
           .
       restaurar-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a lista de geracoes do arquivo escolhido, da mais nova para
      *>  a mais antiga
      *>------------------------------------------------------------------------
       listar-geracoes-backup section.

           move zero to ws-qtd-rst-lista
           perform varying ws-ind-rst from 1 by 1 until ws-ind-rst > 10
               move spaces to ws-rst-tela-linha(ws-ind-rst)
           end-perform

           move ws-rst-arquivo to ws-rst-arquivo-lista

           open input arqBackups
           if ws-fs-arqBackups = 0 then

               move 1 to ws-rk-arqBackups
               start arqBackups key is >= ws-rk-arqBackups

               perform until ws-fs-arqBackups <> 0

                   read arqBackups next record

                   if  ws-fs-arqBackups = 0
                   and fd-bkp-arquivo = ws-rst-arquivo
                   and ws-qtd-rst-lista < 20 then
                       add 1 to ws-qtd-rst-lista
                       move fd-bkp-data    to ws-rst-lst-data(ws-qtd-rst-lista)
                       move fd-bkp-hora    to ws-rst-lst-hora(ws-qtd-rst-lista)
                       move fd-bkp-job     to ws-rst-lst-job(ws-qtd-rst-lista)
                       move fd-bkp-geracao to ws-rst-lst-geracao(ws-qtd-rst-lista)
                   end-if

               end-perform

               close arqBackups
           end-if

      *>    ordena da mais nova para a mais antiga
           perform varying ws-ind-rst from 1 by 1
                   until ws-ind-rst >= ws-qtd-rst-lista
               perform varying ws-ind-rst-2 from 1 by 1
                       until ws-ind-rst-2 > ws-qtd-rst-lista - ws-ind-rst
                   if ws-rst-lst-data(ws-ind-rst-2) <
                      ws-rst-lst-data(ws-ind-rst-2 + 1)
                   or (ws-rst-lst-data(ws-ind-rst-2) =
                       ws-rst-lst-data(ws-ind-rst-2 + 1)
                   and ws-rst-lst-hora(ws-ind-rst-2) <
                       ws-rst-lst-hora(ws-ind-rst-2 + 1)) then
                       move ws-rst-lista(ws-ind-rst-2)     to ws-rst-lista-aux
                       move ws-rst-lista(ws-ind-rst-2 + 1)
                         to ws-rst-lista(ws-ind-rst-2)
                       move ws-rst-lista-aux
                         to ws-rst-lista(ws-ind-rst-2 + 1)
                   end-if
               end-perform
           end-perform

           if ws-qtd-rst-lista > 10 then
               move 10 to ws-qtd-rst-lista
           end-if

           perform varying ws-ind-rst from 1 by 1
                   until ws-ind-rst > ws-qtd-rst-lista
               move ws-rst-lst-hora(ws-ind-rst)(1:2) to ws-rst-hh
               move ws-rst-lst-hora(ws-ind-rst)(3:2) to ws-rst-mm
               move ws-rst-lst-hora(ws-ind-rst)(5:2) to ws-rst-ss
               string ws-ind-rst                     delimited by size
                      " "                            delimited by size
                      ws-rst-lst-data(ws-ind-rst)    delimited by size
                      " "                            delimited by size
                      ws-rst-hora-edit               delimited by size
                      " "                            delimited by size
                      ws-rst-lst-job(ws-ind-rst)     delimited by size
                      " "                            delimited by size
                      ws-rst-lst-geracao(ws-ind-rst) delimited by size
                      into ws-rst-tela-linha(ws-ind-rst)
           end-perform

           if ws-msn = spaces then
               if ws-qtd-rst-lista = 0 then
                   move "Nenhuma geracao guardada deste arquivo" to ws-msn
               else
                   string ws-qtd-rst-lista           delimited by size
                          " geracao(oes) - escolha a linha" delimited by size
                          into ws-msn
               end-if
           end-if
           .
       listar-geracoes-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Repoe a geracao da linha escolhida: guarda o arquivo atual como
      *>  nova geracao, copia a escolhida por cima, so entao poda as
      *>  geracoes (a escolhida pode ser a mais antiga), recarrega a tabela
      *>  em memoria do arquivo e roda a verificacao de integridade
      *>------------------------------------------------------------------------
       repor-geracao-backup section.

           if ws-rst-linha-sel > ws-qtd-rst-lista then
               move "Linha fora da lista" to ws-msn
           else

               move ws-rst-arquivo                    to ws-bkp-arquivo
               move "RESTAURACAO"                     to ws-bkp-job
               move "S"                               to ws-flag-backup-ok

               call "CBL_CHECK_FILE_EXIST"
                   using ws-rst-lst-geracao(ws-rst-linha-sel)
                         ws-bkp-det-arquivo
               if return-code <> 0 then
                   move "Copia da geracao nao achada no disco" to ws-msn
               else

                   call "CBL_CHECK_FILE_EXIST" using ws-bkp-arquivo
                                                     ws-bkp-det-arquivo
                   if return-code = 0 then
                       perform copiar-geracao-backup
                   end-if

                   if ws-backup-ok then
                       call "CBL_COPY_FILE"
                           using ws-rst-lst-geracao(ws-rst-linha-sel)
                                 ws-bkp-arquivo
                       if return-code <> 0 then
                           move spaces to ws-msn
                           string "Erro ao restaurar " delimited by size
                                  ws-bkp-arquivo       delimited by space
                                  into ws-msn
                       else
                           perform podar-geracoes-backup

                           if ws-bkp-arquivo = "arqEstadosRel.dat" then
                               perform carregar-tabela-estados
                           end-if
                           if ws-bkp-arquivo = "arqMunicipios.dat" then
                               perform carregar-tabela-municipios
                           end-if
                           if ws-bkp-arquivo = "arqPerguntas.dat" then
                               perform carregar-tabela-perguntas
                           end-if
                           if ws-bkp-arquivo = "arqEstatisticas.dat" then
                               perform carregar-estatisticas
                           end-if

                           perform verificar-integridade-dados

                           move spaces to ws-msn
                           if ws-qtd-problemas = 0 then
                               move "Restaurado - verificacao sem problemas"
                                 to ws-msn
                           else
                               string "Restaurado - verificacao achou " delimited by size
                                      ws-qtd-problemas            delimited by size
                                      " problema(s)"              delimited by size
                                      into ws-msn
                           end-if
                       end-if
                   end-if
               end-if
           end-if

           move zero to return-code
           .
       repor-geracao-backup-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Unificacao de jogadores: o supervisor informa o nome que fica e
      *>  ate cinco nomes duplicados do mesmo jogador ("Joao Silva", "JOAO
      *>  SILVA", "Joao S."). Sem confirmacao a tela so mostra as fichas
      *>  encontradas; com "S" as fichas sao somadas, e jornal, ajustes,
      *>  placar, torneio aberto, roster e dominio passam para o nome que
      *>  fica. Cada unificacao vira registro proprio em arqUnificacoes.dat
      *>------------------------------------------------------------------------
       unificar-jogadores section.

           move space  to ws-sair
           move space  to ws-msn
           move spaces to ws-tela-unificar
           move ws-nome-operador to ws-unf-supervisor
           perform varying ws-ind-unf from 1 by 1 until ws-ind-unf > 6
               move spaces to ws-unf-tela-linha(ws-ind-unf)
           end-perform

           perform until ws-sair = "V"
                      or ws-sair = "v"

               display sc-tela-unificar
               accept sc-tela-unificar

               move space to ws-msn

               if  ws-sair <> "V" and ws-sair <> "v" then
                   perform varying ws-ind-unf from 1 by 1
                           until ws-ind-unf > 6
                       move spaces to ws-unf-tela-linha(ws-ind-unf)
                   end-perform

                   perform validar-unificacao

                   if ws-unf-ok then
                       if ws-unf-confirma = "S"
                       or ws-unf-confirma = "s" then
                           perform executar-unificacao
                           if ws-backup-ok then
                               perform montar-tela-unificacao
                           end-if
                           if ws-msn = spaces then
                               move "Unificado - ver arqUnificacoes.dat"
                                 to ws-msn
                               perform varying ws-ind-unf from 1 by 1
                                       until ws-ind-unf > 5
                                   move spaces to ws-unf-duplicado(ws-ind-unf)
                               end-perform
                           end-if
                           move "UNIFICAR JOGADORES" to ws-aud-acao
                           move ws-unf-sobrevivente  to ws-aud-chave
                           perform registrar-funcao-auditoria
                       else
                           perform conferir-fichas-unificacao
                           perform montar-tela-unificacao
                           if ws-msn = spaces then
                               move "Confira as fichas e confirme com S"
                                 to ws-msn
                           end-if
                       end-if
                   end-if

                   move space to ws-unf-confirma
               end-if

           end-perform
           .
       unificar-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere os nomes da tela e monta a tabela de nomes (o que fica na
      *>  posicao 1, os duplicados sem brancos e sem repeticao em seguida)
      *>------------------------------------------------------------------------
       validar-unificacao section.

           move "N" to ws-flag-unf-ok

           if ws-unf-sobrevivente = spaces then
               move "Informe o nome que fica" to ws-msn
           else

               perform varying ws-ind-unf from 1 by 1 until ws-ind-unf > 6
                   move spaces to ws-unf-nome(ws-ind-unf)
               end-perform

               move 1                   to ws-qtd-unf-nomes
               move ws-unf-sobrevivente to ws-unf-nome(1)

               perform varying ws-ind-unf-2 from 1 by 1
                       until ws-ind-unf-2 > 5
                          or ws-msn <> spaces
                   if ws-unf-duplicado(ws-ind-unf-2) <> spaces then
                       move ws-unf-duplicado(ws-ind-unf-2) to ws-nome-busca
                       perform localizar-duplicado-unif
                       if ws-unf-duplicado(ws-ind-unf-2) =
                          ws-unf-sobrevivente then
                           move "Duplicado igual ao nome que fica" to ws-msn
                       else
                       if ws-ind-unf-achado > 0 then
                           move "Duplicado repetido na lista" to ws-msn
                       else
                           add 1 to ws-qtd-unf-nomes
                           move ws-unf-duplicado(ws-ind-unf-2)
                             to ws-unf-nome(ws-qtd-unf-nomes)
                       end-if
                       end-if
                   end-if
               end-perform

               if ws-msn = spaces then
                   if ws-qtd-unf-nomes < 2 then
                       move "Informe ao menos um nome duplicado" to ws-msn
                   else

      *>                jogador com partida aberta neste terminal ainda vai
      *>                gravar ficha e placar no nome antigo
                       move "N" to ws-flag-unf-em-partida
                       perform varying ws-ind-jog from 1 by 1
                               until ws-ind-jog > 8
                           if ws-sessao-perguntas(ws-ind-jog) > 0 then
                               move ws-nome-jog(ws-ind-jog) to ws-nome-busca
                               perform localizar-duplicado-unif
                               if ws-ind-unf-achado > 0
                               or ws-nome-jog(ws-ind-jog) =
                                  ws-unf-sobrevivente then
                                   move "S" to ws-flag-unf-em-partida
                               end-if
                           end-if
                       end-perform

                       if ws-unf-em-partida then
                           move "Jogador em partida aberta - unifique depois do fim"
                             to ws-msn
                       else
                           move "S" to ws-flag-unf-ok
                       end-if
                   end-if
               end-if

           end-if
           .
       validar-unificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Procura ws-nome-busca entre os duplicados da tabela de nomes;
      *>  devolve a posicao em ws-ind-unf-achado (zero = nao e duplicado)
      *>------------------------------------------------------------------------
       localizar-duplicado-unif section.

           move zero to ws-ind-unf-achado

           perform varying ws-ind-unf from 2 by 1
                   until ws-ind-unf > ws-qtd-unf-nomes
                      or ws-ind-unf-achado > 0
               if ws-unf-nome(ws-ind-unf) = ws-nome-busca then
                   move ws-ind-unf to ws-ind-unf-achado
               end-if
           end-perform
           .
       localizar-duplicado-unif-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Le a ficha de cada nome da tabela sem alterar nada, para o
      *>  supervisor conferir antes de confirmar
      *>------------------------------------------------------------------------
       conferir-fichas-unificacao section.

           open input arqJogadores
           if ws-fs-arqJogadores <> 0
           and ws-fs-arqJogadores <> 35 then
               move "Erro ao abrir arq. jogadores" to ws-msn
           else

               perform varying ws-ind-unf from 1 by 1
                       until ws-ind-unf > ws-qtd-unf-nomes
                   move "N" to ws-flag-perfil-achado
                   if ws-fs-arqJogadores = 0 then
                       move ws-unf-nome(ws-ind-unf) to ws-nome-busca
                       perform localizar-perfil-jogador
                   end-if
                   if ws-perfil-achado then
                       move "S"              to ws-unf-fic-achada(ws-ind-unf)
                       move fd-jog-perguntas to ws-unf-fic-perguntas(ws-ind-unf)
                   else
                       move "N"  to ws-unf-fic-achada(ws-ind-unf)
                       move zero to ws-unf-fic-perguntas(ws-ind-unf)
                   end-if
               end-perform

               if ws-fs-arqJogadores <> 35 then
                   close arqJogadores
               end-if
           end-if
           .
       conferir-fichas-unificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta as linhas da tela com a ficha de cada nome e quantos
      *>  registros de cada arquivo passaram para o nome que fica
      *>------------------------------------------------------------------------
       montar-tela-unificacao section.

           perform varying ws-ind-unf from 1 by 1
                   until ws-ind-unf > ws-qtd-unf-nomes
               move spaces                   to ws-unf-linha-res
               move ws-unf-nome(ws-ind-unf)  to ws-unf-res-nome
               if ws-unf-fic-achada(ws-ind-unf) = "S" then
                   move "sim" to ws-unf-res-ficha
               else
                   move "nao" to ws-unf-res-ficha
               end-if
               move ws-unf-fic-perguntas(ws-ind-unf)
                 to ws-unf-res-perguntas(4:6)
      *>        as contagens so existem depois da unificacao confirmada
               if  ws-ind-unf > 1
               and (ws-unf-confirma = "S" or ws-unf-confirma = "s") then
                   move ws-unf-qtd-jornal(ws-ind-unf)
                     to ws-unf-res-jornal
                   move ws-unf-qtd-placar(ws-ind-unf)
                     to ws-unf-res-placar(3:4)
                   move ws-unf-qtd-ajustes(ws-ind-unf)
                     to ws-unf-res-ajustes(4:4)
                   move ws-unf-qtd-roster(ws-ind-unf)
                     to ws-unf-res-roster(5:2)
               end-if
               move ws-unf-linha-res to ws-unf-tela-linha(ws-ind-unf)
           end-perform
           .
       montar-tela-unificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Executa a unificacao: backup dos arquivos texto e relativos que
      *>  serao regravados, depois cada arquivo passa para o nome que
      *>  fica, na ordem em que a falha deixa menos estrago (as fichas e o
      *>  dominio, indexados, nao tem geracao de backup - a imagem de
      *>  antes de cada ficha vai para o log da unificacao). O log e
      *>  gravado mesmo quando um passo falha, com tipo "F" no fechamento
      *>------------------------------------------------------------------------
       executar-unificacao section.

           perform varying ws-ind-unf from 1 by 1 until ws-ind-unf > 6
               move "N"  to ws-unf-fic-achada(ws-ind-unf)
               move zero to ws-unf-fic-partidas(ws-ind-unf)
               move zero to ws-unf-fic-perguntas(ws-ind-unf)
               move zero to ws-unf-fic-acertos(ws-ind-unf)
               move zero to ws-unf-fic-duracao(ws-ind-unf)
               move zero to ws-unf-fic-vitorias(ws-ind-unf)
               move zero to ws-unf-tor-pontos(ws-ind-unf)
               move zero to ws-unf-tor-acertos(ws-ind-unf)
               move zero to ws-unf-qtd-jornal(ws-ind-unf)
               move zero to ws-unf-qtd-placar(ws-ind-unf)
               move zero to ws-unf-qtd-ajustes(ws-ind-unf)
               move zero to ws-unf-qtd-roster(ws-ind-unf)
               move zero to ws-unf-qtd-dominio(ws-ind-unf)
               move "N"  to ws-unf-rat-achado(ws-ind-unf)
               move zero to ws-unf-rat-valor(ws-ind-unf)
               move zero to ws-unf-rat-partidas(ws-ind-unf)
           end-perform
           move zero to ws-unf-rat-ponderado

           move "UNIFICAR JOGADORES" to ws-bkp-job

           move "arqJornal.dat"      to ws-bkp-arquivo
           perform gerar-backup-arquivo
           if ws-backup-ok then
               move "arqAjustes.dat" to ws-bkp-arquivo
               perform gerar-backup-arquivo
           end-if
           if ws-backup-ok then
               move "arqPlacar.dat"  to ws-bkp-arquivo
               perform gerar-backup-arquivo
           end-if
           if ws-backup-ok then
               move "arqRoster.dat"  to ws-bkp-arquivo
               perform gerar-backup-arquivo
           end-if

           if ws-backup-ok then

               perform unificar-jornal

               if ws-msn = spaces then
                   perform unificar-ajustes
               end-if

               if ws-msn = spaces then
                   perform unificar-placar
               end-if

               if ws-msn = spaces then
                   perform unificar-cadastro-jogadores
               end-if

               if ws-msn = spaces then
                   perform unificar-dominio
               end-if

               if ws-msn = spaces then
                   perform unificar-ratings
               end-if

               if ws-msn = spaces then
                   perform unificar-torneio
               end-if

               if ws-msn = spaces then
                   perform unificar-roster
               end-if

      *>        jogadores ja carregados neste terminal passam a jogar com
      *>        o nome que fica
               perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > 8
                   move ws-nome-jog(ws-ind-jog) to ws-nome-busca
                   perform localizar-duplicado-unif
                   if ws-ind-unf-achado > 0 then
                       move ws-unf-sobrevivente to ws-nome-jog(ws-ind-jog)
                   end-if
               end-perform

               perform gravar-log-unificacao

           end-if
           .
       executar-unificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o jornal pelo arquivo de trabalho trocando o nome dos
      *>  duplicados pelo nome que fica. So linhas de pergunta ("A"/"E")
      *>  tem jogador no nome; as linhas "T" da trava tem o operador
      *>------------------------------------------------------------------------
       unificar-jornal section.

           open input arqJornal
           if ws-fs-arqJornal = 35 then
               continue
           else
           if ws-fs-arqJornal <> 0 then
               move "Erro ao abrir arq. jornal" to ws-msn
           else

               open output arqTrabalho
               if ws-fs-arqTrabalho <> 0 then
                   move "Erro ao abrir arq. de trabalho" to ws-msn
               else

                   perform until ws-fs-arqJornal <> 0
                              or ws-msn <> spaces

                       read arqJornal

                       if ws-fs-arqJornal = 0 then
                           move fd-jornal-linha to ws-linha-jornal
                           if ws-jornal-resultado = "A"
                           or ws-jornal-resultado = "E" then
                               move ws-jornal-nome to ws-nome-busca
                               perform localizar-duplicado-unif
                               if ws-ind-unf-achado > 0 then
                                   move ws-unf-sobrevivente to ws-jornal-nome
                                   add 1 to ws-unf-qtd-jornal(ws-ind-unf-achado)
                               end-if
                           end-if
                           write fd-trabalho-linha from ws-linha-jornal
                           if ws-fs-arqTrabalho <> 0 then
                               move "Erro ao gravar arq. de trabalho" to ws-msn
                           end-if
                       else
                           if ws-fs-arqJornal <> 10 then
                               move "Erro ao ler arq. jornal" to ws-msn
                           end-if
                       end-if

                   end-perform

                   close arqTrabalho
               end-if

               close arqJornal

               if ws-msn = spaces then
                   move "arqJornal.dat" to ws-unf-arq-destino
                   perform repor-arquivo-trabalho
               end-if
           end-if
           end-if
           .
       unificar-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Regrava o arquivo de ajustes da contestacao do mesmo jeito, para
      *>  as anulacoes continuarem batendo com as linhas do jornal
      *>------------------------------------------------------------------------
       unificar-ajustes section.

           open input arqAjustes
           if ws-fs-arqAjustes = 35 then
               continue
           else
           if ws-fs-arqAjustes <> 0 then
               move "Erro ao abrir arq. ajustes" to ws-msn
           else

               open output arqTrabalho
               if ws-fs-arqTrabalho <> 0 then
                   move "Erro ao abrir arq. de trabalho" to ws-msn
               else

                   perform until ws-fs-arqAjustes <> 0
                              or ws-msn <> spaces

                       read arqAjustes

                       if ws-fs-arqAjustes = 0 then
                           move fd-ajuste-linha to ws-linha-ajuste
                           move ws-ajuste-nome  to ws-nome-busca
                           perform localizar-duplicado-unif
                           if ws-ind-unf-achado > 0 then
                               move ws-unf-sobrevivente to ws-ajuste-nome
                               add 1 to ws-unf-qtd-ajustes(ws-ind-unf-achado)
                           end-if
                           write fd-trabalho-linha from ws-linha-ajuste
                           if ws-fs-arqTrabalho <> 0 then
                               move "Erro ao gravar arq. de trabalho" to ws-msn
                           end-if
                       else
                           if ws-fs-arqAjustes <> 10 then
                               move "Erro ao ler arq. ajustes" to ws-msn
                           end-if
                       end-if

                   end-perform

                   close arqTrabalho
               end-if

               close arqAjustes

               if ws-msn = spaces then
                   move "arqAjustes.dat" to ws-unf-arq-destino
                   perform repor-arquivo-trabalho
               end-if
           end-if
           end-if
           .
       unificar-ajustes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Copia o arquivo de trabalho por cima do arquivo em
      *>  ws-unf-arq-destino e apaga o arquivo de trabalho
      *>------------------------------------------------------------------------
       repor-arquivo-trabalho section.

           call "CBL_COPY_FILE" using ws-nome-arq-trabalho
                                      ws-unf-arq-destino
           if return-code <> 0 then
               move spaces to ws-msn
               string "Erro ao regravar " delimited by size
                      ws-unf-arq-destino  delimited by space
                      into ws-msn
           end-if

           call "CBL_DELETE_FILE" using ws-nome-arq-trabalho

           move zero to return-code
           .
       repor-arquivo-trabalho-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca o nome das sessoes dos duplicados no placar historico
      *>------------------------------------------------------------------------
       unificar-placar section.

           open i-o arqPlacar
           if ws-fs-arqPlacar = 35 then
               continue
           else
           if ws-fs-arqPlacar = 39 then
               move "Layout antigo arqPlacar - regravar arquivo" to ws-msn
           else
           if ws-fs-arqPlacar <> 0 then
               move "Erro ao abrir arq. placar" to ws-msn
           else

               move 1 to ws-rk-arqPlacar
               start arqPlacar key is >= ws-rk-arqPlacar

               perform until ws-fs-arqPlacar <> 0

                   read arqPlacar next record

                   if ws-fs-arqPlacar = 0 then
                       move fd-placar-nome to ws-nome-busca
                       perform localizar-duplicado-unif
                       if ws-ind-unf-achado > 0 then
                           move ws-unf-sobrevivente to fd-placar-nome
                           rewrite fd-placar
                           if ws-fs-arqPlacar <> 0 then
                               move "Erro ao regravar arq. placar" to ws-msn
                           else
                               add 1 to ws-unf-qtd-placar(ws-ind-unf-achado)
                           end-if
                       end-if
                   end-if

               end-perform

               close arqPlacar
           end-if
           end-if
           end-if
           .
       unificar-placar-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma as fichas dos duplicados na ficha do nome que fica (criada
      *>  se ainda nao existir), recalcula acuracia e tempo medio e apaga
      *>  as fichas dos duplicados. Guarda a imagem de cada ficha antes
      *>------------------------------------------------------------------------
       unificar-cadastro-jogadores section.

           open i-o arqJogadores
           if ws-fs-arqJogadores = 35 then
               open output arqJogadores
               close arqJogadores
               open i-o arqJogadores
           end-if

           if ws-fs-arqJogadores <> 0 then
               move "Erro ao abrir arq. jogadores" to ws-msn
           else

               move zero to ws-unf-total
               move zero to ws-qtd-unf-fichas

               perform varying ws-ind-unf-2 from 1 by 1
                       until ws-ind-unf-2 > ws-qtd-unf-nomes
                   move ws-unf-nome(ws-ind-unf-2) to ws-nome-busca
                   perform localizar-perfil-jogador
                   if ws-perfil-achado then
                       add 1 to ws-qtd-unf-fichas
                       move "S"                  to ws-unf-fic-achada(ws-ind-unf-2)
                       move fd-jog-partidas      to ws-unf-fic-partidas(ws-ind-unf-2)
                       move fd-jog-perguntas     to ws-unf-fic-perguntas(ws-ind-unf-2)
                       move fd-jog-acertos       to ws-unf-fic-acertos(ws-ind-unf-2)
                       move fd-jog-duracao-total to ws-unf-fic-duracao(ws-ind-unf-2)
                       move fd-jog-vitorias      to ws-unf-fic-vitorias(ws-ind-unf-2)
                       add fd-jog-partidas       to ws-unf-tot-partidas
                       add fd-jog-perguntas      to ws-unf-tot-perguntas
                       add fd-jog-acertos        to ws-unf-tot-acertos
                       add fd-jog-duracao-total  to ws-unf-tot-duracao
                       add fd-jog-vitorias       to ws-unf-tot-vitorias
                   end-if
               end-perform

      *>        a ficha somada e gravada antes de apagar as dos duplicados:
      *>        uma falha no meio deixa movimento em dobro, nunca perdido
               if ws-qtd-unf-fichas > 0 then
                   move ws-unf-sobrevivente to ws-nome-busca
                   perform localizar-perfil-jogador

                   move ws-unf-sobrevivente  to fd-jog-nome
                   move ws-unf-tot-partidas  to fd-jog-partidas
                   move ws-unf-tot-perguntas to fd-jog-perguntas
                   move ws-unf-tot-acertos   to fd-jog-acertos
                   move ws-unf-tot-duracao   to fd-jog-duracao-total
                   move ws-unf-tot-vitorias  to fd-jog-vitorias
                   if fd-jog-perguntas > 0 then
                       compute fd-jog-acuracia =
                           fd-jog-acertos * 100 / fd-jog-perguntas
                       compute fd-jog-tempo-medio =
                           fd-jog-duracao-total / fd-jog-perguntas
                   else
                       move zero to fd-jog-acuracia
                       move zero to fd-jog-tempo-medio
                   end-if

                   if ws-perfil-achado then
                       rewrite fd-jogador
                   else
                       write fd-jogador
                   end-if

                   if ws-fs-arqJogadores <> 0 then
                       move "Erro ao gravar arq. jogadores" to ws-msn
                   end-if
               end-if

               perform varying ws-ind-unf-2 from 2 by 1
                       until ws-ind-unf-2 > ws-qtd-unf-nomes
                          or ws-msn <> spaces
                   if ws-unf-fic-achada(ws-ind-unf-2) = "S" then
                       move ws-unf-nome(ws-ind-unf-2) to fd-jog-nome
                       delete arqJogadores record
                       if ws-fs-arqJogadores <> 0 then
                           move "Erro ao apagar ficha duplicada" to ws-msn
                       end-if
                   end-if
               end-perform

               close arqJogadores
           end-if
           .
       unificar-cadastro-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma o dominio de cada duplicado, estado a estado, no dominio do
      *>  nome que fica (a data da ultima pergunta fica a mais recente) e
      *>  apaga o registro do duplicado
      *>------------------------------------------------------------------------
       unificar-dominio section.

           open i-o arqDominio
           if ws-fs-arqDominio = 35 then
               continue
           else
           if ws-fs-arqDominio <> 0 then
               move "Erro ao abrir arq. dominio" to ws-msn
           else

               perform varying ws-ind-unf-2 from 2 by 1
                       until ws-ind-unf-2 > ws-qtd-unf-nomes
                          or ws-msn <> spaces
                   perform varying ws-ind-dom-est from 1 by 1
                           until ws-ind-dom-est > 27
                              or ws-msn <> spaces

                       move ws-unf-nome(ws-ind-unf-2) to fd-dom-nome
                       move ws-ind-dom-est            to fd-dom-estado-reg
                       read arqDominio key is fd-dom-chave

                       if ws-fs-arqDominio = 0 then
                           move fd-dominio to ws-unf-dominio-aux

                           move ws-unf-sobrevivente to fd-dom-nome
                           move ws-ind-dom-est      to fd-dom-estado-reg
                           read arqDominio key is fd-dom-chave
                           if ws-fs-arqDominio = 0 then
                               perform varying ws-ind-dom-modo from 1 by 1
                                       until ws-ind-dom-modo > 4
                                   add ws-unf-dom-acertos(ws-ind-dom-modo)
                                     to fd-dom-acertos(ws-ind-dom-modo)
                                   add ws-unf-dom-erros(ws-ind-dom-modo)
                                     to fd-dom-erros(ws-ind-dom-modo)
                                   if ws-unf-dom-data-ult(ws-ind-dom-modo) >
                                      fd-dom-data-ult(ws-ind-dom-modo) then
                                       move ws-unf-dom-data-ult(ws-ind-dom-modo)
                                         to fd-dom-data-ult(ws-ind-dom-modo)
                                   end-if
                               end-perform
                               rewrite fd-dominio
                           else
                               move ws-unf-dominio-aux  to fd-dominio
                               move ws-unf-sobrevivente to fd-dom-nome
                               write fd-dominio
                           end-if

                           if ws-fs-arqDominio <> 0 then
                               move "Erro ao gravar arq. dominio" to ws-msn
                           else
                               move ws-unf-nome(ws-ind-unf-2) to fd-dom-nome
                               move ws-ind-dom-est            to fd-dom-estado-reg
                               delete arqDominio record
                               if ws-fs-arqDominio <> 0 then
                                   move "Erro ao apagar dominio duplicado"
                                     to ws-msn
                               else
                                   add 1 to ws-unf-qtd-dominio(ws-ind-unf-2)
                               end-if
                           end-if
                       end-if

                   end-perform
               end-perform

               close arqDominio
           end-if
           end-if
           .
       unificar-dominio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Junta os ratings: o nome que fica recebe a media dos ratings
      *>  encontrados ponderada pelas partidas de cada um, a soma das
      *>  partidas e a data mais recente; os ratings dos duplicados saem
      *>------------------------------------------------------------------------
       unificar-ratings section.

           open i-o arqRatings
           if ws-fs-arqRatings = 35 then
               continue
           else
           if ws-fs-arqRatings <> 0 then
               move "Erro ao abrir arq. ratings" to ws-msn
           else

               move zero to ws-qtd-unf-ratings
               move zero to ws-unf-rat-ponderado
               move zero to ws-unf-rat-tot-partidas
               move zero to ws-unf-rat-data-max

               perform varying ws-ind-unf-2 from 1 by 1
                       until ws-ind-unf-2 > ws-qtd-unf-nomes
                   move ws-unf-nome(ws-ind-unf-2) to fd-rat-nome
                   read arqRatings key is fd-rat-nome
                   if ws-fs-arqRatings = 0 then
                       add 1 to ws-qtd-unf-ratings
                       move "S"             to ws-unf-rat-achado(ws-ind-unf-2)
                       move fd-rat-valor    to ws-unf-rat-valor(ws-ind-unf-2)
                       move fd-rat-partidas to ws-unf-rat-partidas(ws-ind-unf-2)
                       move fd-rat-data-ult to ws-unf-rat-data-ult(ws-ind-unf-2)
                       compute ws-unf-rat-ponderado =
                           ws-unf-rat-ponderado + fd-rat-valor * fd-rat-partidas
                       add fd-rat-partidas to ws-unf-rat-tot-partidas
                       if fd-rat-data-ult > ws-unf-rat-data-max then
                           move fd-rat-data-ult to ws-unf-rat-data-max
                       end-if
                   end-if
               end-perform

               if ws-qtd-unf-ratings > 0 then

                   if ws-unf-rat-tot-partidas > 0 then
                       compute ws-unf-rat-ponderado rounded =
                           ws-unf-rat-ponderado / ws-unf-rat-tot-partidas
                   else
                       move ws-rating-inicial to ws-unf-rat-ponderado
                   end-if

                   move ws-unf-sobrevivente     to fd-rat-nome
                   move ws-unf-rat-ponderado    to fd-rat-valor
                   move ws-unf-rat-tot-partidas to fd-rat-partidas
                   move ws-unf-rat-data-max     to fd-rat-data-ult
                   if ws-unf-rat-achado(1) = "S" then
                       rewrite fd-rating
                   else
                       write fd-rating
                   end-if
                   if ws-fs-arqRatings <> 0 then
                       move "Erro ao gravar arq. ratings" to ws-msn
                   end-if

                   perform varying ws-ind-unf-2 from 2 by 1
                           until ws-ind-unf-2 > ws-qtd-unf-nomes
                              or ws-msn <> spaces
                       if ws-unf-rat-achado(ws-ind-unf-2) = "S" then
                           move ws-unf-nome(ws-ind-unf-2) to fd-rat-nome
                           delete arqRatings record
                           if ws-fs-arqRatings <> 0 then
                               move "Erro ao apagar rating duplicado" to ws-msn
                           end-if
                       end-if
                   end-perform

               end-if

               close arqRatings
           end-if
           end-if
           .
       unificar-ratings-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  No torneio aberto, a linha do duplicado soma pontos e acertos na
      *>  linha do nome que fica (ou so troca de nome, se o que fica ainda
      *>  nao tem linha) e a classificacao e reordenada
      *>------------------------------------------------------------------------
       unificar-torneio section.

           if ws-nome-torneio = spaces then
               continue
           else

               perform carregar-torneio

               if ws-msn = spaces then

                   move zero to ws-ind-torneio-achado
                   perform varying ws-ind-torneio from 1 by 1
                           until ws-ind-torneio > ws-qtd-torneio
                              or ws-ind-torneio-achado > 0
                       if ws-torneio-nome(ws-ind-torneio) =
                          ws-unf-sobrevivente then
                           move ws-ind-torneio to ws-ind-torneio-achado
                           move ws-torneio-pontos(ws-ind-torneio)
                             to ws-unf-tor-pontos(1)
                           move ws-torneio-acertos(ws-ind-torneio)
                             to ws-unf-tor-acertos(1)
                       end-if
                   end-perform

                   move zero to ws-qtd-unf-torneio
                   move 1    to ws-ind-torneio
                   perform until ws-ind-torneio > ws-qtd-torneio

                       move ws-torneio-nome(ws-ind-torneio) to ws-nome-busca
                       perform localizar-duplicado-unif

                       if ws-ind-unf-achado = 0 then
                           add 1 to ws-ind-torneio
                       else
                           add 1 to ws-qtd-unf-torneio
                           move ws-torneio-pontos(ws-ind-torneio)
                             to ws-unf-tor-pontos(ws-ind-unf-achado)
                           move ws-torneio-acertos(ws-ind-torneio)
                             to ws-unf-tor-acertos(ws-ind-unf-achado)

                           if ws-ind-torneio-achado = 0 then
                               move ws-unf-sobrevivente
                                 to ws-torneio-nome(ws-ind-torneio)
                               move ws-ind-torneio to ws-ind-torneio-achado
                               add 1 to ws-ind-torneio
                           else
                               add ws-torneio-pontos(ws-ind-torneio)
                                 to ws-torneio-pontos(ws-ind-torneio-achado)
                               add ws-torneio-acertos(ws-ind-torneio)
                                 to ws-torneio-acertos(ws-ind-torneio-achado)

      *>                        tira a linha do duplicado fechando o buraco
                               perform varying ws-ind-unf-tor
                                       from ws-ind-torneio by 1
                                       until ws-ind-unf-tor >= ws-qtd-torneio
                                   move ws-torneio-tab(ws-ind-unf-tor + 1)
                                     to ws-torneio-tab(ws-ind-unf-tor)
                               end-perform
                               move spaces to ws-torneio-nome(ws-qtd-torneio)
                               move zero   to ws-torneio-pontos(ws-qtd-torneio)
                               move zero   to ws-torneio-acertos(ws-qtd-torneio)
                               subtract 1 from ws-qtd-torneio
                               if ws-ind-torneio-achado > ws-ind-torneio then
                                   subtract 1 from ws-ind-torneio-achado
                               end-if
                           end-if
                       end-if

                   end-perform

                   if ws-qtd-unf-torneio > 0 then
                       perform ordenar-torneio
                       perform gravar-torneio
                   end-if
               end-if

           end-if
           .
       unificar-torneio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  No roster, o duplicado passa a ter o nome que fica; se o nome
      *>  que fica ja esta no roster, o registro do duplicado e apagado
      *>  para o jogador nao entrar duas vezes na partida
      *>------------------------------------------------------------------------
       unificar-roster section.

           open i-o arqRoster
           if ws-fs-arqRoster = 35 then
               continue
           else
           if ws-fs-arqRoster = 39 then
               move "Layout antigo arqRoster - regravar arquivo" to ws-msn
           else
           if ws-fs-arqRoster <> 0 then
               move "Erro ao abrir arq. roster" to ws-msn
           else

               move "N" to ws-flag-unf-no-roster
               move 1   to ws-rk-arqRoster
               start arqRoster key is >= ws-rk-arqRoster
               perform until ws-fs-arqRoster <> 0
                   read arqRoster next record
                   if  ws-fs-arqRoster = 0
                   and fd-roster-nome = ws-unf-sobrevivente then
                       move "S" to ws-flag-unf-no-roster
                   end-if
               end-perform

               move 1 to ws-rk-arqRoster
               start arqRoster key is >= ws-rk-arqRoster
               perform until ws-fs-arqRoster <> 0

                   read arqRoster next record

                   if ws-fs-arqRoster = 0 then
                       move fd-roster-nome to ws-nome-busca
                       perform localizar-duplicado-unif
                       if ws-ind-unf-achado > 0 then
                           if ws-unf-no-roster then
                               delete arqRoster record
                           else
                               move ws-unf-sobrevivente to fd-roster-nome
                               rewrite fd-roster
                               move "S" to ws-flag-unf-no-roster
                           end-if
                           if ws-fs-arqRoster <> 0 then
                               move "Erro ao regravar arq. roster" to ws-msn
                           else
                               add 1 to ws-unf-qtd-roster(ws-ind-unf-achado)
                           end-if
                       end-if
                   end-if

               end-perform

               close arqRoster
           end-if
           end-if
           end-if
           .
       unificar-roster-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o registro da unificacao: uma linha "S" com o nome que fica
      *>  como estava antes, uma linha "D" por duplicado com a ficha, a
      *>  linha do torneio, o rating e as contagens de registros trocados,
      *>  e uma linha de fechamento - "R" com a ficha e o rating
      *>  resultantes, ou "F" quando um passo falhou (a mensagem fica na
      *>  tela)
      *>------------------------------------------------------------------------
       gravar-log-unificacao section.

           open extend arqUnificacoes
           if ws-fs-arqUnificacoes = 35 then
               open output arqUnificacoes
           end-if

           if ws-fs-arqUnificacoes <> 0 then
               if ws-msn = spaces then
                   move "Erro ao abrir arq. unificacoes" to ws-msn
               end-if
           else
               accept ws-data-atual from date yyyymmdd
               accept ws-hora-atual from time

               perform varying ws-ind-unf from 1 by 1
                       until ws-ind-unf > ws-qtd-unf-nomes
                   move ws-data-atual       to ws-unf-log-data
                   move ws-hora-atual       to ws-unf-log-hora
                   if ws-ind-unf = 1 then
                       move "S"             to ws-unf-log-tipo
                   else
                       move "D"             to ws-unf-log-tipo
                   end-if
                   move ws-unf-supervisor   to ws-unf-log-supervisor
                   move ws-unf-sobrevivente to ws-unf-log-sobrevivente
                   move ws-unf-nome(ws-ind-unf)          to ws-unf-log-nome
                   move ws-unf-fic-partidas(ws-ind-unf)  to ws-unf-log-partidas
                   move ws-unf-fic-perguntas(ws-ind-unf) to ws-unf-log-perguntas
                   move ws-unf-fic-acertos(ws-ind-unf)   to ws-unf-log-acertos
                   move ws-unf-fic-duracao(ws-ind-unf)   to ws-unf-log-duracao
                   move ws-unf-fic-vitorias(ws-ind-unf)  to ws-unf-log-vitorias
                   move ws-unf-tor-pontos(ws-ind-unf)    to ws-unf-log-tor-pontos
                   move ws-unf-tor-acertos(ws-ind-unf)   to ws-unf-log-tor-acertos
                   move ws-unf-qtd-jornal(ws-ind-unf)    to ws-unf-log-qtd-jornal
                   move ws-unf-qtd-placar(ws-ind-unf)    to ws-unf-log-qtd-placar
                   move ws-unf-qtd-ajustes(ws-ind-unf)   to ws-unf-log-qtd-ajustes
                   move ws-unf-qtd-roster(ws-ind-unf)    to ws-unf-log-qtd-roster
                   move ws-unf-qtd-dominio(ws-ind-unf)   to ws-unf-log-qtd-dominio
                   move ws-unf-rat-valor(ws-ind-unf)     to ws-unf-log-rating
                   write fd-unificacao-linha from ws-linha-unificacao
               end-perform

               move ws-unf-sobrevivente  to ws-unf-log-nome
               move ws-unf-tot-partidas  to ws-unf-log-partidas
               move ws-unf-tot-perguntas to ws-unf-log-perguntas
               move ws-unf-tot-acertos   to ws-unf-log-acertos
               move ws-unf-tot-duracao   to ws-unf-log-duracao
               move ws-unf-tot-vitorias  to ws-unf-log-vitorias
               move ws-unf-rat-ponderado to ws-unf-log-rating
               move zero to ws-unf-log-tor-pontos
               move zero to ws-unf-log-tor-acertos
               move zero to ws-unf-log-qtd-jornal
               move zero to ws-unf-log-qtd-placar
               move zero to ws-unf-log-qtd-ajustes
               move zero to ws-unf-log-qtd-roster
               move zero to ws-unf-log-qtd-dominio
               perform varying ws-ind-unf from 1 by 1
                       until ws-ind-unf > ws-qtd-unf-nomes
                   add ws-unf-tor-pontos(ws-ind-unf)  to ws-unf-log-tor-pontos
                   add ws-unf-tor-acertos(ws-ind-unf) to ws-unf-log-tor-acertos
                   add ws-unf-qtd-jornal(ws-ind-unf)  to ws-unf-log-qtd-jornal
                   add ws-unf-qtd-placar(ws-ind-unf)  to ws-unf-log-qtd-placar
                   add ws-unf-qtd-ajustes(ws-ind-unf) to ws-unf-log-qtd-ajustes
                   add ws-unf-qtd-roster(ws-ind-unf)  to ws-unf-log-qtd-roster
                   add ws-unf-qtd-dominio(ws-ind-unf) to ws-unf-log-qtd-dominio
               end-perform
               if ws-msn = spaces then
                   move "R" to ws-unf-log-tipo
               else
                   move "F" to ws-unf-log-tipo
               end-if
               write fd-unificacao-linha from ws-linha-unificacao

               if  ws-fs-arqUnificacoes <> 0
               and ws-msn = spaces then
                   move "Erro ao gravar arq. unificacoes" to ws-msn
               end-if

               close arqUnificacoes
           end-if
           .
       gravar-log-unificacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reconciliacao do jornal de auditoria: re-deriva, por jogador e
      *>  por dia, os pontos que o jornal implica (mesmas regras de
      *>  pontos-acerto, bonus e penalidade do jogo) e cruza com o placar
      *>  historico e com o cadastro mestre, gravando cada divergencia no
      *>  relatorio arqReconciliacao.dat. E o caminho para provar a
      *>  pontuacao depois de uma queda ou de um conserto manual de arquivo
      *>------------------------------------------------------------------------
       reconciliar-jornal section.

           move zero to ws-qtd-recon
           move zero to ws-qtd-recon-tot
           move zero to ws-qtd-recon-orf
           move zero to ws-qtd-divergencias
           move zero to ws-qtd-linhas-jornal
           move zero to ws-qtd-recon-estouro
           move zero to ws-qtd-ajustes-aplicados

           perform varying ws-ind-recon from 1 by 1 until ws-ind-recon > 400
               move spaces to ws-recon-nome(ws-ind-recon)
               move zero   to ws-recon-data(ws-ind-recon)
               move zero   to ws-recon-pontos(ws-ind-recon)
               move zero   to ws-recon-perguntas(ws-ind-recon)
               move zero   to ws-recon-acertos(ws-ind-recon)
               move zero   to ws-recon-placar(ws-ind-recon)
               move "N"    to ws-recon-tem-placar(ws-ind-recon)
           end-perform

           perform varying ws-ind-recon-tot from 1 by 1
                   until ws-ind-recon-tot > 100
               move spaces to ws-recon-tot-nome(ws-ind-recon-tot)
               move zero   to ws-recon-tot-perguntas(ws-ind-recon-tot)
               move zero   to ws-recon-tot-acertos(ws-ind-recon-tot)
               move "N"    to ws-recon-tot-no-cad(ws-ind-recon-tot)
               move zero   to ws-recon-tot-cad-perg(ws-ind-recon-tot)
               move zero   to ws-recon-tot-cad-acertos(ws-ind-recon-tot)
           end-perform

      *>    respostas anuladas na revisao de contestacao contam como acerto
           perform carregar-tabela-ajustes

           open input arqJornal
           if ws-fs-arqJornal = 35 then
               move "Jornal inexistente - nada a reconciliar" to ws-msn
           else
           if ws-fs-arqJornal <> 0 then
               move "Erro ao abrir arq. jornal" to ws-msn
           else

               perform until ws-fs-arqJornal <> 0
                   read arqJornal
                   if ws-fs-arqJornal = 0 then
                       perform acumular-linha-jornal-recon
                   end-if
               end-perform

               close arqJornal

               perform cruzar-placar-recon
               perform cruzar-jogadores-recon
               perform gravar-relatorio-recon

               if ws-msn = spaces then
                   if ws-qtd-divergencias = 0 then
                       move "Reconciliacao OK - nenhuma divergencia" to ws-msn
                   else
                       string "Reconciliacao achou "     delimited by size
                              ws-qtd-divergencias        delimited by size
                              " divergencia(s)"          delimited by size
                              into ws-msn
                   end-if
               end-if
           end-if
           end-if
           .
       reconciliar-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula uma linha do jornal na tabela por jogador/dia e nos
      *>  totais por jogador, aplicando as mesmas regras de pontuacao do
      *>  jogo (pontos por acerto, bonus por resposta rapida e penalidade
      *>  por erro, sem deixar o total do dia ficar negativo)
      *>------------------------------------------------------------------------
       acumular-linha-jornal-recon section.

           move fd-jornal-linha to ws-linha-jornal

      *>    linha truncada ou estranha ao layout do jornal fica de fora da
      *>    conta, mas e apontada no relatorio pelo contador de linhas
           if  ws-jornal-data is numeric
           and ws-jornal-nome <> spaces
           and (ws-jornal-resultado = "A" or ws-jornal-resultado = "E") then

               add 1 to ws-qtd-linhas-jornal

      *>        um Errou anulado por supervisor entra como acerto, do
      *>        mesmo jeito que a anulacao foi levada ao placar e a ficha
               if ws-jornal-resultado = "E" then
                   perform aplicar-ajuste-jornal
                   if ws-ajuste-achado then
                       add 1 to ws-qtd-ajustes-aplicados
                   end-if
               end-if

               perform localizar-recon-dia

               if ws-ind-recon-achado > 0 then
                   move ws-ind-recon-achado to ws-ind-recon

                   add 1 to ws-recon-perguntas(ws-ind-recon)

                   if ws-jornal-resultado = "A" then
                       add 1 to ws-recon-acertos(ws-ind-recon)
      *>                linhas gravadas pelo modo ponderado carregam o
      *>                valor da pergunta; linhas antigas (sem o campo)
      *>                valem o parametro padrao de pontos por acerto
                       if ws-jornal-valor is numeric then
                           add ws-jornal-valor
                             to ws-recon-pontos(ws-ind-recon)
                       else
                           add ws-param-pontos-acerto
                             to ws-recon-pontos(ws-ind-recon)
                       end-if
                       if  ws-jornal-duracao is numeric
                       and ws-jornal-duracao < ws-param-bonus-limite then
                           add ws-param-bonus-valor
                             to ws-recon-pontos(ws-ind-recon)
                       end-if
                   else
                       if ws-param-penalidade-erro > 0 then
                           if ws-recon-pontos(ws-ind-recon) >
                              ws-param-penalidade-erro then
                               subtract ws-param-penalidade-erro
                                   from ws-recon-pontos(ws-ind-recon)
                           else
                               move zero to ws-recon-pontos(ws-ind-recon)
                           end-if
                       end-if
                   end-if

                   perform acumular-total-jogador-recon
               end-if

           end-if
           .
       acumular-linha-jornal-recon-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acha (ou abre) a entrada jogador/dia da linha corrente do jornal;
      *>  tabela cheia e contada em ws-qtd-recon-estouro e apontada no
      *>  relatorio, em vez de estourar o indice
      *>------------------------------------------------------------------------
       localizar-recon-dia section.

           move zero to ws-ind-recon-achado

           perform varying ws-ind-recon from 1 by 1
                   until ws-ind-recon > ws-qtd-recon
                      or ws-ind-recon-achado > 0
               if  ws-recon-nome(ws-ind-recon) = ws-jornal-nome
               and ws-recon-data(ws-ind-recon) = ws-jornal-data then
                   move ws-ind-recon to ws-ind-recon-achado
               end-if
           end-perform

           if ws-ind-recon-achado = 0 then
               if ws-qtd-recon < 400 then
                   add 1 to ws-qtd-recon
                   move ws-qtd-recon    to ws-ind-recon-achado
                   move ws-jornal-nome  to ws-recon-nome(ws-qtd-recon)
                   move ws-jornal-data  to ws-recon-data(ws-qtd-recon)
               else
                   add 1 to ws-qtd-recon-estouro
               end-if
           end-if
           .
       localizar-recon-dia-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula a linha corrente do jornal nos totais por jogador, que
      *>  depois sao cruzados com o cadastro mestre de jogadores
      *>------------------------------------------------------------------------
       acumular-total-jogador-recon section.

           move zero to ws-ind-recon-achado

           perform varying ws-ind-recon-tot from 1 by 1
                   until ws-ind-recon-tot > ws-qtd-recon-tot
                      or ws-ind-recon-achado > 0
               if ws-recon-tot-nome(ws-ind-recon-tot) = ws-jornal-nome then
                   move ws-ind-recon-tot to ws-ind-recon-achado
               end-if
           end-perform

           if ws-ind-recon-achado = 0 then
               if ws-qtd-recon-tot < 100 then
                   add 1 to ws-qtd-recon-tot
                   move ws-qtd-recon-tot to ws-ind-recon-achado
                   move ws-jornal-nome
                     to ws-recon-tot-nome(ws-qtd-recon-tot)
               else
                   add 1 to ws-qtd-recon-estouro
               end-if
           end-if

           if ws-ind-recon-achado > 0 then
               move ws-ind-recon-achado to ws-ind-recon-tot
               add 1 to ws-recon-tot-perguntas(ws-ind-recon-tot)
               if ws-jornal-resultado = "A" then
                   add 1 to ws-recon-tot-acertos(ws-ind-recon-tot)
               end-if
           end-if
           .
       acumular-total-jogador-recon-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma no cruzamento os pontos que o placar historico registrou
      *>  por jogador/dia; sessao no placar sem nenhuma linha de jornal
      *>  tambem abre entrada (e vai aparecer como divergencia)
      *>------------------------------------------------------------------------
       cruzar-placar-recon section.

           open input arqPlacar
           if ws-fs-arqPlacar = 0 then

               move 1 to ws-rk-arqPlacar
               start arqPlacar key is = ws-rk-arqPlacar

               perform until ws-fs-arqPlacar <> 0

                   read arqPlacar next record

                   if  ws-fs-arqPlacar = 0
                   and fd-placar-nome <> spaces
                   and fd-placar-pontos is numeric
                   and fd-placar-data is numeric then

                       move fd-placar-nome to ws-jornal-nome
                       move fd-placar-data to ws-jornal-data
                       perform localizar-recon-dia

                       if ws-ind-recon-achado > 0 then
                           move ws-ind-recon-achado to ws-ind-recon
                           add fd-placar-pontos
                             to ws-recon-placar(ws-ind-recon)
                           move "S" to ws-recon-tem-placar(ws-ind-recon)
                       end-if

                   end-if

               end-perform

               close arqPlacar
           end-if
           .
       cruzar-placar-recon-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Cruza os totais derivados do jornal com o cadastro mestre de
      *>  jogadores: perguntas e acertos acumulados por nome devem bater
      *>------------------------------------------------------------------------
       cruzar-jogadores-recon section.

           open input arqJogadores
           if ws-fs-arqJogadores = 0 then

               move low-values to fd-jog-nome
               start arqJogadores key is >= fd-jog-nome

               perform until ws-fs-arqJogadores <> 0

                   read arqJogadores next record

                   if  ws-fs-arqJogadores = 0
                   and fd-jog-nome <> spaces then

                       move zero to ws-ind-recon-achado
                       perform varying ws-ind-recon-tot from 1 by 1
                               until ws-ind-recon-tot > ws-qtd-recon-tot
                           if ws-recon-tot-nome(ws-ind-recon-tot) =
                              fd-jog-nome then
                               move ws-ind-recon-tot to ws-ind-recon-achado
                               move "S"
                                 to ws-recon-tot-no-cad(ws-ind-recon-tot)
                               move fd-jog-perguntas
                                 to ws-recon-tot-cad-perg(ws-ind-recon-tot)
                               move fd-jog-acertos
                                 to ws-recon-tot-cad-acertos(ws-ind-recon-tot)
                           end-if
                       end-perform

      *>                o espelho do SEMFICHA: ficha com movimento cujo
      *>                nome nao aparece em linha nenhuma do jornal e
      *>                divergencia tambem (ficha orfa ou editada a mao)
                       if  ws-ind-recon-achado = 0
                       and fd-jog-perguntas > 0 then
                           if ws-qtd-recon-orf < 100 then
                               add 1 to ws-qtd-recon-orf
                               move fd-jog-nome
                                 to ws-recon-orf-nome(ws-qtd-recon-orf)
                               move fd-jog-perguntas
                                 to ws-recon-orf-perg(ws-qtd-recon-orf)
                               move fd-jog-acertos
                                 to ws-recon-orf-acertos(ws-qtd-recon-orf)
                           else
                               add 1 to ws-qtd-recon-estouro
                           end-if
                       end-if

                   end-if

               end-perform

               close arqJogadores
           end-if
           .
       cruzar-jogadores-recon-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o relatorio da reconciliacao: uma linha por divergencia
      *>  jogador/dia (jornal x placar) e por jogador cujos totais do
      *>  jornal nao batem com o cadastro mestre, com resumo no rodape
      *>------------------------------------------------------------------------
       gravar-relatorio-recon section.

           open output arqReconciliacao
           if ws-fs-arqReconciliacao <> 0 then
               move "Erro ao gravar arq. reconciliacao" to ws-msn
           else

               accept ws-data-atual from date yyyymmdd

               move spaces to ws-linha-recon
               string "Reconciliacao do jornal - gerada em " delimited by size
                      ws-data-atual                          delimited by size
                      " (regras de pontuacao em vigor)"      delimited by size
                      into ws-linha-recon
               write fd-recon-linha from ws-linha-recon

               move spaces to ws-linha-recon
               write fd-recon-linha from ws-linha-recon

               perform varying ws-ind-recon from 1 by 1
                       until ws-ind-recon > ws-qtd-recon

                   if ws-recon-pontos(ws-ind-recon) <>
                      ws-recon-placar(ws-ind-recon) then

                       add 1 to ws-qtd-divergencias
                       move spaces to ws-linha-recon
                       if ws-recon-tem-placar(ws-ind-recon) = "S" then
                           string "DIVERGE  "                     delimited by size
                                  ws-recon-data(ws-ind-recon)     delimited by size
                                  " "                             delimited by size
                                  ws-recon-nome(ws-ind-recon)     delimited by size
                                  " jornal: "                     delimited by size
                                  ws-recon-pontos(ws-ind-recon)   delimited by size
                                  " placar: "                     delimited by size
                                  ws-recon-placar(ws-ind-recon)   delimited by size
                                  into ws-linha-recon
                       else
                           string "SEMPLACAR "                    delimited by size
                                  ws-recon-data(ws-ind-recon)     delimited by size
                                  " "                             delimited by size
                                  ws-recon-nome(ws-ind-recon)     delimited by size
                                  " jornal: "                     delimited by size
                                  ws-recon-pontos(ws-ind-recon)   delimited by size
                                  " sem sessao no placar"         delimited by size
                                  into ws-linha-recon
                       end-if
                       write fd-recon-linha from ws-linha-recon
                   end-if

               end-perform

               perform varying ws-ind-recon-tot from 1 by 1
                       until ws-ind-recon-tot > ws-qtd-recon-tot

                   if ws-recon-tot-no-cad(ws-ind-recon-tot) = "N" then
                       add 1 to ws-qtd-divergencias
                       move spaces to ws-linha-recon
                       string "SEMFICHA "                              delimited by size
                              ws-recon-tot-nome(ws-ind-recon-tot)      delimited by size
                              " perguntas: "                           delimited by size
                              ws-recon-tot-perguntas(ws-ind-recon-tot) delimited by size
                              " acertos: "                             delimited by size
                              ws-recon-tot-acertos(ws-ind-recon-tot)   delimited by size
                              " sem ficha no cadastro"                 delimited by size
                              into ws-linha-recon
                       write fd-recon-linha from ws-linha-recon
                   else
                       if ws-recon-tot-perguntas(ws-ind-recon-tot) <>
                          ws-recon-tot-cad-perg(ws-ind-recon-tot)
                       or ws-recon-tot-acertos(ws-ind-recon-tot) <>
                          ws-recon-tot-cad-acertos(ws-ind-recon-tot) then
                           add 1 to ws-qtd-divergencias
                           move spaces to ws-linha-recon
                           string "FICHA    "                              delimited by size
                                  ws-recon-tot-nome(ws-ind-recon-tot)      delimited by size
                                  " jornal: "                              delimited by size
                                  ws-recon-tot-perguntas(ws-ind-recon-tot) delimited by size
                                  "/"                                      delimited by size
                                  ws-recon-tot-acertos(ws-ind-recon-tot)   delimited by size
                                  " ficha: "                               delimited by size
                                  ws-recon-tot-cad-perg(ws-ind-recon-tot)  delimited by size
                                  "/"                                      delimited by size
                                  ws-recon-tot-cad-acertos(ws-ind-recon-tot) delimited by size
                                  " (perguntas/acertos)"                   delimited by size
                                  into ws-linha-recon
                           write fd-recon-linha from ws-linha-recon
                       end-if
                   end-if

               end-perform

               perform varying ws-ind-recon-orf from 1 by 1
                       until ws-ind-recon-orf > ws-qtd-recon-orf

                   add 1 to ws-qtd-divergencias
                   move spaces to ws-linha-recon
                   string "SEMJORNAL "                          delimited by size
                          ws-recon-orf-nome(ws-ind-recon-orf)   delimited by size
                          " ficha: "                            delimited by size
                          ws-recon-orf-perg(ws-ind-recon-orf)   delimited by size
                          "/"                                   delimited by size
                          ws-recon-orf-acertos(ws-ind-recon-orf) delimited by size
                          " sem linha no jornal"                delimited by size
                          into ws-linha-recon
                   write fd-recon-linha from ws-linha-recon

               end-perform

               if ws-qtd-recon-estouro > 0 then
                   move spaces to ws-linha-recon
                   string "ATENCAO: "               delimited by size
                          ws-qtd-recon-estouro     delimited by size
                          " linha(s) fora da capacidade das tabelas" delimited by size
                          into ws-linha-recon
                   write fd-recon-linha from ws-linha-recon
               end-if

               move spaces to ws-linha-recon
               write fd-recon-linha from ws-linha-recon

               move spaces to ws-linha-recon
               string "Linhas do jornal: "      delimited by size
                      ws-qtd-linhas-jornal      delimited by size
                      "  Divergencias: "        delimited by size
                      ws-qtd-divergencias       delimited by size
                      "  Respostas anuladas: "  delimited by size
                      ws-qtd-ajustes-aplicados  delimited by size
                      into ws-linha-recon
               write fd-recon-linha from ws-linha-recon

               close arqReconciliacao
           end-if
           .
       gravar-relatorio-recon-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega na tabela em memoria a chave (data, hora e jogador da
      *>  linha do jornal) de cada resposta ja anulada em arqAjustes.dat;
      *>  sem o arquivo, nenhuma resposta foi anulada ainda
      *>------------------------------------------------------------------------
       carregar-tabela-ajustes section.

           move zero to ws-qtd-ajustes

           open input arqAjustes
           if ws-fs-arqAjustes = 0 then

               perform until ws-fs-arqAjustes <> 0

                   read arqAjustes

                   if ws-fs-arqAjustes = 0 then
                       move fd-ajuste-linha to ws-linha-ajuste
                       if  ws-ajuste-jornal-data is numeric
                       and ws-ajuste-jornal-hora is numeric
                       and ws-ajuste-nome <> spaces then
                           if ws-qtd-ajustes < 9999 then
                               add 1 to ws-qtd-ajustes
                               move ws-ajuste-jornal-data
                                 to ws-ajt-data(ws-qtd-ajustes)
                               move ws-ajuste-jornal-hora
                                 to ws-ajt-hora(ws-qtd-ajustes)
                               move ws-ajuste-nome
                                 to ws-ajt-nome(ws-qtd-ajustes)
                           else
                               move "Erro - tabela de ajustes cheia" to ws-msn
                           end-if
                       end-if
                   end-if

               end-perform

               close arqAjustes
           else
               if ws-fs-arqAjustes <> 35 then
                   move "Erro ao abrir arq. ajustes" to ws-msn
               end-if
           end-if
           .
       carregar-tabela-ajustes-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere se a linha de jornal corrente (ws-linha-jornal) foi
      *>  anulada na revisao de contestacao; se foi, marca ws-ajuste-achado
      *>  e passa o resultado da linha para "A"
      *>------------------------------------------------------------------------
       aplicar-ajuste-jornal section.

           move "N" to ws-flag-ajuste-achado

           perform varying ws-ind-ajuste from 1 by 1
                   until ws-ind-ajuste > ws-qtd-ajustes
                      or ws-ajuste-achado
               if  ws-ajt-data(ws-ind-ajuste) = ws-jornal-data
               and ws-ajt-hora(ws-ind-ajuste) = ws-jornal-hora
               and ws-ajt-nome(ws-ind-ajuste) = ws-jornal-nome then
                   move "S" to ws-flag-ajuste-achado
               end-if
           end-perform

           if ws-ajuste-achado then
               move "A" to ws-jornal-resultado
           end-if
           .
       aplicar-ajuste-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Revisao de resposta contestada: o operador informa jogador e
      *>  data, a tela lista as respostas "Errou" do dia (10 por pagina)
      *>  e o supervisor anula uma delas com o motivo. A anulacao vai para
      *>  arqAjustes.dat e dali para o placar do dia, a ficha do jogador,
      *>  as estatisticas do estado e o dominio - o jornal fica intocado
      *>------------------------------------------------------------------------
       revisar-contestacao section.

           move space  to ws-sair
           move space  to ws-msn
           move spaces to ws-cont-nome
           move zero   to ws-cont-data
           move ws-nome-operador to ws-cont-supervisor
           move 1      to ws-cont-pagina
           move zero   to ws-cont-linha-sel
           move spaces to ws-cont-motivo
           move spaces to ws-cont-nome-lista
           move zero   to ws-cont-data-lista
           move zero   to ws-qtd-cont-lista
           perform varying ws-ind-cont from 1 by 1 until ws-ind-cont > 10
               move spaces to ws-cont-tela-linha(ws-ind-cont)
           end-perform

           perform until ws-sair = "V"
                      or ws-sair = "v"

               display sc-tela-contestacao
               accept sc-tela-contestacao

               move space to ws-msn

               if  ws-sair <> "V" and ws-sair <> "v" then
                   if ws-cont-nome = spaces
                   or ws-cont-data = 0 then
                       move zero to ws-qtd-cont-lista
                       perform varying ws-ind-cont from 1 by 1
                               until ws-ind-cont > 10
                           move spaces to ws-cont-tela-linha(ws-ind-cont)
                       end-perform
                       move "Informe o jogador e a data" to ws-msn
                   else
      *>                o numero de linha escolhido so vale para a lista
      *>                que estava na tela; trocou jogador ou data, a
      *>                lista e refeita antes de qualquer anulacao
                       if ws-cont-linha-sel > 0 then
                           if  ws-cont-nome = ws-cont-nome-lista
                           and ws-cont-data = ws-cont-data-lista then
                               perform anular-resposta-contestada
                               move "REVISAR CONTESTACAO" to ws-aud-acao
                               move ws-cont-nome          to ws-aud-chave
                               perform registrar-funcao-auditoria
                           else
                               move "Lista refeita - escolha a linha de novo"
                                 to ws-msn
                           end-if
                       end-if
                       move zero   to ws-cont-linha-sel
                       perform listar-respostas-contestadas
                   end-if
               end-if

           end-perform
           .
       revisar-contestacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Monta a lista da tela com as respostas "Errou" ainda nao anuladas
      *>  do jogador e data informados, na pagina pedida
      *>------------------------------------------------------------------------
       listar-respostas-contestadas section.

           move zero to ws-qtd-cont-lista
           move zero to ws-qtd-cont-erros
           perform varying ws-ind-cont from 1 by 1 until ws-ind-cont > 10
               move spaces to ws-cont-tela-linha(ws-ind-cont)
           end-perform

           if ws-cont-pagina = 0 then
               move 1 to ws-cont-pagina
           end-if
           compute ws-cont-pular = (ws-cont-pagina - 1) * 10

           move ws-cont-nome to ws-cont-nome-lista
           move ws-cont-data to ws-cont-data-lista

           perform carregar-tabela-ajustes

           open input arqJornal
           if ws-fs-arqJornal = 35 then
               move "Jornal inexistente - nada a revisar" to ws-msn
           else
           if ws-fs-arqJornal <> 0 then
               move "Erro ao abrir arq. jornal" to ws-msn
           else

               perform until ws-fs-arqJornal <> 0

                   read arqJornal

                   if ws-fs-arqJornal = 0 then
                       move fd-jornal-linha to ws-linha-jornal

                       if  ws-jornal-data = ws-cont-data
                       and ws-jornal-nome = ws-cont-nome
                       and ws-jornal-hora is numeric
                       and ws-jornal-resultado = "E" then

                           perform aplicar-ajuste-jornal

                           if not ws-ajuste-achado then
                               add 1 to ws-qtd-cont-erros
                               if  ws-qtd-cont-erros > ws-cont-pular
                               and ws-qtd-cont-lista < 10 then
                                   add 1 to ws-qtd-cont-lista
                                   move ws-qtd-cont-lista to ws-ind-cont
                                   move ws-jornal-hora
                                     to ws-cont-lst-hora(ws-ind-cont)
                                   move ws-jornal-estado
                                     to ws-cont-lst-estado(ws-ind-cont)
                                   move ws-jornal-modo
                                     to ws-cont-lst-modo(ws-ind-cont)
                                   move ws-jornal-resposta
                                     to ws-cont-lst-resposta(ws-ind-cont)

                                   move ws-jornal-hora(1:2) to ws-cont-hh
                                   move ws-jornal-hora(3:2) to ws-cont-mm
                                   move ws-jornal-hora(5:2) to ws-cont-ss

                                   string ws-ind-cont          delimited by size
                                          " "                  delimited by size
                                          ws-cont-hora-edit    delimited by size
                                          " "                  delimited by size
                                          ws-jornal-estado     delimited by size
                                          " "                  delimited by size
                                          ws-jornal-modo       delimited by size
                                          " "                  delimited by size
                                          ws-jornal-resposta   delimited by size
                                          into ws-cont-tela-linha(ws-ind-cont)
                               end-if
                           end-if

                       end-if
                   end-if

               end-perform

               close arqJornal

               if ws-msn = spaces then
                   if ws-qtd-cont-erros = 0 then
                       move "Nenhum Errou a revisar neste dia" to ws-msn
                   else
                       string ws-qtd-cont-erros        delimited by size
                              " Errou no dia - pagina " delimited by size
                              ws-cont-pagina           delimited by size
                              into ws-msn
                   end-if
               end-if
           end-if
           end-if
           .
       listar-respostas-contestadas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anula a resposta escolhida na lista: grava o ajuste e leva a
      *>  correcao ao placar do dia, a ficha, as estatisticas e ao dominio.
      *>  Os pontos devolvidos sao a diferenca entre o dia refeito com e sem
      *>  a anulacao, pelas mesmas regras da reconciliacao, para que o
      *>  placar e o jornal continuem batendo depois
      *>------------------------------------------------------------------------
       anular-resposta-contestada section.

           if ws-cont-linha-sel > ws-qtd-cont-lista then
               move "Linha invalida - escolha um numero da lista" to ws-msn
           else
           if ws-cont-motivo = spaces then
               move "Informe o motivo da anulacao" to ws-msn
           else

      *>        jogador com partida aberta neste terminal ainda vai gravar
      *>        o placar da sessao; corrigir agora daria placar sem o ajuste
               move "N" to ws-flag-cont-em-partida
               perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > 8
                   if  ws-nome-jog(ws-ind-jog) = ws-cont-nome
                   and ws-sessao-perguntas(ws-ind-jog) > 0 then
                       move "S" to ws-flag-cont-em-partida
                   end-if
               end-perform

               if ws-cont-em-partida then
                   move "Jogador em partida aberta - anule depois do fim"
                     to ws-msn
               else
                   move ws-cont-lst-hora(ws-cont-linha-sel)
                     to ws-cont-hora-sel
                   perform calcular-pontos-dia-contest

                   if ws-msn = spaces then
                       compute ws-cont-delta =
                           ws-cont-pontos-depois - ws-cont-pontos-antes
                       perform gravar-ajuste-contest
                   end-if

                   if ws-msn = spaces then
                       perform ajustar-placar-contest
                       perform ajustar-ficha-contest
                       perform ajustar-estatisticas-contest
                       perform ajustar-dominio-contest

                       if ws-msn = spaces then
                           string "Resposta anulada - "  delimited by size
                                  ws-cont-delta          delimited by size
                                  " ponto(s) devolvido(s)" delimited by size
                                  into ws-msn
                       end-if
                   end-if
               end-if

               move spaces to ws-cont-motivo

           end-if
           end-if
           .
       anular-resposta-contestada-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Refaz a pontuacao do dia do jogador a partir do jornal duas
      *>  vezes em paralelo: como esta hoje (com as anulacoes ja gravadas)
      *>  e com a resposta escolhida tambem anulada. Mesmas regras da
      *>  reconciliacao: valor da pergunta, bonus por resposta rapida e
      *>  penalidade por erro sem deixar o total do dia negativo
      *>------------------------------------------------------------------------
       calcular-pontos-dia-contest section.

           move zero to ws-cont-pontos-antes
           move zero to ws-cont-pontos-depois

           open input arqJornal
           if ws-fs-arqJornal <> 0 then
               move "Erro ao abrir arq. jornal" to ws-msn
           else

               perform until ws-fs-arqJornal <> 0

                   read arqJornal

                   if ws-fs-arqJornal = 0 then
                       move fd-jornal-linha to ws-linha-jornal

                       if  ws-jornal-data = ws-cont-data
                       and ws-jornal-nome = ws-cont-nome
                       and (ws-jornal-resultado = "A"
                        or  ws-jornal-resultado = "E") then

                           if ws-jornal-resultado = "E" then
                               perform aplicar-ajuste-jornal
                           end-if

                           if ws-jornal-valor is numeric then
                               move ws-jornal-valor to ws-cont-valor-acerto
                           else
                               move ws-param-pontos-acerto
                                 to ws-cont-valor-acerto
                           end-if
                           if  ws-jornal-duracao is numeric
                           and ws-jornal-duracao < ws-param-bonus-limite then
                               add ws-param-bonus-valor to ws-cont-valor-acerto
                           end-if

                           if ws-jornal-resultado = "A" then
                               add ws-cont-valor-acerto
                                 to ws-cont-pontos-antes
                           else
                               if ws-cont-pontos-antes >
                                  ws-param-penalidade-erro then
                                   subtract ws-param-penalidade-erro
                                       from ws-cont-pontos-antes
                               else
                                   move zero to ws-cont-pontos-antes
                               end-if
                           end-if

                           if ws-jornal-resultado = "A"
                           or ws-jornal-hora = ws-cont-hora-sel then
                               add ws-cont-valor-acerto
                                 to ws-cont-pontos-depois
                           else
                               if ws-cont-pontos-depois >
                                  ws-param-penalidade-erro then
                                   subtract ws-param-penalidade-erro
                                       from ws-cont-pontos-depois
                               else
                                   move zero to ws-cont-pontos-depois
                               end-if
                           end-if

                       end-if
                   end-if

               end-perform

               close arqJornal
           end-if
           .
       calcular-pontos-dia-contest-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acrescenta o registro da anulacao ao arquivo de ajustes e a
      *>  tabela em memoria (a lista seguinte ja sai sem a linha anulada)
      *>------------------------------------------------------------------------
       gravar-ajuste-contest section.

           open extend arqAjustes
           if ws-fs-arqAjustes = 35 then
               open output arqAjustes
           end-if

           if ws-fs-arqAjustes <> 0 then
               move "Erro ao abrir arq. ajustes" to ws-msn
           else
               accept ws-data-atual from date yyyymmdd
               accept ws-hora-atual from time

               move ws-data-atual                        to ws-ajuste-data
               move ws-hora-atual                        to ws-ajuste-hora
               move ws-cont-supervisor                   to ws-ajuste-supervisor
               move ws-cont-data                         to ws-ajuste-jornal-data
               move ws-cont-hora-sel                     to ws-ajuste-jornal-hora
               move ws-cont-nome                         to ws-ajuste-nome
               move ws-cont-lst-estado(ws-cont-linha-sel)   to ws-ajuste-estado
               move ws-cont-lst-modo(ws-cont-linha-sel)     to ws-ajuste-modo
               move ws-cont-delta                        to ws-ajuste-pontos
               move ws-cont-motivo                       to ws-ajuste-motivo

               write fd-ajuste-linha from ws-linha-ajuste
               if ws-fs-arqAjustes <> 0 then
                   move "Erro ao gravar arq. ajustes" to ws-msn
               else
                   if ws-qtd-ajustes < 9999 then
                       add 1 to ws-qtd-ajustes
                       move ws-cont-data     to ws-ajt-data(ws-qtd-ajustes)
                       move ws-cont-hora-sel to ws-ajt-hora(ws-qtd-ajustes)
                       move ws-cont-nome     to ws-ajt-nome(ws-qtd-ajustes)
                   else
                       move "Erro - tabela de ajustes cheia" to ws-msn
                   end-if
               end-if

               close arqAjustes
           end-if
           .
       gravar-ajuste-contest-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Soma os pontos devolvidos a ultima sessao do jogador gravada no
      *>  placar historico naquela data (a reconciliacao compara o total
      *>  do dia, entao qualquer sessao do dia serve para fechar a conta)
      *>------------------------------------------------------------------------
       ajustar-placar-contest section.

           if ws-cont-delta > 0 then

               move zero to ws-cont-rk-placar

               open i-o arqPlacar
               if ws-fs-arqPlacar = 0 then

                   move 1 to ws-rk-arqPlacar
                   start arqPlacar key is = ws-rk-arqPlacar

                   perform until ws-fs-arqPlacar <> 0
                       read arqPlacar next record
                       if  ws-fs-arqPlacar = 0
                       and fd-placar-nome = ws-cont-nome
                       and fd-placar-data = ws-cont-data then
                           move ws-rk-arqPlacar to ws-cont-rk-placar
                       end-if
                   end-perform

                   if ws-cont-rk-placar > 0 then
                       move ws-cont-rk-placar to ws-rk-arqPlacar
                       read arqPlacar
                       if ws-fs-arqPlacar = 0 then
                           if fd-placar-pontos + ws-cont-delta > 999 then
                               move 999 to fd-placar-pontos
                           else
                               add ws-cont-delta to fd-placar-pontos
                           end-if
                           rewrite fd-placar
                       end-if
                       if ws-fs-arqPlacar <> 0 then
                           move "Erro ao regravar arq. placar" to ws-msn
                       end-if
                   else
                       move "Ajuste gravado - dia sem sessao no placar"
                         to ws-msn
                   end-if

                   close arqPlacar
               else
                   if ws-fs-arqPlacar = 39 then
                       move "Layout antigo arqPlacar - regravar arquivo"
                         to ws-msn
                   else
                       move "Ajuste gravado - dia sem sessao no placar"
                         to ws-msn
                   end-if
               end-if

           end-if
           .
       ajustar-placar-contest-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Passa a resposta anulada a acerto na ficha do jogador e recalcula
      *>  a acuracia (o total de perguntas nao muda)
      *>------------------------------------------------------------------------
       ajustar-ficha-contest section.

           open i-o arqJogadores
           if ws-fs-arqJogadores = 0 then

               move ws-cont-nome to ws-nome-busca
               perform localizar-perfil-jogador

               if ws-perfil-achado then
                   if fd-jog-acertos < fd-jog-perguntas then
                       add 1 to fd-jog-acertos
                   end-if
                   compute fd-jog-acuracia =
                       fd-jog-acertos * 100 / fd-jog-perguntas
                   rewrite fd-jogador
                   if ws-fs-arqJogadores <> 0 then
                       move "Erro ao gravar arq. jogadores" to ws-msn
                   end-if
               else
                   move "Erro - ficha do jogador nao encontrada" to ws-msn
               end-if

               close arqJogadores
           else
               move "Erro ao abrir arq. jogadores" to ws-msn
           end-if
           .
       ajustar-ficha-contest-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca um erro por um acerto na estatistica do estado da resposta
      *>  anulada e grava as estatisticas na hora
      *>------------------------------------------------------------------------
       ajustar-estatisticas-contest section.

           move zero to ws-ind-dom-est
           perform varying ws-ind-chk from 1 by 1
                   until ws-ind-chk > 27
                      or ws-ind-dom-est > 0
               if  ws-estado(ws-ind-chk) <> spaces
               and ws-estado(ws-ind-chk) =
                   ws-cont-lst-estado(ws-cont-linha-sel) then
                   move ws-ind-chk to ws-ind-dom-est
               end-if
           end-perform

           if ws-ind-dom-est > 0 then
               add 1 to ws-estat-acertos(ws-ind-dom-est)
               if ws-estat-erros(ws-ind-dom-est) > 0 then
                   subtract 1 from ws-estat-erros(ws-ind-dom-est)
               end-if
               perform salvar-estatisticas
           end-if
           .
       ajustar-estatisticas-contest-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Troca um erro por um acerto no dominio do jogador naquele estado
      *>  e modo (o estado ja foi localizado em ajustar-estatisticas-contest)
      *>------------------------------------------------------------------------
       ajustar-dominio-contest section.

           move zero to ws-ind-dom-modo
           if ws-cont-lst-modo(ws-cont-linha-sel) = "N" then
               move 1 to ws-ind-dom-modo
           else
           if ws-cont-lst-modo(ws-cont-linha-sel) = "R" then
               move 2 to ws-ind-dom-modo
           else
           if ws-cont-lst-modo(ws-cont-linha-sel) = "M" then
               move 3 to ws-ind-dom-modo
           else
           if ws-cont-lst-modo(ws-cont-linha-sel) = "P" then
               move 4 to ws-ind-dom-modo
           end-if
           end-if
           end-if
           end-if

           if  ws-ind-dom-modo > 0
           and ws-ind-dom-est  > 0 then

               open i-o arqDominio
               if ws-fs-arqDominio = 0 then
                   move ws-cont-nome   to fd-dom-nome
                   move ws-ind-dom-est to fd-dom-estado-reg
                   read arqDominio key is fd-dom-chave
                   if ws-fs-arqDominio = 0 then
                       add 1 to fd-dom-acertos(ws-ind-dom-modo)
                       if fd-dom-erros(ws-ind-dom-modo) > 0 then
                           subtract 1 from fd-dom-erros(ws-ind-dom-modo)
                       end-if
                       rewrite fd-dominio
                       if ws-fs-arqDominio <> 0 then
                           move "Erro ao gravar arq. dominio" to ws-msn
                       end-if
                   else
                       move "Erro ao ler arq. dominio" to ws-msn
                   end-if
                   close arqDominio
               else
                   move "Erro ao abrir arq. dominio" to ws-msn
               end-if

           end-if
           .
       ajustar-dominio-contest-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resumo diario de operacao: varre o jornal no periodo pedido e
      *>  grava um relatorio imprimivel com perguntas por modo, acertos x
      *>  erros, jogadores distintos, duracao media e pior e a hora de
      *>  maior movimento - o que a coordenacao pede todo mes
      *>------------------------------------------------------------------------
       resumo-diario-jornal section.

           if ws-resumo-data-ini = 0 then
               move "Informe a data inicial (AAAAMMDD)" to ws-msn
           else

      *>        sem data final, o resumo e de um dia so
               if ws-resumo-data-fim = 0 then
                   move ws-resumo-data-ini to ws-resumo-data-fim
               end-if

               if ws-resumo-data-fim < ws-resumo-data-ini then
                   move "Data final anterior a inicial" to ws-msn
               else

                   perform zerar-contadores-resumo

                   open input arqJornal
                   if ws-fs-arqJornal = 35 then
                       move "Jornal inexistente - nada a resumir" to ws-msn
                   else
                   if ws-fs-arqJornal <> 0 then
                       move "Erro ao abrir arq. jornal" to ws-msn
                   else

                       perform until ws-fs-arqJornal <> 0
                           read arqJornal
                           if ws-fs-arqJornal = 0 then
                               perform acumular-linha-resumo
                           end-if
                       end-perform

                       close arqJornal

                       if ws-res-qtd-perguntas = 0 then
                           move "Nenhuma pergunta no periodo pedido" to ws-msn
                       else
                           perform fechar-contadores-resumo
                           perform gravar-relatorio-resumo
                           if ws-msn = spaces then
                               move "Resumo gravado em arqResumoDiario.dat"
                                 to ws-msn
                           end-if
                       end-if
                   end-if
                   end-if

               end-if
           end-if
           .
       resumo-diario-jornal-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Zera os contadores do resumo diario antes da varredura do jornal
      *>------------------------------------------------------------------------
       zerar-contadores-resumo section.

           move zero to ws-res-qtd-modo-n
           move zero to ws-res-qtd-modo-r
           move zero to ws-res-qtd-modo-p
           move zero to ws-res-qtd-modo-m
           move zero to ws-res-qtd-modo-b
           move zero to ws-res-qtd-modo-outros
           move zero to ws-res-qtd-acertos
           move zero to ws-res-qtd-erros
           move zero to ws-res-qtd-perguntas
           move zero to ws-res-duracao-total
           move zero to ws-res-duracao-media
           move zero to ws-res-duracao-pior
           move zero to ws-res-qtd-jogadores
           move zero to ws-res-hora-pico
           move zero to ws-res-qtd-hora-pico

           perform varying ws-ind-res-nome from 1 by 1
                   until ws-ind-res-nome > 100
               move spaces to ws-res-nomes(ws-ind-res-nome)
           end-perform

           perform varying ws-ind-res-hora from 1 by 1
                   until ws-ind-res-hora > 24
               move zero to ws-res-por-hora(ws-ind-res-hora)
           end-perform
           .
       zerar-contadores-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula uma linha do jornal nos contadores do resumo, se a data
      *>  dela cair dentro do periodo pedido
      *>------------------------------------------------------------------------
       acumular-linha-resumo section.

           move fd-jornal-linha to ws-linha-jornal

           if  ws-jornal-data is numeric
           and ws-jornal-data >= ws-resumo-data-ini
           and ws-jornal-data <= ws-resumo-data-fim
           and ws-jornal-nome <> spaces
           and (ws-jornal-resultado = "A" or ws-jornal-resultado = "E") then

               add 1 to ws-res-qtd-perguntas

               if ws-jornal-modo = "N" then
                   add 1 to ws-res-qtd-modo-n
               else
               if ws-jornal-modo = "R" then
                   add 1 to ws-res-qtd-modo-r
               else
               if ws-jornal-modo = "P" then
                   add 1 to ws-res-qtd-modo-p
               else
               if ws-jornal-modo = "M" then
                   add 1 to ws-res-qtd-modo-m
               else
               if ws-jornal-modo = "B" then
                   add 1 to ws-res-qtd-modo-b
               else
                   add 1 to ws-res-qtd-modo-outros
               end-if
               end-if
               end-if
               end-if
               end-if

               if ws-jornal-resultado = "A" then
                   add 1 to ws-res-qtd-acertos
               else
                   add 1 to ws-res-qtd-erros
               end-if

               if ws-jornal-duracao is numeric then
                   add ws-jornal-duracao to ws-res-duracao-total
                   if ws-jornal-duracao > ws-res-duracao-pior then
                       move ws-jornal-duracao to ws-res-duracao-pior
                   end-if
               end-if

               if ws-jornal-hora is numeric then
                   move ws-jornal-hora(1:2) to ws-res-hora-reg
                   if ws-res-hora-reg <= 23 then
                       add 1 to ws-res-por-hora(ws-res-hora-reg + 1)
                   end-if
               end-if

               perform contar-jogador-distinto-resumo

           end-if
           .
       acumular-linha-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Conta o jogador da linha corrente uma unica vez, guardando os
      *>  nomes ja vistos na tabela de jogadores distintos
      *>------------------------------------------------------------------------
       contar-jogador-distinto-resumo section.

           move "N" to ws-flag-res-nome-achado

           perform varying ws-ind-res-nome from 1 by 1
                   until ws-ind-res-nome > ws-res-qtd-jogadores
                      or ws-flag-res-nome-achado = "S"
               if ws-res-nomes(ws-ind-res-nome) = ws-jornal-nome then
                   move "S" to ws-flag-res-nome-achado
               end-if
           end-perform

           if  ws-flag-res-nome-achado = "N"
           and ws-res-qtd-jogadores < 100 then
               add 1 to ws-res-qtd-jogadores
               move ws-jornal-nome to ws-res-nomes(ws-res-qtd-jogadores)
           end-if
           .
       contar-jogador-distinto-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Fecha os contadores derivados do resumo: duracao media e hora
      *>  de maior movimento
      *>------------------------------------------------------------------------
       fechar-contadores-resumo section.

           compute ws-res-duracao-media =
               ws-res-duracao-total / ws-res-qtd-perguntas

           move zero to ws-res-qtd-hora-pico
           move zero to ws-res-hora-pico

           perform varying ws-ind-res-hora from 1 by 1
                   until ws-ind-res-hora > 24
               if ws-res-por-hora(ws-ind-res-hora) > ws-res-qtd-hora-pico then
                   move ws-res-por-hora(ws-ind-res-hora)
                     to ws-res-qtd-hora-pico
                   compute ws-res-hora-pico = ws-ind-res-hora - 1
               end-if
           end-perform
           .
       fechar-contadores-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava o relatorio do resumo diario em arquivo texto imprimivel
      *>------------------------------------------------------------------------
       gravar-relatorio-resumo section.

           open output arqResumoDiario
           if ws-fs-arqResumoDiario <> 0 then
               move "Erro ao gravar arq. resumo diario" to ws-msn
           else

               move spaces to ws-linha-resumo
               string "Resumo de operacao - periodo " delimited by size
                      ws-resumo-data-ini              delimited by size
                      " a "                           delimited by size
                      ws-resumo-data-fim              delimited by size
                      into ws-linha-resumo
               write fd-resumo-linha from ws-linha-resumo

               move spaces to ws-linha-resumo
               write fd-resumo-linha from ws-linha-resumo

               move spaces to ws-linha-resumo
               string "Perguntas no periodo: " delimited by size
                      ws-res-qtd-perguntas     delimited by size
                      into ws-linha-resumo
               write fd-resumo-linha from ws-linha-resumo

               move spaces to ws-linha-resumo
               string "Por modo - Normal: "   delimited by size
                      ws-res-qtd-modo-n       delimited by size
                      "  Reverso: "           delimited by size
                      ws-res-qtd-modo-r       delimited by size
                      "  Populacao: "         delimited by size
                      ws-res-qtd-modo-p       delimited by size
                      into ws-linha-resumo
               write fd-resumo-linha from ws-linha-resumo

               move spaces to ws-linha-resumo
               string "           Municipio: " delimited by size
                      ws-res-qtd-modo-m        delimited by size
                      "  Banco: "              delimited by size
                      ws-res-qtd-modo-b        delimited by size
                      "  Outros: "             delimited by size
                      ws-res-qtd-modo-outros   delimited by size
                      into ws-linha-resumo
               write fd-resumo-linha from ws-linha-resumo

               move spaces to ws-linha-resumo
               string "Acertos: "           delimited by size
                      ws-res-qtd-acertos    delimited by size
                      "  Erros: "           delimited by size
                      ws-res-qtd-erros      delimited by size
                      into ws-linha-resumo
               write fd-resumo-linha from ws-linha-resumo

               move spaces to ws-linha-resumo
               string "Jogadores distintos: " delimited by size
                      ws-res-qtd-jogadores    delimited by size
                      into ws-linha-resumo
               write fd-resumo-linha from ws-linha-resumo

               move spaces to ws-linha-resumo
               string "Duracao media (centiseg): " delimited by size
                      ws-res-duracao-media         delimited by size
                      "  pior: "                   delimited by size
                      ws-res-duracao-pior          delimited by size
                      into ws-linha-resumo
               write fd-resumo-linha from ws-linha-resumo

               move spaces to ws-linha-resumo
               string "Hora de maior movimento: " delimited by size
                      ws-res-hora-pico             delimited by size
                      "h com "                     delimited by size
                      ws-res-qtd-hora-pico         delimited by size
                      " pergunta(s)"               delimited by size
                      into ws-linha-resumo
               write fd-resumo-linha from ws-linha-resumo

               if ws-fs-arqResumoDiario <> 0 then
                   move "Erro ao gravar arq. resumo diario" to ws-msn
               end-if

               close arqResumoDiario
           end-if
           .
       gravar-relatorio-resumo-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Boletim individual do jogador: para o periodo pedido (ate 13
      *>  semanas), uma folha por jogador em arqBoletim.dat com perguntas e
      *>  acuracia por modo e por regiao, a evolucao semana a semana, o
      *>  tempo medio de resposta contra o do grupo, os estados que ele mais
      *>  erra e as colocacoes no placar e no torneio aberto. Com o nome em
      *>  branco sai um boletim para cada jogador do arqRoster.dat - e o
      *>  que a coordenacao leva para a reuniao de pais
      *>------------------------------------------------------------------------
       boletim-jogadores section.

           move zero to ws-qtd-boletins

           if ws-bol-data-ini = 0 then
               move "Informe a data inicial (AAAAMMDD)" to ws-msn
           else

      *>        sem data final, o boletim e de um dia so
               if ws-bol-data-fim = 0 then
                   move ws-bol-data-ini to ws-bol-data-fim
               end-if

               compute ws-bol-dia-ini = function integer-of-date(ws-bol-data-ini)
               compute ws-bol-dia-fim = function integer-of-date(ws-bol-data-fim)

               if ws-bol-dia-ini = 0 or ws-bol-dia-fim = 0 then
                   move "Data invalida - use AAAAMMDD" to ws-msn
               else
               if ws-bol-data-fim < ws-bol-data-ini then
                   move "Data final anterior a inicial" to ws-msn
               else
               if ws-bol-dia-fim - ws-bol-dia-ini > 90 then
                   move "Periodo de no maximo 13 semanas por boletim" to ws-msn
               else

                   compute ws-bol-qtd-semanas =
                       (ws-bol-dia-fim - ws-bol-dia-ini) / 7 + 1

      *>            respostas anuladas na revisao de contestacao contam
      *>            como acerto, como no placar e na ficha
                   perform carregar-tabela-ajustes
                   if ws-msn = spaces then
                       perform apurar-grupo-boletim
                   end-if

                   if ws-msn = spaces then
                       perform carregar-placar-boletim

                       move zero to ws-qtd-torneio
                       move "N"  to ws-flag-torneio-rodada
                       if ws-nome-torneio <> spaces then
                           perform carregar-torneio
                           perform ordenar-torneio
                       end-if

                       open output arqBoletim
                       if ws-fs-arqBoletim <> 0 then
                           move "Erro ao gravar arq. boletim" to ws-msn
                       else
                           accept ws-data-atual from date yyyymmdd

                           if ws-bol-nome <> spaces then
                               move ws-bol-nome to ws-bol-jogador
                               perform emitir-boletim-jogador
                           else
                               open input arqRoster
                               if ws-fs-arqRoster = 39 then
                                   move "Layout antigo arqRoster - regravar arquivo"
                                     to ws-msn
                               else
                               if ws-fs-arqRoster = 0 then
                                   move 1 to ws-rk-arqRoster
                                   start arqRoster key is >= ws-rk-arqRoster
                                   perform until ws-fs-arqRoster <> 0
                                       read arqRoster next record
                                       if  ws-fs-arqRoster = 0
                                       and fd-roster-nome <> spaces then
                                           move fd-roster-nome to ws-bol-jogador
                                           perform emitir-boletim-jogador
                                       end-if
                                   end-perform
                                   close arqRoster
                               end-if
                               end-if
                           end-if

                           if ws-fs-arqBoletim <> 0 then
                               move "Erro ao gravar arq. boletim" to ws-msn
                           end-if

                           close arqBoletim

                           if ws-msn = spaces then
                               if ws-qtd-boletins = 0 then
                                   move "Roster vazio - informe o jogador"
                                     to ws-msn
                               else
                                   string ws-qtd-boletins    delimited by size
                                          " boletim(ns) gravado(s) em arqBoletim.dat"
                                                             delimited by size
                                          into ws-msn
                               end-if
                           end-if
                       end-if
                   end-if

               end-if
               end-if
               end-if
           end-if
           .
       boletim-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira varredura do jornal: perguntas e duracao de todo o grupo
      *>  no periodo, base da comparacao do tempo medio de cada jogador
      *>------------------------------------------------------------------------
       apurar-grupo-boletim section.

           move zero to ws-bol-grp-perguntas
           move zero to ws-bol-grp-duracao
           move zero to ws-bol-grp-media

           open input arqJornal
           if ws-fs-arqJornal = 35 then
               move "Jornal inexistente - nada a imprimir" to ws-msn
           else
           if ws-fs-arqJornal <> 0 then
               move "Erro ao abrir arq. jornal" to ws-msn
           else

               perform until ws-fs-arqJornal <> 0
                   read arqJornal
                   if ws-fs-arqJornal = 0 then
                       move fd-jornal-linha to ws-linha-jornal
                       if  ws-jornal-data is numeric
                       and ws-jornal-data >= ws-bol-data-ini
                       and ws-jornal-data <= ws-bol-data-fim
                       and ws-jornal-nome <> spaces
                       and (ws-jornal-resultado = "A"
                        or  ws-jornal-resultado = "E")
                       and ws-jornal-duracao is numeric then
                           add 1                 to ws-bol-grp-perguntas
                           add ws-jornal-duracao to ws-bol-grp-duracao
                       end-if
                   end-if
               end-perform

               close arqJornal

               if ws-bol-grp-perguntas > 0 then
                   compute ws-bol-grp-media =
                       ws-bol-grp-duracao / ws-bol-grp-perguntas
               end-if
           end-if
           end-if
           .
       apurar-grupo-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carrega as sessoes do placar historico dentro do periodo na
      *>  copia em memoria, para as colocacoes do dia de cada jogador
      *>------------------------------------------------------------------------
       carregar-placar-boletim section.

           move zero to ws-qtd-copia

           open input arqPlacar
           if ws-fs-arqPlacar = 0 then
               move 1 to ws-rk-arqPlacar
               start arqPlacar key is >= ws-rk-arqPlacar
               perform until ws-fs-arqPlacar <> 0
                   read arqPlacar next record
                   if  ws-fs-arqPlacar = 0
                   and fd-placar-nome <> spaces
                   and fd-placar-data >= ws-bol-data-ini
                   and fd-placar-data <= ws-bol-data-fim
                   and ws-qtd-copia < 9999 then
                       add 1 to ws-qtd-copia
                       move fd-placar-nome   to ws-placar-copia-nome(ws-qtd-copia)
                       move fd-placar-pontos to ws-placar-copia-pontos(ws-qtd-copia)
                       move fd-placar-data   to ws-placar-copia-data(ws-qtd-copia)
                   end-if
               end-perform
               close arqPlacar
           end-if
           .
       carregar-placar-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Um boletim: zera os contadores, varre o jornal so com as linhas
      *>  do jogador e grava a folha dele
      *>------------------------------------------------------------------------
       emitir-boletim-jogador section.

           move zero to ws-bol-perguntas
           move zero to ws-bol-acertos
           move zero to ws-bol-duracao
           move zero to ws-bol-qtd-regioes

           perform varying ws-ind-bol from 1 by 1 until ws-ind-bol > 6
               move zero to ws-bol-modo-qtd(ws-ind-bol)
               move zero to ws-bol-modo-acertos(ws-ind-bol)
           end-perform

           perform varying ws-ind-bol from 1 by 1 until ws-ind-bol > 8
               move spaces to ws-bol-reg-nome(ws-ind-bol)
               move zero   to ws-bol-reg-qtd(ws-ind-bol)
               move zero   to ws-bol-reg-acertos(ws-ind-bol)
           end-perform

           perform varying ws-ind-bol from 1 by 1 until ws-ind-bol > 13
               move zero to ws-bol-sem-qtd(ws-ind-bol)
               move zero to ws-bol-sem-acertos(ws-ind-bol)
           end-perform

           perform varying ws-ind-bol from 1 by 1 until ws-ind-bol > 27
               move zero to ws-bol-est-erros(ws-ind-bol)
           end-perform

           open input arqJornal
           if ws-fs-arqJornal = 0 then
               perform until ws-fs-arqJornal <> 0
                   read arqJornal
                   if ws-fs-arqJornal = 0 then
                       perform acumular-linha-boletim
                   end-if
               end-perform
               close arqJornal
           end-if

           perform gravar-boletim-jogador
           add 1 to ws-qtd-boletins
           .
       emitir-boletim-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acumula uma linha do jornal no boletim, se for resposta do
      *>  jogador dentro do periodo: modo, regiao do estado sorteado (banco
      *>  de perguntas sem estado fica em "Sem regiao"), semana e erros
      *>  por estado
      *>------------------------------------------------------------------------
       acumular-linha-boletim section.

           move fd-jornal-linha to ws-linha-jornal

           if  ws-jornal-data is numeric
           and ws-jornal-data >= ws-bol-data-ini
           and ws-jornal-data <= ws-bol-data-fim
           and ws-jornal-nome = ws-bol-jogador
           and (ws-jornal-resultado = "A" or ws-jornal-resultado = "E") then

               if ws-jornal-resultado = "E" then
                   perform aplicar-ajuste-jornal
               end-if

               add 1 to ws-bol-perguntas
               if ws-jornal-resultado = "A" then
                   add 1 to ws-bol-acertos
               end-if

               if ws-jornal-duracao is numeric then
                   add ws-jornal-duracao to ws-bol-duracao
               end-if

      *>        modo: posicao da letra na tabela, o que nao esta nela vai
      *>        para Outros
               move 6 to ws-ind-bol-modo
               perform varying ws-ind-bol from 1 by 1 until ws-ind-bol > 5
                   if ws-bol-letra-modo(ws-ind-bol) = ws-jornal-modo then
                       move ws-ind-bol to ws-ind-bol-modo
                   end-if
               end-perform
               add 1 to ws-bol-modo-qtd(ws-ind-bol-modo)
               if ws-jornal-resultado = "A" then
                   add 1 to ws-bol-modo-acertos(ws-ind-bol-modo)
               end-if

               move zero to ws-ind-bol-est
               perform varying ws-ind-bol from 1 by 1
                       until ws-ind-bol > 27
                          or ws-ind-bol-est > 0
                   if  ws-estado(ws-ind-bol) <> spaces
                   and ws-estado(ws-ind-bol) = ws-jornal-estado then
                       move ws-ind-bol to ws-ind-bol-est
                   end-if
               end-perform

               if ws-ind-bol-est > 0 then
                   move ws-regiao(ws-ind-bol-est) to ws-bol-regiao-busca
                   if ws-jornal-resultado = "E" then
                       add 1 to ws-bol-est-erros(ws-ind-bol-est)
                   end-if
               else
                   move "Sem regiao" to ws-bol-regiao-busca
               end-if

               move zero to ws-ind-bol-reg
               perform varying ws-ind-bol from 1 by 1
                       until ws-ind-bol > ws-bol-qtd-regioes
                          or ws-ind-bol-reg > 0
                   if ws-bol-reg-nome(ws-ind-bol) = ws-bol-regiao-busca then
                       move ws-ind-bol to ws-ind-bol-reg
                   end-if
               end-perform
               if  ws-ind-bol-reg = 0
               and ws-bol-qtd-regioes < 8 then
                   add 1 to ws-bol-qtd-regioes
                   move ws-bol-qtd-regioes  to ws-ind-bol-reg
                   move ws-bol-regiao-busca to ws-bol-reg-nome(ws-ind-bol-reg)
               end-if
               if ws-ind-bol-reg > 0 then
                   add 1 to ws-bol-reg-qtd(ws-ind-bol-reg)
                   if ws-jornal-resultado = "A" then
                       add 1 to ws-bol-reg-acertos(ws-ind-bol-reg)
                   end-if
               end-if

               compute ws-ind-bol-sem =
                   (function integer-of-date(ws-jornal-data)
                    - ws-bol-dia-ini) / 7 + 1
               add 1 to ws-bol-sem-qtd(ws-ind-bol-sem)
               if ws-jornal-resultado = "A" then
                   add 1 to ws-bol-sem-acertos(ws-ind-bol-sem)
               end-if

           end-if
           .
       acumular-linha-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava a folha do boletim; a partir do segundo jogador cada folha
      *>  comeca em pagina nova
      *>------------------------------------------------------------------------
       gravar-boletim-jogador section.

           move spaces to ws-linha-boletim
           string "BOLETIM INDIVIDUAL - " delimited by size
                  ws-bol-jogador          delimited by size
                  into ws-linha-boletim
           if ws-qtd-boletins = 0 then
               write fd-boletim-linha from ws-linha-boletim
           else
               write fd-boletim-linha from ws-linha-boletim
                     after advancing page
           end-if

           move spaces to ws-linha-boletim
           string "Periodo: "        delimited by size
                  ws-bol-data-ini    delimited by size
                  " a "              delimited by size
                  ws-bol-data-fim    delimited by size
                  "   emitido em "   delimited by size
                  ws-data-atual      delimited by size
                  into ws-linha-boletim
           write fd-boletim-linha from ws-linha-boletim

           move spaces to ws-linha-boletim
           write fd-boletim-linha from ws-linha-boletim

           if ws-bol-perguntas = 0 then
               move "Nenhuma pergunta respondida no periodo"
                 to ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim
           else

               compute ws-bol-pct = ws-bol-acertos * 100 / ws-bol-perguntas
               move spaces to ws-linha-boletim
               string "Perguntas: "      delimited by size
                      ws-bol-perguntas   delimited by size
                      "  Acertos: "      delimited by size
                      ws-bol-acertos     delimited by size
                      "  Acuracia: "     delimited by size
                      ws-bol-pct         delimited by size
                      "%"                delimited by size
                      into ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim

               move spaces to ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim
               move "Por modo de pergunta    Perguntas  Acertos  Acuracia"
                 to ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim

               perform varying ws-ind-bol from 1 by 1 until ws-ind-bol > 6
                   if ws-bol-modo-qtd(ws-ind-bol) > 0 then
                       move ws-bol-nome-modo(ws-ind-bol) to ws-bol-rotulo
                       move ws-bol-modo-qtd(ws-ind-bol)     to ws-bol-qtd-lin
                       move ws-bol-modo-acertos(ws-ind-bol) to ws-bol-acertos-lin
                       perform gravar-linha-taxa-boletim
                   end-if
               end-perform

               move spaces to ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim
               move "Por regiao              Perguntas  Acertos  Acuracia"
                 to ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim

               perform varying ws-ind-bol from 1 by 1
                       until ws-ind-bol > ws-bol-qtd-regioes
                   move ws-bol-reg-nome(ws-ind-bol)    to ws-bol-rotulo
                   move ws-bol-reg-qtd(ws-ind-bol)     to ws-bol-qtd-lin
                   move ws-bol-reg-acertos(ws-ind-bol) to ws-bol-acertos-lin
                   perform gravar-linha-taxa-boletim
               end-perform

               move spaces to ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim
               move "Evolucao semanal        Perguntas  Acertos  Acuracia"
                 to ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim

               perform varying ws-ind-bol from 1 by 1
                       until ws-ind-bol > ws-bol-qtd-semanas
                   compute ws-bol-data-semana = function date-of-integer
                       (ws-bol-dia-ini + (ws-ind-bol - 1) * 7)
                   move spaces to ws-bol-rotulo
                   string "Sem. "             delimited by size
                          ws-bol-data-semana  delimited by size
                          into ws-bol-rotulo
                   move ws-bol-sem-qtd(ws-ind-bol)     to ws-bol-qtd-lin
                   move ws-bol-sem-acertos(ws-ind-bol) to ws-bol-acertos-lin
                   perform gravar-linha-taxa-boletim
               end-perform

               compute ws-bol-media = ws-bol-duracao / ws-bol-perguntas
               move spaces to ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim
               move spaces to ws-linha-boletim
               string "Tempo medio de resposta (centiseg): " delimited by size
                      ws-bol-media                           delimited by size
                      "  grupo: "                            delimited by size
                      ws-bol-grp-media                       delimited by size
                      into ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim

               perform gravar-estados-errados-boletim

           end-if

           perform gravar-colocacoes-boletim
           .
       gravar-boletim-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Linha de quadro do boletim: rotulo, perguntas, acertos e acuracia
      *>  (semana sem perguntas sai sem a acuracia)
      *>------------------------------------------------------------------------
       gravar-linha-taxa-boletim section.

           move spaces to ws-linha-boletim
           if ws-bol-qtd-lin = 0 then
               string "  "                delimited by size
                      ws-bol-rotulo       delimited by size
                      "          -"       delimited by size
                      into ws-linha-boletim
           else
               compute ws-bol-pct = ws-bol-acertos-lin * 100 / ws-bol-qtd-lin
               string "  "                delimited by size
                      ws-bol-rotulo       delimited by size
                      "     "             delimited by size
                      ws-bol-qtd-lin      delimited by size
                      "   "               delimited by size
                      ws-bol-acertos-lin  delimited by size
                      "      "            delimited by size
                      ws-bol-pct          delimited by size
                      "%"                 delimited by size
                      into ws-linha-boletim
           end-if
           write fd-boletim-linha from ws-linha-boletim
           .
       gravar-linha-taxa-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Os 5 estados que o jogador mais errou no periodo (cada um que sai
      *>  e zerado na tabela para a proxima escolha)
      *>------------------------------------------------------------------------
       gravar-estados-errados-boletim section.

           move spaces to ws-linha-boletim
           write fd-boletim-linha from ws-linha-boletim
           move "Estados mais errados" to ws-linha-boletim
           write fd-boletim-linha from ws-linha-boletim

           move zero to ws-qtd-bol-listados
           move 1    to ws-ind-bol-est

           perform until ws-qtd-bol-listados = 5
                      or ws-ind-bol-est = 0

               move zero to ws-ind-bol-est
               move zero to ws-bol-qtd-lin
               perform varying ws-ind-bol from 1 by 1 until ws-ind-bol > 27
                   if ws-bol-est-erros(ws-ind-bol) > ws-bol-qtd-lin then
                       move ws-bol-est-erros(ws-ind-bol) to ws-bol-qtd-lin
                       move ws-ind-bol                   to ws-ind-bol-est
                   end-if
               end-perform

               if ws-ind-bol-est > 0 then
                   add 1 to ws-qtd-bol-listados
                   move spaces to ws-linha-boletim
                   string "  "                      delimited by size
                          ws-estado(ws-ind-bol-est) delimited by size
                          " "                       delimited by size
                          ws-bol-qtd-lin            delimited by size
                          " erro(s)"                delimited by size
                          into ws-linha-boletim
                   write fd-boletim-linha from ws-linha-boletim
                   move zero to ws-bol-est-erros(ws-ind-bol-est)
               end-if

           end-perform

           if ws-qtd-bol-listados = 0 then
               move "  Nenhum erro em estado no periodo" to ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim
           end-if
           .
       gravar-estados-errados-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Colocacoes: cada sessao do jogador no placar do periodo (ate 8,
      *>  as demais so contadas) com a posicao entre as sessoes do mesmo
      *>  dia - empate divide a posicao - e a posicao no torneio aberto
      *>------------------------------------------------------------------------
       gravar-colocacoes-boletim section.

           move spaces to ws-linha-boletim
           write fd-boletim-linha from ws-linha-boletim
           move "Placar no periodo" to ws-linha-boletim
           write fd-boletim-linha from ws-linha-boletim

           move zero to ws-qtd-bol-listados
           move zero to ws-qtd-bol-sessoes

           perform varying ws-ind-copia from 1 by 1
                   until ws-ind-copia > ws-qtd-copia
               if ws-placar-copia-nome(ws-ind-copia) = ws-bol-jogador then
                   add 1 to ws-qtd-bol-sessoes
                   if ws-qtd-bol-listados < 8 then
                       add 1 to ws-qtd-bol-listados

                       move 1    to ws-bol-colocacao
                       move zero to ws-bol-qtd-dia
                       perform varying ws-ind-placar from 1 by 1
                               until ws-ind-placar > ws-qtd-copia
                           if ws-placar-copia-data(ws-ind-placar) =
                              ws-placar-copia-data(ws-ind-copia) then
                               add 1 to ws-bol-qtd-dia
                               if ws-placar-copia-pontos(ws-ind-placar) >
                                  ws-placar-copia-pontos(ws-ind-copia) then
                                   add 1 to ws-bol-colocacao
                               end-if
                           end-if
                       end-perform

                       move spaces to ws-linha-boletim
                       string "  "                                delimited by size
                              ws-placar-copia-data(ws-ind-copia)  delimited by size
                              "  pontos: "                        delimited by size
                              ws-placar-copia-pontos(ws-ind-copia) delimited by size
                              "  colocacao no dia: "              delimited by size
                              ws-bol-colocacao                    delimited by size
                              " de "                              delimited by size
                              ws-bol-qtd-dia                      delimited by size
                              into ws-linha-boletim
                       write fd-boletim-linha from ws-linha-boletim
                   end-if
               end-if
           end-perform

           if ws-qtd-bol-sessoes = 0 then
               move "  Nenhuma sessao no placar no periodo" to ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim
           else
           if ws-qtd-bol-sessoes > ws-qtd-bol-listados then
               compute ws-qtd-bol-sessoes =
                   ws-qtd-bol-sessoes - ws-qtd-bol-listados
               move spaces to ws-linha-boletim
               string "  ... e mais "      delimited by size
                      ws-qtd-bol-sessoes   delimited by size
                      " sessao(oes)"       delimited by size
                      into ws-linha-boletim
               write fd-boletim-linha from ws-linha-boletim
           end-if
           end-if

           move spaces to ws-linha-boletim
           write fd-boletim-linha from ws-linha-boletim

           move spaces to ws-linha-boletim
           if not ws-torneio-com-rodada then
               move "Torneio: nenhum torneio aberto com rodada lancada"
                 to ws-linha-boletim
           else

               move zero to ws-ind-bol
               perform varying ws-ind-torneio from 1 by 1
                       until ws-ind-torneio > ws-qtd-torneio
                          or ws-ind-bol > 0
                   if ws-torneio-nome(ws-ind-torneio) = ws-bol-jogador then
                       move ws-ind-torneio to ws-ind-bol
                   end-if
               end-perform

               if ws-ind-bol = 0 then
                   string "Torneio "          delimited by size
                          ws-nome-torneio     delimited by space
                          ": nao participou"  delimited by size
                          into ws-linha-boletim
               else
                   move 1 to ws-bol-colocacao
                   perform varying ws-ind-torneio from 1 by 1
                           until ws-ind-torneio > ws-qtd-torneio
                       if ws-torneio-pontos(ws-ind-torneio) >
                          ws-torneio-pontos(ws-ind-bol) then
                           add 1 to ws-bol-colocacao
                       end-if
                   end-perform
                   string "Torneio "                    delimited by size
                          ws-nome-torneio               delimited by space
                          ": colocacao "                delimited by size
                          ws-bol-colocacao              delimited by size
                          " de "                        delimited by size
                          ws-qtd-torneio                delimited by size
                          "  pontos: "                  delimited by size
                          ws-torneio-pontos(ws-ind-bol) delimited by size
                          into ws-linha-boletim
               end-if
           end-if
           write fd-boletim-linha from ws-linha-boletim
           .
       gravar-colocacoes-boletim-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Carga em lote do cadastro de estados a partir de arquivo
      *>  delimitado por ponto-e-virgula (registro;estado;capital;regiao;
      *>  populacao). Toda linha passa pelas mesmas regras do cadastro de
      *>  tela; o lote so e aplicado (inclusoes e alteracoes por numero de
      *>  registro) se nenhuma linha for rejeitada, e o relatorio de carga
      *>  lista cada linha aceita ou rejeitada com o motivo. Poupa digitar
      *>  27 populacoes na mao quando chegam as estimativas anuais
      *>------------------------------------------------------------------------
       importar-estados section.

           move zero to ws-qtd-imp-lidas
           move zero to ws-qtd-imp-aceitas
           move zero to ws-qtd-imp-rejeitadas
           move zero to ws-qtd-imp-aplicadas

           perform varying ws-ind-carga from 1 by 1 until ws-ind-carga > 27
               move "N"    to ws-carga-preenchido(ws-ind-carga)
               move spaces to ws-carga-estado(ws-ind-carga)
               move spaces to ws-carga-capital(ws-ind-carga)
               move spaces to ws-carga-regiao(ws-ind-carga)
               move zero   to ws-carga-populacao(ws-ind-carga)
           end-perform

           open input arqImportEstados
           if ws-fs-arqImportEstados = 35 then
               move "arqImportEstados.csv nao encontrado" to ws-msn
           else
           if ws-fs-arqImportEstados <> 0 then
               move "Erro ao abrir arq. de importacao" to ws-msn
           else

               open output arqCargaEstados
               if ws-fs-arqCargaEstados <> 0 then
                   move "Erro ao gravar relatorio de carga" to ws-msn
                   close arqImportEstados
               else

                   accept ws-data-atual from date yyyymmdd
                   move spaces to ws-linha-carga
                   string "Carga de estados - " delimited by size
                          ws-data-atual         delimited by size
                          into ws-linha-carga
                   write fd-carga-linha from ws-linha-carga

                   perform until ws-fs-arqImportEstados <> 0
                       read arqImportEstados
                       if ws-fs-arqImportEstados = 0 then
                           perform validar-linha-import
                       end-if
                   end-perform

                   close arqImportEstados

                   move spaces to ws-linha-carga
                   write fd-carga-linha from ws-linha-carga

                   if ws-qtd-imp-rejeitadas > 0 then
                       move "LOTE COM ERROS - NADA FOI APLICADO"
                         to ws-linha-carga
                       write fd-carga-linha from ws-linha-carga
                   else
                       if ws-qtd-imp-aceitas = 0 then
                           move "Lote vazio - nada a aplicar"
                             to ws-linha-carga
                           write fd-carga-linha from ws-linha-carga
                       else
                           perform aplicar-carga-estados
                       end-if
                   end-if

                   move spaces to ws-linha-carga
                   string "Lidas: "              delimited by size
                          ws-qtd-imp-lidas       delimited by size
                          "  Aceitas: "          delimited by size
                          ws-qtd-imp-aceitas     delimited by size
                          "  Rejeitadas: "       delimited by size
                          ws-qtd-imp-rejeitadas  delimited by size
                          "  Aplicadas: "        delimited by size
                          ws-qtd-imp-aplicadas   delimited by size
                          into ws-linha-carga
                   write fd-carga-linha from ws-linha-carga

                   close arqCargaEstados

                   move spaces to ws-msn
                   if ws-qtd-imp-rejeitadas > 0 then
                       string "Carga rejeitada - "    delimited by size
                              ws-qtd-imp-rejeitadas   delimited by size
                              " erro(s), ver relatorio" delimited by size
                              into ws-msn
                   else
                       string "Carga aplicada: "     delimited by size
                              ws-qtd-imp-aplicadas   delimited by size
                              " registro(s)"         delimited by size
                              into ws-msn
                   end-if

               end-if
           end-if
           end-if
           .
       importar-estados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Valida uma linha do arquivo de importacao. Linhas em branco,
      *>  comecadas por * e o cabecalho sao ignorados; as demais passam
      *>  pelas regras do cadastro de estados (via validar-dados-cad) mais
      *>  a validacao do numero de registro e de registro repetido. Linha
      *>  boa entra na tabela de carga; linha ruim vira rejeicao no
      *>  relatorio, com o motivo
      *>------------------------------------------------------------------------
       validar-linha-import section.

           if  fd-import-linha = spaces
           or  fd-import-linha(1:1) = "*"
           or  fd-import-linha(1:9) = "Registro;"
           or  fd-import-linha(1:10) = "Gerado em;" then
               continue
           else

               add 1 to ws-qtd-imp-lidas
               move spaces to ws-imp-motivo

               move spaces to ws-imp-registro-txt
               move spaces to ws-imp-estado
               move spaces to ws-imp-capital
               move spaces to ws-imp-regiao
               move spaces to ws-imp-populacao-txt

               unstring fd-import-linha delimited by ";"
                   into ws-imp-registro-txt
                        ws-imp-estado
                        ws-imp-capital
                        ws-imp-regiao
                        ws-imp-populacao-txt

               move ws-imp-registro-txt to ws-conv-num-texto
               perform converter-texto-numero

               if not ws-conv-num-ok
               or ws-conv-num-valor < 1
               or ws-conv-num-valor > 27 then
                   move "registro deve ser numerico entre 1 e 27"
                     to ws-imp-motivo
               else
                   move ws-conv-num-valor to ws-imp-registro

                   if ws-carga-preenchido(ws-imp-registro) = "S" then
                       move "registro repetido no lote" to ws-imp-motivo
                   else
      *>            a tela fisicamente limita a populacao a 9 digitos; o
      *>            lote impoe o mesmo teto, senao o move para o campo de
      *>            9 bytes aceitaria calado so os 9 primeiros digitos
                   if ws-imp-populacao-txt(10:3) <> spaces then
                       move "populacao com mais de 9 digitos"
                         to ws-imp-motivo
                   else
      *>                mesmas criticas da tela de cadastro de estados
                       move ws-imp-estado         to ws-cad-est-estado
                       move ws-imp-capital        to ws-cad-est-capital
                       move ws-imp-regiao         to ws-cad-est-regiao
                       move ws-imp-populacao-txt  to ws-cad-est-populacao
                       perform validar-dados-cad

                       if ws-cad-estado-ok then
                           move "S" to ws-carga-preenchido(ws-imp-registro)
                           move ws-imp-estado
                             to ws-carga-estado(ws-imp-registro)
                           move ws-imp-capital
                             to ws-carga-capital(ws-imp-registro)
                           move ws-imp-regiao
                             to ws-carga-regiao(ws-imp-registro)
                           move ws-conv-num-valor
                             to ws-carga-populacao(ws-imp-registro)
                       else
                           move ws-msn to ws-imp-motivo
                           move spaces to ws-msn
                       end-if
                   end-if
                   end-if
               end-if

               move spaces to ws-linha-carga
               if ws-imp-motivo = spaces then
                   add 1 to ws-qtd-imp-aceitas
                   string "ACEITA    reg "   delimited by size
                          ws-imp-registro    delimited by size
                          " "                delimited by size
                          ws-imp-estado      delimited by size
                          into ws-linha-carga
               else
                   add 1 to ws-qtd-imp-rejeitadas
                   string "REJEITADA "       delimited by size
                          fd-import-linha    delimited by "  "
                          " : "              delimited by size
                          ws-imp-motivo      delimited by size
                          into ws-linha-carga
               end-if
               write fd-carga-linha from ws-linha-carga

           end-if
           .
       validar-linha-import-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica a tabela de carga no arquivo de estados (inclusao em slot
      *>  vazio, alteracao em slot ocupado, por numero de registro) e
      *>  recarrega a tabela em memoria para o jogo enxergar os novos dados
      *>------------------------------------------------------------------------
       aplicar-carga-estados section.

           move "arqEstadosRel.dat"    to ws-bkp-arquivo
           move "CARGA DE ESTADOS"     to ws-bkp-job
           perform gerar-backup-arquivo

           if ws-backup-ok then
               open i-o arqEstados
               if ws-fs-arqEstados = 35 then
                   open output arqEstados
                   close arqEstados
                   open i-o arqEstados
               end-if
           end-if

           if not ws-backup-ok then
               move "ERRO AO GERAR O BACKUP - NADA FOI APLICADO"
                 to ws-linha-carga
               write fd-carga-linha from ws-linha-carga
           else
           if ws-fs-arqEstados <> 0 then
               move "Erro ao abrir arq. arqEstados" to ws-msn
               move "ERRO AO ABRIR O ARQUIVO - NADA FOI APLICADO"
                 to ws-linha-carga
               write fd-carga-linha from ws-linha-carga
           else

               perform varying ws-ind-carga from 1 by 1
                       until ws-ind-carga > 27

                   if ws-carga-preenchido(ws-ind-carga) = "S" then

                       move ws-ind-carga to ws-rk-arqEstados
                       read arqEstados

                       if ws-fs-arqEstados = 0 then
                           move fd-estados to ws-aud-antes
                       else
                           move spaces     to ws-aud-antes
                       end-if

                       move ws-carga-estado(ws-ind-carga)    to fd-estado
                       move ws-carga-capital(ws-ind-carga)   to fd-capital
                       move ws-carga-regiao(ws-ind-carga)    to fd-regiao
                       move ws-carga-populacao(ws-ind-carga) to fd-populacao

                       if ws-fs-arqEstados = 0 then
                           rewrite fd-estados
                       else
                           write fd-estados
                       end-if

                       if ws-fs-arqEstados = 0 then
                           add 1 to ws-qtd-imp-aplicadas
                       else
                           move spaces to ws-linha-carga
                           string "ERRO AO GRAVAR reg " delimited by size
                                  ws-ind-carga          delimited by size
                                  into ws-linha-carga
                           write fd-carga-linha from ws-linha-carga
                       end-if
                       perform registrar-estado-auditoria

                   end-if

               end-perform

               close arqEstados

               perform carregar-tabela-estados
           end-if
           end-if
           .
       aplicar-carga-estados-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exportacao para consolidacao: grava o jornal (sem as linhas de
      *>  trava), o placar historico e o cadastro mestre de jogadores desta
      *>  unidade em arqTransfNN.dat, NN sendo o parametro UNIDADE. Abre
      *>  com um registro H (unidade, data, hora, operador) e fecha com um
      *>  registro T com as quantidades, que a importacao confere antes de
      *>  carregar qualquer coisa
      *>------------------------------------------------------------------------
       exportar-consolidacao section.

           move ws-param-unidade to ws-tr-unidade
           perform montar-nome-arq-transf

           move zero to ws-qtd-tr-jornal
           move zero to ws-qtd-tr-placar
           move zero to ws-qtd-tr-fichas

           open output arqTransf
           if ws-fs-arqTransf <> 0 then
               move "Erro ao gravar arq. de transferencia" to ws-msn
           else

               accept ws-tr-h-data from date yyyymmdd
               accept ws-tr-h-hora from time
               move ws-nome-operador to ws-tr-h-operador
               move "H"              to ws-tr-tipo
               move ws-tr-cabecalho  to ws-tr-dados
               write fd-transf-linha from ws-linha-transf

      *>        jornal: as linhas de trava (modo T) sao da operacao local;
      *>        resposta anulada na revisao de contestacao sai como acerto,
      *>        que e como o placar e a ficha daqui ja a contam
               perform carregar-tabela-ajustes
               open input arqJornal
               if ws-fs-arqJornal = 0 then
                   perform until ws-fs-arqJornal <> 0
                       read arqJornal into ws-linha-jornal
                       if  ws-fs-arqJornal = 0
                       and ws-jornal-modo <> "T" then
                           if ws-jornal-resultado = "E" then
                               perform aplicar-ajuste-jornal
                           end-if
                           move "J"             to ws-tr-tipo
                           move ws-linha-jornal to ws-tr-dados
                           write fd-transf-linha from ws-linha-transf
                           add 1 to ws-qtd-tr-jornal
                       end-if
                   end-perform
                   close arqJornal
               end-if

               perform exportar-placar-transf

               open input arqJogadores
               if ws-fs-arqJogadores = 0 then
                   move low-values to fd-jog-nome
                   start arqJogadores key is >= fd-jog-nome
                   perform until ws-fs-arqJogadores <> 0
                       read arqJogadores next record
                       if ws-fs-arqJogadores = 0 then
                           move fd-jog-nome          to ws-tr-f-nome
                           move fd-jog-partidas      to ws-tr-f-partidas
                           move fd-jog-perguntas     to ws-tr-f-perguntas
                           move fd-jog-acertos       to ws-tr-f-acertos
                           move fd-jog-duracao-total to ws-tr-f-duracao
                           move fd-jog-vitorias      to ws-tr-f-vitorias
                           move "F"                  to ws-tr-tipo
                           move ws-tr-ficha          to ws-tr-dados
                           write fd-transf-linha from ws-linha-transf
                           add 1 to ws-qtd-tr-fichas
                       end-if
                   end-perform
                   close arqJogadores
               end-if

               move ws-qtd-tr-jornal to ws-tr-t-qtd-jornal
               move ws-qtd-tr-placar to ws-tr-t-qtd-placar
               move ws-qtd-tr-fichas to ws-tr-t-qtd-fichas
               move "T"              to ws-tr-tipo
               move ws-tr-trailer    to ws-tr-dados
               write fd-transf-linha from ws-linha-transf

               if ws-fs-arqTransf <> 0 then
                   move "Erro ao gravar arq. de transferencia" to ws-msn
               end-if

               close arqTransf

               if ws-msn = spaces then
                   string "Exportado para "    delimited by size
                          ws-nome-arq-transf   delimited by space
                          " - J:"              delimited by size
                          ws-qtd-tr-jornal     delimited by size
                          " P:"                delimited by size
                          ws-qtd-tr-placar     delimited by size
                          " F:"                delimited by size
                          ws-qtd-tr-fichas     delimited by size
                          into ws-msn
               end-if
           end-if
           .
       exportar-consolidacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Exporta o placar historico. O placar nao tem hora da sessao, entao
      *>  cada registro leva a ordem dele entre os registros iguais (mesmo
      *>  nome, data e pontos): duas sessoes iguais no mesmo dia continuam
      *>  sendo duas, e o mesmo registro mandado de novo tem a mesma ordem
      *>------------------------------------------------------------------------
       exportar-placar-transf section.

           move zero to ws-qtd-copia

           open input arqPlacar
           if ws-fs-arqPlacar = 0 then
               move 1 to ws-rk-arqPlacar
               start arqPlacar key is >= ws-rk-arqPlacar
               perform until ws-fs-arqPlacar <> 0
                   read arqPlacar next record
                   if  ws-fs-arqPlacar = 0
                   and fd-placar-nome <> spaces
                   and ws-qtd-copia < 9999 then
                       add 1 to ws-qtd-copia
                       move fd-placar-nome   to ws-placar-copia-nome(ws-qtd-copia)
                       move fd-placar-pontos to ws-placar-copia-pontos(ws-qtd-copia)
                       move fd-placar-data   to ws-placar-copia-data(ws-qtd-copia)
                   end-if
               end-perform
               close arqPlacar
           end-if

           perform varying ws-ind-copia from 1 by 1
                   until ws-ind-copia > ws-qtd-copia

               move 1 to ws-tr-p-ordem
               perform varying ws-ind-placar from 1 by 1
                       until ws-ind-placar >= ws-ind-copia
                   if  ws-placar-copia-nome(ws-ind-placar) =
                       ws-placar-copia-nome(ws-ind-copia)
                   and ws-placar-copia-data(ws-ind-placar) =
                       ws-placar-copia-data(ws-ind-copia)
                   and ws-placar-copia-pontos(ws-ind-placar) =
                       ws-placar-copia-pontos(ws-ind-copia) then
                       add 1 to ws-tr-p-ordem
                   end-if
               end-perform

               move ws-placar-copia-nome(ws-ind-copia)   to ws-tr-p-nome
               move ws-placar-copia-pontos(ws-ind-copia) to ws-tr-p-pontos
               move ws-placar-copia-data(ws-ind-copia)   to ws-tr-p-data
               move "P"                                  to ws-tr-tipo
               move ws-tr-placar                         to ws-tr-dados
               write fd-transf-linha from ws-linha-transf
               add 1 to ws-qtd-tr-placar

           end-perform
           .
       exportar-placar-transf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Nome do arquivo de transferencia da unidade em ws-tr-unidade
      *>------------------------------------------------------------------------
       montar-nome-arq-transf section.

           move spaces to ws-nome-arq-transf
           string "arqTransf"    delimited by size
                  ws-tr-unidade  delimited by size
                  ".dat"         delimited by size
                  into ws-nome-arq-transf
           .
       montar-nome-arq-transf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Importacao da consolidacao: carrega o arquivo de transferencia de
      *>  outra unidade. O arquivo inteiro e conferido antes (cabecalho da
      *>  unidade pedida e trailer com as quantidades certas); depois cada
      *>  registro e procurado no controle arqImportados pela chave
      *>  unidade + tipo + identificacao e o que ja foi carregado antes e
      *>  contado como duplicado. Respostas novas entram no jornal e nas
      *>  estatisticas por estado, sessoes novas no placar, e as fichas
      *>  entram no cadastro mestre pela diferenca desde a ultima carga da
      *>  mesma unidade. Tudo sai no relatorio arqCargaTransf.dat
      *>------------------------------------------------------------------------
       importar-consolidacao section.

           move zero to ws-qtd-tr-linhas
           move zero to ws-qtd-tr-aceitos
           move zero to ws-qtd-tr-duplicados
           move zero to ws-qtd-tr-rejeitados

           if ws-imp-unidade = 0 then
               move "Informe a unidade que gerou o arquivo" to ws-msn
           else
           if ws-imp-unidade = ws-param-unidade then
               move "Unidade informada e a desta instalacao" to ws-msn
           else

               move ws-imp-unidade to ws-tr-unidade
               perform montar-nome-arq-transf
               perform conferir-arquivo-transf

               if ws-transf-ok then
                   move "CONSOLIDACAO"        to ws-bkp-job
                   move "arqJornal.dat"       to ws-bkp-arquivo
                   perform gerar-backup-arquivo
                   if ws-backup-ok then
                       move "arqPlacar.dat"   to ws-bkp-arquivo
                       perform gerar-backup-arquivo
                   end-if
                   if ws-backup-ok then
                       move "arqEstatisticas.dat" to ws-bkp-arquivo
                       perform gerar-backup-arquivo
                   end-if
                   if not ws-backup-ok then
                       move "Erro ao gerar backup - nada carregado" to ws-msn
                   else
                       perform carregar-arquivo-transf
                   end-if
               end-if

           end-if
           end-if
           .
       importar-consolidacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Primeira passada no arquivo de transferencia: so conta. O
      *>  primeiro registro tem que ser o cabecalho da unidade pedida e o
      *>  ultimo o trailer, com as quantidades de J, P e F batendo com as
      *>  lidas; arquivo cortado no meio da copia nao e carregado
      *>------------------------------------------------------------------------
       conferir-arquivo-transf section.

           move "N"  to ws-flag-transf-ok
           move "N"  to ws-flag-tr-trailer
           move zero to ws-qtd-tr-jornal
           move zero to ws-qtd-tr-placar
           move zero to ws-qtd-tr-fichas

           open input arqTransf
           if ws-fs-arqTransf = 35 then
               move spaces to ws-msn
               string "Erro - "           delimited by size
                      ws-nome-arq-transf  delimited by space
                      " nao encontrado"   delimited by size
                      into ws-msn
           else
           if ws-fs-arqTransf <> 0 then
               move "Erro ao abrir arq. de transferencia" to ws-msn
           else

               read arqTransf into ws-linha-transf
               if ws-fs-arqTransf <> 0
               or ws-tr-tipo <> "H"
               or ws-tr-unidade <> ws-imp-unidade then
                   move "Erro - cabecalho nao e da unidade informada"
                     to ws-msn
               else

                   perform until ws-fs-arqTransf <> 0
                       read arqTransf into ws-linha-transf
                       if ws-fs-arqTransf = 0 then
      *>                    registro depois do trailer tambem invalida
                           move "N" to ws-flag-tr-trailer
                           if ws-tr-tipo = "J" then
                               add 1 to ws-qtd-tr-jornal
                           else
                           if ws-tr-tipo = "P" then
                               add 1 to ws-qtd-tr-placar
                           else
                           if ws-tr-tipo = "F" then
                               add 1 to ws-qtd-tr-fichas
                           else
                           if ws-tr-tipo = "T" then
                               move "S" to ws-flag-tr-trailer
                               move ws-tr-dados to ws-tr-trailer
                           end-if
                           end-if
                           end-if
                           end-if
                       end-if
                   end-perform

                   if  ws-flag-tr-trailer = "S"
                   and ws-tr-t-qtd-jornal = ws-qtd-tr-jornal
                   and ws-tr-t-qtd-placar = ws-qtd-tr-placar
                   and ws-tr-t-qtd-fichas = ws-qtd-tr-fichas then
                       move "S" to ws-flag-transf-ok
                   else
                       move "Erro - arquivo incompleto, nada foi carregado"
                         to ws-msn
                   end-if
               end-if

               close arqTransf
           end-if
           end-if
           .
       conferir-arquivo-transf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Segunda passada: aplica registro a registro e escreve o relatorio
      *>------------------------------------------------------------------------
       carregar-arquivo-transf section.

           open output arqCargaTransf
           if ws-fs-arqCargaTransf <> 0 then
               move "Erro ao gravar relatorio de carga" to ws-msn
           else

               accept ws-data-atual from date yyyymmdd
               move spaces to ws-linha-carga
               string "Carga da unidade "  delimited by size
                      ws-imp-unidade       delimited by size
                      " - "                delimited by size
                      ws-data-atual        delimited by size
                      " - "                delimited by size
                      ws-nome-arq-transf   delimited by space
                      into ws-linha-carga
               write fd-carga-transf-linha from ws-linha-carga

               move spaces to ws-linha-carga
               write fd-carga-transf-linha from ws-linha-carga

               open i-o arqImportados
               if ws-fs-arqImportados = 35 then
                   open output arqImportados
                   close arqImportados
                   open i-o arqImportados
               end-if

               open extend arqJornal
               if ws-fs-arqJornal = 35 then
                   open output arqJornal
               end-if

               open i-o arqPlacar
               if ws-fs-arqPlacar = 35 then
                   open output arqPlacar
                   close arqPlacar
                   open i-o arqPlacar
               end-if

               open i-o arqJogadores
               if ws-fs-arqJogadores = 35 then
                   open output arqJogadores
                   close arqJogadores
                   open i-o arqJogadores
               end-if

               if ws-fs-arqImportados <> 0 then
                   move "Erro ao abrir arq. arqImportados" to ws-msn
               else
               if ws-fs-arqJornal <> 0 then
                   move "Erro ao abrir arq. jornal" to ws-msn
               else
               if ws-fs-arqPlacar = 39 then
                   move "Layout antigo arqPlacar - regravar arquivo" to ws-msn
               else
               if ws-fs-arqPlacar <> 0 then
                   move "Erro ao abrir arq. placar historico" to ws-msn
               else
               if ws-fs-arqJogadores <> 0 then
                   move "Erro ao abrir arq. jogadores" to ws-msn
               else

      *>            proximo registro livre do placar, como na gravacao
      *>            do placar no fim da partida
                   move "N"  to ws-flag-tr-placar-cheio
                   move zero to ws-rk-arqPlacar
                   move zero to ws-fs-arqPlacar
                   perform until ws-fs-arqPlacar <> 0
                          or ws-rk-arqPlacar = 9999
                       add 1 to ws-rk-arqPlacar
                       read arqPlacar
                   end-perform
                   if ws-fs-arqPlacar = 0 then
                       move "S" to ws-flag-tr-placar-cheio
                   end-if

                   move "N" to ws-flag-tr-interrompida
                   open input arqTransf
                   perform until ws-fs-arqTransf <> 0
                              or ws-tr-carga-interrompida
                       read arqTransf into ws-linha-transf
                       if ws-fs-arqTransf = 0 then
                           add 1 to ws-qtd-tr-linhas
                           if  ws-tr-tipo <> "H"
                           and ws-tr-tipo <> "T" then
                               perform aplicar-registro-transf
                           end-if
                       end-if
                   end-perform
                   close arqTransf

                   if ws-tr-carga-interrompida then
                       move spaces to ws-linha-carga
                       write fd-carga-transf-linha from ws-linha-carga
                       move "Carga interrompida - erro no controle de cargas"
                         to ws-linha-carga
                       write fd-carga-transf-linha from ws-linha-carga
                   end-if

                   perform salvar-estatisticas

               end-if
               end-if
               end-if
               end-if
               end-if

               close arqImportados
               close arqJornal
               close arqPlacar
               close arqJogadores

               move spaces to ws-linha-carga
               write fd-carga-transf-linha from ws-linha-carga

               move spaces to ws-linha-carga
               string "Aceitos: "            delimited by size
                      ws-qtd-tr-aceitos      delimited by size
                      "  Duplicados: "       delimited by size
                      ws-qtd-tr-duplicados   delimited by size
                      "  Rejeitados: "       delimited by size
                      ws-qtd-tr-rejeitados   delimited by size
                      into ws-linha-carga
               write fd-carga-transf-linha from ws-linha-carga

               close arqCargaTransf

               if ws-msn = spaces then
                   string "Carga: "              delimited by size
                          ws-qtd-tr-aceitos      delimited by size
                          " aceitos "            delimited by size
                          ws-qtd-tr-duplicados   delimited by size
                          " duplic. "            delimited by size
                          ws-qtd-tr-rejeitados   delimited by size
                          " rejeit."             delimited by size
                          into ws-msn
               end-if
           end-if
           .
       carregar-arquivo-transf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Aplica um registro J, P ou F do arquivo de transferencia e poe a
      *>  linha dele no relatorio (ACEITO, DUPLICADO ou REJEITADO + motivo)
      *>------------------------------------------------------------------------
       aplicar-registro-transf section.

           move spaces to ws-tr-motivo
           move spaces to ws-tr-ident
           move spaces to fd-importado
           move ws-imp-unidade to fd-imp-unidade
           move ws-tr-tipo     to fd-imp-tipo

           if ws-tr-unidade <> ws-imp-unidade then
               move "REJEITADO" to ws-tr-situacao
               move ws-tr-dados(1:45) to ws-tr-ident
               move "unidade difere do cabecalho" to ws-tr-motivo
           else
           if ws-tr-tipo = "J" then
               perform aplicar-jornal-transf
           else
           if ws-tr-tipo = "P" then
               perform aplicar-placar-transf
           else
           if ws-tr-tipo = "F" then
               perform aplicar-ficha-transf
           else
               move "REJEITADO" to ws-tr-situacao
               move "tipo de registro desconhecido" to ws-tr-motivo
           end-if
           end-if
           end-if
           end-if

           if ws-tr-situacao = "ACEITO" then
               add 1 to ws-qtd-tr-aceitos
           else
           if ws-tr-situacao = "DUPLICADO" then
               add 1 to ws-qtd-tr-duplicados
           else
               add 1 to ws-qtd-tr-rejeitados
           end-if
           end-if

           move spaces to ws-linha-carga
           string ws-tr-situacao   delimited by size
                  " linha "        delimited by size
                  ws-qtd-tr-linhas delimited by size
                  " "              delimited by size
                  ws-tr-tipo       delimited by size
                  " "              delimited by size
                  ws-tr-ident      delimited by size
                  ws-tr-motivo     delimited by "  "
                  into ws-linha-carga
           write fd-carga-transf-linha from ws-linha-carga
           .
       aplicar-registro-transf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Resposta do jornal da outra unidade: chave data + hora + jogador.
      *>  Nova, vai para o jornal local e para a estatistica do estado (se
      *>  o nome do estado existe aqui - pergunta do banco sem estado traz
      *>  a categoria e nao conta, como no jogo)
      *>------------------------------------------------------------------------
       aplicar-jornal-transf section.

           move ws-tr-dados to ws-linha-jornal

           move spaces to ws-tr-ident
           string ws-jornal-data  delimited by size
                  " "             delimited by size
                  ws-jornal-hora  delimited by size
                  " "             delimited by size
                  ws-jornal-nome  delimited by size
                  into ws-tr-ident

           if ws-jornal-data is not numeric
           or ws-jornal-hora is not numeric
           or ws-jornal-duracao is not numeric
           or (ws-linha-jornal(110:3) <> spaces
               and ws-jornal-valor is not numeric)
           or ws-jornal-data = 0 then
               move "REJEITADO" to ws-tr-situacao
               move "data, hora ou valor invalidos" to ws-tr-motivo
           else
           if ws-jornal-nome = spaces then
               move "REJEITADO" to ws-tr-situacao
               move "jogador em branco" to ws-tr-motivo
           else
           if  ws-jornal-resultado <> "A"
           and ws-jornal-resultado <> "E" then
               move "REJEITADO" to ws-tr-situacao
               move "resultado deve ser A ou E" to ws-tr-motivo
           else

               move ws-tr-ident to fd-imp-ident
               read arqImportados key is fd-imp-chave
               if ws-fs-arqImportados = 0 then
                   move "DUPLICADO" to ws-tr-situacao
               else
                   perform gravar-controle-transf
                   if ws-tr-situacao <> "REJEITADO" then

                       write fd-jornal-linha from ws-linha-jornal
                       if ws-fs-arqJornal <> 0 then
                           move "REJEITADO" to ws-tr-situacao
                           move "erro ao gravar no jornal" to ws-tr-motivo
                           perform desfazer-controle-transf
                       else
                           move "ACEITO" to ws-tr-situacao

                           move zero to ws-ind-dom-est
                           perform varying ws-ind-chk from 1 by 1
                                   until ws-ind-chk > 27
                                      or ws-ind-dom-est > 0
                               if  ws-estado(ws-ind-chk) <> spaces
                               and ws-estado(ws-ind-chk) = ws-jornal-estado then
                                   move ws-ind-chk to ws-ind-dom-est
                               end-if
                           end-perform
                           if ws-ind-dom-est > 0 then
                               if ws-jornal-resultado = "A" then
                                   add 1 to ws-estat-acertos(ws-ind-dom-est)
                               else
                                   add 1 to ws-estat-erros(ws-ind-dom-est)
                               end-if
                           end-if
                       end-if

                   end-if
               end-if

           end-if
           end-if
           end-if
           .
       aplicar-jornal-transf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Sessao do placar da outra unidade: chave nome + data + pontos +
      *>  ordem entre as sessoes iguais. Nova, entra no proximo registro
      *>  livre do placar local
      *>------------------------------------------------------------------------
       aplicar-placar-transf section.

           move ws-tr-dados to ws-tr-placar

           move spaces to ws-tr-ident
           string ws-tr-p-nome    delimited by size
                  " "             delimited by size
                  ws-tr-p-pontos  delimited by size
                  " "             delimited by size
                  ws-tr-p-data    delimited by size
                  " "             delimited by size
                  ws-tr-p-ordem   delimited by size
                  into ws-tr-ident

           if ws-tr-p-pontos is not numeric
           or ws-tr-p-data   is not numeric
           or ws-tr-p-ordem  is not numeric
           or ws-tr-p-data   = 0 then
               move "REJEITADO" to ws-tr-situacao
               move "pontos, data ou ordem invalidos" to ws-tr-motivo
           else
           if ws-tr-p-nome = spaces then
               move "REJEITADO" to ws-tr-situacao
               move "jogador em branco" to ws-tr-motivo
           else

               move ws-tr-ident to fd-imp-ident
               read arqImportados key is fd-imp-chave
               if ws-fs-arqImportados = 0 then
                   move "DUPLICADO" to ws-tr-situacao
               else
               if ws-tr-placar-cheio then
                   move "REJEITADO" to ws-tr-situacao
                   move "placar cheio - arquivar antes" to ws-tr-motivo
               else
                   perform gravar-controle-transf
                   if ws-tr-situacao <> "REJEITADO" then

                       move ws-tr-p-nome   to fd-placar-nome
                       move ws-tr-p-pontos to fd-placar-pontos
                       move ws-tr-p-data   to fd-placar-data
                       write fd-placar
                       if ws-fs-arqPlacar <> 0 then
                           move "REJEITADO" to ws-tr-situacao
                           move "erro ao gravar no placar" to ws-tr-motivo
                           perform desfazer-controle-transf
                       else
                           move "ACEITO" to ws-tr-situacao
                           if ws-rk-arqPlacar = 9999 then
                               move "S" to ws-flag-tr-placar-cheio
                           else
                               add 1 to ws-rk-arqPlacar
                           end-if
                       end-if

                   end-if
               end-if
               end-if

           end-if
           end-if
           .
       aplicar-placar-transf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ficha da outra unidade: os contadores sao acumulados, entao o
      *>  controle guarda a ultima ficha carregada de cada jogador por
      *>  unidade e so a diferenca entra no cadastro mestre. Ficha igual a
      *>  ultima e duplicada; ficha menor que a ultima e rejeitada
      *>------------------------------------------------------------------------
       aplicar-ficha-transf section.

           move ws-tr-dados to ws-tr-ficha
           move ws-tr-f-nome to ws-tr-ident

           if ws-tr-f-partidas  is not numeric
           or ws-tr-f-perguntas is not numeric
           or ws-tr-f-acertos   is not numeric
           or ws-tr-f-duracao   is not numeric
           or ws-tr-f-vitorias  is not numeric then
               move "REJEITADO" to ws-tr-situacao
               move "contadores nao numericos" to ws-tr-motivo
           else
           if ws-tr-f-nome = spaces then
               move "REJEITADO" to ws-tr-situacao
               move "jogador em branco" to ws-tr-motivo
           else
           if ws-tr-f-acertos > ws-tr-f-perguntas then
               move "REJEITADO" to ws-tr-situacao
               move "mais acertos que perguntas" to ws-tr-motivo
           else

               move ws-tr-ident to fd-imp-ident
               read arqImportados key is fd-imp-chave
               if ws-fs-arqImportados = 0 then
                   move "S" to ws-flag-tr-controle
               else
                   move "N" to ws-flag-tr-controle
                   move zero to fd-imp-partidas
                   move zero to fd-imp-perguntas
                   move zero to fd-imp-acertos
                   move zero to fd-imp-duracao
                   move zero to fd-imp-vitorias
               end-if

               if  ws-tr-f-partidas  = fd-imp-partidas
               and ws-tr-f-perguntas = fd-imp-perguntas
               and ws-tr-f-acertos   = fd-imp-acertos
               and ws-tr-f-duracao   = fd-imp-duracao
               and ws-tr-f-vitorias  = fd-imp-vitorias then
                   move "DUPLICADO" to ws-tr-situacao
               else
               if ws-tr-f-partidas  < fd-imp-partidas
               or ws-tr-f-perguntas < fd-imp-perguntas
               or ws-tr-f-acertos   < fd-imp-acertos
               or ws-tr-f-duracao   < fd-imp-duracao
               or ws-tr-f-vitorias  < fd-imp-vitorias then
                   move "REJEITADO" to ws-tr-situacao
                   move "ficha menor que a ja carregada" to ws-tr-motivo
               else

                   compute ws-tr-dif-partidas  =
                           ws-tr-f-partidas  - fd-imp-partidas
                   compute ws-tr-dif-perguntas =
                           ws-tr-f-perguntas - fd-imp-perguntas
                   compute ws-tr-dif-acertos   =
                           ws-tr-f-acertos   - fd-imp-acertos
                   compute ws-tr-dif-duracao   =
                           ws-tr-f-duracao   - fd-imp-duracao
                   compute ws-tr-dif-vitorias  =
                           ws-tr-f-vitorias  - fd-imp-vitorias

                   perform gravar-controle-transf
                   if ws-tr-situacao <> "REJEITADO" then

                       move ws-tr-f-nome to ws-nome-busca
                       perform localizar-perfil-jogador

                       if ws-perfil-achado then
                           add ws-tr-dif-partidas  to fd-jog-partidas
                           add ws-tr-dif-perguntas to fd-jog-perguntas
                           add ws-tr-dif-acertos   to fd-jog-acertos
                           add ws-tr-dif-duracao   to fd-jog-duracao-total
                           add ws-tr-dif-vitorias  to fd-jog-vitorias
                       else
                           move ws-tr-f-nome        to fd-jog-nome
                           move ws-tr-dif-partidas  to fd-jog-partidas
                           move ws-tr-dif-perguntas to fd-jog-perguntas
                           move ws-tr-dif-acertos   to fd-jog-acertos
                           move ws-tr-dif-duracao   to fd-jog-duracao-total
                           move ws-tr-dif-vitorias  to fd-jog-vitorias
                       end-if

                       if fd-jog-perguntas > 0 then
                           compute fd-jog-acuracia =
                               fd-jog-acertos * 100 / fd-jog-perguntas
                           compute fd-jog-tempo-medio =
                               fd-jog-duracao-total / fd-jog-perguntas
                       else
                           move zero to fd-jog-acuracia
                           move zero to fd-jog-tempo-medio
                       end-if

                       if ws-perfil-achado then
                           rewrite fd-jogador
                       else
                           write fd-jogador
                       end-if

                       if ws-fs-arqJogadores <> 0 then
                           move "REJEITADO" to ws-tr-situacao
                           move "erro ao gravar no cadastro" to ws-tr-motivo
                           perform desfazer-controle-transf
                       else
                           move "ACEITO" to ws-tr-situacao
                       end-if

                   end-if
               end-if
               end-if

           end-if
           end-if
           end-if
           .
       aplicar-ficha-transf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Anota no controle de cargas o registro que vai entrar, antes de
      *>  aplica-lo (a ficha guarda os contadores, que sao a base da
      *>  proxima diferenca). Sem o controle gravado o registro nao entra
      *>  e a carga para: carregado sem controle, entraria de novo quando
      *>  a unidade mandasse o arquivo outra vez
      *>------------------------------------------------------------------------
       gravar-controle-transf section.

           move spaces to ws-tr-situacao

           move ws-imp-unidade to fd-imp-unidade
           move ws-tr-tipo     to fd-imp-tipo
           move ws-tr-ident    to fd-imp-ident
           move ws-data-atual  to fd-imp-data-carga

           if ws-tr-tipo = "F" then
               move ws-tr-f-partidas  to fd-imp-partidas
               move ws-tr-f-perguntas to fd-imp-perguntas
               move ws-tr-f-acertos   to fd-imp-acertos
               move ws-tr-f-duracao   to fd-imp-duracao
               move ws-tr-f-vitorias  to fd-imp-vitorias
           else
               move zero to fd-imp-partidas
               move zero to fd-imp-perguntas
               move zero to fd-imp-acertos
               move zero to fd-imp-duracao
               move zero to fd-imp-vitorias
           end-if

           if  ws-tr-tipo = "F"
           and ws-flag-tr-controle = "S" then
               rewrite fd-importado
           else
               write fd-importado
           end-if

           if ws-fs-arqImportados <> 0 then
               move "REJEITADO" to ws-tr-situacao
               move "erro no controle de cargas" to ws-tr-motivo
               move "Erro ao gravar arq. arqImportados" to ws-msn
               move "S" to ws-flag-tr-interrompida
           end-if
           .
       gravar-controle-transf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  O registro foi anotado no controle mas nao conseguiu entrar:
      *>  tira a anotacao (a ficha volta a ultima carregada) para que a
      *>  proxima carga o traga de novo
      *>------------------------------------------------------------------------
       desfazer-controle-transf section.

           if  ws-tr-tipo = "F"
           and ws-flag-tr-controle = "S" then
               compute fd-imp-partidas  =
                       ws-tr-f-partidas  - ws-tr-dif-partidas
               compute fd-imp-perguntas =
                       ws-tr-f-perguntas - ws-tr-dif-perguntas
               compute fd-imp-acertos   =
                       ws-tr-f-acertos   - ws-tr-dif-acertos
               compute fd-imp-duracao   =
                       ws-tr-f-duracao   - ws-tr-dif-duracao
               compute fd-imp-vitorias  =
                       ws-tr-f-vitorias  - ws-tr-dif-vitorias
               rewrite fd-importado
           else
               delete arqImportados record
           end-if

           if ws-fs-arqImportados <> 0 then
               move "Erro ao gravar arq. arqImportados" to ws-msn
               move "S" to ws-flag-tr-interrompida
           end-if
           .
       desfazer-controle-transf-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Rankings alternativos de jogadores: monta do cadastro mestre a
      *>  classificacao pelo criterio pedido (acuracia, tempo medio,
      *>  vitorias ou rating), mostra o Top 10 na tela e grava os quatro
      *>  rankings completos no arquivo imprimivel. So entram jogadores com
      *>  o minimo de perguntas respondidas (parametro MINIMO-RANKING)
      *>------------------------------------------------------------------------
       rankings-jogadores section.

           if  ws-rank-criterio <> "A" and ws-rank-criterio <> "a"
           and ws-rank-criterio <> "T" and ws-rank-criterio <> "t"
           and ws-rank-criterio <> "V" and ws-rank-criterio <> "v"
           and ws-rank-criterio <> "R" and ws-rank-criterio <> "r" then
               move "A" to ws-rank-criterio
           end-if

                   if ws-rank-criterio = "V" or ws-rank-criterio = "v" then
                       move "V" to ws-rank-criterio-atu
                       move "Criterio: mais vitorias" to ws-rank-titulo
                   else
                   if ws-rank-criterio = "R" or ws-rank-criterio = "r" then
                       move "R" to ws-rank-criterio-atu
                       move "Criterio: maior rating" to ws-rank-titulo
                   else
                       move "A" to ws-rank-criterio-atu
                       move "Criterio: maior acuracia (%)" to ws-rank-titulo
                   end-if
                   end-if
                   end-if

                   perform ordenar-rank-jogadores

      *>            no fechamento em lote nao ha tela: vai direto
      *>            para o relatorio impresso
                   if not ws-em-fechamento then
                       move space to ws-sair
                       display sc-tela-rankings
                       accept sc-tela-rankings
                   end-if

                   perform gravar-relatorio-rankings


      *>------------------------------------------------------------------------
      *>  Carrega do cadastro mestre os jogadores com o minimo de
      *>  perguntas para a tabela de rankings, com o rating de cada um
      *>  (quem ainda nao concluiu partida fica com o rating inicial)
      *>------------------------------------------------------------------------
       carregar-rank-jogadores section.

               move zero   to ws-rank-tempo(ws-ind-rank)
               move zero   to ws-rank-vitorias(ws-ind-rank)
               move zero   to ws-rank-perguntas(ws-ind-rank)
               move zero   to ws-rank-rating(ws-ind-rank)
           end-perform

           move "N" to ws-flag-rat-aberto
           open input arqRatings
           if ws-fs-arqRatings = 0 then
               move "S" to ws-flag-rat-aberto
           end-if

           open input arqJogadores
           if ws-fs-arqJogadores = 35 then
               move "Nenhuma ficha gravada ainda" to ws-msn
                       move fd-jog-tempo-medio to ws-rank-tempo(ws-qtd-rank)
                       move fd-jog-vitorias    to ws-rank-vitorias(ws-qtd-rank)
                       move fd-jog-perguntas   to ws-rank-perguntas(ws-qtd-rank)
                       move ws-rating-inicial  to ws-rank-rating(ws-qtd-rank)
                       if ws-rat-aberto then
                           move fd-jog-nome to fd-rat-nome
                           read arqRatings key is fd-rat-nome
                           if ws-fs-arqRatings = 0 then
                               move fd-rat-valor to ws-rank-rating(ws-qtd-rank)
                           end-if
                       end-if
                   end-if

               end-perform
               close arqJogadores
           end-if
           end-if

           if ws-rat-aberto then
               close arqRatings
           end-if
           .
       carregar-rank-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ordenacao da tabela de rankings pelo criterio corrente: acuracia,
      *>  vitorias e rating decrescentes, tempo medio crescente (mais
      *>  rapido primeiro)
      *>------------------------------------------------------------------------
       ordenar-rank-jogadores section.

                              ws-rank-vitorias(ws-ind-rank + 1) then
                               move "S" to ws-flag-troca-rank
                           end-if
                       else
                       if ws-rank-criterio-atu = "R" then
                           if ws-rank-rating(ws-ind-rank) <
                              ws-rank-rating(ws-ind-rank + 1) then
                               move "S" to ws-flag-troca-rank
                           end-if
                       else
                           if ws-rank-acuracia(ws-ind-rank) <
                              ws-rank-acuracia(ws-ind-rank + 1) then
                           end-if
                       end-if
                       end-if
                       end-if

                       if ws-flag-troca-rank = "S" then
                           move ws-rank-jog(ws-ind-rank + 1) to ws-rank-jog-aux
           exit.

      *>------------------------------------------------------------------------
      *>  Grava os quatro rankings completos (acuracia, tempo medio,
      *>  vitorias e rating) no arquivo imprimivel, reordenando a tabela
      *>  entre um e outro
      *>------------------------------------------------------------------------
       gravar-relatorio-rankings section.

               move "Por vitorias:" to ws-rank-titulo
               perform gravar-bloco-ranking

               move "R" to ws-rank-criterio-atu
               perform ordenar-rank-jogadores
               move "Por rating:" to ws-rank-titulo
               perform gravar-bloco-ranking

               close arqRankings
           end-if
           .
                   until ws-ind-rank > ws-qtd-rank

               move spaces to ws-linha-rank
      *>        o bloco do rating troca o tempo medio pelo rating para a
      *>        linha caber nos 80 da impressao
               if ws-rank-criterio-atu = "R" then
                   string ws-rank-nome(ws-ind-rank)      delimited by size
                          " Rating: "                    delimited by size
                          ws-rank-rating(ws-ind-rank)    delimited by size
                          " Acur: "                      delimited by size
                          ws-rank-acuracia(ws-ind-rank)  delimited by size
                          " Vit: "                       delimited by size
                          ws-rank-vitorias(ws-ind-rank)  delimited by size
                          " Perg: "                      delimited by size
                          ws-rank-perguntas(ws-ind-rank) delimited by size
                          into ws-linha-rank
               else
                   string ws-rank-nome(ws-ind-rank)      delimited by size
                          " Acur: "                      delimited by size
                          ws-rank-acuracia(ws-ind-rank)  delimited by size
                          " Tempo: "                     delimited by size
                          ws-rank-tempo(ws-ind-rank)     delimited by size
                          " Vit: "                       delimited by size
                          ws-rank-vitorias(ws-ind-rank)  delimited by size
                          " Perg: "                      delimited by size
                          ws-rank-perguntas(ws-ind-rank) delimited by size
                          into ws-linha-rank
               end-if
               write fd-rankings-linha from ws-linha-rank

           end-perform
       carregar-torneio section.

           move zero to ws-qtd-torneio
           move "N"  to ws-flag-torneio-rodada

           perform varying ws-ind-torneio from 1 by 1
                   until ws-ind-torneio > 50
                             to ws-torneio-nome(ws-qtd-torneio)
                           move ws-torneio-lin-pontos
                             to ws-torneio-pontos(ws-qtd-torneio)
      *>                    torneio so semeado tem todos com zero pontos
                           if ws-torneio-lin-pontos > 0 then
                               move "S" to ws-flag-torneio-rodada
                           end-if
                           if ws-torneio-lin-acertos is numeric then
                               move ws-torneio-lin-acertos
                                 to ws-torneio-acertos(ws-qtd-torneio)
       encerrar-torneio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Semeia um torneio novo pelo rating: os jogadores do roster e os
      *>  da partida entram na classificacao sem pontos, do maior para o
      *>  menor rating, e a ordem fica como cabeca de chave ate a primeira
      *>  rodada (a ordenacao do torneio nao troca empatados). Torneio que
      *>  ja tem rodada lancada nao e semeado de novo
      *>------------------------------------------------------------------------
       semear-torneio-rating section.

           if ws-nome-torneio = spaces then
               move "Informe o nome do torneio" to ws-msn
           else

               perform carregar-torneio

               if ws-msn <> spaces then
                   continue
               else
               if ws-torneio-com-rodada then
                   move "Torneio ja tem rodada lancada - nao e novo" to ws-msn
               else

                   move zero to ws-qtd-semente
                   perform varying ws-ind-sem from 1 by 1 until ws-ind-sem > 50
                       move spaces to ws-sem-nome(ws-ind-sem)
                       move zero   to ws-sem-rating(ws-ind-sem)
                   end-perform

                   open input arqRoster
                   if ws-fs-arqRoster = 0 then
                       move 1 to ws-rk-arqRoster
                       start arqRoster key is >= ws-rk-arqRoster
                       perform until ws-fs-arqRoster <> 0
                           read arqRoster next record
                           if ws-fs-arqRoster = 0 then
                               move fd-roster-nome to ws-nome-busca
                               perform incluir-semente-torneio
                           end-if
                       end-perform
                       close arqRoster
                   end-if

                   perform varying ws-ind-jog from 1 by 1 until ws-ind-jog > 8
                       move ws-nome-jog(ws-ind-jog) to ws-nome-busca
                       perform incluir-semente-torneio
                   end-perform

                   if ws-qtd-semente = 0 then
                       move "Nenhum jogador no roster nem na partida" to ws-msn
                   else

                       move "N" to ws-flag-rat-aberto
                       open input arqRatings
                       if ws-fs-arqRatings = 0 then
                           move "S" to ws-flag-rat-aberto
                       end-if

                       perform varying ws-ind-sem from 1 by 1
                               until ws-ind-sem > ws-qtd-semente
                           move ws-rating-inicial to ws-sem-rating(ws-ind-sem)
                           if ws-rat-aberto then
                               move ws-sem-nome(ws-ind-sem) to fd-rat-nome
                               read arqRatings key is fd-rat-nome
                               if ws-fs-arqRatings = 0 then
                                   move fd-rat-valor to ws-sem-rating(ws-ind-sem)
                               end-if
                           end-if
                       end-perform

                       if ws-rat-aberto then
                           close arqRatings
                       end-if

                       perform ordenar-semente-torneio

                       perform varying ws-ind-sem from 1 by 1
                               until ws-ind-sem > ws-qtd-semente
                           move ws-sem-nome(ws-ind-sem)
                             to ws-torneio-nome(ws-ind-sem)
                           move zero to ws-torneio-pontos(ws-ind-sem)
                           move zero to ws-torneio-acertos(ws-ind-sem)
                       end-perform
                       move ws-qtd-semente to ws-qtd-torneio

                       perform gravar-torneio

                       if ws-msn = spaces then
                           string "Torneio semeado: "       delimited by size
                                  ws-qtd-semente            delimited by size
                                  " jogador(es) pelo rating" delimited by size
                                  into ws-msn
                       end-if
                   end-if
               end-if
               end-if

           end-if
           .
       semear-torneio-rating-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Poe ws-nome-busca na lista de semeadura, sem repetir nome
      *>------------------------------------------------------------------------
       incluir-semente-torneio section.

           if ws-nome-busca <> spaces then

               move zero to ws-ind-sem-achado
               perform varying ws-ind-sem from 1 by 1
                       until ws-ind-sem > ws-qtd-semente
                          or ws-ind-sem-achado > 0
                   if ws-sem-nome(ws-ind-sem) = ws-nome-busca then
                       move ws-ind-sem to ws-ind-sem-achado
                   end-if
               end-perform

               if  ws-ind-sem-achado = 0
               and ws-qtd-semente < 50 then
                   add 1 to ws-qtd-semente
                   move ws-nome-busca to ws-sem-nome(ws-qtd-semente)
               end-if

           end-if
           .
       incluir-semente-torneio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Ordena a lista de semeadura por rating decrescente
      *>------------------------------------------------------------------------
       ordenar-semente-torneio section.

           if ws-qtd-semente > 1 then

               set trocou to true

               perform until nao_trocou

                   move 1 to ws-ind-sem
                   set nao_trocou to true

                   perform until ws-ind-sem = ws-qtd-semente

                       if ws-sem-rating(ws-ind-sem) <
                          ws-sem-rating(ws-ind-sem + 1) then
                           move ws-semente(ws-ind-sem + 1) to ws-semente-aux
                           move ws-semente(ws-ind-sem)
                             to ws-semente(ws-ind-sem + 1)
                           move ws-semente-aux to ws-semente(ws-ind-sem)
                           set trocou to true
                       end-if

                       add 1 to ws-ind-sem

                   end-perform

               end-perform

           end-if
           .
       ordenar-semente-torneio-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Reivindica a trava de sessao na subida: se ja existe uma trava
      *>  viva de outra sessao, o menu passa a mostrar quem a segura e o
       gravar-registro-trava-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Liberacao supervisionada da trava: toma para esta sessao uma
      *>  trava deixada por uma sessao que caiu (ou segurada pelo outro

           end-if
           .
       liberar-trava-propria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Acesso do operador na subida: nome e senha conferidos contra o
      *>  cadastro de operadores; o papel gravado no cadastro (anfitriao de
      *>  partida ou supervisor) vale para a sessao inteira. Sem cadastro
      *>  ainda, o primeiro operador a entrar e gravado como supervisor.
      *>  Tres tentativas erradas (ou Sair) encerram o programa antes de a
      *>  trava de sessao ser tocada
      *>------------------------------------------------------------------------
       acesso-operador section.

           move "N"    to ws-flag-acesso-ok
           move "N"    to ws-flag-primeiro-acesso
           move zero   to ws-qtd-tentativas-acesso
           move space  to ws-sair
           move spaces to ws-msn
           move spaces to ws-acs-info
           move spaces to ws-tela-acesso

           open input arqOperadores
           if ws-fs-arqOperadores = 35 then
               move "S" to ws-flag-primeiro-acesso
           else
           if ws-fs-arqOperadores <> 0 then
               move 1                                  to ws-msn-erro-ofsset
               move ws-fs-arqOperadores                to ws-msn-erro-cod
               move "Erro ao abrir arq. arqOperadores" to ws-msn-erro-text
               perform finaliza-anormal
           else
      *>        arquivo criado mas vazio conta como primeiro acesso
               move low-values to fd-oper-nome
               start arqOperadores key is >= fd-oper-nome
               if ws-fs-arqOperadores <> 0 then
                   move "S" to ws-flag-primeiro-acesso
               end-if
               close arqOperadores
           end-if
           end-if

           if ws-primeiro-acesso then
               move "Primeiro acesso: o operador informado sera o supervisor"
                 to ws-acs-info
           end-if

           perform until ws-acesso-ok
                      or ws-sair = "X"
                      or ws-sair = "x"
                      or ws-qtd-tentativas-acesso >= 3

               move spaces to ws-acs-senha

               display sc-tela-acesso
               accept sc-tela-acesso

               move space to ws-msn

               if ws-sair <> "X" and ws-sair <> "x" then
                   perform validar-acesso-operador
               end-if

           end-perform

           if not ws-acesso-ok then
               move zero to ws-msn-erro-ofsset
               move zero to ws-msn-erro-cod
               if ws-sair = "X" or ws-sair = "x" then
                   move "Sessao encerrada sem acesso" to ws-msn-erro-text
               else
                   move "Acesso negado - operador/senha invalidos"
                     to ws-msn-erro-text
               end-if
               perform finaliza-anormal
           end-if

           move space  to ws-sair
           move spaces to ws-msn
           move spaces to ws-tela-acesso
           .
       acesso-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Confere o nome e a senha digitados; no primeiro acesso grava o
      *>  operador como supervisor. Acertos e erros vao para a auditoria
      *>------------------------------------------------------------------------
       validar-acesso-operador section.

           move spaces to ws-aud-chave
           move spaces to ws-aud-antes
           move spaces to ws-aud-depois
           move ws-acs-operador to ws-aud-chave

           if ws-acs-operador = spaces
           or ws-acs-senha    = spaces then
               move "Informe operador e senha" to ws-msn
           else
           if ws-primeiro-acesso then

               open output arqOperadores
               if ws-fs-arqOperadores <> 0 then
                   move "Erro ao gravar arq. arqOperadores" to ws-msn
               else
                   accept ws-data-atual from date yyyymmdd
                   move ws-acs-operador to fd-oper-nome
                   move ws-acs-senha    to fd-oper-senha
                   move "S"             to fd-oper-papel
                   move ws-data-atual   to fd-oper-data-cad
                   write fd-operador
                   if ws-fs-arqOperadores <> 0 then
                       move "Erro ao gravar arq. arqOperadores" to ws-msn
                   else
                       move "S"             to ws-flag-acesso-ok
                       move fd-oper-nome    to ws-nome-operador
                       move fd-oper-papel   to ws-oper-papel
                       perform montar-imagem-operador
                       move ws-aud-img-operador to ws-aud-depois
                       move "PRIMEIRO ACESSO"   to ws-aud-acao
                       move "EXECUTADO"         to ws-aud-situacao
                       move "Operador gravado como supervisor" to ws-msn
                       perform gravar-auditoria
                   end-if
                   close arqOperadores
               end-if

           else

               move "ACESSO" to ws-aud-acao
               open input arqOperadores
               if ws-fs-arqOperadores <> 0 then
                   move "Erro ao abrir arq. arqOperadores" to ws-msn
               else
                   move ws-acs-operador to fd-oper-nome
                   read arqOperadores key is fd-oper-nome
                   if  ws-fs-arqOperadores = 0
                   and fd-oper-senha = ws-acs-senha then
                       move "S"           to ws-flag-acesso-ok
                       move fd-oper-nome  to ws-nome-operador
                       move fd-oper-papel to ws-oper-papel
                       move "EXECUTADO"   to ws-aud-situacao
                       move "Acesso liberado" to ws-msn
                   else
                       add 1 to ws-qtd-tentativas-acesso
                       move "RECUSADO" to ws-aud-situacao
                       move "Operador ou senha invalidos" to ws-msn
                   end-if
                   close arqOperadores
                   perform gravar-auditoria
               end-if

           end-if
           end-if
           .
       validar-acesso-operador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Funcao restrita ao supervisor: libera com o papel S e recusa ao
      *>  anfitriao, deixando a recusa na auditoria. Quem chama ja moveu a
      *>  acao para ws-aud-acao; chave e imagens comecam em branco
      *>------------------------------------------------------------------------
       exigir-supervisor section.

           move spaces to ws-aud-chave
           move spaces to ws-aud-antes
           move spaces to ws-aud-depois

           if ws-oper-supervisor then
               move "S" to ws-flag-funcao-liberada
           else
               move "N" to ws-flag-funcao-liberada
               move "Funcao restrita ao supervisor" to ws-msn
               move "RECUSADO" to ws-aud-situacao
               perform gravar-auditoria
           end-if
           .
       exigir-supervisor-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra na auditoria uma funcao administrativa executada, com a
      *>  mensagem que ela deixou na tela (mensagem de erro vira ERRO)
      *>------------------------------------------------------------------------
       registrar-funcao-auditoria section.

           move spaces to ws-aud-antes
           move spaces to ws-aud-depois

           if ws-msn(1:4) = "Erro"
           or ws-msn(1:6) = "Layout" then
               move "ERRO"      to ws-aud-situacao
           else
               move "EXECUTADO" to ws-aud-situacao
           end-if

           perform gravar-auditoria
           .
       registrar-funcao-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra na auditoria a mudanca de um registro do cadastro de
      *>  estados; a imagem anterior ja esta em ws-aud-antes e a nova e o
      *>  proprio registro do arquivo
      *>------------------------------------------------------------------------
       registrar-estado-auditoria section.

           move fd-estados to ws-aud-depois
           move spaces to ws-aud-chave
           string "Estado reg "     delimited by size
                  ws-rk-arqEstados  delimited by size
                  into ws-aud-chave

           if ws-fs-arqEstados = 0 then
               move "EXECUTADO" to ws-aud-situacao
           else
               move "ERRO"      to ws-aud-situacao
           end-if

           perform gravar-auditoria
           .
       registrar-estado-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra na auditoria a mudanca de um registro do cadastro de
      *>  municipios, nos moldes do cadastro de estados
      *>------------------------------------------------------------------------
       registrar-municipio-auditoria section.

           move fd-municipios to ws-aud-depois
           move spaces to ws-aud-chave
           string "Municipio reg "     delimited by size
                  ws-rk-arqMunicipios  delimited by size
                  into ws-aud-chave

           if ws-fs-arqMunicipios = 0 then
               move "EXECUTADO" to ws-aud-situacao
           else
               move "ERRO"      to ws-aud-situacao
           end-if

           perform gravar-auditoria
           .
       registrar-municipio-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Grava uma linha no arquivo de auditoria com data, hora, operador
      *>  e papel da sessao; acao, situacao, chave e imagens vem de quem
      *>  chama, a mensagem e a que esta na tela
      *>------------------------------------------------------------------------
       gravar-auditoria section.

           open extend arqAuditoria
           if ws-fs-arqAuditoria = 35 then
               open output arqAuditoria
           end-if

           if ws-fs-arqAuditoria <> 0 then
               move "Erro ao abrir arq. auditoria" to ws-msn
           else
               accept ws-aud-data from date yyyymmdd
               accept ws-aud-hora from time
               move ws-nome-operador to ws-aud-operador
               move ws-oper-papel    to ws-aud-papel
               move ws-msn           to ws-aud-mensagem

               write fd-auditoria-linha from ws-linha-auditoria
               if ws-fs-arqAuditoria <> 0 then
                   move "Erro ao gravar arq. auditoria" to ws-msn
               end-if

               close arqAuditoria
           end-if
           .
       gravar-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Manutencao do cadastro de operadores (consulta, inclusao,
      *>  alteracao de senha/papel e desativacao), so para supervisor. O
      *>  proprio operador da sessao nao pode ser desativado nem perder o
      *>  papel de supervisor, para o cadastro nunca ficar sem supervisor
      *>------------------------------------------------------------------------
       cadastrar-operadores section.

           move space  to ws-sair
           move space  to ws-msn
           move spaces to ws-tela-cad-operador

           open i-o arqOperadores
           if ws-fs-arqOperadores = 35 then
               open output arqOperadores
               close arqOperadores
               open i-o arqOperadores
           end-if

           if ws-fs-arqOperadores <> 0 then
               move "Erro ao abrir arq. arqOperadores" to ws-msn
           else

               perform until ws-sair = "V"
                          or ws-sair = "v"

                   display sc-tela-cad-operador
                   accept sc-tela-cad-operador

                   move space to ws-msn

                   if ws-sair <> "V" and ws-sair <> "v" then

                       inspect ws-cad-opr-papel converting "hs" to "HS"

                       if ws-cad-opr-nome = spaces then
                           move "Informe o nome do operador" to ws-msn
                       else
                           if ws-cad-opr-acao = "C" or ws-cad-opr-acao = "c" then
                               perform consultar-operador-cad
                           else
                           if ws-cad-opr-acao = "I" or ws-cad-opr-acao = "i" then
                               perform incluir-operador-cad
                           else
                           if ws-cad-opr-acao = "A" or ws-cad-opr-acao = "a" then
                               perform alterar-operador-cad
                           else
                           if ws-cad-opr-acao = "D" or ws-cad-opr-acao = "d" then
                               perform desativar-operador-cad
                           else
                               move "Acao invalida - use C, I, A ou D" to ws-msn
                           end-if
                           end-if
                           end-if
                           end-if
                       end-if

      *>                a senha digitada nao fica na tela de uma volta
      *>                para a outra
                       move spaces to ws-cad-opr-senha

                   end-if

               end-perform

               close arqOperadores
           end-if
           .
       cadastrar-operadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Mostra o papel de um operador cadastrado (a senha nunca volta
      *>   para a tela)
      *>------------------------------------------------------------------------
       consultar-operador-cad section.

           move ws-cad-opr-nome to fd-oper-nome
           read arqOperadores key is fd-oper-nome

           if ws-fs-arqOperadores = 0 then
               move fd-oper-papel to ws-cad-opr-papel
               move "Registro lido" to ws-msn
           else
               if ws-fs-arqOperadores = 23 then
                   move space to ws-cad-opr-papel
                   move "Operador nao cadastrado" to ws-msn
               else
                   move "Erro ao ler arq. arqOperadores" to ws-msn
               end-if
           end-if
           .
       consultar-operador-cad-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Inclui um operador novo; senha e papel sao obrigatorios
      *>------------------------------------------------------------------------
       incluir-operador-cad section.

           if ws-cad-opr-senha = spaces then
               move "Informe a senha" to ws-msn
           else
           if ws-cad-opr-papel <> "H" and ws-cad-opr-papel <> "S" then
               move "Papel invalido - use H ou S" to ws-msn
           else

               move ws-cad-opr-nome to fd-oper-nome
               read arqOperadores key is fd-oper-nome

               if ws-fs-arqOperadores = 0 then
                   move "Operador ja existe - use Alterar" to ws-msn
               else
                   accept ws-data-atual from date yyyymmdd
                   move ws-cad-opr-nome  to fd-oper-nome
                   move ws-cad-opr-senha to fd-oper-senha
                   move ws-cad-opr-papel to fd-oper-papel
                   move ws-data-atual    to fd-oper-data-cad
                   write fd-operador

                   if ws-fs-arqOperadores = 0 then
                       move "Registro incluido" to ws-msn
                   else
                       move "Erro ao gravar arq. arqOperadores" to ws-msn
                   end-if

                   move spaces to ws-aud-antes
                   perform registrar-operador-auditoria
               end-if

           end-if
           end-if
           .
       incluir-operador-cad-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Altera o papel e, se digitada, a senha de um operador
      *>------------------------------------------------------------------------
       alterar-operador-cad section.

           if ws-cad-opr-papel <> "H" and ws-cad-opr-papel <> "S" then
               move "Papel invalido - use H ou S" to ws-msn
           else
           if  ws-cad-opr-nome  =  ws-nome-operador
           and ws-cad-opr-papel <> "S" then
               move "O operador da sessao nao perde o papel S" to ws-msn
           else

               move ws-cad-opr-nome to fd-oper-nome
               read arqOperadores key is fd-oper-nome

               if ws-fs-arqOperadores = 0 then
                   perform montar-imagem-operador
                   move ws-aud-img-operador to ws-aud-antes

                   if ws-cad-opr-senha <> spaces then
                       move ws-cad-opr-senha to fd-oper-senha
                   end-if
                   move ws-cad-opr-papel to fd-oper-papel
                   rewrite fd-operador

                   if ws-fs-arqOperadores <> 0 then
                       move "Erro ao gravar arq. arqOperadores" to ws-msn
                   else
                   if ws-cad-opr-senha <> spaces then
                       move "Registro alterado - senha trocada" to ws-msn
                   else
                       move "Registro alterado" to ws-msn
                   end-if
                   end-if

                   perform registrar-operador-auditoria
               else
                   move "Operador nao existe - use Incluir" to ws-msn
               end-if

           end-if
           end-if
           .
       alterar-operador-cad-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Desativa (apaga do cadastro) um operador; a imagem do registro
      *>   apagado fica na auditoria
      *>------------------------------------------------------------------------
       desativar-operador-cad section.

           if ws-cad-opr-nome = ws-nome-operador then
               move "O operador da sessao nao pode ser desativado" to ws-msn
           else

               move ws-cad-opr-nome to fd-oper-nome
               read arqOperadores key is fd-oper-nome

               if ws-fs-arqOperadores = 0 then
                   perform montar-imagem-operador
                   move ws-aud-img-operador to ws-aud-antes

                   delete arqOperadores record

                   if ws-fs-arqOperadores = 0 then
                       move "Operador desativado" to ws-msn
                       move spaces to fd-operador
                       move ws-cad-opr-nome to fd-oper-nome
                   else
                       move "Erro ao apagar arq. arqOperadores" to ws-msn
                   end-if

                   perform registrar-operador-auditoria
               else
                   move "Operador nao cadastrado" to ws-msn
               end-if

           end-if
           .
       desativar-operador-cad-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Registra na auditoria a mudanca de um operador: a imagem
      *>   anterior ja esta em ws-aud-antes; registro apagado fica com a
      *>   imagem nova em branco
      *>------------------------------------------------------------------------
       registrar-operador-auditoria section.

           if fd-oper-senha = spaces and fd-oper-papel = spaces then
               move spaces to ws-aud-depois
           else
               perform montar-imagem-operador
               move ws-aud-img-operador to ws-aud-depois
           end-if

           move ws-cad-opr-nome to ws-aud-chave

           if ws-fs-arqOperadores = 0 then
               move "EXECUTADO" to ws-aud-situacao
           else
               move "ERRO"      to ws-aud-situacao
           end-if

           perform gravar-auditoria
           .
       registrar-operador-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Imagem do registro de operador para a auditoria, com a senha
      *>   mascarada
      *>------------------------------------------------------------------------
       montar-imagem-operador section.

           move fd-oper-nome     to ws-aud-img-opr-nome
           move fd-oper-papel    to ws-aud-img-opr-papel
           move fd-oper-data-cad to ws-aud-img-opr-data
           if fd-oper-senha = spaces then
               move spaces       to ws-aud-img-opr-senha
           else
               move all "*"      to ws-aud-img-opr-senha
           end-if
           .
       montar-imagem-operador-exit.
           exit.

      *>------------------------------------------------------------------------
           move space to ws-cad-est-regiao
           move space to ws-cad-est-populacao

      *>    o arquivo vai para uma geracao de backup antes de qualquer
      *>    manutencao; sem o backup o cadastro nao abre
           move "arqEstadosRel.dat"    to ws-bkp-arquivo
           move "CADASTRO ESTADOS"     to ws-bkp-job
           perform gerar-backup-arquivo

           if ws-backup-ok then
               open i-o arqEstados
               if ws-fs-arqEstados = 35 then
                   open output arqEstados
                   close arqEstados
                   open i-o arqEstados
               end-if
           end-if

           if not ws-backup-ok then
               continue
           else
           if ws-fs-arqEstados <> 0 then
               move "Erro ao abrir arq. arqEstados" to ws-msn
           else
      *>        imediato o que acabou de ser mantido no arquivo
               perform carregar-tabela-estados
           end-if
           end-if
           .
       cadastrar-estados-exit.
           exit.
               and fd-estado <> spaces then
                   move "Registro ja existe - use Alterar" to ws-msn
               else
                   if ws-fs-arqEstados = 0 then
                       move fd-estados to ws-aud-antes
                   else
                       move spaces     to ws-aud-antes
                   end-if
                   perform montar-registro-estado-cad
                   if ws-fs-arqEstados = 0 then
                       rewrite fd-estados
                   else
                       move "Erro ao gravar arq. arqEstados" to ws-msn
                   end-if
                   perform registrar-estado-auditoria
               end-if

           end-if
               read arqEstados

               if ws-fs-arqEstados = 0 then
                   move fd-estados to ws-aud-antes
                   perform montar-registro-estado-cad
                   rewrite fd-estados

                   else
                       move "Erro ao gravar arq. arqEstados" to ws-msn
                   end-if
                   perform registrar-estado-auditoria
               else
                   move "Registro nao existe - use Incluir" to ws-msn
               end-if
               if fd-estado = spaces then
                   move "Registro ja esta desativado" to ws-msn
               else
                   move fd-estados to ws-aud-antes
                   move spaces to fd-estado
                   move spaces to fd-capital
                   move spaces to fd-regiao
                   else
                       move "Erro ao gravar arq. arqEstados" to ws-msn
                   end-if
                   perform registrar-estado-auditoria
               end-if
           else
               move "Registro nao gravado no arquivo" to ws-msn
           move zero  to ws-cad-mun-estado-reg
           move space to ws-cad-mun-estado-nome

      *>    o arquivo vai para uma geracao de backup antes de qualquer
      *>    manutencao; sem o backup o cadastro nao abre
           move "arqMunicipios.dat"    to ws-bkp-arquivo
           move "CADASTRO MUNICIPIOS"  to ws-bkp-job
           perform gerar-backup-arquivo

           if ws-backup-ok then
               open i-o arqMunicipios
               if ws-fs-arqMunicipios = 35 then
                   open output arqMunicipios
                   close arqMunicipios
                   open i-o arqMunicipios
               end-if
           end-if

           if not ws-backup-ok then
               continue
           else
           if ws-fs-arqMunicipios <> 0 then
               move "Erro ao abrir arq. arqMunicipios" to ws-msn
           else
      *>        imediato o que acabou de ser mantido no arquivo
               perform carregar-tabela-municipios
           end-if
           end-if
           .
       cadastrar-municipios-exit.
           exit.
               and fd-mun-nome <> spaces then
                   move "Registro ja existe - use Alterar" to ws-msn
               else
                   if ws-fs-arqMunicipios = 0 then
                       move fd-municipios to ws-aud-antes
                   else
                       move spaces        to ws-aud-antes
                   end-if
                   move ws-cad-mun-nome       to fd-mun-nome
                   move ws-cad-mun-estado-reg to fd-mun-estado-reg
                   if ws-fs-arqMunicipios = 0 then
                   else
                       move "Erro ao gravar arq. arqMunicipios" to ws-msn
                   end-if
                   perform registrar-municipio-auditoria
               end-if

           end-if
               read arqMunicipios

               if ws-fs-arqMunicipios = 0 then
                   move fd-municipios to ws-aud-antes
                   move ws-cad-mun-nome       to fd-mun-nome
                   move ws-cad-mun-estado-reg to fd-mun-estado-reg
                   rewrite fd-municipios
                   else
                       move "Erro ao gravar arq. arqMunicipios" to ws-msn
                   end-if
                   perform registrar-municipio-auditoria
               else
                   move "Registro nao existe - use Incluir" to ws-msn
               end-if
               if fd-mun-nome = spaces then
                   move "Registro ja esta desativado" to ws-msn
               else
                   move fd-municipios to ws-aud-antes
                   move spaces to fd-mun-nome
                   move zero   to fd-mun-estado-reg
                   rewrite fd-municipios
                   else
                       move "Erro ao gravar arq. arqMunicipios" to ws-msn
                   end-if
                   perform registrar-municipio-auditoria
               end-if
           else
               move "Registro nao gravado no arquivo" to ws-msn
       validar-dados-cad-mun-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Cadastro do banco de perguntas do professor: mesmo esquema dos
      *>   cadastros de estados e municipios (registro relativo 1 a 200,
      *>   acoes C/I/A/D). Cada pergunta tem categoria, enunciado, resposta
      *>   certa, ate 3 respostas erradas para a multipla escolha e,
      *>   opcionalmente, o estado a que se refere
      *>------------------------------------------------------------------------
       cadastrar-perguntas section.

           move space to ws-sair
           move space to ws-msn
           move zero  to ws-cad-prg-registro
           move space to ws-cad-prg-acao
           move space to ws-cad-prg-categoria
           move space to ws-cad-prg-texto
           move space to ws-cad-prg-resposta
           move space to ws-cad-prg-errada-1
           move space to ws-cad-prg-errada-2
           move space to ws-cad-prg-errada-3
           move zero  to ws-cad-prg-estado-reg
           move space to ws-cad-prg-estado-nome

      *>    o arquivo vai para uma geracao de backup antes de qualquer
      *>    manutencao; sem o backup o cadastro nao abre
           move "arqPerguntas.dat"     to ws-bkp-arquivo
           move "CADASTRO PERGUNTAS"   to ws-bkp-job
           perform gerar-backup-arquivo

           if ws-backup-ok then
               open i-o arqPerguntas
               if ws-fs-arqPerguntas = 35 then
                   open output arqPerguntas
                   close arqPerguntas
                   open i-o arqPerguntas
               end-if
           end-if

           if not ws-backup-ok then
               continue
           else
           if ws-fs-arqPerguntas <> 0 then
               move "Erro ao abrir arq. arqPerguntas" to ws-msn
           else

               perform until ws-sair = "V"
                          or ws-sair = "v"

                   display sc-tela-cad-pergunta
                   accept sc-tela-cad-pergunta

                   move space to ws-msn

                   if ws-sair <> "V" and ws-sair <> "v" then

                       if ws-cad-prg-registro < 1
                       or ws-cad-prg-registro > 200 then
                           move "Registro deve estar entre 1 e 200" to ws-msn
                       else
                           if ws-cad-prg-acao = "C" or ws-cad-prg-acao = "c" then
                               perform consultar-pergunta-cad
                           else
                           if ws-cad-prg-acao = "I" or ws-cad-prg-acao = "i" then
                               perform incluir-pergunta-cad
                           else
                           if ws-cad-prg-acao = "A" or ws-cad-prg-acao = "a" then
                               perform alterar-pergunta-cad
                           else
                           if ws-cad-prg-acao = "D" or ws-cad-prg-acao = "d" then
                               perform desativar-pergunta-cad
                           else
                               move "Acao invalida - use C, I, A ou D" to ws-msn
                           end-if
                           end-if
                           end-if
                           end-if
                       end-if

                   end-if

               end-perform

               close arqPerguntas

      *>        recarrega a tabela em memoria, para o jogo enxergar de
      *>        imediato o que acabou de ser mantido no arquivo
               perform carregar-tabela-perguntas
           end-if
           end-if
           .
       cadastrar-perguntas-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Mostra na tela o conteudo atual de um registro do banco de
      *>   perguntas, com o nome do estado ligado (se houver)
      *>------------------------------------------------------------------------
       consultar-pergunta-cad section.

           move ws-cad-prg-registro to ws-rk-arqPerguntas
           read arqPerguntas

           if ws-fs-arqPerguntas = 0 then
               move fd-prg-categoria  to ws-cad-prg-categoria
               move fd-prg-texto      to ws-cad-prg-texto
               move fd-prg-resposta   to ws-cad-prg-resposta
               move fd-prg-errada(1)  to ws-cad-prg-errada-1
               move fd-prg-errada(2)  to ws-cad-prg-errada-2
               move fd-prg-errada(3)  to ws-cad-prg-errada-3
               move fd-prg-estado-reg to ws-cad-prg-estado-reg
               if  fd-prg-estado-reg >= 1
               and fd-prg-estado-reg <= 27 then
                   move ws-estado(fd-prg-estado-reg)
                     to ws-cad-prg-estado-nome
               else
                   move spaces to ws-cad-prg-estado-nome
               end-if
               if fd-prg-texto = spaces then
                   move "Registro desativado (em branco)" to ws-msn
               else
                   move "Registro lido" to ws-msn
               end-if
           else
               if ws-fs-arqPerguntas = 23 then
                   move space to ws-cad-prg-categoria
                   move space to ws-cad-prg-texto
                   move space to ws-cad-prg-resposta
                   move space to ws-cad-prg-errada-1
                   move space to ws-cad-prg-errada-2
                   move space to ws-cad-prg-errada-3
                   move zero  to ws-cad-prg-estado-reg
                   move space to ws-cad-prg-estado-nome
                   move "Registro nao gravado no arquivo" to ws-msn
               else
                   move "Erro ao ler arq. arqPerguntas" to ws-msn
               end-if
           end-if
           .
       consultar-pergunta-cad-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Inclui uma pergunta nova (ou reocupa um slot desativado) no
      *>   banco de perguntas, apos validar os dados digitados
      *>------------------------------------------------------------------------
       incluir-pergunta-cad section.

           perform validar-dados-cad-pergunta

           if ws-cad-pergunta-ok then

               move ws-cad-prg-registro to ws-rk-arqPerguntas
               read arqPerguntas

               if ws-fs-arqPerguntas = 0
               and fd-prg-texto <> spaces then
                   move "Registro ja existe - use Alterar" to ws-msn
               else
                   if ws-fs-arqPerguntas = 0 then
                       move fd-pergunta to ws-aud-antes
                   else
                       move spaces      to ws-aud-antes
                   end-if
                   perform montar-registro-pergunta-cad
                   if ws-fs-arqPerguntas = 0 then
                       rewrite fd-pergunta
                   else
                       write fd-pergunta
                   end-if

                   if ws-fs-arqPerguntas = 0 then
                       move "Registro incluido" to ws-msn
                   else
                       move "Erro ao gravar arq. arqPerguntas" to ws-msn
                   end-if
                   perform registrar-pergunta-auditoria
               end-if

           end-if
           .
       incluir-pergunta-cad-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Altera uma pergunta existente do banco, apos validar os dados
      *>   digitados
      *>------------------------------------------------------------------------
       alterar-pergunta-cad section.

           perform validar-dados-cad-pergunta

           if ws-cad-pergunta-ok then

               move ws-cad-prg-registro to ws-rk-arqPerguntas
               read arqPerguntas

               if ws-fs-arqPerguntas = 0 then
                   move fd-pergunta to ws-aud-antes
                   perform montar-registro-pergunta-cad
                   rewrite fd-pergunta

                   if ws-fs-arqPerguntas = 0 then
                       move "Registro alterado" to ws-msn
                   else
                       move "Erro ao gravar arq. arqPerguntas" to ws-msn
                   end-if
                   perform registrar-pergunta-auditoria
               else
                   move "Registro nao existe - use Incluir" to ws-msn
               end-if

           end-if
           .
       alterar-pergunta-cad-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Desativa uma pergunta do banco, deixando o slot em branco; o
      *>   slot segue reservado para reocupacao futura
      *>------------------------------------------------------------------------
       desativar-pergunta-cad section.

           move ws-cad-prg-registro to ws-rk-arqPerguntas
           read arqPerguntas

           if ws-fs-arqPerguntas = 0 then
               if fd-prg-texto = spaces then
                   move "Registro ja esta desativado" to ws-msn
               else
                   move fd-pergunta to ws-aud-antes
                   move spaces to fd-pergunta
                   move zero   to fd-prg-estado-reg
                   rewrite fd-pergunta

                   if ws-fs-arqPerguntas = 0 then
                       move "Registro desativado" to ws-msn
                   else
                       move "Erro ao gravar arq. arqPerguntas" to ws-msn
                   end-if
                   perform registrar-pergunta-auditoria
               end-if
           else
               move "Registro nao gravado no arquivo" to ws-msn
           end-if
           .
       desativar-pergunta-cad-exit.
           exit.

      *>------------------------------------------------------------------------
      *>  Registra na auditoria a mudanca de uma pergunta do banco; a
      *>  imagem anterior ja esta em ws-aud-antes e a nova e o proprio
      *>  registro do arquivo
      *>------------------------------------------------------------------------
       registrar-pergunta-auditoria section.

           move fd-pergunta to ws-aud-depois
           move spaces to ws-aud-chave
           string "Pergunta reg "      delimited by size
                  ws-rk-arqPerguntas   delimited by size
                  into ws-aud-chave

           if ws-fs-arqPerguntas = 0 then
               move "EXECUTADO" to ws-aud-situacao
           else
               move "ERRO"      to ws-aud-situacao
           end-if

           perform gravar-auditoria
           .
       registrar-pergunta-auditoria-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Valida os dados digitados no cadastro de perguntas: categoria,
      *>   enunciado e resposta certa preenchidos, nenhuma resposta errada
      *>   igual a certa e estado (quando informado) apontando um registro
      *>   ativo do cadastro de estados. A categoria e guardada em
      *>   maiusculas, que e como o filtro do jogo a compara
      *>------------------------------------------------------------------------
       validar-dados-cad-pergunta section.

           move "S" to ws-flag-cad-pergunta
           move spaces to ws-cad-prg-estado-nome

           inspect ws-cad-prg-categoria converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           if ws-cad-prg-categoria = spaces then
               move "Informe a categoria da pergunta" to ws-msn
               move "N" to ws-flag-cad-pergunta
           end-if

           if ws-cad-pergunta-ok then
               if ws-cad-prg-texto = spaces then
                   move "Informe o enunciado da pergunta" to ws-msn
                   move "N" to ws-flag-cad-pergunta
               end-if
           end-if

           if ws-cad-pergunta-ok then
               if ws-cad-prg-resposta = spaces then
                   move "Informe a resposta certa" to ws-msn
                   move "N" to ws-flag-cad-pergunta
               end-if
           end-if

           if ws-cad-pergunta-ok then
               if ws-cad-prg-estado-reg > 27 then
                   move "Estado deve apontar registro 0 a 27" to ws-msn
                   move "N" to ws-flag-cad-pergunta
               else
                   if ws-cad-prg-estado-reg > 0 then
                       if ws-estado(ws-cad-prg-estado-reg) = spaces then
                           move "Estado apontado nao esta cadastrado" to ws-msn
                           move "N" to ws-flag-cad-pergunta
                       else
                           move ws-estado(ws-cad-prg-estado-reg)
                             to ws-cad-prg-estado-nome
                       end-if
                   end-if
               end-if
           end-if

           if ws-cad-pergunta-ok then
               move ws-cad-prg-resposta to ws-norm-entrada
               perform normalizar-texto
               move ws-norm-saida to ws-gabarito-norm

               move ws-cad-prg-errada-1 to ws-norm-entrada
               perform normalizar-texto
               if  ws-norm-saida = ws-gabarito-norm then
                   move "N" to ws-flag-cad-pergunta
               end-if

               move ws-cad-prg-errada-2 to ws-norm-entrada
               perform normalizar-texto
               if  ws-norm-saida = ws-gabarito-norm then
                   move "N" to ws-flag-cad-pergunta
               end-if

               move ws-cad-prg-errada-3 to ws-norm-entrada
               perform normalizar-texto
               if  ws-norm-saida = ws-gabarito-norm then
                   move "N" to ws-flag-cad-pergunta
               end-if

               if not ws-cad-pergunta-ok then
                   move "Resposta errada igual a resposta certa" to ws-msn
               end-if
           end-if
           .
       validar-dados-cad-pergunta-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Monta o registro do banco de perguntas a partir da tela
      *>------------------------------------------------------------------------
       montar-registro-pergunta-cad section.

           move ws-cad-prg-categoria  to fd-prg-categoria
           move ws-cad-prg-texto      to fd-prg-texto
           move ws-cad-prg-resposta   to fd-prg-resposta
           move ws-cad-prg-errada-1   to fd-prg-errada(1)
           move ws-cad-prg-errada-2   to fd-prg-errada(2)
           move ws-cad-prg-errada-3   to fd-prg-errada(3)
           move ws-cad-prg-estado-reg to fd-prg-estado-reg
           .
       montar-registro-pergunta-cad-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Converte um campo texto digitado (digitos com espacos em volta)
      *>   para numero; marca invalido se houver caracter nao numerico ou
           move "N" to ws-flag-relatorio-emitido
           perform zerar-ja-sorteados
           perform zerar-ja-sorteados-mun
           perform zerar-ja-sorteados-prg

      *>    o duelo de populacao precisa de dois estados elegiveis para
      *>    sortear; com menos que isso cai para o modo comum
               end-if
           end-if

      *>    o modo banco precisa de ao menos uma pergunta cadastrada na
      *>    categoria pedida (categoria em branco = todas)
           if ws-modo-banco = "X" or ws-modo-banco = "x" then
               inspect ws-banco-categoria converting
                   "abcdefghijklmnopqrstuvwxyz" to
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               perform verificar-esgotamento-sorteio-prg
               if ws-qtd-prg-disponiveis = 0 then
                   move space to ws-modo-banco
                   move "Modo banco requer pergunta cadastrada" to ws-msn
                   move "S" to ws-flag-msn-regiao-pendente
               end-if
           end-if

           if ws-msn-regiao-pendente then
               move "S" to ws-flag-primeira-pergunta
           else

                   move ws-nome-jog(ws-ind-jog)   to   ws-nome-jogador
                   move ws-pontos(ws-ind-jog)     to   ws-pontos-jogador
                   move spaces                    to   ws-banco-texto
                   move spaces                    to   ws-banco-opcao(1)
                   move spaces                    to   ws-banco-opcao(2)
                   move spaces                    to   ws-banco-opcao(3)
                   move spaces                    to   ws-banco-opcao(4)

                   if ws-modo-populacao = "X" or ws-modo-populacao = "x" then
                       perform sortear-par-populacao
                       move ws-mun-nome(ws-ind-mun)      to   ws-dado-sorteado
                       move "De qual estado e a cidade:" to   ws-pergunta-jog
                   else
                   if ws-modo-banco = "X" or ws-modo-banco = "x" then
                       perform sortear-pergunta-banco
                       move spaces to ws-opcao-pop-1
                       move spaces to ws-opcao-pop-2
                       move ws-prg-categoria(ws-ind-prg) to ws-dado-sorteado
                       move "Pergunta do banco - categoria:" to ws-pergunta-jog
                   else
      *>                    no Treino o estado sai do sorteio ponderado pelo
      *>                    dominio do jogador, em vez do sorteio uniforme
                       if ws-modo-treino = "X" or ws-modo-treino = "x" then
                           perform sortear-estado-treino
                       else
                           perform sorteia-estado
                       end-if
                       move ws-ind-est to ws-sessao-ult-est(ws-ind-jog)
                       move spaces to ws-opcao-pop-1
                       move spaces to ws-opcao-pop-2

                       end-if
                   end-if
                   end-if
                   end-if

                   perform calcular-valor-pergunta

                   if ws-modo-populacao = "X" or ws-modo-populacao = "x" then
                       perform avaliar-resposta-populacao
                   else
                   if  (ws-modo-banco = "X" or ws-modo-banco = "x")
                   and not (ws-modo-municipio = "X" or ws-modo-municipio = "x") then
                       perform avaliar-resposta-banco
                   else
      *>                a comparacao e feita sobre os dois lados normalizados
      *>                (maiusculas, sem acentos, sem espacos), para que
      *>                "sao paulo", "Sao Paulo " e "SAO PAULO" contem como
                           move "S" to ws-flag-acertou
                       end-if
                   end-if
                   end-if

      *>            pergunta do banco sem estado ligado nao mexe na
      *>            estatistica por estado (ws-ind-est fica zerado)
                   if ws-jogador-acertou then
                       add ws-valor-pergunta to ws-pontos(ws-ind-jog)
                       if ws-ind-est > 0 then
                           add 1 to ws-estat-acertos(ws-ind-est)
                       end-if
                       move "Acertou!!!"  to ws-msn
                       if ws-duracao-resposta < ws-param-bonus-limite then
                           add ws-param-bonus-valor to ws-bonus-jog(ws-ind-jog)
                                  into ws-msn
                       end-if
                   else
                       if ws-ind-est > 0 then
                           add 1 to ws-estat-erros(ws-ind-est)
                       end-if
                       move "Errou!!!"    to ws-msn
                       if ws-param-penalidade-erro > 0 then
                           if ws-pontos(ws-ind-jog) >
                   add ws-duracao-resposta to ws-sessao-duracao(ws-ind-jog)

                   perform gravar-jornal-pergunta
                   perform atualizar-dominio-jogador
                   perform salvar-checkpoint

                   display sc-tela-jogar
           move spaces                 to ws-valor-rotulo

           if  (ws-modo-ponderado = "X" or ws-modo-ponderado = "x")
           and not (ws-modo-populacao = "X" or ws-modo-populacao = "x")
           and ws-ind-est > 0 then

               compute ws-total-respostas-est =
                   ws-estat-acertos(ws-ind-est) + ws-estat-erros(ws-ind-est)
               move ws-data-atual             to ws-jornal-data
               move ws-hora-fim               to ws-jornal-hora
               move ws-nome-jogador           to ws-jornal-nome

      *>        pergunta do banco sem estado ligado registra a categoria
      *>        no lugar do estado
               if ws-ind-est > 0 then
                   move ws-estado(ws-ind-est)         to ws-jornal-estado
               else
                   move ws-prg-categoria(ws-ind-prg)  to ws-jornal-estado
               end-if

               if ws-modo-populacao = "X" or ws-modo-populacao = "x" then
                   move "P" to ws-jornal-modo
               else
                   if ws-modo-municipio = "X" or ws-modo-municipio = "x" then
                       move "M" to ws-jornal-modo
                   else
                   if ws-modo-banco = "X" or ws-modo-banco = "x" then
                       move "B" to ws-jornal-modo
                   else
                       if ws-modo-reverso = "X" or ws-modo-reverso = "x" then
                           move "R" to ws-jornal-modo
                           move "N" to ws-jornal-modo
                       end-if
                   end-if
                   end-if
               end-if

               move ws-capital-jog            to ws-jornal-resposta
                   compute num_random = function random
               end-if

               multiply num_random by 27 giving ws-ind-est
               add 1 to ws-ind-est

               if ws-ind-est <> 0
               and (ws-estado(ws-ind-est) = spaces
                or  (ws-regiao-filtro <> spaces
                    and ws-regiao(ws-ind-est) <> ws-regiao-filtro)
                or  ws-ja-sorteado(ws-ind-est) = "X") then
                   move zero to ws-ind-est
               end-if

               add 1 to ws-tentativas-sorteio
               if ws-ind-est = 0
               and ws-tentativas-sorteio > 200 then
                   perform achar-estado-elegivel-sequencial
               end-if

            end-perform

            move "X" to ws-ja-sorteado(ws-ind-est)
           .
       sorteia-estado-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Sorteio do modo Treino: cada estado elegivel recebe um peso
      *>   tirado do dominio do jogador no modo corrente (N ou R) - 10
      *>   para estado nunca perguntado, caindo conforme os acertos se
      *>   acumulam e subindo com os erros - e o sorteio e proporcional ao
      *>   peso, de modo que os estados fracos voltam mais vezes. O ultimo
      *>   estado perguntado ao jogador fica fora, para nao repetir em
      *>   seguida; sem nenhum elegivel alem dele, vale o sorteio comum
      *>------------------------------------------------------------------------
       sortear-estado-treino section.

           if ws-modo-reverso = "X" or ws-modo-reverso = "x" then
               move 2 to ws-ind-dom-modo
           else
               move 1 to ws-ind-dom-modo
           end-if

           move "N" to ws-flag-dom-aberto
           open input arqDominio
           if ws-fs-arqDominio = 0 then
               move "S" to ws-flag-dom-aberto
           end-if

           move zero to ws-treino-peso-total

           perform varying ws-ind-chk from 1 by 1 until ws-ind-chk > 27

               move zero to ws-treino-peso(ws-ind-chk)

               if  ws-estado(ws-ind-chk) <> spaces
               and (ws-regiao-filtro = spaces
                or  ws-regiao(ws-ind-chk) = ws-regiao-filtro)
               and ws-ind-chk <> ws-sessao-ult-est(ws-ind-jog) then

                   move 10 to ws-treino-peso(ws-ind-chk)

                   if ws-dom-aberto then
                       move ws-nome-jogador to fd-dom-nome
                       move ws-ind-chk      to fd-dom-estado-reg
                       read arqDominio key is fd-dom-chave
                       if ws-fs-arqDominio = 0 then
                           compute ws-dom-total =
                               fd-dom-acertos(ws-ind-dom-modo) +
                               fd-dom-erros(ws-ind-dom-modo)
                           compute ws-treino-peso(ws-ind-chk) =
                               1 + 9 * (fd-dom-erros(ws-ind-dom-modo) + 1) /
                                       (ws-dom-total + 1)
                       end-if
                   end-if

                   add ws-treino-peso(ws-ind-chk) to ws-treino-peso-total
               end-if

           end-perform

           if ws-dom-aberto then
               close arqDominio
           end-if

           if ws-treino-peso-total = 0 then
               perform sorteia-estado
           else
               accept semente from time
               compute num_random = function random(semente)
               compute ws-treino-alvo =
                   num_random * ws-treino-peso-total + 1

               move zero to ws-ind-est
               move zero to ws-treino-acum
               perform varying ws-ind-chk from 1 by 1 until ws-ind-chk > 27
                                                         or  ws-ind-est <> 0
                   add ws-treino-peso(ws-ind-chk) to ws-treino-acum
                   if  ws-treino-peso(ws-ind-chk) > 0
                   and ws-treino-acum >= ws-treino-alvo then
                       move ws-ind-chk to ws-ind-est
                   end-if
               end-perform
           end-if
           .
       sortear-estado-treino-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Leva a pergunta recem-respondida (ja montada em ws-linha-jornal
      *>   por gravar-jornal-pergunta) ao dominio do jogador no estado
      *>------------------------------------------------------------------------
       atualizar-dominio-jogador section.

           open i-o arqDominio
           if ws-fs-arqDominio = 35 then
               open output arqDominio
               close arqDominio
               open i-o arqDominio
           end-if

           if ws-fs-arqDominio <> 0 then
               move "Erro ao abrir arq. dominio" to ws-msn
           else
               move ws-ind-est to ws-ind-dom-est
               perform acumular-dominio-linha
               close arqDominio
           end-if
           .
       atualizar-dominio-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
       avaliar-resposta-populacao-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Avalia a resposta de uma pergunta do banco. Com alternativas na
      *>   tela, a letra (A a D) escolhe a opcao e o texto dela vai para o
      *>   jornal no lugar da letra; sem alternativas, ou digitando o texto
      *>   por extenso, compara com a resposta certa normalizada
      *>------------------------------------------------------------------------
       avaliar-resposta-banco section.

           move ws-capital-jog to ws-norm-entrada
           perform normalizar-texto
           move ws-norm-saida to ws-resposta-norm

      *>    letra digitada: vale a letra contra a letra certa (o texto da
      *>    alternativa so vai para o jornal, onde cabem 25 posicoes)
           move "N" to ws-flag-banco-letra
           if  ws-qtd-banco-alt > 1
           and ws-resposta-norm(2:) = spaces then
               perform varying ws-ind-banco-alt from 1 by 1
                       until ws-ind-banco-alt > ws-qtd-banco-alt
                   if ws-resposta-norm(1:1) =
                      ws-banco-letras(ws-ind-banco-alt:1) then
                       move "S" to ws-flag-banco-letra
                       move ws-banco-alt-texto(ws-ind-banco-alt)
                         to ws-capital-jog
                       if ws-ind-banco-alt = ws-ind-banco-certa then
                           move "S" to ws-flag-acertou
                       end-if
                   end-if
               end-perform
           end-if

           if not ws-banco-letra then
               move ws-prg-resposta(ws-ind-prg) to ws-norm-entrada
               perform normalizar-texto
               move ws-norm-saida to ws-gabarito-norm

               if  ws-resposta-norm = ws-gabarito-norm
               and ws-resposta-norm <> spaces then
                   move "S" to ws-flag-acertou
               end-if
           end-if
           .
       avaliar-resposta-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Rede de seguranca do sorteio: se o sorteio aleatorio nao acertar
      *>   um estado elegivel depois de varias tentativas, varre a tabela
       verificar-esgotamento-sorteio-mun-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Sorteia uma pergunta do banco, dentro da categoria pedida, e
      *>   monta as alternativas da multipla escolha com a resposta certa
      *>   numa letra sorteada. Quando a pergunta e ligada a um estado
      *>   ativo, ws-ind-est aponta esse estado para a estatistica e o
      *>   jornal; senao fica zerado. Mesma rede de seguranca dos demais
      *>   sorteios
      *>------------------------------------------------------------------------
       sortear-pergunta-banco section.

            perform verificar-esgotamento-sorteio-prg

            move zero   to   ws-ind-prg
            move zero   to   ws-tentativas-sorteio

            accept semente from time
            compute num_random = function random(semente)

            perform until ws-ind-prg <> 0

               if ws-tentativas-sorteio > 0 then
                   compute num_random = function random
               end-if

               multiply num_random by 200 giving ws-ind-prg
               add 1 to ws-ind-prg

               if  ws-ind-prg <> 0
               and not (ws-prg-texto(ws-ind-prg) <> spaces
                   and (ws-banco-categoria = spaces
                    or  ws-prg-categoria(ws-ind-prg) = ws-banco-categoria)
                   and ws-ja-sorteado-prg(ws-ind-prg) <> "X") then
                   move zero to ws-ind-prg
               end-if

               add 1 to ws-tentativas-sorteio
               if ws-ind-prg = 0
               and ws-tentativas-sorteio > 400 then
                   perform achar-pergunta-elegivel-sequencial
               end-if

            end-perform

            move "X" to ws-ja-sorteado-prg(ws-ind-prg)

            if  ws-prg-estado-reg(ws-ind-prg) >= 1
            and ws-prg-estado-reg(ws-ind-prg) <= 27 then
                move ws-prg-estado-reg(ws-ind-prg) to ws-ind-est
                if ws-estado(ws-ind-est) = spaces then
                    move zero to ws-ind-est
                end-if
            else
                move zero to ws-ind-est
            end-if

      *>     alternativas: a certa mais as erradas preenchidas
            move spaces to ws-banco-alternativas
            move 1      to ws-qtd-banco-alt
            perform varying ws-ind-banco-errada from 1 by 1
                    until ws-ind-banco-errada > 3
                if ws-prg-errada(ws-ind-prg, ws-ind-banco-errada) <> spaces then
                    add 1 to ws-qtd-banco-alt
                end-if
            end-perform

            move zero to ws-ind-banco-certa
            if ws-qtd-banco-alt > 1 then
                compute num_random = function random
                multiply num_random by ws-qtd-banco-alt
                    giving ws-ind-banco-certa
                add 1 to ws-ind-banco-certa
                if ws-ind-banco-certa > ws-qtd-banco-alt then
                    move ws-qtd-banco-alt to ws-ind-banco-certa
                end-if

                move ws-prg-resposta(ws-ind-prg)
                  to ws-banco-alt-texto(ws-ind-banco-certa)
                move 1 to ws-ind-banco-alt
                perform varying ws-ind-banco-errada from 1 by 1
                        until ws-ind-banco-errada > 3
                    if ws-prg-errada(ws-ind-prg, ws-ind-banco-errada) <> spaces then
                        if ws-ind-banco-alt = ws-ind-banco-certa then
                            add 1 to ws-ind-banco-alt
                        end-if
                        move ws-prg-errada(ws-ind-prg, ws-ind-banco-errada)
                          to ws-banco-alt-texto(ws-ind-banco-alt)
                        add 1 to ws-ind-banco-alt
                    end-if
                end-perform

                perform varying ws-ind-banco-alt from 1 by 1
                        until ws-ind-banco-alt > ws-qtd-banco-alt
                    string ws-banco-letras(ws-ind-banco-alt:1)
                                                  delimited by size
                           ") "                   delimited by size
                           ws-banco-alt-texto(ws-ind-banco-alt)
                                                  delimited by size
                           into ws-banco-opcao(ws-ind-banco-alt)
                end-perform
            end-if

            move ws-prg-texto(ws-ind-prg) to ws-banco-texto
           .
       sortear-pergunta-banco-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Rede de seguranca do sorteio do banco: varre a tabela em ordem e
      *>   usa a primeira pergunta elegivel encontrada
      *>------------------------------------------------------------------------
       achar-pergunta-elegivel-sequencial section.
           perform varying ws-ind-prg-chk from 1 by 1 until ws-ind-prg-chk > 200
                                                         or  ws-ind-prg <> 0
               if  ws-prg-texto(ws-ind-prg-chk) <> spaces
               and (ws-banco-categoria = spaces
                or  ws-prg-categoria(ws-ind-prg-chk) = ws-banco-categoria)
               and ws-ja-sorteado-prg(ws-ind-prg-chk) <> "X" then
                   move ws-ind-prg-chk to ws-ind-prg
               end-if
           end-perform
           .
       achar-pergunta-elegivel-sequencial-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Zera a tabela de perguntas ja sorteadas no inicio de cada jogo
      *>------------------------------------------------------------------------
       zerar-ja-sorteados-prg section.
           perform varying ws-ind-prg-chk from 1 by 1 until ws-ind-prg-chk > 200
               move space to ws-ja-sorteado-prg(ws-ind-prg-chk)
           end-perform
           .
       zerar-ja-sorteados-prg-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Conta as perguntas elegiveis da categoria pedida; se todas ja
      *>   foram sorteadas, reabre a rodada de perguntas
      *>------------------------------------------------------------------------
       verificar-esgotamento-sorteio-prg section.
           move zero to ws-qtd-prg-disponiveis

           perform varying ws-ind-prg-chk from 1 by 1 until ws-ind-prg-chk > 200
               if  ws-prg-texto(ws-ind-prg-chk) <> spaces
               and (ws-banco-categoria = spaces
                or  ws-prg-categoria(ws-ind-prg-chk) = ws-banco-categoria)
               and ws-ja-sorteado-prg(ws-ind-prg-chk) <> "X" then
                   add 1 to ws-qtd-prg-disponiveis
               end-if
           end-perform

           if ws-qtd-prg-disponiveis = 0 then
               perform zerar-ja-sorteados-prg
               perform varying ws-ind-prg-chk from 1 by 1
                       until ws-ind-prg-chk > 200
                   if  ws-prg-texto(ws-ind-prg-chk) <> spaces
                   and (ws-banco-categoria = spaces
                    or  ws-prg-categoria(ws-ind-prg-chk) = ws-banco-categoria) then
                       add 1 to ws-qtd-prg-disponiveis
                   end-if
               end-perform
           end-if
           .
       verificar-esgotamento-sorteio-prg-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Se todos os estados elegiveis ja foram sorteados, reabre a rodada
      *>------------------------------------------------------------------------
                   perform lancar-rodada-torneio
               end-if

      *>        o rating tambem precisa dos contadores de sessao para
      *>        saber quem de fato jogou a partida
               if ws-qtd-perg-sessao > 0 then
                   perform atualizar-ratings-partida
               end-if

               perform salvar-placar-historico
               perform atualizar-perfis-jogadores
               perform salvar-relatorio-arquivo
       atualizar-perfis-jogadores-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Atualiza o rating de quem jogou a partida que acabou de
      *>   terminar (jogador com pergunta respondida na sessao). A tabela
      *>   ja esta na ordem do relatorio final: cada par de jogadores conta
      *>   como um confronto - quem fez mais pontos venceu, pontos iguais
      *>   sao empate, como no rotulo "Empate" do relatorio. Cada mudanca
      *>   vai para o historico do rating. Deve rodar antes da atualizacao
      *>   das fichas, que zera os contadores de sessao
      *>------------------------------------------------------------------------
       atualizar-ratings-partida section.

           move zero to ws-qtd-rat-participantes

           perform varying ws-ind-rat from 1 by 1 until ws-ind-rat > 8
               move "N"               to ws-rat-participa(ws-ind-rat)
               move "N"               to ws-rat-achado(ws-ind-rat)
               move ws-rating-inicial to ws-rat-anterior(ws-ind-rat)
               move ws-rating-inicial to ws-rat-novo(ws-ind-rat)
               if  ws-ind-rat > 1
               and ws-pontos(ws-ind-rat) = ws-pontos(ws-ind-rat - 1) then
                   move ws-rat-colocacao(ws-ind-rat - 1)
                     to ws-rat-colocacao(ws-ind-rat)
               else
                   move ws-ind-rat to ws-rat-colocacao(ws-ind-rat)
               end-if
               if  ws-nome-jog(ws-ind-rat) <> spaces
               and ws-sessao-perguntas(ws-ind-rat) > 0 then
                   move "S" to ws-rat-participa(ws-ind-rat)
                   add 1 to ws-qtd-rat-participantes
               end-if
           end-perform

      *>    partida de um jogador so nao tem adversario para mexer no rating
           if ws-qtd-rat-participantes < 2 then
               continue
           else

               open i-o arqRatings
               if ws-fs-arqRatings = 35 then
                   open output arqRatings
                   close arqRatings
                   open i-o arqRatings
               end-if

               if ws-fs-arqRatings <> 0 then
                   move "Erro ao abrir arq. ratings" to ws-msn
               else

                   accept ws-data-atual from date yyyymmdd
                   accept ws-hora-atual from time

                   perform varying ws-ind-rat from 1 by 1 until ws-ind-rat > 8
                       if ws-rat-participa(ws-ind-rat) = "S" then
                           move ws-nome-jog(ws-ind-rat) to fd-rat-nome
                           read arqRatings key is fd-rat-nome
                           if ws-fs-arqRatings = 0 then
                               move "S"          to ws-rat-achado(ws-ind-rat)
                               move fd-rat-valor to ws-rat-anterior(ws-ind-rat)
                           end-if
                       end-if
                   end-perform

                   perform varying ws-ind-rat from 1 by 1 until ws-ind-rat > 8
                       if ws-rat-participa(ws-ind-rat) = "S" then
                           perform calcular-rating-jogador
                       end-if
                   end-perform

                   perform varying ws-ind-rat from 1 by 1 until ws-ind-rat > 8
                       if ws-rat-participa(ws-ind-rat) = "S" then

                           move ws-nome-jog(ws-ind-rat) to fd-rat-nome
                           if ws-rat-achado(ws-ind-rat) = "S" then
                               read arqRatings key is fd-rat-nome
                               if fd-rat-partidas < 9999 then
                                   add 1 to fd-rat-partidas
                               end-if
                           else
                               move 1 to fd-rat-partidas
                           end-if
                           move ws-rat-novo(ws-ind-rat) to fd-rat-valor
                           move ws-data-atual           to fd-rat-data-ult

                           if ws-rat-achado(ws-ind-rat) = "S" then
                               rewrite fd-rating
                           else
                               write fd-rating
                           end-if

                           if ws-fs-arqRatings <> 0 then
                               move "Erro ao gravar arq. ratings" to ws-msn
                           end-if

                       end-if
                   end-perform

                   close arqRatings

                   perform gravar-historico-rating
               end-if

           end-if
           .
       atualizar-ratings-partida-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Calcula o rating novo do jogador da posicao ws-ind-rat: para
      *>   cada adversario soma o resultado (1, 0,5 ou 0) menos o esperado
      *>   pela diferenca de rating, e aplica o fator K dividido pelo
      *>   numero de adversarios. O rating nao desce de 100
      *>------------------------------------------------------------------------
       calcular-rating-jogador section.

           move zero to ws-rat-soma

           perform varying ws-ind-rat-op from 1 by 1 until ws-ind-rat-op > 8

               if  ws-ind-rat-op <> ws-ind-rat
               and ws-rat-participa(ws-ind-rat-op) = "S" then

                   if ws-pontos(ws-ind-rat) > ws-pontos(ws-ind-rat-op) then
                       move 1 to ws-rat-resultado
                   else
                   if ws-pontos(ws-ind-rat) = ws-pontos(ws-ind-rat-op) then
                       move 0,5 to ws-rat-resultado
                   else
                       move zero to ws-rat-resultado
                   end-if
                   end-if

                   compute ws-rat-esperado rounded =
                       1 / (1 + 10 ** ((ws-rat-anterior(ws-ind-rat-op)
                                      - ws-rat-anterior(ws-ind-rat)) / 400))

                   compute ws-rat-soma =
                       ws-rat-soma + ws-rat-resultado - ws-rat-esperado

               end-if

           end-perform

           compute ws-rat-calculado rounded =
               ws-rat-anterior(ws-ind-rat)
             + ws-param-rating-k * ws-rat-soma
             / (ws-qtd-rat-participantes - 1)

           if ws-rat-calculado < 100 then
               move 100 to ws-rat-calculado
           end-if
           if ws-rat-calculado > 9999 then
               move 9999 to ws-rat-calculado
           end-if

           move ws-rat-calculado to ws-rat-novo(ws-ind-rat)
           .
       calcular-rating-jogador-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Grava no historico do rating uma linha por jogador da partida:
      *>   data e hora da partida, colocacao, pontos, rating antes e
      *>   depois e os adversarios com o rating que tinham na partida
      *>------------------------------------------------------------------------
       gravar-historico-rating section.

           open extend arqRatingHist
           if ws-fs-arqRatingHist = 35 then
               open output arqRatingHist
           end-if

           if ws-fs-arqRatingHist <> 0 then
               move "Erro ao abrir arq. historico do rating" to ws-msn
           else

               perform varying ws-ind-rat from 1 by 1 until ws-ind-rat > 8
                   if ws-rat-participa(ws-ind-rat) = "S" then

                       move ws-data-atual                to ws-rth-data
                       move ws-hora-atual                to ws-rth-hora
                       move ws-nome-jog(ws-ind-rat)      to ws-rth-nome
                       move ws-rat-colocacao(ws-ind-rat) to ws-rth-colocacao
                       move ws-pontos(ws-ind-rat)        to ws-rth-pontos
                       move ws-rat-anterior(ws-ind-rat)  to ws-rth-rating-ant
                       move ws-rat-novo(ws-ind-rat)      to ws-rth-rating-novo

                       perform varying ws-ind-rat-hist from 1 by 1
                               until ws-ind-rat-hist > 7
                           move spaces to ws-rth-oponente(ws-ind-rat-hist)
                       end-perform

                       move zero to ws-ind-rat-hist
                       perform varying ws-ind-rat-op from 1 by 1
                               until ws-ind-rat-op > 8
                           if  ws-ind-rat-op <> ws-ind-rat
                           and ws-rat-participa(ws-ind-rat-op) = "S" then
                               add 1 to ws-ind-rat-hist
                               move ws-nome-jog(ws-ind-rat-op)
                                 to ws-rth-op-nome(ws-ind-rat-hist)
                               move ws-rat-anterior(ws-ind-rat-op)
                                 to ws-rth-op-rating(ws-ind-rat-hist)
                           end-if
                       end-perform

                       write fd-rating-hist-linha from ws-linha-rating-hist
                       if ws-fs-arqRatingHist <> 0 then
                           move "Erro ao gravar arq. historico do rating"
                             to ws-msn
                       end-if

                   end-if
               end-perform

               close arqRatingHist
           end-if
           .
       gravar-historico-rating-exit.
           exit.

      *>------------------------------------------------------------------------
      *>   Busca no cadastro de jogadores o registro cujo nome e igual a
      *>   ws-nome-busca, direto pela chave do arquivo indexado; marca
               move "Informe a data de corte (AAAAMMDD)" to ws-msn
           else

      *>        backup do placar antes de gravar o arquivo morto: com o
      *>        backup falhando, nada sai do placar nem entra no arquivo
               move "arqPlacar.dat"        to ws-bkp-arquivo
               move "ARQUIVAR PLACAR"      to ws-bkp-job
               perform gerar-backup-arquivo

               if ws-backup-ok then

                   accept ws-data-atual from date yyyymmdd
                   move spaces to ws-nome-arq-placar-arquivo
                   string "arqPlacarArq"        delimited by size
                          ws-data-atual         delimited by size
                          ".dat"                delimited by size
                          into ws-nome-arq-placar-arquivo

                   move zero to ws-qtd-copia
                   move zero to ws-qtd-arquivados
                   move "N"  to ws-flag-falha-arq-morto

                   open input arqPlacar
                   if ws-fs-arqPlacar = 35 then
                       move "Placar historico vazio - nada a arquivar" to ws-msn
                   else
                   if ws-fs-arqPlacar = 39 then
                       move "Layout antigo arqPlacar - regravar arquivo" to ws-msn
                   else
                   if ws-fs-arqPlacar <> 0 then
                       move "Erro ao abrir arq. placar historico" to ws-msn
                   else

                       open extend arqPlacarArquivo
                       if ws-fs-arqPlacarArq = 35 then
                           open output arqPlacarArquivo
                       end-if

                       if ws-fs-arqPlacarArq <> 0 then
                           move "Erro ao abrir arquivo morto do placar" to ws-msn
                           close arqPlacar
                       else

                           move 1 to ws-rk-arqPlacar
                           start arqPlacar key is = ws-rk-arqPlacar

                           perform until ws-fs-arqPlacar <> 0
                                      or ws-flag-falha-arq-morto = "S"

                               read arqPlacar next record

                               if  ws-fs-arqPlacar = 0
                               and fd-placar-nome <> spaces then

                                   if fd-placar-data < ws-data-corte then
                                       move fd-placar-nome   to ws-placar-arq-nome
                                       move fd-placar-pontos to ws-placar-arq-pontos
                                       move fd-placar-data   to ws-placar-arq-data
                                       write fd-placar-arq-linha
                                         from ws-linha-placar-arq
      *>                                so se o registro chegou mesmo ao
      *>                                arquivo morto ele pode sair do vivo
                                       if ws-fs-arqPlacarArq = 0 then
                                           add 1 to ws-qtd-arquivados
                                       else
                                           move "S" to ws-flag-falha-arq-morto
                                       end-if
                                   else
                                       if ws-qtd-copia < 9999 then
                                           add 1 to ws-qtd-copia
                                           move fd-placar-nome
                                             to ws-placar-copia-nome(ws-qtd-copia)
                                           move fd-placar-pontos
                                             to ws-placar-copia-pontos(ws-qtd-copia)
                                           move fd-placar-data
                                             to ws-placar-copia-data(ws-qtd-copia)
                                       end-if
                                   end-if

                               end-if

                           end-perform

                           close arqPlacarArquivo
                           if ws-fs-arqPlacarArq <> 0 then
                               move "S" to ws-flag-falha-arq-morto
                           end-if
                           close arqPlacar

      *>                    o placar vivo so e regravado sem os registros
      *>                    arquivados depois de todos chegarem conferidos ao
      *>                    arquivo morto; falhou a gravacao, fica tudo como
      *>                    estava
                           if ws-flag-falha-arq-morto = "S" then
                               move "Erro no arquivo morto - placar mantido"
                                 to ws-msn
                           else
                               perform regravar-placar-copia

                               if ws-msn = spaces then
                                   move spaces to ws-msn
                                   string "Arquivados "        delimited by size
                                          ws-qtd-arquivados    delimited by size
                                          ", mantidos "        delimited by size
                                          ws-qtd-copia         delimited by size
                                          " no placar"         delimited by size
                                          into ws-msn
                               end-if
                           end-if
                       end-if

                   end-if
                   end-if
                   end-if

               end-if
           end-if
           .
       arquivar-placar-exit.
               move "Jogador;Pontos;Data" to ws-linha-export
               write fd-export-placar-linha from ws-linha-export

               move zero to ws-qtd-export-placar

               open input arqPlacar
               if  ws-fs-arqPlacar = 0 then

                                  fd-placar-data    delimited by size
                                  into ws-linha-export
                           write fd-export-placar-linha from ws-linha-export
                           add 1 to ws-qtd-export-placar
                       end-if

                   end-perform
