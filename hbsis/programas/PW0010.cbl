                      by  =="/disco0/cobol/arq/ausencia.dat"==
                      ==ARQ-AUS-STATUS==
                      by  ==ws-resultado-aus==.
           *> Feriados estaduais e municipais por UF e filial
           copy "/hbsis/selects/arq-feriado.sl"
                replacing ==ARQ-FER-CAMINHO==
                      by  =="/disco0/cobol/arq/feriado.dat"==
                      ==ARQ-FER-STATUS==
                      by  ==ws-resultado-fer==.
           *> Estrutura das equipes de vendas (regional, supervisor e
           *> vinculo do vendedor ao supervisor, com historico)
           copy "/hbsis/selects/arq-equipe.sl"
                replacing ==ARQ-EQP-CAMINHO==
                      by  =="/disco0/cobol/arq/equipe.dat"==
                      ==ARQ-EQP-STATUS==
                      by  ==ws-resultado-eqp==.
           *> Tabela de CEP (centroide para estimar coordenada vazia)
           copy "/hbsis/selects/arq-cep.sl"
                replacing ==ARQ-CEP-CAMINHO==
                      by  =="/disco0/cobol/arq/cep.dat"==
                      ==ARQ-CEP-STATUS==
                      by  ==ws-resultado-cep==.
           *> Historico de atribuicao por cliente (gravado pelo pw0090)
           copy "/hbsis/selects/arq-hist-cli.sl"
                replacing ==ARQ-HIST-CAMINHO==
           copy "/desenv/cobol/selects/sys/sys047.sl".
           *> Sinalizador de manutencao (interlock online x batch)
           copy "/hbsis/selects/arq-manut.sl".
           *> Journal de after-image dos cadastros (ver /hbsis/selects)
           copy "/hbsis/selects/arq-journal.sl".
           *> Lista dos arquivos pendentes do diretorio de entrada da
           *> importacao nao assistida (gerada por "ls" a cada varredura)
           select arq-intake-lst assign to
                         "/disco0/cobol/arq/learq_email.dat"
                 organization         is line sequential
                 file status          is ws-resultado-mll.
           *> Limites de faturamento de 12 meses para a sugestao da
           *> classe de visita (linhas "A;valor" e "B;valor")
           select arq-par-classe assign to
                         "/disco0/cobol/arq/classe_visita.par"
                 organization         is line sequential
                 file status          is ws-resultado-par.
           *> Notas por CNPJ do destinatario, pedidos e volumes
           *> (consulta 360 do cliente, somente leitura)
           copy "/desenv/cobol/selects/sft/sft072.sl".
           copy "/desenv/cobol/selects/sce/sce057.sl".
           copy "/desenv/cobol/selects/sce/sce135.sl".
           *> Lista de CNPJ em vigilancia (mantida pelo LEARQ)
           select watch072 assign to
                         "/disco0/cobol/arq/watch072.dat"
                 organization         is indexed
                 access mode          is dynamic
                 record key           is watch-cgcecpf
                 file status          is work-fstatus.

      *=================================================================
           data                                 division.
           *> Calendario de ausencias temporarias dos vendedores
           copy "/hbsis/fds/arq-ausencia.fd".

           *> Feriados estaduais e municipais por UF e filial
           copy "/hbsis/fds/arq-feriado.fd".

           *> Estrutura das equipes de vendas
           copy "/hbsis/fds/arq-equipe.fd".

           *> Tabela de CEP
           copy "/hbsis/fds/arq-cep.fd".

           *> Historico de atribuicao por cliente
           copy "/hbsis/fds/arq-hist-cli.fd".

           *> Sinalizador de manutencao
           copy "/hbsis/fds/arq-manut.fd".

           *> Journal de after-image dos cadastros
           copy "/hbsis/fds/arq-journal.fd".

           fd  arq-intake-lst
               label record is standard.
           01  intake-linha             pic x(080).
               label record is standard.
           01  maillst-linha            pic x(100).

           fd  arq-par-classe
               label record is standard.
           01  par-classe-linha         pic x(080).

           *> Notas, pedidos e volumes (consulta 360 do cliente)
           copy "/desenv/cobol/fds/sft/sft072.fd".
           copy "/desenv/cobol/fds/sce/sce057.fd".
           copy "/desenv/cobol/fds/sce/sce135.fd".

           *> Lista de vigilancia do LEARQ (mesmo layout)
           fd  watch072
               label record is standard.
           01  watch072-registr.
               05  watch-cgcecpf        pic 9(014).
               05  watch-seriexc        pic x(002).

      *=================================================================
       working-storage                  section.

       *> linkage de chamada do pw0091 (roteiros de visita)
       copy "/hbsis/works/wk-pw0091".

       *> linkage de chamada do pw0093 (mapa KML / GeoJSON)
       copy "/hbsis/works/wk-pw0093".

       *> linkage de chamada do pw0096 (relatorio por equipe)
       copy "/hbsis/works/wk-pw0096".

       77  wk-separar                   pic x(080) value all "".
       77  wk-hifennn                   pic x(080) value all "-".
       77  wk-fstatus                   pic x(002) value spaces.
       77  work-fstatus                 pic x(002) value spaces.
       77  wk-confirm                   pic x(001) value spaces.
       77  wk-opcao                     pic 9(004) value zeros.
       77  wk-delayss                   pic x(001) value spaces.
       77  ws-resultado-oper            pic x(002) value spaces.
       77  ws-resultado-aus             pic x(002) value spaces.
       77  ws-resultado-vis             pic x(002) value spaces.
       77  ws-resultado-fer             pic x(002) value spaces.
       77  ws-resultado-eqp             pic x(002) value spaces.
       77  ws-resultado-cep             pic x(002) value spaces.
       77  ws-ctrl-status               pic x(002) value spaces.

      *---- importacao nao assistida (cron, parametro IMPORT): varre o
       77  wk-2170-padrao               pic x(014) value spaces.
       77  wk-2170-fim                  pic x(001) value "N".
       77  wk-2170-qtd-arq              pic 9(004) value zeros.
       77  wk-2170-qtd-adiad            pic 9(004) value zeros.
       01  wk-2170-cmd                  pic x(200) value low-values.
       01  wk-2170-nome-ok              pic x(085) value spaces.
       77  wk-mail-fim                  pic x(001) value "N".
       copy "/hbsis/works/wk-manut".
       77  wk-manut-livre               pic x(001) value "N".

      *---- journal de after-image (ver /hbsis/rotinas/rt-journal) ----
       copy "/hbsis/works/wk-journal".

      *---- operador identificado no sign-on e controle de permissao --
       77  wk-oper-atual                pic x(008) value spaces.
       77  wk-oper-nome                 pic x(030) value spaces.
       77  wk-0301-per-ini              pic 9(008) value zeros.
       77  wk-0301-filial               pic 9(002) value zeros.
       77  wk-0301-per-fim              pic 9(008) value zeros.
       77  wk-0301-grupo                pic x(001) value "N".

      *---- desfazer execucao do pw0090: ultimas execucoes do controle
       01  wk-2815-tab-exec.
           05  wk-2815-exec             pic x(070) occurs 5 times.
       77  wk-2815-qtd                  pic 9(002) value zeros.
       77  wk-2815-idx                  pic 9(002) value zeros.
       77  wk-2815-andamento            pic 9(003) value zeros.
       77  wk-2815-dt-desfaz            pic 9(014) value zeros.

      *---- evento do log de auditoria geral (SYS047) ------------------
       77  wk-2998-acao                 pic x(010) value spaces.
       77  wk-2998-arquivo              pic x(030) value spaces.
       77  wk-2998-chave                pic x(030) value spaces.
       77  wk-2998-descric              pic x(040) value spaces.
       77  wk-0304-max-par              pic 9(003) value 20.
       77  wk-0304-max-km               pic 9(004) value 100.
       77  wk-0304-semanas              pic 9(002) value 4.
       77  wk-0304-dias-atr             pic 9(003) value 15.
       77  wk-2230-excluiu              pic x(001) value "N".
       77  w-arq-caminho-importar       pic x(060) value spaces.

       77  wk-2240-fim                  pic x(001) value "N".
       77  wk-2240-pos                  pic 9(004) value zeros.

      *---- manutencao do cadastro de feriados locais ------------------
       77  wk-2260-opcao                pic 9(001) value zeros.
       77  wk-2260-sai                  pic x(001) value "N".
       77  wk-2260-fim                  pic x(001) value "N".
       77  wk-2260-pos                  pic 9(004) value zeros.
       77  wk-2260-desde                pic 9(008) value zeros.

      *---- manutencao da estrutura de equipes -------------------------
       77  wk-2270-opcao                pic 9(001) value zeros.
       77  wk-2270-sai                  pic x(001) value "N".
       77  wk-2270-fim                  pic x(001) value "N".
       77  wk-2270-pos                  pic 9(004) value zeros.
       77  wk-2270-codigo               pic 9(005) value zeros.
       77  wk-2270-superior             pic 9(005) value zeros.
       77  wk-2270-dt-ini               pic 9(008) value zeros.
       77  wk-2270-existe               pic x(001) value "N".
       77  wk-2270-filial               pic 9(002) value zeros.
       77  wk-2270-hora8                pic 9(008) value zeros.
       77  wk-2270-salva                pic x(158) value spaces.
      *    ultimo vinculo do vendedor (o vigente tem fim zerado)
       77  wk-2270-tem-ult              pic x(001) value "N".
       77  wk-2270-ult                  pic x(158) value spaces.
       77  wk-2270-nome-vend            pic x(035) value spaces.
       77  wk-2270-filial-vend          pic 9(002) value zeros.

      *---- relatorio por equipe (pw0096) ------------------------------
       77  wk-2450-opcao                pic 9(001) value zeros.
       77  wk-2450-data                 pic 9(008) value zeros.
       77  wk-2450-sup                  pic 9(005) value zeros.
       77  wk-2450-email                pic x(001) value "N".

      *---- coordenada estimada pelo centroide do CEP: a tabela so e
      *     aberta quando alguma coordenada vem vazia ------------------
       77  wk-2180-cep-aberto           pic x(001) value "N".
       77  wk-2180-achou                pic x(001) value "N".
       77  wk-2180-estimou              pic x(001) value "N".
       77  wk-2180-cep                  pic 9(008) value zeros.
       77  wk-2180-lat-ant              pic s9(003)v9(006) value zeros.
       77  wk-2180-lon-ant              pic s9(003)v9(006) value zeros.

      *---- consulta do historico de atribuicao do cliente -------------
       77  wk-2320-cod-cli              pic 9(005) value zeros.
       77  wk-2320-fim                  pic x(001) value "N".
       77  wk-2320-ult-visita           pic 9(008) value zeros.
       77  wk-2320-fim-vis              pic x(001) value "N".

      *---- consulta 360 do cliente ------------------------------------
       77  wk-2330-cod-cli              pic 9(005) value zeros.
       77  wk-2330-cnpj                 pic 9(014) value zeros.
       77  wk-2330-achou                pic x(001) value "N".
       77  wk-2330-vend-atu             pic 9(005) value zeros.
       77  wk-2330-vend-ant             pic 9(005) value zeros.
       77  wk-2330-vend-cod             pic 9(005) value zeros.
       77  wk-2330-vend-nome            pic x(035) value spaces.
       77  wk-2330-vigia                pic x(003) value spaces.
       77  wk-2330-fim                  pic x(001) value "N".
       77  wk-2330-fim-vol              pic x(001) value "N".
       77  wk-2330-pos                  pic 9(004) value zeros.
       77  wk-2330-pag-lin              pic 9(002) value zeros.
       77  wk-2330-linha-ed             pic x(070) value spaces.
       77  wk-2330-idx                  pic 9(002) value zeros.
       77  wk-2330-jdx                  pic 9(002) value zeros.
       77  wk-2330-menor                pic 9(002) value zeros.
       77  wk-2330-maior                pic 9(002) value zeros.
       77  wk-2330-desde                pic 9(008) value zeros.
       77  wk-2330-total-12m            pic 9(011)v99 value zeros.
       77  wk-2330-qtd-12m              pic 9(006) value zeros.
       77  wk-2330-total-ed             pic zzzzzzzzzz9.99.
       77  wk-2330-valor-ed             pic zzzzzz9.99.
       01  wk-2330-notas.
           05  wk-2330-nf               occurs 5 times.
               10  wk-2330-nf-data      pic 9(008).
               10  wk-2330-nf-fil       pic 9(002).
               10  wk-2330-nf-num       pic 9(006).
               10  wk-2330-nf-serie     pic x(002).
               10  wk-2330-nf-valor     pic 9(007)v99.
               10  wk-2330-nf-usada     pic x(001).
       *> o pedido do SCE057 traz o codigo do cliente em 10 posicoes
       77  wk-2330-codclie              pic 9(010) value zeros.
       77  wk-2330-st135                pic x(002) value spaces.
       77  wk-2330-ped-qtd              pic 9(004) value zeros.
       77  wk-2330-volumes              pic 9(007) value zeros.
       77  wk-2330-sit-ped              pic x(001) value spaces.
           88  wk-2330-ped-encerrado    values "F" "C".
       77  wk-2330-vis-modo             pic x(001) value "C".
       77  wk-2330-vis-qtd              pic 9(006) value zeros.
       77  wk-2330-vis-pula             pic 9(006) value zeros.
       77  wk-2330-vis-seq              pic 9(006) value zeros.

      *---- classe de visita: sugestao pelo faturamento de 12 meses
      *     (SFT072) e classe fixada pela supervisao -----------------
       77  ws-resultado-par             pic x(002) value spaces.
       77  wk-2190-lim-a                pic 9(009) value 120000.
       77  wk-2190-lim-b                pic 9(009) value 30000.
       77  wk-2190-par-tipo             pic x(001) value spaces.
       77  wk-2190-par-valor            pic 9(009) value zeros.
       77  wk-2190-desde                pic 9(008) value zeros.
       77  wk-2190-fim                  pic x(001) value "N".
       77  wk-2190-classe               pic x(001) value spaces.
       77  wk-2190-qtd-a                pic 9(006) value zeros.
       77  wk-2190-qtd-b                pic 9(006) value zeros.
       77  wk-2190-qtd-c                pic 9(006) value zeros.
       77  wk-2190-qtd-fix              pic 9(006) value zeros.
       77  wk-2190-qtd-alt              pic 9(006) value zeros.
       77  wk-2190-qtd-nf               pic 9(007) value zeros.
       77  wk-2190-sem-cli              pic 9(007) value zeros.
       77  wk-2190-valor-ed             pic zzzzzzzz9.
       01  wk-2190-tab-fat.
           05  wk-2190-fat              pic 9(011)v99
                                        occurs 99999 times.
       77  wk-2136-classe               pic x(001) value spaces.
       77  wk-2136-origem               pic x(010) value spaces.

      *---- log de atividade de cadastro (resumo diario) ---------------
       77  wk-log-arquivo               pic x(004) value spaces.
       77  wk-log-acao                  pic x(010) value spaces.
           02 line 13 col 22 value "0304 - Gerar Rotas de Visita      ".
           02 line 14 col 22 value "0305 - Simular Distribuicao       ".
           02 line 15 col 22 value "0306 - Aplicar Simulacao          ".
           02 line 16 col 22 value "0307 - Exportar Mapa KML/GeoJSON  ".
           02 line 17 col 22 value "0308 - Desfazer Distribuicao      ".
           02 line 18 col 22 value "0401 - Resumo Diario de Operacoes ".
              02 line 19 col 22 value "9999 - Sair       ".
          02 line 20 col 33 highlight value "digite opcao:".
          02 col 49 value "_____".

       01 tela-02-cadastro-cliente.
              02 line 08 col 22 value "0103 - exclusao".
                  02 line 09 col 22 value "0104 - importar".
                  02 line 10 col 22 value "0105 - reativar".
                  02 line 11 col 22 value "0106 - classe de visita".
                  02 line 12 col 22 value "0107 - sugerir classes".
                  02 col 33 highlight value "digite opcao:".
          02 col 49 value "_____".

                  02 line 09 col 22 value "0104 - importar".
                  02 line 10 col 22 value "0105 - reativar".
                  02 line 11 col 22 value "0106 - ausencias".
                  02 line 12 col 22 value "0107 - feriados locais".
                  02 line 13 col 22 value "0108 - equipes".
                  02 col 33 highlight value "digite opcao:".
          02 col 49 value "_____".

               02 line 09 col 22 value "0103-Consulta por Codigo".
           02 line 10 col 22 value "0104-Consulta por Razao Social".
           02 line 11 col 22 value "0105-Historico de Atribuicao".
           02 line 12 col 22 value "0106-Consulta 360 do Cliente".
                  02 col 33 highlight value "digite opcao:".
          02 col 49 value "_____".

           02 line 08 col 22 value "0202-Lista Vendedores - Descend.".
              02 line 09 col 22 value "0203-Consulta por Codigo".
                02 line 10 col 22 value "0204-Consulta por Nome".
                02 line 11 col 22 value "0205-Relatorio por Equipe".
                  02 col 33 highlight value "digite opcao:".
          02 col 49 value "_____".

                        perform 2170-intake-importacao
                        perform 3000-finaliza
                end-if
      *         parametro CLASSE recalcula a classe de visita sugerida
      *         pelo faturamento de 12 meses, tambem sem tela
                if wk-param-linha (1:6) equal "CLASSE"
                        move "S" to wk-modo-import
                        move "CRON" to wk-oper-atual
                        accept wk-2900-hoje from date yyyymmdd
                        perform 2190-sugere-classe
                        perform 3000-finaliza
                end-if
      *         parametros ORFAOS e ROTAS rodam a varredura de orfaos
      *         (pw0090) e a geracao de roteiros (pw0091) com os
      *         valores padrao das telas, sem terminal (cadeia noturna)
                if wk-param-linha (1:6) equal "ORFAOS"
                        move "S" to wk-modo-import
                        move "CRON" to wk-oper-atual
                        accept wk-2900-hoje from date yyyymmdd
                        perform 2820-orfaos-batch
                        perform 3000-finaliza
                end-if
                if wk-param-linha (1:5) equal "ROTAS"
                        move "S" to wk-modo-import
                        move "CRON" to wk-oper-atual
                        accept wk-2900-hoje from date yyyymmdd
                        perform 2822-rotas-batch
                        perform 3000-finaliza
                end-if

                perform 1000-inicializa
                perform 2000-processa
            initialize                          wk-opcao

                display  tela-01-menu
                accept   wk-opcao                    at 2047 with upper
                                                    auto-skip highlight.
            if esc
                     exit section
                            if wk-perm-ok equal "S"
                                 perform 2812-aplica-simulacao
                            end-if
               when 0307
                            perform 2814-exporta-mapa
               when 0308
                            move 3 to wk-perm-minimo
                            perform 1200-verifica-nivel
                            if wk-perm-ok equal "S"
                                 perform 2815-desfaz-distrib
                            end-if
               when 0401
                            perform 2900-resumo-diario
                           when 9999
                       perform 2140-cad-importacao
                when 0105
                       perform 2135-cad-reat-cli
      *                classe de visita fixada e sugestao pelo
      *                faturamento: so supervisor
                when 0106
                       move 3 to wk-perm-minimo
                       perform 1200-verifica-nivel
                       if wk-perm-ok equal "S"
                            perform 2136-cad-classe-cli
                       end-if
                when 0107
                       move 3 to wk-perm-minimo
                       perform 1200-verifica-nivel
                       if wk-perm-ok equal "S"
                            perform 2190-sugere-classe
                       end-if
                                when 9999
                                           exit section
                        end-evaluate
                        accept rs-telefone-cli          at 1449
                        accept rs-filial-cli            at 1549
                        move   "A"                  to rs-status-cli
                        perform 2180-estima-coord-cli
                        perform 2183-fecha-cep
                        if wk-2180-estimou equal "S"
                                display "Coordenada estimada pelo CEP"
                        end-if

                        open extend  arq-cliente
                        if ws-resultado-acesso equal "00"
                                   move "INCLUSAO"  to wk-log-acao
                                   move rs-cod-cli  to wk-log-codigo
                                   perform 2999-grava-log-cadastro
                                   move "I" to wk-jrn-operacao
                                   perform 2995-journal-cliente
                                else
                            display "Codigo ja existente - nao incluido"
                                end-if
                      perform 2115-consulta-cnpj *> consiste cpf/cnpj
                                                end-if
                                            if ws-status-arq equal zeros
                           move rs-latitude-cli  to wk-2180-lat-ant
                           move rs-longitude-cli to wk-2180-lon-ant
                                     accept rs-razao-social      at 1734
                                 accept rs-latitude-cli          at 1834
                                 accept rs-longitude-cli         at 1934
                                 accept rs-cep-cli               at 1349
                                 accept rs-telefone-cli          at 1449
                                 accept rs-filial-cli            at 1549
      *    coordenada redigitada deixa de ser a estimada pelo CEP
                           if rs-latitude-cli  not equal wk-2180-lat-ant
                           or rs-longitude-cli not equal wk-2180-lon-ant
                                 move spaces to rs-coord-orig-cli
                           end-if
                                                    rewrite rs-arq-cli
                                   move "CLI"          to wk-log-arquivo
                                      move "ALTERACAO"    to wk-log-acao
                                    move rs-cod-cli     to wk-log-codigo
                                         perform 2999-grava-log-cadastro
                                         move "A" to wk-jrn-operacao
                                         perform 2995-journal-cliente
                                                end-if
                                           end-if
                                end-start
                                      move "EXCLUSAO"     to wk-log-acao
                                    move rs-cod-cli     to wk-log-codigo
                                         perform 2999-grava-log-cadastro
                                         move "A" to wk-jrn-operacao
                                         perform 2995-journal-cliente
                                                end-if
                                           end-if
                            end-start
                                      move "REATIVACAO"   to wk-log-acao
                                    move rs-cod-cli     to wk-log-codigo
                                         perform 2999-grava-log-cadastro
                                         move "A" to wk-jrn-operacao
                                         perform 2995-journal-cliente
                                                        end-if
                                                else
                                         display "Cliente ja esta ativo"
       2135-exit.
                        exit.
      *=================================================================
      * classe de visita fixada pela supervisao (A semanal, B
      * quinzenal, C mensal); classe fixada nao e alterada pela
      * sugestao automatica. L libera o cliente para a sugestao
      *=================================================================
       2136-cad-classe-cli          section.

                        initialize rs-arq-cli

      *    edicao bloqueada enquanto um batch retem o cadastro
                        move "CLIENTE" to wk-mnt-arquivo
                        perform 2160-testa-batch-retem
                        if wk-manut-livre equal "N"
                                exit section
                        end-if
                        perform 2161-marca-online

                        display tela-limpa
                        open i-o  arq-cliente
                        if ws-resultado-acesso equal "00"
                  display "Codigo do cliente:"                   at 1423
                                accept rs-cod-cli                at 1443

                            start arq-cliente key is equal rs-cod-cli
                                        invalid key
                          display "Cliente nao encontrado"      at 1523
                                        accept wk-confirm
                                        not invalid key
                                           perform 2150-le-cliente-lock
                                           if wk-lock-ok equal "S"
                                           perform 2137-altera-classe
                                           end-if
                            end-start
                        end-if
                        unlock arq-cliente
                        close arq-cliente
                        perform 2162-desmarca-online
              .
       2136-exit.
                        exit.
      *=================================================================
           2137-altera-classe                    section.
                        move "sem classe" to wk-2136-origem
                        if rs-cli-classe-manual
                                move "fixada"   to wk-2136-origem
                        end-if
                        if rs-cli-classe-sugerida
                                move "sugerida" to wk-2136-origem
                        end-if
                        display rs-razao-social                  at 1523
                        display "Classe atual:"                  at 1623
                        display rs-classe-vis-cli                at 1637
                        display wk-2136-origem                   at 1639
                  display "Nova classe (A/B/C, L=libera):"       at 1723
                        move spaces to wk-2136-classe
                        accept wk-2136-classe      at 1755 with upper
                                        auto-skip highlight
                        if esc
                                exit section
                        end-if
                        if wk-2136-classe not equal "A" and
                           wk-2136-classe not equal "B" and
                           wk-2136-classe not equal "C" and
                           wk-2136-classe not equal "L"
                                display "Classe invalida"        at 1823
                                accept wk-confirm
                                exit section
                        end-if

                        display "Confirma (s/n)?"                at 1823
                        accept wk-confirm                        at 1839
                        if wk-confirm not equal "S" and
                           wk-confirm not equal "s"
                                exit section
                        end-if

      *    liberado: mantem a classe atual ate a proxima sugestao
                        if wk-2136-classe equal "L"
                                move "S" to rs-classe-orig-cli
                        else
                                move wk-2136-classe to rs-classe-vis-cli
                                move "M" to rs-classe-orig-cli
                        end-if
                        rewrite rs-arq-cli
                        if ws-resultado-acesso equal "00"
                                move "CLI"         to wk-log-arquivo
                                move "CLASSE"      to wk-log-acao
                                move wk-2136-classe to wk-log-acao (8:1)
                                move rs-cod-cli    to wk-log-codigo
                                perform 2999-grava-log-cadastro
                                move "A" to wk-jrn-operacao
                                perform 2995-journal-cliente
                            display "Classe gravada"             at 1923
                        else
                            display "Erro ao gravar:"            at 1923
                            display ws-resultado-acesso          at 1939
                        end-if
                        accept wk-confirm.
           2137-exit.
                        exit.
      *=================================================================
      * leitura com retencao (lock) do cliente posicionado; se outro
      * operador estiver com o registro, avisa e deixa tentar de novo
      *=================================================================
                        move "N" to ws-2118-arq-cli-aberto
                        close arq-cliente
                        close arq-imp-cli
                        perform 2183-fecha-cep
                        perform 2162-desmarca-online.
       2141-exit.
                        exit.
                                move wk-2140-campo12  to rs-filial-cli
                        end-if
                        move "A"             to rs-status-cli
                        perform 2180-estima-coord-cli

                        move rs-cnpj  to wk-2115-cnpj-cpf
                        move 1        to wk-2115-tipo-cad
                                           move "IMPORT"  to wk-log-acao
                                        move rs-cod-cli to wk-log-codigo
                                         perform 2999-grava-log-cadastro
                                         move "I" to wk-jrn-operacao
                                         perform 2995-journal-cliente
                                end-write
                        end-if.
       2143-exit.
                        move "N" to ws-2118-arq-vend-aberto
                        close arq-vendedor
                        close arq-imp-vend
                        perform 2183-fecha-cep
                        perform 2162-desmarca-online.
       2142-exit.
                        exit.
                                move wk-2140-campo12  to rs-filial-vend
                        end-if
                        move "A"              to rs-status-vend
                        perform 2181-estima-coord-vend

                        move rs-cpf   to wk-2115-cnpj-cpf
                        move 2        to wk-2115-tipo-cad
                                          move "IMPORT"   to wk-log-acao
                                       move rs-cod-vend to wk-log-codigo
                                         perform 2999-grava-log-cadastro
                                         move "I" to wk-jrn-operacao
                                         perform 2996-journal-vendedor
                                end-write
                        end-if.
       2145-exit.
                        exit.
      *=================================================================
      * journal de after-image do cliente e do vendedor: chamado logo
      * depois da gravacao, com a operacao (I/A/E) em wk-jrn-operacao;
      * gravacao que nao deu certo nao vai para o journal
      *=================================================================
       2995-journal-cliente          section.
                        if ws-resultado-acesso (1:1) not equal "0"
                                exit section
                        end-if
                        move "PW0010"      to wk-jrn-programa
                        move wk-oper-atual to wk-jrn-operador
                        move "CLIENTE"     to wk-jrn-arquivo
                        move rs-arq-cli    to wk-jrn-imagem
                        perform 8500-journal-grava.
       2995-exit.
                        exit.
      *=================================================================
       2996-journal-vendedor         section.
                        if ws-resultado-acesso (1:1) not equal "0"
                                exit section
                        end-if
                        move "PW0010"      to wk-jrn-programa
                        move wk-oper-atual to wk-jrn-operador
                        move "VENDEDOR"    to wk-jrn-arquivo
                        move rs-arq-vend   to wk-jrn-imagem
                        perform 8500-journal-grava.
       2996-exit.
                        exit.
      *=================================================================
      * evento no log de auditoria geral do sistema (SYS047), o mesmo
      * mostrado no resumo diario; usado pelas funcoes de supervisao
      * que regravam carteiras em lote
      *=================================================================
       2998-grava-sys047             section.
                        accept wk-log-data from date yyyymmdd.
                        accept wk-log-hora8 from time.
                        move wk-log-hora8 (1:2) to wk-log-hora (1:2)
                        move wk-log-hora8 (3:2) to wk-log-hora (3:2)
                        move wk-log-hora8 (5:2) to wk-log-hora (5:2)
                        move spaces            to ys047-registr
                        move wk-log-data       to ys047-data
                        move wk-log-hora       to ys047-hora
                        move "PW0010"          to ys047-programa
                        move wk-2998-acao      to ys047-acao
                        move wk-2998-arquivo   to ys047-arquivo
                        move wk-2998-chave     to ys047-chave
                        move wk-oper-atual     to ys047-operador
                        move wk-2998-descric   to ys047-descric
                        open extend sys047
                        if wk-fstatus equal "00"
                                write ys047-registr
                                close sys047
                        end-if.
       2998-exit.
                        exit.
      *=================================================================
       2999-grava-log-cadastro       section.
                        accept wk-log-data from date yyyymmdd.
                                end-string
                                write log-cad-linha
                                close arq-log-cad
                        end-if

      *    eventos de seguranca (sign-on, acesso negado, exclusao de
      *    cliente ou vendedor) vao tambem para o SYS047, que e o log
      *    lido pelo relatorio diario de anomalias
                        if wk-log-acao equal "SIGNON" or "NEGADO" or
                                             "EXCLUSAO"
                                perform 2994-sys047-seguranca
                        end-if.
       2999-exit.
                        exit.
      *=================================================================
       2994-sys047-seguranca         section.
                        evaluate wk-log-arquivo
                            when "CLI"
                                move "CLIENTE"  to wk-2998-arquivo
                            when "VEN"
                                move "VENDEDOR" to wk-2998-arquivo
                            when "OPE"
                                move "OPERADOR" to wk-2998-arquivo
                            when other
                                move wk-log-arquivo to wk-2998-arquivo
                        end-evaluate
                        move wk-log-acao       to wk-2998-acao
                        move spaces            to wk-2998-chave
                        move spaces            to wk-2998-descric
                        if wk-log-codigo not equal zeros
                                move wk-log-codigo to wk-2998-chave
                        end-if
                        evaluate wk-log-acao
                            when "SIGNON"
                                move "Operador identificado no PW0010"
                                                   to wk-2998-descric
                            when "NEGADO"
                                move "Opcao restrita a nivel superior"
                                                   to wk-2998-descric
                            when other
                                move "Inativado no cadastro"
                                                   to wk-2998-descric
                        end-evaluate
                        perform 2998-grava-sys047.
       2994-exit.
                        exit.
      *=================================================================
       2200-cadastro-vendedor        section.
                initialize wk-opcao
                       perform 2235-cad-reat-vend
                when 0106
                       perform 2240-cad-ausencia
      *                feriado local muda o calendario de todos os
      *                roteiros da UF/filial: nivel de operador
                when 0107
                       move 2 to wk-perm-minimo
                       perform 1200-verifica-nivel
                       if wk-perm-ok equal "S"
                            perform 2260-cad-feriado
                       end-if
      *                estrutura de equipes: nivel de supervisor
                when 0108
                       move 3 to wk-perm-minimo
                       perform 1200-verifica-nivel
                       if wk-perm-ok equal "S"
                            perform 2270-cad-equipe
                       end-if
                                when 9999
                                           exit section
                        end-evaluate.
                        accept rs-telefone-vend         at 1549
                        accept rs-filial-vend           at 1649
                        move   "A"                  to rs-status-vend
                        perform 2181-estima-coord-vend
                        perform 2183-fecha-cep
                        if wk-2180-estimou equal "S"
                                display "Coordenada estimada pelo CEP"
                        end-if

                        open extend  arq-vendedor
                        if ws-resultado-acesso equal "00"
                                   move "INCLUSAO"  to wk-log-acao
                                   move rs-cod-vend to wk-log-codigo
                                   perform 2999-grava-log-cadastro
                                   move "I" to wk-jrn-operacao
                                   perform 2996-journal-vendedor
                                else
                            display "Codigo ja existente - nao incluido"
                                end-if
                      perform 2115-consulta-cnpj *> consiste cpf/cnpj
                                                end-if
                                            if ws-status-arq equal zeros
                           move rs-latitude-vend  to wk-2180-lat-ant
                           move rs-longitude-vend to wk-2180-lon-ant
                                     accept rs-nome              at 1734
                                 accept rs-latitude-vend         at 1834
                                 accept rs-longitude-vend        at 1934
                                 accept rs-cep-vend              at 1449
                                 accept rs-telefone-vend         at 1549
                                 accept rs-filial-vend           at 1649
                          if rs-latitude-vend  not equal wk-2180-lat-ant
                          or rs-longitude-vend not equal wk-2180-lon-ant
                                 move spaces to rs-coord-orig-vend
                          end-if
                                                    rewrite rs-arq-vend
                                   move "VEN"          to wk-log-arquivo
                                      move "ALTERACAO"    to wk-log-acao
                                    move rs-cod-vend    to wk-log-codigo
                                         perform 2999-grava-log-cadastro
                                         move "A" to wk-jrn-operacao
                                         perform 2996-journal-vendedor
                                                end-if
                                           end-if
                                end-start
                                      move "EXCLUSAO"     to wk-log-acao
                                    move rs-cod-vend    to wk-log-codigo
                                         perform 2999-grava-log-cadastro
                                         move "A" to wk-jrn-operacao
                                         perform 2996-journal-vendedor
                                       move "S" to wk-2230-excluiu
                                                end-if
                                           end-if
                                      move "REATIVACAO"   to wk-log-acao
                                    move rs-cod-vend    to wk-log-codigo
                                         perform 2999-grava-log-cadastro
                                         move "A" to wk-jrn-operacao
                                         perform 2996-journal-vendedor
                                                        end-if
                                                else
                                        display "Vendedor ja esta ativo"
           2245-exit.
                        exit.
      *=================================================================
      * cadastro de feriados estaduais e municipais por UF e filial,
      * que a rot005 nao conhece; o pw0091 pula esses dias no
      * calendario de visitas do vendedor da UF/filial
      *=================================================================
       2260-cad-feriado             section.

                        open i-o arq-feriado
                        if ws-resultado-fer equal "35"
                                open output arq-feriado
                                close arq-feriado
                                open i-o arq-feriado
                        end-if
                        if ws-resultado-fer not equal "00"
                       display tela-limpa
                       display "Cadastro de feriados inacessivel"
                                                          at 1623
                                close arq-feriado
                                accept wk-confirm
                                exit section
                        end-if

                        move "N" to wk-2260-sai
                        perform 2261-menu-feriado
                                until wk-2260-sai equal "S"
                        close arq-feriado.
       2260-exit.
                        exit.
      *=================================================================
           2261-menu-feriado                     section.
                        display tela-limpa
                        display "Feriados locais (UF/filial)" at 1423
                display "1=inclui 2=exclui 3=lista 9=sai:" at 1523
                        move zeros to wk-2260-opcao
                        accept wk-2260-opcao              at 1557
                                 with upper auto-skip highlight
                        if esc
                                move "S" to wk-2260-sai
                                exit section
                        end-if
                        evaluate wk-2260-opcao
                            when 1
                                perform 2262-inclui-feriado
                            when 2
                                perform 2263-exclui-feriado
                            when 3
                                perform 2264-lista-feriado
                            when 9
                                move "S" to wk-2260-sai
                        end-evaluate.
           2261-exit.
                        exit.
      *=================================================================
           2262-inclui-feriado                   section.
                        move spaces       to rs-arq-fer
                        display "Data (AAAAMMDD):"        at 1623
                        move zeros to fer-data
                        accept fer-data                   at 1642
                        if fer-data (5:2) < "01" or
                           fer-data (5:2) > "12" or
                           fer-data (7:2) < "01" or
                           fer-data (7:2) > "31"
                            display "Data invalida"       at 2023
                                accept wk-confirm
                                exit section
                        end-if
                        display "UF (branco=todas):"      at 1723
                        accept fer-uf                     at 1742
                                 with upper auto-skip highlight
                        display "Filial (0=todas):"       at 1823
                        move zeros to fer-filial
                        accept fer-filial                 at 1842
                        display "Descricao:"              at 1923
                        accept fer-descricao              at 1934

                        write rs-arq-fer
                                invalid key
                          display "Feriado ja cadastrado" at 2023
                                  accept wk-confirm
                                not invalid key
                                   move "FER"     to wk-log-arquivo
                                   move "FERIADO" to wk-log-acao
                                   move fer-filial to wk-log-codigo
                                   perform 2999-grava-log-cadastro
                        end-write.
           2262-exit.
                        exit.
      *=================================================================
           2263-exclui-feriado                   section.
                        move spaces to rs-arq-fer
                        display "Data a excluir (AAAAMMDD):" at 1623
                        move zeros to fer-data
                        accept fer-data                   at 1651
                        display "UF (branco=todas):"      at 1723
                        accept fer-uf                     at 1742
                                 with upper auto-skip highlight
                        display "Filial (0=todas):"       at 1823
                        move zeros to fer-filial
                        accept fer-filial                 at 1842
                        read arq-feriado
                                invalid key
                           display "Feriado nao encontrado"  at 2023
                                   accept wk-confirm
                                not invalid key
                                   delete arq-feriado
                                   if ws-resultado-fer not equal "00"
                            display "Erro na exclusao: "  at 2023
                            display ws-resultado-fer      at 2041
                                        accept wk-confirm
                                   else
                                   move "FER"      to wk-log-arquivo
                                   move "FEREXC"   to wk-log-acao
                                   move fer-filial to wk-log-codigo
                                   perform 2999-grava-log-cadastro
                                   end-if
                        end-read.
           2263-exit.
                        exit.
      *=================================================================
      * lista a partir da data informada, uma pagina de 6 linhas
      *=================================================================
           2264-lista-feriado                    section.
                        display "A partir de (AAAAMMDD):" at 1623
                        move wk-2900-hoje to wk-2260-desde
                        accept wk-2260-desde              at 1647
                        move spaces        to rs-arq-fer
                        move wk-2260-desde to fer-data
                        move "N"           to wk-2260-fim
                        start arq-feriado key is >= fer-chave
                                invalid key move "S" to wk-2260-fim
                        end-start
                        display tela-limpa
                display "Data     UF Fl Descricao"        at 1501
                        move 1601 to wk-2260-pos
                        perform 2265-lista-um-feriado
                                until wk-2260-fim equal "S"
                        display "ENTER para voltar"       at 2301
                        accept wk-confirm.
           2264-exit.
                        exit.
      *=================================================================
           2265-lista-um-feriado                 section.
                        read arq-feriado next
                                at end move "S" to wk-2260-fim
                        end-read
                        if wk-2260-fim equal "S"
                                exit section
                        end-if
                        display fer-data      at wk-2260-pos
                        add 9 to wk-2260-pos
                        display fer-uf        at wk-2260-pos
                        add 3 to wk-2260-pos
                        display fer-filial    at wk-2260-pos
                        add 3 to wk-2260-pos
                        display fer-descricao at wk-2260-pos
                        add 85 to wk-2260-pos
                        if wk-2260-pos > 2200
                                move "S" to wk-2260-fim
                        end-if.
           2265-exit.
                        exit.
      *=================================================================
      * estrutura das equipes: gerente regional (por filial),
      * supervisor (responde a um regional) e vinculo do vendedor ao
      * supervisor. a troca de equipe nao apaga nada: o vinculo
      * vigente e encerrado na vespera do novo e o historico fica
      *=================================================================
       2270-cad-equipe              section.

                        open i-o arq-equipe
                        if ws-resultado-eqp equal "35"
                                open output arq-equipe
                                close arq-equipe
                                open i-o arq-equipe
                        end-if
                        if ws-resultado-eqp not equal "00"
                       display tela-limpa
                       display "Estrutura de equipes inacessivel"
                                                          at 1623
                                close arq-equipe
                                accept wk-confirm
                                exit section
                        end-if

                        move "N" to wk-2270-sai
                        perform 2271-menu-equipe
                                until wk-2270-sai equal "S"
                        close arq-equipe.
       2270-exit.
                        exit.
      *=================================================================
           2271-menu-equipe                      section.
                        display tela-limpa
                        display "Equipes de vendas"       at 1423
                display "1=regional 2=supervisor 3=vincula vendedor"
                                                          at 1523
                display "4=historico do vendedor 5=lista 9=sai:"
                                                          at 1623
                        move zeros to wk-2270-opcao
                        accept wk-2270-opcao              at 1662
                                 with upper auto-skip highlight
                        if esc
                                move "S" to wk-2270-sai
                                exit section
                        end-if
                        evaluate wk-2270-opcao
                            when 1
                                perform 2272-grava-regional
                            when 2
                                perform 2273-grava-supervisor
                            when 3
                                perform 2274-vincula-vendedor
                            when 4
                                perform 2276-historico-vendedor
                            when 5
                                perform 2277-lista-estrutura
                            when 9
                                move "S" to wk-2270-sai
                        end-evaluate.
           2271-exit.
                        exit.
      *=================================================================
      * inclui ou altera o gerente regional
      *=================================================================
           2272-grava-regional                   section.
                        display "Codigo do regional:"     at 1723
                        move zeros to wk-2270-codigo
                        accept wk-2270-codigo             at 1743
                        if esc or wk-2270-codigo equal zeros
                                exit section
                        end-if

                        move spaces         to rs-arq-eqp
                        move "R"            to eqp-tipo
                        move wk-2270-codigo to eqp-codigo
                        move zeros          to eqp-dt-ini
                        read arq-equipe
                                invalid key
                                   move "N" to wk-2270-existe
                                   move spaces to rs-arq-eqp
                                   move "R"            to eqp-tipo
                                   move wk-2270-codigo to eqp-codigo
                                   move zeros to eqp-dt-ini eqp-dt-fim
                                                 eqp-superior eqp-filial
                                not invalid key
                                   move "S" to wk-2270-existe
                        end-read

                        display "Nome:"                   at 1823
                        display eqp-nome                  at 1830
                        accept eqp-nome                   at 1830
                        display "Filial:"                 at 1923
                        display eqp-filial                at 1931
                        accept eqp-filial                 at 1931
                        display "Email:"                  at 2001
                        display eqp-email                 at 2008
                        accept eqp-email                  at 2008
                        if eqp-nome equal spaces
                            display "Nome obrigatorio"    at 2123
                                accept wk-confirm
                                exit section
                        end-if

                        perform 2278-carimbo-equipe
                        if wk-2270-existe equal "S"
                                rewrite rs-arq-eqp
                        else
                                write rs-arq-eqp
                        end-if
                        if ws-resultado-eqp not equal "00"
                            display "Erro na gravacao: "  at 2123
                            display ws-resultado-eqp      at 2141
                                accept wk-confirm
                                exit section
                        end-if
                        move "VEN"          to wk-log-arquivo
                        move "EQPREG"       to wk-log-acao
                        move wk-2270-codigo to wk-log-codigo
                        perform 2999-grava-log-cadastro.
           2272-exit.
                        exit.
      *=================================================================
      * inclui ou altera o supervisor; o regional tem de existir e a
      * filial do supervisor e a do seu regional
      *=================================================================
           2273-grava-supervisor                 section.
                        display "Codigo do supervisor:"   at 1723
                        move zeros to wk-2270-codigo
                        accept wk-2270-codigo             at 1745
                        if esc or wk-2270-codigo equal zeros
                                exit section
                        end-if

                        move spaces         to rs-arq-eqp
                        move "S"            to eqp-tipo
                        move wk-2270-codigo to eqp-codigo
                        move zeros          to eqp-dt-ini
                        read arq-equipe
                                invalid key
                                   move "N" to wk-2270-existe
                                   move spaces to rs-arq-eqp
                                   move "S"            to eqp-tipo
                                   move wk-2270-codigo to eqp-codigo
                                   move zeros to eqp-dt-ini eqp-dt-fim
                                                 eqp-superior eqp-filial
                                not invalid key
                                   move "S" to wk-2270-existe
                        end-read

                        display "Nome:"                   at 1823
                        display eqp-nome                  at 1830
                        accept eqp-nome                   at 1830
                        display "Regional:"               at 1923
                        display eqp-superior              at 1933
                        accept eqp-superior               at 1933
                        display "Email:"                  at 2001
                        display eqp-email                 at 2008
                        accept eqp-email                  at 2008
                        if eqp-nome equal spaces
                            display "Nome obrigatorio"    at 2123
                                accept wk-confirm
                                exit section
                        end-if

      *    confere o regional sem perder o registro digitado
                        move rs-arq-eqp   to wk-2270-salva
                        move eqp-superior to wk-2270-superior
                        move spaces       to rs-arq-eqp
                        move "R"              to eqp-tipo
                        move wk-2270-superior to eqp-codigo
                        move zeros            to eqp-dt-ini
                        read arq-equipe
                                invalid key
                                   move "N" to wk-2270-fim
                                not invalid key
                                   move "S" to wk-2270-fim
                                   move eqp-filial to wk-2270-filial
                        end-read
                        move wk-2270-salva to rs-arq-eqp
                        if wk-2270-fim equal "N"
                            display "Regional nao cadastrado" at 2123
                                accept wk-confirm
                                exit section
                        end-if
                        move wk-2270-filial to eqp-filial

      *    o read do regional desposicionou o arquivo: relê o
      *    supervisor antes de regravar
                        if wk-2270-existe equal "S"
                                read arq-equipe
                                move wk-2270-salva to rs-arq-eqp
                                move wk-2270-filial to eqp-filial
                        end-if
                        perform 2278-carimbo-equipe
                        if wk-2270-existe equal "S"
                                rewrite rs-arq-eqp
                        else
                                write rs-arq-eqp
                        end-if
                        if ws-resultado-eqp not equal "00"
                            display "Erro na gravacao: "  at 2123
                            display ws-resultado-eqp      at 2141
                                accept wk-confirm
                                exit section
                        end-if
                        move "VEN"          to wk-log-arquivo
                        move "EQPSUP"       to wk-log-acao
                        move wk-2270-codigo to wk-log-codigo
                        perform 2999-grava-log-cadastro.
           2273-exit.
                        exit.
      *=================================================================
      * vincula o vendedor a um supervisor a partir de uma data; o
      * vinculo vigente e encerrado na vespera. supervisor 0 so
      * encerra o vinculo vigente (vendedor sai da estrutura)
      *=================================================================
           2274-vincula-vendedor                 section.
                        display "Vendedor:"               at 1723
                        move zeros to wk-2270-codigo
                        accept wk-2270-codigo             at 1733
                        if esc or wk-2270-codigo equal zeros
                                exit section
                        end-if

                        open input arq-vendedor
                        move wk-2270-codigo to rs-cod-vend
                        read arq-vendedor
                                invalid key
                                   move "N" to wk-2270-existe
                                not invalid key
                                   move "S" to wk-2270-existe
                                   move rs-nome to wk-2270-nome-vend
                                   move rs-filial-vend
                                                 to wk-2270-filial-vend
                        end-read
                        close arq-vendedor
                        if wk-2270-existe not equal "S"
                            display "Vendedor nao cadastrado" at 2123
                                accept wk-confirm
                                exit section
                        end-if
                        display wk-2270-nome-vend         at 1740

                        perform 2275-ultimo-vinculo
                        if wk-2270-tem-ult equal "S"
                                move wk-2270-ult to rs-arq-eqp
                                display "Supervisor atual:"   at 1823
                                display eqp-superior          at 1841
                                display "desde"               at 1847
                                display eqp-dt-ini            at 1853
                                if eqp-dt-fim not equal zeros
                                    display "ate"             at 1862
                                    display eqp-dt-fim        at 1866
                                end-if
                        end-if

                        display "Novo supervisor (0=encerra):" at 1923
                        move zeros to wk-2270-superior
                        accept wk-2270-superior           at 1952
                        display "A partir de (AAAAMMDD):" at 2023
                        move wk-2900-hoje to wk-2270-dt-ini
                        accept wk-2270-dt-ini             at 2047
                        if esc
                                exit section
                        end-if
                        if wk-2270-dt-ini (5:2) < "01" or
                           wk-2270-dt-ini (5:2) > "12" or
                           wk-2270-dt-ini (7:2) < "01" or
                           wk-2270-dt-ini (7:2) > "31" or
                           function integer-of-date (wk-2270-dt-ini)
                                                           < 2
                            display "Data invalida"       at 2123
                                accept wk-confirm
                                exit section
                        end-if

      *    o novo vinculo tem de comecar depois do ultimo: inicio do
      *    vigente ou fim do encerrado
                        if wk-2270-tem-ult equal "S"
                                move wk-2270-ult to rs-arq-eqp
                                if (eqp-dt-fim equal zeros and
                                    wk-2270-dt-ini not > eqp-dt-ini) or
                                   (eqp-dt-fim not equal zeros and
                                    wk-2270-dt-ini not > eqp-dt-fim)
                            display "Data anterior ao ultimo vinculo"
                                                          at 2123
                                        accept wk-confirm
                                        exit section
                                end-if
                                if eqp-dt-fim equal zeros and
                                   eqp-superior equal wk-2270-superior
                            display "Vendedor ja esta nessa equipe"
                                                          at 2123
                                        accept wk-confirm
                                        exit section
                                end-if
                        end-if
                        if wk-2270-superior equal zeros and
                           (wk-2270-tem-ult not equal "S" or
                            eqp-dt-fim not equal zeros)
                            display "Vendedor sem vinculo vigente"
                                                          at 2123
                                accept wk-confirm
                                exit section
                        end-if

                        if wk-2270-superior not equal zeros
                                move spaces           to rs-arq-eqp
                                move "S"              to eqp-tipo
                                move wk-2270-superior to eqp-codigo
                                move zeros            to eqp-dt-ini
                                read arq-equipe
                                        invalid key
                                           move "N" to wk-2270-existe
                                        not invalid key
                                           move "S" to wk-2270-existe
                                end-read
                                if wk-2270-existe not equal "S"
                            display "Supervisor nao cadastrado"
                                                          at 2123
                                        accept wk-confirm
                                        exit section
                                end-if
                        end-if

      *    encerra o vinculo vigente na vespera do novo
                        if wk-2270-tem-ult equal "S"
                                move wk-2270-ult to rs-arq-eqp
                                if eqp-dt-fim equal zeros
                                   read arq-equipe with lock
                                   if ws-resultado-eqp not equal "00"
                            display "Vinculo vigente em uso: "
                                                          at 2123
                            display ws-resultado-eqp      at 2147
                                        unlock arq-equipe
                                        accept wk-confirm
                                        exit section
                                   end-if
                                   compute eqp-dt-fim =
                                      function date-of-integer
                                      (function integer-of-date
                                       (wk-2270-dt-ini) - 1)
                                   perform 2278-carimbo-equipe
                                   rewrite rs-arq-eqp
                                   if ws-resultado-eqp not equal "00"
                            display "Erro na gravacao: "  at 2123
                            display ws-resultado-eqp      at 2141
                                        unlock arq-equipe
                                        accept wk-confirm
                                        exit section
                                   end-if
                                   unlock arq-equipe
                                end-if
                        end-if

                        if wk-2270-superior not equal zeros
                                move spaces              to rs-arq-eqp
                                move "V"                 to eqp-tipo
                                move wk-2270-codigo      to eqp-codigo
                                move wk-2270-dt-ini      to eqp-dt-ini
                                move zeros               to eqp-dt-fim
                                move wk-2270-superior    to eqp-superior
                                move wk-2270-nome-vend   to eqp-nome
                                move wk-2270-filial-vend to eqp-filial
                                perform 2278-carimbo-equipe
                                write rs-arq-eqp
                                if ws-resultado-eqp not equal "00"
                            display "Erro na gravacao: "  at 2123
                            display ws-resultado-eqp      at 2141
                                        accept wk-confirm
                                        exit section
                                end-if
                        end-if

                        move "VEN"          to wk-log-arquivo
                        move "EQUIPE"       to wk-log-acao
                        move wk-2270-codigo to wk-log-codigo
                        perform 2999-grava-log-cadastro.
           2274-exit.
                        exit.
      *=================================================================
      * ultimo vinculo do vendedor wk-2270-codigo (a chave ordena por
      * inicio de vigencia)
      *=================================================================
           2275-ultimo-vinculo                   section.
                        move "N"            to wk-2270-tem-ult
                        move spaces         to wk-2270-ult
                        move spaces         to rs-arq-eqp
                        move "V"            to eqp-tipo
                        move wk-2270-codigo to eqp-codigo
                        move zeros          to eqp-dt-ini
                        move "N"            to wk-2270-fim
                        start arq-equipe key is >= eqp-chave
                                invalid key move "S" to wk-2270-fim
                        end-start
                        perform 2279-le-vinculo
                                until wk-2270-fim equal "S".
           2275-exit.
                        exit.
      *=================================================================
           2279-le-vinculo                       section.
                        read arq-equipe next
                                at end move "S" to wk-2270-fim
                        end-read
                        if wk-2270-fim equal "S"
                                exit section
                        end-if
                        if not eqp-vinculo or
                           eqp-codigo not equal wk-2270-codigo
                                move "S" to wk-2270-fim
                                exit section
                        end-if
                        move "S"        to wk-2270-tem-ult
                        move rs-arq-eqp to wk-2270-ult.
           2279-exit.
                        exit.
      *=================================================================
      * historico das equipes do vendedor, uma pagina
      *=================================================================
           2276-historico-vendedor               section.
                        display "Vendedor:"               at 1723
                        move zeros to wk-2270-codigo
                        accept wk-2270-codigo             at 1733
                        if esc or wk-2270-codigo equal zeros
                                exit section
                        end-if
                        move spaces         to rs-arq-eqp
                        move "V"            to eqp-tipo
                        move wk-2270-codigo to eqp-codigo
                        move zeros          to eqp-dt-ini
                        move "N"            to wk-2270-fim
                        start arq-equipe key is >= eqp-chave
                                invalid key move "S" to wk-2270-fim
                        end-start
                        display tela-limpa
                        display "Equipes do vendedor"     at 1401
                        display wk-2270-codigo            at 1421
                display "Inicio   Fim      Superv Operador   Gravado em"
                                                          at 1501
                        move 1601 to wk-2270-pos
                        perform 2281-lista-um-vinculo
                                until wk-2270-fim equal "S"
                        display "ENTER para voltar"       at 2301
                        accept wk-confirm.
           2276-exit.
                        exit.
      *=================================================================
           2281-lista-um-vinculo                 section.
                        read arq-equipe next
                                at end move "S" to wk-2270-fim
                        end-read
                        if wk-2270-fim equal "S"
                                exit section
                        end-if
                        if not eqp-vinculo or
                           eqp-codigo not equal wk-2270-codigo
                                move "S" to wk-2270-fim
                                exit section
                        end-if
                        display eqp-dt-ini    at wk-2270-pos
                        add 9 to wk-2270-pos
                        display eqp-dt-fim    at wk-2270-pos
                        add 9 to wk-2270-pos
                        display eqp-superior  at wk-2270-pos
                        add 7 to wk-2270-pos
                        display eqp-operador (1:10) at wk-2270-pos
                        add 11 to wk-2270-pos
                        display eqp-dt-mov    at wk-2270-pos
                        add 64 to wk-2270-pos
                        if wk-2270-pos > 2200
                                move "S" to wk-2270-fim
                        end-if.
           2281-exit.
                        exit.
      *=================================================================
      * regionais e supervisores, em paginas
      *=================================================================
           2277-lista-estrutura                  section.
                        move low-values to eqp-chave
                        move "N"        to wk-2270-fim
                        start arq-equipe key is >= eqp-chave
                                invalid key move "S" to wk-2270-fim
                        end-start
                        display tela-limpa
                display "T Codigo Sup.  Fl Nome"          at 1501
                        move 1601 to wk-2270-pos
                        perform 2282-lista-um-item
                                until wk-2270-fim equal "S"
                        display "ENTER para voltar"       at 2301
                        accept wk-confirm.
           2277-exit.
                        exit.
      *=================================================================
           2282-lista-um-item                    section.
                        read arq-equipe next
                                at end move "S" to wk-2270-fim
                        end-read
                        if wk-2270-fim equal "S"
                                exit section
                        end-if
                        if eqp-vinculo
                                move "S" to wk-2270-fim
                                exit section
                        end-if
                        if wk-2270-pos > 2200
                        display "ENTER para a proxima pagina" at 2301
                                accept wk-confirm
                                display tela-limpa
                display "T Codigo Sup.  Fl Nome"          at 1501
                                move 1601 to wk-2270-pos
                        end-if
                        display eqp-tipo      at wk-2270-pos
                        add 2 to wk-2270-pos
                        display eqp-codigo    at wk-2270-pos
                        add 7 to wk-2270-pos
                        display eqp-superior  at wk-2270-pos
                        add 6 to wk-2270-pos
                        display eqp-filial    at wk-2270-pos
                        add 3 to wk-2270-pos
                        display eqp-nome      at wk-2270-pos
                        add 82 to wk-2270-pos.
           2282-exit.
                        exit.
      *=================================================================
      * operador e data/hora da ultima gravacao do registro
      *=================================================================
           2278-carimbo-equipe                   section.
                        accept wk-2900-hoje  from date yyyymmdd
                        accept wk-2270-hora8 from time
                        move wk-oper-atual        to eqp-operador
                        move wk-2900-hoje         to eqp-dt-mov (1:8)
                        move wk-2270-hora8 (1:6)  to eqp-dt-mov (9:6).
           2278-exit.
                        exit.
      *=================================================================
      * leitura com retencao (lock) do vendedor posicionado; se outro
      * operador estiver com o registro, avisa e deixa tentar de novo
      *=================================================================
       2250-le-vendedor-lock        section.
                        move "N" to wk-lock-ok
                        move "S" to wk-lock-tenta
                        perform 2251-tenta-ler-vendedor
                                until wk-lock-ok equal "S"
                                   or wk-lock-tenta equal "N".
       2250-exit.
                        exit.
      *=================================================================
       2251-tenta-ler-vendedor      section.
                        read arq-vendedor with lock
                        evaluate ws-resultado-acesso
                            when "00"
                                move "S" to wk-lock-ok
                            when "51"
                            when "99"
                            when "9D"
              display "Registro em uso por outro operador"      at 2201
              display "Tentar de novo (s/n)?"                   at 2301
                                accept wk-confirm
                                if wk-confirm not equal "S" and
                                   wk-confirm not equal "s"
                                        move "N" to wk-lock-tenta
                                end-if
                            when other
                                move "N" to wk-lock-tenta
                        end-evaluate.
       2251-exit.
                        exit.
      *=================================================================
       2300-relatorio-cliente       section.
                    initialize                          ws-opcao

                        display tela-03-relatorio-cliente
                        accept ws-opcao

                    evaluate ws-opcao

                        when 0101
                        when 0102
                                        perform 2311-lista-cli-asc-desc
                        when 0103
                                        perform 2313-filtro-por-cod-cli
                        when 0104
                                        perform 2314-filtro-por-razao
                        when 0105
                                        perform 2320-historico-cliente
                        when 0106
                                perform 2330-consulta-360-cliente
                        end-evaluate.

       2300-exit.
                        exit.


      *=================================================================
       2311-lista-cli-asc-desc           section.
                        move zeros to wk-2311-contador
                        initialize rs-cod-cli

                        display tela-limpa
                        display "Filial (0=todas):"       at 1423
                        move zeros to wk-0301-filial
                        accept wk-0301-filial             at 1441
                                 with upper auto-skip highlight

                        open input arq-cliente
                        open output arq-rel-cli
                        if ws-resultado-acesso equal "00" and
                           ws-resultado-rel equal "00"

           if ws-opcao equal 0101 *> ascendente
                                        move low-values to rs-cod-cli
                                  start arq-cliente key is >= rs-cod-cli
                                else
                  move high-values to rs-cod-cli *> descendente
                                  start arq-cliente key is <= rs-cod-cli
                                end-if

                                move spaces to rel-cli-linha
           2323-exit.
                        exit.
      *=================================================================
      * consulta 360 do cliente (somente leitura): cadastro e contato,
      * vendedor atual e anterior, ultimas notas do SFT072 com o total
      * de 12 meses, pedidos em aberto do SCE057 com os volumes do
      * SCE135, ultimas visitas e a marca de vigilancia do WATCH072,
      * tudo numa consulta paginada pelo codigo ou pelo CNPJ
      *=================================================================
           2330-consulta-360-cliente             section.
      *    consulta pura: basta o nivel de consulta
                        move 1 to wk-perm-minimo
                        perform 1200-verifica-nivel
                        if wk-perm-ok not equal "S"
                                exit section
                        end-if

                        display tela-limpa
                  display "Codigo do cliente (0=por CNPJ):" at 1423
                        move zeros to wk-2330-cod-cli
                        accept wk-2330-cod-cli                   at 1456
                        if esc
                                exit section
                        end-if
                        move zeros to wk-2330-cnpj
                        if wk-2330-cod-cli equal zeros
                             display "CNPJ do cliente:"      at 1523
                                accept wk-2330-cnpj              at 1540
                                if esc or wk-2330-cnpj equal zeros
                                        exit section
                                end-if
                        end-if

                        open input arq-cliente
                        if ws-resultado-acesso not equal "00"
                           display "Cadastro de clientes inacessivel"
                                                                 at 1623
                                close arq-cliente
                                accept wk-confirm
                                exit section
                        end-if

                        move "S" to wk-2330-achou
                        if wk-2330-cod-cli not equal zeros
                                move wk-2330-cod-cli to rs-cod-cli
                                read arq-cliente
                                     invalid key
                                        move "N" to wk-2330-achou
                                end-read
                        else
                                move wk-2330-cnpj to rs-cnpj
                                read arq-cliente key is rs-cnpj
                                     invalid key
                                        move "N" to wk-2330-achou
                                end-read
                        end-if
                        if wk-2330-achou equal "N"
                                close arq-cliente
                                display "Cliente nao encontrado" at 1623
                                accept wk-confirm
                                exit section
                        end-if

                        move rs-cod-cli          to wk-2330-cod-cli
                        move rs-cnpj             to wk-2330-cnpj
                        move rs-cod-vend-cli     to wk-2330-vend-atu
                        move rs-cod-vend-ant-cli to wk-2330-vend-ant
                        perform 2331-360-cadastro
                        close arq-cliente

                        display "ENTER=continua  ESC=sai"        at 2301
                        accept wk-confirm
                        if esc
                                exit section
                        end-if

                        perform 2332-360-notas
                        display "ENTER=continua  ESC=sai"        at 2301
                        accept wk-confirm
                        if esc
                                exit section
                        end-if

                        perform 2338-360-pedidos
                        if esc
                                exit section
                        end-if

                        perform 2342-360-visitas
                        display "Fim da consulta - ENTER"        at 2301
                        accept wk-confirm.
           2330-exit.
                        exit.
      *=================================================================
      * pagina 1: cadastro, contato, vendedores e vigilancia
      *=================================================================
           2331-360-cadastro                     section.
                        display tela-limpa
                        display "Cliente:"                       at 1401
                        display rs-cod-cli                       at 1410
                        display rs-razao-social                  at 1416
                        display "CNPJ:"                          at 1501
                        display rs-cnpj                          at 1510
                        display "Situacao:"                      at 1527
                        display rs-status-cli                    at 1537
                        display "Filial:"                        at 1541
                        display rs-filial-cli                    at 1549
                        display "Endereco:"                      at 1601
                        display rs-endereco-cli                  at 1611
                        display "Cidade/UF:"                     at 1701
                        display rs-cidade-cli                    at 1712
                        display rs-uf-cli                        at 1738
                        display "CEP:"                           at 1743
                        display rs-cep-cli                       at 1748
                        display "Telefone:"                      at 1801
                        display rs-telefone-cli                  at 1811
                        move rs-latitude-cli  to wk-2312-lat-edicao
                        move rs-longitude-cli to wk-2312-lon-edicao
                        display "Lat/Lon:"                       at 1828
                        display wk-2312-lat-edicao               at 1837
                        display wk-2312-lon-edicao               at 1849

                        open input arq-vendedor
                        display "Vendedor atual:"                at 1901
                        display wk-2330-vend-atu                 at 1920
                        move wk-2330-vend-atu to wk-2330-vend-cod
                        perform 2345-360-nome-vendedor
                        display wk-2330-vend-nome                at 1926
                        display "Vendedor anterior:"             at 2001
                        display wk-2330-vend-ant                 at 2020
                        move wk-2330-vend-ant to wk-2330-vend-cod
                        perform 2345-360-nome-vendedor
                        display wk-2330-vend-nome                at 2026
                        close arq-vendedor

      *    a lista de vigilancia e mantida no LEARQ (opcao 12)
                        move "NAO" to wk-2330-vigia
                        open input watch072
                        if work-fstatus equal "00"
                                move wk-2330-cnpj to watch-cgcecpf
                                read watch072
                                     invalid key continue
                                     not invalid key
                                         move "SIM" to wk-2330-vigia
                                end-read
                        end-if
                        close watch072
                        display "Em vigilancia (WATCH072):"      at 2101
                        display wk-2330-vigia                 at 2127

                        move "sem classe" to wk-2136-origem
                        if rs-cli-classe-manual
                                move "fixada"   to wk-2136-origem
                        end-if
                        if rs-cli-classe-sugerida
                                move "sugerida" to wk-2136-origem
                        end-if
                        display "Classe de visita:"              at 2201
                        display rs-classe-vis-cli                at 2219
                        display wk-2136-origem                at 2221.
           2331-exit.
                        exit.
      *=================================================================
           2345-360-nome-vendedor                section.
                        move spaces to wk-2330-vend-nome
                        if wk-2330-vend-cod equal zeros
                                move "(sem vendedor)"
                                  to wk-2330-vend-nome
                                exit section
                        end-if
                        move wk-2330-vend-cod to rs-cod-vend
                        read arq-vendedor
                             invalid key
                                move "(nao cadastrado)"
                                  to wk-2330-vend-nome
                             not invalid key
                                move rs-nome to wk-2330-vend-nome
                        end-read.
           2345-exit.
                        exit.
      *=================================================================
      * pagina 2: as cinco notas mais recentes do SFT072 para o CNPJ
      * e o total faturado nos ultimos 12 meses (o SFT072 nao tem
      * chave por CNPJ: o arquivo e lido por inteiro)
      *=================================================================
           2332-360-notas                        section.
                        initialize wk-2330-notas
                        move zeros to wk-2330-total-12m
                        move zeros to wk-2330-qtd-12m
                        compute wk-2330-desde = wk-2900-hoje - 10000

                        display tela-limpa
                        display "Ultimas notas (SFT072)"         at 1401
                        open input sft072
                        if work-fstatus not equal "00"
                                display "SFT072 indisponivel"    at 1601
                                close sft072
                                exit section
                        end-if

                        move low-values to ft072-recordk
                        move "N" to wk-2330-fim
                        start sft072 key is >= ft072-recordk
                                invalid key move "S" to wk-2330-fim
                        end-start
                        perform 2333-360-le-nota
                                until wk-2330-fim equal "S"
                        close sft072

                        display "Emissao  Fl Nota   Sr        Valor"
                                                                 at 1501
                        move 1601 to wk-2330-pos
                        perform 2336-360-mostra-nota
                                varying wk-2330-idx from 1 by 1
                                until wk-2330-idx > 5
                        if wk-2330-nf-data (1) equal zeros
                             display "Nenhuma nota para o CNPJ" at 1601
                        end-if

                        move wk-2330-total-12m to wk-2330-total-ed
                        display "Faturado em 12 meses:"          at 2101
                        display wk-2330-total-ed                 at 2123
                        display "notas:"                         at 2140
                        display wk-2330-qtd-12m               at 2147.
           2332-exit.
                        exit.
      *=================================================================
           2333-360-le-nota                      section.
                        read sft072 next
                                at end move "S" to wk-2330-fim
                        end-read
                        if wk-2330-fim equal "S"
                                exit section
                        end-if
                        if ft072-cgcecpf not equal wk-2330-cnpj
                                exit section
                        end-if

                        if ft072-dtemiss > wk-2330-desde
                                add ft072-vlrnota to wk-2330-total-12m
                                add 1             to wk-2330-qtd-12m
                        end-if

      *                 a nota entra no lugar da mais antiga das cinco
                        move 1 to wk-2330-menor
                        perform 2334-360-acha-menor
                                varying wk-2330-idx from 2 by 1
                                until wk-2330-idx > 5
                        if ft072-dtemiss >
                           wk-2330-nf-data (wk-2330-menor)
                                move ft072-dtemiss to
                                     wk-2330-nf-data (wk-2330-menor)
                                move ft072-filiall to
                                     wk-2330-nf-fil (wk-2330-menor)
                                move ft072-nrnotas to
                                     wk-2330-nf-num (wk-2330-menor)
                                move ft072-serienf to
                                     wk-2330-nf-serie (wk-2330-menor)
                                move ft072-vlrnota to
                                     wk-2330-nf-valor (wk-2330-menor)
                        end-if.
           2333-exit.
                        exit.
      *=================================================================
           2334-360-acha-menor                   section.
                        if wk-2330-nf-data (wk-2330-idx) <
                           wk-2330-nf-data (wk-2330-menor)
                                move wk-2330-idx to wk-2330-menor
                        end-if.
           2334-exit.
                        exit.
      *=================================================================
      * mostra a mais recente das notas ainda nao mostradas
      *=================================================================
           2336-360-mostra-nota                  section.
                        move zeros to wk-2330-maior
                        perform 2337-360-acha-maior
                                varying wk-2330-jdx from 1 by 1
                                until wk-2330-jdx > 5
                        if wk-2330-maior equal zeros
                                exit section
                        end-if

                        move "S" to wk-2330-nf-usada (wk-2330-maior)
                        move wk-2330-nf-valor (wk-2330-maior)
                          to wk-2330-valor-ed
                        move spaces to wk-2330-linha-ed
                        string wk-2330-nf-data (wk-2330-maior)
                                                          delimited size
                               " "                        delimited size
                               wk-2330-nf-fil (wk-2330-maior)
                                                          delimited size
                               " "                        delimited size
                               wk-2330-nf-num (wk-2330-maior)
                                                          delimited size
                               " "                        delimited size
                               wk-2330-nf-serie (wk-2330-maior)
                                                          delimited size
                               " "                        delimited size
                               wk-2330-valor-ed           delimited size
                               into wk-2330-linha-ed
                        end-string
                        display wk-2330-linha-ed at wk-2330-pos
                        add 100 to wk-2330-pos.
           2336-exit.
                        exit.
      *=================================================================
           2337-360-acha-maior                   section.
                        if wk-2330-nf-data (wk-2330-jdx) equal zeros or
                           wk-2330-nf-usada (wk-2330-jdx) equal "S"
                                exit section
                        end-if
                        if wk-2330-maior equal zeros
                                move wk-2330-jdx to wk-2330-maior
                                exit section
                        end-if
                        if wk-2330-nf-data (wk-2330-jdx) >
                           wk-2330-nf-data (wk-2330-maior)
                                move wk-2330-jdx to wk-2330-maior
                        end-if.
           2337-exit.
                        exit.
      *=================================================================
      * pagina 3: pedidos em aberto do cliente no SCE057 (situacao
      * diferente de faturado/cancelado) com os volumes do SCE135;
      * sete por pagina
      *=================================================================
           2338-360-pedidos                      section.
                        display tela-limpa
                        display "Pedidos em aberto (SCE057)"     at 1401
                        open input sce057
                        if wk-fstatus not equal "00"
                                display "SCE057 indisponivel"    at 1601
                                close sce057
                             display "ENTER=continua  ESC=sai" at 2301
                                accept wk-confirm
                                exit section
                        end-if
                        open input sce135
                        move work-fstatus to wk-2330-st135

                        display "Pedido Data     S Volumes"      at 1501
                        move wk-2330-cod-cli to wk-2330-codclie
                        move zeros to wk-2330-ped-qtd
                        move zeros to wk-2330-pag-lin
                        move 1601  to wk-2330-pos
                        move low-values to ce057-recordk
                        move "N" to wk-2330-fim
                        start sce057 key is >= ce057-recordk
                                invalid key move "S" to wk-2330-fim
                        end-start
                        perform 2339-360-le-pedido
                                until wk-2330-fim equal "S"
                        close sce057
                        if wk-2330-st135 equal "00"
                                close sce135
                        end-if

                        if wk-2330-ped-qtd equal zeros
                              display "Nenhum pedido em aberto" at 1601
                        end-if
                        if not esc
                             display "ENTER=continua  ESC=sai" at 2301
                                accept wk-confirm
                        end-if.
           2338-exit.
                        exit.
      *=================================================================
           2339-360-le-pedido                    section.
                        read sce057 next
                                at end move "S" to wk-2330-fim
                        end-read
                        if wk-2330-fim equal "S"
                                exit section
                        end-if
                        if ce057-codclie not equal wk-2330-codclie
                                exit section
                        end-if
                        move ce057-situaca to wk-2330-sit-ped
                        if wk-2330-ped-encerrado
                                exit section
                        end-if

                        move zeros to wk-2330-volumes
                        if wk-2330-st135 equal "00"
                                move ce057-nrpedid to ce135-nrpedid
                                move low-values    to ce135-setorrr
                                move zeros         to ce135-nritemm
                                move zeros         to ce135-seqitem
                                move "N" to wk-2330-fim-vol
                                start sce135 key is >= ce135-recordk
                                   invalid key
                                      move "S" to wk-2330-fim-vol
                                end-start
                                perform 2341-360-soma-volume
                                        until wk-2330-fim-vol equal "S"
                        end-if

                        add 1 to wk-2330-ped-qtd
                        add 1 to wk-2330-pag-lin
                        move spaces to wk-2330-linha-ed
                        string ce057-nrpedid              delimited size
                               " "                        delimited size
                               ce057-dtpedid              delimited size
                               " "                        delimited size
                               ce057-situaca              delimited size
                               " "                        delimited size
                               wk-2330-volumes            delimited size
                               into wk-2330-linha-ed
                        end-string
                        display wk-2330-linha-ed at wk-2330-pos
                        add 100 to wk-2330-pos

      *                 sete linhas por pagina; ENTER segue adiante
                        if wk-2330-pag-lin equal 7
                            display "ENTER para continuar"   at 2301
                                accept wk-confirm
                                if esc
                                        move "S" to wk-2330-fim
                                        exit section
                                end-if
                                display tela-limpa
                             display "Pedido Data     S Volumes" at 1501
                                move zeros to wk-2330-pag-lin
                                move 1601  to wk-2330-pos
                        end-if.
           2339-exit.
                        exit.
      *=================================================================
           2341-360-soma-volume                  section.
                        read sce135 next
                                at end move "S" to wk-2330-fim-vol
                        end-read
                        if wk-2330-fim-vol equal "S"
                                exit section
                        end-if
                        if ce135-nrpedid not equal ce057-nrpedid
                                move "S" to wk-2330-fim-vol
                                exit section
                        end-if
                        add ce135-qtdvolu to wk-2330-volumes.
           2341-exit.
                        exit.
      *=================================================================
      * pagina 4: as sete visitas mais recentes do visita_hist (o
      * arquivo esta em ordem de data dentro do cliente: conta, depois
      * pula as mais antigas)
      *=================================================================
           2342-360-visitas                      section.
                        display tela-limpa
                        display "Ultimas visitas (visita_hist)"  at 1401
                        open input arq-visita
                        if ws-resultado-vis not equal "00"
                                display "Nenhuma visita registrada"
                                                                 at 1601
                                close arq-visita
                                exit section
                        end-if

                        move zeros to wk-2330-vis-qtd
                        move "C"   to wk-2330-vis-modo
                        perform 2343-360-posiciona-visita
                        perform 2344-360-le-visita
                                until wk-2330-fim equal "S"

                        move zeros to wk-2330-vis-pula
                        if wk-2330-vis-qtd > 7
                                compute wk-2330-vis-pula =
                                        wk-2330-vis-qtd - 7
                        end-if
                        move zeros to wk-2330-vis-seq
                        move "M"   to wk-2330-vis-modo
                        move 1601  to wk-2330-pos
                        display "Data     Vend  V Desfecho"      at 1501
                        perform 2343-360-posiciona-visita
                        perform 2344-360-le-visita
                                until wk-2330-fim equal "S"
                        close arq-visita

                        if wk-2330-vis-qtd equal zeros
                                display "Nenhuma visita registrada"
                                                                 at 1601
                        end-if.
           2342-exit.
                        exit.
      *=================================================================
           2343-360-posiciona-visita             section.
                        move wk-2330-cod-cli to vis-cod-cli
                        move zeros           to vis-data
                        move "N"             to wk-2330-fim
                        start arq-visita key is >= vis-chave
                                invalid key move "S" to wk-2330-fim
                        end-start.
           2343-exit.
                        exit.
      *=================================================================
      * modo C conta as visitas do cliente; modo M mostra as ultimas
      *=================================================================
           2344-360-le-visita                    section.
                        read arq-visita next
                                at end move "S" to wk-2330-fim
                        end-read
                        if wk-2330-fim equal "S"
                                exit section
                        end-if
                        if vis-cod-cli not equal wk-2330-cod-cli
                                move "S" to wk-2330-fim
                                exit section
                        end-if

                        if wk-2330-vis-modo equal "C"
                                add 1 to wk-2330-vis-qtd
                                exit section
                        end-if

                        add 1 to wk-2330-vis-seq
                        if wk-2330-vis-seq not > wk-2330-vis-pula
                                exit section
                        end-if
                        move spaces to wk-2330-linha-ed
                        string vis-data                   delimited size
                               " "                        delimited size
                               vis-cod-vend               delimited size
                               " "                        delimited size
                               vis-visitado               delimited size
                               " "                        delimited size
                               vis-resultado              delimited size
                               into wk-2330-linha-ed
                        end-string
                        display wk-2330-linha-ed at wk-2330-pos
                        add 100 to wk-2330-pos.
           2344-exit.
                        exit.
      *=================================================================
       2400-relatorio-vendedor       section.
                    initialize                          ws-opcao

                        display tela-03-relatorio-vendedor
                        accept ws-opcao

                    evaluate ws-opcao
                                when 0201
                                when 0202
                                        perform 2422-lista-vend-asc-desc
                                when 0203
                                        perform 2423-filtro-por-cod-vend
                                when 0204
                                            perform 2424-filtro-por-nome
                                when 0205
                                        perform 2450-relatorio-equipe
                        end-evaluate.

       2400-exit.
           2430-exit.
                        exit.

      *=================================================================
      * relatorio por equipe (pw0096): a ultima distribuicao ou o
      * ultimo handoff do pw0090 agrupado por regional e supervisor,
      * com a equipe vigente na data pedida; cada supervisor pode
      * receber a secao da sua equipe por email
      *=================================================================
       2450-relatorio-equipe        section.

                        display tela-limpa
            display "Relatorio por equipe"                       at 1323
            display "1=distribuicao 2=handoff:"                  at 1423
                        move zeros to wk-2450-opcao
                        accept wk-2450-opcao     at 1449 with upper
                                        auto-skip highlight
                        if esc or
                           (wk-2450-opcao not equal 1 and
                            wk-2450-opcao not equal 2)
                                exit section
                        end-if
            display "Equipe vigente em (AAAAMMDD, 0=hoje):"      at 1523
                        move zeros to wk-2450-data
                        accept wk-2450-data      at 1561
            display "Supervisor (0=todos):"                      at 1623
                        move zeros to wk-2450-sup
                        accept wk-2450-sup       at 1645
            display "Secao de cada supervisor por email (S/N):"  at 1723
                        move "N" to wk-2450-email
                        accept wk-2450-email     at 1765 with upper
                                        auto-skip highlight

                        initialize lk-pw0096
                        move "/disco0/cobol/arq/equipe.dat"         to
                                                       lk0096-arq-equipe
                        if wk-2450-opcao equal 1
                        move
                     "/disco0/cobol/arq/relatorios/distrib_clientes.csv"
                                                   to lk0096-arq-entrada
                        move
                       "/disco0/cobol/arq/relatorios/equipe_distrib.lst"
                                                     to lk0096-arq-saida
                        move "DISTRIBUICAO DE CLIENTES"
                                                        to lk0096-titulo
                        else
                        move
                      "/disco0/cobol/arq/relatorios/distrib_handoff.csv"
                                                   to lk0096-arq-entrada
                        move
                       "/disco0/cobol/arq/relatorios/equipe_handoff.lst"
                                                     to lk0096-arq-saida
                        move "HANDOFF DE CARTEIRAS (VENDEDOR NOVO)"
                                                        to lk0096-titulo
                        end-if
      *    nos dois csv o vendedor (novo, no handoff) e a 4a coluna
                        move "S"                 to lk0096-cabecalho
                        move 4                   to lk0096-col-vend
                        move wk-2450-data        to lk0096-data-ref
                        move wk-2450-sup         to lk0096-supervisor
                        move wk-2450-email       to lk0096-email
                        move "PW0010"            to lk0096-programa

                    call      "/hbsis/programas/pw0096" using lk-pw0096.
                        cancel    "pw0096".

                        display tela-limpa
                     display "Relatorio por equipe - status:"    at 1523
                     display lk0096-status                       at 1554
                     display "Linhas do relatorio :"             at 1623
                     display lk0096-qtd-linhas                   at 1646
                     display "Sem equipe na data  :"             at 1723
                     display lk0096-qtd-sem-equipe               at 1746
                     display "Emails enviados     :"             at 1823
                     display lk0096-qtd-emails                   at 1846
                     display lk0096-arq-saida                    at 2023
              display "Pressione ENTER para continuar"           at 2223
                        accept wk-confirm.

       2450-exit.
                        exit.
      *=================================================================
       2800-distrib-clientes        section.

                        move
                    "/disco0/cobol/arq/relatorios/distrib_nao_atrib.csv"
                                                 to lk0090-arq-nao-atrib
                        move
                     "/disco0/cobol/arq/relatorios/grupos_divididos.csv"
                                                    to lk0090-arq-grupos
                        move zeros                                  to
                                                     lk0090-qtd-clientes
                                                      lk0090-qtd-distrib
                                exit section
                        end-if

                    move wk-oper-atual to lk0090-operador
                    call      "/hbsis/programas/pw0090" using lk-pw0090.
                        cancel    "pw0090".
                        perform 2167-interlock-batch-sai
                     display lk0090-arq-relatorio                at 2035
                     display "Trocas em:"                        at 2123
                     display lk0090-arq-handoff                  at 2135
                     display "Grupos divididos:"                 at 1658
                     display lk0090-qtd-grupos-div               at 1675

             display "Imprimir relatorio de distribuicao (s/n)?" at 2223
                        accept wk-confirm
      *=================================================================
       2805-reatribui-orfaos        section.

                        perform 2819-prepara-orfaos
                        display tela-limpa
                        perform 2809-pergunta-territorio

                                exit section
                        end-if

                    move wk-oper-atual to lk0090-operador
                    call      "/hbsis/programas/pw0090" using lk-pw0090.
                        cancel    "pw0090".
                        perform 2167-interlock-batch-sai
                     display lk0090-qtd-distrib                  at 1750
                     display "Nao atribuidos       :"            at 1923
                     display lk0090-qtd-nao-atrib                at 1950
                     display "Grupos divididos:"                 at 1658
                     display lk0090-qtd-grupos-div               at 1675
                     display "Relatorio de excecao:"             at 1823
                     display lk0090-arq-handoff                  at 1845
              display "Pressione ENTER para continuar"           at 2023
                        move
                       "/disco0/cobol/arq/relatorios/sim_nao_atrib.csv"
                                                 to lk0090-arq-nao-atrib
                        move
                 "/disco0/cobol/arq/relatorios/sim_grupos_divididos.csv"
                                                    to lk0090-arq-grupos
                        move "/disco0/cobol/arq/log/pw0090_plano.dat"
                                                     to lk0090-arq-plano
                        move "/disco0/cobol/arq/ausencia.dat"
                        move "S"                    to lk0090-funcao
                        perform 2809-pergunta-territorio

                    move wk-oper-atual to lk0090-operador
                    call      "/hbsis/programas/pw0090" using lk-pw0090.
                        cancel    "pw0090".

                     display lk0090-arq-handoff                  at 2044
                     display "Plano gravado em:"                 at 2123
                     display lk0090-arq-plano                    at 2141
                     display "Grupos divididos:"                 at 1658
                     display lk0090-qtd-grupos-div               at 1675
             display "Nada foi gravado em cliente.dat"           at 2223
              display "Pressione ENTER para continuar"           at 2323
                        accept wk-confirm.
                                exit section
                        end-if

                    move wk-oper-atual to lk0090-operador
                    call      "/hbsis/programas/pw0090" using lk-pw0090.
                        cancel    "pw0090".
                        perform 2167-interlock-batch-sai
                        move "P"                    to lk0090-modo
                        move "A"                    to lk0090-funcao
                        move "N"                    to lk0090-regra-uf
                        move "N"                    to lk0090-grupo-econ
                        move spaces                 to lk0090-arq-grupos
                        move zeros                  to lk0090-dist-max
                        move zeros                  to lk0090-filial

                    move wk-oper-atual to lk0090-operador
                    call      "/hbsis/programas/pw0090" using lk-pw0090.
                        cancel    "pw0090".

              display "Pressione ENTER para continuar"           at 2023
                        accept wk-confirm.

       2807-exit.
                        exit.
      *=================================================================
      * roteiros de visita: um csv por vendedor ativo com a sequencia
      * de paradas ordenada pelo vizinho mais proximo (pw0091)
      *=================================================================
       2808-gera-rotas              section.

                        perform 2821-prepara-rotas

                        display tela-limpa
            display "Maximo de paradas por dia (0=sem limite):"  at 1423
                        move 20 to wk-0304-max-par
                        accept wk-0304-max-par      at 1466 with upper
                                        auto-skip highlight
            display "Maximo de km por dia (0=sem limite):"       at 1523
                        move 100 to wk-0304-max-km
                        accept wk-0304-max-km       at 1561 with upper
                                        auto-skip highlight
                        move wk-0304-max-par to lk0091-max-paradas-dia
                        move wk-0304-max-km  to lk0091-max-km-dia
            display "Filial (0=todas):"                          at 1623
                        move zeros to wk-0301-filial
                        accept wk-0301-filial       at 1641 with upper
                                        auto-skip highlight
                        move wk-0301-filial  to lk0091-filial
      *    plano de semanas pela classe de visita do cliente
            display "Semanas do plano (1 a 12):"                 at 1723
                        move 4 to wk-0304-semanas
                        accept wk-0304-semanas      at 1750 with upper
                                        auto-skip highlight
                        if wk-0304-semanas equal zeros
                                move 1  to wk-0304-semanas
                        end-if
                        if wk-0304-semanas > 12
                                move 12 to wk-0304-semanas
                        end-if
                        move wk-0304-semanas to lk0091-qtd-semanas
      *    pedido em aberto mais velho que o limite sai ATRASADO
            display "Pedido atrasado apos (dias, 0=nao marca):"  at 1823
                        move 15 to wk-0304-dias-atr
                        accept wk-0304-dias-atr     at 1866 with upper
                                        auto-skip highlight
                        move wk-0304-dias-atr to lk0091-dias-atraso

                    call      "/hbsis/programas/pw0091" using lk-pw0091.
                        cancel    "pw0091".

                        display tela-limpa
                     display "Geracao de rotas - status:"        at 1523
                     display lk0091-status                       at 1552
                     display "Vendedores ativos:"                at 1623
                     display lk0091-qtd-vendedores               at 1645
                     display "Rotas geradas    :"                at 1723
                     display lk0091-qtd-rotas                    at 1745
                     display "Paradas no total :"                at 1823
                     display lk0091-qtd-paradas                  at 1845
                     display "Dias de visita   :"                at 1855
                     display lk0091-qtd-dias                     at 1875
                     display "Ausentes sem rota:"                at 1923
                     display lk0091-qtd-ausentes                 at 1945
                     display "Pedidos s/ cliente:"               at 1955
                     display lk0091-qtd-ped-exc                  at 1975
                     display "Arquivos em:"                      at 2023
                     display lk0091-dir-rotas                    at 2036
              display "Pressione ENTER para continuar"           at 2123
                        accept wk-confirm.

       2808-exit.
                        exit.
      *=================================================================
      * regras de territorio da distribuicao: restricao de mesma UF
      * entre cliente e vendedor e distancia maxima de atribuicao em
      * km (0 = sem limite); vale para a distribuicao completa e para
      * a varredura de orfaos
      *=================================================================
       2809-pergunta-territorio     section.

            display "Somente vendedor da mesma UF (S/N):"        at 1523
                        move "N"                 to wk-0301-regra-uf
                        accept wk-0301-regra-uf  at 1560 with upper
                                        auto-skip highlight
                        if wk-0301-regra-uf equal "S" or "s"
                                move "S"         to lk0090-regra-uf
                        else
                                move "N"         to lk0090-regra-uf
                        end-if

            display "Distancia maxima em km (0=sem limite):"     at 1623
                        move zeros               to wk-0301-dist-max
                        accept wk-0301-dist-max  at 1663 with upper
                                        auto-skip highlight
                        move wk-0301-dist-max    to lk0090-dist-max

            display "Filial (0=todas):"                          at 1923
                        move zeros               to wk-0301-filial
                        accept wk-0301-filial    at 1941 with upper
                                        auto-skip highlight
                        move wk-0301-filial      to lk0090-filial

            display "Manter grupo economico (raiz CNPJ) junto (S/N):"
                                                                 at 2023
                        move "N"                 to wk-0301-grupo
                        accept wk-0301-grupo     at 2071 with upper
                                        auto-skip highlight
                        if wk-0301-grupo equal "S" or "s"
                                move "S"         to lk0090-grupo-econ
                        else
                                move "N"         to lk0090-grupo-econ
                        end-if
           .
       2809-exit.
                        exit.
      *=================================================================
      * modo da distribuicao: P = proximidade pura, C = capacidade por
      * contagem de clientes, V = capacidade por valor faturado
      * (SFT072 dentro do periodo informado)
      *=================================================================
       2813-pergunta-modo           section.

            display "Modo (P=proximid/C=capacid/V=valor):"      at 1423
                        move "P"                    to wk-0301-modo
                        accept wk-0301-modo         at 1461 with upper
                                        auto-skip highlight
                        evaluate wk-0301-modo
                            when "C"
                            when "c"
                                move "C"            to lk0090-modo
                            when "V"
                            when "v"
                                move "V"            to lk0090-modo
                            when other
                                move "P"            to lk0090-modo
                        end-evaluate

                        move zeros to lk0090-per-ini lk0090-per-fim
                        if lk0090-modo equal "V"
            display "Periodo inicial (AAAAMMDD, 0=aberto):"     at 1723
                            move zeros to wk-0301-per-ini
                            accept wk-0301-per-ini  at 1763 with upper
                                        auto-skip highlight
            display "Periodo final   (AAAAMMDD, 0=aberto):"     at 1823
                            move zeros to wk-0301-per-fim
                            accept wk-0301-per-fim  at 1863 with upper
                                        auto-skip highlight
                            move wk-0301-per-ini to lk0090-per-ini
                            move wk-0301-per-fim to lk0090-per-fim
                        end-if
           .
       2813-exit.
                        exit.
      *=================================================================
      * mapa das carteiras (pw0093): KML e GeoJSON com uma camada por
      * vendedor (base, clientes e linha do roteiro) e a camada dos
      * nao atribuidos da ultima distribuicao; rodar depois da
      * distribuicao e da geracao de rotas
      *=================================================================
       2814-exporta-mapa            section.

                        move "/disco0/cobol/arq/cliente.dat"        to
                                                      lk0093-arq-cliente
                        move "/disco0/cobol/arq/vendedor.dat"       to
                                                     lk0093-arq-vendedor
                        move "/disco0/cobol/arq/relatorios/rotas/"  to
                                                        lk0093-dir-rotas
                        move
                    "/disco0/cobol/arq/relatorios/distrib_nao_atrib.csv"
                                                 to lk0093-arq-nao-atrib
            move spaces                                to lk0093-status

                        display tela-limpa
            display "Filial do mapa (0=todas):"                  at 1523
                        move zeros               to wk-0301-filial
                        accept wk-0301-filial    at 1549 with upper
                                        auto-skip highlight
                        move wk-0301-filial      to lk0093-filial

      *    um par de arquivos por filial: cada gerente recebe o seu
                        move spaces to lk0093-arq-kml
                        string "/disco0/cobol/arq/relatorios/mapa_f"
                                                       delimited by size
                               wk-0301-filial          delimited by size
                               ".kml"                  delimited by size
                               into lk0093-arq-kml
                        end-string
                        move spaces to lk0093-arq-geojson
                        string "/disco0/cobol/arq/relatorios/mapa_f"
                                                       delimited by size
                               wk-0301-filial          delimited by size
                               ".geojson"              delimited by size
                               into lk0093-arq-geojson
                        end-string

                    call      "/hbsis/programas/pw0093" using lk-pw0093.
                        cancel    "pw0093".

                        display tela-limpa
                     display "Exportacao do mapa - status:"      at 1523
                     display lk0093-status                       at 1554
                     display "Vendedores (camadas):"             at 1623
                     display lk0093-qtd-vendedores               at 1646
                     display "Clientes atribuidos :"             at 1723
                     display lk0093-qtd-clientes                 at 1746
                     display "Rotas desenhadas    :"             at 1823
                     display lk0093-qtd-rotas                    at 1846
                     display "Nao atribuidos      :"             at 1923
                     display lk0093-qtd-nao-atrib                at 1946
                     display lk0093-arq-kml                      at 2023
                     display lk0093-arq-geojson                  at 2123
              display "Pressione ENTER para continuar"           at 2223
                        accept wk-confirm.

       2814-exit.
                        exit.
      *=================================================================
      * desfaz uma execucao do pw0090 escolhida no controle: primeiro
      * simula e mostra o que voltaria; com a confirmacao devolve as
      * carteiras. Cliente trocado de novo depois da execucao fica
      * como esta e sai na lista; a volta vai para o SYS047
      *=================================================================
       2815-desfaz-distrib          section.

                        move "/disco0/cobol/arq/cliente.dat"        to
                                                      lk0090-arq-cliente
                        move "/disco0/cobol/arq/vendedor.dat"       to
                                                     lk0090-arq-vendedor
                        move
                       "/disco0/cobol/arq/relatorios/desfaz_distrib.csv"
                                                 to lk0090-arq-relatorio
                        move "/disco0/cobol/arq/historico_cli.dat"
                                                 to lk0090-arq-historico
                        move zeros                                  to
                                                     lk0090-qtd-clientes
                                                      lk0090-qtd-distrib
            move spaces                                 to lk0090-status
                        move "P"                    to lk0090-modo
                        move "R"                    to lk0090-funcao
                        move zeros                  to lk0090-filial
                        move "N"                    to lk0090-grupo-econ
                        move spaces                 to lk0090-arq-grupos

                        display tela-limpa
                        perform 2816-lista-execucoes

            display "Inicio da execucao a desfazer (AAAAMMDDHHMMSS):"
                                                                 at 2001
                        move zeros to wk-2815-dt-desfaz
                        accept wk-2815-dt-desfaz at 2049 with upper
                                        auto-skip highlight
                        if wk-2815-dt-desfaz equal zeros
                                exit section
                        end-if

      *             primeira passada: so lista o que seria desfeito
                        move wk-2815-dt-desfaz      to lk0090-dt-desfaz
                        move "N"              to lk0090-desfaz-efetiva

                    move wk-oper-atual to lk0090-operador
                    call      "/hbsis/programas/pw0090" using lk-pw0090.
                        cancel    "pw0090".

                        display tela-limpa
                     display "Simulacao da volta - status:"      at 1523
                     display lk0090-status                       at 1553
                     display "Trocas da execucao :"              at 1623
                     display lk0090-qtd-clientes                 at 1645
                     display "A desfazer         :"              at 1723
                     display lk0090-qtd-desfeitos                at 1745
                     display "Ignorados (mudaram):"              at 1823
                     display lk0090-qtd-ignorados                at 1845
                     display "Lista em:"                         at 1923
                     display lk0090-arq-relatorio                at 1933

                        if lk0090-status not equal "OK" or
                           lk0090-qtd-desfeitos equal zeros
                     display "Nada a desfazer"                   at 2023
              display "Pressione ENTER para continuar"           at 2123
                                accept wk-confirm
                                exit section
                        end-if

             display "Imprimir a lista (s/n)?"                   at 2023
                        accept wk-confirm
                        if wk-confirm equal "S" or "s"
                                perform 2810-imprime-relatorio-distrib
                        end-if

             display "Confirma desfazer a execucao (s/n)?"       at 2123
                        accept wk-confirm
                        if wk-confirm not equal "S" and
                           wk-confirm not equal "s"
                                exit section
                        end-if

                        perform 2166-interlock-batch-entra
                        if wk-manut-livre equal "N"
                                exit section
                        end-if

                        move zeros                                  to
                                                     lk0090-qtd-clientes
                                                      lk0090-qtd-distrib
                        move spaces                 to lk0090-status
                        move "S"              to lk0090-desfaz-efetiva

                    move wk-oper-atual to lk0090-operador
                    call      "/hbsis/programas/pw0090" using lk-pw0090.
                        cancel    "pw0090".
                        perform 2167-interlock-batch-sai

                        move "DESFAZ"               to wk-2998-acao
                        move "cliente.dat"          to wk-2998-arquivo
                        move wk-2815-dt-desfaz      to wk-2998-chave
                        move spaces                 to wk-2998-descric
                        string "DESFEITOS="         delimited by size
                               lk0090-qtd-desfeitos delimited by size
                               " IGNOR="            delimited by size
                               lk0090-qtd-ignorados delimited by size
                               " ST="               delimited by size
                               lk0090-status        delimited by size
                               into wk-2998-descric
                        end-string
                        perform 2998-grava-sys047

                        display tela-limpa
                     display "Execucao desfeita - status:"       at 1523
                     display lk0090-status                       at 1553
                     display "Clientes devolvidos:"              at 1623
                     display lk0090-qtd-desfeitos                at 1645
                     display "Ignorados (mudaram):"              at 1723
                     display lk0090-qtd-ignorados                at 1745
                     display "Relatorio:"                        at 1823
                     display lk0090-arq-relatorio                at 1835
              display "Pressione ENTER para continuar"           at 2023
                        accept wk-confirm.

       2815-exit.
                        exit.
      *=================================================================
      * mostra as ultimas execucoes concluidas do controle do pw0090
      * (a linha "em andamento" de cada execucao fica de fora)
      *=================================================================
       2816-lista-execucoes         section.

                        move zeros  to wk-2815-qtd
                        move spaces to wk-2815-tab-exec
                        open input arq-ctrl-pw0090
                        if ws-ctrl-status equal "00"
                                perform 2817-le-execucao
                                     until ws-ctrl-status not equal "00"
                                close arq-ctrl-pw0090
                        end-if

            display "Ultimas execucoes (inicio;fim;clientes;distrib.):"
                                                                 at 1401
                        display wk-2815-exec (1)                 at 1501
                        display wk-2815-exec (2)                 at 1601
                        display wk-2815-exec (3)                 at 1701
                        display wk-2815-exec (4)                 at 1801
                        display wk-2815-exec (5)                 at 1901
           .
       2816-exit.
                        exit.
      *=================================================================
       2817-le-execucao             section.
                        read arq-ctrl-pw0090 next
                                at end move "10" to ws-ctrl-status
                        end-read
                        if ws-ctrl-status not equal "00"
                                exit section
                        end-if

                        move zeros to wk-2815-andamento
                        inspect ctrl0090-linha tallying
                                wk-2815-andamento
                                for all "EM ANDAMENTO"
                        if wk-2815-andamento not equal zeros
                                exit section
                        end-if

      *             tabela cheia: descarta a mais antiga
                        if wk-2815-qtd equal 5
                                perform 2818-desloca-execucao
                                        varying wk-2815-idx from 1 by 1
                                        until wk-2815-idx > 4
                        else
                                add 1 to wk-2815-qtd
                        end-if
                        move ctrl0090-linha
                          to wk-2815-exec (wk-2815-qtd)
           .
       2817-exit.
                        exit.
      *=================================================================
       2818-desloca-execucao        section.
                        move wk-2815-exec (wk-2815-idx + 1)
                          to wk-2815-exec (wk-2815-idx)
           .
       2818-exit.
                        exit.
      *=================================================================
      * arquivos e relatorios da varredura de orfaos (comum a tela da
      * opcao e ao modo sem terminal ORFAOS)
      *=================================================================
       2819-prepara-orfaos          section.

                        move "/disco0/cobol/arq/cliente.dat"        to
                                                      lk0090-arq-cliente
                        move "/disco0/cobol/arq/vendedor.dat"       to
                                                     lk0090-arq-vendedor
                        move
                      "/disco0/cobol/arq/relatorios/orfaos_clientes.csv"
                                                 to lk0090-arq-relatorio
                        move
                       "/disco0/cobol/arq/relatorios/orfaos_handoff.csv"
                                                   to lk0090-arq-handoff
                        move
                   "/disco0/cobol/arq/relatorios/audit_coordenadas.csv"
                                                     to lk0090-arq-audit
                        move
                     "/disco0/cobol/arq/relatorios/orfaos_nao_atrib.csv"
                                                 to lk0090-arq-nao-atrib
                        move
                       "/disco0/cobol/arq/relatorios/orfaos_grupos.csv"
                                                    to lk0090-arq-grupos
                        move zeros                                  to
                                                     lk0090-qtd-clientes
                                                      lk0090-qtd-distrib
            move spaces                                 to lk0090-status
                        move "P"                    to lk0090-modo
                        move "O"                    to lk0090-funcao
                        move "/disco0/cobol/arq/historico_cli.dat"
                                                 to lk0090-arq-historico
                        move "/disco0/cobol/arq/ausencia.dat"
                                                  to lk0090-arq-ausencia
           .
       2819-exit.
                        exit.
      *=================================================================
      * varredura de orfaos sem terminal (parametro ORFAOS): territorio
      * com os valores padrao da tela (qualquer UF, sem limite de km,
      * todas as filiais, sem grupo economico), sob o mesmo interlock
      * da opcao de menu. codigo de retorno: 0 = ok, 1 = arquivo
      * retido por outra sessao, 2 = pw0090 terminou com erro
      *=================================================================
       2820-orfaos-batch            section.

                        perform 2819-prepara-orfaos
                        move "N"   to lk0090-regra-uf
                        move zeros to lk0090-dist-max
                        move zeros to lk0090-filial
                        move "N"   to lk0090-grupo-econ

                        perform 2166-interlock-batch-entra
                        if wk-manut-livre equal "N"
                                move 1 to return-code
                                exit section
                        end-if

                    move wk-oper-atual to lk0090-operador
                    call      "/hbsis/programas/pw0090" using lk-pw0090.
                        cancel    "pw0090".
                        perform 2167-interlock-batch-sai

                        display "pw0010: varredura de orfaos - status "
                                lk0090-status
                                " orfaos " lk0090-qtd-clientes
                                " reatribuidos " lk0090-qtd-distrib
                                " nao atribuidos " lk0090-qtd-nao-atrib

                        if lk0090-status equal "OK"
                                move zeros to return-code
                        else
                                move 2     to return-code
                        end-if.
       2820-exit.
                        exit.
      *=================================================================
      * arquivos da geracao de roteiros (comum a tela da opcao e ao
      * modo sem terminal ROTAS)
      *=================================================================
       2821-prepara-rotas           section.

                        move "/disco0/cobol/arq/cliente.dat"        to
                                                      lk0091-arq-cliente
                                                        lk0091-dir-rotas
                        move "/disco0/cobol/arq/ausencia.dat"
                                                  to lk0091-arq-ausencia
                        move "/disco0/cobol/arq/feriado.dat"
                                                  to lk0091-arq-feriado
            move spaces                                to lk0091-status
           .
       2821-exit.
                        exit.
      *=================================================================
      * geracao de roteiros sem terminal (parametro ROTAS) com os
      * valores padrao da tela: 20 paradas e 100 km por dia, todas as
      * filiais, plano de 4 semanas, pedido atrasado apos 15 dias.
      * codigo de retorno: 0 = ok, 2 = pw0091 terminou com erro
      *=================================================================
       2822-rotas-batch             section.

                        perform 2821-prepara-rotas
                        move 20    to lk0091-max-paradas-dia
                        move 100   to lk0091-max-km-dia
                        move zeros to lk0091-filial
                        move 4     to lk0091-qtd-semanas
                        move 15    to lk0091-dias-atraso

                    call      "/hbsis/programas/pw0091" using lk-pw0091.
                        cancel    "pw0091".

                        display "pw0010: geracao de rotas - status "
                                lk0091-status
                                " vendedores " lk0091-qtd-vendedores
                                " rotas " lk0091-qtd-rotas
                                " paradas " lk0091-qtd-paradas

                        if lk0091-status equal "OK"
                                move zeros to return-code
                        else
                                move 2     to return-code
                        end-if.
       2822-exit.
                        exit.
      *=================================================================
       2810-imprime-relatorio-distrib   section.
       2905-exit.
                        exit.
      *=================================================================
      * sugestao da classe de visita pelo faturamento dos ultimos 12
      * meses (SFT072 pelo CNPJ do cliente): a partir do limite A a
      * classe e A, a partir do limite B e B, abaixo disso C. Cliente
      * com classe fixada pela supervisao nao muda. Roda pela opcao
      * 0107 (supervisor) ou pelo parametro CLASSE (cron, sem tela)
      *=================================================================
       2190-sugere-classe           section.

                        perform 2191-le-param-classe

                        if wk-modo-import not equal "S"
                                display tela-limpa
                display "Faturamento 12 meses p/ classe A:"      at 1423
                                accept wk-2190-lim-a             at 1458
                display "Faturamento 12 meses p/ classe B:"      at 1523
                                accept wk-2190-lim-b             at 1558
                                if esc
                                        exit section
                                end-if
                                if wk-2190-lim-b > wk-2190-lim-a
                display "Limite da classe B acima do limite A"   at 1623
                                        accept wk-confirm
                                        exit section
                                end-if
                display "Recalcular classes sugeridas (s/n)?"    at 1623
                                accept wk-confirm                at 1660
                                if wk-confirm not equal "S" and
                                   wk-confirm not equal "s"
                                        exit section
                                end-if
                                perform 2192-grava-param-classe
                        end-if

      *    regrava o cadastro inteiro: respeita a retencao do batch
                        move "CLIENTE" to wk-mnt-arquivo
                        perform 2160-testa-batch-retem
                        if wk-manut-livre equal "N"
                                exit section
                        end-if
                        perform 2161-marca-online

                        compute wk-2190-desde = wk-2900-hoje - 10000
                        initialize wk-2190-tab-fat
                        move zeros to wk-2190-qtd-a wk-2190-qtd-b
                                      wk-2190-qtd-c wk-2190-qtd-fix
                                      wk-2190-qtd-alt wk-2190-qtd-nf
                                      wk-2190-sem-cli

                        open i-o   arq-cliente
                        open input sft072
                        if ws-resultado-acesso not equal "00" or
                           work-fstatus not equal "00"
                                close sft072
                                close arq-cliente
                                perform 2162-desmarca-online
                                if wk-modo-import equal "S"
                                display "pw0010: cliente ou SFT072 "
                                        "inacessivel - classes nao "
                                        "recalculadas"
                                else
                display "Cliente ou SFT072 inacessivel"          at 1723
                                        accept wk-confirm
                                end-if
                                exit section
                        end-if

      *    1o passo: faturamento de 12 meses por cliente (CNPJ)
                        move low-values to ft072-recordk
                        move "N" to wk-2190-fim
                        start sft072 key is >= ft072-recordk
                                invalid key move "S" to wk-2190-fim
                        end-start
                        perform 2193-soma-nota
                                until wk-2190-fim equal "S"
                        close sft072

      *    2o passo: classe sugerida dos clientes ativos
                        move zeros to rs-cod-cli
                        move "N" to wk-2190-fim
                        start arq-cliente key is >= rs-cod-cli
                                invalid key move "S" to wk-2190-fim
                        end-start
                        perform 2194-classifica-cliente
                                until wk-2190-fim equal "S"
                        close arq-cliente
                        perform 2162-desmarca-online

                        move "CLI"           to wk-log-arquivo
                        move "SUGCLASSE"     to wk-log-acao
                        move wk-2190-qtd-alt to wk-log-codigo
                        perform 2999-grava-log-cadastro

                        if wk-modo-import equal "S"
                                display "pw0010: classes sugeridas - "
                                        "A=" wk-2190-qtd-a
                                        " B=" wk-2190-qtd-b
                                        " C=" wk-2190-qtd-c
                                        " fixadas=" wk-2190-qtd-fix
                                        " alteradas=" wk-2190-qtd-alt
                                exit section
                        end-if
                        display tela-limpa
                display "Notas de 12 meses lidas:"               at 1423
                        display wk-2190-qtd-nf                   at 1450
                display "Notas sem cliente (CNPJ):"              at 1523
                        display wk-2190-sem-cli                  at 1550
                display "Clientes classe A:"                     at 1623
                        display wk-2190-qtd-a                    at 1650
                display "Clientes classe B:"                     at 1723
                        display wk-2190-qtd-b                    at 1750
                display "Clientes classe C:"                     at 1823
                        display wk-2190-qtd-c                    at 1850
                display "Com classe fixada:"                     at 1923
                        display wk-2190-qtd-fix                  at 1950
                display "Classes alteradas:"                     at 2023
                        display wk-2190-qtd-alt                  at 2050
                display "Pressione ENTER"                        at 2223
                        accept wk-confirm.
       2190-exit.
                        exit.
      *=================================================================
      * limites da sugestao; sem arquivo de parametro valem os
      * limites padrao do programa
      *=================================================================
       2191-le-param-classe         section.
                        open input arq-par-classe
                        if ws-resultado-par not equal "00"
                                close arq-par-classe
                                exit section
                        end-if
                        perform 2195-le-linha-param
                                until ws-resultado-par not equal "00"
                        close arq-par-classe.
       2191-exit.
                        exit.
      *=================================================================
       2195-le-linha-param          section.
                        read arq-par-classe next
                                at end move "10" to ws-resultado-par
                        end-read
                        if ws-resultado-par not equal "00"
                                exit section
                        end-if
                        move spaces to wk-2190-par-tipo
                        move zeros  to wk-2190-par-valor
                        unstring par-classe-linha
                                delimited by ";" or all space
                                into wk-2190-par-tipo
                                     wk-2190-par-valor
                        end-unstring
                        if wk-2190-par-valor not numeric
                                exit section
                        end-if
                        if wk-2190-par-tipo equal "A"
                                move wk-2190-par-valor to wk-2190-lim-a
                        end-if
                        if wk-2190-par-tipo equal "B"
                                move wk-2190-par-valor to wk-2190-lim-b
                        end-if.
       2195-exit.
                        exit.
      *=================================================================
       2192-grava-param-classe      section.
                        open output arq-par-classe
                        if ws-resultado-par not equal "00"
                                close arq-par-classe
                                perform 2196-erro-param-classe
                                exit section
                        end-if
                        move spaces to par-classe-linha
                        string "A;" wk-2190-lim-a delimited by size
                                into par-classe-linha
                        end-string
                        write par-classe-linha
                        if ws-resultado-par not equal "00"
                                close arq-par-classe
                                perform 2196-erro-param-classe
                                exit section
                        end-if
                        move spaces to par-classe-linha
                        string "B;" wk-2190-lim-b delimited by size
                                into par-classe-linha
                        end-string
                        write par-classe-linha
                        if ws-resultado-par not equal "00"
                                close arq-par-classe
                                perform 2196-erro-param-classe
                                exit section
                        end-if
                        close arq-par-classe.
       2192-exit.
                        exit.
      *=================================================================
      * limites nao gravados: a sugestao roda com os digitados, mas a
      * proxima execucao volta aos do arquivo
      *=================================================================
       2196-erro-param-classe       section.
                display "Erro na gravacao dos limites: "         at 1723
                        display ws-resultado-par                 at 1753
                        accept wk-confirm.
       2196-exit.
                        exit.
      *=================================================================
       2193-soma-nota               section.
                        read sft072 next
                                at end move "S" to wk-2190-fim
                        end-read
                        if wk-2190-fim equal "S"
                                exit section
                        end-if
                        if ft072-dtemiss not > wk-2190-desde
                                exit section
                        end-if
                        add 1 to wk-2190-qtd-nf

                        move ft072-cgcecpf to rs-cnpj
                        read arq-cliente key is rs-cnpj
                                invalid key
                                        move zeros to rs-cod-cli
                        end-read
                        if rs-cod-cli equal zeros
                                add 1 to wk-2190-sem-cli
                                exit section
                        end-if
                        add ft072-vlrnota to wk-2190-fat (rs-cod-cli).
       2193-exit.
                        exit.
      *=================================================================
       2194-classifica-cliente      section.
                        read arq-cliente next
                                at end move "S" to wk-2190-fim
                        end-read
                        if wk-2190-fim equal "S"
                                exit section
                        end-if
                        if not rs-cli-ativo or rs-cod-cli equal zeros
                                exit section
                        end-if
                        if rs-cli-classe-manual
                                add 1 to wk-2190-qtd-fix
                                exit section
                        end-if

                        move "C" to wk-2190-classe
                        if wk-2190-fat (rs-cod-cli) not < wk-2190-lim-b
                                move "B" to wk-2190-classe
                        end-if
                        if wk-2190-fat (rs-cod-cli) not < wk-2190-lim-a
                                move "A" to wk-2190-classe
                        end-if
                        evaluate wk-2190-classe
                            when "A"
                                add 1 to wk-2190-qtd-a
                            when "B"
                                add 1 to wk-2190-qtd-b
                            when other
                                add 1 to wk-2190-qtd-c
                        end-evaluate

                        if wk-2190-classe not equal rs-classe-vis-cli or
                           not rs-cli-classe-sugerida
                                move wk-2190-classe to rs-classe-vis-cli
                                move "S"          to rs-classe-orig-cli
                                rewrite rs-arq-cli
                                if ws-resultado-acesso equal "00"
                                        add 1 to wk-2190-qtd-alt
                                        move "A" to wk-jrn-operacao
                                        perform 2995-journal-cliente
                                end-if
                        end-if.
       2194-exit.
                        exit.
      *=================================================================
      * coordenada vazia (nao numerica ou zerada) com CEP informado:
      * assume o centroide do CEP e marca a origem como estimada (E).
      * Coordenada digitada nunca e trocada.
      *=================================================================
       2180-estima-coord-cli        section.
                        move "N" to wk-2180-estimou
                        if rs-latitude-cli  numeric and
                           rs-longitude-cli numeric
                           if rs-latitude-cli  not equal zeros or
                              rs-longitude-cli not equal zeros
                                exit section
                           end-if
                        end-if
                        if rs-cep-cli not numeric or
                           rs-cep-cli equal zeros
                                exit section
                        end-if

                        move rs-cep-cli to wk-2180-cep
                        perform 2182-le-cep
                        if wk-2180-achou equal "S"
                                move cep-latitude  to rs-latitude-cli
                                move cep-longitude to rs-longitude-cli
                                move "E"           to rs-coord-orig-cli
                                move "S"           to wk-2180-estimou
                        end-if.
       2180-exit.
                        exit.
      *=================================================================
       2181-estima-coord-vend       section.
                        move "N" to wk-2180-estimou
                        if rs-latitude-vend  numeric and
                           rs-longitude-vend numeric
                           if rs-latitude-vend  not equal zeros or
                              rs-longitude-vend not equal zeros
                                exit section
                           end-if
                        end-if
                        if rs-cep-vend not numeric or
                           rs-cep-vend equal zeros
                                exit section
                        end-if

                        move rs-cep-vend to wk-2180-cep
                        perform 2182-le-cep
                        if wk-2180-achou equal "S"
                                move cep-latitude  to rs-latitude-vend
                                move cep-longitude to rs-longitude-vend
                                move "E"          to rs-coord-orig-vend
                                move "S"          to wk-2180-estimou
                        end-if.
       2181-exit.
                        exit.
      *=================================================================
       2182-le-cep                  section.
                        move "N" to wk-2180-achou
                        if wk-2180-cep-aberto equal "N"
                                open input arq-cep
                                if ws-resultado-cep not equal "00"
                                        close arq-cep
                                        exit section
                                end-if
                                move "S" to wk-2180-cep-aberto
                        end-if
                        move wk-2180-cep to cep-cep
                        read arq-cep
                                invalid key
                                        exit section
                        end-read
                        move "S" to wk-2180-achou.
       2182-exit.
                        exit.
      *=================================================================
       2183-fecha-cep               section.
                        if wk-2180-cep-aberto equal "S"
                                close arq-cep
                                move "N" to wk-2180-cep-aberto
                        end-if.
       2183-exit.
                        exit.
      *=================================================================
      * importacao nao assistida: varre o diretorio de entrada em duas
      * passadas (cargas de cliente e de vendedor), processa cada
      * arquivo pela validacao normal de 2141/2142, move o processado

                        move "CRON" to wk-oper-atual
                        move zeros  to wk-2170-qtd-arq
                        move zeros  to wk-2170-qtd-adiad

                        move low-values to wk-2170-cmd
                  string "mkdir -p /disco0/cobol/arq/intake/done"
                        display "pw0010: importacao nao assistida - "
                                "arquivos processados: "
                                wk-2170-qtd-arq
                                " adiados: " wk-2170-qtd-adiad

                        move "CAD"      to wk-log-arquivo
                        move "INTAKE"   to wk-log-acao
                        move zeros      to wk-log-codigo
                        perform 2999-grava-log-cadastro

      *    carga adiada volta com codigo de retorno 1 para quem
      *    disparou a varredura (cadeia noturna) saber que ficou resto
                        if wk-2170-qtd-adiad equal zeros
                                move zeros to return-code
                        else
                                move 1     to return-code
                        end-if.
       2170-exit.
                        exit.
      *=================================================================
      *    carga adiada (interlock) ou barrada por erro de abertura:
      *    fica no diretorio de entrada para a proxima varredura
                        if wk-2140-importou equal "N"
                           add 1 to wk-2170-qtd-adiad
                           display "pw0010: carga nao processada - "
                                   "mantida na entrada: "
                                   wk-2170-arquivo
                        end-if

                        if wk-manut-livre equal "N"
      *    sem terminal (cadeia noturna) a recusa sai no console
                                if wk-modo-import equal "S"
                        display "pw0010: arquivo retido por "
                                        wk-mnt-prog-achado
                                        " - batch nao iniciado"
                                        exit section
                                end-if
                                display tela-limpa
                display "Arquivo retido por outra sessao:"       at 1523
                                display wk-mnt-prog-achado       at 1556
      * interlock online x batch (rotina compartilhada)
      *=================================================================
           copy "/hbsis/rotinas/rt-manut".
      *=================================================================
      * journal de after-image dos cadastros (rotina compartilhada)
      *=================================================================
           copy "/hbsis/rotinas/rt-journal".
      *=================================================================
       3000-finaliza                            section.
           exit      program
