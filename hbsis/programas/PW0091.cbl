           select arq-rota assign to wk-rota-nomearq
                 organization         is line sequential
                 file status          is ws-resultado-rota.
           *> Registro do planejado: uma linha por dia de roteiro
           *> (data, vendedor, paradas, dias), cruzada depois com o
           *> retorno de visitas pelo relatorio semanal do LEARQ
           select arq-rotas-plan assign to
                         "/disco0/cobol/arq/rotas_plan.dat"
                 organization         is line sequential
                 file status          is ws-resultado-plv.
           *> Planejado desta geracao, juntado ao registro no fim
           select arq-plan-novo assign to
                         "/disco0/cobol/arq/rotas_plan.new"
                 organization         is line sequential
                 file status          is ws-resultado-pln.
           *> Calendario de ausencias dos vendedores (caminho via
           *> linkage): ausente tem o roteiro suprimido ou repassado
           *> ao substituto do periodo
                      by  ==lk0091-arq-ausencia==
                      ==ARQ-AUS-STATUS==
                      by  ==ws-resultado-aus==.
           *> Pedidos em aberto e volumes (somente leitura): cada
           *> parada do roteiro leva os pedidos do cliente
           copy "/desenv/cobol/selects/sce/sce057.sl".
           copy "/desenv/cobol/selects/sce/sce135.sl".
           copy "/desenv/cobol/selects/sce/sce079.sl".
           *> Pedidos que nao casam com cliente do cadastro
           select arq-ped-exc assign to wk-exc-nomearq
                 organization         is line sequential
                 file status          is ws-resultado-exc.
           *> Feriados estaduais e municipais por UF e filial
           *> (caminho via linkage): o calendario pula o dia
           copy "/hbsis/selects/arq-feriado.sl"
                replacing ==ARQ-FER-CAMINHO==
                      by  ==lk0091-arq-feriado==
                      ==ARQ-FER-STATUS==
                      by  ==ws-resultado-fer==.

      *---------------------------------------------------------------*
       data                             division.

           fd  arq-rota
               label record is standard.
           01  rota-linha               pic x(200).

           fd  arq-rotas-plan
               label record is standard.
           01  rotas-plan-linha         pic x(060).

           fd  arq-plan-novo
               label record is standard.
           01  plan-novo-linha          pic x(060).

           *> Calendario de ausencias dos vendedores
           copy "/hbsis/fds/arq-ausencia.fd".
           *> Feriados locais
           copy "/hbsis/fds/arq-feriado.fd".
           *> Pedidos, volumes por setor e volumes locados
           copy "/desenv/cobol/fds/sce/sce057.fd".
           copy "/desenv/cobol/fds/sce/sce135.fd".
           copy "/desenv/cobol/fds/sce/sce079.fd".

           fd  arq-ped-exc
               label record is standard.
           01  ped-exc-linha            pic x(132).

      *---------------------------------------------------------------*
       working-storage                  section.
       77  ws-resultado-rota            pic x(002) value spaces.
       77  ws-resultado-aus             pic x(002) value spaces.
       77  ws-resultado-plv             pic x(002) value spaces.
       77  ws-resultado-pln             pic x(002) value spaces.
       77  ws-resultado-fer             pic x(002) value spaces.
       77  ws-resultado-exc             pic x(002) value spaces.
       77  wk-fstatus                   pic x(002) value spaces.
       77  work-fstatus                 pic x(002) value spaces.
       77  wk-plan-aberto               pic x(001) value "N".
       77  wk-fim-plan                  pic x(001) value "N".
       77  wk-plan-vend                 pic 9(005) value zeros.
       77  wk-plan-data                 pic 9(008) value zeros.

      *---- vendedores com roteiro regerado nesta execucao: o
      *     planejado antigo deles, de hoje em diante, e substituido
      *     pelo novo; dos demais (ausentes, outra filial, erro na
      *     gravacao do roteiro) o registro fica como estava -------
       01  wk-tab-plan-regerado.
           05  wk-plan-regerado         pic x(001) occurs 99999 times.

       77  wk-fim-cli                   pic x(001) value "N".
           88  wk-nao-fim-cli                  value "N".

      *---- nome do arquivo de roteiro do vendedor corrente ------------
       77  wk-rota-nomearq              pic x(080) value spaces.
      *    linha do roteiro que nao coube no registro (avisa uma vez)
       77  wk-rota-cortada              pic x(001) value "N".

      *---- tabela de clientes ativos ja distribuidos, carregada uma
      *     vez por execucao (codigo, razao, coordenadas e vendedor).
               10  wk-cli-vend          pic 9(005).
               10  wk-cli-titular       pic 9(005).
               10  wk-cli-usado         pic x(001).
      *            classe de visita e, no plano de semanas, o ciclo
      *            (1, 2 ou 4 semanas) e a semana do ciclo (0 a 3)
      *            em que o cliente entra no roteiro
               10  wk-cli-classe        pic x(001).
               10  wk-cli-ciclo         pic 9(001).
               10  wk-cli-fase          pic 9(001).
       77  wk-cli-idx                   pic 9(005) value zeros.

      *---- pedidos em aberto (SCE057), carregados uma vez por
      *     execucao. O elo com o cadastro e o proprio codigo: o
      *     CE057-CODCLIE guarda o codigo do cliente (rs-cod-cli)
      *     alinhado a direita; codigo zero ou acima de 99999, sem
      *     cliente no cadastro ou de cliente inativo nao entra em
      *     roteiro e sai na lista de excecoes. Volumes do pedido
      *     pelo SCE135 e volumes ja locados pelo SCE079 ------------
       77  wk-max-ped                   pic 9(005) value 20000.
       01  wk-tab-pedido.
           05  wk-ped-qtd               pic 9(005) value zeros.
           05  wk-ped-ent               occurs 20000 times.
               10  wk-ped-nr            pic 9(006).
               10  wk-ped-cli           pic 9(005).
               10  wk-ped-data          pic 9(008).
               10  wk-ped-sit           pic x(001).
               10  wk-ped-vol           pic 9(007).
               10  wk-ped-loc           pic 9(007).
               10  wk-ped-atraso        pic x(001).
       77  wk-ped-idx                   pic 9(005) value zeros.
       77  wk-ped-fim                   pic x(001) value "N".
       77  wk-ped-fim-vol               pic x(001) value "N".
       77  wk-ped-cheia                 pic x(001) value "N".
       77  wk-ped-tem-135               pic x(001) value "N".
       77  wk-ped-tem-079               pic x(001) value "N".
       77  wk-ped-vol-tot               pic 9(007) value zeros.
       77  wk-ped-loc-tot               pic 9(007) value zeros.
       77  wk-ped-situaca               pic x(001) value spaces.
           88  wk-ped-encerrado                value "F" "C".
       77  wk-ped-dias                  pic s9(007) value zeros.
       77  wk-ped-atr-txt               pic x(008) value spaces.
       77  wk-exc-nomearq               pic x(080) value spaces.
       77  wk-exc-aberto                pic x(001) value "N".
       77  wk-exc-motivo                pic x(020) value spaces.
       77  wk-par-ped-qtd               pic 9(003) value zeros.
       77  wk-par-ped-atr               pic 9(003) value zeros.
       77  wk-par-cli                   pic 9(005) value zeros.

      *---- calendario de ausencias ------------------------------------
       77  wk-hoje                      pic 9(008) value zeros.
       77  wk-tem-arq-aus               pic x(001) value "N".
       77  wk-rota-seq                  pic 9(004) value zeros.
       77  wk-rota-menor-idx            pic 9(005) value zeros.

      *---- plano de semanas pela classe de visita ---------------------
       77  wk-rota-total                pic 9(005) value zeros.
       77  wk-sem-num                   pic 9(002) value zeros.
       77  wk-sem-ant                   pic 9(002) value zeros.
       77  wk-sem-quoc                  pic 9(005) value zeros.
       77  wk-sem-resto                 pic 9(001) value zeros.
       77  wk-sem-data                  pic 9(008) value zeros.
       77  wk-cnt-classe-b              pic 9(005) value zeros.
       77  wk-cnt-classe-c              pic 9(005) value zeros.

      *---- data real de cada dia de visita: pula os dias nao uteis
      *     da rot005 e os feriados locais da UF/filial do vendedor --
           copy "/desenv/cobol/works/wk-rot005".
       77  wk-tem-arq-fer               pic x(001) value "N".
       77  wk-fim-fer                   pic x(001) value "N".
       77  wk-dia-data                  pic 9(008) value zeros.
       77  wk-dia-util                  pic x(001) value "N".
       77  wk-dia-tenta                 pic 9(003) value zeros.

      *---- calendario de visitas (quebra do roteiro em dias) ----------
       77  wk-dia-num                   pic 9(003) value zeros.
       77  wk-dia-paradas               pic 9(003) value zeros.
           if lk0091-filial not numeric
                   move zeros to lk0091-filial
           end-if
      *    pedido atrasado: chamador antigo cai em 15 dias
           if lk0091-dias-atraso not numeric
                   move 15 to lk0091-dias-atraso
           end-if
           move zeros to lk0091-qtd-ped-exc
      *    plano de semanas: chamador antigo cai em uma semana so
           if lk0091-qtd-semanas not numeric or
              lk0091-qtd-semanas equal zeros
                   move 1 to lk0091-qtd-semanas
           end-if
           accept wk-hoje from date yyyymmdd
           move zeros to lk0091-qtd-ausentes
           .
                   not invalid key move "N" to wk-fim-cli
           end-start
           perform 2010-carrega-cliente until wk-tem-fim-cli

      *    pedidos em aberto por cliente (o cadastro ainda aberto
      *    serve para conferir o elo do pedido com o cliente)
           if lk0091-status not equal "TB"
                   perform 2040-carrega-pedidos
           end-if
           close arq-cliente

      *    calendario de ausencias (arquivo inexistente = ninguem
                   exit section
           end-if

      *    feriados locais (sem arquivo vale so a rot005)
           move "N" to wk-tem-arq-fer
           if lk0091-arq-feriado not equal spaces and
              lk0091-arq-feriado not equal low-values
                   open input arq-feriado
                   if ws-resultado-fer equal "00"
                           move "S" to wk-tem-arq-fer
                   else
                           close arq-feriado
                   end-if
           end-if

           move "N" to wk-fim-vend
           move low-values to rs-cod-vend
           start arq-vendedor key is >= rs-cod-vend
                   invalid key move "S" to wk-fim-vend
                   not invalid key move "N" to wk-fim-vend
           end-start
      *    planejado desta geracao em arquivo a parte; no fim
      *    substitui, no registro, o dos vendedores regerados
           move "N" to wk-plan-aberto
           move all "N" to wk-tab-plan-regerado
           open output arq-plan-novo
           if ws-resultado-pln equal "00"
                   move "S" to wk-plan-aberto
           end-if

           if wk-tem-arq-aus equal "S"
                   close arq-ausencia
           end-if
           if wk-tem-arq-fer equal "S"
                   close arq-feriado
           end-if
           if wk-plan-aberto equal "S"
                   close arq-plan-novo
                   perform 2180-regrava-plano
           end-if
           .
       2000-exit.
                   move rs-cod-vend-cli   to
                        wk-cli-titular (wk-cli-qtd)
                   move "N"               to wk-cli-usado (wk-cli-qtd)
                   move rs-classe-vis-cli to
                        wk-cli-classe (wk-cli-qtd)
           else
      *            tabela cheia: aborta a geracao com status "TB";
      *            roteiro truncado deixaria clientes de fora sem
       2010-exit.
           exit.
      *---------------------------------------------------------------*
      * carrega os pedidos em aberto do SCE057 (situacao diferente de  *
      * F faturado e C cancelado) com os volumes do SCE135 e os ja     *
      * locados do SCE079; pedido sem elo com cliente ativo do         *
      * cadastro sai em pedidos_sem_cliente.csv no diretorio das rotas *
      *---------------------------------------------------------------*
       2040-carrega-pedidos             section.

           move zeros to wk-ped-qtd
           move "N"   to wk-ped-cheia
           open input sce057
           if wk-fstatus not equal "00"
                   close sce057
                   exit section
           end-if
           move "N" to wk-ped-tem-135
           open input sce135
           if work-fstatus equal "00"
                   move "S" to wk-ped-tem-135
           end-if
           move "N" to wk-ped-tem-079
           open input sce079
           if wk-fstatus equal "00"
                   move "S" to wk-ped-tem-079
           end-if

           move spaces to wk-exc-nomearq
           string lk0091-dir-rotas          delimited by space
                  "pedidos_sem_cliente.csv" delimited by size
                  into wk-exc-nomearq
           end-string
           move "N" to wk-exc-aberto
           open output arq-ped-exc
           if ws-resultado-exc equal "00"
                   move "S" to wk-exc-aberto
                   move spaces to ped-exc-linha
                   string "Pedido;Cod Cliente SCE057;Data;Situacao;"
                                         delimited by size
                          "Volumes;Motivo"
                                         delimited by size
                          into ped-exc-linha
                   end-string
                   write ped-exc-linha
           end-if

           move low-values to ce057-recordk
           move "N" to wk-ped-fim
           start sce057 key is >= ce057-recordk
                   invalid key move "S" to wk-ped-fim
           end-start
           perform 2041-le-pedido until wk-ped-fim equal "S"

           close sce057
           if wk-ped-tem-135 equal "S"
                   close sce135
           end-if
           if wk-ped-tem-079 equal "S"
                   close sce079
           end-if
           if wk-exc-aberto equal "S"
                   close arq-ped-exc
           end-if
           .
       2040-exit.
           exit.
      *---------------------------------------------------------------*
       2041-le-pedido                   section.

           read sce057 next
                   at end move "S" to wk-ped-fim
           end-read
           if wk-ped-fim equal "S"
                   exit section
           end-if
           move ce057-situaca to wk-ped-situaca
           if wk-ped-encerrado
                   exit section
           end-if

      *    volumes do pedido (todos os setores) e ja locados
           move zeros to wk-ped-vol-tot
           if wk-ped-tem-135 equal "S"
                   move ce057-nrpedid to ce135-nrpedid
                   move low-values    to ce135-setorrr
                   move zeros         to ce135-nritemm
                   move zeros         to ce135-seqitem
                   move "N" to wk-ped-fim-vol
                   start sce135 key is >= ce135-recordk
                           invalid key move "S" to wk-ped-fim-vol
                   end-start
                   perform 2042-soma-volume
                           until wk-ped-fim-vol equal "S"
           end-if
           move zeros to wk-ped-loc-tot
           if wk-ped-tem-079 equal "S"
                   move ce057-nrpedid to ce079-nrpedid
                   move zeros         to ce079-seqloca
                   move "N" to wk-ped-fim-vol
                   start sce079 key is >= ce079-recordk
                           invalid key move "S" to wk-ped-fim-vol
                   end-start
                   perform 2043-soma-locado
                           until wk-ped-fim-vol equal "S"
           end-if

      *    elo do pedido com o cadastro pelo codigo do cliente
           move spaces to wk-exc-motivo
           if ce057-codclie equal zeros or
              ce057-codclie > 99999
                   move "CODIGO FORA DA FAIXA" to wk-exc-motivo
           else
                   move ce057-codclie to rs-cod-cli
                   read arq-cliente
                        invalid key
                           move "CLIENTE INEXISTENTE" to wk-exc-motivo
                        not invalid key
                           if not rs-cli-ativo
                              move "CLIENTE INATIVO" to wk-exc-motivo
                           end-if
                   end-read
           end-if
           if wk-exc-motivo equal spaces and
              wk-ped-qtd not < wk-max-ped
                   move "TABELA CHEIA" to wk-exc-motivo
                   if wk-ped-cheia equal "N"
                           move "S" to wk-ped-cheia
                           display "pw0091: tabela de pedidos "
                                   "estourou (" wk-max-ped ") - "
                                   "demais pedidos na lista de "
                                   "excecoes"
                   end-if
           end-if

           if wk-exc-motivo not equal spaces
                   add 1 to lk0091-qtd-ped-exc
                   if wk-exc-aberto equal "S"
                           move spaces to ped-exc-linha
                           string ce057-nrpedid  delimited by size
                                  ";"            delimited by size
                                  ce057-codclie  delimited by size
                                  ";"            delimited by size
                                  ce057-dtpedid  delimited by size
                                  ";"            delimited by size
                                  ce057-situaca  delimited by size
                                  ";"            delimited by size
                                  wk-ped-vol-tot delimited by size
                                  ";"            delimited by size
                                  wk-exc-motivo  delimited by size
                                  into ped-exc-linha
                           end-string
                           write ped-exc-linha
                   end-if
                   exit section
           end-if

           add  1              to wk-ped-qtd
           move ce057-nrpedid  to wk-ped-nr   (wk-ped-qtd)
           move ce057-codclie  to wk-ped-cli  (wk-ped-qtd)
           move ce057-dtpedid  to wk-ped-data (wk-ped-qtd)
           move ce057-situaca  to wk-ped-sit  (wk-ped-qtd)
           move wk-ped-vol-tot to wk-ped-vol  (wk-ped-qtd)
           move wk-ped-loc-tot to wk-ped-loc  (wk-ped-qtd)
      *    atrasado: mais dias desde o pedido que o limite (data
      *    invalida no pedido nao marca)
           move "N" to wk-ped-atraso (wk-ped-qtd)
           if lk0091-dias-atraso not equal zeros and
              ce057-dtpedid > 19000101 and
              ce057-dtpedid not > wk-hoje
                   compute wk-ped-dias =
                           function integer-of-date (wk-hoje) -
                           function integer-of-date (ce057-dtpedid)
                   if wk-ped-dias > lk0091-dias-atraso
                           move "S" to wk-ped-atraso (wk-ped-qtd)
                   end-if
           end-if
           .
       2041-exit.
           exit.
      *---------------------------------------------------------------*
       2042-soma-volume                 section.

           read sce135 next
                   at end move "S" to wk-ped-fim-vol
           end-read
           if wk-ped-fim-vol equal "S"
                   exit section
           end-if
           if ce135-nrpedid not equal ce057-nrpedid
                   move "S" to wk-ped-fim-vol
                   exit section
           end-if
           add ce135-qtdvolu to wk-ped-vol-tot
           .
       2042-exit.
           exit.
      *---------------------------------------------------------------*
       2043-soma-locado                 section.

           read sce079 next
                   at end move "S" to wk-ped-fim-vol
           end-read
           if wk-ped-fim-vol equal "S"
                   exit section
           end-if
           if ce079-nrpedid not equal ce057-nrpedid
                   move "S" to wk-ped-fim-vol
                   exit section
           end-if
           add ce079-qtdvolu to wk-ped-loc-tot
           .
       2043-exit.
           exit.
      *---------------------------------------------------------------*
      * repassa o cliente da posicao wk-cli-idx ao substituto quando   *
      * o vendedor dele esta ausente hoje e ha substituto definido     *
      *---------------------------------------------------------------*
       2020-exit.
           exit.
      *---------------------------------------------------------------*
      * monta o roteiro do vendedor corrente, semana a semana: cada    *
      * semana parte da posicao do vendedor e visita sempre o cliente  *
      * da semana ainda nao atendido mais proximo da parada anterior,  *
      * acumulando a quilometragem                                     *
      *---------------------------------------------------------------*
       2100-monta-rota                  section.

      *    separa os clientes deste vendedor, conta quantos sao e
      *    distribui cada classe pelas semanas do ciclo
           move zeros to wk-rota-total
           move zeros to wk-cnt-classe-b
           move zeros to wk-cnt-classe-c
           perform 2105-fase-cliente
                   varying wk-cli-idx from 1 by 1
                   until wk-cli-idx > wk-cli-qtd

      *    sem clientes o plano novo do vendedor fica vazio
           if wk-rota-total equal zeros
                   perform 2101-marca-regerado
                   exit section
           end-if

                   move "ER" to lk0091-status
                   exit section
           end-if
           perform 2101-marca-regerado

           move spaces to rota-linha
           string "Semana;Dia;Data;Parada;Cliente;Razao Social;Cidade;"
                                      delimited by size
                  "Latitude;Longitude;Km Trecho;Km Acumulado;"
                                      delimited by size
                  "Vend Titular;Classe;Pedidos Abertos;"
                                      delimited by size
                  "Pedidos Atrasados"
                                      delimited by size
                  into rota-linha
                  on overflow
                     perform 2190-linha-cortada
           end-string
           write rota-linha

           perform 2160-monta-semana
                   varying wk-sem-num from 1 by 1
                   until wk-sem-num > lk0091-qtd-semanas

           close arq-rota
           add 1 to lk0091-qtd-rotas
           .
       2100-exit.
           exit.
      *---------------------------------------------------------------*
      * marca o vendedor corrente como regerado nesta execucao         *
      *---------------------------------------------------------------*
       2101-marca-regerado              section.

           if rs-cod-vend not equal zeros
                   move "S" to wk-plan-regerado (rs-cod-vend)
           end-if
           .
       2101-exit.
           exit.
      *---------------------------------------------------------------*
      * ciclo e semana do ciclo do cliente: classe A entra toda        *
      * semana, B a cada duas e C (ou sem classe) a cada quatro; os    *
      * clientes B e C do vendedor sao repartidos em rodizio pelas     *
      * semanas do ciclo, para as semanas sairem com carga parecida.   *
      * Plano mais curto que o ciclo encurta o ciclo: todo cliente     *
      * entra pelo menos uma vez no plano                              *
      *---------------------------------------------------------------*
       2105-fase-cliente                section.

           if wk-cli-vend (wk-cli-idx) not equal rs-cod-vend
                   exit section
           end-if
           add 1 to wk-rota-total

           evaluate wk-cli-classe (wk-cli-idx)
               when "A"
                   move 1 to wk-cli-ciclo (wk-cli-idx)
               when "B"
                   move 2 to wk-cli-ciclo (wk-cli-idx)
               when other
                   move 4 to wk-cli-ciclo (wk-cli-idx)
           end-evaluate
           if wk-cli-ciclo (wk-cli-idx) > lk0091-qtd-semanas
                   move lk0091-qtd-semanas to
                        wk-cli-ciclo (wk-cli-idx)
           end-if

           move zeros to wk-cli-fase (wk-cli-idx)
           evaluate wk-cli-classe (wk-cli-idx)
               when "A"
                   continue
               when "B"
                   divide wk-cnt-classe-b by wk-cli-ciclo (wk-cli-idx)
                          giving wk-sem-quoc
                          remainder wk-cli-fase (wk-cli-idx)
                   add 1 to wk-cnt-classe-b
               when other
                   divide wk-cnt-classe-c by wk-cli-ciclo (wk-cli-idx)
                          giving wk-sem-quoc
                          remainder wk-cli-fase (wk-cli-idx)
                   add 1 to wk-cnt-classe-c
           end-evaluate
           .
       2105-exit.
           exit.
      *---------------------------------------------------------------*
      * roteiro de uma semana do plano: clientes do vendedor cuja      *
      * semana do ciclo cai nesta semana, quebrados em dias            *
      *---------------------------------------------------------------*
       2160-monta-semana                section.

           compute wk-sem-ant = wk-sem-num - 1
           move zeros to wk-rota-restam
           perform 2110-prepara-cliente
                   varying wk-cli-idx from 1 by 1
                   until wk-cli-idx > wk-cli-qtd

           if wk-rota-restam equal zeros
                   exit section
           end-if

           move rs-latitude-vend  to wk-cur-lat
           move rs-longitude-vend to wk-cur-lon
           move zeros             to wk-rota-seq
           move zeros             to wk-dia-paradas
           move zeros             to wk-dia-km

      *    a semana comeca no primeiro dia util a partir de hoje mais
      *    sete dias por semana anterior do plano
           compute wk-sem-data = function date-of-integer
                   (function integer-of-date (wk-hoje) +
                    (7 * wk-sem-ant))
           move wk-sem-data to wk-dia-data
           perform 2170-acha-dia-util

           perform 2120-proxima-parada
                   until wk-rota-restam equal zeros

      *    resumo do ultimo dia da semana
           if wk-dia-paradas not equal zeros
                   perform 2150-fecha-dia
           end-if
           .
       2160-exit.
           exit.
      *---------------------------------------------------------------*
       2110-prepara-cliente             section.

           if wk-cli-vend (wk-cli-idx) not equal rs-cod-vend
                   move "-" to wk-cli-usado (wk-cli-idx)
                   exit section
           end-if

           divide wk-sem-ant by wk-cli-ciclo (wk-cli-idx)
                  giving wk-sem-quoc
                  remainder wk-sem-resto
           if wk-sem-resto equal wk-cli-fase (wk-cli-idx)
                   move "N" to wk-cli-usado (wk-cli-idx)
                   add 1 to wk-rota-restam
           else
                    wk-dia-km + wk-dist-menor > lk0091-max-km-dia)
                        perform 2150-fecha-dia
                        add  1     to wk-dia-num
      *                 o dia seguinte e o proximo dia util
                        compute wk-dia-data = function date-of-integer
                                (function integer-of-date (wk-dia-data)
                                 + 1)
                        perform 2170-acha-dia-util
                        move zeros to wk-dia-paradas
                        move zeros to wk-dia-km
                        move rs-latitude-vend  to wk-cur-lat
           move "S" to wk-cli-usado (wk-rota-menor-idx)
           compute wk-dist-acum = wk-dist-acum + wk-dist-menor

      *    pedidos em aberto do cliente da parada
           move wk-cli-cod (wk-rota-menor-idx) to wk-par-cli
           move zeros to wk-par-ped-qtd
           move zeros to wk-par-ped-atr
           perform 2125-conta-pedido
                   varying wk-ped-idx from 1 by 1
                   until wk-ped-idx > wk-ped-qtd

           move wk-dist-menor to wk-dist-edicao
           move wk-dist-acum  to wk-dist-acum-edicao
           move wk-cli-lat (wk-rota-menor-idx) to wk-lat-edicao
           move wk-cli-lon (wk-rota-menor-idx) to wk-lon-edicao

           move spaces to rota-linha
           string wk-sem-num          delimited by size
                  ";"                 delimited by size
                  wk-dia-num          delimited by size
                  ";"                 delimited by size
                  wk-dia-data         delimited by size
                  ";"                 delimited by size
                  wk-rota-seq         delimited by size
                  ";"                 delimited by size
                  ";"                 delimited by size
                  wk-cli-titular (wk-rota-menor-idx)
                                      delimited by size
                  ";"                 delimited by size
                  wk-cli-classe (wk-rota-menor-idx)
                                      delimited by size
                  ";"                 delimited by size
                  wk-par-ped-qtd      delimited by size
                  ";"                 delimited by size
                  wk-par-ped-atr      delimited by size
                  into rota-linha
                  on overflow
                     perform 2190-linha-cortada
           end-string
           write rota-linha

      *    uma linha PEDIDO por pedido em aberto, logo abaixo da parada
           if wk-par-ped-qtd not equal zeros
                   perform 2126-grava-pedido
                           varying wk-ped-idx from 1 by 1
                           until wk-ped-idx > wk-ped-qtd
           end-if

           move wk-cli-lat (wk-rota-menor-idx) to wk-cur-lat
           move wk-cli-lon (wk-rota-menor-idx) to wk-cur-lon
           .
           .
       2130-exit.
           exit.
      *---------------------------------------------------------------*
       2125-conta-pedido                section.

           if wk-ped-cli (wk-ped-idx) equal wk-par-cli
                   add 1 to wk-par-ped-qtd
                   if wk-ped-atraso (wk-ped-idx) equal "S"
                           add 1 to wk-par-ped-atr
                   end-if
           end-if
           .
       2125-exit.
           exit.
      *---------------------------------------------------------------*
       2126-grava-pedido                section.

           if wk-ped-cli (wk-ped-idx) not equal wk-par-cli
                   exit section
           end-if

           move spaces to wk-ped-atr-txt
           if wk-ped-atraso (wk-ped-idx) equal "S"
                   move "ATRASADO" to wk-ped-atr-txt
           end-if
           move spaces to rota-linha
           string wk-sem-num          delimited by size
                  ";"                 delimited by size
                  wk-dia-num          delimited by size
                  ";"                 delimited by size
                  wk-dia-data         delimited by size
                  ";PEDIDO;"          delimited by size
                  wk-ped-nr (wk-ped-idx)
                                      delimited by size
                  ";"                 delimited by size
                  wk-ped-data (wk-ped-idx)
                                      delimited by size
                  ";"                 delimited by size
                  wk-ped-sit (wk-ped-idx)
                                      delimited by size
                  ";VOLUMES;"         delimited by size
                  wk-ped-vol (wk-ped-idx)
                                      delimited by size
                  ";LOCADOS;"         delimited by size
                  wk-ped-loc (wk-ped-idx)
                                      delimited by size
                  ";"                 delimited by size
                  wk-ped-atr-txt      delimited by size
                  into rota-linha
                  on overflow
                     perform 2190-linha-cortada
           end-string
           write rota-linha
           .
       2126-exit.
           exit.
      *---------------------------------------------------------------*
      * fecha o dia corrente do calendario: linha de resumo com a      *
      * contagem de paradas e a quilometragem do dia e uma linha do    *
      * planejado, na data real da visita, para o cruzamento com o     *
      * retorno de visitas (layout data;vendedor;paradas;dias)         *
      *---------------------------------------------------------------*
       2150-fecha-dia                   section.

           move wk-dia-km to wk-dia-km-ed
           move spaces to rota-linha
           string wk-sem-num          delimited by size
                  ";RESUMO DIA;"      delimited by size
                  wk-dia-num          delimited by size
                  ";"                 delimited by size
                  wk-dia-data         delimited by size
                  ";PARADAS;"         delimited by size
                  wk-dia-paradas      delimited by size
                  ";KM;"              delimited by size
                  wk-dia-km-ed        delimited by size
                  into rota-linha
                  on overflow
                     perform 2190-linha-cortada
           end-string
           write rota-linha
           add 1 to lk0091-qtd-dias

           if wk-plan-aberto equal "S"
                   move spaces to plan-novo-linha
                   string wk-dia-data         delimited by size
                          ";"                 delimited by size
                          rs-cod-vend         delimited by size
                          ";"                 delimited by size
                          wk-dia-paradas      delimited by size
                          ";"                 delimited by size
                          "001"               delimited by size
                          into plan-novo-linha
                   end-string
                   write plan-novo-linha
           end-if
           .
       2150-exit.
           exit.
      *---------------------------------------------------------------*
      * regrava o registro do planejado: das linhas antigas ficam as   *
      * anteriores a hoje e as de vendedor nao regerado (o plano novo  *
      * sempre comeca de hoje); depois entram as linhas desta geracao. *
      * Cada execucao substitui o planejado futuro em vez de somar     *
      * mais semanas ao que ja estava la                               *
      *---------------------------------------------------------------*
       2180-regrava-plano               section.

      *    antigas que ficam vao para o fim do arquivo novo
           open input arq-rotas-plan
           if ws-resultado-plv equal "00"
                   open extend arq-plan-novo
                   if ws-resultado-pln not equal "00"
                           close arq-rotas-plan
                           exit section
                   end-if
                   move "N" to wk-fim-plan
                   perform 2181-filtra-antigo
                           until wk-fim-plan equal "S"
                   close arq-rotas-plan
                   close arq-plan-novo
           else
                   if ws-resultado-plv not equal "35"
                           exit section
                   end-if
           end-if

      *    o arquivo novo, completo, passa a ser o registro
           open input arq-plan-novo
           if ws-resultado-pln not equal "00"
                   exit section
           end-if
           open output arq-rotas-plan
           if ws-resultado-plv not equal "00"
                   close arq-plan-novo
                   exit section
           end-if
           move "N" to wk-fim-plan
           perform 2182-copia-novo
                   until wk-fim-plan equal "S"
           close arq-plan-novo
           close arq-rotas-plan
           .
       2180-exit.
           exit.
      *---------------------------------------------------------------*
      * linha antiga do planejado: substituida quando o vendedor foi   *
      * regerado e a data e de hoje em diante                          *
      *---------------------------------------------------------------*
       2181-filtra-antigo               section.

           read arq-rotas-plan
                   at end move "S" to wk-fim-plan
           end-read
           if wk-fim-plan equal "S"
                   exit section
           end-if

           if rotas-plan-linha (1:8) is numeric and
              rotas-plan-linha (10:5) is numeric
                   move rotas-plan-linha (1:8)  to wk-plan-data
                   move rotas-plan-linha (10:5) to wk-plan-vend
                   if wk-plan-vend not equal zeros and
                      wk-plan-data not < wk-hoje
                           if wk-plan-regerado (wk-plan-vend)
                              equal "S"
                                   exit section
                           end-if
                   end-if
           end-if

           move rotas-plan-linha to plan-novo-linha
           write plan-novo-linha
           .
       2181-exit.
           exit.
      *---------------------------------------------------------------*
       2182-copia-novo                  section.

           read arq-plan-novo
                   at end move "S" to wk-fim-plan
           end-read
           if wk-fim-plan equal "S"
                   exit section
           end-if

           move plan-novo-linha to rotas-plan-linha
           write rotas-plan-linha
           .
       2182-exit.
           exit.
      *---------------------------------------------------------------*
      * linha do roteiro maior que o registro: a coluna do fim sairia  *
      * cortada sem aviso; a geracao termina com status "LC"           *
      *---------------------------------------------------------------*
       2190-linha-cortada               section.

           if lk0091-status equal "OK"
                   move "LC" to lk0091-status
           end-if
           if wk-rota-cortada equal "N"
                   move "S" to wk-rota-cortada
                   display "pw0091: linha do roteiro maior que o "
                           "registro - vendedor " rs-cod-vend
           end-if
           .
       2190-exit.
           exit.
      *---------------------------------------------------------------*
      * avanca wk-dia-data ate o primeiro dia util para o vendedor     *
      * corrente: dia util na rot005 e sem feriado local da UF/filial  *
      * dele. Cadastro de feriados que bloqueie dois meses seguidos    *
      * nao prende o roteiro: apos 60 tentativas fica a ultima data    *
      *---------------------------------------------------------------*
       2170-acha-dia-util               section.

           move "N"   to wk-dia-util
           move zeros to wk-dia-tenta
           perform 2171-testa-dia
                   until wk-dia-util equal "S"
                      or wk-dia-tenta > 60
           .
       2170-exit.
           exit.
      *---------------------------------------------------------------*
       2171-testa-dia                   section.

           add 1 to wk-dia-tenta
           move wk-dia-data (7:2) to lkrt005-diaini
           move wk-dia-data (5:2) to lkrt005-mesini
           move wk-dia-data (3:2) to lkrt005-anoini
           move "U"               to lkrt005-funcao

           call      "/disco0/cobol/obj/rot/rot005" using lk-rot005.
           cancel    "rot005".

      *    so o "dia nao util" da rot005 pula a data
           if lkrt005-status equal 4
                   move "N" to wk-dia-util
           else
                   move "S" to wk-dia-util
           end-if

           if wk-dia-util equal "S" and wk-tem-arq-fer equal "S"
                   perform 2172-consulta-feriado
           end-if

           if wk-dia-util equal "N" and wk-dia-tenta not > 60
                   compute wk-dia-data = function date-of-integer
                           (function integer-of-date (wk-dia-data) + 1)
           end-if
           .
       2171-exit.
           exit.
      *---------------------------------------------------------------*
      * feriado local na data: UF em branco vale para todas as UF e    *
      * filial 0 para todas as filiais da UF                           *
      *---------------------------------------------------------------*
       2172-consulta-feriado            section.

           move wk-dia-data to fer-data
           move spaces      to fer-uf
           move zeros       to fer-filial
           move "N"         to wk-fim-fer
           start arq-feriado key is >= fer-chave
                   invalid key move "S" to wk-fim-fer
           end-start
           perform 2173-le-feriado until wk-fim-fer equal "S"
           .
       2172-exit.
           exit.
      *---------------------------------------------------------------*
       2173-le-feriado                  section.

           read arq-feriado next
                   at end move "S" to wk-fim-fer
           end-read
           if wk-fim-fer equal "S"
                   exit section
           end-if
           if fer-data not equal wk-dia-data
                   move "S" to wk-fim-fer
                   exit section
           end-if
           if (fer-uf equal spaces or fer-uf equal rs-uf-vend) and
              (fer-filial equal zeros or
               fer-filial equal rs-filial-vend)
                   move "N" to wk-dia-util
                   move "S" to wk-fim-fer
           end-if
           .
       2173-exit.
           exit.
      *---------------------------------------------------------------*
      * formula de haversine - distancia em km entre a parada corrente *
      * (wk-cur-lat/lon) e o destino avaliado (wk-dest-lat/lon)        *
      *---------------------------------------------------------------*
