                 record key           is fat-cgc
                 lock mode            is manual
                 file status          is ws-resultado-fat.
           *> Vendedor escolhido por grupo economico (raiz de CNPJ),
           *> decidido na primeira filial do grupo e seguido pelas
           *> demais; refeito a cada execucao
           select arq-grupo assign to wk-grp-nomearq
                 organization         is indexed
                 access mode          is dynamic
                 record key           is grp-raiz
                 lock mode            is manual
                 file status          is ws-resultado-grp.
           *> Trocas da execucao a desfazer (funcao R), separadas do
           *> historico antes de qualquer regravacao
           select arq-desfaz assign to wk-des-nomearq
                 organization         is line sequential
                 file status          is ws-resultado-des.
           *> Grupos economicos hoje divididos entre vendedores
           select arq-rel-grupo assign to lk0090-arq-grupos
                 organization         is line sequential
                 file status          is ws-resultado-rgrp.
           *> Calendario de ausencias dos vendedores (caminho via
           *> linkage; ausente nao recebe atribuicao nova)
           copy "/hbsis/selects/arq-ausencia.sl"
                      by  ==ws-resultado-hist==.
           *> Controle de execucao (um registro por execucao, em anexo)
           copy "/hbsis/selects/arq-ctrl-pw0090.sl".
           *> Journal de after-image dos cadastros (ver /hbsis/selects)
           copy "/hbsis/selects/arq-journal.sl".

      *---------------------------------------------------------------*
       data                             division.
               05  fat-cgc              pic 9(014).
               05  fat-valor            pic 9(011)v99.

           *> Vendedor do grupo economico (um registro por raiz)
           fd  arq-grupo
               label record is standard.
           01  grupo-registr.
               05  grp-raiz             pic 9(008).
               *> filiais ativas do grupo dentro da execucao
               05  grp-qtd              pic 9(005).
               05  grp-vend-cod         pic 9(005).
               05  grp-vend-idx         pic 9(005).
               *> M = pela matriz, F = pela maioria das filiais,
               *> A = vendedor que ja atende o grupo (orfaos)
               05  grp-origem           pic x(001).
               *> vaga do grupo inteiro ja consumida na decisao
               05  grp-reservou         pic x(001).

           *> uma linha por cliente trocado pela execucao a desfazer
           fd  arq-desfaz
               label record is standard.
           01  desfaz-registr.
               05  des-cod-cli          pic 9(005).
               *> vendedor que a execucao deu ao cliente
               05  des-vend-exec        pic 9(005).
               *> vendedor e vendedor anterior de antes da execucao
               05  des-vend-volta       pic 9(005).
               05  des-ant-volta        pic 9(005).
               *> preenchido = cliente ignorado (trocado depois)
               05  des-motivo           pic x(030).

           fd  arq-rel-grupo
               label record is standard.
           01  rel-grupo-linha          pic x(132).

           *> Calendario de ausencias dos vendedores
           copy "/hbsis/fds/arq-ausencia.fd".

           *> Controle de execucao
           copy "/hbsis/fds/arq-ctrl-pw0090.fd".

           *> Journal de after-image dos cadastros
           copy "/hbsis/fds/arq-journal.fd".

      *---------------------------------------------------------------*
       working-storage                  section.
      *---------------------------------------------------------------*
       77  ws-resultado-fat             pic x(002) value spaces.
       77  ws-resultado-aus             pic x(002) value spaces.
       77  ws-ctrl-status               pic x(002) value spaces.
       77  ws-resultado-grp             pic x(002) value spaces.
       77  ws-resultado-rgrp            pic x(002) value spaces.
       77  ws-resultado-des             pic x(002) value spaces.

      *---- journal de after-image (ver /hbsis/rotinas/rt-journal) ----
           copy "/hbsis/works/wk-journal".

      *---- modo V: faturamento por CGC/CPF no periodo -----------------
       77  wk-fat-nomearq               pic x(027) value
      *---- resultado da aplicacao do plano por cliente ----------------
       77  wk-aplica-motivo             pic x(030) value spaces.

      *---- desfazer execucao (funcao R): ultima leitura do historico
      *     (mesmo cliente, troca anterior) e o cliente pendente, que
      *     so e fechado quando o historico passa para outro cliente -
       77  wk-des-nomearq               pic x(027) value
           "/trabalho/pw0090_desfaz.dat".
       77  wk-fim-hist                  pic x(001) value "N".
       77  wk-fim-desfaz                pic x(001) value "N".
       77  wk-des-pendente              pic x(001) value "N".
       77  wk-des-cod-cli               pic 9(005) value zeros.
       77  wk-des-vend-exec             pic 9(005) value zeros.
       77  wk-des-vend-volta            pic 9(005) value zeros.
       77  wk-des-ant-volta             pic 9(005) value zeros.
       77  wk-des-motivo                pic x(030) value spaces.
       77  wk-des-vend-atual            pic 9(005) value zeros.
       77  wk-hist-ult-cli              pic 9(005) value zeros.
       77  wk-hist-ult-ant              pic 9(005) value zeros.
       77  wk-hist-ult-novo             pic 9(005) value zeros.

      *---- gravacao do historico de atribuicao ------------------------
       77  wk-hist-gravou               pic x(001) value "N".

       77  wk-vend-idx                  pic 9(005) value zeros.
       77  wk-vend-menor-idx            pic 9(005) value zeros.

      *---- grupo economico (raiz de CNPJ = 8 primeiros digitos): o
      *     vendedor do grupo e decidido uma vez, na primeira filial
      *     lida, e gravado no arquivo de trabalho; as filiais
      *     seguintes so consultam a decisao. wk-grp-peso e quantas
      *     vagas a avaliacao do vendedor exige (1 fora de grupo) ---
       77  wk-grp-nomearq               pic x(027) value
           "/trabalho/pw0090_grupo.dat".
       77  wk-grp-ativo                 pic x(001) value "N".
       77  wk-grp-rel-aberto            pic x(001) value "N".
       77  wk-grp-raiz                  pic 9(008) value zeros.
       01  wk-grp-cnpj                  pic 9(014) value zeros.
       01  wk-grp-cnpj-r redefines wk-grp-cnpj.
           05  wk-grp-cnpj-raiz         pic 9(008).
           05  wk-grp-cnpj-ordem        pic 9(004).
           05  wk-grp-cnpj-dv           pic 9(002).
       77  wk-grp-cod-cli               pic 9(005) value zeros.
       77  wk-fim-grp                   pic x(001) value "N".
      *     passo da varredura do grupo: C = contagem, V = votacao
      *     das filiais, R = relatorio de grupo dividido
       77  wk-grp-passo                 pic x(001) value spaces.
       77  wk-grp-qtd                   pic 9(005) value zeros.
       77  wk-grp-qtd-vend              pic 9(005) value zeros.
       77  wk-grp-peso                  pic 9(005) value 1.
       77  wk-grp-fatur                 pic 9(011)v99 value zeros.
       77  wk-grp-tem-matriz            pic x(001) value "N".
       77  wk-grp-mat-lat               pic s9(003)v9(006).
       77  wk-grp-mat-lon               pic s9(003)v9(006).
       77  wk-grp-mat-uf                pic x(002) value spaces.
       77  wk-grp-mat-vend              pic 9(005) value zeros.
       77  wk-grp-mat-orfao             pic x(001) value "S".
      *     cliente corrente segue a decisao do grupo
       77  wk-grp-membro                pic x(001) value "N".
       77  wk-grp-vend-cod              pic 9(005) value zeros.
       77  wk-grp-vend-idx              pic 9(005) value zeros.
       77  wk-grp-reservou              pic x(001) value "N".
      *     raiz mostrada nos relatorios (brancos fora de grupo)
       77  wk-grp-mostra                pic x(008) value spaces.
       77  wk-naoatr-motivo             pic x(030) value spaces.
      *     votos por vendedor dentro do grupo: como vendedor atual
      *     (divisao e orfaos) e como escolha de cada filial
       77  wk-max-voto                  pic 9(003) value 200.
       01  wk-tab-voto.
           05  wk-voto-qtd              pic 9(003) value zeros.
           05  wk-voto-ent              occurs 200 times.
               10  wk-voto-cod          pic 9(005).
               10  wk-voto-ativo        pic x(001).
               10  wk-voto-atual        pic 9(005).
               10  wk-voto-escolha      pic 9(005).
       77  wk-voto-idx                  pic 9(003) value zeros.
       77  wk-voto-achou                pic 9(003) value zeros.
       77  wk-voto-maior                pic 9(005) value zeros.
       77  wk-voto-busca                pic 9(005) value zeros.

      *---- varredura de orfaos: situacao do vendedor atual do cliente
       77  wk-cli-orfao                 pic x(001) value "N".

           if not lk0090-funcao-orfaos   and
              not lk0090-funcao-auditoria and
              not lk0090-funcao-simula    and
              not lk0090-funcao-aplica    and
              not lk0090-funcao-desfaz
                   move "D" to lk0090-funcao
           end-if
           move zeros to lk0090-qtd-aplicados
           end-if
           move zeros to lk0090-qtd-nao-atrib

      *   grupo economico: chamador antigo fica sem a opcao (cada
      *   filial vai para o seu vendedor, como antes)
           if not lk0090-por-grupo
                   move "N" to lk0090-grupo-econ
           end-if
           move zeros to lk0090-qtd-grupos lk0090-qtd-grupos-div

      *   desfazer: sem confirmacao explicita so simula
           if lk0090-funcao-desfaz
                   if lk0090-dt-desfaz not numeric
                           move zeros to lk0090-dt-desfaz
                   end-if
                   if not lk0090-desfaz-confirmado
                           move "N" to lk0090-desfaz-efetiva
                   end-if
                   move zeros to lk0090-qtd-desfeitos
                                 lk0090-qtd-ignorados
           end-if

           accept wk-ts-data from date yyyymmdd.
      *   accept from time devolve hhmmssff (8 digitos); aceitar direto
      *   no campo de 6 digitos manteria so os 6 digitos de ordem baixa
                              lk0090-qtd-distrib       delimited by size
                              ";MODO="                 delimited by size
                              lk0090-modo              delimited by size
                              ";FUNC="                 delimited by size
                              lk0090-funcao            delimited by size
                              ";"                      delimited by size
                              "EM ANDAMENTO"           delimited by size
                              into ctrl0090-linha
                   exit section
           end-if

      *    desfazer uma execucao tambem tem fluxo proprio: volta as
      *    carteiras pelo historico de atribuicao
           if lk0090-funcao-desfaz
                   perform 2500-desfaz-execucao
                   exit section
           end-if

           open i-o    arq-cliente
           open input  arq-vendedor
           open output arq-rel-distrib
           move spaces to rel-distrib-linha
           string "Cliente;CNPJ;Cidade;Vendedor;Nome Vendedor;"
                                          delimited by size
                  "Distancia(km);Filial;Grupo"
                                          delimited by size
                  into rel-distrib-linha
           end-string
           write rel-distrib-linha
           move spaces to rel-handoff-linha
           string "Cliente;CNPJ;Vend Anterior;Vend Novo;"
                                          delimited by size
                  "Dist Ant(km);Dist Nova(km);Situacao;Grupo"
                                          delimited by size
                  into rel-handoff-linha
           end-string
                   end-if
           end-if

      *    grupo economico: decisao por raiz de CNPJ e relatorio de
      *    grupos divididos (a auditoria nao distribui, fica de fora)
           move "N" to wk-grp-ativo
           move "N" to wk-grp-rel-aberto
           if not lk0090-funcao-auditoria and
              (lk0090-por-grupo or lk0090-arq-grupos not equal spaces)
                   perform 2400-abre-grupo
                   if wk-grp-ativo equal "N"
                           move "ER" to lk0090-status
                           close arq-cliente
                           close arq-rel-distrib
                           close arq-rel-handoff
                           close arq-rel-audit
                           close arq-rel-naoatr
                           if lk0090-funcao-simula
                                   close arq-plano
                           end-if
                           if lk0090-funcao-distrib or
                              lk0090-funcao-orfaos
                                   close arq-hist-cli
                           end-if
                           if lk0090-modo-valor
                                   close arq-fatcgc
                           end-if
                           exit section
                   end-if
           end-if

           move "N" to wk-fim-cli
           perform 2010-le-cliente until wk-tem-fim-cli

           if wk-grp-ativo equal "S"
                   close arq-grupo
           end-if
           if wk-grp-rel-aberto equal "S"
                   close arq-rel-grupo
           end-if

      *    modo V: o fechamento do relatorio mostra o faturamento
      *    total atribuido a cada vendedor, que e o equilibrio que
      *    interessa neste modo

           if rs-cli-ativo
                   add 1 to lk0090-qtd-clientes
      *            grupo economico da raiz do cliente: o vendedor do
      *            grupo e decidido na primeira filial lida
                   move "N"    to wk-grp-membro
                   move spaces to wk-grp-mostra
                   if wk-grp-ativo equal "S"
                           perform 2410-grupo-cliente
                   end-if
      *            peso do cliente no modo V: total faturado pelo
      *            CGC/CPF dele dentro do periodo (ausente = zero)
                   if lk0090-modo-valor
                           varying wk-vend-idx from 1 by 1
                           until wk-vend-idx > wk-vend-qtd

      *            filial de grupo economico vai para o vendedor do
      *            grupo, mesmo fora da regra de territorio dela (a
      *            regra vale para a matriz ou para a maioria)
                   if wk-grp-membro equal "S"
                           perform 2420-aplica-grupo
                   end-if

                   if wk-vend-menor-cod not equal zeros
                           if lk0090-funcao-simula
      *                            simulacao: nada e regravado; a
                                   move wk-vend-menor-cod to
                                        rs-cod-vend-cli
                                   rewrite rs-arq-cli
                                   perform 2087-journal-cliente
      *                            so a troca real entra no historico
      *                            (carteira mantida nao gera registro)
                                   if wk-vend-ant-cod not equal
      *                    mantem o vendedor atual (ou nenhum) e sai
      *                    no relatorio de nao atribuidos
                           add 1 to lk0090-qtd-nao-atrib
                           if wk-grp-membro equal "S"
                                   move "GRUPO SEM VENDEDOR ELEGIVEL"
                                     to wk-naoatr-motivo
                           else
                                   move "NENHUM VENDEDOR ELEGIVEL"
                                     to wk-naoatr-motivo
                           end-if
                           perform 2072-grava-nao-atrib
                   end-if
           end-if

                   move "N" to wk-vend-lotado
                   if lk0090-modo-capacidade
      *               grupo economico precisa de vaga para todas
      *               as filiais (wk-grp-peso; 1 fora de grupo)
                      if wk-vend-capac (wk-vend-idx) not equal zeros
                         and wk-vend-atrib (wk-vend-idx) + wk-grp-peso
                             > wk-vend-capac (wk-vend-idx)
                           move "S" to wk-vend-lotado
                      end-if
                   end-if
      *---------------------------------------------------------------*
       2050-soma-atribuicao             section.

      *    filial de grupo cuja vaga ja foi consumida na decisao do
      *    grupo so entra na apuracao do transbordo
           if wk-vend-menor-idx not equal zeros and
              (wk-grp-membro equal "N" or wk-grp-reservou equal "N")
                   add 1 to wk-vend-atrib (wk-vend-menor-idx)
                   if lk0090-modo-valor
                           add wk-cli-fatur to
                  wk-dist-edicao      delimited by size
                  ";"                 delimited by size
                  wk-handoff-situa    delimited by size
                  ";"                 delimited by size
                  wk-grp-mostra       delimited by size
                  into rel-handoff-linha
           end-string
           write rel-handoff-linha
                  ";"                 delimited by size
                  rs-uf-cli           delimited by size
                  ";"                 delimited by size
                  wk-naoatr-motivo    delimited by "  "
                  into rel-naoatr-linha
           end-string
           write rel-naoatr-linha
       2086-exit.
           exit.
      *---------------------------------------------------------------*
      * journal de after-image do cliente regravado pela execucao     *
      * (troca efetivada, aplicacao do plano ou desfazer); regravacao *
      * que nao deu certo nao vai para o journal                      *
      *---------------------------------------------------------------*
       2087-journal-cliente             section.

           if ws-resultado-cli (1:1) not equal "0"
                   exit section
           end-if
           move "PW0090"         to wk-jrn-programa
           move lk0090-operador  to wk-jrn-operador
           move "CLIENTE"        to wk-jrn-arquivo
           move "A"              to wk-jrn-operacao
           move rs-arq-cli       to wk-jrn-imagem
           perform 8500-journal-grava
           .
       2087-exit.
           exit.
      *---------------------------------------------------------------*
      * grupo economico: arquivo de trabalho das decisoes por raiz de  *
      * CNPJ (refeito a cada execucao) e relatorio dos grupos hoje     *
      * divididos entre vendedores                                     *
      *---------------------------------------------------------------*
       2400-abre-grupo                  section.

           open output arq-grupo
           if ws-resultado-grp not equal "00"
                   exit section
           end-if
           close arq-grupo
           open i-o arq-grupo
           if ws-resultado-grp not equal "00"
                   exit section
           end-if

           if lk0090-arq-grupos not equal spaces
                   open output arq-rel-grupo
                   if ws-resultado-rgrp not equal "00"
                           close arq-grupo
                           exit section
                   end-if
                   move "S" to wk-grp-rel-aberto
                   move spaces to rel-grupo-linha
                   string "Grupo;Cliente;CNPJ;Razao Social;Cidade;UF;"
                                              delimited by size
                          "Vendedor Atual;Filiais;Vendedores"
                                              delimited by size
                          into rel-grupo-linha
                   end-string
                   write rel-grupo-linha
           end-if

           move "S" to wk-grp-ativo
           .
       2400-exit.
           exit.
      *---------------------------------------------------------------*
      * localiza (ou decide, na primeira filial lida) o vendedor do    *
      * grupo economico do cliente corrente; grupo de uma filial so    *
      * dentro da execucao segue a distribuicao normal                 *
      *---------------------------------------------------------------*
       2410-grupo-cliente               section.

           move rs-cnpj          to wk-grp-cnpj
           move wk-grp-cnpj-raiz to wk-grp-raiz
           move wk-grp-raiz      to grp-raiz
           read arq-grupo
                   invalid key
                        perform 2411-decide-grupo
                   not invalid key
                        move grp-qtd      to wk-grp-qtd
                        move grp-vend-cod to wk-grp-vend-cod
                        move grp-vend-idx to wk-grp-vend-idx
                        move grp-reservou to wk-grp-reservou
           end-read

           if wk-grp-qtd > 1
                   move wk-grp-raiz to wk-grp-mostra
                   if lk0090-por-grupo
                           move "S" to wk-grp-membro
                   end-if
           end-if
           .
       2410-exit.
           exit.
      *---------------------------------------------------------------*
      * varre as filiais da raiz pela chave alternada de CNPJ, apura   *
      * se o grupo esta dividido e escolhe o vendedor do grupo; ao     *
      * final devolve o cliente corrente ao buffer e a leitura         *
      * sequencial por codigo ao ponto em que estava                   *
      *---------------------------------------------------------------*
       2411-decide-grupo                section.

           move rs-cod-cli to wk-grp-cod-cli
           move zeros      to wk-grp-qtd wk-grp-fatur wk-voto-qtd
                              wk-grp-mat-vend wk-grp-vend-cod
                              wk-grp-vend-idx
           move "N"        to wk-grp-tem-matriz wk-grp-reservou
           move "S"        to wk-grp-mat-orfao
           move spaces     to grp-origem

           move "C" to wk-grp-passo
           perform 2412-varre-grupo

      *    grupo dividido: mais de um vendedor atual entre as filiais
           move zeros to wk-grp-qtd-vend
           perform 2418-conta-vendedor
                   varying wk-voto-idx from 1 by 1
                   until wk-voto-idx > wk-voto-qtd
           if wk-grp-qtd-vend > 1
                   add 1 to lk0090-qtd-grupos-div
                   if wk-grp-rel-aberto equal "S"
                           move "R" to wk-grp-passo
                           perform 2412-varre-grupo
                   end-if
           end-if

           if lk0090-por-grupo and wk-grp-qtd > 1
                   add 1 to lk0090-qtd-grupos
                   perform 2415-escolhe-vendedor
           end-if

           move wk-grp-raiz     to grp-raiz
           move wk-grp-qtd      to grp-qtd
           move wk-grp-vend-cod to grp-vend-cod
           move wk-grp-vend-idx to grp-vend-idx
           move wk-grp-reservou to grp-reservou
           write grupo-registr
                   invalid key continue
           end-write

           move wk-grp-cod-cli to rs-cod-cli
           read arq-cliente key is rs-cod-cli
                   invalid key continue
           end-read
           .
       2411-exit.
           exit.
      *---------------------------------------------------------------*
       2412-varre-grupo                 section.

           move wk-grp-raiz to wk-grp-cnpj-raiz
           move zeros       to wk-grp-cnpj-ordem wk-grp-cnpj-dv
           move wk-grp-cnpj to rs-cnpj
           move "N"         to wk-fim-grp
           start arq-cliente key is >= rs-cnpj
                   invalid key move "S" to wk-fim-grp
           end-start
           perform 2413-le-membro until wk-fim-grp equal "S"
           .
       2412-exit.
           exit.
      *---------------------------------------------------------------*
      * uma filial da raiz; entra no grupo com o mesmo recorte da      *
      * distribuicao (ativa, da filial da execucao, coordenada valida) *
      *---------------------------------------------------------------*
       2413-le-membro                   section.

           read arq-cliente next
                   at end move "S" to wk-fim-grp
           end-read
           if wk-fim-grp equal "S"
                   exit section
           end-if

           move rs-cnpj to wk-grp-cnpj
           if wk-grp-cnpj-raiz not equal wk-grp-raiz
                   move "S" to wk-fim-grp
                   exit section
           end-if

           if not rs-cli-ativo
                   exit section
           end-if
           if lk0090-filial not equal zeros and
              rs-filial-cli not equal lk0090-filial
                   exit section
           end-if
           perform 2017-valida-coord-cli
           if wk-coord-ok equal "N"
                   exit section
           end-if

           evaluate wk-grp-passo
              when "C"
                   perform 2414-conta-membro
              when "V"
                   perform 2416-vota-membro
              when "R"
                   perform 2417-grava-grupo-dividido
           end-evaluate
           .
       2413-exit.
           exit.
      *---------------------------------------------------------------*
      * contagem: filiais, faturamento do grupo (modo V), matriz e     *
      * vendedores atuais (ativos ou nao) das filiais                  *
      *---------------------------------------------------------------*
       2414-conta-membro                section.

           add 1 to wk-grp-qtd
           if lk0090-modo-valor
                   move rs-cnpj to fat-cgc
                   read arq-fatcgc
                           invalid key continue
                           not invalid key
                                add fat-valor to wk-grp-fatur
                   end-read
           end-if

           move "S" to wk-cli-orfao
           if rs-cod-vend-cli not equal zeros
                   perform 2015-verifica-orfao
                   move rs-cod-vend-cli to wk-voto-busca
                   perform 2419-registra-voto
                   if wk-voto-achou not equal zeros
                           add 1 to wk-voto-atual (wk-voto-achou)
                           if wk-cli-orfao equal "N"
                                   move "S" to
                                        wk-voto-ativo (wk-voto-achou)
                           end-if
                   end-if
           end-if

      *    matriz: estabelecimento de ordem 0001 da raiz
           if wk-grp-cnpj-ordem equal 1
                   move "S"              to wk-grp-tem-matriz
                   move rs-latitude-cli  to wk-grp-mat-lat
                   move rs-longitude-cli to wk-grp-mat-lon
                   move rs-uf-cli        to wk-grp-mat-uf
                   move rs-cod-vend-cli  to wk-grp-mat-vend
                   move wk-cli-orfao     to wk-grp-mat-orfao
           end-if
           .
       2414-exit.
           exit.
      *---------------------------------------------------------------*
      * escolhe o vendedor do grupo. na varredura de orfaos a filial   *
      * orfa volta para quem ja atende o grupo (vendedor da matriz ou  *
      * o da maioria das filiais); nos demais casos vale o vendedor    *
      * que a distribuicao daria a matriz ou, sem matriz, o escolhido  *
      * pela maioria das filiais - sempre com vaga para o grupo todo   *
      *---------------------------------------------------------------*
       2415-escolhe-vendedor            section.

           if lk0090-funcao-orfaos
                   if wk-grp-tem-matriz equal "S" and
                      wk-grp-mat-orfao equal "N"
                           move wk-grp-mat-vend to wk-grp-vend-cod
                   else
                           move zeros to wk-voto-maior
                           perform 2421-maior-atual
                                   varying wk-voto-idx from 1 by 1
                                   until wk-voto-idx > wk-voto-qtd
                   end-if
                   if wk-grp-vend-cod not equal zeros
                           move "A" to grp-origem
                   end-if
           end-if

           if wk-grp-vend-cod equal zeros
                   move wk-grp-qtd to wk-grp-peso
                   if wk-grp-tem-matriz equal "S"
      *                    a avaliacao usa o buffer do cliente; ele e
      *                    relido ao final da decisao
                           move wk-grp-mat-lat to rs-latitude-cli
                           move wk-grp-mat-lon to rs-longitude-cli
                           move wk-grp-mat-uf  to rs-uf-cli
                           perform 2416-vota-membro
                           move wk-vend-menor-cod to wk-grp-vend-cod
                           move "M" to grp-origem
                   else
                           move "V" to wk-grp-passo
                           perform 2412-varre-grupo
                           move zeros to wk-voto-maior
                           perform 2422-maior-escolha
                                   varying wk-voto-idx from 1 by 1
                                   until wk-voto-idx > wk-voto-qtd
                           move "F" to grp-origem
                   end-if
                   move 1 to wk-grp-peso
           end-if

           if wk-grp-vend-cod equal zeros
                   move spaces to grp-origem
                   exit section
           end-if

           move zeros to wk-grp-vend-idx
           perform 2423-procura-vend-grupo
                   varying wk-vend-idx from 1 by 1
                   until wk-vend-idx > wk-vend-qtd
                      or wk-grp-vend-idx not equal zeros

      *    a vaga do grupo inteiro e consumida ja na decisao, para que
      *    as decisoes seguintes vejam o vendedor com o grupo todo
           if grp-origem not equal "A" and
              wk-grp-vend-idx not equal zeros and
              (lk0090-modo-capacidade or lk0090-modo-valor)
                   add wk-grp-qtd to wk-vend-atrib (wk-grp-vend-idx)
                   if lk0090-modo-valor
                           add wk-grp-fatur to
                               wk-vend-fatur (wk-grp-vend-idx)
                   end-if
                   move "S" to wk-grp-reservou
           end-if
           .
       2415-exit.
           exit.
      *---------------------------------------------------------------*
      * vendedor que a distribuicao daria a posicao do cliente do      *
      * buffer (filial votante ou matriz); na votacao conta um voto    *
      *---------------------------------------------------------------*
       2416-vota-membro                 section.

           move wk-dist-inicial to wk-dist-menor
           move wk-dist-inicial to wk-dist-prox-menor
           move zeros           to wk-vend-menor-cod
           move zeros           to wk-vend-prox-cod
           move zeros           to wk-vend-menor-idx
           move zeros           to wk-vend-ant-cod
           perform 2020-avalia-vendedor
                   varying wk-vend-idx from 1 by 1
                   until wk-vend-idx > wk-vend-qtd

           if wk-grp-passo equal "V" and
              wk-vend-menor-cod not equal zeros
                   move wk-vend-menor-cod to wk-voto-busca
                   perform 2419-registra-voto
                   if wk-voto-achou not equal zeros
                           add 1 to wk-voto-escolha (wk-voto-achou)
                   end-if
           end-if
           .
       2416-exit.
           exit.
      *---------------------------------------------------------------*
       2417-grava-grupo-dividido        section.

           move spaces to rel-grupo-linha
           string wk-grp-raiz         delimited by size
                  ";"                 delimited by size
                  rs-cod-cli          delimited by size
                  ";"                 delimited by size
                  rs-cnpj             delimited by size
                  ";"                 delimited by size
                  rs-razao-social     delimited by size
                  ";"                 delimited by size
                  rs-cidade-cli       delimited by size
                  ";"                 delimited by size
                  rs-uf-cli           delimited by size
                  ";"                 delimited by size
                  rs-cod-vend-cli     delimited by size
                  ";"                 delimited by size
                  wk-grp-qtd          delimited by size
                  ";"                 delimited by size
                  wk-grp-qtd-vend     delimited by size
                  into rel-grupo-linha
           end-string
           write rel-grupo-linha
           .
       2417-exit.
           exit.
      *---------------------------------------------------------------*
       2418-conta-vendedor              section.

           if wk-voto-atual (wk-voto-idx) not equal zeros
                   add 1 to wk-grp-qtd-vend
           end-if
           .
       2418-exit.
           exit.
      *---------------------------------------------------------------*
      * posicao de wk-voto-busca na tabela de votos do grupo (inclui   *
      * o vendedor se ainda nao estiver; tabela cheia = sem voto)      *
      *---------------------------------------------------------------*
       2419-registra-voto               section.

           move zeros to wk-voto-achou
           perform 2424-procura-voto
                   varying wk-voto-idx from 1 by 1
                   until wk-voto-idx > wk-voto-qtd
                      or wk-voto-achou not equal zeros

           if wk-voto-achou equal zeros and
              wk-voto-qtd < wk-max-voto
                   add  1             to wk-voto-qtd
                   move wk-voto-qtd   to wk-voto-achou
                   move wk-voto-busca to wk-voto-cod (wk-voto-qtd)
                   move "N"           to wk-voto-ativo (wk-voto-qtd)
                   move zeros         to wk-voto-atual (wk-voto-qtd)
                   move zeros         to wk-voto-escolha (wk-voto-qtd)
           end-if
           .
       2419-exit.
           exit.
      *---------------------------------------------------------------*
      * filial de grupo: segue o vendedor decidido para o grupo; a     *
      * distancia do relatorio e a desta filial ate ele                *
      *---------------------------------------------------------------*
       2420-aplica-grupo                section.

           move zeros  to wk-vend-menor-cod
           move zeros  to wk-vend-menor-idx
           move spaces to wk-vend-menor-nome
           if wk-grp-vend-cod equal zeros or
              wk-grp-vend-idx equal zeros
                   exit section
           end-if

           move wk-grp-vend-cod to wk-vend-menor-cod
           move wk-grp-vend-idx to wk-vend-menor-idx
           move wk-vend-nome (wk-grp-vend-idx) to wk-vend-menor-nome
           move wk-vend-lat (wk-grp-vend-idx)  to rs-latitude-vend
           move wk-vend-lon (wk-grp-vend-idx)  to rs-longitude-vend
           perform 2040-calcula-distancia
           move wk-dist-km to wk-dist-menor
           .
       2420-exit.
           exit.
      *---------------------------------------------------------------*
      * maioria entre os vendedores atuais ativos (empate = o primeiro *
      * encontrado na ordem de CNPJ)                                   *
      *---------------------------------------------------------------*
       2421-maior-atual                 section.

           if wk-voto-ativo (wk-voto-idx) equal "S" and
              wk-voto-atual (wk-voto-idx) > wk-voto-maior
                   move wk-voto-atual (wk-voto-idx) to wk-voto-maior
                   move wk-voto-cod (wk-voto-idx)   to wk-grp-vend-cod
           end-if
           .
       2421-exit.
           exit.
      *---------------------------------------------------------------*
       2422-maior-escolha               section.

           if wk-voto-escolha (wk-voto-idx) > wk-voto-maior
                   move wk-voto-escolha (wk-voto-idx) to wk-voto-maior
                   move wk-voto-cod (wk-voto-idx)     to wk-grp-vend-cod
           end-if
           .
       2422-exit.
           exit.
      *---------------------------------------------------------------*
       2423-procura-vend-grupo          section.

           if wk-vend-cod (wk-vend-idx) equal wk-grp-vend-cod
                   move wk-vend-idx to wk-grp-vend-idx
           end-if
           .
       2423-exit.
           exit.
      *---------------------------------------------------------------*
       2424-procura-voto                section.

           if wk-voto-cod (wk-voto-idx) equal wk-voto-busca
                   move wk-voto-idx to wk-voto-achou
           end-if
           .
       2424-exit.
           exit.
      *---------------------------------------------------------------*
      * aplica o plano da ultima simulacao: para cada linha, regrava   *
      * o vendedor do cliente somente se a carteira ainda esta como    *
      * estava na simulacao; o resto e descartado e relatado           *
                   move plano-vend-ant  to rs-cod-vend-ant-cli
                   move plano-vend-novo to rs-cod-vend-cli
                   rewrite rs-arq-cli
                   perform 2087-journal-cliente
                   add 1 to lk0090-qtd-aplicados
                   add 1 to lk0090-qtd-distrib
                   if plano-vend-ant not equal plano-vend-novo
       2310-exit.
           exit.
      *---------------------------------------------------------------*
      * desfaz uma execucao anterior (funcao R): a fase 1 separa do    *
      * historico as trocas gravadas com o inicio da execucao; a fase  *
      * 2 confere cada cliente e devolve vendedor e vendedor anterior  *
      * (ou so lista, sem a confirmacao). Cliente trocado de novo      *
      * depois da execucao, no historico ou no cadastro, e ignorado e  *
      * relatado. A volta grava o seu proprio historico (funcao R)     *
      *---------------------------------------------------------------*
       2500-desfaz-execucao             section.

           open i-o    arq-cliente
           open output arq-rel-distrib

           if ws-resultado-cli not equal "00" or
              ws-resultado-rel not equal "00"
                move "ER" to lk0090-status
                close arq-cliente
                close arq-rel-distrib
                exit section
           end-if

           perform 2090-abre-historico
           if ws-resultado-hist not equal "00"
                move "ER" to lk0090-status
                close arq-cliente
                close arq-rel-distrib
                exit section
           end-if

           open output arq-desfaz
           if ws-resultado-des not equal "00"
                move "ER" to lk0090-status
                close arq-cliente
                close arq-rel-distrib
                close arq-hist-cli
                exit section
           end-if

           move spaces to rel-distrib-linha
           string "Cliente;Vend da Execucao;Volta Para;"
                                          delimited by size
                  "Vend Atual;Resultado"  delimited by size
                  into rel-distrib-linha
           end-string
           write rel-distrib-linha

      *    fase 1: o historico esta em ordem de cliente e data, entao
      *    a troca da execucao e seguida pelas trocas posteriores do
      *    mesmo cliente e precedida pela anterior
           move "N"    to wk-des-pendente
           move zeros  to wk-hist-ult-cli wk-hist-ult-ant
                          wk-hist-ult-novo
           move "N"    to wk-fim-hist
           move low-values to hist-chave
           start arq-hist-cli key is >= hist-chave
                   invalid key move "S" to wk-fim-hist
           end-start
           perform 2510-le-historico until wk-fim-hist equal "S"
           if wk-des-pendente equal "S"
                   perform 2515-grava-desfaz
           end-if
           close arq-desfaz

      *    fase 2: confere e devolve cliente a cliente
           open input arq-desfaz
           move "N" to wk-fim-desfaz
           perform 2520-desfaz-um-cliente until wk-fim-desfaz equal "S"

           close arq-desfaz
           close arq-cliente
           close arq-rel-distrib
           close arq-hist-cli
           .
       2500-exit.
           exit.
      *---------------------------------------------------------------*
       2510-le-historico                section.

           read arq-hist-cli next
                   at end move "S" to wk-fim-hist
           end-read
           if wk-fim-hist equal "S"
                   exit section
           end-if

      *    cliente pendente: troca posterior do mesmo cliente o tira
      *    da volta; outro cliente fecha a pendencia
           if wk-des-pendente equal "S"
                   if hist-cod-cli equal wk-des-cod-cli
                           if hist-dt-mov > lk0090-dt-desfaz
                                   move "TROCADO APOS A EXECUCAO"
                                     to wk-des-motivo
                           end-if
                   else
                           perform 2515-grava-desfaz
                   end-if
           end-if

           if hist-dt-mov equal lk0090-dt-desfaz and
              wk-des-pendente equal "N"
                   move "S"            to wk-des-pendente
                   move spaces         to wk-des-motivo
                   move hist-cod-cli   to wk-des-cod-cli
                   move hist-vend-novo to wk-des-vend-exec
                   move hist-vend-ant  to wk-des-vend-volta
      *            vendedor anterior de antes da execucao: o que a
      *            troca anterior do cliente tirou, quando foi ela que
      *            lhe deu o vendedor de entao; sem ela, o proprio
      *            vendedor (a distribuicao grava o atual como anterior)
                   move hist-vend-ant  to wk-des-ant-volta
                   if wk-hist-ult-cli  equal hist-cod-cli and
                      wk-hist-ult-novo equal hist-vend-ant
                           move wk-hist-ult-ant to wk-des-ant-volta
                   end-if
           end-if

           move hist-cod-cli   to wk-hist-ult-cli
           move hist-vend-ant  to wk-hist-ult-ant
           move hist-vend-novo to wk-hist-ult-novo
           .
       2510-exit.
           exit.
      *---------------------------------------------------------------*
       2515-grava-desfaz                section.

           move wk-des-cod-cli    to des-cod-cli
           move wk-des-vend-exec  to des-vend-exec
           move wk-des-vend-volta to des-vend-volta
           move wk-des-ant-volta  to des-ant-volta
           move wk-des-motivo     to des-motivo
           write desfaz-registr
           move "N" to wk-des-pendente
           .
       2515-exit.
           exit.
      *---------------------------------------------------------------*
       2520-desfaz-um-cliente           section.

           read arq-desfaz next
                   at end move "S" to wk-fim-desfaz
           end-read
           if wk-fim-desfaz equal "S"
                   exit section
           end-if

           add 1 to lk0090-qtd-clientes
           move des-motivo to wk-aplica-motivo
           move zeros      to wk-des-vend-atual

           if wk-aplica-motivo equal spaces
                   move des-cod-cli to rs-cod-cli
                   read arq-cliente
                           invalid key
                                move "CLIENTE NAO ENCONTRADO"
                                  to wk-aplica-motivo
                           not invalid key
                                move rs-cod-vend-cli
                                  to wk-des-vend-atual
                   end-read
           end-if

           if wk-aplica-motivo equal spaces
                   evaluate true
                      when not rs-cli-ativo
                           move "CLIENTE INATIVO"
                             to wk-aplica-motivo
      *               trocado a mao (pw0010) depois da execucao
                      when rs-cod-vend-cli not equal des-vend-exec
                           move "CARTEIRA MUDOU APOS EXECUCAO"
                             to wk-aplica-motivo
                   end-evaluate
           end-if

           if wk-aplica-motivo equal spaces
                   add 1 to lk0090-qtd-desfeitos
                   if lk0090-desfaz-confirmado
                           move des-vend-volta to rs-cod-vend-cli
                           move des-ant-volta  to rs-cod-vend-ant-cli
                           rewrite rs-arq-cli
                           perform 2087-journal-cliente
                           add 1 to lk0090-qtd-distrib
                           move des-vend-exec  to wk-vend-ant-cod
                           move des-vend-volta to wk-vend-menor-cod
                           move zeros          to wk-dist-menor
                           perform 2085-grava-historico
                           move "DESFEITO"     to wk-aplica-motivo
                   else
                           move "A DESFAZER"   to wk-aplica-motivo
                   end-if
           else
                   add 1 to lk0090-qtd-ignorados
           end-if

           move spaces to rel-distrib-linha
           string des-cod-cli         delimited by size
                  ";"                 delimited by size
                  des-vend-exec       delimited by size
                  ";"                 delimited by size
                  des-vend-volta      delimited by size
                  ";"                 delimited by size
                  wk-des-vend-atual   delimited by size
                  ";"                 delimited by size
                  wk-aplica-motivo    delimited by size
                  into rel-distrib-linha
           end-string
           write rel-distrib-linha
           .
       2520-exit.
           exit.
      *---------------------------------------------------------------*
      * formula de haversine - distancia em km entre dois pontos       *
      * definidos por latitude/longitude (graus decimais)              *
      *---------------------------------------------------------------*
                      wk-dist-edicao      delimited by size
                      ";"                 delimited by size
                      rs-filial-cli       delimited by size
                      ";"                 delimited by size
                      wk-grp-mostra       delimited by size
                      into rel-distrib-linha
           end-string
           write rel-distrib-linha
       2030-exit.
           exit.
      *---------------------------------------------------------------*
      * journal de after-image dos cadastros (rotina compartilhada)   *
      *---------------------------------------------------------------*
           copy "/hbsis/rotinas/rt-journal".
      *---------------------------------------------------------------*
      * finalizacao                                                   *
      *---------------------------------------------------------------*
       3000-finaliza                    section.
                              lk0090-qtd-distrib   delimited by size
                              ";MODO="             delimited by size
                              lk0090-modo          delimited by size
                              ";FUNC="             delimited by size
                              lk0090-funcao        delimited by size
                              ";TRANSB="           delimited by size
                              lk0090-qtd-transbordo
                                                   delimited by size
