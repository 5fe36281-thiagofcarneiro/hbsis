      *---------------------------------------------------------------*
      * pw0092 - tabela de referencia de CEP (cep.dat): cidade, UF e   *
      * centroide (latitude/longitude) de cada CEP, usada pelo pw0010  *
      * para estimar a coordenada vazia na inclusao e na importacao.   *
      * roda direto da linha de comando:                               *
      *   CARGA [arquivo]  carrega a tabela postal (csv CEP;Cidade;UF; *
      *                    Latitude;Longitude) - inclui ou atualiza    *
      *   CONFERE [km]     relaciona cliente/vendedor com coordenada   *
      *                    digitada a mais de N km (padrao 5) do       *
      *                    centroide do proprio CEP                    *
      *---------------------------------------------------------------*
       identification                   division.
      *---------------------------------------------------------------*
       program-id.                      pw0092.
       security.
      *---------------------------------------------------------------*
       environment                      division.
      *---------------------------------------------------------------*
       configuration                    section.
      *---------------------------------------------------------------*
       special-names.
                                        decimal-point is comma.
      *---------------------------------------------------------------*
       input-output                     section.
      *---------------------------------------------------------------*
       file-control.
      *---------------------------------------------------------------*
           *> Tabela de referencia de CEP
           copy "/hbsis/selects/arq-cep.sl"
                replacing ==ARQ-CEP-CAMINHO==
                      by  =="/disco0/cobol/arq/cep.dat"==
                      ==ARQ-CEP-STATUS==
                      by  ==ws-resultado-cep==.

           *> Cadastro de clientes do pw0010
           copy "/hbsis/selects/arq-cliente.sl"
                replacing ==ARQ-CLIENTE-CAMINHO==
                      by  =="/disco0/cobol/arq/cliente.dat"==
                      ==ARQ-CLIENTE-STATUS==
                      by  ==ws-resultado-acesso==.

           *> Cadastro de vendedores do pw0010
           copy "/hbsis/selects/arq-vendedor.sl"
                replacing ==ARQ-VENDEDOR-CAMINHO==
                      by  =="/disco0/cobol/arq/vendedor.dat"==
                      ==ARQ-VENDEDOR-STATUS==
                      by  ==ws-resultado-vend==.

           *> Tabela postal a carregar (csv, caminho na linha de
           *> comando)
           select arq-postal assign to disk wid-arq-postal
                 organization         is line sequential
                 file status          is ws-resultado-postal.

           *> Relatorio da carga (linhas rejeitadas) ou da conferencia
           select arq-rel-cep assign to disk wid-arq-rel
                 organization         is line sequential
                 file status          is ws-resultado-rel.

      *---------------------------------------------------------------*
       data                             division.
      *---------------------------------------------------------------*
       file                             section.
      *---------------------------------------------------------------*
           *> Tabela de CEP
           copy "/hbsis/fds/arq-cep.fd".

           *> Cliente (layout do pw0010)
           copy "/hbsis/fds/arq-cliente.fd".

           *> Vendedor (layout do pw0010)
           copy "/hbsis/fds/arq-vendedor.fd".

           fd  arq-postal
               label record is standard.
           01  postal-linha             pic x(120).

           fd  arq-rel-cep
               label record is standard.
           01  rel-cep-linha            pic x(200).

      *---------------------------------------------------------------*
       working-storage                  section.
      *---------------------------------------------------------------*
       77  wid-arq-postal               pic x(060) value
           "/disco0/cobol/arq/cep_postal.csv".
       77  wid-arq-rel                  pic x(060) value spaces.
       77  ws-resultado-cep             pic x(002) value spaces.
       77  ws-resultado-acesso          pic x(002) value spaces.
       77  ws-resultado-vend            pic x(002) value spaces.
       77  ws-resultado-postal          pic x(002) value spaces.
       77  ws-resultado-rel             pic x(002) value spaces.

      *---- parametros da linha de comando -----------------------------
       77  wk-param-linha               pic x(080) value spaces.
       77  wk-param-funcao              pic x(010) value spaces.
       77  wk-param-arg                 pic x(060) value spaces.

       77  wk-fim                       pic x(001) value "N".
           88  wk-nao-fim                      value "N".
           88  wk-tem-fim                      value "S".

      *---- carga da tabela postal -------------------------------------
       77  wk-qtd-lidos                 pic 9(006) value zeros.
       77  wk-qtd-incluidos             pic 9(006) value zeros.
       77  wk-qtd-atualizados           pic 9(006) value zeros.
       77  wk-qtd-rejeitados            pic 9(006) value zeros.
       77  wk-motivo                    pic x(030) value spaces.
       77  wk-carga-erro                pic x(001) value "N".

       01  wk-2100-campos.
           05  wk-2100-cep-x            pic x(015) value spaces.
           05  wk-2100-cidade           pic x(025) value spaces.
           05  wk-2100-uf               pic x(002) value spaces.
           05  wk-2100-lat-x            pic x(015) value spaces.
           05  wk-2100-lon-x            pic x(015) value spaces.
       01  wk-2100-cep-num              pic x(008) value spaces.
       01  wk-2100-cep-r redefines wk-2100-cep-num
                                        pic 9(008).

      *---- conversao de coordenada texto (-23,550520 ou -23.550520) --
       77  wk-2110-txt                  pic x(015) value spaces.
       77  wk-2110-ok                   pic x(001) value "N".
       77  wk-2110-negativo             pic x(001) value "N".
       77  wk-2110-ini                  pic 9(002) value zeros.
       77  wk-2110-qtd-int              pic 9(002) value zeros.
       77  wk-2110-qtd-dec              pic 9(002) value zeros.
       77  wk-2110-int-x                pic x(004) value spaces.
       77  wk-2110-int                  pic 9(003) value zeros.
       01  wk-2110-dec-x                pic x(006) value spaces.
       01  wk-2110-dec redefines wk-2110-dec-x
                                        pic 9(006).
       77  wk-2110-valor                pic s9(003)v9(006) value zeros.

      *---- conferencia coordenada x centroide do CEP ------------------
       77  wk-km-limite                 pic 9(004) value 5.
       77  wk-qtd-dig-km                pic 9(002) value zeros.
       77  wk-qtd-conferidos            pic 9(006) value zeros.
       77  wk-qtd-distantes             pic 9(006) value zeros.
       77  wk-qtd-sem-cep               pic 9(006) value zeros.
       77  wk-qtd-estimados             pic 9(006) value zeros.
       77  wk-2200-tipo                 pic x(008) value spaces.
       77  wk-2200-codigo               pic 9(005) value zeros.
       77  wk-2200-nome                 pic x(035) value spaces.
       77  wk-2200-cep                  pic 9(008) value zeros.
       77  wk-2200-lat                  pic s9(003)v9(006) value zeros.
       77  wk-2200-lon                  pic s9(003)v9(006) value zeros.
       77  wk-lat-edicao                pic -999,999999.
       77  wk-lon-edicao                pic -999,999999.
       77  wk-lat-cep-edicao            pic -999,999999.
       77  wk-lon-cep-edicao            pic -999,999999.
       77  wk-km-edicao                 pic zzzz9,9.

      *---- calculo da distancia (formula de haversine) ---------------
       77  wk-pi                        comp-2 value 3,14159265358979.
       77  wk-raio-terra-km             comp-2 value 6371,0.
       01  wk-calc-dist.
           05  wk-cur-lat                  comp-2.
           05  wk-cur-lon                  comp-2.
           05  wk-dest-lat                 comp-2.
           05  wk-dest-lon                 comp-2.
           05  wk-lat1-rad                 comp-2.
           05  wk-lon1-rad                 comp-2.
           05  wk-lat2-rad                 comp-2.
           05  wk-lon2-rad                 comp-2.
           05  wk-dlat                     comp-2.
           05  wk-dlon                     comp-2.
           05  wk-sen-dlat                 comp-2.
           05  wk-sen-dlon                 comp-2.
           05  wk-cos-lat1                 comp-2.
           05  wk-cos-lat2                 comp-2.
           05  wk-haversine-a              comp-2.
           05  wk-haversine-c              comp-2.
           05  wk-dist-km                  comp-2.

      *---------------------------------------------------------------*
       procedure                        division.
      *---------------------------------------------------------------*
       0000-principal                   section.

            perform 1000-inicializa
            evaluate wk-param-funcao
                when "CARGA"
                     perform 2100-carga-postal
                when "CONFERE"
                     perform 2200-confere-coordenadas
                when other
                     display "pw0092: uso - pw0092 CARGA [arquivo] | "
                             "CONFERE [km]"
            end-evaluate
            perform 3000-finaliza
            .
       0000-principal-exit.
           exit.
      *---------------------------------------------------------------*
       1000-inicializa                  section.

           accept wk-param-linha from command-line
           unstring wk-param-linha delimited by all spaces
                   into wk-param-funcao wk-param-arg
           end-unstring
           .
       1000-exit.
           exit.
      *---------------------------------------------------------------*
      * carga da tabela postal: cabecalho (CEP nao numerico) e linha   *
      * invalida vao para o relatorio de rejeitados; CEP ja existente  *
      * tem cidade, UF e centroide atualizados                         *
      *---------------------------------------------------------------*
       2100-carga-postal                section.

           if wk-param-arg not equal spaces
                   move wk-param-arg to wid-arq-postal
           end-if

           open input arq-postal
           if ws-resultado-postal not equal "00"
                display "pw0092: erro ao abrir " wid-arq-postal
                        " - status " ws-resultado-postal
                exit section
           end-if

           open i-o arq-cep
      *    tabela ainda inexistente e criada vazia na primeira carga
           if ws-resultado-cep equal "35"
                open output arq-cep
                close arq-cep
                open i-o arq-cep
           end-if
           if ws-resultado-cep not equal "00"
                display "pw0092: erro ao abrir cep.dat - status "
                        ws-resultado-cep
                close arq-postal
                exit section
           end-if

           move "/disco0/cobol/arq/relatorios/cep_carga_rejeitados.csv"
                to wid-arq-rel
           open output arq-rel-cep
           if ws-resultado-rel not equal "00"
                display "pw0092: erro no relatorio - status "
                        ws-resultado-rel
                close arq-postal
                close arq-cep
                exit section
           end-if
           move "Linha;Conteudo;Motivo" to rel-cep-linha
           write rel-cep-linha

           move "N" to wk-fim
           move "N" to wk-carga-erro
           perform 2105-le-linha-postal until wk-tem-fim

           move spaces to rel-cep-linha
           string "Lidos="            delimited by size
                  wk-qtd-lidos        delimited by size
                  ";Incluidos="       delimited by size
                  wk-qtd-incluidos    delimited by size
                  ";Atualizados="     delimited by size
                  wk-qtd-atualizados  delimited by size
                  ";Rejeitados="      delimited by size
                  wk-qtd-rejeitados   delimited by size
                  into rel-cep-linha
           end-string
           write rel-cep-linha

           close arq-postal
           close arq-cep
           close arq-rel-cep

           if wk-carga-erro equal "S"
                display "pw0092 - carga da tabela de CEP interrompida"
           else
                display "pw0092 - carga da tabela de CEP concluida"
           end-if
           display "  lidos      : " wk-qtd-lidos
           display "  incluidos  : " wk-qtd-incluidos
           display "  atualizados: " wk-qtd-atualizados
           display "  rejeitados : " wk-qtd-rejeitados
           .
       2100-exit.
           exit.
      *---------------------------------------------------------------*
       2105-le-linha-postal             section.

           read arq-postal next
                   at end move "S" to wk-fim
           end-read
           if wk-tem-fim
                   exit section
           end-if

           add 1 to wk-qtd-lidos
           move spaces to wk-2100-campos
           unstring postal-linha delimited by ";"
                   into wk-2100-cep-x  wk-2100-cidade wk-2100-uf
                        wk-2100-lat-x  wk-2100-lon-x
           end-unstring

      *    CEP com ou sem o traco (99999-999 ou 99999999)
           if wk-2100-cep-x (6:1) equal "-"
                   move spaces to wk-2100-cep-num
                   string wk-2100-cep-x (1:5) delimited by size
                          wk-2100-cep-x (7:3) delimited by size
                          into wk-2100-cep-num
                   end-string
           else
                   move wk-2100-cep-x (1:8) to wk-2100-cep-num
           end-if
           if wk-2100-cep-num not numeric or
              wk-2100-cep-r equal zeros
                   move "CEP invalido" to wk-motivo
                   perform 2120-grava-rejeicao
                   exit section
           end-if

           move spaces         to rs-arq-cep
           move wk-2100-cep-r  to cep-cep
           move wk-2100-cidade to cep-cidade
           move wk-2100-uf     to cep-uf

           move wk-2100-lat-x to wk-2110-txt
           perform 2110-converte-coord
           if wk-2110-ok equal "N" or
              wk-2110-valor < -90 or wk-2110-valor > 90
                   move "Latitude invalida" to wk-motivo
                   perform 2120-grava-rejeicao
                   exit section
           end-if
           move wk-2110-valor to cep-latitude

           move wk-2100-lon-x to wk-2110-txt
           perform 2110-converte-coord
           if wk-2110-ok equal "N" or
              wk-2110-valor < -180 or wk-2110-valor > 180
                   move "Longitude invalida" to wk-motivo
                   perform 2120-grava-rejeicao
                   exit section
           end-if
           move wk-2110-valor to cep-longitude

           write rs-arq-cep
                   invalid key
                        rewrite rs-arq-cep
                        if ws-resultado-cep equal "00"
                                add 1 to wk-qtd-atualizados
                        end-if
                   not invalid key
                        add 1 to wk-qtd-incluidos
           end-write
      *    falha de gravacao na tabela encerra a carga
           if ws-resultado-cep not equal "00"
                display "pw0092: erro ao gravar o CEP " cep-cep
                        " - status " ws-resultado-cep
                move "S" to wk-carga-erro
                move "S" to wk-fim
           end-if
           .
       2105-exit.
           exit.
      *---------------------------------------------------------------*
      * converte a coordenada texto (sinal opcional, separador decimal *
      * virgula ou ponto, ate 6 decimais) para s9(3)v9(6)              *
      *---------------------------------------------------------------*
       2110-converte-coord              section.

           move "N"    to wk-2110-ok
           move "N"    to wk-2110-negativo
           move zeros  to wk-2110-valor wk-2110-int
                          wk-2110-qtd-int wk-2110-qtd-dec
           move spaces to wk-2110-int-x wk-2110-dec-x

           if wk-2110-txt equal spaces
                   exit section
           end-if

           move 1 to wk-2110-ini
           if wk-2110-txt (1:1) equal "-"
                   move "S" to wk-2110-negativo
                   move 2   to wk-2110-ini
           end-if

           unstring wk-2110-txt (wk-2110-ini:) delimited by ","
                                               or "." or space
                   into wk-2110-int-x count in wk-2110-qtd-int
                        wk-2110-dec-x count in wk-2110-qtd-dec
           end-unstring

           if wk-2110-qtd-int < 1 or wk-2110-qtd-int > 3
                   exit section
           end-if
           if wk-2110-int-x (1:wk-2110-qtd-int) not numeric
                   exit section
           end-if
           move wk-2110-int-x (1:wk-2110-qtd-int) to wk-2110-int

      *    decimais completados com zeros a direita
           inspect wk-2110-dec-x replacing all spaces by zeros
           if wk-2110-dec-x not numeric
                   exit section
           end-if

           compute wk-2110-valor = wk-2110-int +
                                   (wk-2110-dec / 1000000)
           if wk-2110-negativo equal "S"
                   compute wk-2110-valor = wk-2110-valor * -1
           end-if
           move "S" to wk-2110-ok
           .
       2110-exit.
           exit.
      *---------------------------------------------------------------*
       2120-grava-rejeicao              section.

           add 1 to wk-qtd-rejeitados
           move spaces to rel-cep-linha
           string wk-qtd-lidos        delimited by size
                  ";"                 delimited by size
                  postal-linha        delimited by size
                  ";"                 delimited by size
                  wk-motivo           delimited by size
                  into rel-cep-linha
           end-string
           write rel-cep-linha
           .
       2120-exit.
           exit.
      *---------------------------------------------------------------*
      * conferencia: para cada cliente e vendedor ativo com coordenada *
      * informada (nao estimada, nao zerada) e CEP na tabela, calcula  *
      * a distancia ao centroide; acima do limite vai para o relatorio *
      *---------------------------------------------------------------*
       2200-confere-coordenadas         section.

           if wk-param-arg not equal spaces
                   move zeros to wk-qtd-dig-km
                   inspect wk-param-arg tallying wk-qtd-dig-km
                           for characters before initial space
                   if wk-qtd-dig-km > 0 and wk-qtd-dig-km < 5 and
                      wk-param-arg (1:wk-qtd-dig-km) numeric
                        move wk-param-arg (1:wk-qtd-dig-km)
                          to wk-km-limite
                   end-if
           end-if

           open input arq-cep
           if ws-resultado-cep not equal "00"
                display "pw0092: tabela de CEP indisponivel - status "
                        ws-resultado-cep " (rodar a CARGA antes)"
                exit section
           end-if

           move "/disco0/cobol/arq/relatorios/coord_x_cep.csv"
                to wid-arq-rel
           open output arq-rel-cep
           if ws-resultado-rel not equal "00"
                display "pw0092: erro no relatorio - status "
                        ws-resultado-rel
                close arq-cep
                exit section
           end-if
           move spaces to rel-cep-linha
           string "Tipo;Codigo;Nome;CEP;Latitude;Longitude;"
                                               delimited by size
                  "Latitude CEP;Longitude CEP;Km"
                                               delimited by size
                  into rel-cep-linha
           end-string
           write rel-cep-linha

           open input arq-cliente
           if ws-resultado-acesso equal "00"
                move "N" to wk-fim
                perform 2210-confere-cliente until wk-tem-fim
           end-if
           close arq-cliente

           open input arq-vendedor
           if ws-resultado-vend equal "00"
                move "N" to wk-fim
                perform 2220-confere-vendedor until wk-tem-fim
           end-if
           close arq-vendedor

           move wk-km-limite to wk-km-edicao
           move spaces to rel-cep-linha
           string "Limite km="        delimited by size
                  wk-km-edicao        delimited by size
                  ";Conferidos="      delimited by size
                  wk-qtd-conferidos   delimited by size
                  ";Distantes="       delimited by size
                  wk-qtd-distantes    delimited by size
                  ";CEP fora da tabela="
                                      delimited by size
                  wk-qtd-sem-cep      delimited by size
                  ";Estimados="       delimited by size
                  wk-qtd-estimados    delimited by size
                  into rel-cep-linha
           end-string
           write rel-cep-linha

           close arq-cep
           close arq-rel-cep

           display "pw0092 - conferencia coordenada x CEP concluida"
           display "  limite km        : " wk-km-limite
           display "  conferidos       : " wk-qtd-conferidos
           display "  distantes        : " wk-qtd-distantes
           display "  CEP fora tabela  : " wk-qtd-sem-cep
           display "  estimados (E)    : " wk-qtd-estimados
           .
       2200-exit.
           exit.
      *---------------------------------------------------------------*
       2210-confere-cliente             section.

           read arq-cliente next
                   at end move "S" to wk-fim
           end-read
           if wk-tem-fim
                   exit section
           end-if
           if not rs-cli-ativo
                   exit section
           end-if
           if rs-cli-coord-estimada
                   add 1 to wk-qtd-estimados
                   exit section
           end-if

           move "CLIENTE"        to wk-2200-tipo
           move rs-cod-cli       to wk-2200-codigo
           move rs-razao-social  to wk-2200-nome
           move rs-cep-cli       to wk-2200-cep
           move rs-latitude-cli  to wk-2200-lat
           move rs-longitude-cli to wk-2200-lon
           perform 2230-confere-registro
           .
       2210-exit.
           exit.
      *---------------------------------------------------------------*
       2220-confere-vendedor            section.

           read arq-vendedor next
                   at end move "S" to wk-fim
           end-read
           if wk-tem-fim
                   exit section
           end-if
           if not rs-vend-ativo
                   exit section
           end-if
           if rs-vend-coord-estimada
                   add 1 to wk-qtd-estimados
                   exit section
           end-if

           move "VENDEDOR"        to wk-2200-tipo
           move rs-cod-vend       to wk-2200-codigo
           move rs-nome           to wk-2200-nome
           move rs-cep-vend       to wk-2200-cep
           move rs-latitude-vend  to wk-2200-lat
           move rs-longitude-vend to wk-2200-lon
           perform 2230-confere-registro
           .
       2220-exit.
           exit.
      *---------------------------------------------------------------*
       2230-confere-registro            section.

           if wk-2200-lat not numeric or wk-2200-lon not numeric
                   exit section
           end-if
           if wk-2200-lat equal zeros and wk-2200-lon equal zeros
                   exit section
           end-if
           if wk-2200-cep not numeric or wk-2200-cep equal zeros
                   exit section
           end-if

           move wk-2200-cep to cep-cep
           read arq-cep
                   invalid key
                        add 1 to wk-qtd-sem-cep
                        exit section
           end-read

           add 1 to wk-qtd-conferidos
           move wk-2200-lat   to wk-cur-lat
           move wk-2200-lon   to wk-cur-lon
           move cep-latitude  to wk-dest-lat
           move cep-longitude to wk-dest-lon
           perform 2240-calcula-distancia

           if wk-dist-km > wk-km-limite
                   add 1 to wk-qtd-distantes
                   perform 2250-grava-distante
           end-if
           .
       2230-exit.
           exit.
      *---------------------------------------------------------------*
      * formula de haversine - distancia em km entre a coordenada do   *
      * cadastro (wk-cur-lat/lon) e o centroide (wk-dest-lat/lon)      *
      *---------------------------------------------------------------*
       2240-calcula-distancia           section.

           compute wk-lat1-rad = wk-cur-lat  * wk-pi / 180
           compute wk-lon1-rad = wk-cur-lon  * wk-pi / 180
           compute wk-lat2-rad = wk-dest-lat * wk-pi / 180
           compute wk-lon2-rad = wk-dest-lon * wk-pi / 180

           compute wk-dlat = wk-lat2-rad - wk-lat1-rad
           compute wk-dlon = wk-lon2-rad - wk-lon1-rad

           compute wk-sen-dlat = function sin (wk-dlat / 2)
           compute wk-sen-dlon = function sin (wk-dlon / 2)

           compute wk-cos-lat1 = function cos (wk-lat1-rad)
           compute wk-cos-lat2 = function cos (wk-lat2-rad)

           compute wk-haversine-a =
                   (wk-sen-dlat * wk-sen-dlat) +
                   (wk-cos-lat1 * wk-cos-lat2 *
                    wk-sen-dlon * wk-sen-dlon)

           compute wk-haversine-c =
                   2 * function asin (function sqrt (wk-haversine-a))

           compute wk-dist-km = wk-raio-terra-km * wk-haversine-c
           .
       2240-exit.
           exit.
      *---------------------------------------------------------------*
       2250-grava-distante              section.

           move wk-2200-lat   to wk-lat-edicao
           move wk-2200-lon   to wk-lon-edicao
           move cep-latitude  to wk-lat-cep-edicao
           move cep-longitude to wk-lon-cep-edicao
           compute wk-km-edicao rounded = wk-dist-km

           move spaces to rel-cep-linha
           string wk-2200-tipo        delimited by space
                  ";"                 delimited by size
                  wk-2200-codigo      delimited by size
                  ";"                 delimited by size
                  wk-2200-nome        delimited by size
                  ";"                 delimited by size
                  wk-2200-cep         delimited by size
                  ";"                 delimited by size
                  wk-lat-edicao       delimited by size
                  ";"                 delimited by size
                  wk-lon-edicao       delimited by size
                  ";"                 delimited by size
                  wk-lat-cep-edicao   delimited by size
                  ";"                 delimited by size
                  wk-lon-cep-edicao   delimited by size
                  ";"                 delimited by size
                  wk-km-edicao        delimited by size
                  into rel-cep-linha
           end-string
           write rel-cep-linha
           .
       2250-exit.
           exit.
      *---------------------------------------------------------------*
       3000-finaliza                    section.

           stop run
           .
       3000-exit.
           exit.
      *----------------------------fim--------------------------------*
