      *---------------------------------------------------------------*
      * pw0093 - mapa das carteiras em KML e GeoJSON: uma camada por   *
      * vendedor (ponto base, clientes atribuidos com a distancia ate  *
      * a base e a linha do roteiro do pw0091 na ordem de visita, uma  *
      * por dia) e uma camada com os clientes que a ultima             *
      * distribuicao do pw0090 nao conseguiu atribuir. chamado pelo    *
      * pw0010 depois da distribuicao ou da geracao de rotas; com      *
      * filial informada sai so o mapa daquela filial                  *
      *---------------------------------------------------------------*
       identification                   division.
      *---------------------------------------------------------------*
       program-id.                      pw0093.
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
           *> Cliente (mesmo layout do pw0010; caminho via linkage)
           copy "/hbsis/selects/arq-cliente.sl"
                replacing ==ARQ-CLIENTE-CAMINHO==
                      by  ==lk0093-arq-cliente==
                      ==ARQ-CLIENTE-STATUS==
                      by  ==ws-resultado-cli==.
           *> Vendedor (idem)
           copy "/hbsis/selects/arq-vendedor.sl"
                replacing ==ARQ-VENDEDOR-CAMINHO==
                      by  ==lk0093-arq-vendedor==
                      ==ARQ-VENDEDOR-STATUS==
                      by  ==ws-resultado-vend==.
           *> Roteiro do vendedor corrente (gerado pelo pw0091)
           select arq-rota assign to wk-rota-nomearq
                 organization         is line sequential
                 file status          is ws-resultado-rota.
           *> Nao atribuidos da ultima distribuicao (pw0090)
           select arq-nao-atrib assign to lk0093-arq-nao-atrib
                 organization         is line sequential
                 file status          is ws-resultado-naoatr.
           *> Mapa em KML
           select arq-kml assign to lk0093-arq-kml
                 organization         is line sequential
                 file status          is ws-resultado-kml.
           *> Mapa em GeoJSON
           select arq-geojson assign to lk0093-arq-geojson
                 organization         is line sequential
                 file status          is ws-resultado-geo.

      *---------------------------------------------------------------*
       data                             division.
      *---------------------------------------------------------------*
       file                             section.
      *---------------------------------------------------------------*
           *> Cliente
           copy "/hbsis/fds/arq-cliente.fd".
           *> Vendedor
           copy "/hbsis/fds/arq-vendedor.fd".

           fd  arq-rota
               label record is standard.
           01  rota-linha               pic x(200).

           fd  arq-nao-atrib
               label record is standard.
           01  nao-atrib-linha          pic x(132).

           fd  arq-kml
               label record is standard.
           01  kml-linha                pic x(300).

           fd  arq-geojson
               label record is standard.
           01  geo-linha                pic x(300).

      *---------------------------------------------------------------*
       working-storage                  section.
      *---------------------------------------------------------------*
       77  ws-resultado-cli             pic x(002) value spaces.
       77  ws-resultado-vend            pic x(002) value spaces.
       77  ws-resultado-rota            pic x(002) value spaces.
       77  ws-resultado-naoatr          pic x(002) value spaces.
       77  ws-resultado-kml             pic x(002) value spaces.
       77  ws-resultado-geo             pic x(002) value spaces.

       77  wk-fim-cli                   pic x(001) value "N".
           88  wk-nao-fim-cli                  value "N".
           88  wk-tem-fim-cli                  value "S".
       77  wk-fim-vend                  pic x(001) value "N".
           88  wk-nao-fim-vend                 value "N".
           88  wk-tem-fim-vend                 value "S".
       77  wk-fim-arq                   pic x(001) value "N".
           88  wk-nao-fim-arq                  value "N".
           88  wk-tem-fim-arq                  value "S".

      *---- nome do arquivo de roteiro do vendedor corrente ------------
       77  wk-rota-nomearq              pic x(080) value spaces.

      *---- tabela dos clientes ativos com vendedor e coordenada, da
      *     filial do mapa; estouro aborta com status "TB" (mapa sem
      *     parte da carteira enganaria quem olha) ---------------------
       77  wk-max-cli                   pic 9(005) value 50000.
       77  wk-cli-idx                   pic 9(005) comp value zeros.
       01  wk-tab-cliente.
           05  wk-cli-qtd               pic 9(005) value zeros.
           05  wk-cli-ent               occurs 50000 times.
               10  wk-cli-cod           pic 9(005).
               10  wk-cli-razao         pic x(035).
               10  wk-cli-lat           pic s9(003)v9(006).
               10  wk-cli-lon           pic s9(003)v9(006).
               10  wk-cli-vend          pic 9(005).

      *---- camada e textos da feature corrente ------------------------
       77  wk-camada                    pic x(060) value spaces.
       77  wk-nome-esc                  pic x(035) value spaces.
       77  wk-lat-txt                   pic x(011) value spaces.
       77  wk-lon-txt                   pic x(011) value spaces.
       77  wk-km-txt                    pic x(007) value spaces.
       77  wk-vend-coord-ok             pic x(001) value "N".
      *    separador entre features do GeoJSON (branco na primeira)
       77  wk-geo-sep                   pic x(001) value space.
      *    separador entre pontos da linha do roteiro
       77  wk-geo-pt-sep                pic x(001) value space.

      *---- numero editado com ponto decimal e sem brancos a esquerda -
       77  wk-fmt-valor                 pic s9(003)v9(006) value zeros.
       77  wk-fmt-brancos               pic 9(002) value zeros.
       77  wk-fmt-txt                   pic x(011) value spaces.
       01  wk-fmt-edicao                pic ---9,999999.
       01  wk-fmt-x redefines wk-fmt-edicao
                                        pic x(011).
       01  wk-km-edicao                 pic zzzz9,9.
       01  wk-km-x redefines wk-km-edicao
                                        pic x(007).

      *---- leitura do roteiro: coordenada editada pelo pw0091 --------
       01  wk-rota-campos.
           05  wk-rota-c1               pic x(015).
           05  wk-rota-c2               pic x(015).
           05  wk-rota-c3               pic x(015).
           05  wk-rota-c4               pic x(015).
           05  wk-rota-c5               pic x(015).
           05  wk-rota-c6               pic x(040).
           05  wk-rota-c7               pic x(030).
           05  wk-rota-c8               pic x(015).
           05  wk-rota-c9               pic x(015).
       01  wk-rota-lat-x                pic x(011) value spaces.
       01  wk-rota-lat-ed redefines wk-rota-lat-x
                                        pic -999,999999.
       01  wk-rota-lon-x                pic x(011) value spaces.
       01  wk-rota-lon-ed redefines wk-rota-lon-x
                                        pic -999,999999.
       77  wk-rota-lat                  pic s9(003)v9(006) value zeros.
       77  wk-rota-lon                  pic s9(003)v9(006) value zeros.
       77  wk-rota-chave                pic x(030) value spaces.
       77  wk-rota-chave-ant            pic x(030) value spaces.
       77  wk-rota-aberta               pic x(001) value "N".
       77  wk-rota-tem                  pic x(001) value "N".

      *---- nao atribuidos: codigo e motivo da linha do relatorio -----
       01  wk-naoatr-campos.
           05  wk-naoatr-cod            pic x(010).
           05  wk-naoatr-cnpj           pic x(015).
           05  wk-naoatr-cidade         pic x(025).
           05  wk-naoatr-uf             pic x(002).
           05  wk-naoatr-motivo         pic x(040).

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
       linkage                          section.
      *---------------------------------------------------------------*
       copy "/hbsis/works/wk-pw0093".
      *---------------------------------------------------------------*
       procedure                        division  using lk-pw0093.
      *---------------------------------------------------------------*
       0000-principal                   section.

            perform 1000-inicializa
            perform 2000-processa
            perform 3000-finaliza
            .
       0000-principal-exit.
           exit.
      *---------------------------------------------------------------*
       1000-inicializa                  section.

           move zeros to lk0093-qtd-vendedores lk0093-qtd-clientes
                         lk0093-qtd-rotas lk0093-qtd-nao-atrib
           move "OK"  to lk0093-status
           move zeros to wk-cli-qtd
           if lk0093-filial not numeric
                   move zeros to lk0093-filial
           end-if
           move space to wk-geo-sep
           .
       1000-exit.
           exit.
      *---------------------------------------------------------------*
      * processa - carrega os clientes uma vez, abre os dois mapas e   *
      * monta a camada de cada vendedor ativo da filial; por ultimo a  *
      * camada dos nao atribuidos                                      *
      *---------------------------------------------------------------*
       2000-processa                    section.

           open input arq-cliente
           open input arq-vendedor

           if ws-resultado-cli not equal "00" or
              ws-resultado-vend not equal "00"
                move "ER" to lk0093-status
                close arq-cliente
                close arq-vendedor
                exit section
           end-if

           move "N" to wk-fim-cli
           move low-values to rs-cod-cli
           start arq-cliente key is >= rs-cod-cli
                   invalid key move "S" to wk-fim-cli
                   not invalid key move "N" to wk-fim-cli
           end-start
           perform 2010-carrega-cliente until wk-tem-fim-cli

      *    estouro da tabela de clientes: nenhum mapa e gerado
           if lk0093-status equal "TB"
                   close arq-cliente
                   close arq-vendedor
                   exit section
           end-if

           open output arq-kml
           open output arq-geojson
           if ws-resultado-kml not equal "00" or
              ws-resultado-geo not equal "00"
                move "ER" to lk0093-status
                close arq-cliente
                close arq-vendedor
                close arq-kml
                close arq-geojson
                exit section
           end-if
           perform 2020-cabecalho-mapa

           move "N" to wk-fim-vend
           move low-values to rs-cod-vend
           start arq-vendedor key is >= rs-cod-vend
                   invalid key move "S" to wk-fim-vend
                   not invalid key move "N" to wk-fim-vend
           end-start
           perform 2100-le-vendedor until wk-tem-fim-vend

           perform 2200-camada-nao-atrib

           perform 2030-rodape-mapa
           close arq-cliente
           close arq-vendedor
           close arq-kml
           close arq-geojson
           .
       2000-exit.
           exit.
      *---------------------------------------------------------------*
      * carrega o cliente corrente: so ativos, com vendedor atribuido, *
      * coordenada valida e da filial do mapa                          *
      *---------------------------------------------------------------*
       2010-carrega-cliente             section.

           read arq-cliente next
                   at end move "S" to wk-fim-cli
           end-read

           if wk-tem-fim-cli
                   exit section
           end-if

           if not rs-cli-ativo
                   exit section
           end-if
           if rs-cod-vend-cli equal zeros
                   exit section
           end-if
           if rs-latitude-cli not numeric or
              rs-longitude-cli not numeric
                   exit section
           end-if
           if rs-latitude-cli equal zeros and
              rs-longitude-cli equal zeros
                   exit section
           end-if
           if lk0093-filial not equal zeros and
              rs-filial-cli not equal lk0093-filial
                   exit section
           end-if

           if wk-cli-qtd < wk-max-cli
                   add  1                 to wk-cli-qtd
                   move rs-cod-cli        to wk-cli-cod (wk-cli-qtd)
                   move rs-razao-social   to wk-cli-razao (wk-cli-qtd)
                   move rs-latitude-cli   to wk-cli-lat (wk-cli-qtd)
                   move rs-longitude-cli  to wk-cli-lon (wk-cli-qtd)
                   move rs-cod-vend-cli   to wk-cli-vend (wk-cli-qtd)
           else
                   move "TB" to lk0093-status
                   move "S"  to wk-fim-cli
                   display "pw0093: tabela de clientes estourou ("
                           wk-max-cli ") - mapa nao gerado"
           end-if
           .
       2010-exit.
           exit.
      *---------------------------------------------------------------*
       2020-cabecalho-mapa              section.

           move "<?xml version=""1.0"" encoding=""ISO-8859-1""?>"
                to kml-linha
           write kml-linha
           move "<kml xmlns=""http://www.opengis.net/kml/2.2"">"
                to kml-linha
           write kml-linha
           move spaces to kml-linha
           string "<Document><name>Carteiras filial "
                                              delimited by size
                  lk0093-filial               delimited by size
                  "</name>"                   delimited by size
                  into kml-linha
           end-string
           write kml-linha
           move spaces to kml-linha
           string "<Style id=""base""><IconStyle><color>ff0000ff"
                                              delimited by size
                  "</color></IconStyle></Style>"
                                              delimited by size
                  into kml-linha
           end-string
           write kml-linha
           move spaces to kml-linha
           string "<Style id=""cliente""><IconStyle><color>ffff0000"
                                              delimited by size
                  "</color></IconStyle></Style>"
                                              delimited by size
                  into kml-linha
           end-string
           write kml-linha
           move spaces to kml-linha
           string "<Style id=""naoatr""><IconStyle><color>ff00ffff"
                                              delimited by size
                  "</color></IconStyle></Style>"
                                              delimited by size
                  into kml-linha
           end-string
           write kml-linha
           move spaces to kml-linha
           string "<Style id=""rota""><LineStyle><color>ff00aa00"
                                              delimited by size
                  "</color><width>3</width></LineStyle></Style>"
                                              delimited by size
                  into kml-linha
           end-string
           write kml-linha

           move spaces to geo-linha
           string "{""type"":""FeatureCollection"","
                                              delimited by size
                  """name"":""carteiras_f"    delimited by size
                  lk0093-filial               delimited by size
                  ""","                       delimited by size
                  into geo-linha
           end-string
           write geo-linha
           move """features"":[" to geo-linha
           write geo-linha
           .
       2020-exit.
           exit.
      *---------------------------------------------------------------*
       2030-rodape-mapa                 section.

           move "</Document></kml>" to kml-linha
           write kml-linha
           move "]}" to geo-linha
           write geo-linha
           .
       2030-exit.
           exit.
      *---------------------------------------------------------------*
      * camada do vendedor: ponto base, clientes atribuidos e linha do *
      * roteiro (vendedor de outra filial fica fora do mapa)           *
      *---------------------------------------------------------------*
       2100-le-vendedor                 section.

           read arq-vendedor next
                   at end move "S" to wk-fim-vend
           end-read

           if wk-tem-fim-vend
                   exit section
           end-if

           if not rs-vend-ativo
                   exit section
           end-if
           if lk0093-filial not equal zeros and
              rs-filial-vend not equal lk0093-filial
                   exit section
           end-if

           add 1 to lk0093-qtd-vendedores

           move rs-nome to wk-nome-esc
           perform 2910-escapa-nome
           move spaces to wk-camada
           string "Vendedor "         delimited by size
                  rs-cod-vend         delimited by size
                  " - "               delimited by size
                  wk-nome-esc         delimited by "  "
                  into wk-camada
           end-string

           move spaces to kml-linha
           string "<Folder><name>"    delimited by size
                  wk-camada           delimited by "  "
                  "</name>"           delimited by size
                  into kml-linha
           end-string
           write kml-linha

      *    ponto base do vendedor
           move "N" to wk-vend-coord-ok
           if rs-latitude-vend numeric and rs-longitude-vend numeric
              if rs-latitude-vend not equal zeros or
                 rs-longitude-vend not equal zeros
                   move "S" to wk-vend-coord-ok
              end-if
           end-if
           if wk-vend-coord-ok equal "S"
                   move rs-latitude-vend  to wk-fmt-valor
                   perform 2900-formata-numero
                   move wk-fmt-txt        to wk-lat-txt
                   move rs-longitude-vend to wk-fmt-valor
                   perform 2900-formata-numero
                   move wk-fmt-txt        to wk-lon-txt
                   perform 2110-grava-base
           end-if

           perform 2120-grava-cliente
                   varying wk-cli-idx from 1 by 1
                   until wk-cli-idx > wk-cli-qtd

           perform 2130-rota-vendedor

           move "</Folder>" to kml-linha
           write kml-linha
           .
       2100-exit.
           exit.
      *---------------------------------------------------------------*
       2110-grava-base                  section.

           move spaces to kml-linha
           string "<Placemark><name>Base vendedor "
                                      delimited by size
                  rs-cod-vend         delimited by size
                  "</name><styleUrl>#base</styleUrl>"
                                      delimited by size
                  into kml-linha
           end-string
           write kml-linha
           move spaces to kml-linha
           string "<Point><coordinates>"
                                      delimited by size
                  wk-lon-txt          delimited by space
                  ","                 delimited by size
                  wk-lat-txt          delimited by space
                  ",0</coordinates></Point></Placemark>"
                                      delimited by size
                  into kml-linha
           end-string
           write kml-linha

           move spaces to geo-linha
           string wk-geo-sep          delimited by size
                  "{""type"":""Feature"",""properties"":{"
                                      delimited by size
                  """camada"":"""     delimited by size
                  wk-camada           delimited by "  "
                  """,""tipo"":""BASE"",""codigo"":"""
                                      delimited by size
                  rs-cod-vend         delimited by size
                  """},"              delimited by size
                  into geo-linha
           end-string
           write geo-linha
           move spaces to geo-linha
           string """geometry"":{""type"":""Point"",""coordinates"":["
                                      delimited by size
                  wk-lon-txt          delimited by space
                  ","                 delimited by size
                  wk-lat-txt          delimited by space
                  "]}}"               delimited by size
                  into geo-linha
           end-string
           write geo-linha
           move "," to wk-geo-sep
           .
       2110-exit.
           exit.
      *---------------------------------------------------------------*
      * cliente da tabela atribuido ao vendedor corrente, com a        *
      * distancia ate a base (a mesma medida da distribuicao)          *
      *---------------------------------------------------------------*
       2120-grava-cliente               section.

           if wk-cli-vend (wk-cli-idx) not equal rs-cod-vend
                   exit section
           end-if

           add 1 to lk0093-qtd-clientes

           move wk-cli-lat (wk-cli-idx) to wk-fmt-valor
           perform 2900-formata-numero
           move wk-fmt-txt              to wk-lat-txt
           move wk-cli-lon (wk-cli-idx) to wk-fmt-valor
           perform 2900-formata-numero
           move wk-fmt-txt              to wk-lon-txt

           move zeros to wk-dist-km
           if wk-vend-coord-ok equal "S"
                   move rs-latitude-vend        to wk-cur-lat
                   move rs-longitude-vend       to wk-cur-lon
                   move wk-cli-lat (wk-cli-idx) to wk-dest-lat
                   move wk-cli-lon (wk-cli-idx) to wk-dest-lon
                   perform 2140-calcula-distancia
           end-if
           perform 2905-formata-km

           move wk-cli-razao (wk-cli-idx) to wk-nome-esc
           perform 2910-escapa-nome

           move spaces to kml-linha
           string "<Placemark><name>" delimited by size
                  wk-cli-cod (wk-cli-idx)
                                      delimited by size
                  " - "               delimited by size
                  wk-nome-esc         delimited by "  "
                  "</name><description>Km "
                                      delimited by size
                  wk-km-txt           delimited by space
                  "</description><styleUrl>#cliente</styleUrl>"
                                      delimited by size
                  into kml-linha
           end-string
           write kml-linha
           move spaces to kml-linha
           string "<Point><coordinates>"
                                      delimited by size
                  wk-lon-txt          delimited by space
                  ","                 delimited by size
                  wk-lat-txt          delimited by space
                  ",0</coordinates></Point></Placemark>"
                                      delimited by size
                  into kml-linha
           end-string
           write kml-linha

           move spaces to geo-linha
           string wk-geo-sep          delimited by size
                  "{""type"":""Feature"",""properties"":{"
                                      delimited by size
                  """camada"":"""     delimited by size
                  wk-camada           delimited by "  "
                  """,""tipo"":""CLIENTE"",""codigo"":"""
                                      delimited by size
                  wk-cli-cod (wk-cli-idx)
                                      delimited by size
                  """,""nome"":"""    delimited by size
                  wk-nome-esc         delimited by "  "
                  """,""km"":"        delimited by size
                  wk-km-txt           delimited by space
                  "},"                delimited by size
                  into geo-linha
           end-string
           write geo-linha
           move spaces to geo-linha
           string """geometry"":{""type"":""Point"",""coordinates"":["
                                      delimited by size
                  wk-lon-txt          delimited by space
                  ","                 delimited by size
                  wk-lat-txt          delimited by space
                  "]}}"               delimited by size
                  into geo-linha
           end-string
           write geo-linha
           move "," to wk-geo-sep
           .
       2120-exit.
           exit.
      *---------------------------------------------------------------*
      * linha do roteiro do vendedor: uma linha por dia de visita,     *
      * saindo da base e passando pelas paradas na ordem do pw0091     *
      * (vendedor sem rota_NNNNN.csv fica so com os pontos)            *
      *---------------------------------------------------------------*
       2130-rota-vendedor               section.

           move spaces to wk-rota-nomearq
           string lk0093-dir-rotas   delimited by space
                  "rota_"            delimited by size
                  rs-cod-vend        delimited by size
                  ".csv"             delimited by size
                  into wk-rota-nomearq
           end-string

           open input arq-rota
           if ws-resultado-rota not equal "00"
                   exit section
           end-if

           move spaces to wk-rota-chave-ant
           move "N"    to wk-rota-aberta
           move "N"    to wk-rota-tem
           move "N"    to wk-fim-arq
           perform 2135-le-rota until wk-tem-fim-arq
           if wk-rota-aberta equal "S"
                   perform 2138-fecha-linha
           end-if
           close arq-rota
           if wk-rota-tem equal "S"
                   add 1 to lk0093-qtd-rotas
           end-if
           .
       2130-exit.
           exit.
      *---------------------------------------------------------------*
      * so interessam as linhas de parada (semana, dia e sequencia     *
      * numericos); cabecalho, PEDIDO e RESUMO DIA ficam de fora       *
      *---------------------------------------------------------------*
       2135-le-rota                     section.

           read arq-rota next
                   at end move "S" to wk-fim-arq
           end-read
           if wk-tem-fim-arq
                   exit section
           end-if

           move spaces to wk-rota-campos
           unstring rota-linha delimited by ";"
                   into wk-rota-c1 wk-rota-c2 wk-rota-c3 wk-rota-c4
                        wk-rota-c5 wk-rota-c6 wk-rota-c7 wk-rota-c8
                        wk-rota-c9
           end-unstring
           if wk-rota-c1 (1:1) not numeric or
              wk-rota-c2 (1:1) not numeric or
              wk-rota-c4 (1:1) not numeric
                   exit section
           end-if

      *    coordenada no formato -999,999999 com que o pw0091 grava
           move wk-rota-c8 (1:11) to wk-rota-lat-x
           move wk-rota-c9 (1:11) to wk-rota-lon-x
           if wk-rota-lat-x (2:3) not numeric or
              wk-rota-lat-x (6:6) not numeric or
              wk-rota-lon-x (2:3) not numeric or
              wk-rota-lon-x (6:6) not numeric
                   exit section
           end-if
           move wk-rota-lat-ed to wk-rota-lat
           move wk-rota-lon-ed to wk-rota-lon

           move spaces to wk-rota-chave
           string wk-rota-c1          delimited by space
                  "/"                 delimited by size
                  wk-rota-c2          delimited by space
                  into wk-rota-chave
           end-string
           if wk-rota-chave not equal wk-rota-chave-ant
                   if wk-rota-aberta equal "S"
                           perform 2138-fecha-linha
                   end-if
                   perform 2137-abre-linha
                   move wk-rota-chave to wk-rota-chave-ant
           end-if

           move wk-rota-lat to wk-fmt-valor
           perform 2900-formata-numero
           move wk-fmt-txt  to wk-lat-txt
           move wk-rota-lon to wk-fmt-valor
           perform 2900-formata-numero
           move wk-fmt-txt  to wk-lon-txt
           perform 2139-grava-ponto-linha
           .
       2135-exit.
           exit.
      *---------------------------------------------------------------*
       2137-abre-linha                  section.

           move "S"   to wk-rota-aberta
           move "S"   to wk-rota-tem
           move space to wk-geo-pt-sep

           move spaces to kml-linha
           string "<Placemark><name>Rota semana "
                                      delimited by size
                  wk-rota-c1          delimited by space
                  " dia "             delimited by size
                  wk-rota-c2          delimited by space
                  "</name><styleUrl>#rota</styleUrl>"
                                      delimited by size
                  "<LineString><coordinates>"
                                      delimited by size
                  into kml-linha
           end-string
           write kml-linha

           move spaces to geo-linha
           string wk-geo-sep          delimited by size
                  "{""type"":""Feature"",""properties"":{"
                                      delimited by size
                  """camada"":"""     delimited by size
                  wk-camada           delimited by "  "
                  """,""tipo"":""ROTA"",""semana"":"""
                                      delimited by size
                  wk-rota-c1          delimited by space
                  """,""dia"":"""     delimited by size
                  wk-rota-c2          delimited by space
                  """},"              delimited by size
                  into geo-linha
           end-string
           write geo-linha
           move spaces to geo-linha
           string """geometry"":{""type"":""LineString"","
                                      delimited by size
                  """coordinates"":[" delimited by size
                  into geo-linha
           end-string
           write geo-linha
           move "," to wk-geo-sep

      *    todo dia recomeca da base do vendedor
           if wk-vend-coord-ok equal "S"
                   move rs-latitude-vend  to wk-fmt-valor
                   perform 2900-formata-numero
                   move wk-fmt-txt        to wk-lat-txt
                   move rs-longitude-vend to wk-fmt-valor
                   perform 2900-formata-numero
                   move wk-fmt-txt        to wk-lon-txt
                   perform 2139-grava-ponto-linha
           end-if
           .
       2137-exit.
           exit.
      *---------------------------------------------------------------*
       2138-fecha-linha                 section.

           move "</coordinates></LineString></Placemark>" to kml-linha
           write kml-linha
           move "]}}" to geo-linha
           write geo-linha
           move "N" to wk-rota-aberta
           .
       2138-exit.
           exit.
      *---------------------------------------------------------------*
       2139-grava-ponto-linha           section.

           move spaces to kml-linha
           string wk-lon-txt          delimited by space
                  ","                 delimited by size
                  wk-lat-txt          delimited by space
                  ",0"                delimited by size
                  into kml-linha
           end-string
           write kml-linha

           move spaces to geo-linha
           string wk-geo-pt-sep       delimited by size
                  "["                 delimited by size
                  wk-lon-txt          delimited by space
                  ","                 delimited by size
                  wk-lat-txt          delimited by space
                  "]"                 delimited by size
                  into geo-linha
           end-string
           write geo-linha
           move "," to wk-geo-pt-sep
           .
       2139-exit.
           exit.
      *---------------------------------------------------------------*
      * formula de haversine - distancia em km entre a base do         *
      * vendedor (wk-cur-lat/lon) e o cliente (wk-dest-lat/lon)        *
      *---------------------------------------------------------------*
       2140-calcula-distancia           section.

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
       2140-exit.
           exit.
      *---------------------------------------------------------------*
      * camada dos clientes que a ultima distribuicao nao atribuiu     *
      * (relatorio de nao atribuidos do pw0090); sem o relatorio a     *
      * camada nao sai                                                 *
      *---------------------------------------------------------------*
       2200-camada-nao-atrib            section.

           open input arq-nao-atrib
           if ws-resultado-naoatr not equal "00"
                   exit section
           end-if

           move "Nao atribuidos" to wk-camada
           move "<Folder><name>Nao atribuidos</name>" to kml-linha
           write kml-linha

           move "N" to wk-fim-arq
           perform 2210-le-nao-atrib until wk-tem-fim-arq

           move "</Folder>" to kml-linha
           write kml-linha
           close arq-nao-atrib
           .
       2200-exit.
           exit.
      *---------------------------------------------------------------*
       2210-le-nao-atrib                section.

           read arq-nao-atrib next
                   at end move "S" to wk-fim-arq
           end-read
           if wk-tem-fim-arq
                   exit section
           end-if

           move spaces to wk-naoatr-campos
           unstring nao-atrib-linha delimited by ";"
                   into wk-naoatr-cod wk-naoatr-cnpj wk-naoatr-cidade
                        wk-naoatr-uf wk-naoatr-motivo
           end-unstring
      *    cabecalho e linha sem codigo ficam de fora
           if wk-naoatr-cod (1:5) not numeric
                   exit section
           end-if

           move wk-naoatr-cod (1:5) to rs-cod-cli
           read arq-cliente key is rs-cod-cli
                   invalid key
                        exit section
           end-read
           if lk0093-filial not equal zeros and
              rs-filial-cli not equal lk0093-filial
                   exit section
           end-if
           if rs-latitude-cli not numeric or
              rs-longitude-cli not numeric
                   exit section
           end-if
           if rs-latitude-cli equal zeros and
              rs-longitude-cli equal zeros
                   exit section
           end-if

           add 1 to lk0093-qtd-nao-atrib

           move rs-latitude-cli  to wk-fmt-valor
           perform 2900-formata-numero
           move wk-fmt-txt       to wk-lat-txt
           move rs-longitude-cli to wk-fmt-valor
           perform 2900-formata-numero
           move wk-fmt-txt       to wk-lon-txt

           move rs-razao-social to wk-nome-esc
           perform 2910-escapa-nome
           inspect wk-naoatr-motivo replacing all "&" by "e"
                                              all "<" by " "
                                              all ">" by " "
                                              all """" by "'"

           move spaces to kml-linha
           string "<Placemark><name>" delimited by size
                  rs-cod-cli          delimited by size
                  " - "               delimited by size
                  wk-nome-esc         delimited by "  "
                  "</name><description>"
                                      delimited by size
                  wk-naoatr-motivo    delimited by "  "
                  "</description><styleUrl>#naoatr</styleUrl>"
                                      delimited by size
                  into kml-linha
           end-string
           write kml-linha
           move spaces to kml-linha
           string "<Point><coordinates>"
                                      delimited by size
                  wk-lon-txt          delimited by space
                  ","                 delimited by size
                  wk-lat-txt          delimited by space
                  ",0</coordinates></Point></Placemark>"
                                      delimited by size
                  into kml-linha
           end-string
           write kml-linha

           move spaces to geo-linha
           string wk-geo-sep          delimited by size
                  "{""type"":""Feature"",""properties"":{"
                                      delimited by size
                  """camada"":""Nao atribuidos"","
                                      delimited by size
                  """tipo"":""NAO ATRIBUIDO"",""codigo"":"""
                                      delimited by size
                  rs-cod-cli          delimited by size
                  """,""nome"":"""    delimited by size
                  wk-nome-esc         delimited by "  "
                  """,""motivo"":"""  delimited by size
                  wk-naoatr-motivo    delimited by "  "
                  """},"              delimited by size
                  into geo-linha
           end-string
           write geo-linha
           move spaces to geo-linha
           string """geometry"":{""type"":""Point"",""coordinates"":["
                                      delimited by size
                  wk-lon-txt          delimited by space
                  ","                 delimited by size
                  wk-lat-txt          delimited by space
                  "]}}"               delimited by size
                  into geo-linha
           end-string
           write geo-linha
           move "," to wk-geo-sep
           .
       2210-exit.
           exit.
      *---------------------------------------------------------------*
      * coordenada com ponto decimal e sem brancos a esquerda (KML e   *
      * GeoJSON nao aceitam virgula nem zero a esquerda)               *
      *---------------------------------------------------------------*
       2900-formata-numero              section.

           move wk-fmt-valor to wk-fmt-edicao
           inspect wk-fmt-x replacing all "," by "."
           move zeros to wk-fmt-brancos
           inspect wk-fmt-x tallying wk-fmt-brancos
                   for leading spaces
           move spaces to wk-fmt-txt
           move wk-fmt-x (wk-fmt-brancos + 1:) to wk-fmt-txt
           .
       2900-exit.
           exit.
      *---------------------------------------------------------------*
       2905-formata-km                  section.

           compute wk-km-edicao rounded = wk-dist-km
           inspect wk-km-x replacing all "," by "."
           move zeros to wk-fmt-brancos
           inspect wk-km-x tallying wk-fmt-brancos
                   for leading spaces
           move spaces to wk-km-txt
           move wk-km-x (wk-fmt-brancos + 1:) to wk-km-txt
           .
       2905-exit.
           exit.
      *---------------------------------------------------------------*
      * nome sem os caracteres que quebram o XML ou o JSON             *
      *---------------------------------------------------------------*
       2910-escapa-nome                 section.

           inspect wk-nome-esc replacing all "&" by "e"
                                         all "<" by " "
                                         all ">" by " "
                                         all """" by "'"
                                         all "\" by "/"
           .
       2910-exit.
           exit.
      *---------------------------------------------------------------*
       3000-finaliza                    section.

           exit      program
           .
       3000-exit.
           exit.
      *----------------------------fim--------------------------------*
