      *---------------------------------------------------------------*
      * pw0096 - relatorio por equipe: reimprime um relatorio csv do  *
      * sistema (distribuicao, handoff, visitas, extrato) agrupado    *
      * por gerente regional e supervisor, com subtotal de linhas e   *
      * de ate duas colunas de valor por supervisor, por regional e   *
      * total geral. a equipe de cada vendedor e a vigente na data de *
      * referencia (arq-equipe guarda o historico dos vinculos).      *
      * linhas de vendedor sem supervisor vigente saem num grupo      *
      * proprio. com email = "S" a secao de cada supervisor tambem    *
      * vai para ele por email. chamado pelo pw0010 e pelo learq      *
      *---------------------------------------------------------------*
       identification                   division.
      *---------------------------------------------------------------*
       program-id.                      pw0096.
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
           *> Estrutura das equipes (caminho via linkage)
           copy "/hbsis/selects/arq-equipe.sl"
                replacing ==ARQ-EQP-CAMINHO==
                      by  ==lk0096-arq-equipe==
                      ==ARQ-EQP-STATUS==
                      by  ==ws-resultado-eqp==.
           *> Relatorio csv de origem
           select arq-entrada assign to lk0096-arq-entrada
                 organization         is line sequential
                 file status          is ws-resultado-ent.
           *> Relatorio por equipe
           select arq-saida assign to lk0096-arq-saida
                 organization         is line sequential
                 file status          is ws-resultado-sai.
           *> Secao do supervisor corrente, para o email
           select arq-email-sup assign to wk-email-nomearq
                 organization         is line sequential
                 file status          is ws-resultado-eml.

      *---------------------------------------------------------------*
       data                             division.
      *---------------------------------------------------------------*
       file                             section.
      *---------------------------------------------------------------*
           *> Estrutura das equipes
           copy "/hbsis/fds/arq-equipe.fd".

           fd  arq-entrada
               label record is standard.
           01  ent-linha                pic x(300).

           fd  arq-saida
               label record is standard.
           01  sai-linha                pic x(300).

           fd  arq-email-sup
               label record is standard.
           01  eml-linha                pic x(300).

      *---------------------------------------------------------------*
       working-storage                  section.
      *---------------------------------------------------------------*
       77  ws-resultado-eqp             pic x(002) value spaces.
       77  ws-resultado-ent             pic x(002) value spaces.
       77  ws-resultado-sai             pic x(002) value spaces.
       77  ws-resultado-eml             pic x(002) value spaces.

       77  wk-fim-eqp                   pic x(001) value "N".
           88  wk-nao-fim-eqp                  value "N".
           88  wk-tem-fim-eqp                  value "S".
       77  wk-fim-ent                   pic x(001) value "N".
           88  wk-nao-fim-ent                  value "N".
           88  wk-tem-fim-ent                  value "S".

      *---- datas ------------------------------------------------------
       77  wk-hoje                      pic 9(008) value zeros.
       77  wk-agora                     pic 9(008) value zeros.
       01  wk-data-edt.
           05  wk-data-edt-dd           pic 9(002).
           05  filler                   pic x(001) value "/".
           05  wk-data-edt-mm           pic 9(002).
           05  filler                   pic x(001) value "/".
           05  wk-data-edt-aaaa         pic 9(004).
       01  wk-data-aux                  pic 9(008) value zeros.
       01  filler redefines wk-data-aux.
           05  wk-data-aux-aaaa         pic 9(004).
           05  wk-data-aux-mm           pic 9(002).
           05  wk-data-aux-dd           pic 9(002).

      *---- gerentes regionais (na ordem do codigo) --------------------
       77  wk-max-reg                   pic 9(003) value 200.
       77  wk-reg-idx                   pic 9(003) comp value zeros.
       77  wk-reg-busca                 pic 9(003) comp value zeros.
       01  wk-tab-regional.
           05  wk-reg-qtd               pic 9(003) value zeros.
           05  wk-reg-ent               occurs 200 times.
               10  wk-reg-cod           pic 9(005).
               10  wk-reg-nome          pic x(035).
               10  wk-reg-filial        pic 9(002).

      *---- supervisores, com o indice do regional (0 = regional nao
      *     cadastrado) ------------------------------------------------
       77  wk-max-sup                   pic 9(003) value 500.
       77  wk-sup-idx                   pic 9(003) comp value zeros.
       77  wk-sup-busca                 pic 9(003) comp value zeros.
       01  wk-tab-supervisor.
           05  wk-sup-qtd               pic 9(003) value zeros.
           05  wk-sup-ent               occurs 500 times.
               10  wk-sup-cod           pic 9(005).
               10  wk-sup-nome          pic x(035).
               10  wk-sup-email         pic x(060).
               10  wk-sup-superior      pic 9(005).
               10  wk-sup-reg-idx       pic 9(003).

      *---- supervisor vigente de cada vendedor na data de referencia
      *     (indice na tabela de supervisores; 0 = sem equipe) ---------
       01  wk-tab-vend-sup.
           05  wk-vend-sup              pic 9(003) comp
                                        occurs 99999 times.

      *---- secao em impressao -----------------------------------------
      *    supervisor alvo da passada pelo csv (0 = sem equipe)
       77  wk-alvo                      pic 9(003) comp value zeros.
       77  wk-imprime                   pic x(001) value "S".
       77  wk-reg-impresso              pic x(001) value "N".
       77  wk-secao-email               pic x(001) value "N".
       77  wk-cab-csv                   pic x(300) value spaces.
       77  wk-nlinha                    pic 9(007) value zeros.
       77  wk-linha                     pic x(300) value spaces.

      *---- leitura da linha do csv ------------------------------------
       77  wk-linha-ok                  pic x(001) value "N".
       77  wk-linha-vend                pic 9(005) value zeros.
       77  wk-linha-sup                 pic 9(003) comp value zeros.
       77  wk-col-num                   pic 9(002) value zeros.
       77  wk-col-i                     pic 9(002) value zeros.
       77  wk-col-ptr                   pic 9(003) value zeros.
       77  wk-col-txt                   pic x(040) value spaces.
       77  wk-col-aux                   pic x(040) value spaces.
       77  wk-col-brancos               pic 9(002) value zeros.
       77  wk-col-tam                   pic 9(002) value zeros.

      *---- conversao do texto da coluna em valor ("-1.234,56") --------
       77  wk-val-i                     pic 9(002) value zeros.
       77  wk-val-int                   pic 9(015) value zeros.
       77  wk-val-ndec                  pic 9(002) value zeros.
       77  wk-val-decimal               pic x(001) value "N".
       77  wk-val-negativo              pic x(001) value "N".
       77  wk-valor                     pic s9(013)v99 value zeros.
       01  wk-val-dig-x                 pic x(001) value space.
       01  wk-val-dig redefines wk-val-dig-x
                                        pic 9(001).

      *---- subtotais: supervisor, regional e geral --------------------
       01  wk-tot-sup.
           05  wk-sup-linhas            pic 9(007).
           05  wk-sup-soma1             pic s9(013)v99.
           05  wk-sup-soma2             pic s9(013)v99.
       01  wk-tot-reg.
           05  wk-reg-linhas            pic 9(007).
           05  wk-reg-soma1             pic s9(013)v99.
           05  wk-reg-soma2             pic s9(013)v99.
       01  wk-tot-ger.
           05  wk-ger-linhas            pic 9(007).
           05  wk-ger-soma1             pic s9(013)v99.
           05  wk-ger-soma2             pic s9(013)v99.
      *    linha de total montada pelo 2800
       77  wk-tot-rotulo                pic x(045) value spaces.
       01  wk-tot-imp.
           05  wk-tot-imp-linhas        pic 9(007).
           05  wk-tot-imp-soma1         pic s9(013)v99.
           05  wk-tot-imp-soma2         pic s9(013)v99.
       01  wk-edt-linhas                pic z.zzz.zz9.
       01  wk-edt-soma1                 pic -.---.---.---.--9,99.
       01  wk-edt-soma2                 pic -.---.---.---.--9,99.

      *---- email da secao do supervisor -------------------------------
       77  wk-email-nomearq             pic x(060) value spaces.
       77  wk-email-base                pic x(060) value spaces.
       77  wk-email-tam                 pic 9(003) value zeros.
       77  wk-sup-edt                   pic 9(005) value zeros.

       copy "/desenv/cobol/works/wk-rot405".

      *---------------------------------------------------------------*
       linkage                          section.
      *---------------------------------------------------------------*
       copy "/hbsis/works/wk-pw0096".
      *---------------------------------------------------------------*
       procedure                        division  using lk-pw0096.
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

           move zeros to lk0096-qtd-linhas lk0096-qtd-sem-equipe
                         lk0096-qtd-emails
           move "OK"  to lk0096-status
           move zeros to wk-reg-qtd wk-sup-qtd
           initialize wk-tab-vend-sup
           initialize wk-tot-ger

           accept wk-hoje  from date yyyymmdd
           accept wk-agora from time
           if lk0096-data-ref not numeric or
              lk0096-data-ref equal zeros
                   move wk-hoje to lk0096-data-ref
           end-if
           if lk0096-supervisor not numeric
                   move zeros to lk0096-supervisor
           end-if
           if lk0096-col-filtro not numeric
                   move zeros to lk0096-col-filtro
           end-if
           if lk0096-col-soma1 not numeric
                   move zeros to lk0096-col-soma1
           end-if
           if lk0096-col-soma2 not numeric
                   move zeros to lk0096-col-soma2
           end-if
           if lk0096-col-cond not numeric
                   move zeros to lk0096-col-cond
           end-if
           if lk0096-col-vend not numeric or
              lk0096-col-vend equal zeros
                   move "ER" to lk0096-status
           end-if
           .
       1000-exit.
           exit.
      *---------------------------------------------------------------*
      * processa - carrega a estrutura vigente na data, confere o csv  *
      * e imprime regional por regional, supervisor por supervisor     *
      * (uma passada pelo csv por supervisor); depois os supervisores  *
      * sem regional cadastrado, as linhas sem equipe e o total geral  *
      *---------------------------------------------------------------*
       2000-processa                    section.

           if lk0096-status equal "ER"
                   exit section
           end-if

           perform 2010-carrega-equipe
           if lk0096-status equal "ER" or "TB"
                   exit section
           end-if

      *    o csv tem de existir; guarda o cabecalho para as secoes
           open input arq-entrada
           if ws-resultado-ent not equal "00"
                   move "ER" to lk0096-status
                   exit section
           end-if
           move spaces to wk-cab-csv
           if lk0096-cabecalho equal "S"
                   read arq-entrada
                        at end continue
                        not at end move ent-linha to wk-cab-csv
                   end-read
           end-if
           close arq-entrada

           open output arq-saida
           if ws-resultado-sai not equal "00"
                   move "ER" to lk0096-status
                   exit section
           end-if
           move "N" to wk-secao-email
           perform 2020-cabecalho

           perform 2100-regional varying wk-reg-idx from 1 by 1
                   until wk-reg-idx > wk-reg-qtd
      *    supervisores cujo regional nao esta cadastrado
           move zeros to wk-reg-idx
           perform 2100-regional

      *    linhas sem equipe: contadas sempre, impressas so no
      *    relatorio completo (sem filtro de supervisor)
           if lk0096-supervisor equal zeros
                   move "S" to wk-imprime
                   move spaces to wk-linha
                   perform 2900-grava-linha
                   string "=== SEM EQUIPE (vendedor sem supervisor "
                                              delimited by size
                          "vigente na data)"  delimited by size
                          into wk-linha
                   end-string
                   perform 2900-grava-linha
                   if lk0096-cabecalho equal "S"
                           move wk-cab-csv to wk-linha
                           perform 2900-grava-linha
                   end-if
           else
                   move "N" to wk-imprime
           end-if
           initialize wk-tot-sup
           move zeros to wk-alvo
           perform 2300-passa-entrada
           if lk0096-supervisor equal zeros
                   move "    SUBTOTAL SEM EQUIPE" to wk-tot-rotulo
                   move wk-tot-sup to wk-tot-imp
                   perform 2800-grava-total
                   add wk-sup-linhas to wk-ger-linhas
                   add wk-sup-soma1  to wk-ger-soma1
                   add wk-sup-soma2  to wk-ger-soma2
           end-if
           move "S" to wk-imprime

           move spaces to wk-linha
           perform 2900-grava-linha
           move "TOTAL GERAL" to wk-tot-rotulo
           move wk-tot-ger to wk-tot-imp
           perform 2800-grava-total
           move wk-ger-linhas to lk0096-qtd-linhas

           close arq-saida
           .
       2000-exit.
           exit.
      *---------------------------------------------------------------*
      * carrega a estrutura: a chave ordena R, S e V, entao regionais  *
      * e supervisores ja estao na tabela quando chegam os vinculos.   *
      * arquivo inexistente nao e erro: tudo sai como sem equipe       *
      *---------------------------------------------------------------*
       2010-carrega-equipe              section.

           open input arq-equipe
           if ws-resultado-eqp equal "35"
                   move "SE" to lk0096-status
                   exit section
           end-if
           if ws-resultado-eqp not equal "00"
                   move "ER" to lk0096-status
                   exit section
           end-if

           move "N" to wk-fim-eqp
           move low-values to eqp-chave
           start arq-equipe key is >= eqp-chave
                   invalid key move "S" to wk-fim-eqp
                   not invalid key move "N" to wk-fim-eqp
           end-start
           perform 2011-le-equipe until wk-tem-fim-eqp
           close arq-equipe

           if lk0096-status equal "TB"
                   exit section
           end-if
           if wk-sup-qtd equal zeros
                   move "SE" to lk0096-status
           end-if

           perform 2015-liga-regional varying wk-sup-idx from 1 by 1
                   until wk-sup-idx > wk-sup-qtd
           .
       2010-exit.
           exit.
      *---------------------------------------------------------------*
       2011-le-equipe                   section.

           read arq-equipe next with ignore lock
                   at end move "S" to wk-fim-eqp
           end-read

           if wk-tem-fim-eqp
                   exit section
           end-if

           evaluate true
               when eqp-regional
                    if wk-reg-qtd < wk-max-reg
                         add  1          to wk-reg-qtd
                         move eqp-codigo to wk-reg-cod (wk-reg-qtd)
                         move eqp-nome   to wk-reg-nome (wk-reg-qtd)
                         move eqp-filial to wk-reg-filial (wk-reg-qtd)
                    else
                         move "TB" to lk0096-status
                         move "S"  to wk-fim-eqp
                         display "pw0096: tabela de regionais estourou"
                                 " (" wk-max-reg ")"
                    end-if
               when eqp-supervisor
                    if wk-sup-qtd < wk-max-sup
                         add  1            to wk-sup-qtd
                         move eqp-codigo   to wk-sup-cod (wk-sup-qtd)
                         move eqp-nome     to wk-sup-nome (wk-sup-qtd)
                         move eqp-email    to wk-sup-email (wk-sup-qtd)
                         move eqp-superior to
                              wk-sup-superior (wk-sup-qtd)
                         move zeros        to
                              wk-sup-reg-idx (wk-sup-qtd)
                    else
                         move "TB" to lk0096-status
                         move "S"  to wk-fim-eqp
                         display "pw0096: tabela de supervisores "
                                 "estourou (" wk-max-sup ")"
                    end-if
               when eqp-vinculo
                    perform 2012-vinculo-vendedor
           end-evaluate
           .
       2011-exit.
           exit.
      *---------------------------------------------------------------*
      * vinculo vigente na data de referencia: inicio ate a data e     *
      * fim zerado (em aberto) ou depois dela                          *
      *---------------------------------------------------------------*
       2012-vinculo-vendedor            section.

           if eqp-codigo equal zeros
                   exit section
           end-if
           if eqp-dt-ini > lk0096-data-ref
                   exit section
           end-if
           if eqp-dt-fim not equal zeros and
              eqp-dt-fim < lk0096-data-ref
                   exit section
           end-if

           move zeros to wk-sup-busca
           perform 2013-procura-supervisor varying wk-sup-idx
                   from 1 by 1
                   until wk-sup-idx > wk-sup-qtd or
                         wk-sup-busca not equal zeros
           move wk-sup-busca to wk-vend-sup (eqp-codigo)
           .
       2012-exit.
           exit.
      *---------------------------------------------------------------*
       2013-procura-supervisor          section.

           if wk-sup-cod (wk-sup-idx) equal eqp-superior
                   move wk-sup-idx to wk-sup-busca
           end-if
           .
       2013-exit.
           exit.
      *---------------------------------------------------------------*
       2015-liga-regional               section.

           move zeros to wk-reg-busca
           perform 2016-procura-regional varying wk-reg-idx
                   from 1 by 1
                   until wk-reg-idx > wk-reg-qtd or
                         wk-reg-busca not equal zeros
           move wk-reg-busca to wk-sup-reg-idx (wk-sup-idx)
           .
       2015-exit.
           exit.
      *---------------------------------------------------------------*
       2016-procura-regional            section.

           if wk-reg-cod (wk-reg-idx) equal
              wk-sup-superior (wk-sup-idx)
                   move wk-reg-idx to wk-reg-busca
           end-if
           .
       2016-exit.
           exit.
      *---------------------------------------------------------------*
       2020-cabecalho                   section.

           move spaces to wk-linha
           string "RELATORIO POR EQUIPE - " delimited by size
                  lk0096-titulo             delimited by size
                  into wk-linha
           end-string
           perform 2900-grava-linha

           move lk0096-data-ref  to wk-data-aux
           move wk-data-aux-dd   to wk-data-edt-dd
           move wk-data-aux-mm   to wk-data-edt-mm
           move wk-data-aux-aaaa to wk-data-edt-aaaa
           move spaces to wk-linha
           string "Equipes vigentes em "    delimited by size
                  wk-data-edt               delimited by size
                  "   Emitido em "          delimited by size
                  into wk-linha
           end-string
           move wk-hoje          to wk-data-aux
           move wk-data-aux-dd   to wk-data-edt-dd
           move wk-data-aux-mm   to wk-data-edt-mm
           move wk-data-aux-aaaa to wk-data-edt-aaaa
           move wk-data-edt      to wk-linha (46:10)
           move wk-agora (1:2)   to wk-linha (57:2)
           move ":"              to wk-linha (59:1)
           move wk-agora (3:2)   to wk-linha (60:2)
           perform 2900-grava-linha

           move spaces to wk-linha
           string "Origem: "                delimited by size
                  lk0096-arq-entrada        delimited by size
                  into wk-linha
           end-string
           perform 2900-grava-linha

           if lk0096-status equal "SE"
                   move spaces to wk-linha
                   string "*** estrutura de equipes nao cadastrada:"
                                              delimited by size
                          " todas as linhas saem sem equipe"
                                              delimited by size
                          into wk-linha
                   end-string
                   perform 2900-grava-linha
           end-if
           .
       2020-exit.
           exit.
      *---------------------------------------------------------------*
      * regional corrente (wk-reg-idx; 0 = sem regional): o cabecalho  *
      * so sai quando ha supervisor dele no relatorio                  *
      *---------------------------------------------------------------*
       2100-regional                    section.

           move "N" to wk-reg-impresso
           initialize wk-tot-reg

           perform 2200-supervisor varying wk-sup-idx from 1 by 1
                   until wk-sup-idx > wk-sup-qtd

           if wk-reg-impresso equal "S"
                   if wk-reg-idx equal zeros
                        move "  SUBTOTAL SEM REGIONAL" to wk-tot-rotulo
                   else
                        move spaces to wk-tot-rotulo
                        string "  SUBTOTAL REGIONAL "
                                              delimited by size
                               wk-reg-cod (wk-reg-idx)
                                              delimited by size
                               into wk-tot-rotulo
                        end-string
                   end-if
                   move wk-tot-reg to wk-tot-imp
                   perform 2800-grava-total
                   add wk-reg-linhas to wk-ger-linhas
                   add wk-reg-soma1  to wk-ger-soma1
                   add wk-reg-soma2  to wk-ger-soma2
           end-if
           .
       2100-exit.
           exit.
      *---------------------------------------------------------------*
       2110-cabecalho-regional          section.

           move spaces to wk-linha
           perform 2900-grava-linha
           move spaces to wk-linha
           if wk-reg-idx equal zeros
                   move "=== SEM REGIONAL CADASTRADO" to wk-linha
           else
                   string "=== REGIONAL "      delimited by size
                          wk-reg-cod (wk-reg-idx)
                                               delimited by size
                          " - "                delimited by size
                          wk-reg-nome (wk-reg-idx)
                                               delimited by size
                          " FILIAL "           delimited by size
                          wk-reg-filial (wk-reg-idx)
                                               delimited by size
                          into wk-linha
                   end-string
           end-if
           perform 2900-grava-linha
           move "S" to wk-reg-impresso
           .
       2110-exit.
           exit.
      *---------------------------------------------------------------*
      * secao do supervisor: cabecalho, linhas dos vendedores dele e   *
      * subtotal; com email a secao vai tambem para arquivo proprio    *
      *---------------------------------------------------------------*
       2200-supervisor                  section.

           if wk-sup-reg-idx (wk-sup-idx) not equal wk-reg-idx
                   exit section
           end-if
           if lk0096-supervisor not equal zeros and
              lk0096-supervisor not equal wk-sup-cod (wk-sup-idx)
                   exit section
           end-if

           if wk-reg-impresso equal "N"
                   perform 2110-cabecalho-regional
           end-if

           initialize wk-tot-sup
           if lk0096-email equal "S"
                   perform 2210-abre-email
           end-if

           move spaces to wk-linha
           string "--- SUPERVISOR "         delimited by size
                  wk-sup-cod (wk-sup-idx)   delimited by size
                  " - "                     delimited by size
                  wk-sup-nome (wk-sup-idx)  delimited by size
                  into wk-linha
           end-string
           perform 2900-grava-linha
           if lk0096-cabecalho equal "S"
                   move wk-cab-csv to wk-linha
                   perform 2900-grava-linha
           end-if

           move "S" to wk-imprime
           move wk-sup-idx to wk-alvo
           perform 2300-passa-entrada

           move spaces to wk-tot-rotulo
           string "    SUBTOTAL SUPERVISOR "  delimited by size
                  wk-sup-cod (wk-sup-idx)     delimited by size
                  into wk-tot-rotulo
           end-string
           move wk-tot-sup to wk-tot-imp
           perform 2800-grava-total
           add wk-sup-linhas to wk-reg-linhas
           add wk-sup-soma1  to wk-reg-soma1
           add wk-sup-soma2  to wk-reg-soma2

           if wk-secao-email equal "S"
                   close arq-email-sup
                   move "N" to wk-secao-email
                   perform 2220-envia-email
           end-if
           .
       2200-exit.
           exit.
      *---------------------------------------------------------------*
      * arquivo da secao: nome do relatorio sem o ".lst" + _sNNNNN     *
      *---------------------------------------------------------------*
       2210-abre-email                  section.

           move spaces to wk-email-base wk-email-nomearq
           move zeros  to wk-email-tam
           unstring lk0096-arq-saida delimited by ".lst" or space
                    into wk-email-base count in wk-email-tam
           end-unstring
           if wk-email-tam equal zeros
                   exit section
           end-if
           move wk-sup-cod (wk-sup-idx) to wk-sup-edt
           string wk-email-base (1:wk-email-tam)
                                         delimited by size
                  "_s"                   delimited by size
                  wk-sup-edt             delimited by size
                  ".lst"                 delimited by size
                  into wk-email-nomearq
           end-string

           open output arq-email-sup
           if ws-resultado-eml not equal "00"
                   exit section
           end-if
           move "S" to wk-secao-email

           move spaces to eml-linha
           string "EQUIPE DO SUPERVISOR "   delimited by size
                  wk-sup-cod (wk-sup-idx)   delimited by size
                  " - "                     delimited by size
                  lk0096-titulo             delimited by size
                  into eml-linha
           end-string
           write eml-linha
           move lk0096-data-ref  to wk-data-aux
           move wk-data-aux-dd   to wk-data-edt-dd
           move wk-data-aux-mm   to wk-data-edt-mm
           move wk-data-aux-aaaa to wk-data-edt-aaaa
           move spaces to eml-linha
           string "Equipe vigente em "      delimited by size
                  wk-data-edt               delimited by size
                  into eml-linha
           end-string
           write eml-linha
           .
       2210-exit.
           exit.
      *---------------------------------------------------------------*
      * envia a secao ao supervisor (so com linhas e email cadastrado) *
      *---------------------------------------------------------------*
       2220-envia-email                 section.

           if wk-sup-linhas equal zeros or
              wk-sup-email (wk-sup-idx) equal spaces
                   exit section
           end-if

           initialize lk-rot405
           move lk0096-programa to lkrt405-program
           move spaces          to lkrt405-assunto
           string "Sua equipe: "            delimited by size
                  lk0096-titulo             delimited by size
                  into lkrt405-assunto
           end-string
           move spaces          to lkrt405-corpo
           string "Segue a secao da equipe do supervisor "
                                            delimited by size
                  wk-sup-cod (wk-sup-idx)   delimited by size
                  " no relatorio por equipe."
                                            delimited by size
                  into lkrt405-corpo
           end-string
           move "suporte@ovd.com.br"       to lkrt405-remeten
           move wk-sup-email (wk-sup-idx)  to lkrt405-destino
           move wk-email-nomearq           to lkrt405-caminho
           move zeros                      to lkrt405-regfunc
           move "N"                        to lkrt405-remover
           call "/disco0/cobol/obj/rot/rot405" using lk-rot405
           cancel "rot405"
           if lkrt405-enviado
                   add 1 to lk0096-qtd-emails
           else
                   display "pw0096: email do supervisor "
                           wk-sup-cod (wk-sup-idx)
                           " nao enviado (status "
                           lkrt405-status ")"
           end-if
           .
       2220-exit.
           exit.
      *---------------------------------------------------------------*
      * uma passada pelo csv: imprime e soma as linhas cujo vendedor   *
      * tem como supervisor vigente o alvo (0 = sem equipe)            *
      *---------------------------------------------------------------*
       2300-passa-entrada               section.

           open input arq-entrada
           if ws-resultado-ent not equal "00"
                   move "ER" to lk0096-status
                   exit section
           end-if
           move "N"   to wk-fim-ent
           move zeros to wk-nlinha
           perform 2310-le-linha until wk-tem-fim-ent
           close arq-entrada
           .
       2300-exit.
           exit.
      *---------------------------------------------------------------*
       2310-le-linha                    section.

           read arq-entrada
                   at end move "S" to wk-fim-ent
           end-read

           if wk-tem-fim-ent
                   exit section
           end-if

           add 1 to wk-nlinha
           if wk-nlinha equal 1 and lk0096-cabecalho equal "S"
                   exit section
           end-if

           perform 2320-testa-linha
           if wk-linha-ok not equal "S"
                   exit section
           end-if
           if wk-linha-sup not equal wk-alvo
                   exit section
           end-if

           if wk-alvo equal zeros
                   add 1 to lk0096-qtd-sem-equipe
                   if wk-imprime not equal "S"
                           exit section
                   end-if
           end-if

           move ent-linha to wk-linha
           perform 2900-grava-linha
           add 1 to wk-sup-linhas
           perform 2340-soma-linha
           .
       2310-exit.
           exit.
      *---------------------------------------------------------------*
      * linha valida: passa no filtro e tem codigo de vendedor (linhas *
      * de total ou de outro tipo do csv ficam de fora)                *
      *---------------------------------------------------------------*
       2320-testa-linha                 section.

           move "N"   to wk-linha-ok
           move zeros to wk-linha-sup

           if lk0096-col-filtro not equal zeros
                   move lk0096-col-filtro to wk-col-num
                   perform 2330-extrai-coluna
                   if wk-col-txt not equal lk0096-val-filtro
                           exit section
                   end-if
           end-if

           move lk0096-col-vend to wk-col-num
           perform 2330-extrai-coluna
           move zeros to wk-col-brancos
           inspect wk-col-txt tallying wk-col-brancos
                   for leading spaces
           if wk-col-brancos not < 40
                   exit section
           end-if
           move spaces to wk-col-aux
           move wk-col-txt (wk-col-brancos + 1:) to wk-col-aux
           move zeros to wk-col-tam
           inspect wk-col-aux tallying wk-col-tam
                   for characters before initial space
           if wk-col-tam equal zeros or wk-col-tam > 5
                   exit section
           end-if
           if wk-col-aux (1:wk-col-tam) not numeric
                   exit section
           end-if
           move wk-col-aux (1:wk-col-tam) to wk-linha-vend

           move "S" to wk-linha-ok
           if wk-linha-vend not equal zeros
                   move wk-vend-sup (wk-linha-vend) to wk-linha-sup
           end-if
           .
       2320-exit.
           exit.
      *---------------------------------------------------------------*
      * texto da coluna wk-col-num da linha (brancos se nao houver)    *
      *---------------------------------------------------------------*
       2330-extrai-coluna               section.

           move 1 to wk-col-ptr
           perform 2335-proxima-coluna varying wk-col-i from 1 by 1
                   until wk-col-i > wk-col-num or wk-col-ptr > 300
           if wk-col-i not > wk-col-num
                   move spaces to wk-col-txt
           end-if
           .
       2330-exit.
           exit.
      *---------------------------------------------------------------*
       2335-proxima-coluna              section.

           move spaces to wk-col-txt
           unstring ent-linha delimited by ";"
                    into wk-col-txt
                    with pointer wk-col-ptr
           end-unstring
           .
       2335-exit.
           exit.
      *---------------------------------------------------------------*
      * soma das colunas de valor (com condicao, so nas linhas que a   *
      * atendem)                                                       *
      *---------------------------------------------------------------*
       2340-soma-linha                  section.

           if lk0096-col-cond not equal zeros
                   move lk0096-col-cond to wk-col-num
                   perform 2330-extrai-coluna
                   move zeros to wk-col-brancos
                   inspect wk-col-txt tallying wk-col-brancos
                           for leading spaces
                   if wk-col-brancos < 40
                        move wk-col-txt (wk-col-brancos + 1:)
                             to wk-col-aux
                   else
                        move spaces to wk-col-aux
                   end-if
                   if wk-col-aux not equal lk0096-val-cond
                           exit section
                   end-if
           end-if

           if lk0096-col-soma1 not equal zeros
                   move lk0096-col-soma1 to wk-col-num
                   perform 2330-extrai-coluna
                   perform 2350-converte-valor
                   add wk-valor to wk-sup-soma1
           end-if
           if lk0096-col-soma2 not equal zeros
                   move lk0096-col-soma2 to wk-col-num
                   perform 2330-extrai-coluna
                   perform 2350-converte-valor
                   add wk-valor to wk-sup-soma2
           end-if
           .
       2340-exit.
           exit.
      *---------------------------------------------------------------*
      * valor do texto da coluna: digitos, virgula decimal, ponto de   *
      * milhar e sinal; qualquer outro caractere e ignorado            *
      *---------------------------------------------------------------*
       2350-converte-valor              section.

           move zeros to wk-val-int wk-val-ndec wk-valor
           move "N"   to wk-val-decimal wk-val-negativo
           perform 2355-converte-caractere varying wk-val-i
                   from 1 by 1 until wk-val-i > 40

           evaluate wk-val-ndec
               when 0
                    move wk-val-int to wk-valor
               when 1
                    compute wk-valor = wk-val-int / 10
               when other
                    compute wk-valor = wk-val-int / 100
           end-evaluate
           if wk-val-negativo equal "S"
                   compute wk-valor = wk-valor * -1
           end-if
           .
       2350-exit.
           exit.
      *---------------------------------------------------------------*
       2355-converte-caractere          section.

           move wk-col-txt (wk-val-i:1) to wk-val-dig-x
           evaluate true
               when wk-val-dig-x equal "-"
                    move "S" to wk-val-negativo
               when wk-val-dig-x equal ","
                    move "S" to wk-val-decimal
               when wk-val-dig-x is numeric
      *             centavos: mais de duas casas sao desprezadas
                    if wk-val-decimal equal "S"
                         if wk-val-ndec < 2
                              add 1 to wk-val-ndec
                              compute wk-val-int =
                                      wk-val-int * 10 + wk-val-dig
                         end-if
                    else
                         compute wk-val-int =
                                 wk-val-int * 10 + wk-val-dig
                    end-if
           end-evaluate
           .
       2355-exit.
           exit.
      *---------------------------------------------------------------*
      * linha de total: rotulo, linhas e as somas pedidas              *
      *---------------------------------------------------------------*
       2800-grava-total                 section.

           move wk-tot-imp-linhas to wk-edt-linhas
           move wk-tot-imp-soma1  to wk-edt-soma1
           move wk-tot-imp-soma2  to wk-edt-soma2
           move spaces to wk-linha
           move wk-tot-rotulo     to wk-linha (1:45)
           move "linhas"          to wk-linha (46:6)
           move wk-edt-linhas     to wk-linha (53:9)
           if lk0096-col-soma1 not equal zeros
                   move lk0096-tit-soma1 to wk-linha (64:12)
                   move wk-edt-soma1     to wk-linha (77:20)
           end-if
           if lk0096-col-soma2 not equal zeros
                   move lk0096-tit-soma2 to wk-linha (99:12)
                   move wk-edt-soma2     to wk-linha (112:20)
           end-if
           perform 2900-grava-linha
           .
       2800-exit.
           exit.
      *---------------------------------------------------------------*
      * grava no relatorio e, durante a secao de um supervisor com     *
      * email, tambem no arquivo que vai para ele                      *
      *---------------------------------------------------------------*
       2900-grava-linha                 section.

           move wk-linha to sai-linha
           write sai-linha
           if wk-secao-email equal "S"
                   move wk-linha to eml-linha
                   write eml-linha
           end-if
           move spaces to wk-linha
           .
       2900-exit.
           exit.
      *---------------------------------------------------------------*
       3000-finaliza                    section.

           exit      program
           .
       3000-exit.
           exit.
      *----------------------------fim--------------------------------*
