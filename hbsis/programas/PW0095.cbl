                 organization         is line sequential
                 file status          is ws-resultado-rel.

           *> Journal de after-image dos cadastros (ver /hbsis/selects)
           copy "/hbsis/selects/arq-journal.sl".

      *---------------------------------------------------------------*
       data                             division.
      *---------------------------------------------------------------*
               label record is standard.
           01  rel-migra-linha          pic x(132).

           *> Journal de after-image dos cadastros
           copy "/hbsis/fds/arq-journal.fd".

      *---------------------------------------------------------------*
       working-storage                  section.
      *---------------------------------------------------------------*
       77  wk-qtd-rejeitados            pic 9(006) value zeros.
       77  wk-situacao                  pic x(020) value spaces.

      *---- journal de after-image (ver /hbsis/rotinas/rt-journal) ----
           copy "/hbsis/works/wk-journal".

      *---- consistencia de CNPJ / CPF (modulo 11, como no pw0010) ----
       01  wk-2115-cnpj-cpf             pic 9(014) value zeros.
       01  wk-2115-cnpj-cpf-r redefines wk-2115-cnpj-cpf.
                stop run
           end-if

      *    cada cliente migrado vai para o journal de after-image,
      *    em nome do usuario que rodou a migracao
           move "PW0095"  to wk-jrn-programa
           move "CLIENTE" to wk-jrn-arquivo
           move "I"       to wk-jrn-operacao
           display "USER" upon environment-name
           accept wk-jrn-operador from environment-value

           move "Cod Legado;Cod Novo;CNPJ;Razao Social;Situacao"
                to rel-migra-linha
           write rel-migra-linha
                        add 1 to wk-qtd-migrados
                        move "MIGRADO" to wk-situacao
                        perform 2060-grava-linha-migra
                        move rs-arq-cli to wk-jrn-imagem
                        perform 8500-journal-grava
           end-write
           .
       2010-exit.
           .
       2060-exit.
           exit.
      *---------------------------------------------------------------*
      * journal de after-image dos cadastros (rotina compartilhada)   *
      *---------------------------------------------------------------*
           copy "/hbsis/rotinas/rt-journal".
      *---------------------------------------------------------------*
       3000-finaliza                    section.

