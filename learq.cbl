                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-FEC.

      *----Tabela de percentuais de comissao aplicados na postagem da
      *    reserva (por produto, por vendedor e o percentual padrao)--
            SELECT COMTAXA    ASSIGN WORK-NOMEARQ29
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS TAX-CHAVE
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-TAX.

      *----Registro dos trimestres ja exportados para a folha de
      *    pagamento, arquivo de pagamento e folha de controle-------
            SELECT PAGREG     ASSIGN WORK-NOMEARQ30
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS PAG-CHAVE
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-PAG.

            SELECT PAGFOL     ASSIGN WORK-NOMEARQ31
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-PGF.

            SELECT PAGLST     ASSIGN WORK-NOMEARQ32
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-PGL.

      *----Notas retidas pela consistencia SFT070 x SFT072 x SFT073 e
      *    relatorio da consistencia (impresso e csv)----------------
            SELECT NFRETEN    ASSIGN WORK-NOMEARQ33
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS RET-CHAVE
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-RET.

            SELECT NFCLST     ASSIGN WORK-NOMEARQ34
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-NFL.

            SELECT NFCCSV     ASSIGN WORK-NOMEARQ35
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-NFC.

      *----Divergencia vendedor faturado x dono da carteira e decisao
      *    de a quem creditar, com o relatorio (impresso e csv)------
            SELECT DIVVEN     ASSIGN WORK-NOMEARQ36
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS DVD-CHAVE
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-DVD.

            SELECT DVDLST     ASSIGN WORK-NOMEARQ37
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-DVL.

            SELECT DVDCSV     ASSIGN WORK-NOMEARQ38
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-DVC.

      *----Curva ABC e mix de produtos por vendedor: acumulado por
      *    parte/filial/vendedor/produto, o mesmo em ordem decrescente
      *    de valor e o relatorio (impresso e csv)-------------------
            SELECT ABCACU     ASSIGN WORK-NOMEARQ42
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS ABA-CHAVE
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-ABA.

            SELECT ABCORD     ASSIGN WORK-NOMEARQ43
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS ABO-CHAVE
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-ABO.

            SELECT ABCLST     ASSIGN WORK-NOMEARQ44
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-ABL.

            SELECT ABCCSV     ASSIGN WORK-NOMEARQ45
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-ABC.

      *----ondas de separacao: itens do setor em ordem de prioridade,
      *    os mesmos por onda e locacao e a folha de separacao
      *    (impressa e csv)-----------------------------------------
            SELECT ONDPRI     ASSIGN WORK-NOMEARQ46
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS ONP-CHAVE
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-ONP.

            SELECT ONDSEQ     ASSIGN WORK-NOMEARQ47
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS ONS-CHAVE
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-ONS.

            SELECT ONDLST     ASSIGN WORK-NOMEARQ48
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-ONL.

            SELECT ONDCSV     ASSIGN WORK-NOMEARQ49
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-ONC.

      *----historico datado do sinal de nao comissionavel do SCE001
      *    e o relatorio das alteracoes (impresso e csv)-------------
            SELECT NCOMHIS    ASSIGN WORK-NOMEARQ50
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS NCH-CHAVE
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-NCH.

            SELECT NCHLST     ASSIGN WORK-NOMEARQ51
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-NCL.

            SELECT NCHCSV     ASSIGN WORK-NOMEARQ52
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-NCC.

      *
            COPY   "/desenv/cobol/selects/sce/sce079.sl".
      *----Arquivo de LOG
                         BY  ==WORK-STATUS-OPE==.
      *----Sinalizador de manutencao (interlock online x batch)
            COPY   "/hbsis/selects/arq-manut.sl".
      *----Journal de after-image dos cadastros
            COPY   "/hbsis/selects/arq-journal.sl".
      *----Historico de visitas confirmadas (retorno do campo)
            COPY   "/hbsis/selects/arq-visita.sl"
                   REPLACING ==ARQ-VIS-CAMINHO==
                         BY  =="/disco0/cobol/arq/cliente.dat"==
                         ==ARQ-CLIENTE-STATUS==
                         BY  ==WS-STATUS-CLI==.
      *----Cadastro de vendedores do PW0010 (cpf e filial para o
      *    arquivo de pagamento da folha)
            COPY   "/hbsis/selects/arq-vendedor.sl"
                   REPLACING ==ARQ-VENDEDOR-CAMINHO==
                         BY  =="/disco0/cobol/arq/vendedor.dat"==
                         ==ARQ-VENDEDOR-STATUS==
                         BY  ==WS-STATUS-VEND==.
      *----Historico de atribuicao de vendedor por cliente (gravado
      *    pelo PW0090): dono da carteira na data de emissao da nota
            COPY   "/hbsis/selects/arq-hist-cli.sl"
                   REPLACING ==ARQ-HIST-CAMINHO==
                         BY  =="/disco0/cobol/arq/historico_cli.dat"==
                         ==ARQ-HIST-STATUS==
                         BY  ==WORK-STATUS-HIS==.

      *----Arquivo de retorno de visitas deixado pelo campo
      *    (vendedor;cliente;data;S-N;codigo do desfecho)------------
      *    como postado.
           05  POST-SITUACA             PIC X(001).
               88  POST-ESTORNADA       VALUE "E".
      *    percentual de comissao aplicado na postagem, sua origem na
      *    tabela (P=produto, V=vendedor, D=padrao) e o valor creditado
      *    no COM020; o estorno devolve exatamente o que foi creditado,
      *    mesmo que a tabela tenha mudado depois. Item convertido do
      *    layout anterior vem com 100% e valor zerado (o estorno
      *    recalcula pelo SFT073).
           05  POST-PERCOM              PIC 9(003)V99.
           05  POST-ORIGTAX             PIC X(001).
           05  POST-VLRCOM              PIC 9(007)V99.

      *----Itens excluidos ou barrados na postagem da reserva---------
       FD  NCOMREL.
           05  FEC-OPER-REA             PIC X(020).
           05  FEC-DATA-REA             PIC 9(008).

      *----Percentual de comissao: TAX-TIPO "P" = produto do SCE001
      *    (TAX-CODIGO = CE001-CODPROD), "V" = vendedor (TAX-CODIGO =
      *    codigo do vendedor) e "D" = padrao (TAX-CODIGO zerado). Na
      *    postagem vale o do produto, senao o do vendedor, senao o
      *    padrao---------------------------------------------------
       FD  COMTAXA.
       01  COMTAXA-REGISTR.
           05  TAX-CHAVE.
               10  TAX-TIPO             PIC X(001).
                   88  TAX-PRODUTO      VALUE "P".
                   88  TAX-VENDEDOR     VALUE "V".
                   88  TAX-PADRAO       VALUE "D".
               10  TAX-CODIGO           PIC 9(010).
           05  TAX-PERCENT              PIC 9(003)V99.
           05  TAX-OPERADOR             PIC X(020).
           05  TAX-DATA                 PIC 9(008).

      *----Registro de exportacao para a folha: um registro por
      *    trimestre exportado; trimestre exportado nao e exportado de
      *    novo nem pode ser reaberto---------------------------------
       FD  PAGREG.
       01  PAGREG-REGISTR.
           05  PAG-CHAVE.
               10  PAG-ANO              PIC 9(004).
               10  PAG-TRI              PIC 9(001).
           05  PAG-SITUACA              PIC X(001).
               88  PAG-EXPORTADO        VALUE "E".
           05  PAG-OPERADOR             PIC X(020).
           05  PAG-DATA                 PIC 9(008).
           05  PAG-HORA                 PIC 9(006).
           05  PAG-QTDVEND              PIC 9(005).
           05  PAG-VLRTOTAL             PIC 9(011)V99.
           05  PAG-ARQUIVO              PIC X(060).

      *----Arquivo de pagamento para a folha: vendedor;cpf;filial;
      *    ano;trimestre;valor----------------------------------------
       FD  PAGFOL.
       01  PAGFOL-REGISTR               PIC X(080).

      *----Folha de controle do pagamento (totais por filial)--------
       FD  PAGLST.
       01  PAGLST-REGISTR               PIC X(132).

      *----Nota retida: a consistencia de notas grava "R" para a nota
      *    com capa/itens divergentes e a postagem da reserva pula a
      *    nota enquanto um supervisor nao a liberar ("L")-----------
       FD  NFRETEN.
       01  NFRETEN-REGISTR.
           05  RET-CHAVE.
               10  RET-EMPRESA          PIC 9(001).
               10  RET-FILIALL          PIC 9(002).
               10  RET-NRNOTAS          PIC 9(006).
           05  RET-SITUACA              PIC X(001).
               88  RET-RETIDA           VALUE "R".
               88  RET-LIBERADA         VALUE "L".
           05  RET-MOTIVO               PIC X(020).
           05  RET-DATA                 PIC 9(008).
           05  RET-OPER-LIB             PIC X(020).
           05  RET-DATA-LIB             PIC 9(008).

       FD  NFCLST.
       01  NFCLST-REGISTR               PIC X(132).

       FD  NFCCSV.
       01  NFCCSV-REGISTR               PIC X(200).

      *----Item de nota cujo vendedor faturado nao era o dono da
      *    carteira do cliente na emissao. A postagem credita conforme
      *    a decisao: "F" = vendedor faturado, "D" = dono da carteira;
      *    item sem decisao (espaco) fica fora da postagem-----------
       FD  DIVVEN.
       01  DIVVEN-REGISTR.
           05  DVD-CHAVE.
               10  DVD-EMPRESA          PIC 9(001).
               10  DVD-FILIALL          PIC 9(002).
               10  DVD-NRNOTAS          PIC 9(006).
               10  DVD-SEQITEM          PIC 9(003).
           05  DVD-CODCLI               PIC 9(005).
           05  DVD-DTEMISS              PIC 9(008).
           05  DVD-VEND-FAT             PIC 9(005).
           05  DVD-VEND-DONO            PIC 9(005).
           05  DVD-VLRTOTA              PIC 9(007)V99.
           05  DVD-DECISAO              PIC X(001).
               88  DVD-PENDENTE         VALUE SPACE.
               88  DVD-FATURADO         VALUE "F".
               88  DVD-DONO             VALUE "D".
           05  DVD-OPERADOR             PIC X(020).
           05  DVD-DATA                 PIC 9(008).

       FD  DVDLST.
       01  DVDLST-REGISTR               PIC X(132).

       FD  DVDCSV.
       01  DVDCSV-REGISTR               PIC X(200).

      *----parte 1 = curva ABC (comissionaveis), 2 = comprado de outro
      *    vendedor pela carteira, 3 = nao comissionaveis; vendedor
      *    zero = filial inteira; produto zero = total do grupo-------
       FD  ABCACU.
       01  ABA-REGISTR.
           05  ABA-CHAVE.
               10  ABA-PARTE            PIC 9(001).
               10  ABA-FILIAL           PIC 9(002).
               10  ABA-VEND             PIC 9(005).
               10  ABA-PRODUTO          PIC 9(010).
           05  ABA-QUANTID              PIC 9(009)V99.
           05  ABA-VALOR                PIC 9(011)V99.
           05  ABA-ITENS                PIC 9(007).

      *----mesmo grupo com o valor invertido na chave: a leitura em
      *    sequencia traz os produtos do maior para o menor valor----
       FD  ABCORD.
       01  ABO-REGISTR.
           05  ABO-CHAVE.
               10  ABO-GRUPO.
                   15  ABO-PARTE        PIC 9(001).
                   15  ABO-FILIAL       PIC 9(002).
                   15  ABO-VEND         PIC 9(005).
               10  ABO-INVERSO          PIC 9(011)V99.
               10  ABO-PRODUTO          PIC 9(010).
           05  ABO-QUANTID              PIC 9(009)V99.
           05  ABO-VALOR                PIC 9(011)V99.

       FD  ABCLST.
       01  ABCLST-REGISTR               PIC X(132).

       FD  ABCCSV.
       01  ABCCSV-REGISTR               PIC X(200).

      *----itens abertos do setor ate a prioridade de corte, do mais
      *    urgente (menor numero) ao menos urgente, com a locacao do
      *    pedido; locacao em branco = pedido sem SCE079-------------
       FD  ONDPRI.
       01  ONP-REGISTR.
           05  ONP-CHAVE.
               10  ONP-PRIORID          PIC 9(007).
               10  ONP-NRPEDID          PIC 9(006).
               10  ONP-NRITEMM          PIC 9(003).
               10  ONP-SEQITEM          PIC 9(003).
           05  ONP-CODPROD              PIC 9(010).
           05  ONP-QTDVOLU              PIC 9(005).
           05  ONP-CODLOCA              PIC X(006).
           05  ONP-NLOCAS               PIC 9(003).

      *----os mesmos itens por onda e locacao: a leitura em sequencia
      *    da o caminho pelos corredores; onda zero = sem locacao----
       FD  ONDSEQ.
       01  ONS-REGISTR.
           05  ONS-CHAVE.
               10  ONS-ONDA             PIC 9(004).
               10  ONS-CODLOCA          PIC X(006).
               10  ONS-NRPEDID          PIC 9(006).
               10  ONS-NRITEMM          PIC 9(003).
               10  ONS-SEQITEM          PIC 9(003).
           05  ONS-PRIORID              PIC 9(007).
           05  ONS-CODPROD              PIC 9(010).
           05  ONS-QTDVOLU              PIC 9(005).
           05  ONS-NLOCAS               PIC 9(003).

       FD  ONDLST.
       01  ONDLST-REGISTR               PIC X(132).

       FD  ONDCSV.
       01  ONDCSV-REGISTR               PIC X(200).

      *----um registro por periodo de vigencia do sinal: vale da data
      *    de inicio ate a vespera do proximo inicio do produto. A
      *    primeira alteracao de um produto grava antes o periodo
      *    inicial (inicio zero) com o sinal que o SCE001 tinha------
       FD  NCOMHIS.
       01  NCH-REGISTR.
           05  NCH-CHAVE.
               10  NCH-CODPROD          PIC 9(010).
               10  NCH-DTINICI          PIC 9(008).
           05  NCH-NAO-COM              PIC 9(001).
           05  NCH-ANTERIOR             PIC 9(001).
           05  NCH-ORIGEM               PIC X(001).
               88  NCH-INICIAL          VALUE "I".
               88  NCH-ALTERACAO        VALUE "A".
           05  NCH-MOTIVO               PIC X(040).
           05  NCH-OPERADOR             PIC X(020).
           05  NCH-DTALTER              PIC 9(008).
           05  NCH-HRALTER              PIC 9(006).

       FD  NCHLST.
       01  NCHLST-REGISTR               PIC X(150).

       FD  NCHCSV.
       01  NCHCSV-REGISTR               PIC X(200).



           COPY   "/desenv/cobol/fds/sce/sce079.fd".
           COPY   "/desenv/cobol/fds/com/com020.fd".
           COPY   "/hbsis/fds/arq-operador.fd".
           COPY   "/hbsis/fds/arq-manut.fd".
           COPY   "/hbsis/fds/arq-journal.fd".
           COPY   "/hbsis/fds/arq-visita.fd".
           COPY   "/hbsis/fds/arq-cliente.fd".
           COPY   "/hbsis/fds/arq-vendedor.fd".
           COPY   "/hbsis/fds/arq-hist-cli.fd".

       FD  VISRET.
       01  VISRET-REGISTR               PIC X(080).
       77  WORK-PST-VLREXCL             PIC 9(009)V99 VALUE ZEROS.
       77  WORK-PST-EDEXCL              PIC ZZZZZZZZ9,99.
       77  WORK-PST-EXCLTIPO            PIC X(015) VALUE SPACES.
      *----percentual de comissao aplicado na postagem (COMTAXA)-------
       77  WORK-STATUS-TAX              PIC X(002) VALUE SPACES.
       77  WORK-PST-SEMTAXA             PIC 9(006) VALUE ZEROS.
       77  WORK-TAX-PERC                PIC 9(003)V99 VALUE ZEROS.
       77  WORK-TAX-ORIGEM              PIC X(001) VALUE SPACES.
       77  WORK-TAX-ACHOU               PIC X(001) VALUE "N".
       77  WORK-TAX-VALOR               PIC 9(009)V99 VALUE ZEROS.
       77  WORK-TAX-EDPERC              PIC ZZ9,99.
       77  WORK-TAX-EDANT               PIC ZZ9,99.
       77  WORK-TAX-EDNOVO              PIC ZZ9,99.
      *----manutencao da tabela de percentuais de comissao-------------
       77  WORK-TAX-OPCAO               PIC 9(001) VALUE ZEROS.
       77  WORK-TAX-SAI                 PIC X(001) VALUE "N".
       77  WORK-TAX-TIPO                PIC X(001) VALUE SPACES.
       77  WORK-TAX-CODIGO              PIC 9(010) VALUE ZEROS.
       77  WORK-TAX-NOVO                PIC 9(003)V99 VALUE ZEROS.

      *----exportacao do pagamento do trimestre para a folha----------
       77  WORK-STATUS-PAG              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-PGF              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-PGL              PIC X(002) VALUE SPACES.
       77  WS-STATUS-VEND               PIC X(002) VALUE SPACES.
       77  WORK-PAG-PAGO                PIC X(001) VALUE "N".
       77  WORK-PAG-REGOK               PIC X(001) VALUE "N".
       77  WORK-PAG-VALOR               PIC S9(006)V99 VALUE ZEROS.
       77  WORK-PAG-FILIAL              PIC 9(002) VALUE ZEROS.
       77  WORK-PAG-CPF                 PIC 9(014) VALUE ZEROS.
       77  WORK-PAG-QTDVEND             PIC 9(005) VALUE ZEROS.
       77  WORK-PAG-TOTAL               PIC 9(011)V99 VALUE ZEROS.
       77  WORK-PAG-SEMCPF              PIC 9(005) VALUE ZEROS.
       77  WORK-PAG-NEGATIVO            PIC 9(005) VALUE ZEROS.
       77  WORK-PAG-IDX                 PIC 9(003) VALUE ZEROS.
       77  WORK-PAG-EDVLR               PIC 9(006),99.
       77  WORK-PAG-EDTOT               PIC ZZZZZZZZZZ9,99.
       77  WORK-PAG-EDNEG               PIC -ZZZZZ9,99.
       01  WORK-PAG-TAB.
           05 WORK-PAG-FIL              OCCURS 100 TIMES.
              10 WORK-PAG-FIL-QTD       PIC 9(005).
              10 WORK-PAG-FIL-VLR       PIC 9(011)V99.

      *----consistencia de notas SFT070 x SFT072 x SFT073 e retencao---
       77  WORK-STATUS-RET              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-NFL              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-NFC              PIC X(002) VALUE SPACES.
      *    empresa padrao da batelada, a mesma do perfil padrao
       77  WORK-NFC-EMPRESA             PIC 9(001) VALUE 2.
       77  WORK-NFC-FILIAL              PIC 9(002) VALUE ZEROS.
       77  WORK-NFC-DTINI               PIC 9(008) VALUE ZEROS.
       77  WORK-NFC-DTFIM               PIC 9(008) VALUE ZEROS.
       77  WORK-NFC-SOMA                PIC 9(009)V99 VALUE ZEROS.
       77  WORK-NFC-QTDITEM             PIC 9(005) VALUE ZEROS.
       77  WORK-NFC-SERDIF              PIC X(001) VALUE "N".
       77  WORK-NFC-MOTIVO              PIC X(020) VALUE SPACES.
       77  WORK-NFC-SERIE               PIC X(002) VALUE SPACES.
       77  WORK-NFC-DTEMISS             PIC 9(008) VALUE ZEROS.
       77  WORK-NFC-VLR1                PIC 9(009)V99 VALUE ZEROS.
       77  WORK-NFC-VLR2                PIC 9(009)V99 VALUE ZEROS.
       77  WORK-NFC-ED1                 PIC ZZZZZZZZ9,99.
       77  WORK-NFC-ED2                 PIC ZZZZZZZZ9,99.
       77  WORK-NFC-QTDNOTA             PIC 9(006) VALUE ZEROS.
       77  WORK-NFC-SEM072              PIC 9(006) VALUE ZEROS.
       77  WORK-NFC-SEMITEM             PIC 9(006) VALUE ZEROS.
       77  WORK-NFC-SEMCAPA             PIC 9(006) VALUE ZEROS.
       77  WORK-NFC-DIFVLR              PIC 9(006) VALUE ZEROS.
       77  WORK-NFC-DIFSER              PIC 9(006) VALUE ZEROS.
       77  WORK-NFC-NOVAS               PIC 9(006) VALUE ZEROS.
       77  WORK-NFC-OPCAO               PIC 9(001) VALUE ZEROS.
       77  WORK-NFC-SAI                 PIC X(001) VALUE "N".
       77  WORK-NFC-TEMRET              PIC X(001) VALUE "N".
       77  WORK-PST-RETIDA              PIC 9(006) VALUE ZEROS.
       01  WORK-NFC-CHAVE.
           05 WORK-NFC-CEMP             PIC 9(001) VALUE ZEROS.
           05 WORK-NFC-CFIL             PIC 9(002) VALUE ZEROS.
           05 WORK-NFC-CNOTA            PIC 9(006) VALUE ZEROS.
       01  WORK-NFC-ANTERIOR            PIC X(009) VALUE SPACES.

      *----vendedor faturado x dono da carteira na emissao------------
       77  WORK-STATUS-HIS              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-DVD              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-DVL              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-DVC              PIC X(002) VALUE SPACES.
       77  WORK-DVD-EMPRESA             PIC 9(001) VALUE 2.
       77  WORK-DVD-FILIAL              PIC 9(002) VALUE ZEROS.
       77  WORK-DVD-DTINI               PIC 9(008) VALUE ZEROS.
       77  WORK-DVD-DTFIM               PIC 9(008) VALUE ZEROS.
       77  WORK-DVD-ANTERIOR            PIC X(009) VALUE SPACES.
      *    cliente da nota corrente ("N" = CNPJ fora do cadastro) e
      *    dono da carteira na data de emissao
       77  WORK-DVD-TEMCLI              PIC X(001) VALUE "N".
       77  WORK-DVD-CODCLI              PIC 9(005) VALUE ZEROS.
       77  WORK-DVD-DONOVEN             PIC 9(005) VALUE ZEROS.
       77  WORK-DVD-DTHIST              PIC 9(008) VALUE ZEROS.
       77  WORK-DVD-ACHHIS              PIC X(001) VALUE "N".
       77  WORK-DVD-TEMHIS              PIC X(001) VALUE "N".
       77  WORK-DVD-TEMPST              PIC X(001) VALUE "N".
       77  WORK-DVD-SITUAC              PIC X(012) VALUE SPACES.
       77  WORK-DVD-EDVLR               PIC ZZZZZZ9,99.
       77  WORK-DVD-ITENS               PIC 9(006) VALUE ZEROS.
       77  WORK-DVD-SEMCLI              PIC 9(006) VALUE ZEROS.
       77  WORK-DVD-DIVERG              PIC 9(006) VALUE ZEROS.
       77  WORK-DVD-NOVAS               PIC 9(006) VALUE ZEROS.
       77  WORK-DVD-DECIDIDAS           PIC 9(006) VALUE ZEROS.
       77  WORK-DVD-RESP                PIC X(001) VALUE SPACES.
       77  WORK-DVD-OPCAO               PIC 9(001) VALUE ZEROS.
       77  WORK-DVD-SAI                 PIC X(001) VALUE "N".
       77  WORK-DVD-FIMDEC              PIC X(001) VALUE "N".
      *    postagem: arquivo de decisoes presente e vendedor a creditar
       77  WORK-DVD-TEMARQ              PIC X(001) VALUE "N".
       77  WORK-DVD-CREDITO             PIC 9(005) VALUE ZEROS.
       77  WORK-PST-DIVPEND             PIC 9(006) VALUE ZEROS.

      *----estorno de nota cancelada ja postada no COM020-------------
       77  WORK-STATUS-ELS              PIC X(002) VALUE SPACES.
           05 WORK-VIS-CVISI            PIC X(002).
           05 WORK-VIS-CRESU            PIC X(004).
       77  WORK-VIS-DTINI               PIC 9(008) VALUE ZEROS.
       77  WORK-VIS-DTFIM               PIC 9(008) VALUE ZEROS.
       77  WORK-VIS-CORTE               PIC 9(008) VALUE ZEROS.
       77  WORK-VIS-ULTIMA              PIC 9(008) VALUE ZEROS.
       77  WORK-VIS-SEMVIS              PIC 9(006) VALUE ZEROS.
      *----interlock online x batch (ver /hbsis/rotinas/rt-manut)-----
           COPY   "/hbsis/works/wk-manut".
       77  WORK-MANUT-LIVRE             PIC X(001) VALUE "N".

      *----journal de after-image (ver /hbsis/rotinas/rt-journal)-----
           COPY   "/hbsis/works/wk-journal".

      *----relatorio por equipe (ver /hbsis/programas/pw0096)---------
           COPY   "/hbsis/works/wk-pw0096".
       77  WORK-EQP-TIPO                PIC 9(001) VALUE ZEROS.
       77  WORK-EQP-DATA                PIC 9(008) VALUE ZEROS.
       77  WORK-EQP-SUPERV              PIC 9(005) VALUE ZEROS.
       77  WORK-EQP-EMAIL               PIC X(001) VALUE "N".
       77  WORK-LMP-POS                 PIC 9(004) VALUE ZEROS.

      *----curva ABC e mix de produtos por vendedor (SFT073)----------
       77  WORK-STATUS-ABA              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-ABO              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-ABL              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-ABC              PIC X(002) VALUE SPACES.
       77  WORK-ABC-EMPRESA             PIC 9(001) VALUE 2.
       77  WORK-ABC-FILIAL              PIC 9(002) VALUE ZEROS.
       77  WORK-ABC-AGRICUL             PIC X(001) VALUE "A".
       77  WORK-ABC-DTINI               PIC 9(008) VALUE ZEROS.
       77  WORK-ABC-DTFIM               PIC 9(008) VALUE ZEROS.
      *    limites da classe (participacao acumulada antes do produto)
      *    e quantos produtos de outros vendedores listar por vendedor
       77  WORK-ABC-LIMA                PIC 9(003) VALUE 80.
       77  WORK-ABC-LIMB                PIC 9(003) VALUE 95.
       77  WORK-ABC-TOPN                PIC 9(003) VALUE 20.
       77  WORK-ABC-ITENS               PIC 9(007) VALUE ZEROS.
       77  WORK-ABC-FORA                PIC 9(007) VALUE ZEROS.
       77  WORK-ABC-NAOCOM              PIC 9(007) VALUE ZEROS.
       77  WORK-ABC-SEMPROD             PIC 9(007) VALUE ZEROS.
       77  WORK-ABC-LINHAS              PIC 9(007) VALUE ZEROS.
       77  WORK-ABC-PARTE               PIC 9(001) VALUE ZEROS.
       77  WORK-ABC-TEMVEN              PIC X(001) VALUE "N".
       77  WORK-ABC-TEMDONO             PIC X(001) VALUE "N".
       77  WORK-ABC-CHAVE               PIC X(018) VALUE SPACES.
       77  WORK-ABC-GRUPO               PIC X(008) VALUE SPACES.
       77  WORK-ABC-PARTEANT            PIC 9(001) VALUE ZEROS.
       77  WORK-ABC-QTDADD              PIC 9(009)V99 VALUE ZEROS.
       77  WORK-ABC-VLRADD              PIC 9(011)V99 VALUE ZEROS.
       77  WORK-ABC-TOTAL               PIC 9(011)V99 VALUE ZEROS.
       77  WORK-ABC-TOTQTD              PIC 9(009)V99 VALUE ZEROS.
       77  WORK-ABC-ACUM                PIC 9(011)V99 VALUE ZEROS.
       77  WORK-ABC-POSICAO             PIC 9(005) VALUE ZEROS.
       77  WORK-ABC-PART                PIC 9(003)V99 VALUE ZEROS.
       77  WORK-ABC-PACUM               PIC 9(003)V99 VALUE ZEROS.
       77  WORK-ABC-PANTES              PIC 9(003)V99 VALUE ZEROS.
       77  WORK-ABC-CLASSE              PIC X(001) VALUE SPACES.
       77  WORK-ABC-MARCA               PIC X(003) VALUE SPACES.
       77  WORK-ABC-DESCRIC             PIC X(030) VALUE SPACES.
       77  WORK-ABC-NOMEVEND            PIC X(035) VALUE SPACES.
       77  WORK-ABC-EDQTD               PIC ZZZ.ZZZ.ZZ9,99.
       77  WORK-ABC-EDVLR               PIC Z.ZZZ.ZZZ.ZZ9,99.
       77  WORK-ABC-EDPART              PIC ZZ9,99.
       77  WORK-ABC-EDPACUM             PIC ZZ9,99.
       77  WORK-ABC-CSVQTD              PIC ZZZZZZZZ9,99.
       77  WORK-ABC-CSVVLR              PIC ZZZZZZZZZZ9,99.

      *----ondas de separacao por setor: prioridade de corte (menor
      *    numero = mais urgente, como no resumo do backlog) e limite
      *    de volumes por onda; a locacao do pedido e a menor do
      *    SCE079, de onde o separador comeca------------------------
       77  WORK-STATUS-ONP              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-ONS              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-ONL              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-ONC              PIC X(002) VALUE SPACES.
       77  WORK-OND-SETOR               PIC X(001) VALUE "E".
       77  WORK-OND-CORTE               PIC 9(007) VALUE 100000.
       77  WORK-OND-MAXVOL              PIC 9(005) VALUE 200.
       77  WORK-OND-FIM                 PIC X(001) VALUE "N".
       77  WORK-OND-PEDANT              PIC 9(006) VALUE ZEROS.
       77  WORK-OND-CODLOCA             PIC X(006) VALUE SPACES.
       77  WORK-OND-NLOCAS              PIC 9(003) VALUE ZEROS.
       77  WORK-OND-ONDA                PIC 9(004) VALUE ZEROS.
       77  WORK-OND-ONDANT              PIC 9(004) VALUE ZEROS.
       77  WORK-OND-VOLONDA             PIC 9(007) VALUE ZEROS.
       77  WORK-OND-ITEMONDA            PIC 9(005) VALUE ZEROS.
       77  WORK-OND-SEQ                 PIC 9(005) VALUE ZEROS.
       77  WORK-OND-ITENS               PIC 9(007) VALUE ZEROS.
       77  WORK-OND-VOLUMES             PIC 9(009) VALUE ZEROS.
       77  WORK-OND-SEMLOC              PIC 9(007) VALUE ZEROS.
       77  WORK-OND-PEDSEM              PIC 9(007) VALUE ZEROS.
       77  WORK-OND-VOLSEM              PIC 9(009) VALUE ZEROS.
       77  WORK-OND-ACIMA               PIC 9(007) VALUE ZEROS.
       77  WORK-OND-FECHADO             PIC 9(007) VALUE ZEROS.
       77  WORK-OND-PEDABT              PIC X(001) VALUE "N".
       77  WORK-OND-SITUACA             PIC X(001) VALUE SPACES.
           88  WORK-OND-ENCERRADO              VALUE "F" "C".
       77  WORK-OND-EDSEQ               PIC ZZZZ9.
       77  WORK-OND-EDNLOC              PIC ZZ9.
       77  WORK-OND-EDVOL               PIC ZZ.ZZ9.
       77  WORK-OND-EDTOT               PIC Z.ZZZ.ZZ9.

      *----sinal de nao comissionavel datado: WORK-NCH-DATA pede a
      *    data de referencia (emissao da nota) e WORK-NCH-SINAL
      *    devolve o sinal vigente nela (1 = nao comissiona)---------
       77  WORK-STATUS-NCH              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-NCL              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-NCC              PIC X(002) VALUE SPACES.
       77  WORK-NCH-TEMARQ              PIC X(001) VALUE "N".
       77  WORK-NCH-ACHOU               PIC X(001) VALUE "N".
       77  WORK-NCH-SAI                 PIC X(001) VALUE "N".
       77  WORK-NCH-OPCAO               PIC 9(001) VALUE ZEROS.
       77  WORK-NCH-PRODUTO             PIC 9(010) VALUE ZEROS.
       77  WORK-NCH-DATA                PIC 9(008) VALUE ZEROS.
       77  WORK-NCH-SINAL               PIC 9(001) VALUE ZEROS.
       77  WORK-NCH-HOJE                PIC 9(008) VALUE ZEROS.
       77  WORK-NCH-ATUAL               PIC 9(001) VALUE ZEROS.
       77  WORK-NCH-ANTES               PIC 9(001) VALUE ZEROS.
       77  WORK-NCH-NOVO                PIC 9(001) VALUE ZEROS.
       77  WORK-NCH-INICIO              PIC 9(008) VALUE ZEROS.
       77  WORK-NCH-MOTIVO              PIC X(040) VALUE SPACES.
       77  WORK-NCH-DTINI               PIC 9(008) VALUE ZEROS.
       77  WORK-NCH-DTFIM               PIC 9(008) VALUE ZEROS.
       77  WORK-NCH-LINHAS              PIC 9(006) VALUE ZEROS.
       77  WORK-NCH-SITUA               PIC X(017) VALUE SPACES.
       77  WORK-EST-NAOCOM              PIC 9(005) VALUE ZEROS.

      *----sign-on do operador e nivel de permissao-------------------
       77  WORK-STATUS-OPE              PIC X(002) VALUE SPACES.
       77  WORK-OPER-NIVEL              PIC 9(001) VALUE ZEROS.
           03 WORK-NOMEARQ28.
              05 FILLER                 PIC X(046) VALUE
              "/disco0/cobol/arq/relatorios/resumo_fiscal.csv".
           03 WORK-NOMEARQ29.
              05 FILLER                 PIC X(035) VALUE
              "/disco0/cobol/arq/com020_taxas.dat".
           03 WORK-NOMEARQ30.
              05 FILLER                 PIC X(036) VALUE
              "/disco0/cobol/arq/com021_pagtos.dat".
           03 WORK-NOMEARQ31.
              05 FILLER                 PIC X(033) VALUE
              "/disco0/cobol/arq/folha_comissao_".
              05 WORK-PAG-NOMANO        PIC 9(004) VALUE ZEROS.
              05 FILLER                 PIC X(002) VALUE "_T".
              05 WORK-PAG-NOMTRI        PIC 9(001) VALUE ZEROS.
              05 FILLER                 PIC X(004) VALUE ".txt".
           03 WORK-NOMEARQ32.
              05 FILLER                 PIC X(044) VALUE
              "/disco0/cobol/arq/relatorios/folha_controle_".
              05 WORK-PAG-LSTANO        PIC 9(004) VALUE ZEROS.
              05 FILLER                 PIC X(002) VALUE "_T".
              05 WORK-PAG-LSTTRI        PIC 9(001) VALUE ZEROS.
              05 FILLER                 PIC X(004) VALUE ".lst".
           03 WORK-NOMEARQ33.
              05 FILLER                 PIC X(033) VALUE
              "/disco0/cobol/arq/nf_retidas.dat".
           03 WORK-NOMEARQ34.
              05 FILLER                 PIC X(051) VALUE
              "/disco0/cobol/arq/relatorios/consistencia_notas.lst".
           03 WORK-NOMEARQ35.
              05 FILLER                 PIC X(051) VALUE
              "/disco0/cobol/arq/relatorios/consistencia_notas.csv".
           03 WORK-NOMEARQ36.
              05 FILLER                 PIC X(040) VALUE
              "/disco0/cobol/arq/divergencia_vend.dat".
           03 WORK-NOMEARQ37.
              05 FILLER                 PIC X(053) VALUE
              "/disco0/cobol/arq/relatorios/divergencia_vendedor.lst".
           03 WORK-NOMEARQ38.
              05 FILLER                 PIC X(053) VALUE
              "/disco0/cobol/arq/relatorios/divergencia_vendedor.csv".
           03 WORK-NOMEARQ39.
              05 FILLER                 PIC X(028) VALUE
              "/disco0/cobol/arq/equipe.dat".
           03 WORK-NOMEARQ40.
              05 FILLER                 PIC X(047) VALUE
              "/disco0/cobol/arq/relatorios/equipe_visitas.lst".
           03 WORK-NOMEARQ41.
              05 FILLER                 PIC X(047) VALUE
              "/disco0/cobol/arq/relatorios/equipe_extrato.lst".
           03 WORK-NOMEARQ42.
              05 FILLER                 PIC X(031) VALUE
              "/disco0/cobol/arq/abc_acumu.dat".
           03 WORK-NOMEARQ43.
              05 FILLER                 PIC X(031) VALUE
              "/disco0/cobol/arq/abc_ordem.dat".
           03 WORK-NOMEARQ44.
              05 FILLER                 PIC X(051) VALUE
              "/disco0/cobol/arq/relatorios/curva_abc_vendedor.lst".
           03 WORK-NOMEARQ45.
              05 FILLER                 PIC X(051) VALUE
              "/disco0/cobol/arq/relatorios/curva_abc_vendedor.csv".
           03 WORK-NOMEARQ46.
              05 FILLER                 PIC X(034) VALUE
              "/disco0/cobol/arq/ondas_priori.dat".
           03 WORK-NOMEARQ47.
              05 FILLER                 PIC X(033) VALUE
              "/disco0/cobol/arq/ondas_seque.dat".
           03 WORK-NOMEARQ48.
              05 FILLER                 PIC X(048) VALUE
              "/disco0/cobol/arq/relatorios/ondas_separacao.lst".
           03 WORK-NOMEARQ49.
              05 FILLER                 PIC X(048) VALUE
              "/disco0/cobol/arq/relatorios/ondas_separacao.csv".
           03 WORK-NOMEARQ50.
              05 FILLER                 PIC X(035) VALUE
              "/disco0/cobol/arq/sce001_naocom.dat".
           03 WORK-NOMEARQ51.
              05 FILLER                 PIC X(047) VALUE
              "/disco0/cobol/arq/relatorios/produto_naocom.lst".
           03 WORK-NOMEARQ52.
              05 FILLER                 PIC X(047) VALUE
              "/disco0/cobol/arq/relatorios/produto_naocom.csv".
      *----o retorno processado vai para um nome datado, para nao ser
      *    ingerido duas vezes----------------------------------------
           03 WORK-CMD-VISMV.
           03 WORK-LOG-CHAVE            PIC X(030) VALUE SPACES.
           03 WORK-LOG-OPERADOR         PIC X(020) VALUE SPACES.
           03 WORK-LOG-DESCRIC          PIC X(040) VALUE SPACES.
       77  WORK-LOG-ERROP               PIC X(010) VALUE SPACES.
       77  WORK-LOG-ERRST               PIC X(002) VALUE SPACES.

      *------grava log --------
       01  WORK-REGXl3.
          02 LINE 13 COL 03 VALUE " (10) Consulta Arquivo Nota  ".
          02 LINE 14 COL 03 VALUE " (11) Batelada Extracoes     ".
          02 LINE 15 COL 03 VALUE " (12) Manut. Vigilancia      ".
          02 LINE 16 COL 03 VALUE " (26) Taxas de Comissao      ".
          02 LINE 17 COL 03 VALUE " (27) Consistencia de Notas  ".
          02 LINE 18 COL 03 VALUE " (28) Vendedor x Carteira    ".
          02 LINE 05 COL 40 VALUE " (13) Aprova Overrides       ".
          02 LINE 06 COL 40 VALUE " (14) Concilia COM020xCOM021 ".
          02 LINE 07 COL 40 VALUE " (15) Extrato por Vendedor   ".
          02 LINE 15 COL 40 VALUE " (23) Importa Visitas        ".
          02 LINE 16 COL 40 VALUE " (24) Relatorio de Visitas   ".
          02 LINE 17 COL 40 VALUE " (25) Limpa Retencao Manut.  ".
          02 LINE 18 COL 40 VALUE " (29) Relatorio por Equipe   ".
          02 LINE 19 COL 40 VALUE " (30) Curva ABC por Vendedor ".
          02 LINE 19 COL 03 VALUE " (31) Ondas de Separacao     ".
          02 LINE 20 COL 03 VALUE " (99) Sair <ESC>             ".
          02 LINE 20 COL 40 VALUE " (32) Produto Comissionavel  ".
          02 LINE 21 COL 22 VALUE "".
          02 COL 33 HIGHLIGHT VALUE "Digite Opcao:".
          02 COL 49 VALUE "".
                    IF WORK-PERM-OK EQUAL "S"
                       PERFORM 2988-LIMPA-RETENCAO
                    END-IF
               WHEN 26
      *             percentual de comissao muda o valor da reserva:
      *             so supervisor mantem a tabela
                    MOVE 3 TO WORK-PERM-MINIMO
                    PERFORM 1200-VERIFICA-NIVEL
                    IF WORK-PERM-OK EQUAL "S"
                       PERFORM 2926-MANUTENCAO-TAXA
                    END-IF
               WHEN 27
                    PERFORM 2830-CONSISTENCIA-NOTAS
               WHEN 28
                    PERFORM 2840-DIVERGENCIA-VENDEDOR
               WHEN 29
                    PERFORM 2860-RELATORIO-EQUIPE
               WHEN 30
                    PERFORM 2861-CURVA-ABC
               WHEN 31
                    PERFORM 2880-ONDAS-SEPARACAO
               WHEN 32
      *             sinal de comissao do produto muda a postagem e o
      *             estorno: so supervisor altera
                    MOVE 3 TO WORK-PERM-MINIMO
                    PERFORM 1200-VERIFICA-NIVEL
                    IF WORK-PERM-OK EQUAL "S"
                       PERFORM 2928-PRODUTO-NAOCOM
                    END-IF
           END-EVALUATE
           .
       2000-PROCESSA-EXIT.
           MOVE "SFT006"                TO WORK-MAIL-TIPO
           MOVE WORK-NOMEARQ2           TO WORK-MAIL-ARQ
           PERFORM 2305-ENVIA-DISTRIBUICAO

           MOVE "NOTAS"                 TO WORK-MAIL-TIPO
           MOVE WORK-NOMEARQ34          TO WORK-MAIL-ARQ
           PERFORM 2305-ENVIA-DISTRIBUICAO
           .
       2310-ENVIA-SAIDAS-BATELADA-EXIT.
           EXIT.
           MOVE ZEROS TO WORK-VIS-CORTE
           ACCEPT WORK-VIS-CORTE                AT 1653 WITH UPPER
                                        AUTO-SKIP HIGHLIGHT
           DISPLAY "Fim do periodo    (AAAAMMDD):"        AT 1723
           MOVE ZEROS TO WORK-VIS-DTFIM
           ACCEPT WORK-VIS-DTFIM                AT 1753 WITH UPPER
                                        AUTO-SKIP HIGHLIGHT
      *    fim em branco: ate hoje (o plano traz semanas futuras)
           IF WORK-VIS-DTFIM EQUAL ZEROS
              MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
              MOVE SIST-ANOCOMPL             TO WORK-VIS-DTFIM (1:4)
              MOVE SIST-MESSSSS              TO WORK-VIS-DTFIM (5:2)
              MOVE SIST-DIAAAAA              TO WORK-VIS-DTFIM (7:2)
           END-IF

           MOVE ZEROS TO WORK-VISX-QTD WORK-VIS-SEMVIS
           INITIALIZE WORK-VISX-TAB
           END-IF
           MOVE WORK-PLAN-CDATA TO WORK-PLAN-DATA
           IF WORK-PLAN-DATA < WORK-VIS-DTINI
           OR WORK-PLAN-DATA > WORK-VIS-DTFIM
              GO TO 2708-SOMA-PLANEJADO-EXIT
           END-IF

           END-READ

           IF VIS-DATA < WORK-VIS-DTINI OR
              VIS-DATA > WORK-VIS-DTFIM OR
              VIS-VISITADO NOT EQUAL "S"
              GO TO 2709-SOMA-CONFIRMADO-EXIT
           END-IF
       2710-REGISTRA-LOG-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Falha de I-O no SYS047: arquivo e chave ja em WORK-LOG-*,     *
      * operacao em WORK-LOG-ERROP e file status em WORK-LOG-ERRST    *
      *---------------------------------------------------------------*
       2710A-REGISTRA-ERRO              SECTION.
           MOVE "ERROIO"                  TO WORK-LOG-ACAO
           MOVE SPACES                    TO WORK-LOG-DESCRIC
           STRING "Falha no " WORK-LOG-ERROP
                  " status " WORK-LOG-ERRST
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           .
       2710A-REGISTRA-ERRO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Journal de after-image do COM020, COM021 e WATCH072: chamado  *
      * logo depois da gravacao, com a operacao (I/A/E) ja em         *
      * WK-JRN-OPERACAO; gravacao que nao deu certo nao vai para o    *
      * journal. O operador segue a mesma regra do SYS047             *
      *---------------------------------------------------------------*
       2716-JOURNAL-COM020              SECTION.
           IF WORK-FSTATUS (1:1) NOT EQUAL "0"
              GO TO 2716-JOURNAL-COM020-EXIT
           END-IF
           MOVE "COM020"                  TO WK-JRN-ARQUIVO
           MOVE OM020-REGISTR             TO WK-JRN-IMAGEM
           PERFORM 2719-GRAVA-JOURNAL
           .
       2716-JOURNAL-COM020-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2717-JOURNAL-COM021              SECTION.
           IF WORK-FSTATUS (1:1) NOT EQUAL "0"
              GO TO 2717-JOURNAL-COM021-EXIT
           END-IF
           MOVE "COM021"                  TO WK-JRN-ARQUIVO
           MOVE OM021-REGISTR             TO WK-JRN-IMAGEM
           PERFORM 2719-GRAVA-JOURNAL
           .
       2717-JOURNAL-COM021-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2718-JOURNAL-WATCH072            SECTION.
           IF WORK-FSTATUS (1:1) NOT EQUAL "0"
              GO TO 2718-JOURNAL-WATCH072-EXIT
           END-IF
           MOVE "WATCH072"                TO WK-JRN-ARQUIVO
           MOVE WATCH072-REGISTR          TO WK-JRN-IMAGEM
           PERFORM 2719-GRAVA-JOURNAL
           .
       2718-JOURNAL-WATCH072-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2719-GRAVA-JOURNAL               SECTION.
           MOVE "LEARQ"                   TO WK-JRN-PROGRAMA
           IF WORK-OPER-ATUAL NOT EQUAL SPACES
              MOVE WORK-OPER-ATUAL        TO WK-JRN-OPERADOR
           ELSE
              DISPLAY "USER"              UPON ENVIRONMENT-NAME
              ACCEPT   WORK-LOG-OPERADOR  FROM ENVIRONMENT-VALUE
              MOVE WORK-LOG-OPERADOR      TO WK-JRN-OPERADOR
           END-IF
           PERFORM 8500-JOURNAL-GRAVA
           .
       2719-GRAVA-JOURNAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Consulta Arquivo                                              *
      *---------------------------------------------------------------*
       2800-CONSULTA-ARQUIVO                    SECTION.
       2809-FECHA-CONCILIA-VOL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Consistencia de notas (opcao 27 e batelada): para o periodo e *
      * empresa/filial, confere cada capa do SFT070 com o SFT072 e    *
      * com a soma dos itens do SFT073 - capa sem itens, itens sem    *
      * capa, diferenca de valor e de serie/data. Nota com ocorrencia *
      * fica retida (NFRETEN) e a postagem da reserva a pula ate um   *
      * supervisor liberar                                            *
      *---------------------------------------------------------------*
       2830-CONSISTENCIA-NOTAS                  SECTION.

           OPEN I-O NFRETEN
           IF WORK-STATUS-RET EQUAL "35"
              OPEN OUTPUT NFRETEN
              CLOSE NFRETEN
              OPEN I-O NFRETEN
           END-IF
           CLOSE NFRETEN

           MOVE "N" TO WORK-NFC-SAI
           PERFORM 2838-MENU-CONSISTENCIA
                   UNTIL WORK-NFC-SAI EQUAL "S"
           .
       2830-CONSISTENCIA-NOTAS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2838-MENU-CONSISTENCIA                   SECTION.

           DISPLAY TELA-LIMPA
           DISPLAY "Consistencia de notas SFT070 x SFT072 x SFT073"
                                                       AT 1423
           DISPLAY "1=verifica 2=libera retida 3=lista retidas 9=sai"
                                                       AT 1523
           MOVE ZEROS TO WORK-NFC-OPCAO
           ACCEPT WORK-NFC-OPCAO                       AT 1573
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              MOVE "S" TO WORK-NFC-SAI
              GO TO 2838-MENU-CONSISTENCIA-EXIT
           END-IF

           EVALUATE WORK-NFC-OPCAO
               WHEN 1 PERFORM 2839-PEDE-PERIODO-NFC
               WHEN 2
      *             liberar nota retida volta a pagar comissao sobre
      *             ela: so supervisor
                    MOVE 3 TO WORK-PERM-MINIMO
                    PERFORM 1200-VERIFICA-NIVEL
                    IF WORK-PERM-OK EQUAL "S"
                       PERFORM 2838A-LIBERA-NOTA
                    END-IF
               WHEN 3 PERFORM 2838B-LISTA-RETIDAS
               WHEN 9 MOVE "S" TO WORK-NFC-SAI
           END-EVALUATE
           .
       2838-MENU-CONSISTENCIA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2839-PEDE-PERIODO-NFC                    SECTION.

           DISPLAY "Empresa:"                          AT 1623
           DISPLAY WORK-NFC-EMPRESA                    AT 1660
           ACCEPT  WORK-NFC-EMPRESA                    AT 1660
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           DISPLAY "Filial (0=todas):"                 AT 1723
           MOVE ZEROS TO WORK-NFC-FILIAL
           ACCEPT  WORK-NFC-FILIAL                     AT 1760
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           DISPLAY "Emissao de (AAAAMMDD):"            AT 1823
           MOVE FUNCTION CURRENT-DATE      TO SIST-DATAHOR
           MOVE SIST-ANOCOMPL              TO WORK-NFC-DTINI (1:4)
           MOVE "0101"                     TO WORK-NFC-DTINI (5:4)
           DISPLAY WORK-NFC-DTINI                      AT 1860
           ACCEPT  WORK-NFC-DTINI                      AT 1860
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           DISPLAY "Emissao ate (AAAAMMDD):"           AT 1923
           MOVE SIST-ANOCOMPL              TO WORK-NFC-DTFIM (1:4)
           MOVE SIST-MESSSSS               TO WORK-NFC-DTFIM (5:2)
           MOVE SIST-DIAAAAA               TO WORK-NFC-DTFIM (7:2)
           DISPLAY WORK-NFC-DTFIM                      AT 1960
           ACCEPT  WORK-NFC-DTFIM                      AT 1960
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              GO TO 2839-PEDE-PERIODO-NFC-EXIT
           END-IF
           IF WORK-NFC-DTFIM < WORK-NFC-DTINI
              DISPLAY "Periodo invalido"               AT 2023
              PERFORM D00-DELAYSSS
              GO TO 2839-PEDE-PERIODO-NFC-EXIT
           END-IF

           PERFORM 2831-VERIFICA-NOTAS
           .
       2839-PEDE-PERIODO-NFC-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * A conferencia em si (tela e batelada): primeiro percorre as   *
      * capas do SFT070 do periodo, depois os itens do SFT073 atras   *
      * de nota sem capa                                              *
      *---------------------------------------------------------------*
       2831-VERIFICA-NOTAS                      SECTION.

           MOVE ZEROS TO WORK-NFC-QTDNOTA WORK-NFC-SEM072
                         WORK-NFC-SEMITEM WORK-NFC-SEMCAPA
                         WORK-NFC-DIFVLR  WORK-NFC-DIFSER
                         WORK-NFC-NOVAS

           OPEN OUTPUT NFCLST
           OPEN OUTPUT NFCCSV
           IF WORK-STATUS-NFL NOT EQUAL "00" OR
              WORK-STATUS-NFC NOT EQUAL "00"
              IF COM-TELA
                 DISPLAY "ERRO ABRIR RELATORIO"          AT 2123
              END-IF
              CLOSE NFCLST NFCCSV
              GO TO 2831-VERIFICA-NOTAS-EXIT
           END-IF

           OPEN INPUT SFT070
           IF WK-FSTATUS NOT EQUAL "00"
              IF COM-TELA
                 DISPLAY "ERRO ABRIR SFT070"             AT 2123
              END-IF
              CLOSE NFCLST NFCCSV SFT070
              GO TO 2831-VERIFICA-NOTAS-EXIT
           END-IF
           OPEN INPUT SFT072
           IF WORK-FSTATUS NOT EQUAL "00"
              IF COM-TELA
                 DISPLAY "ERRO ABRIR SFT072"             AT 2123
              END-IF
              CLOSE NFCLST NFCCSV SFT070 SFT072
              GO TO 2831-VERIFICA-NOTAS-EXIT
           END-IF
           OPEN INPUT SFT073
           IF WORK-FSTATUS NOT EQUAL "00"
              IF COM-TELA
                 DISPLAY "ERRO ABRIR SFT073"             AT 2123
              END-IF
              CLOSE NFCLST NFCCSV SFT070 SFT072 SFT073
              GO TO 2831-VERIFICA-NOTAS-EXIT
           END-IF
           OPEN I-O NFRETEN
           IF WORK-STATUS-RET EQUAL "35"
              OPEN OUTPUT NFRETEN
              CLOSE NFRETEN
              OPEN I-O NFRETEN
           END-IF
           IF WORK-STATUS-RET NOT EQUAL "00"
              IF COM-TELA
                 DISPLAY "ERRO ABRIR NOTAS RETIDAS"      AT 2123
              END-IF
              CLOSE NFCLST NFCCSV SFT070 SFT072 SFT073 NFRETEN
              GO TO 2831-VERIFICA-NOTAS-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE TO SIST-DATAHOR
           MOVE SPACES TO NFCLST-REGISTR
           STRING "CONSISTENCIA DE NOTAS SFT070 x SFT072 x SFT073 - "
                  "EMPRESA " WORK-NFC-EMPRESA
                  " FILIAL " WORK-NFC-FILIAL
                  " EMISSAO " WORK-NFC-DTINI " A " WORK-NFC-DTFIM
                  DELIMITED BY SIZE INTO NFCLST-REGISTR
           END-STRING
           WRITE NFCLST-REGISTR
           MOVE SPACES TO NFCLST-REGISTR
           STRING "EMITIDO " SIST-DIAAAAA "/" SIST-MESSSSS
                  "/" SIST-ANOCOMPL
                  DELIMITED BY SIZE INTO NFCLST-REGISTR
           END-STRING
           WRITE NFCLST-REGISTR
           MOVE SPACES TO NFCLST-REGISTR
           STRING "E FL NOTA   SR EMISSAO  OCORRENCIA            "
                  "  VALOR CAPA  VALOR CONFRONTO"
                  DELIMITED BY SIZE INTO NFCLST-REGISTR
           END-STRING
           WRITE NFCLST-REGISTR
           MOVE "Ocorrencia;Empresa;Filial;Nota;Serie;Emissao;ValorCapa;
      -         "ValorConfronto" TO NFCCSV-REGISTR
           WRITE NFCCSV-REGISTR

           MOVE WORK-NFC-EMPRESA     TO FT070-EMPRESA
           MOVE WORK-NFC-FILIAL      TO FT070-FILIALL
           MOVE ZEROS                TO FT070-NRNOTAS
           START SFT070 KEY IS >= FT070-RECORDK INVALID KEY
           GO TO 2831-PASSO-ITENS.

           K65-LENFC070.
           READ SFT070 NEXT WITH IGNORE LOCK AT END
                GO TO 2831-PASSO-ITENS
           END-READ
           IF FT070-EMPRESA NOT EQUAL WORK-NFC-EMPRESA
              GO TO 2831-PASSO-ITENS
           END-IF
      *    a chave ordena a filial dentro da empresa: passou da filial
      *    pedida, acabou
           IF WORK-NFC-FILIAL NOT EQUAL ZEROS AND
              FT070-FILIALL NOT EQUAL WORK-NFC-FILIAL
              GO TO 2831-PASSO-ITENS
           END-IF
           IF FT070-DTEMISS < WORK-NFC-DTINI OR
              FT070-DTEMISS > WORK-NFC-DTFIM
              GO TO K65-LENFC070
           END-IF
           PERFORM 2832-CONFERE-CAPA
           GO TO K65-LENFC070.

      *    itens do periodo cuja nota nao tem capa no SFT070
           2831-PASSO-ITENS.
           MOVE SPACES               TO WORK-NFC-ANTERIOR
           MOVE WORK-NFC-EMPRESA     TO FT073-EMPRESA
           MOVE WORK-NFC-FILIAL      TO FT073-FILIALL
           MOVE ZEROS                TO FT073-NRNOTAS FT073-SEQITEM
           START SFT073 KEY IS >= FT073-RECORDK INVALID KEY
           GO TO 2831-FIM.

           K65-LENFC073.
           READ SFT073 NEXT WITH IGNORE LOCK AT END
                GO TO 2831-FIM
           END-READ
           IF FT073-EMPRESA NOT EQUAL WORK-NFC-EMPRESA
              GO TO 2831-FIM
           END-IF
           IF WORK-NFC-FILIAL NOT EQUAL ZEROS AND
              FT073-FILIALL NOT EQUAL WORK-NFC-FILIAL
              GO TO 2831-FIM
           END-IF
           IF FT073-RECORDK (1:9) EQUAL WORK-NFC-ANTERIOR
              GO TO K65-LENFC073
           END-IF
           MOVE FT073-RECORDK (1:9)  TO WORK-NFC-ANTERIOR
           IF FT073-DTEMISS < WORK-NFC-DTINI OR
              FT073-DTEMISS > WORK-NFC-DTFIM
              GO TO K65-LENFC073
           END-IF
           MOVE FT073-EMPRESA        TO FT070-EMPRESA
           MOVE FT073-FILIALL        TO FT070-FILIALL
           MOVE FT073-NRNOTAS        TO FT070-NRNOTAS
           READ SFT070 WITH IGNORE LOCK INVALID KEY
                ADD 1 TO WORK-NFC-SEMCAPA
                MOVE FT073-RECORDK (1:9) TO WORK-NFC-CHAVE
                MOVE FT073-SERIENF       TO WORK-NFC-SERIE
                MOVE FT073-DTEMISS       TO WORK-NFC-DTEMISS
                MOVE ZEROS               TO WORK-NFC-VLR1
                MOVE ZEROS               TO WORK-NFC-VLR2
                MOVE "ITENS SEM CAPA"    TO WORK-NFC-MOTIVO
                PERFORM 2834-REGISTRA-OCORRENCIA
           END-READ
           GO TO K65-LENFC073.

           2831-FIM.
           CLOSE SFT070 SFT072 SFT073 NFRETEN
           PERFORM 2837-FECHA-CONSISTENCIA
           .
       2831-VERIFICA-NOTAS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Confere uma capa do SFT070: existencia, valor, serie e data   *
      * no SFT072 e soma, serie e data dos itens no SFT073            *
      *---------------------------------------------------------------*
       2832-CONFERE-CAPA                        SECTION.

           ADD 1 TO WORK-NFC-QTDNOTA
           MOVE FT070-RECORDK        TO WORK-NFC-CHAVE
           MOVE FT070-SERIENF        TO WORK-NFC-SERIE
           MOVE FT070-DTEMISS        TO WORK-NFC-DTEMISS
           MOVE FT070-VLRNOTA        TO WORK-NFC-VLR1

           MOVE FT070-RECORDK        TO FT072-RECORDK
           READ SFT072 WITH IGNORE LOCK INVALID KEY
                ADD 1 TO WORK-NFC-SEM072
                MOVE ZEROS               TO WORK-NFC-VLR2
                MOVE "CAPA SEM SFT072"   TO WORK-NFC-MOTIVO
                PERFORM 2834-REGISTRA-OCORRENCIA
                NOT INVALID KEY
                IF FT072-VLRNOTA NOT EQUAL FT070-VLRNOTA
                   ADD 1 TO WORK-NFC-DIFVLR
                   MOVE FT072-VLRNOTA    TO WORK-NFC-VLR2
                   MOVE "VALOR SFT072"   TO WORK-NFC-MOTIVO
                   PERFORM 2834-REGISTRA-OCORRENCIA
                END-IF
                IF FT072-SERIENF NOT EQUAL FT070-SERIENF OR
                   FT072-DTEMISS NOT EQUAL FT070-DTEMISS
                   ADD 1 TO WORK-NFC-DIFSER
                   MOVE FT072-VLRNOTA    TO WORK-NFC-VLR2
                   MOVE "SERIE/DATA SFT072" TO WORK-NFC-MOTIVO
                   PERFORM 2834-REGISTRA-OCORRENCIA
                END-IF
           END-READ

           MOVE ZEROS                TO WORK-NFC-SOMA WORK-NFC-QTDITEM
           MOVE "N"                  TO WORK-NFC-SERDIF
           MOVE FT070-RECORDK        TO FT073-RECORDK (1:9)
           MOVE ZEROS                TO FT073-SEQITEM
           START SFT073 KEY IS >= FT073-RECORDK INVALID KEY
           GO TO 2832-APURA.

           K65-SOMANFC.
           READ SFT073 NEXT WITH IGNORE LOCK AT END
                GO TO 2832-APURA
           END-READ
           IF FT073-RECORDK (1:9) NOT EQUAL WORK-NFC-CHAVE
              GO TO 2832-APURA
           END-IF
           ADD 1             TO WORK-NFC-QTDITEM
           ADD FT073-VLRTOTA TO WORK-NFC-SOMA
           IF FT073-SERIENF NOT EQUAL FT070-SERIENF OR
              FT073-DTEMISS NOT EQUAL FT070-DTEMISS
              MOVE "S" TO WORK-NFC-SERDIF
           END-IF
           GO TO K65-SOMANFC.

           2832-APURA.
           MOVE WORK-NFC-SOMA        TO WORK-NFC-VLR2
           IF WORK-NFC-QTDITEM EQUAL ZEROS
              ADD 1 TO WORK-NFC-SEMITEM
              MOVE "CAPA SEM ITENS"     TO WORK-NFC-MOTIVO
              PERFORM 2834-REGISTRA-OCORRENCIA
              GO TO 2832-CONFERE-CAPA-EXIT
           END-IF
           IF WORK-NFC-SOMA NOT EQUAL FT070-VLRNOTA
              ADD 1 TO WORK-NFC-DIFVLR
              MOVE "VALOR ITENS SFT073" TO WORK-NFC-MOTIVO
              PERFORM 2834-REGISTRA-OCORRENCIA
           END-IF
           IF WORK-NFC-SERDIF EQUAL "S"
              ADD 1 TO WORK-NFC-DIFSER
              MOVE "SERIE/DATA SFT073"  TO WORK-NFC-MOTIVO
              PERFORM 2834-REGISTRA-OCORRENCIA
           END-IF
           .
       2832-CONFERE-CAPA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Uma ocorrencia: linha no impresso e no csv e retencao da nota *
      *---------------------------------------------------------------*
       2834-REGISTRA-OCORRENCIA                 SECTION.

           MOVE WORK-NFC-VLR1        TO WORK-NFC-ED1
           MOVE WORK-NFC-VLR2        TO WORK-NFC-ED2
           MOVE SPACES TO NFCLST-REGISTR
           STRING WORK-NFC-CEMP " " WORK-NFC-CFIL " " WORK-NFC-CNOTA
                  " " WORK-NFC-SERIE " " WORK-NFC-DTEMISS
                  " " WORK-NFC-MOTIVO
                  " " WORK-NFC-ED1 "    " WORK-NFC-ED2
                  DELIMITED BY SIZE INTO NFCLST-REGISTR
           END-STRING
           WRITE NFCLST-REGISTR

           MOVE SPACES TO NFCCSV-REGISTR
           STRING WORK-NFC-MOTIVO ";"
                  WORK-NFC-CEMP ";" WORK-NFC-CFIL ";"
                  WORK-NFC-CNOTA ";" WORK-NFC-SERIE ";"
                  WORK-NFC-DTEMISS ";"
                  WORK-NFC-ED1 ";" WORK-NFC-ED2
                  DELIMITED BY SIZE INTO NFCCSV-REGISTR
           END-STRING
           WRITE NFCCSV-REGISTR

      *    nota ja retida (ou ja liberada por um supervisor depois de
      *    conferida) fica como esta
           MOVE WORK-NFC-CHAVE       TO RET-CHAVE
           READ NFRETEN INVALID KEY
                MOVE FUNCTION CURRENT-DATE TO SIST-DATAHOR
                MOVE "R"                   TO RET-SITUACA
                MOVE WORK-NFC-MOTIVO       TO RET-MOTIVO
                MOVE SIST-ANOCOMPL         TO RET-DATA (1:4)
                MOVE SIST-MESSSSS          TO RET-DATA (5:2)
                MOVE SIST-DIAAAAA          TO RET-DATA (7:2)
                MOVE SPACES                TO RET-OPER-LIB
                MOVE ZEROS                 TO RET-DATA-LIB
                WRITE NFRETEN-REGISTR
                ADD 1 TO WORK-NFC-NOVAS
           END-READ
           .
       2834-REGISTRA-OCORRENCIA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2837-FECHA-CONSISTENCIA                  SECTION.

           MOVE SPACES TO NFCLST-REGISTR
           WRITE NFCLST-REGISTR
           MOVE SPACES TO NFCLST-REGISTR
           STRING "CAPAS CONFERIDAS=" WORK-NFC-QTDNOTA
                  "  SEM SFT072=" WORK-NFC-SEM072
                  "  SEM ITENS=" WORK-NFC-SEMITEM
                  "  ITENS SEM CAPA=" WORK-NFC-SEMCAPA
                  DELIMITED BY SIZE INTO NFCLST-REGISTR
           END-STRING
           WRITE NFCLST-REGISTR
           MOVE SPACES TO NFCLST-REGISTR
           STRING "DIFERENCAS DE VALOR=" WORK-NFC-DIFVLR
                  "  DE SERIE/DATA=" WORK-NFC-DIFSER
                  "  NOTAS RETIDAS AGORA=" WORK-NFC-NOVAS
                  DELIMITED BY SIZE INTO NFCLST-REGISTR
           END-STRING
           WRITE NFCLST-REGISTR
           CLOSE NFCLST NFCCSV

           MOVE "CONSISTNF"               TO WORK-LOG-ACAO
           MOVE "SFT070"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING WORK-NFC-DTINI "-" WORK-NFC-DTFIM
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE SPACES                    TO WORK-LOG-DESCRIC
           STRING "Capas=" WORK-NFC-QTDNOTA
                  " Retidas=" WORK-NFC-NOVAS
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG

           IF COM-TELA
              DISPLAY "Capas conferidas  :"        AT 2123
              DISPLAY WORK-NFC-QTDNOTA             AT 2145
              DISPLAY "Notas retidas agora:"       AT 2150
              DISPLAY WORK-NFC-NOVAS               AT 2171
              STOP " <ENTER> "
           END-IF
           .
       2837-FECHA-CONSISTENCIA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Libera uma nota retida depois de conferida: a postagem volta  *
      * a considerar a nota; quem liberou e quando ficam no registro  *
      * e no SYS047                                                   *
      *---------------------------------------------------------------*
       2838A-LIBERA-NOTA                        SECTION.

           DISPLAY "Empresa:"                          AT 1623
           MOVE WORK-NFC-EMPRESA TO WORK-NFC-CEMP
           DISPLAY WORK-NFC-CEMP                       AT 1640
           ACCEPT  WORK-NFC-CEMP                       AT 1640
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           DISPLAY "Filial:"                           AT 1723
           MOVE ZEROS TO WORK-NFC-CFIL
           ACCEPT  WORK-NFC-CFIL                       AT 1740
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           DISPLAY "Nota:"                             AT 1823
           MOVE ZEROS TO WORK-NFC-CNOTA
           ACCEPT  WORK-NFC-CNOTA                      AT 1840
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              GO TO 2838A-LIBERA-NOTA-EXIT
           END-IF

           OPEN I-O NFRETEN
           IF WORK-STATUS-RET NOT EQUAL "00"
              DISPLAY "ERRO ABRIR NOTAS RETIDAS"       AT 1923
              CLOSE NFRETEN
              PERFORM D00-DELAYSSS
              GO TO 2838A-LIBERA-NOTA-EXIT
           END-IF
           MOVE WORK-NFC-CHAVE       TO RET-CHAVE
           READ NFRETEN INVALID KEY
                DISPLAY "Nota nao esta retida"         AT 1923
                CLOSE NFRETEN
                PERFORM D00-DELAYSSS
                GO TO 2838A-LIBERA-NOTA-EXIT
           END-READ
           IF NOT RET-RETIDA
              DISPLAY "Nota ja liberada por "          AT 1923
              DISPLAY RET-OPER-LIB                     AT 1945
              CLOSE NFRETEN
              PERFORM D00-DELAYSSS
              GO TO 2838A-LIBERA-NOTA-EXIT
           END-IF

           DISPLAY "Retida por:"                       AT 1923
           DISPLAY RET-MOTIVO                          AT 1935
           DISPLAY RET-DATA                            AT 1957

           PERFORM 2400-CONFIRMA
           IF LKRT024-RESPOST EQUAL "N" OR "n" OR "-"
              CLOSE NFRETEN
              GO TO 2838A-LIBERA-NOTA-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
           MOVE "L"                       TO RET-SITUACA
           MOVE WORK-OPER-ATUAL           TO RET-OPER-LIB
           MOVE SIST-ANOCOMPL             TO RET-DATA-LIB (1:4)
           MOVE SIST-MESSSSS              TO RET-DATA-LIB (5:2)
           MOVE SIST-DIAAAAA              TO RET-DATA-LIB (7:2)
           REWRITE NFRETEN-REGISTR
           MOVE WORK-STATUS-RET           TO WORK-LOG-ERRST
           CLOSE NFRETEN

           MOVE "NF_RETIDAS"              TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING WORK-NFC-CEMP ";" WORK-NFC-CFIL ";" WORK-NFC-CNOTA
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           IF WORK-LOG-ERRST NOT EQUAL "00"
              DISPLAY "ERRO GRAVAR - NOTA CONTINUA RETIDA" AT 2023
              MOVE "REWRITE"              TO WORK-LOG-ERROP
              PERFORM 2710A-REGISTRA-ERRO
              PERFORM D00-DELAYSSS
              GO TO 2838A-LIBERA-NOTA-EXIT
           END-IF

           MOVE "NFLIBERA"                TO WORK-LOG-ACAO
           MOVE SPACES                    TO WORK-LOG-DESCRIC
           STRING "Liberada - retida por " RET-MOTIVO
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           DISPLAY "Nota liberada para a postagem"     AT 2023
           PERFORM D00-DELAYSSS
           .
       2838A-LIBERA-NOTA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2838B-LISTA-RETIDAS                      SECTION.
           OPEN INPUT NFRETEN
           MOVE LOW-VALUES TO RET-CHAVE
           START NFRETEN KEY IS >= RET-CHAVE INVALID KEY
           DISPLAY "Nenhuma nota retida"               AT 1823
           CLOSE NFRETEN
           GO TO 2838B-LISTA-RETIDAS-EXIT.

           K65-LISTARET.
              READ NFRETEN NEXT WITH IGNORE LOCK AT END
              CLOSE NFRETEN
              GO TO 2838B-LISTA-RETIDAS-EXIT.
              IF NOT RET-RETIDA
                 GO TO K65-LISTARET
              END-IF
              DISPLAY "Nota: "                         AT 1823
              DISPLAY RET-EMPRESA                      AT 1829
              DISPLAY RET-FILIALL                      AT 1831
              DISPLAY RET-NRNOTAS                      AT 1834
              DISPLAY "Motivo: "                       AT 1842
              DISPLAY RET-MOTIVO                       AT 1850
              DISPLAY "Retida em: "                    AT 1923
              DISPLAY RET-DATA                         AT 1934
              STOP " <ENTER> "
           GO TO K65-LISTARET.
           .
       2838B-LISTA-RETIDAS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Vendedor faturado x dono da carteira (opcao 28): confere o    *
      * FT073-CODVEND de cada item com quem era dono do cliente       *
      * (cliente.dat pelo CNPJ do SFT072, historico_cli.dat) na data  *
      * de emissao; cada divergencia espera a decisao de a quem       *
      * creditar, que a postagem da reserva respeita                  *
      *---------------------------------------------------------------*
       2840-DIVERGENCIA-VENDEDOR                SECTION.

           OPEN I-O DIVVEN
           IF WORK-STATUS-DVD EQUAL "35"
              OPEN OUTPUT DIVVEN
              CLOSE DIVVEN
              OPEN I-O DIVVEN
           END-IF
           CLOSE DIVVEN

           MOVE "N" TO WORK-DVD-SAI
           PERFORM 2841-MENU-DIVERGENCIA
                   UNTIL WORK-DVD-SAI EQUAL "S"
           .
       2840-DIVERGENCIA-VENDEDOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2841-MENU-DIVERGENCIA                    SECTION.

           DISPLAY TELA-LIMPA
           DISPLAY "Vendedor faturado x dono da carteira na emissao"
                                                       AT 1423
           DISPLAY "1=relatorio 2=decide credito 3=lista 9=sai"
                                                       AT 1523
           MOVE ZEROS TO WORK-DVD-OPCAO
           ACCEPT WORK-DVD-OPCAO                       AT 1573
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              MOVE "S" TO WORK-DVD-SAI
              GO TO 2841-MENU-DIVERGENCIA-EXIT
           END-IF

           EVALUATE WORK-DVD-OPCAO
               WHEN 1 PERFORM 2842-PEDE-PERIODO-DVD
               WHEN 2
      *             a decisao muda a quem a comissao e creditada:
      *             so supervisor
                    MOVE 3 TO WORK-PERM-MINIMO
                    PERFORM 1200-VERIFICA-NIVEL
                    IF WORK-PERM-OK EQUAL "S"
                       PERFORM 2846-DECIDE-DIVERGENCIA
                    END-IF
               WHEN 3 PERFORM 2848-LISTA-DIVERGENCIA
               WHEN 9 MOVE "S" TO WORK-DVD-SAI
           END-EVALUATE
           .
       2841-MENU-DIVERGENCIA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2842-PEDE-PERIODO-DVD                    SECTION.

           DISPLAY "Empresa:"                          AT 1623
           DISPLAY WORK-DVD-EMPRESA                    AT 1660
           ACCEPT  WORK-DVD-EMPRESA                    AT 1660
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           DISPLAY "Filial (0=todas):"                 AT 1723
           MOVE ZEROS TO WORK-DVD-FILIAL
           ACCEPT  WORK-DVD-FILIAL                     AT 1760
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           MOVE FUNCTION CURRENT-DATE      TO SIST-DATAHOR
           MOVE SIST-ANOCOMPL              TO WORK-DVD-DTINI (1:4)
           MOVE "0101"                     TO WORK-DVD-DTINI (5:4)
           DISPLAY "Emissao de (AAAAMMDD):"            AT 1823
           DISPLAY WORK-DVD-DTINI                      AT 1860
           ACCEPT  WORK-DVD-DTINI                      AT 1860
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           MOVE SIST-ANOCOMPL              TO WORK-DVD-DTFIM (1:4)
           MOVE SIST-MESSSSS               TO WORK-DVD-DTFIM (5:2)
           MOVE SIST-DIAAAAA               TO WORK-DVD-DTFIM (7:2)
           DISPLAY "Emissao ate (AAAAMMDD):"           AT 1923
           DISPLAY WORK-DVD-DTFIM                      AT 1960
           ACCEPT  WORK-DVD-DTFIM                      AT 1960
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              GO TO 2842-PEDE-PERIODO-DVD-EXIT
           END-IF
           IF WORK-DVD-DTFIM < WORK-DVD-DTINI
              DISPLAY "Periodo invalido"               AT 2023
              PERFORM D00-DELAYSSS
              GO TO 2842-PEDE-PERIODO-DVD-EXIT
           END-IF

           PERFORM 2843-GERA-DIVERGENCIA
           .
       2842-PEDE-PERIODO-DVD-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Percorre os itens do SFT073 do periodo e lista todo item cujo *
      * vendedor nao era o dono da carteira na emissao; divergencia   *
      * nova entra no arquivo de decisoes como pendente, a ja         *
      * decidida e listada com a decisao                              *
      *---------------------------------------------------------------*
       2843-GERA-DIVERGENCIA                    SECTION.

           MOVE ZEROS TO WORK-DVD-ITENS WORK-DVD-SEMCLI
                         WORK-DVD-DIVERG WORK-DVD-NOVAS

           OPEN OUTPUT DVDLST
           OPEN OUTPUT DVDCSV
           IF WORK-STATUS-DVL NOT EQUAL "00" OR
              WORK-STATUS-DVC NOT EQUAL "00"
              DISPLAY "ERRO ABRIR RELATORIO"             AT 2123
              CLOSE DVDLST DVDCSV
              PERFORM D00-DELAYSSS
              GO TO 2843-GERA-DIVERGENCIA-EXIT
           END-IF

           OPEN INPUT SFT072
           IF WORK-FSTATUS NOT EQUAL "00"
              DISPLAY "ERRO ABRIR SFT072"                AT 2123
              CLOSE DVDLST DVDCSV SFT072
              PERFORM D00-DELAYSSS
              GO TO 2843-GERA-DIVERGENCIA-EXIT
           END-IF
           OPEN INPUT SFT073
           IF WORK-FSTATUS NOT EQUAL "00"
              DISPLAY "ERRO ABRIR SFT073"                AT 2123
              CLOSE DVDLST DVDCSV SFT072 SFT073
              PERFORM D00-DELAYSSS
              GO TO 2843-GERA-DIVERGENCIA-EXIT
           END-IF
           OPEN INPUT ARQ-CLIENTE
           IF WS-STATUS-CLI NOT EQUAL "00"
              DISPLAY "ERRO ABRIR CADASTRO DE CLIENTES"  AT 2123
              CLOSE DVDLST DVDCSV SFT072 SFT073 ARQ-CLIENTE
              PERFORM D00-DELAYSSS
              GO TO 2843-GERA-DIVERGENCIA-EXIT
           END-IF
           OPEN I-O DIVVEN
           IF WORK-STATUS-DVD NOT EQUAL "00"
              DISPLAY "ERRO ABRIR DIVERGENCIAS"          AT 2123
              CLOSE DVDLST DVDCSV SFT072 SFT073 ARQ-CLIENTE DIVVEN
              PERFORM D00-DELAYSSS
              GO TO 2843-GERA-DIVERGENCIA-EXIT
           END-IF
      *    sem historico (PW0090 nunca trocou ninguem) o dono e o
      *    vendedor atual do cadastro
           MOVE "N" TO WORK-DVD-TEMHIS
           OPEN INPUT ARQ-HIST-CLI
           IF WORK-STATUS-HIS EQUAL "00"
              MOVE "S" TO WORK-DVD-TEMHIS
           END-IF
      *    item ja postado nao entra como pendente: a reserva ja foi
      *    creditada ao vendedor faturado
           MOVE "N" TO WORK-DVD-TEMPST
           OPEN INPUT POSTCTL
           IF WORK-STATUS-PST EQUAL "00"
              MOVE "S" TO WORK-DVD-TEMPST
           END-IF

           MOVE FUNCTION CURRENT-DATE TO SIST-DATAHOR
           MOVE SPACES TO DVDLST-REGISTR
           STRING "VENDEDOR FATURADO x DONO DA CARTEIRA - EMPRESA "
                  WORK-DVD-EMPRESA " FILIAL " WORK-DVD-FILIAL
                  " EMISSAO " WORK-DVD-DTINI " A " WORK-DVD-DTFIM
                  "  EMITIDO " SIST-DIAAAAA "/" SIST-MESSSSS
                  "/" SIST-ANOCOMPL
                  DELIMITED BY SIZE INTO DVDLST-REGISTR
           END-STRING
           WRITE DVDLST-REGISTR
           MOVE SPACES TO DVDLST-REGISTR
           STRING "E FL NOTA   ITE EMISSAO  CLIENTE VEND.FAT VEND.DONO"
                  "      VALOR SITUACAO"
                  DELIMITED BY SIZE INTO DVDLST-REGISTR
           END-STRING
           WRITE DVDLST-REGISTR
           MOVE "Empresa;Filial;Nota;Item;Emissao;Cliente;VendFaturado;
      -         "DonoCarteira;Valor;Situacao" TO DVDCSV-REGISTR
           WRITE DVDCSV-REGISTR

           MOVE SPACES               TO WORK-DVD-ANTERIOR
           MOVE WORK-DVD-EMPRESA     TO FT073-EMPRESA
           MOVE WORK-DVD-FILIAL      TO FT073-FILIALL
           MOVE ZEROS                TO FT073-NRNOTAS FT073-SEQITEM
           START SFT073 KEY IS >= FT073-RECORDK INVALID KEY
           GO TO 2843-FIM.

           K65-LEDVD.
           READ SFT073 NEXT WITH IGNORE LOCK AT END
                GO TO 2843-FIM
           END-READ
           IF FT073-EMPRESA NOT EQUAL WORK-DVD-EMPRESA
              GO TO 2843-FIM
           END-IF
           IF WORK-DVD-FILIAL NOT EQUAL ZEROS AND
              FT073-FILIALL NOT EQUAL WORK-DVD-FILIAL
              GO TO 2843-FIM
           END-IF
           IF FT073-DTEMISS < WORK-DVD-DTINI OR
              FT073-DTEMISS > WORK-DVD-DTFIM
              GO TO K65-LEDVD
           END-IF
      *    item sem vendedor a postagem ja barra
           IF FT073-CODVEND EQUAL ZEROS
              GO TO K65-LEDVD
           END-IF
      *    cliente e dono sao apurados uma vez por nota
           IF FT073-RECORDK (1:9) NOT EQUAL WORK-DVD-ANTERIOR
              MOVE FT073-RECORDK (1:9) TO WORK-DVD-ANTERIOR
              PERFORM 2843A-CLIENTE-DA-NOTA
           END-IF
           ADD 1 TO WORK-DVD-ITENS
           IF WORK-DVD-TEMCLI NOT EQUAL "S"
              GO TO K65-LEDVD
           END-IF
           IF FT073-CODVEND NOT EQUAL WORK-DVD-DONOVEN
              PERFORM 2845-REGISTRA-DIVERGENCIA
           END-IF
           GO TO K65-LEDVD.

           2843-FIM.
           MOVE SPACES TO DVDLST-REGISTR
           WRITE DVDLST-REGISTR
           MOVE SPACES TO DVDLST-REGISTR
           STRING "ITENS CONFERIDOS=" WORK-DVD-ITENS
                  "  NOTAS SEM CLIENTE NO CADASTRO=" WORK-DVD-SEMCLI
                  "  DIVERGENCIAS=" WORK-DVD-DIVERG
                  "  NOVAS PENDENTES=" WORK-DVD-NOVAS
                  DELIMITED BY SIZE INTO DVDLST-REGISTR
           END-STRING
           WRITE DVDLST-REGISTR

           CLOSE DVDLST DVDCSV SFT072 SFT073 ARQ-CLIENTE DIVVEN
           IF WORK-DVD-TEMHIS EQUAL "S"
              CLOSE ARQ-HIST-CLI
           END-IF
           IF WORK-DVD-TEMPST EQUAL "S"
              CLOSE POSTCTL
           END-IF

           MOVE "DIVVENREL"               TO WORK-LOG-ACAO
           MOVE "SFT073"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING WORK-DVD-DTINI "-" WORK-DVD-DTFIM
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE SPACES                    TO WORK-LOG-DESCRIC
           STRING "Divergencias=" WORK-DVD-DIVERG
                  " Novas=" WORK-DVD-NOVAS
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG

           DISPLAY "Divergencias      :"               AT 2123
           DISPLAY WORK-DVD-DIVERG                     AT 2145
           DISPLAY "Novas pendentes   :"               AT 2150
           DISPLAY WORK-DVD-NOVAS                      AT 2171
           STOP " <ENTER> "
           .
       2843-GERA-DIVERGENCIA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Cliente da nota corrente pelo CNPJ da capa no SFT072 e dono   *
      * da carteira na emissao                                        *
      *---------------------------------------------------------------*
       2843A-CLIENTE-DA-NOTA                    SECTION.

           MOVE "N"                       TO WORK-DVD-TEMCLI
           MOVE FT073-RECORDK (1:9)       TO FT072-RECORDK
           READ SFT072 WITH IGNORE LOCK INVALID KEY
                ADD 1 TO WORK-DVD-SEMCLI
                GO TO 2843A-CLIENTE-DA-NOTA-EXIT
           END-READ
           MOVE FT072-CGCECPF             TO RS-CNPJ
           READ ARQ-CLIENTE WITH IGNORE LOCK KEY IS RS-CNPJ
                INVALID KEY
                ADD 1 TO WORK-DVD-SEMCLI
                GO TO 2843A-CLIENTE-DA-NOTA-EXIT
           END-READ
           MOVE "S"                       TO WORK-DVD-TEMCLI
           MOVE RS-COD-CLI                TO WORK-DVD-CODCLI
           PERFORM 2844-DONO-NA-DATA
           .
       2843A-CLIENTE-DA-NOTA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Dono da carteira do cliente corrente em FT073-DTEMISS: o      *
      * vendedor novo da ultima troca ate a data; se a primeira troca *
      * e posterior, o vendedor anterior dela; sem troca nenhuma, o   *
      * vendedor atual do cadastro                                    *
      *---------------------------------------------------------------*
       2844-DONO-NA-DATA                        SECTION.

           MOVE RS-COD-VEND-CLI           TO WORK-DVD-DONOVEN
           IF WORK-DVD-TEMHIS NOT EQUAL "S"
              GO TO 2844-DONO-NA-DATA-EXIT
           END-IF

           MOVE "N"                       TO WORK-DVD-ACHHIS
           MOVE WORK-DVD-CODCLI           TO HIST-COD-CLI
           MOVE ZEROS                     TO HIST-DT-MOV HIST-SEQ
           START ARQ-HIST-CLI KEY IS >= HIST-CHAVE INVALID KEY
           GO TO 2844-DONO-NA-DATA-EXIT.

           K65-LEHIST.
           READ ARQ-HIST-CLI NEXT WITH IGNORE LOCK AT END
                GO TO 2844-DONO-NA-DATA-EXIT
           END-READ
           IF HIST-COD-CLI NOT EQUAL WORK-DVD-CODCLI
              GO TO 2844-DONO-NA-DATA-EXIT
           END-IF
           MOVE HIST-DT-MOV (1:8)         TO WORK-DVD-DTHIST
           IF WORK-DVD-DTHIST > FT073-DTEMISS
              IF WORK-DVD-ACHHIS EQUAL "N"
                 MOVE HIST-VEND-ANT       TO WORK-DVD-DONOVEN
              END-IF
              GO TO 2844-DONO-NA-DATA-EXIT
           END-IF
           MOVE HIST-VEND-NOVO            TO WORK-DVD-DONOVEN
           MOVE "S"                       TO WORK-DVD-ACHHIS
           GO TO K65-LEHIST.
           .
       2844-DONO-NA-DATA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Divergencia do item corrente: arquivo de decisoes e linha no  *
      * relatorio (impresso e csv)                                    *
      *---------------------------------------------------------------*
       2845-REGISTRA-DIVERGENCIA                SECTION.

           ADD 1 TO WORK-DVD-DIVERG
           MOVE FT073-RECORDK             TO DVD-CHAVE
           READ DIVVEN INVALID KEY
                MOVE "PENDENTE"           TO WORK-DVD-SITUAC
                IF WORK-DVD-TEMPST EQUAL "S"
                   MOVE FT073-RECORDK     TO POST-CHAVE
                   READ POSTCTL WITH IGNORE LOCK INVALID KEY
                        CONTINUE
                        NOT INVALID KEY
                        MOVE "JA POSTADO" TO WORK-DVD-SITUAC
                   END-READ
                END-IF
                IF WORK-DVD-SITUAC EQUAL "PENDENTE"
                   MOVE FT073-RECORDK     TO DVD-CHAVE
                   MOVE WORK-DVD-CODCLI   TO DVD-CODCLI
                   MOVE FT073-DTEMISS     TO DVD-DTEMISS
                   MOVE FT073-CODVEND     TO DVD-VEND-FAT
                   MOVE WORK-DVD-DONOVEN  TO DVD-VEND-DONO
                   MOVE FT073-VLRTOTA     TO DVD-VLRTOTA
                   MOVE SPACE             TO DVD-DECISAO
                   MOVE SPACES            TO DVD-OPERADOR
                   MOVE ZEROS             TO DVD-DATA
                   WRITE DIVVEN-REGISTR
                   ADD 1 TO WORK-DVD-NOVAS
                END-IF
                NOT INVALID KEY
                EVALUATE TRUE
                    WHEN DVD-FATURADO
                         MOVE "CRED FATUR." TO WORK-DVD-SITUAC
                    WHEN DVD-DONO
                         MOVE "CRED DONO"   TO WORK-DVD-SITUAC
                    WHEN OTHER
                         MOVE "PENDENTE"    TO WORK-DVD-SITUAC
                END-EVALUATE
           END-READ

           MOVE FT073-VLRTOTA             TO WORK-DVD-EDVLR
           MOVE SPACES TO DVDLST-REGISTR
           STRING FT073-EMPRESA " " FT073-FILIALL " " FT073-NRNOTAS
                  " " FT073-SEQITEM " " FT073-DTEMISS
                  " " WORK-DVD-CODCLI "   " FT073-CODVEND
                  "    " WORK-DVD-DONOVEN "     " WORK-DVD-EDVLR
                  " " WORK-DVD-SITUAC
                  DELIMITED BY SIZE INTO DVDLST-REGISTR
           END-STRING
           WRITE DVDLST-REGISTR

           MOVE SPACES TO DVDCSV-REGISTR
           STRING FT073-EMPRESA ";" FT073-FILIALL ";"
                  FT073-NRNOTAS ";" FT073-SEQITEM ";"
                  FT073-DTEMISS ";" WORK-DVD-CODCLI ";"
                  FT073-CODVEND ";" WORK-DVD-DONOVEN ";"
                  WORK-DVD-EDVLR ";" WORK-DVD-SITUAC
                  DELIMITED BY SIZE INTO DVDCSV-REGISTR
           END-STRING
           WRITE DVDCSV-REGISTR
           .
       2845-REGISTRA-DIVERGENCIA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Decisao, divergencia a divergencia, de a quem a postagem      *
      * credita o item: F = vendedor faturado, D = dono da carteira.  *
      * Cada decisao vai para o SYS047                                *
      *---------------------------------------------------------------*
       2846-DECIDE-DIVERGENCIA                  SECTION.

           MOVE ZEROS TO WORK-DVD-DECIDIDAS
           OPEN I-O DIVVEN
           IF WORK-STATUS-DVD NOT EQUAL "00"
              DISPLAY "ERRO ABRIR DIVERGENCIAS"          AT 2123
              CLOSE DIVVEN
              PERFORM D00-DELAYSSS
              GO TO 2846-DECIDE-DIVERGENCIA-EXIT
           END-IF
           MOVE "N" TO WORK-DVD-TEMPST
           OPEN INPUT POSTCTL
           IF WORK-STATUS-PST EQUAL "00"
              MOVE "S" TO WORK-DVD-TEMPST
           END-IF

           MOVE LOW-VALUES TO DVD-CHAVE
           START DIVVEN KEY IS >= DVD-CHAVE INVALID KEY
           GO TO 2846-FIM.

           K65-DECIDE.
           READ DIVVEN NEXT AT END
                GO TO 2846-FIM
           END-READ
           IF NOT DVD-PENDENTE
              GO TO K65-DECIDE
           END-IF
      *    item postado antes da decisao ja foi creditado ao faturado
           IF WORK-DVD-TEMPST EQUAL "S"
              MOVE DVD-CHAVE              TO POST-CHAVE
              READ POSTCTL WITH IGNORE LOCK INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   GO TO K65-DECIDE
              END-READ
           END-IF

           PERFORM 2847-DECIDE-UMA
           IF WORK-DVD-FIMDEC EQUAL "S"
              GO TO 2846-FIM
           END-IF
           GO TO K65-DECIDE.

           2846-FIM.
           CLOSE DIVVEN
           IF WORK-DVD-TEMPST EQUAL "S"
              CLOSE POSTCTL
           END-IF
           DISPLAY TELA-LIMPA
           DISPLAY "Divergencias decididas:"           AT 1623
           DISPLAY WORK-DVD-DECIDIDAS                  AT 1647
           STOP " <ENTER> "
           .
       2846-DECIDE-DIVERGENCIA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2847-DECIDE-UMA                          SECTION.

           MOVE "N" TO WORK-DVD-FIMDEC
           DISPLAY TELA-LIMPA
           DISPLAY "Nota:"                             AT 1623
           DISPLAY DVD-EMPRESA                         AT 1635
           DISPLAY DVD-FILIALL                         AT 1637
           DISPLAY DVD-NRNOTAS                         AT 1640
           DISPLAY "Item:"                             AT 1650
           DISPLAY DVD-SEQITEM                         AT 1656
           DISPLAY "Cliente:"                          AT 1723
           DISPLAY DVD-CODCLI                          AT 1735
           DISPLAY "Emissao:"                          AT 1750
           DISPLAY DVD-DTEMISS                         AT 1759
           DISPLAY "Faturado por:"                     AT 1823
           DISPLAY DVD-VEND-FAT                        AT 1837
           DISPLAY "Dono carteira:"                    AT 1850
           DISPLAY DVD-VEND-DONO                       AT 1865
           MOVE DVD-VLRTOTA TO WORK-DVD-EDVLR
           DISPLAY "Valor do item:"                    AT 1923
           DISPLAY WORK-DVD-EDVLR                      AT 1937
           DISPLAY "Credita F=faturado D=dono <ENTER>=pula:"
                                                       AT 2023
           MOVE SPACE TO WORK-DVD-RESP
           ACCEPT WORK-DVD-RESP                        AT 2065
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              MOVE "S" TO WORK-DVD-FIMDEC
              GO TO 2847-DECIDE-UMA-EXIT
           END-IF
           IF WORK-DVD-RESP NOT EQUAL "F" AND
              WORK-DVD-RESP NOT EQUAL "D"
              GO TO 2847-DECIDE-UMA-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
           MOVE WORK-DVD-RESP             TO DVD-DECISAO
           MOVE WORK-OPER-ATUAL           TO DVD-OPERADOR
           MOVE SIST-ANOCOMPL             TO DVD-DATA (1:4)
           MOVE SIST-MESSSSS              TO DVD-DATA (5:2)
           MOVE SIST-DIAAAAA              TO DVD-DATA (7:2)
           REWRITE DIVVEN-REGISTR
           IF WORK-STATUS-DVD NOT EQUAL "00"
              DISPLAY "ERRO GRAVAR DECISAO - ITEM FICA PENDENTE"
                                                       AT 2123
              MOVE "DIVVEN"               TO WORK-LOG-ARQUIVO
              MOVE SPACES                 TO WORK-LOG-CHAVE
              STRING DVD-EMPRESA ";" DVD-FILIALL ";" DVD-NRNOTAS ";"
                     DVD-SEQITEM
                     DELIMITED BY SIZE INTO WORK-LOG-CHAVE
              MOVE "REWRITE"              TO WORK-LOG-ERROP
              MOVE WORK-STATUS-DVD        TO WORK-LOG-ERRST
              PERFORM 2710A-REGISTRA-ERRO
              PERFORM D00-DELAYSSS
              GO TO 2847-DECIDE-UMA-EXIT
           END-IF
           ADD 1 TO WORK-DVD-DECIDIDAS

           MOVE "DIVDECIDE"               TO WORK-LOG-ACAO
           MOVE "COM020"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING DVD-EMPRESA ";" DVD-FILIALL ";" DVD-NRNOTAS ";"
                  DVD-SEQITEM
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE SPACES                    TO WORK-LOG-DESCRIC
           IF DVD-DONO
              STRING "Credita " DVD-VEND-DONO " fat=" DVD-VEND-FAT
                     " dono=" DVD-VEND-DONO
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           ELSE
              STRING "Credita " DVD-VEND-FAT " fat=" DVD-VEND-FAT
                     " dono=" DVD-VEND-DONO
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           END-IF
           PERFORM 2710-REGISTRA-LOG
           .
       2847-DECIDE-UMA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2848-LISTA-DIVERGENCIA                   SECTION.
           OPEN INPUT DIVVEN
           MOVE LOW-VALUES TO DVD-CHAVE
           START DIVVEN KEY IS >= DVD-CHAVE INVALID KEY
           DISPLAY "Nenhuma divergencia registrada"    AT 1823
           CLOSE DIVVEN
           PERFORM D00-DELAYSSS
           GO TO 2848-LISTA-DIVERGENCIA-EXIT.

           K65-LISTADVD.
              READ DIVVEN NEXT WITH IGNORE LOCK AT END
              CLOSE DIVVEN
              GO TO 2848-LISTA-DIVERGENCIA-EXIT.
              DISPLAY "Nota: "                         AT 1823
              DISPLAY DVD-EMPRESA                      AT 1829
              DISPLAY DVD-FILIALL                      AT 1831
              DISPLAY DVD-NRNOTAS                      AT 1834
              DISPLAY DVD-SEQITEM                      AT 1841
              DISPLAY "Fat:"                           AT 1846
              DISPLAY DVD-VEND-FAT                     AT 1851
              DISPLAY "Dono:"                          AT 1857
              DISPLAY DVD-VEND-DONO                    AT 1863
              DISPLAY "Decisao (F/D/branco):"          AT 1923
              DISPLAY DVD-DECISAO                      AT 1945
              DISPLAY DVD-OPERADOR                     AT 1948
              STOP " <ENTER> "
           GO TO K65-LISTADVD.
           .
       2848-LISTA-DIVERGENCIA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Relatorio por equipe (opcao 29): o relatorio de visitas (op-  *
      * cao 24) ou o extrato por vendedor (opcao 15) ja gerados, re-  *
      * impressos pelo PW0096 por gerente regional e supervisor, com  *
      * subtotais; a secao de cada supervisor pode ir por email       *
      *---------------------------------------------------------------*
       2860-RELATORIO-EQUIPE                    SECTION.

           DISPLAY TELA-LIMPA
           DISPLAY "Relatorio por equipe"                 AT 1323
           DISPLAY "1=visitas (opcao 24) 2=extrato (opcao 15):"
                                                          AT 1423
           MOVE ZEROS TO WORK-EQP-TIPO
           ACCEPT WORK-EQP-TIPO                 AT 1467 WITH UPPER
                                        AUTO-SKIP HIGHLIGHT
           IF ESC OR (WORK-EQP-TIPO NOT EQUAL 1 AND
                      WORK-EQP-TIPO NOT EQUAL 2)
              GO TO 2860-RELATORIO-EQUIPE-EXIT
           END-IF
           DISPLAY "Equipe vigente em (AAAAMMDD, 0=hoje):" AT 1523
           MOVE ZEROS TO WORK-EQP-DATA
           ACCEPT WORK-EQP-DATA                 AT 1561 WITH UPPER
                                        AUTO-SKIP HIGHLIGHT
           DISPLAY "Supervisor (0=todos):"                AT 1623
           MOVE ZEROS TO WORK-EQP-SUPERV
           ACCEPT WORK-EQP-SUPERV               AT 1645 WITH UPPER
                                        AUTO-SKIP HIGHLIGHT
           DISPLAY "Secao de cada supervisor por email (S/N):"
                                                          AT 1723
           MOVE "N" TO WORK-EQP-EMAIL
           ACCEPT WORK-EQP-EMAIL                AT 1765 WITH UPPER
                                        AUTO-SKIP HIGHLIGHT

           INITIALIZE LK-PW0096
           MOVE WORK-NOMEARQ39            TO LK0096-ARQ-EQUIPE
           MOVE "S"                       TO LK0096-CABECALHO
           MOVE WORK-EQP-DATA             TO LK0096-DATA-REF
           MOVE WORK-EQP-SUPERV           TO LK0096-SUPERVISOR
           MOVE WORK-EQP-EMAIL            TO LK0096-EMAIL
           MOVE "LEARQ"                   TO LK0096-PROGRAMA
      *    visitas: so as linhas VENDEDOR (vendedor na 2a coluna),
      *    somando planejadas e confirmadas
           IF WORK-EQP-TIPO EQUAL 1
              MOVE WORK-NOMEARQ24         TO LK0096-ARQ-ENTRADA
              MOVE WORK-NOMEARQ40         TO LK0096-ARQ-SAIDA
              MOVE "VISITAS PLANEJADAS X CONFIRMADAS"
                                          TO LK0096-TITULO
              MOVE 2                      TO LK0096-COL-VEND
              MOVE 1                      TO LK0096-COL-FILTRO
              MOVE "VENDEDOR"             TO LK0096-VAL-FILTRO
              MOVE 3                      TO LK0096-COL-SOMA1
              MOVE "Planejadas"           TO LK0096-TIT-SOMA1
              MOVE 4                      TO LK0096-COL-SOMA2
              MOVE "Confirmadas"          TO LK0096-TIT-SOMA2
           ELSE
      *    extrato: movimentos e totais (vendedor na 1a coluna); soma
      *    o saldo final, que nas linhas TOTAL vem na 8a coluna
              MOVE WORK-NOMEARQ14         TO LK0096-ARQ-ENTRADA
              MOVE WORK-NOMEARQ41         TO LK0096-ARQ-SAIDA
              MOVE "EXTRATO POR VENDEDOR (COM021)"
                                          TO LK0096-TITULO
              MOVE 1                      TO LK0096-COL-VEND
              MOVE 8                      TO LK0096-COL-SOMA1
              MOVE "Saldo"                TO LK0096-TIT-SOMA1
              MOVE 5                      TO LK0096-COL-COND
              MOVE "TOTAL"                TO LK0096-VAL-COND
           END-IF

           CALL   "/hbsis/programas/pw0096" USING LK-PW0096
           CANCEL "pw0096"

           DISPLAY TELA-LIMPA
           DISPLAY "Relatorio por equipe - status:"       AT 1523
           DISPLAY LK0096-STATUS                          AT 1554
           DISPLAY "Linhas do relatorio :"                AT 1623
           DISPLAY LK0096-QTD-LINHAS                      AT 1646
           DISPLAY "Sem equipe na data  :"                AT 1723
           DISPLAY LK0096-QTD-SEM-EQUIPE                  AT 1746
           DISPLAY "Emails enviados     :"                AT 1823
           DISPLAY LK0096-QTD-EMAILS                      AT 1846
           DISPLAY "Relatorio em:"                        AT 2023
           DISPLAY LK0096-ARQ-SAIDA                       AT 2037

           MOVE "EQUIPREL"                TO WORK-LOG-ACAO
           MOVE LK0096-ARQ-SAIDA          TO WORK-LOG-ARQUIVO
           MOVE WORK-EQP-SUPERV           TO WORK-LOG-CHAVE
           MOVE SPACES                    TO WORK-LOG-DESCRIC
           STRING "Status=" LK0096-STATUS
                  " Linhas=" LK0096-QTD-LINHAS
                  " Emails=" LK0096-QTD-EMAILS
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           PERFORM D00-DELAYSSS
           .
       2860-RELATORIO-EQUIPE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Curva ABC e mix de produtos por vendedor (opcao 30): itens do *
      * SFT073 do periodo por empresa/filial/situacao agricola, em    *
      * tres partes - curva ABC por filial e por vendedor, produtos   *
      * que a carteira do vendedor compra de outro vendedor e os      *
      * produtos nao comissionaveis a parte (sinal do SCE001 vigente  *
      * na emissao de cada item)                                      *
      *---------------------------------------------------------------*
       2861-CURVA-ABC                           SECTION.

           DISPLAY TELA-LIMPA
           DISPLAY TELA-02
           DISPLAY "Curva ABC e mix de produtos por vendedor"
                                                       AT 1423
           DISPLAY "Empresa:"                          AT 1523
           DISPLAY WORK-ABC-EMPRESA                    AT 1560
           ACCEPT  WORK-ABC-EMPRESA                    AT 1560
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           DISPLAY "Filial (0=todas):"                 AT 1623
           MOVE ZEROS TO WORK-ABC-FILIAL
           ACCEPT  WORK-ABC-FILIAL                     AT 1660
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           DISPLAY "Situacao Agricola:"                AT 1723
           DISPLAY WORK-ABC-AGRICUL                    AT 1760
           ACCEPT  WORK-ABC-AGRICUL                    AT 1760
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           MOVE FUNCTION CURRENT-DATE      TO SIST-DATAHOR
           MOVE SIST-ANOCOMPL              TO WORK-ABC-DTINI (1:4)
           MOVE SIST-MESSSSS               TO WORK-ABC-DTINI (5:2)
           MOVE "01"                       TO WORK-ABC-DTINI (7:2)
           DISPLAY "Emissao de (AAAAMMDD):"            AT 1823
           DISPLAY WORK-ABC-DTINI                      AT 1860
           ACCEPT  WORK-ABC-DTINI                      AT 1860
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           MOVE SIST-ANOCOMPL              TO WORK-ABC-DTFIM (1:4)
           MOVE SIST-MESSSSS               TO WORK-ABC-DTFIM (5:2)
           MOVE SIST-DIAAAAA               TO WORK-ABC-DTFIM (7:2)
           DISPLAY "Emissao ate (AAAAMMDD):"           AT 1923
           DISPLAY WORK-ABC-DTFIM                      AT 1960
           ACCEPT  WORK-ABC-DTFIM                      AT 1960
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              GO TO 2861-CURVA-ABC-EXIT
           END-IF
           IF WORK-ABC-DTFIM < WORK-ABC-DTINI
              DISPLAY "Periodo invalido"               AT 2023
              PERFORM D00-DELAYSSS
              GO TO 2861-CURVA-ABC-EXIT
           END-IF

           PERFORM 2862-ACUMULA-ABC
           IF WORK-STATUS-ABA NOT EQUAL "00"
              GO TO 2861-CURVA-ABC-EXIT
           END-IF
           PERFORM 2866-ORDENA-ABC
           PERFORM 2867-IMPRIME-ABC

           MOVE "CURVAABC"                TO WORK-LOG-ACAO
           MOVE "SFT073"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING WORK-ABC-DTINI "-" WORK-ABC-DTFIM
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE SPACES                    TO WORK-LOG-DESCRIC
           STRING "Emp=" WORK-ABC-EMPRESA
                  " Fil=" WORK-ABC-FILIAL
                  " Agr=" WORK-ABC-AGRICUL
                  " Itens=" WORK-ABC-ITENS
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG

           DISPLAY TELA-LIMPA
           DISPLAY "Itens do periodo  :"               AT 1523
           DISPLAY WORK-ABC-ITENS                      AT 1545
           DISPLAY "Comprados de outro vendedor:"      AT 1623
           DISPLAY WORK-ABC-FORA                       AT 1653
           DISPLAY "Nao comissionaveis:"               AT 1723
           DISPLAY WORK-ABC-NAOCOM                     AT 1745
           DISPLAY "Produto sem SCE001:"               AT 1823
           DISPLAY WORK-ABC-SEMPROD                    AT 1845
           DISPLAY "Relatorio em:"                     AT 2023
           DISPLAY WORK-NOMEARQ44                      AT 2037
           STOP " <ENTER> "
           .
       2861-CURVA-ABC-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Primeira passada: cada item do periodo soma no produto e no   *
      * total da filial e do vendedor faturado (parte 1 ou 3 pelo     *
      * sinal de nao comissionavel vigente na emissao) e, quando o    *
      * dono da carteira na emissao e outro vendedor, na parte 2 do   *
      * dono                                                          *
      *---------------------------------------------------------------*
       2862-ACUMULA-ABC                         SECTION.

           MOVE ZEROS TO WORK-ABC-ITENS WORK-ABC-FORA WORK-ABC-NAOCOM
                         WORK-ABC-SEMPROD WORK-DVD-SEMCLI

           OPEN OUTPUT ABCACU
           CLOSE ABCACU
           OPEN I-O ABCACU
           IF WORK-STATUS-ABA NOT EQUAL "00"
              DISPLAY "ERRO ABRIR ACUMULADO DA CURVA ABC" AT 2123
              CLOSE ABCACU
              PERFORM D00-DELAYSSS
              GO TO 2862-ACUMULA-ABC-EXIT
           END-IF
           OPEN INPUT SFT073
           IF WORK-FSTATUS NOT EQUAL "00"
              DISPLAY "ERRO ABRIR SFT073"                AT 2123
              CLOSE ABCACU SFT073
              MOVE "99" TO WORK-STATUS-ABA
              PERFORM D00-DELAYSSS
              GO TO 2862-ACUMULA-ABC-EXIT
           END-IF
           OPEN INPUT SCE001
           IF WORK-FSTATUS NOT EQUAL "00"
              DISPLAY "ERRO ABRIR SCE001"                AT 2123
              CLOSE ABCACU SFT073 SCE001
              MOVE "99" TO WORK-STATUS-ABA
              PERFORM D00-DELAYSSS
              GO TO 2862-ACUMULA-ABC-EXIT
           END-IF
      *    sem SFT072 ou sem cadastro de clientes a parte 2 (dono da
      *    carteira) simplesmente fica vazia
           MOVE "N" TO WORK-ABC-TEMDONO
           OPEN INPUT SFT072
           IF WORK-FSTATUS EQUAL "00"
              OPEN INPUT ARQ-CLIENTE
              IF WS-STATUS-CLI EQUAL "00"
                 MOVE "S" TO WORK-ABC-TEMDONO
              END-IF
           END-IF
           MOVE "N" TO WORK-DVD-TEMHIS
           OPEN INPUT ARQ-HIST-CLI
           IF WORK-STATUS-HIS EQUAL "00"
              MOVE "S" TO WORK-DVD-TEMHIS
           END-IF
           MOVE "N" TO WORK-NCH-TEMARQ
           OPEN INPUT NCOMHIS
           IF WORK-STATUS-NCH EQUAL "00"
              MOVE "S" TO WORK-NCH-TEMARQ
           END-IF

           MOVE SPACES               TO WORK-DVD-ANTERIOR
           MOVE "N"                  TO WORK-DVD-TEMCLI
           MOVE WORK-ABC-EMPRESA     TO FT073-EMPRESA
           MOVE WORK-ABC-FILIAL      TO FT073-FILIALL
           MOVE ZEROS                TO FT073-NRNOTAS FT073-SEQITEM
           START SFT073 KEY IS >= FT073-RECORDK INVALID KEY
           GO TO 2862-FIM.

           K65-LEABC.
           READ SFT073 NEXT WITH IGNORE LOCK AT END
                GO TO 2862-FIM
           END-READ
           IF FT073-EMPRESA NOT EQUAL WORK-ABC-EMPRESA
              GO TO 2862-FIM
           END-IF
           IF WORK-ABC-FILIAL NOT EQUAL ZEROS AND
              FT073-FILIALL NOT EQUAL WORK-ABC-FILIAL
              GO TO 2862-FIM
           END-IF
           IF FT073-DTEMISS < WORK-ABC-DTINI OR
              FT073-DTEMISS > WORK-ABC-DTFIM
              GO TO K65-LEABC
           END-IF
           IF FT073-AGRICUL NOT EQUAL WORK-ABC-AGRICUL
              GO TO K65-LEABC
           END-IF
           ADD 1 TO WORK-ABC-ITENS

      *    produto fora do SCE001 entra na curva como comissionavel
           MOVE 1                         TO WORK-ABC-PARTE
           MOVE FT073-CODPROD             TO CE001-CODPROD
           READ SCE001 WITH IGNORE LOCK INVALID KEY
                ADD 1 TO WORK-ABC-SEMPROD
                MOVE ZEROS                TO CE001-NAO-COM
           END-READ
           MOVE FT073-DTEMISS             TO WORK-NCH-DATA
           PERFORM 2924-NAOCOM-NA-DATA
           IF WORK-NCH-SINAL EQUAL 1
              MOVE 3                      TO WORK-ABC-PARTE
              ADD 1 TO WORK-ABC-NAOCOM
           END-IF

           MOVE FT073-QUANTID             TO WORK-ABC-QTDADD
           MOVE FT073-VLRTOTA             TO WORK-ABC-VLRADD

           MOVE WORK-ABC-PARTE            TO ABA-PARTE
           MOVE FT073-FILIALL             TO ABA-FILIAL
           MOVE ZEROS                     TO ABA-VEND
           MOVE FT073-CODPROD             TO ABA-PRODUTO
           PERFORM 2864-SOMA-ABC
           PERFORM 2865-SOMA-TOTAL-ABC
           IF FT073-CODVEND NOT EQUAL ZEROS
              MOVE WORK-ABC-PARTE         TO ABA-PARTE
              MOVE FT073-FILIALL          TO ABA-FILIAL
              MOVE FT073-CODVEND          TO ABA-VEND
              MOVE FT073-CODPROD          TO ABA-PRODUTO
              PERFORM 2864-SOMA-ABC
              PERFORM 2865-SOMA-TOTAL-ABC
           END-IF

      *    cliente e dono sao apurados uma vez por nota, pela mesma
      *    regra da divergencia vendedor x carteira (opcao 28)
           IF WORK-ABC-TEMDONO NOT EQUAL "S"
              GO TO K65-LEABC
           END-IF
           IF FT073-RECORDK (1:9) NOT EQUAL WORK-DVD-ANTERIOR
              MOVE FT073-RECORDK (1:9) TO WORK-DVD-ANTERIOR
              PERFORM 2843A-CLIENTE-DA-NOTA
           END-IF
           IF WORK-DVD-TEMCLI NOT EQUAL "S" OR
              WORK-DVD-DONOVEN EQUAL ZEROS OR
              WORK-DVD-DONOVEN EQUAL FT073-CODVEND
              GO TO K65-LEABC
           END-IF
           ADD 1 TO WORK-ABC-FORA
           MOVE 2                         TO ABA-PARTE
           MOVE FT073-FILIALL             TO ABA-FILIAL
           MOVE WORK-DVD-DONOVEN          TO ABA-VEND
           MOVE FT073-CODPROD             TO ABA-PRODUTO
           PERFORM 2864-SOMA-ABC
           PERFORM 2865-SOMA-TOTAL-ABC
           GO TO K65-LEABC.

           2862-FIM.
           CLOSE ABCACU SFT073 SCE001 SFT072 ARQ-CLIENTE
           IF WORK-DVD-TEMHIS EQUAL "S"
              CLOSE ARQ-HIST-CLI
           END-IF
           IF WORK-NCH-TEMARQ EQUAL "S"
              CLOSE NCOMHIS
              MOVE "N" TO WORK-NCH-TEMARQ
           END-IF
           MOVE "00" TO WORK-STATUS-ABA
           .
       2862-ACUMULA-ABC-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Soma o item corrente no acumulado da chave ABA-CHAVE          *
      *---------------------------------------------------------------*
       2864-SOMA-ABC                            SECTION.

           MOVE ABA-CHAVE                 TO WORK-ABC-CHAVE
           READ ABCACU INVALID KEY
                MOVE WORK-ABC-CHAVE       TO ABA-CHAVE
                MOVE WORK-ABC-QTDADD      TO ABA-QUANTID
                MOVE WORK-ABC-VLRADD      TO ABA-VALOR
                MOVE 1                    TO ABA-ITENS
                WRITE ABA-REGISTR
                GO TO 2864-SOMA-ABC-EXIT
           END-READ
           ADD WORK-ABC-QTDADD            TO ABA-QUANTID
           ADD WORK-ABC-VLRADD            TO ABA-VALOR
           ADD 1                          TO ABA-ITENS
           REWRITE ABA-REGISTR
           .
       2864-SOMA-ABC-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Soma o item corrente no total do grupo (produto zero)         *
      *---------------------------------------------------------------*
       2865-SOMA-TOTAL-ABC                      SECTION.

           MOVE WORK-ABC-CHAVE            TO ABA-CHAVE
           MOVE ZEROS                     TO ABA-PRODUTO
           PERFORM 2864-SOMA-ABC
           .
       2865-SOMA-TOTAL-ABC-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Segunda passada: regrava os produtos de cada grupo com o      *
      * complemento do valor na chave, para ler do maior ao menor     *
      *---------------------------------------------------------------*
       2866-ORDENA-ABC                          SECTION.

           OPEN INPUT ABCACU
           OPEN OUTPUT ABCORD
           IF WORK-STATUS-ABA NOT EQUAL "00" OR
              WORK-STATUS-ABO NOT EQUAL "00"
              DISPLAY "ERRO ABRIR ARQUIVOS DA CURVA ABC" AT 2123
              CLOSE ABCACU ABCORD
              PERFORM D00-DELAYSSS
              GO TO 2866-ORDENA-ABC-EXIT
           END-IF

           MOVE LOW-VALUES TO ABA-CHAVE
           START ABCACU KEY IS >= ABA-CHAVE INVALID KEY
           GO TO 2866-FIM.

           K65-LEACU.
           READ ABCACU NEXT WITH IGNORE LOCK AT END
                GO TO 2866-FIM
           END-READ
           IF ABA-PRODUTO EQUAL ZEROS
              GO TO K65-LEACU
           END-IF
           MOVE ABA-PARTE                 TO ABO-PARTE
           MOVE ABA-FILIAL                TO ABO-FILIAL
           MOVE ABA-VEND                  TO ABO-VEND
           COMPUTE ABO-INVERSO = 99999999999,99 - ABA-VALOR
           MOVE ABA-PRODUTO               TO ABO-PRODUTO
           MOVE ABA-QUANTID               TO ABO-QUANTID
           MOVE ABA-VALOR                 TO ABO-VALOR
           WRITE ABO-REGISTR
           GO TO K65-LEACU.

           2866-FIM.
           CLOSE ABCACU ABCORD
           .
       2866-ORDENA-ABC-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Relatorio: grupos em ordem de parte, filial e vendedor (a     *
      * filial inteira antes dos vendedores), produtos do maior para  *
      * o menor valor com participacao, acumulado e classe            *
      *---------------------------------------------------------------*
       2867-IMPRIME-ABC                         SECTION.

           MOVE ZEROS TO WORK-ABC-LINHAS
           OPEN OUTPUT ABCLST
           OPEN OUTPUT ABCCSV
           IF WORK-STATUS-ABL NOT EQUAL "00" OR
              WORK-STATUS-ABC NOT EQUAL "00"
              DISPLAY "ERRO ABRIR RELATORIO"             AT 2123
              CLOSE ABCLST ABCCSV
              PERFORM D00-DELAYSSS
              GO TO 2867-IMPRIME-ABC-EXIT
           END-IF
           OPEN INPUT ABCORD
           OPEN INPUT ABCACU
           OPEN INPUT SCE001
           MOVE "N" TO WORK-NCH-TEMARQ
           OPEN INPUT NCOMHIS
           IF WORK-STATUS-NCH EQUAL "00"
              MOVE "S" TO WORK-NCH-TEMARQ
           END-IF
           MOVE "N" TO WORK-ABC-TEMVEN
           OPEN INPUT ARQ-VENDEDOR
           IF WS-STATUS-VEND EQUAL "00"
              MOVE "S" TO WORK-ABC-TEMVEN
           END-IF

           MOVE FUNCTION CURRENT-DATE TO SIST-DATAHOR
           MOVE SPACES TO ABCLST-REGISTR
           STRING "CURVA ABC E MIX DE PRODUTOS POR VENDEDOR - EMPRESA "
                  WORK-ABC-EMPRESA " FILIAL " WORK-ABC-FILIAL
                  " AGRICOLA " WORK-ABC-AGRICUL
                  " EMISSAO " WORK-ABC-DTINI " A " WORK-ABC-DTFIM
                  "  EMITIDO " SIST-DIAAAAA "/" SIST-MESSSSS
                  "/" SIST-ANOCOMPL
                  DELIMITED BY SIZE INTO ABCLST-REGISTR
           END-STRING
           WRITE ABCLST-REGISTR
           MOVE SPACES TO ABCLST-REGISTR
           STRING "CLASSE A ATE " WORK-ABC-LIMA
                  "% DO VALOR ACUMULADO, B ATE " WORK-ABC-LIMB
                  "%, C O RESTANTE"
                  DELIMITED BY SIZE INTO ABCLST-REGISTR
           END-STRING
           WRITE ABCLST-REGISTR
           MOVE SPACES TO ABCCSV-REGISTR
           STRING "Parte;Filial;Vendedor;Posicao;Produto;Descricao;"
                  "Quantidade;Valor;Part%;Acum%;Classe;NaoCom"
                  DELIMITED BY SIZE INTO ABCCSV-REGISTR
           END-STRING
           WRITE ABCCSV-REGISTR

           MOVE SPACES TO WORK-ABC-GRUPO
           MOVE ZEROS  TO WORK-ABC-PARTEANT
           MOVE LOW-VALUES TO ABO-CHAVE
           START ABCORD KEY IS >= ABO-CHAVE INVALID KEY
           GO TO 2867-FIM.

           K65-LEORD.
           READ ABCORD NEXT WITH IGNORE LOCK AT END
                GO TO 2867-FIM
           END-READ
           IF ABO-GRUPO NOT EQUAL WORK-ABC-GRUPO
              PERFORM 2868-CABECALHO-ABC
           END-IF
           ADD 1 TO WORK-ABC-POSICAO
      *    da compra em outro vendedor so interessam os principais
           IF ABO-PARTE EQUAL 2 AND
              WORK-ABC-POSICAO > WORK-ABC-TOPN
              GO TO K65-LEORD
           END-IF
           PERFORM 2869-LINHA-ABC
           GO TO K65-LEORD.

           2867-FIM.
           MOVE SPACES TO ABCLST-REGISTR
           WRITE ABCLST-REGISTR
           MOVE SPACES TO ABCLST-REGISTR
           STRING "ITENS=" WORK-ABC-ITENS
                  "  COMPRADOS DE OUTRO VENDEDOR=" WORK-ABC-FORA
                  "  NAO COMISSIONAVEIS=" WORK-ABC-NAOCOM
                  "  PRODUTO SEM SCE001=" WORK-ABC-SEMPROD
                  "  NOTAS SEM CLIENTE=" WORK-DVD-SEMCLI
                  DELIMITED BY SIZE INTO ABCLST-REGISTR
           END-STRING
           WRITE ABCLST-REGISTR

           CLOSE ABCLST ABCCSV ABCORD ABCACU SCE001
           IF WORK-ABC-TEMVEN EQUAL "S"
              CLOSE ARQ-VENDEDOR
           END-IF
           IF WORK-NCH-TEMARQ EQUAL "S"
              CLOSE NCOMHIS
              MOVE "N" TO WORK-NCH-TEMARQ
           END-IF
           .
       2867-IMPRIME-ABC-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Quebra de grupo: titulo da parte quando muda, e o cabecalho   *
      * do grupo com o total lido do acumulado (produto zero)         *
      *---------------------------------------------------------------*
       2868-CABECALHO-ABC                       SECTION.

           MOVE ABO-GRUPO                 TO WORK-ABC-GRUPO
           MOVE ZEROS                     TO WORK-ABC-POSICAO
                                             WORK-ABC-ACUM

           IF ABO-PARTE NOT EQUAL WORK-ABC-PARTEANT
              MOVE ABO-PARTE              TO WORK-ABC-PARTEANT
              MOVE SPACES TO ABCLST-REGISTR
              WRITE ABCLST-REGISTR
              EVALUATE ABO-PARTE
                  WHEN 1
                       MOVE "PARTE 1 - CURVA ABC DOS COMISSIONAVEIS"
                                          TO ABCLST-REGISTR
                  WHEN 2
                       MOVE SPACES        TO ABCLST-REGISTR
                       STRING "PARTE 2 - PRINCIPAIS PRODUTOS QUE A "
                              "CARTEIRA DO VENDEDOR COMPRA DE OUTRO "
                              "VENDEDOR (ATE " WORK-ABC-TOPN ")"
                              DELIMITED BY SIZE INTO ABCLST-REGISTR
                       END-STRING
                  WHEN OTHER
                       MOVE "PARTE 3 - NAO COMISSIONAVEIS (CE001)"
                                          TO ABCLST-REGISTR
              END-EVALUATE
              WRITE ABCLST-REGISTR
           END-IF

           MOVE ABO-GRUPO                 TO ABA-CHAVE (1:8)
           MOVE ZEROS                     TO ABA-PRODUTO
           READ ABCACU WITH IGNORE LOCK INVALID KEY
                MOVE ZEROS                TO ABA-VALOR ABA-QUANTID
                                             ABA-ITENS
           END-READ
           MOVE ABA-VALOR                 TO WORK-ABC-TOTAL
           MOVE ABA-QUANTID               TO WORK-ABC-TOTQTD

           MOVE SPACES                    TO WORK-ABC-NOMEVEND
           IF ABO-VEND EQUAL ZEROS
              MOVE "TODOS OS VENDEDORES"  TO WORK-ABC-NOMEVEND
           ELSE
              IF WORK-ABC-TEMVEN EQUAL "S"
                 MOVE ABO-VEND            TO RS-COD-VEND
                 READ ARQ-VENDEDOR WITH IGNORE LOCK INVALID KEY
                      MOVE SPACES         TO RS-NOME
                 END-READ
                 MOVE RS-NOME             TO WORK-ABC-NOMEVEND
              END-IF
           END-IF

           MOVE WORK-ABC-TOTAL            TO WORK-ABC-EDVLR
           MOVE WORK-ABC-TOTQTD           TO WORK-ABC-EDQTD
           MOVE SPACES TO ABCLST-REGISTR
           WRITE ABCLST-REGISTR
           MOVE SPACES TO ABCLST-REGISTR
           STRING "FILIAL " ABO-FILIAL " VENDEDOR " ABO-VEND " "
                  WORK-ABC-NOMEVEND " QTDE" WORK-ABC-EDQTD
                  " VALOR" WORK-ABC-EDVLR " ITENS " ABA-ITENS
                  DELIMITED BY SIZE INTO ABCLST-REGISTR
           END-STRING
           WRITE ABCLST-REGISTR
           MOVE SPACES                    TO ABCLST-REGISTR
           MOVE "  POS CL PRODUTO"        TO ABCLST-REGISTR (1:16)
           MOVE "DESCRICAO"               TO ABCLST-REGISTR (21:9)
           MOVE "QUANTIDADE"              TO ABCLST-REGISTR (56:10)
           MOVE "VALOR"                   TO ABCLST-REGISTR (78:5)
           MOVE "PART%"                   TO ABCLST-REGISTR (85:5)
           MOVE "ACUM%"                   TO ABCLST-REGISTR (92:5)
           MOVE "NC"                      TO ABCLST-REGISTR (98:2)
           WRITE ABCLST-REGISTR
           .
       2868-CABECALHO-ABC-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Linha do produto corrente (impresso e csv)                    *
      *---------------------------------------------------------------*
       2869-LINHA-ABC                           SECTION.

           MOVE ZEROS TO WORK-ABC-PART WORK-ABC-PACUM WORK-ABC-PANTES
           IF WORK-ABC-TOTAL > ZEROS
              COMPUTE WORK-ABC-PANTES ROUNDED =
                      WORK-ABC-ACUM * 100 / WORK-ABC-TOTAL
              ADD ABO-VALOR               TO WORK-ABC-ACUM
              COMPUTE WORK-ABC-PART ROUNDED =
                      ABO-VALOR * 100 / WORK-ABC-TOTAL
              COMPUTE WORK-ABC-PACUM ROUNDED =
                      WORK-ABC-ACUM * 100 / WORK-ABC-TOTAL
           END-IF

      *    classe so na curva: pelo acumulado antes do produto, assim
      *    o produto que cruza o limite ainda fica na classe de cima
           MOVE SPACES TO WORK-ABC-CLASSE
           IF ABO-PARTE EQUAL 1
              EVALUATE TRUE
                  WHEN WORK-ABC-PANTES < WORK-ABC-LIMA
                       MOVE "A" TO WORK-ABC-CLASSE
                  WHEN WORK-ABC-PANTES < WORK-ABC-LIMB
                       MOVE "B" TO WORK-ABC-CLASSE
                  WHEN OTHER
                       MOVE "C" TO WORK-ABC-CLASSE
              END-EVALUATE
           END-IF

           MOVE ABO-PRODUTO               TO CE001-CODPROD
           READ SCE001 WITH IGNORE LOCK INVALID KEY
                MOVE "SEM CADASTRO NO SCE001" TO CE001-DESCRIC
                MOVE ZEROS                TO CE001-NAO-COM
           END-READ
           MOVE CE001-DESCRIC             TO WORK-ABC-DESCRIC
           MOVE SPACES                    TO WORK-ABC-MARCA
      *    marca pelo sinal vigente no fim do periodo
           MOVE WORK-ABC-DTFIM            TO WORK-NCH-DATA
           PERFORM 2924-NAOCOM-NA-DATA
           IF WORK-NCH-SINAL EQUAL 1
              MOVE "N/C"                  TO WORK-ABC-MARCA
           END-IF

           MOVE ABO-QUANTID               TO WORK-ABC-EDQTD
           MOVE ABO-VALOR                 TO WORK-ABC-EDVLR
           MOVE WORK-ABC-PART             TO WORK-ABC-EDPART
           MOVE WORK-ABC-PACUM            TO WORK-ABC-EDPACUM
           MOVE SPACES TO ABCLST-REGISTR
           STRING WORK-ABC-POSICAO "  " WORK-ABC-CLASSE " "
                  ABO-PRODUTO " " WORK-ABC-DESCRIC " "
                  WORK-ABC-EDQTD " " WORK-ABC-EDVLR " "
                  WORK-ABC-EDPART " " WORK-ABC-EDPACUM " "
                  WORK-ABC-MARCA
                  DELIMITED BY SIZE INTO ABCLST-REGISTR
           END-STRING
           WRITE ABCLST-REGISTR

           MOVE ABO-QUANTID               TO WORK-ABC-CSVQTD
           MOVE ABO-VALOR                 TO WORK-ABC-CSVVLR
           MOVE SPACES TO ABCCSV-REGISTR
           STRING ABO-PARTE ";" ABO-FILIAL ";" ABO-VEND ";"
                  WORK-ABC-POSICAO ";" ABO-PRODUTO ";"
                  WORK-ABC-DESCRIC ";" WORK-ABC-CSVQTD ";"
                  WORK-ABC-CSVVLR ";" WORK-ABC-EDPART ";"
                  WORK-ABC-EDPACUM ";" WORK-ABC-CLASSE ";"
                  WORK-ABC-MARCA
                  DELIMITED BY SIZE INTO ABCCSV-REGISTR
           END-STRING
           WRITE ABCCSV-REGISTR
           ADD 1 TO WORK-ABC-LINHAS
           .
       2869-LINHA-ABC-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Ondas de separacao (opcao 31): itens abertos do SCE135 de um  *
      * setor ate a prioridade de corte, agrupados em ondas de no     *
      * maximo N volumes (do mais urgente ao menos urgente) e cada    *
      * onda em ordem de locacao do SCE079, para o separador andar    *
      * os corredores em sequencia. Uma folha por onda; itens de      *
      * pedido sem locacao saem numa lista a parte, fora das ondas    *
      *---------------------------------------------------------------*
       2880-ONDAS-SEPARACAO                     SECTION.

           DISPLAY TELA-LIMPA
           DISPLAY TELA-02
           DISPLAY "Ondas de separacao por setor"      AT 1423
           DISPLAY "Setor:"                            AT 1523
           DISPLAY WORK-OND-SETOR                      AT 1560
           ACCEPT  WORK-OND-SETOR                      AT 1560
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           DISPLAY "Prioridade ate (menor=urgente):"   AT 1623
           DISPLAY WORK-OND-CORTE                      AT 1660
           ACCEPT  WORK-OND-CORTE                      AT 1660
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           DISPLAY "Maximo de volumes por onda:"       AT 1723
           DISPLAY WORK-OND-MAXVOL                     AT 1760
           ACCEPT  WORK-OND-MAXVOL                     AT 1760
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              GO TO 2880-ONDAS-SEPARACAO-EXIT
           END-IF
           IF WORK-OND-SETOR EQUAL SPACES OR
              WORK-OND-MAXVOL EQUAL ZEROS
              DISPLAY "Setor e maximo de volumes obrigatorios"
                                                       AT 1823
              PERFORM D00-DELAYSSS
              GO TO 2880-ONDAS-SEPARACAO-EXIT
           END-IF

           PERFORM 2881-SELECIONA-ONDAS
           IF WORK-STATUS-ONP NOT EQUAL "00"
              GO TO 2880-ONDAS-SEPARACAO-EXIT
           END-IF
           PERFORM 2883-MONTA-ONDAS
           IF WORK-STATUS-ONS NOT EQUAL "00"
              GO TO 2880-ONDAS-SEPARACAO-EXIT
           END-IF
           PERFORM 2884-IMPRIME-ONDAS

           MOVE "ONDAS"                   TO WORK-LOG-ACAO
           MOVE "SCE135"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING "Set=" WORK-OND-SETOR
                  " Pri<=" WORK-OND-CORTE
                  " Max=" WORK-OND-MAXVOL
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE SPACES                    TO WORK-LOG-DESCRIC
           STRING "Ondas=" WORK-OND-ONDA
                  " Itens=" WORK-OND-ITENS
                  " SemLoc=" WORK-OND-SEMLOC
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG

           DISPLAY TELA-LIMPA
           DISPLAY "Ondas geradas     :"               AT 1523
           DISPLAY WORK-OND-ONDA                       AT 1545
           DISPLAY "Itens nas ondas   :"               AT 1623
           DISPLAY WORK-OND-ITENS                      AT 1645
           DISPLAY "Volumes nas ondas :"               AT 1723
           DISPLAY WORK-OND-VOLUMES                    AT 1745
           DISPLAY "Itens sem locacao :"               AT 1823
           DISPLAY WORK-OND-SEMLOC                     AT 1845
           DISPLAY "Itens fechados    :"               AT 1923
           DISPLAY WORK-OND-FECHADO                    AT 1945
           DISPLAY "Relatorio em:"                     AT 2023
           DISPLAY WORK-NOMEARQ48                      AT 2037
           STOP " <ENTER> "
           .
       2880-ONDAS-SEPARACAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Primeira passada: itens do setor ate a prioridade de corte,   *
      * com a locacao do pedido, regravados em ordem de prioridade    *
      *---------------------------------------------------------------*
       2881-SELECIONA-ONDAS                     SECTION.

           MOVE ZEROS TO WORK-OND-ITENS WORK-OND-VOLUMES
                         WORK-OND-SEMLOC WORK-OND-PEDSEM
                         WORK-OND-VOLSEM WORK-OND-ACIMA
                         WORK-OND-PEDANT WORK-OND-FECHADO

           OPEN OUTPUT ONDPRI
           IF WORK-STATUS-ONP NOT EQUAL "00"
              DISPLAY "ERRO ABRIR ARQUIVO DAS ONDAS"     AT 2123
              CLOSE ONDPRI
              PERFORM D00-DELAYSSS
              GO TO 2881-SELECIONA-ONDAS-EXIT
           END-IF
           OPEN INPUT SCE135
           IF WORK-FSTATUS NOT EQUAL "00"
              DISPLAY "ERRO ABRIR SCE135"                AT 2123
              CLOSE ONDPRI SCE135
              MOVE "99" TO WORK-STATUS-ONP
              PERFORM D00-DELAYSSS
              GO TO 2881-SELECIONA-ONDAS-EXIT
           END-IF
           OPEN INPUT SCE079
           IF WK-FSTATUS NOT EQUAL "00"
              DISPLAY "ERRO ABRIR SCE079"                AT 2123
              CLOSE ONDPRI SCE135 SCE079
              MOVE "99" TO WORK-STATUS-ONP
              PERFORM D00-DELAYSSS
              GO TO 2881-SELECIONA-ONDAS-EXIT
           END-IF
           OPEN INPUT SCE057
           IF WK-FSTATUS NOT EQUAL "00"
              DISPLAY "ERRO ABRIR SCE057"                AT 2123
              CLOSE ONDPRI SCE135 SCE079 SCE057
              MOVE "99" TO WORK-STATUS-ONP
              PERFORM D00-DELAYSSS
              GO TO 2881-SELECIONA-ONDAS-EXIT
           END-IF

           INITIALIZE CE135-RECORDK
           START SCE135 KEY IS >= CE135-RECORDK INVALID KEY
           GO TO 2881-FIM.

           K65-LEONDA.
           READ SCE135 NEXT WITH IGNORE LOCK AT END
                GO TO 2881-FIM
           END-READ
           IF CE135-SETORRR NOT EQUAL WORK-OND-SETOR
              GO TO K65-LEONDA
           END-IF
           IF CE135-PRIORID > WORK-OND-CORTE
              ADD 1 TO WORK-OND-ACIMA
              GO TO K65-LEONDA
           END-IF
      *    so itens abertos de pedido aberto: item ou pedido faturado
      *    ou cancelado (ou pedido fora do SCE057) nao vai para onda
           MOVE CE135-SITUACA TO WORK-OND-SITUACA
           IF WORK-OND-ENCERRADO
              ADD 1 TO WORK-OND-FECHADO
              GO TO K65-LEONDA
           END-IF
           IF CE135-NRPEDID NOT EQUAL WORK-OND-PEDANT
              MOVE CE135-NRPEDID TO WORK-OND-PEDANT
              PERFORM 2881A-PEDIDO-ABERTO
              IF WORK-OND-PEDABT EQUAL "S"
                 PERFORM 2882-LOCAL-DO-PEDIDO
                 IF WORK-OND-NLOCAS EQUAL ZEROS
                    ADD 1 TO WORK-OND-PEDSEM
                 END-IF
              END-IF
           END-IF
           IF WORK-OND-PEDABT NOT EQUAL "S"
              ADD 1 TO WORK-OND-FECHADO
              GO TO K65-LEONDA
           END-IF

           MOVE CE135-PRIORID             TO ONP-PRIORID
           MOVE CE135-NRPEDID             TO ONP-NRPEDID
           MOVE CE135-NRITEMM             TO ONP-NRITEMM
           MOVE CE135-SEQITEM             TO ONP-SEQITEM
           MOVE CE135-CODPROD             TO ONP-CODPROD
           MOVE CE135-QTDVOLU             TO ONP-QTDVOLU
           MOVE WORK-OND-CODLOCA          TO ONP-CODLOCA
           MOVE WORK-OND-NLOCAS           TO ONP-NLOCAS
           WRITE ONP-REGISTR
           GO TO K65-LEONDA.

           2881-FIM.
           CLOSE ONDPRI SCE135 SCE079 SCE057
           MOVE "00" TO WORK-STATUS-ONP
           .
       2881-SELECIONA-ONDAS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Pedido de CE135-NRPEDID ainda aberto no SCE057                *
      * (WORK-OND-PEDABT = S)                                         *
      *---------------------------------------------------------------*
       2881A-PEDIDO-ABERTO                      SECTION.
           MOVE "N"                       TO WORK-OND-PEDABT
           MOVE CE135-NRPEDID             TO CE057-NRPEDID
           READ SCE057 WITH IGNORE LOCK INVALID KEY
                GO TO 2881A-PEDIDO-ABERTO-EXIT
           END-READ
           MOVE CE057-SITUACA             TO WORK-OND-SITUACA
           IF NOT WORK-OND-ENCERRADO
              MOVE "S"                    TO WORK-OND-PEDABT
           END-IF
           .
       2881A-PEDIDO-ABERTO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Locacao do pedido: a menor CE079-CODLOCA entre as locacoes do *
      * pedido e quantas ele tem; nenhuma = pedido sem locacao        *
      *---------------------------------------------------------------*
       2882-LOCAL-DO-PEDIDO                     SECTION.

           MOVE SPACES TO WORK-OND-CODLOCA
           MOVE ZEROS  TO WORK-OND-NLOCAS

           MOVE WORK-OND-PEDANT TO CE079-NRPEDID
           MOVE ZEROS           TO CE079-SEQLOCA
           START SCE079 KEY IS >= CE079-RECORDK INVALID KEY
           GO TO 2882-LOCAL-DO-PEDIDO-EXIT.

           K65-LELOCAL.
           READ SCE079 NEXT WITH IGNORE LOCK AT END
                GO TO 2882-LOCAL-DO-PEDIDO-EXIT
           END-READ
           IF CE079-NRPEDID NOT EQUAL WORK-OND-PEDANT
              GO TO 2882-LOCAL-DO-PEDIDO-EXIT
           END-IF
           IF CE079-CODLOCA EQUAL SPACES
              GO TO K65-LELOCAL
           END-IF
           ADD 1 TO WORK-OND-NLOCAS
           IF WORK-OND-NLOCAS EQUAL 1 OR
              CE079-CODLOCA < WORK-OND-CODLOCA
              MOVE CE079-CODLOCA TO WORK-OND-CODLOCA
           END-IF
           GO TO K65-LELOCAL.
       2882-LOCAL-DO-PEDIDO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Segunda passada: enche as ondas na ordem de prioridade ate o  *
      * maximo de volumes (item maior que o maximo vai sozinho) e     *
      * regrava por onda e locacao; sem locacao fica na onda zero     *
      *---------------------------------------------------------------*
       2883-MONTA-ONDAS                         SECTION.

           MOVE ZEROS TO WORK-OND-ONDA WORK-OND-VOLONDA

           OPEN INPUT ONDPRI
           OPEN OUTPUT ONDSEQ
           IF WORK-STATUS-ONP NOT EQUAL "00" OR
              WORK-STATUS-ONS NOT EQUAL "00"
              DISPLAY "ERRO ABRIR ARQUIVOS DAS ONDAS"    AT 2123
              CLOSE ONDPRI ONDSEQ
              MOVE "99" TO WORK-STATUS-ONS
              PERFORM D00-DELAYSSS
              GO TO 2883-MONTA-ONDAS-EXIT
           END-IF

           MOVE LOW-VALUES TO ONP-CHAVE
           START ONDPRI KEY IS >= ONP-CHAVE INVALID KEY
           GO TO 2883-FIM.

           K65-LEPRI.
           READ ONDPRI NEXT WITH IGNORE LOCK AT END
                GO TO 2883-FIM
           END-READ
           MOVE ONP-CODLOCA               TO ONS-CODLOCA
           MOVE ONP-NRPEDID               TO ONS-NRPEDID
           MOVE ONP-NRITEMM               TO ONS-NRITEMM
           MOVE ONP-SEQITEM               TO ONS-SEQITEM
           MOVE ONP-PRIORID               TO ONS-PRIORID
           MOVE ONP-CODPROD               TO ONS-CODPROD
           MOVE ONP-QTDVOLU               TO ONS-QTDVOLU
           MOVE ONP-NLOCAS                TO ONS-NLOCAS
           IF ONP-NLOCAS EQUAL ZEROS
              MOVE ZEROS TO ONS-ONDA
              ADD 1 TO WORK-OND-SEMLOC
              ADD ONP-QTDVOLU TO WORK-OND-VOLSEM
              WRITE ONS-REGISTR
              GO TO K65-LEPRI
           END-IF
           IF WORK-OND-ONDA EQUAL ZEROS OR
              (WORK-OND-VOLONDA > ZEROS AND
               WORK-OND-VOLONDA + ONP-QTDVOLU > WORK-OND-MAXVOL)
              ADD 1 TO WORK-OND-ONDA
              MOVE ZEROS TO WORK-OND-VOLONDA
           END-IF
           ADD ONP-QTDVOLU TO WORK-OND-VOLONDA
           ADD 1 TO WORK-OND-ITENS
           ADD ONP-QTDVOLU TO WORK-OND-VOLUMES
           MOVE WORK-OND-ONDA             TO ONS-ONDA
           WRITE ONS-REGISTR
           GO TO K65-LEPRI.

           2883-FIM.
           CLOSE ONDPRI ONDSEQ
           MOVE "00" TO WORK-STATUS-ONS
           .
       2883-MONTA-ONDAS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Folhas de separacao: onda a onda em ordem de locacao, com     *
      * rodape de totais e conferencia; no fim os itens sem locacao   *
      *---------------------------------------------------------------*
       2884-IMPRIME-ONDAS                       SECTION.

           OPEN OUTPUT ONDLST
           OPEN OUTPUT ONDCSV
           IF WORK-STATUS-ONL NOT EQUAL "00" OR
              WORK-STATUS-ONC NOT EQUAL "00"
              DISPLAY "ERRO ABRIR RELATORIO"             AT 2123
              CLOSE ONDLST ONDCSV
              PERFORM D00-DELAYSSS
              GO TO 2884-IMPRIME-ONDAS-EXIT
           END-IF
           OPEN INPUT ONDSEQ
           OPEN INPUT SCE001

           MOVE SPACES TO ONDCSV-REGISTR
           STRING "Onda;Sequencia;Locacao;Locacoes;Pedido;Item;"
                  "Produto;Descricao;Volumes;Prioridade"
                  DELIMITED BY SIZE INTO ONDCSV-REGISTR
           END-STRING
           WRITE ONDCSV-REGISTR

           MOVE ZEROS TO WORK-OND-ONDANT
           MOVE 1     TO ONS-ONDA
           MOVE LOW-VALUES TO ONS-CODLOCA
           MOVE ZEROS TO ONS-NRPEDID ONS-NRITEMM ONS-SEQITEM
           START ONDSEQ KEY IS >= ONS-CHAVE INVALID KEY
           GO TO 2884-SEM-LOCACAO.

           K65-LESEQ.
           READ ONDSEQ NEXT WITH IGNORE LOCK AT END
                GO TO 2884-SEM-LOCACAO
           END-READ
           IF ONS-ONDA NOT EQUAL WORK-OND-ONDANT
              IF WORK-OND-ONDANT NOT EQUAL ZEROS
                 PERFORM 2886-RODAPE-ONDA
              END-IF
              PERFORM 2885-CABECALHO-ONDA
           END-IF
           PERFORM 2885A-LINHA-ONDA
           GO TO K65-LESEQ.

      *    itens de pedido sem locacao: lista a parte, sem onda
           2884-SEM-LOCACAO.
           IF WORK-OND-ONDANT NOT EQUAL ZEROS
              PERFORM 2886-RODAPE-ONDA
           END-IF
           IF WORK-OND-SEMLOC EQUAL ZEROS
              GO TO 2884-TOTAIS
           END-IF
           MOVE ZEROS TO ONS-ONDA
           PERFORM 2885-CABECALHO-ONDA
           MOVE LOW-VALUES TO ONS-CODLOCA
           MOVE ZEROS TO ONS-NRPEDID ONS-NRITEMM ONS-SEQITEM
           START ONDSEQ KEY IS >= ONS-CHAVE INVALID KEY
           GO TO 2884-FIM.

           K65-LESEMLOC.
           READ ONDSEQ NEXT WITH IGNORE LOCK AT END
                GO TO 2884-FIM
           END-READ
           IF ONS-ONDA NOT EQUAL ZEROS
              GO TO 2884-FIM
           END-IF
           PERFORM 2885A-LINHA-ONDA
           GO TO K65-LESEMLOC.

           2884-FIM.
           PERFORM 2886-RODAPE-ONDA.

           2884-TOTAIS.
           MOVE SPACES TO ONDLST-REGISTR
           WRITE ONDLST-REGISTR
           MOVE SPACES TO ONDLST-REGISTR
           STRING "ONDAS=" WORK-OND-ONDA
                  "  ITENS=" WORK-OND-ITENS
                  "  VOLUMES=" WORK-OND-VOLUMES
                  "  SEM LOCACAO: PEDIDOS=" WORK-OND-PEDSEM
                  " ITENS=" WORK-OND-SEMLOC
                  " VOLUMES=" WORK-OND-VOLSEM
                  "  ACIMA DO CORTE=" WORK-OND-ACIMA
                  DELIMITED BY SIZE INTO ONDLST-REGISTR
           END-STRING
           WRITE ONDLST-REGISTR
           MOVE SPACES TO ONDLST-REGISTR
           STRING "ITENS FORA POR PEDIDO/ITEM FATURADO OU CANCELADO="
                  WORK-OND-FECHADO
                  DELIMITED BY SIZE INTO ONDLST-REGISTR
           END-STRING
           WRITE ONDLST-REGISTR

           CLOSE ONDLST ONDCSV ONDSEQ SCE001
           .
       2884-IMPRIME-ONDAS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Cabecalho da folha: onda corrente, ou zero para a lista dos   *
      * itens sem locacao                                             *
      *---------------------------------------------------------------*
       2885-CABECALHO-ONDA                      SECTION.

           MOVE ONS-ONDA                  TO WORK-OND-ONDANT
           MOVE ZEROS                     TO WORK-OND-SEQ
                                             WORK-OND-VOLONDA
                                             WORK-OND-ITEMONDA

           MOVE FUNCTION CURRENT-DATE TO SIST-DATAHOR
           MOVE SPACES TO ONDLST-REGISTR
           WRITE ONDLST-REGISTR
           MOVE SPACES TO ONDLST-REGISTR
           MOVE ALL "=" TO ONDLST-REGISTR (1:98)
           WRITE ONDLST-REGISTR
           MOVE SPACES TO ONDLST-REGISTR
           IF WORK-OND-ONDANT EQUAL ZEROS
              STRING "ITENS SEM LOCACAO NO SCE079 - FORA DAS ONDAS"
                     " - SETOR " WORK-OND-SETOR
                     DELIMITED BY SIZE INTO ONDLST-REGISTR
              END-STRING
           ELSE
              STRING "FOLHA DE SEPARACAO - ONDA " WORK-OND-ONDANT
                     " DE " WORK-OND-ONDA
                     " - SETOR " WORK-OND-SETOR
                     " - PRIORIDADE ATE " WORK-OND-CORTE
                     " - MAXIMO " WORK-OND-MAXVOL " VOLUMES"
                     DELIMITED BY SIZE INTO ONDLST-REGISTR
              END-STRING
           END-IF
           MOVE SIST-DIAAAAA              TO ONDLST-REGISTR (111:2)
           MOVE "/"                       TO ONDLST-REGISTR (113:1)
           MOVE SIST-MESSSSS              TO ONDLST-REGISTR (114:2)
           MOVE "/"                       TO ONDLST-REGISTR (116:1)
           MOVE SIST-ANOCOMPL             TO ONDLST-REGISTR (117:4)
           WRITE ONDLST-REGISTR
           MOVE SPACES TO ONDLST-REGISTR
           MOVE ALL "=" TO ONDLST-REGISTR (1:98)
           WRITE ONDLST-REGISTR
           MOVE SPACES TO ONDLST-REGISTR
           MOVE "SEQ."                    TO ONDLST-REGISTR (2:4)
           MOVE "LOCAL"                   TO ONDLST-REGISTR (8:5)
           MOVE "LOCS"                    TO ONDLST-REGISTR (15:4)
           MOVE "PEDIDO"                  TO ONDLST-REGISTR (21:6)
           MOVE "ITEM"                    TO ONDLST-REGISTR (28:4)
           MOVE "PRODUTO"                 TO ONDLST-REGISTR (34:7)
           MOVE "DESCRICAO"               TO ONDLST-REGISTR (46:9)
           MOVE "VOLUMES"                 TO ONDLST-REGISTR (77:7)
           MOVE "PRIOR."                  TO ONDLST-REGISTR (86:6)
           MOVE "CONF"                    TO ONDLST-REGISTR (95:4)
           WRITE ONDLST-REGISTR
           .
       2885-CABECALHO-ONDA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Linha da folha: produto pelo SCE001; LOCS mostra quantas      *
      * locacoes o pedido tem, para o separador buscar as demais      *
      *---------------------------------------------------------------*
       2885A-LINHA-ONDA                         SECTION.

           ADD 1                          TO WORK-OND-SEQ
                                             WORK-OND-ITEMONDA
           ADD ONS-QTDVOLU                TO WORK-OND-VOLONDA

           MOVE ONS-CODPROD               TO CE001-CODPROD
           READ SCE001 WITH IGNORE LOCK INVALID KEY
                MOVE "SEM CADASTRO NO SCE001" TO CE001-DESCRIC
           END-READ

           MOVE WORK-OND-SEQ              TO WORK-OND-EDSEQ
           MOVE ONS-NLOCAS                TO WORK-OND-EDNLOC
           MOVE ONS-QTDVOLU               TO WORK-OND-EDVOL
           MOVE SPACES TO ONDLST-REGISTR
           STRING WORK-OND-EDSEQ
                  "  " ONS-CODLOCA
                  "  " WORK-OND-EDNLOC
                  "  " ONS-NRPEDID
                  "  " ONS-NRITEMM
                  "  " ONS-CODPROD
                  "  " CE001-DESCRIC
                  "  " WORK-OND-EDVOL
                  "  " ONS-PRIORID
                  "  [  ]"
                  DELIMITED BY SIZE INTO ONDLST-REGISTR
           END-STRING
           IF ONS-ONDA EQUAL ZEROS
              MOVE "------"               TO ONDLST-REGISTR (8:6)
              MOVE SPACES                 TO ONDLST-REGISTR (93:6)
           END-IF
           WRITE ONDLST-REGISTR

           MOVE SPACES TO ONDCSV-REGISTR
           IF ONS-ONDA EQUAL ZEROS
              STRING "SEM LOCACAO;" WORK-OND-SEQ
                     ";;0;" ONS-NRPEDID
                     ";" ONS-NRITEMM
                     ";" ONS-CODPROD
                     ";" CE001-DESCRIC
                     ";" ONS-QTDVOLU
                     ";" ONS-PRIORID
                     DELIMITED BY SIZE INTO ONDCSV-REGISTR
              END-STRING
           ELSE
              STRING ONS-ONDA ";" WORK-OND-SEQ
                     ";" ONS-CODLOCA
                     ";" ONS-NLOCAS
                     ";" ONS-NRPEDID
                     ";" ONS-NRITEMM
                     ";" ONS-CODPROD
                     ";" CE001-DESCRIC
                     ";" ONS-QTDVOLU
                     ";" ONS-PRIORID
                     DELIMITED BY SIZE INTO ONDCSV-REGISTR
              END-STRING
           END-IF
           WRITE ONDCSV-REGISTR
           .
       2885A-LINHA-ONDA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Rodape da folha: totais da onda e campos de conferencia       *
      *---------------------------------------------------------------*
       2886-RODAPE-ONDA                         SECTION.

           MOVE WORK-OND-VOLONDA          TO WORK-OND-EDTOT
           MOVE SPACES TO ONDLST-REGISTR
           MOVE ALL "-" TO ONDLST-REGISTR (1:98)
           WRITE ONDLST-REGISTR
           MOVE SPACES TO ONDLST-REGISTR
           STRING "TOTAL: ITENS " WORK-OND-ITEMONDA
                  "  VOLUMES " WORK-OND-EDTOT
                  DELIMITED BY SIZE INTO ONDLST-REGISTR
           END-STRING
           WRITE ONDLST-REGISTR
           IF WORK-OND-ONDANT NOT EQUAL ZEROS
              MOVE SPACES TO ONDLST-REGISTR
              WRITE ONDLST-REGISTR
              MOVE SPACES TO ONDLST-REGISTR
              STRING "SEPARADOR: ______________________  "
                     "INICIO: __:__  FIM: __:__  "
                     "CONFERENTE: ____________________"
                     DELIMITED BY SIZE INTO ONDLST-REGISTR
              END-STRING
              WRITE ONDLST-REGISTR
           END-IF
           .
       2886-RODAPE-ONDA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Consulta Arquivo NOTA - Entrada                               *
      *---------------------------------------------------------------*
       2850-CONSULTA-ARQ-NOTA                   SECTION.
          DISPLAY TELA-LIMPA
          DISPLAY TELA-02

      *   Empresa/filial, situacao "agricola" e arquivo de saida da
      *   consulta agora sao informados pelo operador, em vez de
      *   gravados fixos no programa.
          DISPLAY "Empresa:"                  AT 1523
          DISPLAY WORK-CONS-EMPRESA           AT 1560
          DISPLAY "Filial (0=todas):"         AT 1623
          DISPLAY WORK-CONS-FILIAL            AT 1660
          DISPLAY "Situacao Agricola:"        AT 1723
          DISPLAY WORK-CONS-AGRICUL           AT 1760
          DISPLAY "Arquivo de Saida:"         AT 1823
          DISPLAY WORK-NOMEARQ3               AT 1860

          ACCEPT   WORK-CONS-EMPRESA          AT 1560 WITH UPPER
                                       AUTO-SKIP HIGHLIGHT
          ACCEPT   WORK-CONS-FILIAL           AT 1660 WITH UPPER
                                       AUTO-SKIP HIGHLIGHT
          ACCEPT   WORK-CONS-AGRICUL          AT 1760 WITH UPPER
                                       AUTO-SKIP HIGHLIGHT
          ACCEPT   WORK-NOMEARQ3              AT 1860 WITH UPPER
                                       AUTO-SKIP HIGHLIGHT

          PERFORM 2851-EXTRAI-ARQ-NOTA
          .
       2850-CONSULTA-ARQ-NOTA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Extrai a nota fiscal para o arquivo de saida usando os        *
      * parametros de empresa/filial/situacao correntes (usada tanto  *
      * pela consulta interativa quanto pela batelada consolidada)    *
      *---------------------------------------------------------------*
       2851-EXTRAI-ARQ-NOTA                     SECTION.
          INITIALIZE                            CP002-RECORDK

          OPEN EXTEND ARQXLS3

          OPEN  INPUT  SFT073
          IF WORK-FSTATUS  NOT EQUAL "00"
             IF COM-TELA
                DISPLAY "ERRO ABRIR SCP002"     AT 1723
             ELSE
                DISPLAY "LEARQ: ERRO ABRIR SFT073 " WORK-FSTATUS
             END-IF
          END-IF

          MOVE WORK-CONS-EMPRESA       To FT073-EMPRESA
          MOVE WORK-CONS-FILIAL        TO FT073-FILIALL
          MOVE ZEROS                   TO FT073-NRNOTAS


          START  SFT073 KEY IS   >=   FT073-RECORDK INVALID KEY
          GO TO               2851-EXTRAI-ARQ-NOTA-EXIT.

          K65-LESFT023.
              READ  SFT073 NEXT WITH IGNORE LOCK  AT  END
                CLOSE   SFT073 ARQXLS3
                GO  TO  2851-EXTRAI-ARQ-NOTA-EXIT.
                INITIALIZE XLS-REGISTR3

                IF FT073-EMPRESA NOT EQUAL WORK-CONS-EMPRESA
                   CLOSE   SFT073 ARQXLS3
                   GO  TO  2851-EXTRAI-ARQ-NOTA-EXIT
                END-IF

      *   Filial=0 significa "todas as filiais"; senao, a chave         *
      *   ordena filial dentro da empresa, entao a primeira filial      *
      *   diferente da escolhida ja indica que passou do intervalo      *
                IF WORK-CONS-FILIAL NOT EQUAL ZEROS AND
                   FT073-FILIALL   NOT EQUAL WORK-CONS-FILIAL
                   CLOSE   SFT073 ARQXLS3
                   GO  TO  2851-EXTRAI-ARQ-NOTA-EXIT
                END-IF

                IF FT073-AGRICUL   EQUAL WORK-CONS-AGRICUL
                   MOVE FT073-EMPRESA      TO WORK-REG3-CD
                   MOVE FT073-FILIALL      TO WORK-REG3-FILIAL
                   MOVE FT073-NRNOTAS      TO WORK-REG3-NOTA
                   MOVE FT073-CODPROD   TO WORK-REG3-COD
                   MOVE FT073-QUANTID   TO WORK-REG3-QTD
                   MOVE FT073-BICMSIT   TO WORK-REG3-BICMSIT
                   MOVE FT073-VICMSIT   TO WORK-REG3-VLRSITI
                   MOVE WORK-REGXl3        TO XLS-REGISTR3

                  WRITE XLS-REGISTR3
                END-IF
          GO TO K65-LESFT023.

          CLOSE SFT073
           .
       2851-EXTRAI-ARQ-NOTA-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * CAAARGA                                                       *
      *---------------------------------------------------------------*
       2877-CARGA-COM021                        SECTION.
          INITIALIZE                            OM021-RECORDK

          DISPLAY TELA-LIMPA
          DISPLAY TELA-02

      *   a carga nao roda por cima de uma postagem/estorno em curso
          PERFORM 2958-TESTA-COM020-RETIDO
          IF WORK-MANUT-LIVRE EQUAL "N"
             GO TO 2877-CARGA-COM021-EXIT
          END-IF

          OPEN I-O COM021
          IF WORK-FSTATUS  NOT EQUAL "00"
             DISPLAY "ERRO ABRIR COM021"        AT 1723
          END-IF

          OPEN INPUT  CARGA
          IF WORK-FSTATUS  NOT EQUAL "00"
             DISPLAY "ERRO ABRIR CARGA"        AT 1723
          END-IF

      *   a carga assume a posicao 01 com o periodo corrente: se o
      *   trimestre corrente ja foi fechado, a carga inteira e
      *   rejeitada em vez de mexer em saldo ja acertado
          MOVE FUNCTION CURRENT-DATE           TO SIST-DATAHOR
          MOVE SIST-ANOCOMPL                   TO WORK-FEC-TESTANO
          MOVE SIST-MESSSSS                    TO WORK-FEC-TESTMES
          PERFORM 2871-VERIFICA-FECHADO
          IF WORK-FEC-RESULT EQUAL "S"
             DISPLAY "Trimestre corrente fechado - carga rejeitada"
                                               AT 1823
             MOVE "CARGABLQ"            TO WORK-LOG-ACAO
             MOVE "COM021"              TO WORK-LOG-ARQUIVO
             MOVE SPACES                TO WORK-LOG-CHAVE
             MOVE "Carga rejeitada: trimestre fechado"
                                        TO WORK-LOG-DESCRIC
             PERFORM 2710-REGISTRA-LOG
             CLOSE COM021 CARGA
             PERFORM D00-DELAYSSS
             GO TO 2877-CARGA-COM021-EXIT
          END-IF
          .

      *   Rolagem trimestral: o saldo acumulado de cada trimestre
      *   empurra o trimestre anterior uma posicao (01->02->03->04,
      *   o mais antigo em 04 e descartado) e o novo periodo lido do
      *   arquivo de carga assume a posicao 01. Vendedor sem registro
      *   ainda em COM021 e incluido.
          K65-LECARGA.
               READ CARGA NEXT WITH IGNORE LOCK  AT  END
                    CLOSE   COM021 CARGA
                    GO  TO  2877-CARGA-COM021-EXIT.

               MOVE      XLS-CODVEND         TO OM021-CODVEND
               READ      COM021 WITH IGNORE LOCK INVALID KEY
                         INITIALIZE                 OM021-REGISTR
                         MOVE   XLS-CODVEND          TO OM021-CODVEND
               END-READ

               MOVE      OM021-SLDACUM03     TO OM021-SLDACUM04
               MOVE      OM021-SLDRESE03     TO OM021-SLDRESE04
               MOVE      OM021-SLDACUM02     TO OM021-SLDACUM03
               MOVE      OM021-SLDRESE02     TO OM021-SLDRESE03
               MOVE      OM021-SLDACUM01     TO OM021-SLDACUM02
               MOVE      OM021-SLDRESE01     TO OM021-SLDRESE02
               MOVE      XLS-FILIAL          TO OM021-FILIALL
               MOVE      XLS-SLDACUM         TO OM021-SLDACUM01
               MOVE      ZEROS               TO OM021-SLDRESE01
               MOVE      SIST-ANOCOMPL       TO OM021-DTULTATU (1:4)
               MOVE      SIST-MESSSSS        TO OM021-DTULTATU (5:2)
               MOVE      SIST-DIAAAAA        TO OM021-DTULTATU (7:2)

               IF        WORK-FSTATUS EQUAL "23"
                         MOVE    "I" TO WK-JRN-OPERACAO
                         WRITE   OM021-REGISTR
               ELSE
                         MOVE    "A" TO WK-JRN-OPERACAO
                         REWRITE OM021-REGISTR
               END-IF
               PERFORM   2717-JOURNAL-COM021

          GO TO K65-LECARGA.
          .
       2877-CARGA-COM021-EXIT.
           EXIT.

      *---------------------------------------------------------------*
      * Fechamento trimestral do COM021 (opcao 17): fecha um          *
      * trimestre ja pago aos vendedores, bloqueando qualquer         *
      * movimento retroativo nele; a reabertura nao e imediata - vira *
      * uma pendencia na fila de aprovacao (OVR-CAMPO "REAB") que um  *
      * segundo operador aplica ou rejeita na opcao 13, a mesma       *
      * disciplina de quatro olhos das sobreposicoes de saldo         *
      *---------------------------------------------------------------*
       2870-FECHAMENTO-TRIMESTRE                SECTION.

           DISPLAY TELA-LIMPA
           DISPLAY "Fechamento trimestral do COM021"       AT 1423

           MOVE SIST-ANOCOMPL                    TO WORK-FEC-ANO
           DISPLAY "Ano:"                        AT 1523
           DISPLAY WORK-FEC-ANO                  AT 1560
           ACCEPT   WORK-FEC-ANO                 AT 1560 WITH UPPER
                                        AUTO-SKIP HIGHLIGHT
           IF ESC
              GO TO 2870-FECHAMENTO-TRIMESTRE-EXIT
           END-IF
           DISPLAY "Trimestre (1-4):"            AT 1623
           MOVE ZEROS TO WORK-FEC-TRI
           ACCEPT   WORK-FEC-TRI                 AT 1660 WITH UPPER
                                        AUTO-SKIP HIGHLIGHT
           IF WORK-FEC-TRI < 1 OR WORK-FEC-TRI > 4
              DISPLAY "Trimestre invalido"       AT 1823
              PERFORM D00-DELAYSSS
              GO TO 2870-FECHAMENTO-TRIMESTRE-EXIT
           END-IF

           DISPLAY "F=fecha  R=solicita reabertura:"       AT 1723
           MOVE SPACES TO WORK-FEC-OPCAO
           ACCEPT   WORK-FEC-OPCAO               AT 1756 WITH UPPER
                                        AUTO-SKIP HIGHLIGHT

           EVALUATE WORK-FEC-OPCAO
               WHEN "F"
                    PERFORM 2873-FECHA-TRIMESTRE
               WHEN "R"
                    PERFORM 2875-SOLICITA-REABERTURA
               WHEN OTHER
                    CONTINUE
           END-EVALUATE
           .
       2870-FECHAMENTO-TRIMESTRE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Diz se o trimestre do ano/mes informado esta fechado; guarda  *
      * o ultimo trimestre consultado para nao reabrir o controle a   *
      * cada registro do mesmo periodo                                *
      *---------------------------------------------------------------*
       2871-VERIFICA-FECHADO                    SECTION.

           EVALUATE TRUE
              WHEN WORK-FEC-TESTMES <= 03
                 MOVE 1 TO WORK-FEC-TRI
              WHEN WORK-FEC-TESTMES <= 06
                 MOVE 2 TO WORK-FEC-TRI
              WHEN WORK-FEC-TESTMES <= 09
                 MOVE 3 TO WORK-FEC-TRI
              WHEN OTHER
                 MOVE 4 TO WORK-FEC-TRI
           END-EVALUATE

           IF WORK-FEC-TESTANO EQUAL WORK-FEC-ULT-ANO AND
              WORK-FEC-TRI     EQUAL WORK-FEC-ULT-TRI
              MOVE WORK-FEC-ULT-RES TO WORK-FEC-RESULT
              GO TO 2871-VERIFICA-FECHADO-EXIT
           END-IF

           MOVE "N" TO WORK-FEC-RESULT
           OPEN INPUT FECHTRI
           IF WORK-STATUS-FEC EQUAL "00"
              MOVE WORK-FEC-TESTANO      TO FEC-ANO
              MOVE WORK-FEC-TRI          TO FEC-TRI
              READ FECHTRI WITH IGNORE LOCK INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF FEC-FECHADO
                      MOVE "S" TO WORK-FEC-RESULT
                   END-IF
              END-READ
           END-IF
           CLOSE FECHTRI

           MOVE WORK-FEC-TESTANO         TO WORK-FEC-ULT-ANO
           MOVE WORK-FEC-TRI             TO WORK-FEC-ULT-TRI
           MOVE WORK-FEC-RESULT          TO WORK-FEC-ULT-RES
           .
       2871-VERIFICA-FECHADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2872-ABRE-FECHTRI                        SECTION.
           OPEN I-O FECHTRI
           IF WORK-STATUS-FEC EQUAL "35"
              OPEN OUTPUT FECHTRI
              CLOSE FECHTRI
              OPEN I-O FECHTRI
           END-IF
           .
       2872-ABRE-FECHTRI-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2873-FECHA-TRIMESTRE                     SECTION.

           PERFORM 2872-ABRE-FECHTRI
           IF WORK-STATUS-FEC NOT EQUAL "00"
              DISPLAY "ERRO ABRIR CONTROLE DE FECHAMENTO"  AT 1923
              CLOSE FECHTRI
              GO TO 2873-FECHA-TRIMESTRE-EXIT
           END-IF

           IF WORK-OPER-ATUAL EQUAL SPACES
              DISPLAY "USER"              UPON ENVIRONMENT-NAME
              ACCEPT   WORK-OPER-ATUAL    FROM ENVIRONMENT-VALUE
           END-IF
           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR

           MOVE WORK-FEC-ANO              TO FEC-ANO
           MOVE WORK-FEC-TRI              TO FEC-TRI
           READ FECHTRI INVALID KEY
                INITIALIZE FECHTRI-REGISTR
                MOVE WORK-FEC-ANO         TO FEC-ANO
                MOVE WORK-FEC-TRI         TO FEC-TRI
                MOVE "F"                  TO FEC-SITUACA
                MOVE WORK-OPER-ATUAL      TO FEC-OPER-FEC
                MOVE SIST-ANOCOMPL        TO FEC-DATA-FEC (1:4)
                MOVE SIST-MESSSSS         TO FEC-DATA-FEC (5:2)
                MOVE SIST-DIAAAAA         TO FEC-DATA-FEC (7:2)
                WRITE FECHTRI-REGISTR
                DISPLAY "Trimestre fechado"      AT 1923
                NOT INVALID KEY
                IF FEC-FECHADO
                   DISPLAY "Trimestre ja esta fechado"  AT 1923
                ELSE
                   MOVE "F"               TO FEC-SITUACA
                   MOVE WORK-OPER-ATUAL   TO FEC-OPER-FEC
                   MOVE SIST-ANOCOMPL     TO FEC-DATA-FEC (1:4)
                   MOVE SIST-MESSSSS      TO FEC-DATA-FEC (5:2)
                   MOVE SIST-DIAAAAA      TO FEC-DATA-FEC (7:2)
                   REWRITE FECHTRI-REGISTR
                   DISPLAY "Trimestre fechado"   AT 1923
                END-IF
           END-READ
           CLOSE FECHTRI

      *    o trimestre recem-fechado invalida o resultado guardado
           MOVE 9999 TO WORK-FEC-ULT-ANO
           MOVE 9    TO WORK-FEC-ULT-TRI

           MOVE "FECHATRIM"               TO WORK-LOG-ACAO
           MOVE "COM021"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING WORK-FEC-ANO "/" WORK-FEC-TRI
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE "Trimestre fechado para movimentos"
                                          TO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG

      *    trimestre fechado vai para a folha de pagamento; um
      *    trimestre ja exportado nao sai de novo
           PERFORM 2876-EXPORTA-PAGAMENTO
           PERFORM D00-DELAYSSS
           .
       2873-FECHA-TRIMESTRE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Exportacao do trimestre fechado para a folha de pagamento:    *
      * uma linha por vendedor com a reserva do trimestre no COM021   *
      * (vendedor;cpf;filial;ano;trimestre;valor), folha de controle  *
      * com totais por filial para o financeiro e registro do         *
      * trimestre exportado. Vendedor sem cpf no cadastro barra a     *
      * exportacao inteira (a folha lista quem falta); reserva zerada *
      * nao sai e reserva negativa e listada, mas nao exportada       *
      *---------------------------------------------------------------*
       2876-EXPORTA-PAGAMENTO                   SECTION.

           MOVE WORK-FEC-ANO              TO PAG-ANO
           MOVE WORK-FEC-TRI              TO PAG-TRI
           PERFORM 2876A-VERIFICA-PAGO
           IF WORK-PAG-PAGO EQUAL "S"
              DISPLAY "Pagamento do trimestre ja exportado para a folha"
                                                  AT 2023
              GO TO 2876-EXPORTA-PAGAMENTO-EXIT
           END-IF

           MOVE WORK-FEC-ANO              TO WORK-PAG-NOMANO
                                             WORK-PAG-LSTANO
           MOVE WORK-FEC-TRI              TO WORK-PAG-NOMTRI
                                             WORK-PAG-LSTTRI
           MOVE ZEROS TO WORK-PAG-QTDVEND WORK-PAG-TOTAL
                         WORK-PAG-SEMCPF  WORK-PAG-NEGATIVO
           INITIALIZE WORK-PAG-TAB

           OPEN INPUT COM021
           IF WORK-FSTATUS NOT EQUAL "00"
              DISPLAY "ERRO ABRIR COM021 - PAGAMENTO NAO EXPORTADO"
                                                  AT 2023
              CLOSE COM021
              GO TO 2876-EXPORTA-PAGAMENTO-EXIT
           END-IF
           OPEN INPUT ARQ-VENDEDOR
           IF WS-STATUS-VEND NOT EQUAL "00"
              DISPLAY "ERRO ABRIR CADASTRO DE VENDEDORES"  AT 2023
              CLOSE COM021 ARQ-VENDEDOR
              GO TO 2876-EXPORTA-PAGAMENTO-EXIT
           END-IF
           OPEN OUTPUT PAGFOL
           OPEN OUTPUT PAGLST
           IF WORK-STATUS-PGF NOT EQUAL "00" OR
              WORK-STATUS-PGL NOT EQUAL "00"
              DISPLAY "ERRO GRAVAR ARQUIVO DE PAGAMENTO"   AT 2023
              CLOSE COM021 ARQ-VENDEDOR PAGFOL PAGLST
              GO TO 2876-EXPORTA-PAGAMENTO-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
           MOVE ALL "=" TO PAGLST-REGISTR
           WRITE PAGLST-REGISTR
           MOVE SPACES TO PAGLST-REGISTR
           STRING "FOLHA DE CONTROLE - PAGAMENTO DE COMISSAO "
                  WORK-FEC-ANO "/" WORK-FEC-TRI
                  "  EMITIDO " SIST-DIAAAAA "/" SIST-MESSSSS
                  "/" SIST-ANOCOMPL
                  DELIMITED BY SIZE INTO PAGLST-REGISTR
           END-STRING
           WRITE PAGLST-REGISTR
           MOVE SPACES TO PAGLST-REGISTR
           STRING "ARQUIVO " WORK-NOMEARQ31
                  DELIMITED BY SIZE INTO PAGLST-REGISTR
           END-STRING
           WRITE PAGLST-REGISTR
           MOVE ALL "=" TO PAGLST-REGISTR
           WRITE PAGLST-REGISTR

           MOVE LOW-VALUES TO OM021-RECORDK
           START COM021 KEY IS >= OM021-RECORDK INVALID KEY
                 GO TO K65-PAGFIM
           END-START.

           K65-LEPAGTO.
              READ COM021 NEXT WITH IGNORE LOCK AT END
                   GO TO K65-PAGFIM
              END-READ
              PERFORM 2878-GRAVA-PAGAMENTO
           GO TO K65-LEPAGTO.

           K65-PAGFIM.
           CLOSE COM021 ARQ-VENDEDOR

      *    faltou cpf: o arquivo e esvaziado e o trimestre nao entra
      *    no registro; corrigido o cadastro, refaz pela opcao 17
           IF WORK-PAG-SEMCPF NOT EQUAL ZEROS
              CLOSE PAGFOL
              OPEN OUTPUT PAGFOL
              CLOSE PAGFOL
              MOVE SPACES TO PAGLST-REGISTR
              WRITE PAGLST-REGISTR
              MOVE SPACES TO PAGLST-REGISTR
              STRING "EXPORTACAO NAO REALIZADA: " WORK-PAG-SEMCPF
                     " VENDEDOR(ES) SEM CPF NO CADASTRO"
                     DELIMITED BY SIZE INTO PAGLST-REGISTR
              END-STRING
              WRITE PAGLST-REGISTR
              CLOSE PAGLST
              DISPLAY "Vendedor sem cpf - pagamento nao exportado"
                                                  AT 2023
              MOVE "PAGNEGADO"            TO WORK-LOG-ACAO
              MOVE "COM021"               TO WORK-LOG-ARQUIVO
              MOVE SPACES                 TO WORK-LOG-CHAVE
              STRING WORK-FEC-ANO "/" WORK-FEC-TRI
                     DELIMITED BY SIZE INTO WORK-LOG-CHAVE
              MOVE SPACES                 TO WORK-LOG-DESCRIC
              STRING "Vendedores sem cpf=" WORK-PAG-SEMCPF
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
              PERFORM 2710-REGISTRA-LOG
              GO TO 2876-EXPORTA-PAGAMENTO-EXIT
           END-IF
           CLOSE PAGFOL

           PERFORM 2879-TOTAIS-PAGAMENTO
           CLOSE PAGLST

      *    sem o registro o trimestre poderia ser pago de novo: o
      *    arquivo da folha e esvaziado e a exportacao fica por refazer
           PERFORM 2876B-REGISTRA-PAGAMENTO
           IF WORK-PAG-REGOK NOT EQUAL "S"
              OPEN OUTPUT PAGFOL
              CLOSE PAGFOL
              DISPLAY "ERRO NO REGISTRO - PAGAMENTO NAO EXPORTADO"
                                                  AT 2023
              PERFORM D00-DELAYSSS
              GO TO 2876-EXPORTA-PAGAMENTO-EXIT
           END-IF

           DISPLAY "Pagamento exportado para a folha:"     AT 2023
           DISPLAY WORK-PAG-QTDVEND                        AT 2057
           DISPLAY "vendedores"                            AT 2063

           MOVE "PAGEXPORT"               TO WORK-LOG-ACAO
           MOVE "COM021"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING WORK-FEC-ANO "/" WORK-FEC-TRI
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE WORK-PAG-TOTAL            TO WORK-PAG-EDTOT
           MOVE SPACES                    TO WORK-LOG-DESCRIC
           STRING "Vend=" WORK-PAG-QTDVEND
                  " Total=" WORK-PAG-EDTOT
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           .
       2876-EXPORTA-PAGAMENTO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Diz se o trimestre em PAG-ANO/PAG-TRI ja foi exportado para a *
      * folha (WORK-PAG-PAGO = S)                                     *
      *---------------------------------------------------------------*
       2876A-VERIFICA-PAGO                      SECTION.
           MOVE "N" TO WORK-PAG-PAGO
           OPEN INPUT PAGREG
           IF WORK-STATUS-PAG EQUAL "00"
              READ PAGREG WITH IGNORE LOCK INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF PAG-EXPORTADO
                      MOVE "S" TO WORK-PAG-PAGO
                   END-IF
              END-READ
           END-IF
           CLOSE PAGREG
           .
       2876A-VERIFICA-PAGO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2876B-REGISTRA-PAGAMENTO                 SECTION.
           MOVE "N"                       TO WORK-PAG-REGOK
           MOVE "COM021_PAGTOS"           TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING WORK-FEC-ANO "/" WORK-FEC-TRI
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           OPEN I-O PAGREG
           IF WORK-STATUS-PAG EQUAL "35"
              OPEN OUTPUT PAGREG
              CLOSE PAGREG
              OPEN I-O PAGREG
           END-IF
           IF WORK-STATUS-PAG NOT EQUAL "00"
              MOVE "OPEN"                 TO WORK-LOG-ERROP
              MOVE WORK-STATUS-PAG        TO WORK-LOG-ERRST
              PERFORM 2710A-REGISTRA-ERRO
              CLOSE PAGREG
              GO TO 2876B-REGISTRA-PAGAMENTO-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
           INITIALIZE PAGREG-REGISTR
           MOVE WORK-FEC-ANO              TO PAG-ANO
           MOVE WORK-FEC-TRI              TO PAG-TRI
           MOVE "E"                       TO PAG-SITUACA
           MOVE WORK-OPER-ATUAL           TO PAG-OPERADOR
           MOVE SIST-ANOCOMPL             TO PAG-DATA (1:4)
           MOVE SIST-MESSSSS              TO PAG-DATA (5:2)
           MOVE SIST-DIAAAAA              TO PAG-DATA (7:2)
           MOVE SIST-HORAAAAA             TO PAG-HORA (1:2)
           MOVE SIST-MINUTOOO             TO PAG-HORA (3:2)
           MOVE SIST-SEGUNDOOO            TO PAG-HORA (5:2)
           MOVE WORK-PAG-QTDVEND          TO PAG-QTDVEND
           MOVE WORK-PAG-TOTAL            TO PAG-VLRTOTAL
           MOVE WORK-NOMEARQ31            TO PAG-ARQUIVO
           MOVE "WRITE"                   TO WORK-LOG-ERROP
           WRITE PAGREG-REGISTR INVALID KEY
                 MOVE "REWRITE"           TO WORK-LOG-ERROP
                 REWRITE PAGREG-REGISTR
           END-WRITE
           IF WORK-STATUS-PAG NOT EQUAL "00"
              MOVE WORK-STATUS-PAG        TO WORK-LOG-ERRST
              PERFORM 2710A-REGISTRA-ERRO
              CLOSE PAGREG
              GO TO 2876B-REGISTRA-PAGAMENTO-EXIT
           END-IF
           CLOSE PAGREG
           MOVE "S"                       TO WORK-PAG-REGOK
           .
       2876B-REGISTRA-PAGAMENTO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Um vendedor do COM021: reserva do trimestre fechado, cpf e    *
      * filial do cadastro (a filial do COM021 prevalece)             *
      *---------------------------------------------------------------*
       2878-GRAVA-PAGAMENTO                     SECTION.

           EVALUATE WORK-FEC-TRI
               WHEN 1 MOVE OM021-SLDRESE01 TO WORK-PAG-VALOR
               WHEN 2 MOVE OM021-SLDRESE02 TO WORK-PAG-VALOR
               WHEN 3 MOVE OM021-SLDRESE03 TO WORK-PAG-VALOR
               WHEN 4 MOVE OM021-SLDRESE04 TO WORK-PAG-VALOR
           END-EVALUATE

           IF WORK-PAG-VALOR EQUAL ZEROS
              GO TO 2878-GRAVA-PAGAMENTO-EXIT
           END-IF

           IF WORK-PAG-VALOR < ZEROS
              ADD 1 TO WORK-PAG-NEGATIVO
              MOVE WORK-PAG-VALOR TO WORK-PAG-EDNEG
              MOVE SPACES TO PAGLST-REGISTR
              STRING "  VENDEDOR " OM021-CODVEND
                     "  RESERVA NEGATIVA " WORK-PAG-EDNEG
                     " - NAO EXPORTADO"
                     DELIMITED BY SIZE INTO PAGLST-REGISTR
              END-STRING
              WRITE PAGLST-REGISTR
              GO TO 2878-GRAVA-PAGAMENTO-EXIT
           END-IF

           MOVE ZEROS                     TO WORK-PAG-CPF
           MOVE OM021-FILIALL             TO WORK-PAG-FILIAL
           MOVE OM021-CODVEND             TO RS-COD-VEND
           READ ARQ-VENDEDOR WITH IGNORE LOCK INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE RS-CPF               TO WORK-PAG-CPF
                IF WORK-PAG-FILIAL EQUAL ZEROS
                   MOVE RS-FILIAL-VEND    TO WORK-PAG-FILIAL
                END-IF
           END-READ

           IF WORK-PAG-CPF EQUAL ZEROS
              ADD 1 TO WORK-PAG-SEMCPF
              MOVE SPACES TO PAGLST-REGISTR
              STRING "  VENDEDOR " OM021-CODVEND
                     "  SEM CPF NO CADASTRO DE VENDEDORES"
                     DELIMITED BY SIZE INTO PAGLST-REGISTR
              END-STRING
              WRITE PAGLST-REGISTR
              GO TO 2878-GRAVA-PAGAMENTO-EXIT
           END-IF

           MOVE WORK-PAG-VALOR            TO WORK-PAG-EDVLR
           MOVE SPACES TO PAGFOL-REGISTR
           STRING OM021-CODVEND ";"
                  WORK-PAG-CPF ";"
                  WORK-PAG-FILIAL ";"
                  WORK-FEC-ANO ";"
                  WORK-FEC-TRI ";"
                  WORK-PAG-EDVLR
                  DELIMITED BY SIZE INTO PAGFOL-REGISTR
           END-STRING
           WRITE PAGFOL-REGISTR

           ADD 1              TO WORK-PAG-QTDVEND
           ADD WORK-PAG-VALOR TO WORK-PAG-TOTAL
           COMPUTE WORK-PAG-IDX = WORK-PAG-FILIAL + 1
           ADD 1              TO WORK-PAG-FIL-QTD (WORK-PAG-IDX)
           ADD WORK-PAG-VALOR TO WORK-PAG-FIL-VLR (WORK-PAG-IDX)
           .
       2878-GRAVA-PAGAMENTO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Totais por filial, total geral e campos de conferencia do     *
      * financeiro na folha de controle                               *
      *---------------------------------------------------------------*
       2879-TOTAIS-PAGAMENTO                    SECTION.

           MOVE SPACES TO PAGLST-REGISTR
           WRITE PAGLST-REGISTR
           MOVE "  FILIAL   VENDEDORES            VALOR"
                TO PAGLST-REGISTR
           WRITE PAGLST-REGISTR

           PERFORM 2879A-LINHA-FILIAL
                   VARYING WORK-PAG-IDX FROM 1 BY 1
                   UNTIL WORK-PAG-IDX > 100

           MOVE ALL "-" TO PAGLST-REGISTR
           WRITE PAGLST-REGISTR
           MOVE WORK-PAG-TOTAL            TO WORK-PAG-EDTOT
           MOVE SPACES TO PAGLST-REGISTR
           STRING "  TOTAL    " WORK-PAG-QTDVEND
                  "     " WORK-PAG-EDTOT
                  DELIMITED BY SIZE INTO PAGLST-REGISTR
           END-STRING
           WRITE PAGLST-REGISTR
           MOVE SPACES TO PAGLST-REGISTR
           STRING "  RESERVAS NEGATIVAS NAO EXPORTADAS: "
                  WORK-PAG-NEGATIVO
                  DELIMITED BY SIZE INTO PAGLST-REGISTR
           END-STRING
           WRITE PAGLST-REGISTR

           MOVE SPACES TO PAGLST-REGISTR
           WRITE PAGLST-REGISTR
           WRITE PAGLST-REGISTR
           MOVE SPACES TO PAGLST-REGISTR
           STRING "  CONFERIDO POR: ______________________________"
                  "   DATA: __/__/____"
                  DELIMITED BY SIZE INTO PAGLST-REGISTR
           END-STRING
           WRITE PAGLST-REGISTR
           MOVE SPACES TO PAGLST-REGISTR
           WRITE PAGLST-REGISTR
           MOVE SPACES TO PAGLST-REGISTR
           STRING "  APROVADO (FINANCEIRO): ______________________"
                  "   DATA: __/__/____"
                  DELIMITED BY SIZE INTO PAGLST-REGISTR
           END-STRING
           WRITE PAGLST-REGISTR
           .
       2879-TOTAIS-PAGAMENTO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2879A-LINHA-FILIAL                       SECTION.
           IF WORK-PAG-FIL-QTD (WORK-PAG-IDX) EQUAL ZEROS
              GO TO 2879A-LINHA-FILIAL-EXIT
           END-IF
           COMPUTE WORK-PAG-FILIAL = WORK-PAG-IDX - 1
           MOVE WORK-PAG-FIL-VLR (WORK-PAG-IDX) TO WORK-PAG-EDTOT
           MOVE SPACES TO PAGLST-REGISTR
           STRING "  " WORK-PAG-FILIAL
                  "       " WORK-PAG-FIL-QTD (WORK-PAG-IDX)
                  "     " WORK-PAG-EDTOT
                  DELIMITED BY SIZE INTO PAGLST-REGISTR
           END-STRING
           WRITE PAGLST-REGISTR
           .
       2879A-LINHA-FILIAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * A reabertura exige quatro olhos: aqui so entra a solicitacao  *
      * na fila dos overrides; a aplicacao acontece na opcao 13, por  *
      * um operador diferente do solicitante                          *
      *---------------------------------------------------------------*
       2875-SOLICITA-REABERTURA                 SECTION.

      *    trimestre ja pago pela folha nao volta a ser movimentado
           MOVE WORK-FEC-ANO              TO PAG-ANO
           MOVE WORK-FEC-TRI              TO PAG-TRI
           PERFORM 2876A-VERIFICA-PAGO
           IF WORK-PAG-PAGO EQUAL "S"
              DISPLAY "Trimestre ja pago pela folha - reabertura negada"
                                                  AT 1923
              MOVE "REABNEG"              TO WORK-LOG-ACAO
              MOVE "COM021"               TO WORK-LOG-ARQUIVO
              MOVE SPACES                 TO WORK-LOG-CHAVE
              STRING WORK-FEC-ANO "/" WORK-FEC-TRI
                     DELIMITED BY SIZE INTO WORK-LOG-CHAVE
              MOVE "Reabertura negada: pagamento exportado"
                                          TO WORK-LOG-DESCRIC
              PERFORM 2710-REGISTRA-LOG
              PERFORM D00-DELAYSSS
              GO TO 2875-SOLICITA-REABERTURA-EXIT
           END-IF

           IF WORK-OPER-ATUAL EQUAL SPACES
              DISPLAY "USER"              UPON ENVIRONMENT-NAME
              ACCEPT   WORK-OPER-ATUAL    FROM ENVIRONMENT-VALUE
           END-IF
           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR

           MOVE "P"                       TO OVR-STATUS
           MOVE ZEROS                     TO OVR-CODVEND
           COMPUTE OVR-ANOEMES = (WORK-FEC-ANO * 100) + WORK-FEC-TRI
           MOVE ZEROS                     TO OVR-DTLANCA
           MOVE ZEROS                     TO OVR-SEQLANC
           MOVE "REAB"                    TO OVR-CAMPO
           MOVE ZEROS                     TO OVR-VLRANT
           MOVE ZEROS                     TO OVR-VLRNOV
           MOVE WORK-OPER-ATUAL           TO OVR-OPER-SOL
           MOVE SPACES                    TO OVR-OPER-APR
           MOVE SIST-ANOCOMPL             TO OVR-DATA-SOL (1:4)
           MOVE SIST-MESSSSS              TO OVR-DATA-SOL (5:2)
           MOVE SIST-DIAAAAA              TO OVR-DATA-SOL (7:2)
           MOVE ZEROS                     TO OVR-DATA-APR

           OPEN EXTEND OVRPEND
           IF WORK-STATUS-OVR EQUAL "35"
              OPEN OUTPUT OVRPEND
           END-IF
           WRITE OVR-REGISTR
           CLOSE OVRPEND

           DISPLAY "Reabertura pendente de aprovacao (opcao 13)"
                                                  AT 1923

           MOVE "REABSOL"                 TO WORK-LOG-ACAO
           MOVE "COM021"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING WORK-FEC-ANO "/" WORK-FEC-TRI
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE "Reabertura solicitada"   TO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           PERFORM D00-DELAYSSS
           .
       2875-SOLICITA-REABERTURA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reabre o trimestre aprovado na fila de overrides (OVR-CAMPO   *
      * "REAB"); o ano/trimestre viaja em OVR-ANOEMES (AAAA0T)        *
      *---------------------------------------------------------------*
       2874-REABRE-TRIMESTRE                    SECTION.

           MOVE "N" TO WORK-FEC-REABRIU

      *    pendencia aprovada depois que o pagamento ja saiu para a
      *    folha (solicitada antes da exportacao) nao e aplicada
           DIVIDE OVR-ANOEMES BY 100 GIVING PAG-ANO
                  REMAINDER WORK-FEC-TRI
           MOVE WORK-FEC-TRI              TO PAG-TRI
           PERFORM 2876A-VERIFICA-PAGO
           IF WORK-PAG-PAGO EQUAL "S"
              DISPLAY "Trimestre ja pago pela folha - reabertura negada"
                                                  AT 1923
              MOVE "REABNEG"              TO WORK-LOG-ACAO
              MOVE "COM021"               TO WORK-LOG-ARQUIVO
              MOVE SPACES                 TO WORK-LOG-CHAVE
              STRING PAG-ANO "/" PAG-TRI
                     DELIMITED BY SIZE INTO WORK-LOG-CHAVE
              MOVE "Reabertura negada: pagamento exportado"
                                          TO WORK-LOG-DESCRIC
              PERFORM 2710-REGISTRA-LOG
              GO TO 2874-REABRE-TRIMESTRE-EXIT
           END-IF

           PERFORM 2872-ABRE-FECHTRI
           IF WORK-STATUS-FEC NOT EQUAL "00"
              DISPLAY "ERRO ABRIR CONTROLE DE FECHAMENTO"  AT 1923
              CLOSE FECHTRI
              GO TO 2874-REABRE-TRIMESTRE-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
           DIVIDE OVR-ANOEMES BY 100 GIVING FEC-ANO
                  REMAINDER WORK-FEC-TRI
           MOVE WORK-FEC-TRI              TO FEC-TRI
           READ FECHTRI INVALID KEY
                DISPLAY "Trimestre sem fechamento registrado"  AT 1923
                CLOSE FECHTRI
                GO TO 2874-REABRE-TRIMESTRE-EXIT
           END-READ

           MOVE "A"                       TO FEC-SITUACA
           MOVE WORK-OPER-ATUAL           TO FEC-OPER-REA
           MOVE SIST-ANOCOMPL             TO FEC-DATA-REA (1:4)
           MOVE SIST-MESSSSS              TO FEC-DATA-REA (5:2)
           MOVE SIST-DIAAAAA              TO FEC-DATA-REA (7:2)
           REWRITE FECHTRI-REGISTR
           MOVE "S"                       TO WORK-FEC-REABRIU
           CLOSE FECHTRI

           MOVE 9999 TO WORK-FEC-ULT-ANO
           MOVE 9    TO WORK-FEC-ULT-TRI

           DISPLAY "Trimestre reaberto"          AT 1923

           MOVE "REABRE"                  TO WORK-LOG-ACAO
           MOVE "COM021"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING FEC-ANO "/" FEC-TRI
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE "Trimestre reaberto por aprovacao"
                                          TO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           .
       2874-REABRE-TRIMESTRE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Gera arq itens                                                *
      *---------------------------------------------------------------*
       2888-GERA-ARQ-RESERVA                    SECTION.
          DISPLAY TELA-LIMPA
          DISPLAY TELA-02

      *   Ano de referencia da apuracao trimestral: os quatro         *
      *   trimestres do acumulado dizem respeito a um unico ano,      *
      *   informado pelo operador (default = ano corrente), para      *
      *   nao somar o mesmo trimestre de anos diferentes no mesmo     *
      *   totalizador.
          MOVE SIST-ANOCOMPL                    TO WORK-CONS-ANO
          DISPLAY "Ano de Referencia:"          AT 1523
          DISPLAY WORK-CONS-ANO                 AT 1560
          ACCEPT   WORK-CONS-ANO                AT 1560 WITH UPPER
                                       AUTO-SKIP HIGHLIGHT

          PERFORM 2887-EXECUTA-ARQ-RESERVA
          .
       2888-GERA-ARQ-RESERVA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Executa a apuracao trimestral para o ano em WORK-CONS-ANO     *
      * (usada tanto pela consulta interativa quanto pela batelada    *
      * consolidada)                                                  *
      *---------------------------------------------------------------*
       2887-EXECUTA-ARQ-RESERVA         SECTION.
          INITIALIZE                            OM020-RECORD2
          INITIALIZE                            WORK-DETLC WORK-SLDAC

          MOVE "SIM"                            TO WORK-FLAG-PRIMEIRA

          OPEN OUTPUT ARQXLS4

          OPEN INPUT  COM020
          IF WORK-FSTATUS  NOT EQUAL "00"
             IF COM-TELA
                DISPLAY "ERRO ABRIR COM020"     AT 1723
             ELSE
                DISPLAY "LEARQ: ERRO ABRIR COM020 " WORK-FSTATUS
             END-IF
          END-IF

          START  COM020 KEY IS   >=   OM020-RECORD2 INVALID KEY
          GO TO               2887-EXECUTA-ARQ-RESERVA-EXIT.

          K65-LECOM020.
              READ  COM020 NEXT WITH IGNORE LOCK  AT  END
                IF    WORK-FLAG-PRIMEIRA NOT EQUAL "SIM"
                      PERFORM 2890-FECHA-ACUMULADO
                END-IF
                CLOSE   COM020 ARQXLS4
                GO  TO  2887-EXECUTA-ARQ-RESERVA-EXIT.

                IF WORK-FLAG-PRIMEIRA EQUAL "SIM"
                   MOVE OM020-CODVEND      TO WORK-CODVEND-ANT
                   MOVE "NAO"              TO WORK-FLAG-PRIMEIRA
                END-IF

                IF OM020-CODVEND NOT EQUAL  WORK-CODVEND-ANT
                   PERFORM 2890-FECHA-ACUMULADO
                   MOVE  OM020-CODVEND      TO WORK-CODVEND-ANT
                END-IF

                PERFORM 2889-ACUMULA-RESERVA

          GO TO K65-LECOM020.

           .
       2887-EXECUTA-ARQ-RESERVA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Acumula saldo e lancamento do movimento no trimestre a que    *
      * pertence (mes de venda), para o vendedor da quebra corrente   *
      *---------------------------------------------------------------*
       2889-ACUMULA-RESERVA                     SECTION.
      *    So acumula o movimento se ele for do ano de referencia da
      *    apuracao (OM020-ANOEMES = AAAAMM); do contrario, o mesmo
      *    trimestre de anos diferentes acabaria somado no mesmo
      *    totalizador.
           IF OM020-ANOEMES (1:4) NOT EQUAL WORK-CONS-ANO
              GO TO 2889-ACUMULA-RESERVA-EXIT
           END-IF

           EVALUATE TRUE
              WHEN OM020-ANOEMES (5:2) <= 03
                 ADD      OM020-VLRTOTA      TO WORK-DETLC01
                 IF       OM020-E-CREDITO
                          ADD      OM020-VLRTOTA   TO   WORK-SLDAC01
                 ELSE
                          SUBTRACT OM020-VLRTOTA   FROM WORK-SLDAC01
                 END-IF
              WHEN OM020-ANOEMES (5:2) <= 06
                 ADD      OM020-VLRTOTA      TO WORK-DETLC02
                 IF       OM020-E-CREDITO
                          ADD      OM020-VLRTOTA   TO   WORK-SLDAC02
                 ELSE
                          SUBTRACT OM020-VLRTOTA   FROM WORK-SLDAC02
                 END-IF
              WHEN OM020-ANOEMES (5:2) <= 09
                 ADD      OM020-VLRTOTA      TO WORK-DETLC03
                 IF       OM020-E-CREDITO
                          ADD      OM020-VLRTOTA   TO   WORK-SLDAC03
                 ELSE
                          SUBTRACT OM020-VLRTOTA   FROM WORK-SLDAC03
                 END-IF
              WHEN OTHER
                 ADD      OM020-VLRTOTA      TO WORK-DETLC04
                 IF       OM020-E-CREDITO
                          ADD      OM020-VLRTOTA   TO   WORK-SLDAC04
                 ELSE
                          SUBTRACT OM020-VLRTOTA   FROM WORK-SLDAC04
                 END-IF
           END-EVALUATE
           .
       2889-ACUMULA-RESERVA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Grava o acumulado do vendedor da quebra corrente e reinicia   *
      * os contadores para o proximo vendedor                         *
      *---------------------------------------------------------------*
       2890-FECHA-ACUMULADO                     SECTION.
           MOVE  WORK-CODVEND-ANT       TO DET-CODVENDED
           MOVE  WORK-SLDAC01           TO DET-SLDACUM01
           MOVE  WORK-SLDAC02           TO DET-SLDACUM02
           MOVE  WORK-SLDAC03           TO DET-SLDACUM03
           MOVE  WORK-SLDAC04           TO DET-SLDACUM04
           MOVE  WORK-DETLC01           TO DET-LANCAME01
           MOVE  WORK-DETLC02           TO DET-LANCAME02
           MOVE  WORK-DETLC03           TO DET-LANCAME03
           MOVE  WORK-DETLC04           TO DET-LANCAME04
           WRITE XLS-REGISTR4           FROM DET-ACUMULADO
           INITIALIZE                   DET-ACUMULADO
           INITIALIZE                   WORK-DETLC WORK-SLDAC
           .
       2890-FECHA-ACUMULADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Consulta arq reserva por cod vend                             *
      *---------------------------------------------------------------*
       2900-CONSULTA-ARQ-RESERVA                SECTION.
          INITIALIZE                            OM020-RECORD2
          DISPLAY TELA-LIMPA
          DISPLAY TELA-02

      *   o recalculo regrava o COM020: espera a postagem terminar
          PERFORM 2958-TESTA-COM020-RETIDO
          IF WORK-MANUT-LIVRE EQUAL "N"
             GO TO 2900-CONSULTA-ARQ-RESERVA-EXIT
          END-IF

          OPEN I-O  COM020
          IF WORK-FSTATUS  NOT EQUAL "00"
             DISPLAY "ERRO ABRIR COM020"        AT 1723
          END-IF

      *   Codigo do vendedor = 0 recalcula todos os vendedores, sem
      *   parar a cada lancamento (rotina de lote); qualquer outro
      *   valor mantem a conferencia lancamento a lancamento.
          DISPLAY "Cod. Vendedor (0=todos):"    AT 1523
          ACCEPT WORK-CODVEND                   AT 1540 WITH UPPER
                                                AUTO-SKIP HIGHLIGHT

          IF WORK-CODVEND EQUAL ZEROS
             MOVE "S"                          TO WORK-RECALCULA-TODOS
          ELSE
             MOVE "N"                          TO WORK-RECALCULA-TODOS
          END-IF

          MOVE WORK-CODVEND                     TO OM020-CODVEND

          IF ESC
             MOVE ZEROS                 TO WORK-TIPTECL
             MOVE 01                    TO WORK-CDTECL1
             GO TO 2900-CONSULTA-ARQ-RESERVA-EXIT
          END-IF

      *   Saldo acumulado e saldo do trimestre sao recalculados aqui em
      *   lote, movimento a movimento na ordem da chave, em vez de
      *   digitados manualmente pelo operador. O valor calculado fica
      *   em tela ao lado do valor anterior; a digitacao manual so e
      *   usada quando o operador quer sobrepor o calculo.
          MOVE ZEROS                          TO WORK-SLDAC-ACUM
          MOVE ZEROS                          TO WORK-SLDAC-TRIM
          MOVE ZEROS                          TO WORK-TRIM-ANT
          MOVE ZEROS                          TO WORK-ANO-ANT
          MOVE ZEROS                          TO WORK-REC-TRIFECH

          START  COM020 KEY IS   >=   OM020-RECORD2 INVALID KEY
          GO TO               2900-CONSULTA-ARQ-RESERVA-EXIT.

          K65-LECOM020.
              READ  COM020 NEXT WITH IGNORE LOCK  AT  END
                CLOSE   COM020
                PERFORM 2902-LOG-RECALC-FECHADO
                GO  TO  2900-CONSULTA-ARQ-RESERVA-EXIT.

                   IF WORK-RECALCULA-TODOS EQUAL "N"
                      AND OM020-CODVEND NOT EQUAL WORK-CODVEND
                      CLOSE COM020
                      GO TO 2900-CONSULTA-ARQ-RESERVA
                   END-IF

                   IF OM020-CODVEND NOT EQUAL WORK-CODVEND-ANT
                      MOVE ZEROS                    TO WORK-SLDAC-ACUM
                      MOVE ZEROS                    TO WORK-SLDAC-TRIM
                      MOVE ZEROS                    TO WORK-TRIM-ANT
                      MOVE ZEROS                    TO WORK-ANO-ANT
                      MOVE OM020-CODVEND            TO WORK-CODVEND-ANT
                   END-IF

                   MOVE OM020-SLDACUM        TO WORK-SLDACUM-ANTIGO
                   MOVE OM020-SLDTRIM        TO WORK-SLDTRIM-ANTIGO

                   PERFORM 2901-RECALCULA-SALDO

                   DISPLAY "OM020-CODVEND:"  AT 1523
                   DISPLAY  OM020-CODVEND    AT 1540
                   DISPLAY "OM020-DEBCRED:"  AT 1623
                   DISPLAY  OM020-DEBCRED    AT 1640
                   DISPLAY "OM020-VLRTOTA:"  AT 1723
                   DISPLAY  OM020-VLRTOTA    AT 1740
                   DISPLAY "OM020-VLRPARC:"  AT 1823
                   DISPLAY  OM020-VLRPARC    AT 1840
                   DISPLAY "OM020-DTLANCA:"  AT 1923
                   DISPLAY  OM020-DTLANCA    AT 1940

                   DISPLAY "SLDACUM Anterior:" AT 2023
                   DISPLAY  WORK-SLDACUM-ANTIGO AT 2041
                   DISPLAY "SLDACUM Calculado:" AT 2123
                   DISPLAY  OM020-SLDACUM      AT 2142

                   DISPLAY "SLDTRIM Anterior:" AT 2223
                   DISPLAY  WORK-SLDTRIM-ANTIGO AT 2241
                   DISPLAY "SLDTRIM Calculado:" AT 2323
                   DISPLAY  OM020-SLDTRIM      AT 2342

      *   Confere o calculo; ESC mantem o valor calculado. Um valor
      *   digitado NAO altera mais o arquivo na hora: vira uma
      *   solicitacao pendente na fila de aprovacao, que um segundo
      *   operador aplica ou rejeita na opcao 13 (exigencia da
      *   auditoria: quatro olhos em todo acerto manual de saldo).
                   IF WORK-RECALCULA-TODOS EQUAL "N"
                      MOVE OM020-SLDACUM TO WORK-OVR-ACUM
                      MOVE OM020-SLDTRIM TO WORK-OVR-TRIM
                      DISPLAY "Sobrepor SLDACUM (ESC mantem):" AT 2423
                      ACCEPT   WORK-OVR-ACUM       AT 2454 WITH UPPER
                                                   AUTO-SKIP HIGHLIGHT
                      IF NOT ESC
                        DISPLAY "Sobrepor SLDTRIM (ESC mantem):" AT 2523
                         ACCEPT   WORK-OVR-TRIM    AT 2554 WITH UPPER
                                                   AUTO-SKIP HIGHLIGHT
                      END-IF
                      IF WORK-OVR-ACUM NOT EQUAL OM020-SLDACUM
                         MOVE "ACUM"           TO OVR-CAMPO
                         MOVE OM020-SLDACUM    TO OVR-VLRANT
                         MOVE WORK-OVR-ACUM    TO OVR-VLRNOV
                         PERFORM 2955-SOLICITA-OVERRIDE
                      END-IF
                      IF WORK-OVR-TRIM NOT EQUAL OM020-SLDTRIM
                         MOVE "TRIM"           TO OVR-CAMPO
                         MOVE OM020-SLDTRIM    TO OVR-VLRANT
                         MOVE WORK-OVR-TRIM    TO OVR-VLRNOV
                         PERFORM 2955-SOLICITA-OVERRIDE
                      END-IF
                   END-IF

      *   movimento de trimestre ja fechado nao e regravado: o saldo
      *   acertado com o vendedor nao muda por recalculo retroativo
                   MOVE OM020-ANOEMES (1:4)  TO WORK-FEC-TESTANO
                   MOVE OM020-ANOEMES (5:2)  TO WORK-FEC-TESTMES
                   PERFORM 2871-VERIFICA-FECHADO
                   IF WORK-FEC-RESULT EQUAL "S"
                      ADD 1 TO WORK-REC-TRIFECH
                      DISPLAY "TRIM FECHADO - NAO REGRAVADO" AT 2623
                   ELSE
                      REWRITE OM020-REGISTR
                      MOVE "A" TO WK-JRN-OPERACAO
                      PERFORM 2716-JOURNAL-COM020
                   END-IF
                   MOVE OM020-SLDTRIM        TO WORK-SLDANT
                   DISPLAY "Saldo Anterior: " AT 1550
                   DISPLAY WORK-SLDANT        AT 1566
          GO TO K65-LECOM020.

           .
       2900-CONSULTA-ARQ-RESERVA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2902-LOG-RECALC-FECHADO                  SECTION.
           IF WORK-REC-TRIFECH NOT EQUAL ZEROS
              MOVE "RECALBLQ"             TO WORK-LOG-ACAO
              MOVE "COM020"               TO WORK-LOG-ARQUIVO
              MOVE SPACES                 TO WORK-LOG-CHAVE
              MOVE SPACES                 TO WORK-LOG-DESCRIC
              STRING "Mov. em trimestre fechado=" WORK-REC-TRIFECH
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
              PERFORM 2710-REGISTRA-LOG
           END-IF
           .
       2902-LOG-RECALC-FECHADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Lancamento automatico de reserva: percorre as notas do SFT073 *
      * do periodo e gera o movimento de credito do vendedor no       *
      * COM020 (valor e data da emissao, ANOEMES do mes de emissao);  *
      * cada nota lancada e registrada no controle de postadas, entao *
      * uma reexecucao nao lanca a mesma nota duas vezes              *
      *---------------------------------------------------------------*
       2920-POSTA-RESERVA                       SECTION.
          INITIALIZE                            FT073-RECORDK

          DISPLAY TELA-LIMPA
          DISPLAY "Lancamento de reserva a partir do SFT073" AT 1423

          DISPLAY "Empresa:"                    AT 1523
          DISPLAY WORK-CONS-EMPRESA             AT 1560
          ACCEPT   WORK-CONS-EMPRESA            AT 1560 WITH UPPER
                                       AUTO-SKIP HIGHLIGHT
          IF ESC
             GO TO 2920-POSTA-RESERVA-EXIT
          END-IF
          DISPLAY "Situacao Agricola:"          AT 1623
          DISPLAY WORK-CONS-AGRICUL             AT 1660
          ACCEPT   WORK-CONS-AGRICUL            AT 1660 WITH UPPER
                                       AUTO-SKIP HIGHLIGHT
          MOVE SIST-ANOCOMPL                    TO WORK-CONS-ANO
          DISPLAY "Ano de Emissao:"             AT 1723
          DISPLAY WORK-CONS-ANO                 AT 1760
          ACCEPT   WORK-CONS-ANO                AT 1760 WITH UPPER
                                       AUTO-SKIP HIGHLIGHT

          MOVE ZEROS TO WORK-PST-LIDAS WORK-PST-POSTADAS
                        WORK-PST-JAPOSTA WORK-PST-SEMVEND
                        WORK-PST-VLRALTO WORK-PST-TRIFECH
                        WORK-PST-NAOCOM WORK-PST-SEMPROD
                        WORK-PST-VLREXCL WORK-PST-SEMTAXA
                        WORK-PST-RETIDA WORK-PST-DIVPEND

      *   a postagem retem o COM020 contra a edicao online (e contra
      *   uma segunda postagem) enquanto estiver rodando; uma retencao
      *   desta mesma identidade, deixada por um abend, nao bloqueia
          PERFORM 2959C-TESTA-COM020-REMARCA
          IF WORK-MANUT-LIVRE EQUAL "N"
             GO TO 2920-POSTA-RESERVA-EXIT
          END-IF

          OPEN I-O POSTCTL
          IF WORK-STATUS-PST EQUAL "35"
             OPEN OUTPUT POSTCTL
             CLOSE POSTCTL
             OPEN I-O POSTCTL
          END-IF
          IF WORK-STATUS-PST NOT EQUAL "00"
             DISPLAY "ERRO ABRIR CONTROLE POSTADAS" AT 1823
             GO TO 2920-POSTA-RESERVA-EXIT
          END-IF

          OPEN I-O COM020
          IF WORK-FSTATUS NOT EQUAL "00"
             DISPLAY "ERRO ABRIR COM020"        AT 1823
             CLOSE POSTCTL COM020
             GO TO 2920-POSTA-RESERVA-EXIT
          END-IF

          OPEN INPUT SFT073
          IF WORK-FSTATUS NOT EQUAL "00"
             DISPLAY "ERRO ABRIR SFT073"        AT 1823
             CLOSE POSTCTL COM020 SFT073
             GO TO 2920-POSTA-RESERVA-EXIT
          END-IF

      *   cadastro de itens: o produto de cada item da nota e
      *   consultado para nao reservar comissao sobre item com o
      *   sinal de nao comissionavel (frete, revenda etc.) vigente
      *   na emissao
          OPEN INPUT SCE001
          IF WORK-FSTATUS NOT EQUAL "00"
             DISPLAY "ERRO ABRIR SCE001"        AT 1823
             CLOSE POSTCTL COM020 SFT073 SCE001
             GO TO 2920-POSTA-RESERVA-EXIT
          END-IF

      *   tabela de percentuais de comissao: sem ela a postagem nao
      *   roda, para nao voltar a creditar a venda bruta como reserva
          OPEN INPUT COMTAXA
          IF WORK-STATUS-TAX NOT EQUAL "00"
             DISPLAY "ERRO ABRIR TABELA DE COMISSAO" AT 1823
             CLOSE POSTCTL COM020 SFT073 SCE001 COMTAXA
             GO TO 2920-POSTA-RESERVA-EXIT
          END-IF

      *   notas retidas pela consistencia; sem o arquivo (consistencia
      *   nunca rodada) nenhuma nota esta retida
          MOVE "N" TO WORK-NFC-TEMRET
          OPEN INPUT NFRETEN
          IF WORK-STATUS-RET EQUAL "00"
             MOVE "S" TO WORK-NFC-TEMRET
          END-IF

      *   decisoes de credito das divergencias vendedor x carteira;
      *   sem o arquivo credita-se sempre o vendedor faturado
          MOVE "N" TO WORK-DVD-TEMARQ
          OPEN INPUT DIVVEN
          IF WORK-STATUS-DVD EQUAL "00"
             MOVE "S" TO WORK-DVD-TEMARQ
          END-IF

          OPEN OUTPUT NCOMREL
          IF WORK-STATUS-NCM NOT EQUAL "00"
             DISPLAY "ERRO ABRIR RELAT. EXCLUIDOS" AT 1823
             CLOSE POSTCTL COM020 SFT073 SCE001 COMTAXA NCOMREL
             GO TO 2920-POSTA-RESERVA-EXIT
          END-IF
          MOVE "Tipo;Empresa;Filial;Nota;Item;Produto;Vendedor;Valor"
            TO NCOMREL-REGISTR
          WRITE NCOMREL-REGISTR

      *   historico datado do sinal de nao comissionavel; sem ele
      *   (nenhuma alteracao feita pela opcao 32) vale o SCE001
          MOVE "N" TO WORK-NCH-TEMARQ
          OPEN INPUT NCOMHIS
          IF WORK-STATUS-NCH EQUAL "00"
             MOVE "S" TO WORK-NCH-TEMARQ
          END-IF

      *   a retencao so e marcada com todos os arquivos abertos; uma
      *   abertura falhada nao pode deixar o COM020 preso ate a
      *   meia-noite (todos os caminhos a partir daqui passam pela
      *   2929, que desmarca)
          PERFORM 2959A-MARCA-COM020

          MOVE WORK-CONS-EMPRESA       TO FT073-EMPRESA
          MOVE ZEROS                   TO FT073-FILIALL
          MOVE ZEROS                   TO FT073-NRNOTAS

          START SFT073 KEY IS >= FT073-RECORDK INVALID KEY
          PERFORM 2929-FECHA-POSTAGEM
          GO TO 2920-POSTA-RESERVA-EXIT.

          K65-LEPOSTA.
              READ SFT073 NEXT WITH IGNORE LOCK AT END
                PERFORM 2929-FECHA-POSTAGEM
                GO TO 2920-POSTA-RESERVA-EXIT.

              IF FT073-EMPRESA NOT EQUAL WORK-CONS-EMPRESA
                PERFORM 2929-FECHA-POSTAGEM
                GO TO 2920-POSTA-RESERVA-EXIT
              END-IF

              ADD 1 TO WORK-PST-LIDAS

              IF FT073-AGRICUL NOT EQUAL WORK-CONS-AGRICUL
                 GO TO K65-LEPOSTA
              END-IF
              IF FT073-DTEMISS (1:4) NOT EQUAL WORK-CONS-ANO
                 GO TO K65-LEPOSTA
              END-IF
      *       trimestre ja fechado (e pago) nao recebe lancamento
      *       retroativo: a nota fica de fora, com contagem propria
              MOVE FT073-DTEMISS (1:4)   TO WORK-FEC-TESTANO
              MOVE FT073-DTEMISS (5:2)   TO WORK-FEC-TESTMES
              PERFORM 2871-VERIFICA-FECHADO
              IF WORK-FEC-RESULT EQUAL "S"
                 ADD 1 TO WORK-PST-TRIFECH
                 GO TO K65-LEPOSTA
              END-IF
              IF FT073-CODVEND EQUAL ZEROS
                 ADD 1 TO WORK-PST-SEMVEND
                 GO TO K65-LEPOSTA
              END-IF

              PERFORM 2921-POSTA-NOTA

          GO TO K65-LEPOSTA.
           .
       2920-POSTA-RESERVA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Lanca a nota corrente: confere o controle de postadas, grava  *
      * o credito no COM020 (sequencial do lancamento avanca em caso  *
      * de chave duplicada no mesmo dia) e marca a nota como postada  *
      *---------------------------------------------------------------*
       2921-POSTA-NOTA                          SECTION.

           MOVE FT073-EMPRESA             TO POST-EMPRESA
           MOVE FT073-FILIALL             TO POST-FILIALL
           MOVE FT073-NRNOTAS             TO POST-NRNOTAS
           MOVE FT073-SEQITEM             TO POST-SEQITEM
           READ POSTCTL WITH IGNORE LOCK INVALID KEY
                CONTINUE
                NOT INVALID KEY
                ADD 1 TO WORK-PST-JAPOSTA
                GO TO 2921-POSTA-NOTA-EXIT
           END-READ

      *    nota retida pela consistencia de notas espera a liberacao
      *    de um supervisor (opcao 27) para ser postada
           IF WORK-NFC-TEMRET EQUAL "S"
              MOVE FT073-EMPRESA          TO RET-EMPRESA
              MOVE FT073-FILIALL          TO RET-FILIALL
              MOVE FT073-NRNOTAS          TO RET-NRNOTAS
              READ NFRETEN WITH IGNORE LOCK INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF RET-RETIDA
                      ADD 1 TO WORK-PST-RETIDA
                      MOVE "NOTA RETIDA"  TO WORK-PST-EXCLTIPO
                      PERFORM 2923-GRAVA-EXCLUIDO
                      GO TO 2921-POSTA-NOTA-EXIT
                   END-IF
              END-READ
           END-IF

      *    item faturado por quem nao era o dono da carteira: credita
      *    quem foi decidido na opcao 28; sem decisao, espera
           MOVE FT073-CODVEND             TO WORK-DVD-CREDITO
           IF WORK-DVD-TEMARQ EQUAL "S"
              MOVE FT073-RECORDK          TO DVD-CHAVE
              READ DIVVEN WITH IGNORE LOCK INVALID KEY
                   CONTINUE
                   NOT INVALID KEY
                   IF DVD-PENDENTE
                      ADD 1 TO WORK-PST-DIVPEND
                      MOVE "VEND DIVERGENTE" TO WORK-PST-EXCLTIPO
                      PERFORM 2923-GRAVA-EXCLUIDO
                      GO TO 2921-POSTA-NOTA-EXIT
                   END-IF
                   IF DVD-DONO
                      MOVE DVD-VEND-DONO  TO WORK-DVD-CREDITO
                   END-IF
              END-READ
           END-IF

      *    item cujo produto nao existe no SCE001 nao e postado as
      *    cegas: sai no relatorio de excluidos para acerto manual
           MOVE FT073-CODPROD             TO CE001-CODPROD
           READ SCE001 WITH IGNORE LOCK INVALID KEY
                ADD 1 TO WORK-PST-SEMPROD
                MOVE "SEM CADASTRO"       TO WORK-PST-EXCLTIPO
                PERFORM 2923-GRAVA-EXCLUIDO
                GO TO 2921-POSTA-NOTA-EXIT
           END-READ

      *    produto nao comissionavel na emissao da nota nao credita
      *    reserva (sinal datado: mudanca posterior nao volta atras)
           MOVE FT073-DTEMISS             TO WORK-NCH-DATA
           PERFORM 2924-NAOCOM-NA-DATA
           IF WORK-NCH-SINAL EQUAL 1
                ADD 1 TO WORK-PST-NAOCOM
                ADD FT073-VLRTOTA TO WORK-PST-VLREXCL
                MOVE "NAO COMISSIONA"     TO WORK-PST-EXCLTIPO
                PERFORM 2923-GRAVA-EXCLUIDO
                GO TO 2921-POSTA-NOTA-EXIT
           END-IF

      *    a reserva e a comissao do item, nao a venda: percentual
      *    do produto, senao do vendedor, senao o padrao da tabela;
      *    sem nenhum deles o item sai no relatorio de excluidos
           PERFORM 2925-BUSCA-TAXA
           IF WORK-TAX-ACHOU NOT EQUAL "S"
                ADD 1 TO WORK-PST-SEMTAXA
                MOVE "SEM TAXA"           TO WORK-PST-EXCLTIPO
                PERFORM 2923-GRAVA-EXCLUIDO
                GO TO 2921-POSTA-NOTA-EXIT
           END-IF
           COMPUTE WORK-TAX-VALOR ROUNDED =
                   FT073-VLRTOTA * WORK-TAX-PERC / 100

      *    percentual zero: nada a creditar; o item fica de fora sem
      *    ser marcado, e entra se a tabela mudar antes da proxima
      *    postagem
           IF WORK-TAX-VALOR EQUAL ZEROS
                ADD 1 TO WORK-PST-NAOCOM
                MOVE "TAXA ZERO"          TO WORK-PST-EXCLTIPO
                PERFORM 2923-GRAVA-EXCLUIDO
                GO TO 2921-POSTA-NOTA-EXIT
           END-IF

      *    o campo de valor do COM020 vai ate 999999,99; comissao
      *    acima disso nao pode ser lancada inteira - fica de fora,
      *    com contagem propria para acerto manual
           IF WORK-TAX-VALOR > 999999,99
                ADD 1 TO WORK-PST-VLRALTO
                GO TO 2921-POSTA-NOTA-EXIT
           END-IF

           INITIALIZE OM020-REGISTR
           MOVE WORK-DVD-CREDITO          TO OM020-CODVEND
           MOVE FT073-DTEMISS (1:6)       TO OM020-ANOEMES
           MOVE FT073-DTEMISS             TO OM020-DTLANCA
           MOVE ZEROS                     TO OM020-SEQLANC
           MOVE FT073-FILIALL             TO OM020-FILIALL
           MOVE FT073-DTEMISS (5:2)       TO OM020-MESSVEN
           MOVE "C"                       TO OM020-DEBCRED
           MOVE WORK-TAX-VALOR            TO OM020-VLRTOTA
           MOVE WORK-TAX-VALOR            TO OM020-VLRPARC
           MOVE ZEROS                     TO OM020-SLDACUM
           MOVE ZEROS                     TO OM020-SLDTRIM

           MOVE "N" TO WORK-PST-GRAVOU
           PERFORM 2922-GRAVA-MOVIMENTO
                   UNTIL WORK-PST-GRAVOU EQUAL "S"
                      OR OM020-SEQLANC > 998

           IF WORK-PST-GRAVOU EQUAL "S"
              ADD 1 TO WORK-PST-POSTADAS
              MOVE WORK-DVD-CREDITO       TO POST-CODVEND
              MOVE FT073-DTEMISS          TO POST-DTLANCA
              MOVE "P"                    TO POST-SITUACA
              MOVE WORK-TAX-PERC          TO POST-PERCOM
              MOVE WORK-TAX-ORIGEM        TO POST-ORIGTAX
              MOVE WORK-TAX-VALOR         TO POST-VLRCOM
              WRITE POSTCTL-REGISTR INVALID KEY
                    CONTINUE
              END-WRITE
           END-IF
           .
       2921-POSTA-NOTA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2922-GRAVA-MOVIMENTO                     SECTION.
           WRITE OM020-REGISTR
                 INVALID KEY
      *            mesma chave (vendedor/mes/dia): avanca o sequencial
                   ADD 1 TO OM020-SEQLANC
                 NOT INVALID KEY
                   MOVE "S" TO WORK-PST-GRAVOU
                   MOVE "I" TO WK-JRN-OPERACAO
                   PERFORM 2716-JOURNAL-COM020
           END-WRITE
           .
       2922-GRAVA-MOVIMENTO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Grava no relatorio de excluidos o item corrente do SFT073     *
      * (tipo em WORK-PST-EXCLTIPO)                                   *
      *---------------------------------------------------------------*
       2923-GRAVA-EXCLUIDO                      SECTION.
           MOVE FT073-VLRTOTA             TO WORK-PST-EDEXCL
           MOVE SPACES                    TO NCOMREL-REGISTR
           STRING WORK-PST-EXCLTIPO ";"
                  FT073-EMPRESA ";"
                  FT073-FILIALL ";"
                  FT073-NRNOTAS ";"
                  FT073-SEQITEM ";"
                  FT073-CODPROD ";"
                  FT073-CODVEND ";"
                  WORK-PST-EDEXCL
                  DELIMITED BY SIZE INTO NCOMREL-REGISTR
           END-STRING
           WRITE NCOMREL-REGISTR
           .
       2923-GRAVA-EXCLUIDO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Sinal de nao comissionavel vigente em WORK-NCH-DATA para o    *
      * produto ja lido do SCE001: o ultimo periodo do historico com  *
      * inicio ate a data; sem historico vale o proprio SCE001.       *
      * WORK-NCH-ACHOU diz se o produto tem historico                 *
      *---------------------------------------------------------------*
       2924-NAOCOM-NA-DATA                      SECTION.

           MOVE CE001-NAO-COM             TO WORK-NCH-SINAL
           MOVE "N"                       TO WORK-NCH-ACHOU
           IF WORK-NCH-TEMARQ NOT EQUAL "S"
              GO TO 2924-NAOCOM-NA-DATA-EXIT
           END-IF

           MOVE CE001-CODPROD             TO NCH-CODPROD
           MOVE ZEROS                     TO NCH-DTINICI
           START NCOMHIS KEY IS >= NCH-CHAVE INVALID KEY
           GO TO 2924-NAOCOM-NA-DATA-EXIT.

           K65-LENCH.
           READ NCOMHIS NEXT WITH IGNORE LOCK AT END
                GO TO 2924-NAOCOM-NA-DATA-EXIT
           END-READ
           IF NCH-CODPROD NOT EQUAL CE001-CODPROD
              GO TO 2924-NAOCOM-NA-DATA-EXIT
           END-IF
           MOVE "S"                       TO WORK-NCH-ACHOU
           IF NCH-DTINICI > WORK-NCH-DATA
              GO TO 2924-NAOCOM-NA-DATA-EXIT
           END-IF
           MOVE NCH-NAO-COM               TO WORK-NCH-SINAL
           GO TO K65-LENCH.
           .
       2924-NAOCOM-NA-DATA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Busca o percentual de comissao do item corrente do SFT073:    *
      * primeiro o do produto, depois o do vendedor, por ultimo o     *
      * padrao; devolve percentual e origem (P/V/D) e WORK-TAX-ACHOU  *
      *---------------------------------------------------------------*
       2925-BUSCA-TAXA                          SECTION.
           MOVE "N"                       TO WORK-TAX-ACHOU
           MOVE ZEROS                     TO WORK-TAX-PERC
           MOVE SPACES                    TO WORK-TAX-ORIGEM

           MOVE "P"                       TO TAX-TIPO
           MOVE FT073-CODPROD             TO TAX-CODIGO
           READ COMTAXA WITH IGNORE LOCK INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE "S"                  TO WORK-TAX-ACHOU
           END-READ
           IF WORK-TAX-ACHOU EQUAL "S"
              GO TO 2925-ACHOU-TAXA
           END-IF

           MOVE "V"                       TO TAX-TIPO
           MOVE WORK-DVD-CREDITO          TO TAX-CODIGO
           READ COMTAXA WITH IGNORE LOCK INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE "S"                  TO WORK-TAX-ACHOU
           END-READ
           IF WORK-TAX-ACHOU EQUAL "S"
              GO TO 2925-ACHOU-TAXA
           END-IF

           MOVE "D"                       TO TAX-TIPO
           MOVE ZEROS                     TO TAX-CODIGO
           READ COMTAXA WITH IGNORE LOCK INVALID KEY
                CONTINUE
                NOT INVALID KEY
                MOVE "S"                  TO WORK-TAX-ACHOU
           END-READ
           IF WORK-TAX-ACHOU NOT EQUAL "S"
              GO TO 2925-BUSCA-TAXA-EXIT
           END-IF.

           2925-ACHOU-TAXA.
           MOVE TAX-PERCENT               TO WORK-TAX-PERC
           MOVE TAX-TIPO                  TO WORK-TAX-ORIGEM
           .
       2925-BUSCA-TAXA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Manutencao da tabela de percentuais de comissao (opcao 26):   *
      * inclui, altera, exclui e lista, com confirmacao e auditoria   *
      * no SYS047. A mudanca vale para as proximas postagens; o que   *
      * ja foi postado guarda o percentual usado no controle          *
      *---------------------------------------------------------------*
       2926-MANUTENCAO-TAXA                     SECTION.

           OPEN I-O COMTAXA
           IF WORK-STATUS-TAX EQUAL "35"
              OPEN OUTPUT COMTAXA
              CLOSE COMTAXA
              OPEN I-O COMTAXA
           END-IF
           IF WORK-STATUS-TAX NOT EQUAL "00"
              DISPLAY "ERRO ABRIR TABELA DE COMISSAO" AT 1723
              PERFORM D00-DELAYSSS
              GO TO 2926-MANUTENCAO-TAXA-EXIT
           END-IF

      *    cadastro de itens so para conferir o produto digitado
           OPEN INPUT SCE001

           MOVE "N" TO WORK-TAX-SAI
           PERFORM 2927-MENU-TAXA
                   UNTIL WORK-TAX-SAI EQUAL "S"

           CLOSE COMTAXA SCE001
           .
       2926-MANUTENCAO-TAXA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2927-MENU-TAXA                           SECTION.

           DISPLAY TELA-LIMPA
           DISPLAY "Percentuais de comissao (COMTAXA)"  AT 1423
           DISPLAY "1=inclui 2=altera 3=exclui 4=lista 9=sai"
                                                       AT 1523
           MOVE ZEROS TO WORK-TAX-OPCAO
           ACCEPT WORK-TAX-OPCAO                       AT 1565
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              MOVE "S" TO WORK-TAX-SAI
              GO TO 2927-MENU-TAXA-EXIT
           END-IF

           EVALUATE WORK-TAX-OPCAO
               WHEN 1 PERFORM 2927A-INCLUI-TAXA
               WHEN 2 PERFORM 2927B-ALTERA-TAXA
               WHEN 3 PERFORM 2927C-EXCLUI-TAXA
               WHEN 4 PERFORM 2927D-LISTA-TAXA
               WHEN 9 MOVE "S" TO WORK-TAX-SAI
           END-EVALUATE
           .
       2927-MENU-TAXA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Pede tipo (P/V/D) e codigo da entrada da tabela; o padrao nao *
      * tem codigo. Tipo invalido volta em WORK-TAX-TIPO com espaco   *
      *---------------------------------------------------------------*
       2927E-PEDE-CHAVE-TAXA                    SECTION.
           DISPLAY "P=produto V=vendedor D=padrao:"    AT 1623
           MOVE SPACES TO WORK-TAX-TIPO
           ACCEPT WORK-TAX-TIPO                        AT 1655
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           MOVE ZEROS  TO WORK-TAX-CODIGO

           EVALUATE WORK-TAX-TIPO
               WHEN "P"
                    DISPLAY "Cod. produto:"            AT 1723
                    ACCEPT WORK-TAX-CODIGO             AT 1737
                           WITH UPPER AUTO-SKIP HIGHLIGHT
               WHEN "V"
                    DISPLAY "Cod. vendedor:"           AT 1723
                    ACCEPT WORK-TAX-CODIGO             AT 1738
                           WITH UPPER AUTO-SKIP HIGHLIGHT
               WHEN "D"
                    CONTINUE
               WHEN OTHER
                    DISPLAY "Tipo invalido"            AT 1923
                    MOVE SPACES TO WORK-TAX-TIPO
           END-EVALUATE

           MOVE WORK-TAX-TIPO   TO TAX-TIPO
           MOVE WORK-TAX-CODIGO TO TAX-CODIGO
           .
       2927E-PEDE-CHAVE-TAXA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2927A-INCLUI-TAXA                        SECTION.
           PERFORM 2927E-PEDE-CHAVE-TAXA
           IF WORK-TAX-TIPO EQUAL SPACES
              GO TO 2927A-INCLUI-TAXA-EXIT
           END-IF

      *    percentual por produto so para produto cadastrado
           IF WORK-TAX-TIPO EQUAL "P"
              MOVE WORK-TAX-CODIGO TO CE001-CODPROD
              READ SCE001 WITH IGNORE LOCK INVALID KEY
                   DISPLAY "Produto nao cadastrado no SCE001" AT 1923
                   GO TO 2927A-INCLUI-TAXA-EXIT
              END-READ
              DISPLAY CE001-DESCRIC                    AT 1750
           END-IF

           DISPLAY "Percentual:"                       AT 1823
           MOVE ZEROS TO WORK-TAX-NOVO
           ACCEPT WORK-TAX-NOVO                        AT 1835
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           IF WORK-TAX-NOVO > 100
              DISPLAY "Percentual acima de 100"        AT 1923
              GO TO 2927A-INCLUI-TAXA-EXIT
           END-IF

           PERFORM 2400-CONFIRMA
           IF LKRT024-RESPOST EQUAL "N" OR "n" OR "-"
              GO TO 2927A-INCLUI-TAXA-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
           MOVE WORK-TAX-TIPO             TO TAX-TIPO
           MOVE WORK-TAX-CODIGO           TO TAX-CODIGO
           MOVE WORK-TAX-NOVO             TO TAX-PERCENT
           MOVE WORK-OPER-ATUAL           TO TAX-OPERADOR
           MOVE SIST-ANOCOMPL             TO TAX-DATA (1:4)
           MOVE SIST-MESSSSS              TO TAX-DATA (5:2)
           MOVE SIST-DIAAAAA              TO TAX-DATA (7:2)
           WRITE COMTAXA-REGISTR INVALID KEY
                 DISPLAY "Percentual ja cadastrado - use altera"
                                                       AT 1923
                 GO TO 2927A-INCLUI-TAXA-EXIT
           END-WRITE

           MOVE ZEROS                     TO WORK-TAX-PERC
           MOVE "TAXAINC"                 TO WORK-LOG-ACAO
           PERFORM 2927F-LOG-TAXA
           .
       2927A-INCLUI-TAXA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2927B-ALTERA-TAXA                        SECTION.
           PERFORM 2927E-PEDE-CHAVE-TAXA
           IF WORK-TAX-TIPO EQUAL SPACES
              GO TO 2927B-ALTERA-TAXA-EXIT
           END-IF

           READ COMTAXA INVALID KEY
                DISPLAY "Percentual nao cadastrado"    AT 1923
                GO TO 2927B-ALTERA-TAXA-EXIT
           END-READ

           MOVE TAX-PERCENT TO WORK-TAX-EDPERC
           DISPLAY "Percentual atual:"                 AT 1823
           DISPLAY WORK-TAX-EDPERC                     AT 1841
           DISPLAY "Novo:"                             AT 1850
           MOVE TAX-PERCENT TO WORK-TAX-NOVO
           ACCEPT WORK-TAX-NOVO                        AT 1856
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           IF WORK-TAX-NOVO > 100
              DISPLAY "Percentual acima de 100"        AT 1923
              GO TO 2927B-ALTERA-TAXA-EXIT
           END-IF

           PERFORM 2400-CONFIRMA
           IF LKRT024-RESPOST EQUAL "N" OR "n" OR "-"
              GO TO 2927B-ALTERA-TAXA-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
           MOVE TAX-PERCENT               TO WORK-TAX-PERC
           MOVE WORK-TAX-NOVO             TO TAX-PERCENT
           MOVE WORK-OPER-ATUAL           TO TAX-OPERADOR
           MOVE SIST-ANOCOMPL             TO TAX-DATA (1:4)
           MOVE SIST-MESSSSS              TO TAX-DATA (5:2)
           MOVE SIST-DIAAAAA              TO TAX-DATA (7:2)
           REWRITE COMTAXA-REGISTR
           IF WORK-STATUS-TAX NOT EQUAL "00"
              DISPLAY "ERRO GRAVAR TABELA DE COMISSAO"  AT 1923
              MOVE "REWRITE"              TO WORK-LOG-ERROP
              PERFORM 2927G-ERRO-TAXA
              GO TO 2927B-ALTERA-TAXA-EXIT
           END-IF

           MOVE "TAXAALT"                 TO WORK-LOG-ACAO
           PERFORM 2927F-LOG-TAXA
           .
       2927B-ALTERA-TAXA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2927C-EXCLUI-TAXA                        SECTION.
           PERFORM 2927E-PEDE-CHAVE-TAXA
           IF WORK-TAX-TIPO EQUAL SPACES
              GO TO 2927C-EXCLUI-TAXA-EXIT
           END-IF

           READ COMTAXA INVALID KEY
                DISPLAY "Percentual nao cadastrado"    AT 1923
                GO TO 2927C-EXCLUI-TAXA-EXIT
           END-READ

           MOVE TAX-PERCENT TO WORK-TAX-EDPERC
           DISPLAY "Percentual:"                       AT 1823
           DISPLAY WORK-TAX-EDPERC                     AT 1835

           PERFORM 2400-CONFIRMA
           IF LKRT024-RESPOST EQUAL "N" OR "n" OR "-"
              GO TO 2927C-EXCLUI-TAXA-EXIT
           END-IF

           MOVE TAX-PERCENT               TO WORK-TAX-PERC
           DELETE COMTAXA
           IF WORK-STATUS-TAX NOT EQUAL "00"
              DISPLAY "ERRO EXCLUIR DA TABELA DE COMISSAO" AT 1923
              MOVE "DELETE"               TO WORK-LOG-ERROP
              PERFORM 2927G-ERRO-TAXA
              GO TO 2927C-EXCLUI-TAXA-EXIT
           END-IF
           MOVE ZEROS                     TO TAX-PERCENT

           MOVE "TAXAEXC"                 TO WORK-LOG-ACAO
           PERFORM 2927F-LOG-TAXA
           .
       2927C-EXCLUI-TAXA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2927D-LISTA-TAXA                         SECTION.
           MOVE LOW-VALUES TO TAX-CHAVE
           START COMTAXA KEY IS >= TAX-CHAVE INVALID KEY
           DISPLAY "Tabela vazia"                      AT 1823
           GO TO 2927D-LISTA-TAXA-EXIT.

           K65-LISTATAXA.
              READ COMTAXA NEXT WITH IGNORE LOCK AT END
              GO TO 2927D-LISTA-TAXA-EXIT.
              MOVE TAX-PERCENT TO WORK-TAX-EDPERC
              DISPLAY "Tipo: "                         AT 1823
              DISPLAY TAX-TIPO                         AT 1829
              DISPLAY "Codigo: "                       AT 1832
              DISPLAY TAX-CODIGO                       AT 1840
              DISPLAY "Perc.: "                        AT 1852
              DISPLAY WORK-TAX-EDPERC                  AT 1859
              DISPLAY "Alterado por: "                 AT 1923
              DISPLAY TAX-OPERADOR                     AT 1937
              DISPLAY TAX-DATA                         AT 1959
              STOP " <ENTER> "
           GO TO K65-LISTATAXA.
           .
       2927D-LISTA-TAXA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Auditoria da tabela: percentual anterior em WORK-TAX-PERC e   *
      * o novo em TAX-PERCENT                                         *
      *---------------------------------------------------------------*
       2927F-LOG-TAXA                           SECTION.
           MOVE "COM020_TAXAS"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                          TO WORK-LOG-CHAVE
           STRING TAX-TIPO ";" TAX-CODIGO
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE SPACES                          TO WORK-LOG-DESCRIC
           MOVE WORK-TAX-PERC                   TO WORK-TAX-EDANT
           MOVE TAX-PERCENT                     TO WORK-TAX-EDNOVO
           STRING "Percentual de " WORK-TAX-EDANT
                  " para " WORK-TAX-EDNOVO
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           .
       2927F-LOG-TAXA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Gravacao da tabela que nao deu certo vai para o SYS047 como   *
      * erro, nunca como alteracao                                    *
      *---------------------------------------------------------------*
       2927G-ERRO-TAXA                          SECTION.
           MOVE "COM020_TAXAS"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                          TO WORK-LOG-CHAVE
           STRING TAX-TIPO ";" TAX-CODIGO
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE WORK-STATUS-TAX                 TO WORK-LOG-ERRST
           PERFORM 2710A-REGISTRA-ERRO
           .
       2927G-ERRO-TAXA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Sinal de comissao do produto (opcao 32, so supervisor): muda  *
      * o CE001-NAO-COM com data de inicio e motivo, guardando todos  *
      * os periodos no historico; a postagem e o estorno usam o sinal *
      * vigente na emissao da nota. Consulta do historico e relatorio *
      * dos produtos alterados num periodo                            *
      *---------------------------------------------------------------*
       2928-PRODUTO-NAOCOM                      SECTION.

           OPEN I-O NCOMHIS
           IF WORK-STATUS-NCH EQUAL "35"
              OPEN OUTPUT NCOMHIS
              CLOSE NCOMHIS
              OPEN I-O NCOMHIS
           END-IF
           IF WORK-STATUS-NCH NOT EQUAL "00"
              DISPLAY "ERRO ABRIR HISTORICO DO SCE001"   AT 1723
              CLOSE NCOMHIS
              PERFORM D00-DELAYSSS
              GO TO 2928-PRODUTO-NAOCOM-EXIT
           END-IF
           OPEN I-O SCE001
           IF WORK-FSTATUS NOT EQUAL "00"
              DISPLAY "ERRO ABRIR SCE001"                AT 1723
              CLOSE NCOMHIS SCE001
              PERFORM D00-DELAYSSS
              GO TO 2928-PRODUTO-NAOCOM-EXIT
           END-IF
           MOVE "S" TO WORK-NCH-TEMARQ

           MOVE "N" TO WORK-NCH-SAI
           PERFORM 2928M-MENU-NAOCOM
                   UNTIL WORK-NCH-SAI EQUAL "S"

           CLOSE NCOMHIS SCE001
           MOVE "N" TO WORK-NCH-TEMARQ
           .
       2928-PRODUTO-NAOCOM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2928M-MENU-NAOCOM                        SECTION.

           DISPLAY TELA-LIMPA
           DISPLAY "Sinal de comissao do produto (SCE001)" AT 1423
           DISPLAY "1=altera 2=historico 3=relatorio 9=sai"
                                                       AT 1523
           MOVE ZEROS TO WORK-NCH-OPCAO
           ACCEPT WORK-NCH-OPCAO                       AT 1565
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              MOVE "S" TO WORK-NCH-SAI
              GO TO 2928M-MENU-NAOCOM-EXIT
           END-IF

           EVALUATE WORK-NCH-OPCAO
               WHEN 1 PERFORM 2928A-ALTERA-NAOCOM
               WHEN 2 PERFORM 2928B-HISTORICO-NAOCOM
               WHEN 3 PERFORM 2928C-RELATORIO-NAOCOM
               WHEN 9 MOVE "S" TO WORK-NCH-SAI
           END-EVALUATE
           .
       2928M-MENU-NAOCOM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Pede o produto e mostra a descricao e o sinal vigente hoje    *
      * (WORK-NCH-ATUAL); produto fora do SCE001 volta com zero       *
      *---------------------------------------------------------------*
       2928E-PEDE-PRODUTO                       SECTION.

           DISPLAY "Cod. produto:"                     AT 1623
           MOVE ZEROS TO WORK-NCH-PRODUTO
           ACCEPT WORK-NCH-PRODUTO                     AT 1637
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC OR WORK-NCH-PRODUTO EQUAL ZEROS
              MOVE ZEROS TO WORK-NCH-PRODUTO
              GO TO 2928E-PEDE-PRODUTO-EXIT
           END-IF

           MOVE WORK-NCH-PRODUTO TO CE001-CODPROD
           READ SCE001 WITH IGNORE LOCK INVALID KEY
                DISPLAY "Produto nao cadastrado no SCE001" AT 1923
                MOVE ZEROS TO WORK-NCH-PRODUTO
                GO TO 2928E-PEDE-PRODUTO-EXIT
           END-READ
           DISPLAY CE001-DESCRIC                       AT 1650

           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
           MOVE SIST-ANOCOMPL             TO WORK-NCH-HOJE (1:4)
           MOVE SIST-MESSSSS              TO WORK-NCH-HOJE (5:2)
           MOVE SIST-DIAAAAA              TO WORK-NCH-HOJE (7:2)
           MOVE WORK-NCH-HOJE             TO WORK-NCH-DATA
           PERFORM 2924-NAOCOM-NA-DATA
           MOVE WORK-NCH-SINAL            TO WORK-NCH-ATUAL
           PERFORM 2928F-NOME-SINAL
           DISPLAY "Hoje:"                             AT 1723
           DISPLAY WORK-NCH-SITUA                      AT 1729
           .
       2928E-PEDE-PRODUTO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Novo periodo do sinal: inicio fora de trimestre fechado e     *
      * sinal diferente do vigente no inicio. Na primeira alteracao   *
      * do produto grava antes o periodo inicial com o sinal atual do *
      * SCE001; o SCE001 fica com o sinal vigente hoje                *
      *---------------------------------------------------------------*
       2928A-ALTERA-NAOCOM                      SECTION.

           PERFORM 2928E-PEDE-PRODUTO
           IF WORK-NCH-PRODUTO EQUAL ZEROS
              GO TO 2928A-ALTERA-NAOCOM-EXIT
           END-IF

           DISPLAY "Novo sinal (0=comissiona 1=nao):"  AT 1823
           MOVE ZEROS TO WORK-NCH-NOVO
           ACCEPT WORK-NCH-NOVO                        AT 1857
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           IF WORK-NCH-NOVO > 1
              DISPLAY "Sinal invalido"                 AT 2123
              PERFORM D00-DELAYSSS
              GO TO 2928A-ALTERA-NAOCOM-EXIT
           END-IF
           DISPLAY "Inicio (AAAAMMDD):"                AT 1923
           MOVE WORK-NCH-HOJE TO WORK-NCH-INICIO
           DISPLAY WORK-NCH-INICIO                     AT 1943
           ACCEPT WORK-NCH-INICIO                      AT 1943
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           DISPLAY "Motivo:"                           AT 2023
           MOVE SPACES TO WORK-NCH-MOTIVO
           ACCEPT WORK-NCH-MOTIVO                      AT 2031
                  WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              GO TO 2928A-ALTERA-NAOCOM-EXIT
           END-IF
           IF WORK-NCH-MOTIVO EQUAL SPACES
              DISPLAY "Motivo obrigatorio"             AT 2123
              PERFORM D00-DELAYSSS
              GO TO 2928A-ALTERA-NAOCOM-EXIT
           END-IF

           MOVE WORK-NCH-INICIO (5:2)     TO LKRT005-MESINI
           MOVE WORK-NCH-INICIO (7:2)     TO LKRT005-DIAINI
           MOVE WORK-NCH-INICIO (3:2)     TO LKRT005-ANOINI
           MOVE "U"                       TO LKRT005-FUNCAO
           CALL "/disco0/cobol/obj/rot/rot005" USING LK-ROT005
           CANCEL "rot005"
           IF LKRT005-STATUS EQUAL 1 OR 2 OR 3
              DISPLAY "Data Invalida"                  AT 2123
              PERFORM D00-DELAYSSS
              GO TO 2928A-ALTERA-NAOCOM-EXIT
           END-IF

      *    trimestre fechado ja pagou pelo sinal da epoca: mudar o
      *    passado dele exige reabertura aprovada (opcao 17)
           MOVE WORK-NCH-INICIO (1:4)     TO WORK-FEC-TESTANO
           MOVE WORK-NCH-INICIO (5:2)     TO WORK-FEC-TESTMES
           PERFORM 2871-VERIFICA-FECHADO
           IF WORK-FEC-RESULT EQUAL "S"
              DISPLAY "Inicio em trimestre fechado"    AT 2123
              PERFORM D00-DELAYSSS
              GO TO 2928A-ALTERA-NAOCOM-EXIT
           END-IF

           MOVE WORK-NCH-INICIO           TO WORK-NCH-DATA
           PERFORM 2924-NAOCOM-NA-DATA
           MOVE WORK-NCH-SINAL            TO WORK-NCH-ANTES
           IF WORK-NCH-ANTES EQUAL WORK-NCH-NOVO
              DISPLAY "Produto ja tem esse sinal no inicio" AT 2123
              PERFORM D00-DELAYSSS
              GO TO 2928A-ALTERA-NAOCOM-EXIT
           END-IF
           IF WORK-NCH-INICIO < WORK-NCH-HOJE
              DISPLAY "Notas ja postadas nao sao recalculadas"
                                                       AT 2123
           END-IF

           PERFORM 2400-CONFIRMA
           IF LKRT024-RESPOST EQUAL "N" OR "n" OR "-"
              GO TO 2928A-ALTERA-NAOCOM-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
           IF WORK-NCH-ACHOU NOT EQUAL "S"
              INITIALIZE NCH-REGISTR
              MOVE CE001-CODPROD          TO NCH-CODPROD
              MOVE ZEROS                  TO NCH-DTINICI
              MOVE CE001-NAO-COM          TO NCH-NAO-COM
              MOVE CE001-NAO-COM          TO NCH-ANTERIOR
              MOVE "I"                    TO NCH-ORIGEM
              MOVE "SITUACAO ANTERIOR AO HISTORICO"
                                          TO NCH-MOTIVO
              PERFORM 2928G-CARIMBA-NAOCOM
              WRITE NCH-REGISTR INVALID KEY
                    DISPLAY "ERRO GRAVAR HISTORICO"    AT 2123
                    PERFORM D00-DELAYSSS
                    GO TO 2928A-ALTERA-NAOCOM-EXIT
              END-WRITE
           END-IF

           INITIALIZE NCH-REGISTR
           MOVE CE001-CODPROD             TO NCH-CODPROD
           MOVE WORK-NCH-INICIO           TO NCH-DTINICI
           MOVE WORK-NCH-NOVO             TO NCH-NAO-COM
           MOVE WORK-NCH-ANTES            TO NCH-ANTERIOR
           MOVE "A"                       TO NCH-ORIGEM
           MOVE WORK-NCH-MOTIVO           TO NCH-MOTIVO
           PERFORM 2928G-CARIMBA-NAOCOM
           WRITE NCH-REGISTR INVALID KEY
                 DISPLAY "Ja existe periodo com esse inicio" AT 2123
                 PERFORM D00-DELAYSSS
                 GO TO 2928A-ALTERA-NAOCOM-EXIT
           END-WRITE

      *    o SCE001 acompanha o sinal de hoje (inicio futuro so muda
      *    o cadastro quando chegar; ate la vale pelo historico)
           MOVE WORK-NCH-HOJE             TO WORK-NCH-DATA
           PERFORM 2924-NAOCOM-NA-DATA
           MOVE "SCE001"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING CE001-CODPROD ";" WORK-NCH-INICIO
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           IF WORK-NCH-SINAL NOT EQUAL CE001-NAO-COM
              MOVE WORK-NCH-SINAL         TO CE001-NAO-COM
              REWRITE CE001-REGISTR
              IF WORK-FSTATUS NOT EQUAL "00"
                 DISPLAY "ERRO GRAVAR SCE001 - SINAL NAO ATUALIZADO"
                                                       AT 2223
                 MOVE "REWRITE"           TO WORK-LOG-ERROP
                 MOVE WORK-FSTATUS        TO WORK-LOG-ERRST
                 PERFORM 2710A-REGISTRA-ERRO
                 PERFORM D00-DELAYSSS
                 GO TO 2928A-ALTERA-NAOCOM-EXIT
              END-IF
           END-IF

           MOVE "NAOCOM"                  TO WORK-LOG-ACAO
           MOVE SPACES                    TO WORK-LOG-DESCRIC
           STRING "De " WORK-NCH-ANTES " para " WORK-NCH-NOVO
                  ": " WORK-NCH-MOTIVO
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG

           DISPLAY "Alteracao registrada"              AT 2223
           PERFORM D00-DELAYSSS
           .
       2928A-ALTERA-NAOCOM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Historico do produto: os periodos em ordem de inicio, cada um *
      * valendo ate o inicio do seguinte                              *
      *---------------------------------------------------------------*
       2928B-HISTORICO-NAOCOM                   SECTION.

           PERFORM 2928E-PEDE-PRODUTO
           IF WORK-NCH-PRODUTO EQUAL ZEROS
              GO TO 2928B-HISTORICO-NAOCOM-EXIT
           END-IF
           IF WORK-NCH-ACHOU NOT EQUAL "S"
              DISPLAY "Produto sem alteracao de sinal"   AT 1823
              PERFORM D00-DELAYSSS
              GO TO 2928B-HISTORICO-NAOCOM-EXIT
           END-IF

           MOVE WORK-NCH-PRODUTO TO NCH-CODPROD
           MOVE ZEROS            TO NCH-DTINICI
           START NCOMHIS KEY IS >= NCH-CHAVE INVALID KEY
           GO TO 2928B-HISTORICO-NAOCOM-EXIT.

           K65-LISTANCH.
              READ NCOMHIS NEXT WITH IGNORE LOCK AT END
              GO TO 2928B-HISTORICO-NAOCOM-EXIT.
              IF NCH-CODPROD NOT EQUAL WORK-NCH-PRODUTO
                 GO TO 2928B-HISTORICO-NAOCOM-EXIT
              END-IF
              MOVE NCH-NAO-COM TO WORK-NCH-ATUAL
              PERFORM 2928F-NOME-SINAL
              DISPLAY "Inicio: "                       AT 1823
              DISPLAY NCH-DTINICI                      AT 1831
              DISPLAY WORK-NCH-SITUA                   AT 1842
              DISPLAY "Motivo: "                       AT 1923
              DISPLAY NCH-MOTIVO                       AT 1931
              DISPLAY "Alterado por: "                 AT 2023
              DISPLAY NCH-OPERADOR                     AT 2037
              DISPLAY NCH-DTALTER                      AT 2059
              STOP " <ENTER> "
           GO TO K65-LISTANCH.
           .
       2928B-HISTORICO-NAOCOM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Relatorio dos produtos com sinal alterado no periodo: entra o *
      * periodo que comeca no intervalo ou que foi registrado nele    *
      * (inicio retroativo); o periodo inicial nao e alteracao        *
      *---------------------------------------------------------------*
       2928C-RELATORIO-NAOCOM                   SECTION.

           MOVE FUNCTION CURRENT-DATE      TO SIST-DATAHOR
           MOVE SIST-ANOCOMPL              TO WORK-NCH-DTINI (1:4)
           MOVE SIST-MESSSSS               TO WORK-NCH-DTINI (5:2)
           MOVE "01"                       TO WORK-NCH-DTINI (7:2)
           DISPLAY "Periodo de (AAAAMMDD):"            AT 1623
           DISPLAY WORK-NCH-DTINI                      AT 1660
           ACCEPT  WORK-NCH-DTINI                      AT 1660
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           MOVE SIST-ANOCOMPL              TO WORK-NCH-DTFIM (1:4)
           MOVE SIST-MESSSSS               TO WORK-NCH-DTFIM (5:2)
           MOVE SIST-DIAAAAA               TO WORK-NCH-DTFIM (7:2)
           DISPLAY "Periodo ate (AAAAMMDD):"           AT 1723
           DISPLAY WORK-NCH-DTFIM                      AT 1760
           ACCEPT  WORK-NCH-DTFIM                      AT 1760
                   WITH UPPER AUTO-SKIP HIGHLIGHT
           IF ESC
              GO TO 2928C-RELATORIO-NAOCOM-EXIT
           END-IF
           IF WORK-NCH-DTFIM < WORK-NCH-DTINI
              DISPLAY "Periodo invalido"               AT 2023
              PERFORM D00-DELAYSSS
              GO TO 2928C-RELATORIO-NAOCOM-EXIT
           END-IF

           OPEN OUTPUT NCHLST
           OPEN OUTPUT NCHCSV
           IF WORK-STATUS-NCL NOT EQUAL "00" OR
              WORK-STATUS-NCC NOT EQUAL "00"
              DISPLAY "ERRO ABRIR RELATORIO"             AT 2023
              CLOSE NCHLST NCHCSV
              PERFORM D00-DELAYSSS
              GO TO 2928C-RELATORIO-NAOCOM-EXIT
           END-IF

           MOVE ZEROS TO WORK-NCH-LINHAS
           MOVE SPACES TO NCHLST-REGISTR
           STRING "PRODUTOS COM SINAL DE COMISSAO ALTERADO - PERIODO "
                  WORK-NCH-DTINI " A " WORK-NCH-DTFIM
                  "  EMITIDO " SIST-DIAAAAA "/" SIST-MESSSSS
                  "/" SIST-ANOCOMPL
                  DELIMITED BY SIZE INTO NCHLST-REGISTR
           END-STRING
           WRITE NCHLST-REGISTR
           MOVE SPACES TO NCHLST-REGISTR
           WRITE NCHLST-REGISTR
           MOVE SPACES TO NCHLST-REGISTR
           MOVE "PRODUTO"                 TO NCHLST-REGISTR (1:7)
           MOVE "DESCRICAO"               TO NCHLST-REGISTR (13:9)
           MOVE "DE PARA"                 TO NCHLST-REGISTR (45:7)
           MOVE "INICIO"                  TO NCHLST-REGISTR (54:6)
           MOVE "REGISTRO"                TO NCHLST-REGISTR (64:8)
           MOVE "OPERADOR"                TO NCHLST-REGISTR (74:8)
           MOVE "MOTIVO"                  TO NCHLST-REGISTR (96:6)
           WRITE NCHLST-REGISTR
           MOVE SPACES TO NCHCSV-REGISTR
           STRING "Produto;Descricao;De;Para;Inicio;Registro;"
                  "Operador;Motivo"
                  DELIMITED BY SIZE INTO NCHCSV-REGISTR
           END-STRING
           WRITE NCHCSV-REGISTR

           MOVE LOW-VALUES TO NCH-CHAVE
           START NCOMHIS KEY IS >= NCH-CHAVE INVALID KEY
           GO TO 2928C-FIM.

           K65-LERELNCH.
           READ NCOMHIS NEXT WITH IGNORE LOCK AT END
                GO TO 2928C-FIM
           END-READ
           IF NCH-INICIAL
              GO TO K65-LERELNCH
           END-IF
           IF (NCH-DTINICI < WORK-NCH-DTINI OR
               NCH-DTINICI > WORK-NCH-DTFIM) AND
              (NCH-DTALTER < WORK-NCH-DTINI OR
               NCH-DTALTER > WORK-NCH-DTFIM)
              GO TO K65-LERELNCH
           END-IF

           MOVE NCH-CODPROD               TO CE001-CODPROD
           READ SCE001 WITH IGNORE LOCK INVALID KEY
                MOVE "SEM CADASTRO NO SCE001" TO CE001-DESCRIC
           END-READ
           ADD 1 TO WORK-NCH-LINHAS
           MOVE SPACES TO NCHLST-REGISTR
           STRING NCH-CODPROD
                  "  " CE001-DESCRIC
                  "  " NCH-ANTERIOR
                  "  >  " NCH-NAO-COM
                  "  " NCH-DTINICI
                  "  " NCH-DTALTER
                  "  " NCH-OPERADOR
                  "  " NCH-MOTIVO
                  DELIMITED BY SIZE INTO NCHLST-REGISTR
           END-STRING
           WRITE NCHLST-REGISTR
           MOVE SPACES TO NCHCSV-REGISTR
           STRING NCH-CODPROD
                  ";" CE001-DESCRIC
                  ";" NCH-ANTERIOR
                  ";" NCH-NAO-COM
                  ";" NCH-DTINICI
                  ";" NCH-DTALTER
                  ";" NCH-OPERADOR
                  ";" NCH-MOTIVO
                  DELIMITED BY SIZE INTO NCHCSV-REGISTR
           END-STRING
           WRITE NCHCSV-REGISTR
           GO TO K65-LERELNCH.

           2928C-FIM.
           MOVE SPACES TO NCHLST-REGISTR
           WRITE NCHLST-REGISTR
           MOVE SPACES TO NCHLST-REGISTR
           STRING "ALTERACOES NO PERIODO=" WORK-NCH-LINHAS
                  "   SINAL 1 = NAO COMISSIONA, 0 = COMISSIONA"
                  DELIMITED BY SIZE INTO NCHLST-REGISTR
           END-STRING
           WRITE NCHLST-REGISTR
           CLOSE NCHLST NCHCSV

           MOVE "NAOCOMREL"               TO WORK-LOG-ACAO
           MOVE WORK-NOMEARQ51            TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
           STRING WORK-NCH-DTINI "-" WORK-NCH-DTFIM
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE SPACES                    TO WORK-LOG-DESCRIC
           STRING "Alteracoes=" WORK-NCH-LINHAS
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG

           DISPLAY "Alteracoes no periodo:"            AT 2023
           DISPLAY WORK-NCH-LINHAS                     AT 2047
           DISPLAY "Relatorio em:"                     AT 2123
           DISPLAY WORK-NOMEARQ51                      AT 2137
           STOP " <ENTER> "
           .
       2928C-RELATORIO-NAOCOM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2928F-NOME-SINAL                         SECTION.
           IF WORK-NCH-ATUAL EQUAL 1
              MOVE "NAO COMISSIONA"       TO WORK-NCH-SITUA
           ELSE
              MOVE "COMISSIONA"           TO WORK-NCH-SITUA
           END-IF
           .
       2928F-NOME-SINAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Operador, data e hora da gravacao do periodo                  *
      *---------------------------------------------------------------*
       2928G-CARIMBA-NAOCOM                     SECTION.
           MOVE WORK-OPER-ATUAL           TO NCH-OPERADOR
           MOVE SIST-ANOCOMPL             TO NCH-DTALTER (1:4)
           MOVE SIST-MESSSSS              TO NCH-DTALTER (5:2)
           MOVE SIST-DIAAAAA              TO NCH-DTALTER (7:2)
           MOVE SIST-HORAAAAA             TO NCH-HRALTER (1:2)
           MOVE SIST-MINUTOOO             TO NCH-HRALTER (3:2)
           MOVE SIST-SEGUNDOOO            TO NCH-HRALTER (5:2)
           .
       2928G-CARIMBA-NAOCOM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2929-FECHA-POSTAGEM                      SECTION.
           CLOSE SFT073 COM020 POSTCTL SCE001 COMTAXA NCOMREL
           IF WORK-NFC-TEMRET EQUAL "S"
              CLOSE NFRETEN
           END-IF
           IF WORK-NCH-TEMARQ EQUAL "S"
              CLOSE NCOMHIS
              MOVE "N" TO WORK-NCH-TEMARQ
           END-IF
           IF WORK-DVD-TEMARQ EQUAL "S"
              CLOSE DIVVEN
           END-IF
           PERFORM 2959B-DESMARCA-COM020

           DISPLAY "Notas lidas       :"        AT 1923
           DISPLAY WORK-PST-EDEXCL              AT 2071
           DISPLAY "Produto sem SCE001:"        AT 2150
           DISPLAY WORK-PST-SEMPROD             AT 2171
           DISPLAY "Sem taxa comissao :"        AT 2250
           DISPLAY WORK-PST-SEMTAXA             AT 2271
           DISPLAY "Notas retidas     :"        AT 2350
           DISPLAY WORK-PST-RETIDA              AT 2371
           DISPLAY "Vend. divergente  :"        AT 2450
           DISPLAY WORK-PST-DIVPEND             AT 2471

           IF WORK-PST-RETIDA NOT EQUAL ZEROS
              MOVE "POSTRET"              TO WORK-LOG-ACAO
              MOVE "COM020"               TO WORK-LOG-ARQUIVO
              MOVE SPACES                 TO WORK-LOG-CHAVE
              MOVE SPACES                 TO WORK-LOG-DESCRIC
              STRING "Itens de notas retidas=" WORK-PST-RETIDA
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
              PERFORM 2710-REGISTRA-LOG
           END-IF

           IF WORK-PST-NAOCOM NOT EQUAL ZEROS OR
              WORK-PST-SEMPROD NOT EQUAL ZEROS OR
              WORK-PST-SEMTAXA NOT EQUAL ZEROS
              MOVE "POSTEXCL"             TO WORK-LOG-ACAO
              MOVE WORK-NOMEARQ20         TO WORK-LOG-ARQUIVO
              MOVE SPACES                 TO WORK-LOG-CHAVE
              MOVE SPACES                 TO WORK-LOG-DESCRIC
              STRING "NaoCom=" WORK-PST-NAOCOM
                     " SemProd=" WORK-PST-SEMPROD
                     " SemTx=" WORK-PST-SEMTAXA
                     " Vlr=" WORK-PST-EDEXCL
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
              PERFORM 2710-REGISTRA-LOG
              MOVE "99" TO WORK-STATUS-PST
              GO TO 2967-ABRE-ARQS-ESTORNO-EXIT
           END-IF
           OPEN INPUT SCE001
           IF WORK-FSTATUS NOT EQUAL "00"
              DISPLAY "ERRO ABRIR SCE001"                 AT 2023
              CLOSE POSTCTL COM020 SFT073 SCE001
              MOVE "99" TO WORK-STATUS-PST
              GO TO 2967-ABRE-ARQS-ESTORNO-EXIT
           END-IF
           MOVE "N" TO WORK-NCH-TEMARQ
           OPEN INPUT NCOMHIS
           IF WORK-STATUS-NCH EQUAL "00"
              MOVE "S" TO WORK-NCH-TEMARQ
           END-IF

           PERFORM 2959A-MARCA-COM020
           .
           EXIT.
      *---------------------------------------------------------------*
       2968-FECHA-ARQS-ESTORNO                  SECTION.
           CLOSE POSTCTL COM020 SFT073 SCE001
           IF WORK-NCH-TEMARQ EQUAL "S"
              CLOSE NCOMHIS
              MOVE "N" TO WORK-NCH-TEMARQ
           END-IF
           PERFORM 2959B-DESMARCA-COM020
           .
       2968-FECHA-ARQS-ESTORNO-EXIT.

           MOVE ZEROS TO WORK-EST-ITENS WORK-EST-JAEST
                         WORK-EST-SEMITEM WORK-EST-BLOQ
                         WORK-EST-NAOCOM
           MOVE "N"   TO WORK-EST-FIMPOST

           MOVE WORK-EST-EMP            TO POST-EMPRESA
                  " TrimFech=" WORK-EST-BLOQ
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG

      *    item postado cujo produto nao comissionava na emissao
      *    (sinal alterado depois com inicio retroativo): foi
      *    estornado pelo que foi creditado, mas fica registrado
           IF WORK-EST-NAOCOM NOT EQUAL ZEROS
              MOVE "ESTNAOCOM"            TO WORK-LOG-ACAO
              MOVE "COM020"               TO WORK-LOG-ARQUIVO
              MOVE SPACES                 TO WORK-LOG-DESCRIC
              STRING "Itens nao comiss. na emissao="
                     WORK-EST-NAOCOM
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
              PERFORM 2710-REGISTRA-LOG
           END-IF
           .
       2966-ESTORNA-UMA-EXIT.
           EXIT.
                GO TO 2971-ESTORNA-ITEM-EXIT
           END-READ

      *    sinal de comissao do produto na emissao da nota, e nao o
      *    de hoje; o estorno devolve o que a postagem creditou
           MOVE FT073-CODPROD           TO CE001-CODPROD
           READ SCE001 WITH IGNORE LOCK INVALID KEY
                MOVE ZEROS              TO CE001-NAO-COM
           END-READ
           MOVE FT073-DTEMISS           TO WORK-NCH-DATA
           PERFORM 2924-NAOCOM-NA-DATA

      *    credito de trimestre fechado nao pode ser revertido aqui:
      *    exige reabertura aprovada antes
           MOVE POST-DTLANCA (1:4)      TO WORK-FEC-TESTANO
           MOVE POST-FILIALL            TO OM020-FILIALL
           MOVE POST-DTLANCA (5:2)      TO OM020-MESSVEN
           MOVE "D"                     TO OM020-DEBCRED
      *    devolve o que foi creditado na postagem, pelo percentual
      *    gravado no controle e nao pelo vigente na tabela; item do
      *    layout anterior (valor zerado) e recalculado pelo SFT073
           IF POST-VLRCOM EQUAL ZEROS
              COMPUTE POST-VLRCOM ROUNDED =
                      FT073-VLRTOTA * POST-PERCOM / 100
           END-IF
           MOVE POST-VLRCOM             TO OM020-VLRTOTA
           MOVE POST-VLRCOM             TO OM020-VLRPARC
           MOVE ZEROS                   TO OM020-SLDACUM
           MOVE ZEROS                   TO OM020-SLDTRIM


           IF WORK-PST-GRAVOU EQUAL "S"
              ADD 1 TO WORK-EST-ITENS
              IF WORK-NCH-SINAL EQUAL 1
                 ADD 1 TO WORK-EST-NAOCOM
              END-IF
              MOVE "E" TO POST-SITUACA
              REWRITE POSTCTL-REGISTR
           END-IF
              IF WORK-FEC-REABRIU EQUAL "S"
                 MOVE "A" TO OVR-STATUS
                 PERFORM 2963-FECHA-OVERRIDE
                 GO TO 2962-APLICA-OVERRIDE-EXIT
              END-IF
      *       trimestre ja pago pela folha: a pendencia e rejeitada
              IF WORK-PAG-PAGO EQUAL "S"
                 MOVE "R" TO OVR-STATUS
                 PERFORM 2963-FECHA-OVERRIDE
              ELSE
                 DISPLAY "Reabertura nao efetivada - pendente"
                                                AT 2023
              MOVE OVR-VLRNOV             TO OM020-SLDTRIM
           END-IF
           REWRITE OM020-REGISTR
           MOVE "A" TO WK-JRN-OPERACAO
           PERFORM 2716-JOURNAL-COM020
           CLOSE COM020

           MOVE "A" TO OVR-STATUS
                   ACCEPT OM021-SLDRESE01    AT 1840

                   WRITE OM021-REGISTR
                   MOVE "I" TO WK-JRN-OPERACAO
                   PERFORM 2717-JOURNAL-COM021

              END-IF

                   ACCEPT WORK-SLDACUM       AT 1740
                   IF F9
                      DELETE COM021
                      MOVE "E" TO WK-JRN-OPERACAO
                      PERFORM 2717-JOURNAL-COM021
                   END-IF

              END-IF
                   ACCEPT OM021-SLDACUM04       AT 1940
                   ACCEPT OM021-SLDRESE04       AT 2040
                   REWRITE OM021-REGISTR
                   MOVE "A" TO WK-JRN-OPERACAO
                   PERFORM 2717-JOURNAL-COM021

                   STOP "    <ENTER>"

             END-IF
          END-IF

      *   produtos nao comissionaveis hoje, pelo historico datado
          MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
          MOVE SIST-ANOCOMPL             TO WORK-NCH-DATA (1:4)
          MOVE SIST-MESSSSS              TO WORK-NCH-DATA (5:2)
          MOVE SIST-DIAAAAA              TO WORK-NCH-DATA (7:2)
          MOVE "N" TO WORK-NCH-TEMARQ
          OPEN INPUT NCOMHIS
          IF WORK-STATUS-NCH EQUAL "00"
             MOVE "S" TO WORK-NCH-TEMARQ
          END-IF

          START  SCE001 KEY IS   >=   CE001-RECORDK INVALID KEY
          GO TO               2950-FECHA-HISTORICO.

          K65-LESCE001.
              READ  SCE001 NEXT WITH IGNORE LOCK  AT  END
                CLOSE   SCE001 ARQXLS2
                GO  TO  2950-FECHA-HISTORICO.

                   PERFORM 2924-NAOCOM-NA-DATA
                   IF WORK-NCH-SINAL EQUAL 1
                      MOVE CE001-CODPROD        TO XLS-REGISTR2
                      WRITE XLS-REGISTR2
                   END-IF

          GO TO K65-LESCE001.

          2950-FECHA-HISTORICO.
          IF WORK-NCH-TEMARQ EQUAL "S"
             CLOSE NCOMHIS
             MOVE "N" TO WORK-NCH-TEMARQ
          END-IF
           .
       2950-GERA-ARQ-ITENS-EXIT.
           EXIT.
      *       retorno de visitas deixado pelo campo (sem arquivo, a
      *       rotina apenas retorna)
              PERFORM 2705-IMPORTA-VISITAS
      *       resumo no console para quem disparou (cadeia noturna)
              DISPLAY "LEARQ BATELADA CONCLUIDA PERFIS=" WORK-PERFIL-NUM
           ELSE
              DISPLAY "LEARQ BATELADA DISPENSADA - DIA NAO UTIL"
              MOVE "BATCHSKIP"               TO WORK-LOG-ACAO
              MOVE SPACES                    TO WORK-LOG-ARQUIVO
              MOVE SPACES                    TO WORK-LOG-CHAVE
              PERFORM 2979-GRAVA-CHECKPOINT
           END-IF

           IF BATCTL-ETAPA < 5
      *      Consistencia das notas do ano (capa x SFT072 x itens):
      *      nota divergente fica retida para a postagem da reserva
              MOVE ZEROS                      TO WORK-NFC-FILIAL
              MOVE FUNCTION CURRENT-DATE      TO SIST-DATAHOR
              MOVE SIST-ANOCOMPL              TO WORK-NFC-DTINI (1:4)
              MOVE "0101"                     TO WORK-NFC-DTINI (5:4)
              MOVE SIST-ANOCOMPL              TO WORK-NFC-DTFIM (1:4)
              MOVE SIST-MESSSSS               TO WORK-NFC-DTFIM (5:2)
              MOVE SIST-DIAAAAA               TO WORK-NFC-DTFIM (7:2)
              PERFORM 2831-VERIFICA-NOTAS
              MOVE 5                          TO BATCTL-ETAPA
              PERFORM 2979-GRAVA-CHECKPOINT
           END-IF

           MOVE ZEROS                          TO BATCTL-ETAPA
           MOVE ZEROS                          TO BATCTL-PERFIL
           PERFORM 2979-GRAVA-CHECKPOINT
                 DISPLAY "Documento ja vigiado" AT 1823
                 GO TO 2991A-INCLUI-WATCH-EXIT
           END-WRITE
           MOVE "I" TO WK-JRN-OPERACAO
           PERFORM 2718-JOURNAL-WATCH072

           MOVE "WATCHINC"                      TO WORK-LOG-ACAO
           PERFORM 2991E-LOG-WATCH

           MOVE WORK-WATCH-SERIE TO WATCH-SERIEXC
           REWRITE WATCH072-REGISTR
           MOVE "A" TO WK-JRN-OPERACAO
           PERFORM 2718-JOURNAL-WATCH072

           MOVE "WATCHALT"                      TO WORK-LOG-ACAO
           PERFORM 2991E-LOG-WATCH
           END-IF

           DELETE WATCH072
           MOVE "E" TO WK-JRN-OPERACAO
           PERFORM 2718-JOURNAL-WATCH072

           MOVE "WATCHEXC"                      TO WORK-LOG-ACAO
           PERFORM 2991E-LOG-WATCH
      *---------------------------------------------------------------*
       2997-SEMEIA-WATCH072                     SECTION.
           OPEN OUTPUT WATCH072
           MOVE "I"                            TO WK-JRN-OPERACAO
           MOVE 50060                          TO WATCH-CGCECPF
           MOVE "DO"                           TO WATCH-SERIEXC
           WRITE WATCH072-REGISTR
           PERFORM 2718-JOURNAL-WATCH072
           MOVE 50001                          TO WATCH-CGCECPF
           WRITE WATCH072-REGISTR
           PERFORM 2718-JOURNAL-WATCH072
           MOVE 50002                          TO WATCH-CGCECPF
           WRITE WATCH072-REGISTR
           PERFORM 2718-JOURNAL-WATCH072
           MOVE 50003                          TO WATCH-CGCECPF
           WRITE WATCH072-REGISTR
           PERFORM 2718-JOURNAL-WATCH072
           MOVE 50004                          TO WATCH-CGCECPF
           WRITE WATCH072-REGISTR
           PERFORM 2718-JOURNAL-WATCH072
           MOVE 50005                          TO WATCH-CGCECPF
           WRITE WATCH072-REGISTR
           PERFORM 2718-JOURNAL-WATCH072
           MOVE 50006                          TO WATCH-CGCECPF
           WRITE WATCH072-REGISTR
           PERFORM 2718-JOURNAL-WATCH072
           CLOSE WATCH072
           OPEN INPUT WATCH072
           .
      *---------------------------------------------------------------*
           COPY     "/hbsis/rotinas/rt-manut".
      *---------------------------------------------------------------*
      * Journal de after-image dos cadastros (rotina compartilhada)   *
      *---------------------------------------------------------------*
           COPY     "/hbsis/rotinas/rt-journal".
      *---------------------------------------------------------------*
      * Rotina de Delay  (TEMPO)                                      *
      *---------------------------------------------------------------*
           COPY     "/desenv/cobol/rotinas/rt-delayss".
