      *****************************************************************
      ********     DESENVOLVIDO POR OSTEN FERRAGENS LTDA         ******
      *****************************************************************
      *---------------------------------------------------------------*
       IDENTIFICATION                   DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                      DESARQ.
       SECURITY.
      *****************************************************************
      *   SISTEMA     . QBG                                           *
      *   PROGRAMA    . DESARQ                                        *
      *   FUNCAO      . DESEMPENHO MENSAL DO VENDEDOR (SCORECARD):    *
      *                 POR VENDEDOR E MES, CLIENTES ATIVOS DA        *
      *                 CARTEIRA, GANHOS E PERDIDOS (HISTORICO_CLI),  *
      *                 FATURAMENTO DA CARTEIRA (SFT072), RESERVA     *
      *                 POSTADA NO COM020, VISITAS PLANEJADAS         *
      *                 (ROTAS_PLAN DO PW0091) E REALIZADAS           *
      *                 (VISITA_HIST), % REALIZADO, CLIENTES SEM      *
      *                 VISITA HA 60 DIAS E DIAS DE AUSENCIA; CADA    *
      *                 NUMERO COMPARADO COM O MES ANTERIOR E COM O   *
      *                 MESMO MES DO ANO ANTERIOR, COM TOTAL POR      *
      *                 FILIAL. IMPRESSO E CSV EM RELATORIOS/.        *
      *                 LINHA DE COMANDO: AAAAMM [FF] (SEM MES = MES  *
      *                 ANTERIOR; FF = SO A FILIAL INFORMADA)         *
      *****************************************************************
      *---------------------------------------------------------------*
       ENVIRONMENT                      DIVISION.
      *---------------------------------------------------------------*
       CONFIGURATION                    SECTION.
      *---------------------------------------------------------------*
       SPECIAL-NAMES.
                                        DECIMAL-POINT IS COMMA.
      *---------------------------------------------------------------*
       INPUT-OUTPUT                     SECTION.
      *---------------------------------------------------------------*
       FILE-CONTROL.
      *---------------------------------------------------------------*
      *----Arquivo de LOG
           COPY "/desenv/cobol/selects/sys/sys047.sl".
      *----Notas fiscais por CGC/CPF do destinatario
           COPY "/desenv/cobol/selects/sft/sft072.sl".
      *----Movimentos de reserva de comissao
           COPY "/desenv/cobol/selects/com/com020.sl".
      *----Cadastros do PW0010
            COPY   "/hbsis/selects/arq-vendedor.sl"
                   REPLACING ==ARQ-VENDEDOR-CAMINHO==
                         BY  =="/disco0/cobol/arq/vendedor.dat"==
                         ==ARQ-VENDEDOR-STATUS==
                         BY  ==WORK-STATUS-VEN==.
            COPY   "/hbsis/selects/arq-cliente.sl"
                   REPLACING ==ARQ-CLIENTE-CAMINHO==
                         BY  =="/disco0/cobol/arq/cliente.dat"==
                         ==ARQ-CLIENTE-STATUS==
                         BY  ==WORK-STATUS-CLI==.
      *----Historico de atribuicao de vendedor por cliente (PW0090)
            COPY   "/hbsis/selects/arq-hist-cli.sl"
                   REPLACING ==ARQ-HIST-CAMINHO==
                         BY  =="/disco0/cobol/arq/historico_cli.dat"==
                         ==ARQ-HIST-STATUS==
                         BY  ==WORK-STATUS-HIS==.
      *----Historico de visitas confirmadas (retorno do campo)
            COPY   "/hbsis/selects/arq-visita.sl"
                   REPLACING ==ARQ-VIS-CAMINHO==
                         BY  =="/disco0/cobol/arq/visita_hist.dat"==
                         ==ARQ-VIS-STATUS==
                         BY  ==WORK-STATUS-VIS==.
      *----Calendario de ausencias dos vendedores
            COPY   "/hbsis/selects/arq-ausencia.sl"
                   REPLACING ==ARQ-AUS-CAMINHO==
                         BY  =="/disco0/cobol/arq/ausencia.dat"==
                         ==ARQ-AUS-STATUS==
                         BY  ==WORK-STATUS-AUS==.

      *----Planejado do PW0091 (data;vendedor;paradas;dias)-----------
            SELECT ROTPLAN    ASSIGN WORK-NOMEPLA
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-RPL.

      *----Scorecard impresso e em CSV--------------------------------
            SELECT RELATO     ASSIGN WORK-NOMEREL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-REL.
            SELECT RELCSV     ASSIGN WORK-NOMECSV
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-CSV.

      *---------------------------------------------------------------*
       DATA                             DIVISION.
      *---------------------------------------------------------------*
       FILE                             SECTION.
      *---------------------------------------------------------------*
           COPY "/desenv/cobol/fds/sys/sys047.fd".
           COPY "/desenv/cobol/fds/sft/sft072.fd".
           COPY "/desenv/cobol/fds/com/com020.fd".
           COPY "/hbsis/fds/arq-vendedor.fd".
           COPY "/hbsis/fds/arq-cliente.fd".
           COPY "/hbsis/fds/arq-hist-cli.fd".
           COPY "/hbsis/fds/arq-visita.fd".
           COPY "/hbsis/fds/arq-ausencia.fd".

       FD  ROTPLAN.
       01  ROTPLAN-REGISTR              PIC X(060).

       FD  RELATO.
       01  RELATO-REGISTR               PIC X(132).

       FD  RELCSV.
       01  RELCSV-REGISTR               PIC X(200).

      *---------------------------------------------------------------*
       WORKING-STORAGE                  SECTION.
      *---------------------------------------------------------------*
           COPY "/desenv/cobol/works/wk-datasis".

       77  WK-FSTATUS                   PIC X(002) VALUE SPACES.
       77  WORK-FSTATUS                 PIC X(002) VALUE SPACES.
       77  WORK-STATUS-VEN              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-CLI              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-HIS              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-VIS              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-AUS              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-RPL              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-REL              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-CSV              PIC X(002) VALUE SPACES.
       77  WORK-PARAMET                 PIC X(020) VALUE SPACES.
       77  WORK-FIM                     PIC X(001) VALUE "N".
       77  WORK-FIM-SUB                 PIC X(001) VALUE "N".
       77  WORK-ERRO                    PIC X(001) VALUE "N".
       77  WORK-HIS-ABERTO              PIC X(001) VALUE "N".
       77  WORK-VIS-ABERTO              PIC X(001) VALUE "N".

       77  WORK-NOMEPLA                 PIC X(032) VALUE
           "/disco0/cobol/arq/rotas_plan.dat".
       01  WORK-NOMEREL.
           05 FILLER                    PIC X(036) VALUE
           "/disco0/cobol/arq/relatorios/desarq_".
           05 WORK-REL-MES              PIC 9(006) VALUE ZEROS.
           05 FILLER                    PIC X(004) VALUE ".lst".
       01  WORK-NOMECSV.
           05 FILLER                    PIC X(036) VALUE
           "/disco0/cobol/arq/relatorios/desarq_".
           05 WORK-CSV-MES              PIC 9(006) VALUE ZEROS.
           05 FILLER                    PIC X(004) VALUE ".csv".

      *----cliente sem visita confirmada ha mais que estes dias no
      *    fim do mes entra no indicador SEMVISITA----------------------
       77  WORK-DIAS-SEMVIS             PIC 9(003) VALUE 60.

      *----meses comparados: 1 = mes do scorecard, 2 = mes anterior,
      *    3 = mesmo mes do ano anterior--------------------------------
       77  WORK-HOJE                    PIC 9(008) VALUE ZEROS.
       77  WORK-FILIAL-PED              PIC 9(002) VALUE ZEROS.
       01  WORK-TAB-PER.
           05 WORK-PER-ENT              OCCURS 3 TIMES.
              10 WORK-PER-MES           PIC 9(006).
              10 WORK-PER-INI           PIC 9(008).
              10 WORK-PER-FIM           PIC 9(008).
       77  WORK-PER-IDX                 PIC 9(001) VALUE ZEROS.
       77  WORK-PER-ACH                 PIC 9(001) VALUE ZEROS.
       01  WORK-MES-AUX                 PIC 9(006) VALUE ZEROS.
       01  WORK-MES-AUX-R REDEFINES WORK-MES-AUX.
           05 WORK-MAUX-ANO             PIC 9(004).
           05 WORK-MAUX-MES             PIC 9(002).
       01  WORK-DATA-AUX                PIC 9(008) VALUE ZEROS.
       01  WORK-DATA-AUX-R REDEFINES WORK-DATA-AUX.
           05 WORK-DAUX-ANO             PIC 9(004).
           05 WORK-DAUX-MES             PIC 9(002).
           05 WORK-DAUX-DIA             PIC 9(002).
       77  WORK-DATA-BUSCA              PIC 9(008) VALUE ZEROS.
       77  WORK-MES-BUSCA               PIC 9(006) VALUE ZEROS.

      *----indicadores (posicao na tabela de valores)-----------------
       77  WORK-IND-ATIVOS              PIC 9(002) VALUE 1.
       77  WORK-IND-GANHOS              PIC 9(002) VALUE 2.
       77  WORK-IND-PERDIDOS            PIC 9(002) VALUE 3.
       77  WORK-IND-FATUR               PIC 9(002) VALUE 4.
       77  WORK-IND-RESERVA             PIC 9(002) VALUE 5.
       77  WORK-IND-PLAN                PIC 9(002) VALUE 6.
       77  WORK-IND-FEITAS              PIC 9(002) VALUE 7.
       77  WORK-IND-PERC                PIC 9(002) VALUE 8.
       77  WORK-IND-SEMVIS              PIC 9(002) VALUE 9.
       77  WORK-IND-AUSENTE             PIC 9(002) VALUE 10.
       77  WORK-IND-IDX                 PIC 9(002) VALUE ZEROS.

      *    tipo (Q = quantidade, V = valor, P = percentual), rotulo
      *    do impresso e nome no CSV, na ordem de impressao
       01  WORK-INDICADORES.
           05 FILLER.
              10 FILLER                 PIC X(001) VALUE "Q".
              10 FILLER                 PIC X(030) VALUE
                 "Clientes ativos na carteira".
              10 FILLER                 PIC X(012) VALUE "ATIVOS".
           05 FILLER.
              10 FILLER                 PIC X(001) VALUE "Q".
              10 FILLER                 PIC X(030) VALUE
                 "Clientes ganhos no mes".
              10 FILLER                 PIC X(012) VALUE "GANHOS".
           05 FILLER.
              10 FILLER                 PIC X(001) VALUE "Q".
              10 FILLER                 PIC X(030) VALUE
                 "Clientes perdidos no mes".
              10 FILLER                 PIC X(012) VALUE "PERDIDOS".
           05 FILLER.
              10 FILLER                 PIC X(001) VALUE "V".
              10 FILLER                 PIC X(030) VALUE
                 "Faturamento da carteira".
              10 FILLER                 PIC X(012) VALUE "FATURAMENTO".
           05 FILLER.
              10 FILLER                 PIC X(001) VALUE "V".
              10 FILLER                 PIC X(030) VALUE
                 "Reserva postada (COM020)".
              10 FILLER                 PIC X(012) VALUE "RESERVA".
           05 FILLER.
              10 FILLER                 PIC X(001) VALUE "Q".
              10 FILLER                 PIC X(030) VALUE
                 "Visitas planejadas".
              10 FILLER                 PIC X(012) VALUE "PLANEJADAS".
           05 FILLER.
              10 FILLER                 PIC X(001) VALUE "Q".
              10 FILLER                 PIC X(030) VALUE
                 "Visitas realizadas".
              10 FILLER                 PIC X(012) VALUE "REALIZADAS".
           05 FILLER.
              10 FILLER                 PIC X(001) VALUE "P".
              10 FILLER                 PIC X(030) VALUE
                 "% de visitas realizadas".
              10 FILLER                 PIC X(012) VALUE "PERCREALIZ".
           05 FILLER.
              10 FILLER                 PIC X(001) VALUE "Q".
              10 FILLER                 PIC X(030) VALUE
                 "Clientes sem visita 60 dias".
              10 FILLER                 PIC X(012) VALUE "SEMVISITA60".
           05 FILLER.
              10 FILLER                 PIC X(001) VALUE "Q".
              10 FILLER                 PIC X(030) VALUE
                 "Dias de ausencia".
              10 FILLER                 PIC X(012) VALUE "DIASAUSENTE".
       01  WORK-INDICADORES-R REDEFINES WORK-INDICADORES.
           05 WORK-IND-ENT              OCCURS 10 TIMES.
              10 WORK-IND-TIPO          PIC X(001).
              10 WORK-IND-ROTULO        PIC X(030).
              10 WORK-IND-CSV           PIC X(012).

      *----vendedores do scorecard (da filial pedida), com os valores
      *    por mes e indicador; posicao direta pelo codigo-------------
       77  WORK-MAX-VND                 PIC 9(004) VALUE 2000.
       77  WORK-QTD-VND                 PIC 9(004) VALUE ZEROS.
       77  WORK-VND-IDX                 PIC 9(004) VALUE ZEROS.
       77  WORK-VND-ACH                 PIC 9(004) VALUE ZEROS.
       01  WORK-TAB-VND.
           05 WORK-VND-ENT              OCCURS 2000 TIMES.
              10 WORK-VND-COD           PIC 9(005).
              10 WORK-VND-NOME          PIC X(035).
              10 WORK-VND-FILIAL        PIC 9(002).
              10 WORK-VND-ATIVO         PIC X(001).
              10 WORK-VND-PER           OCCURS 3 TIMES.
                 15 WORK-VND-VAL        PIC S9(011)V99
                                        OCCURS 10 TIMES.
       01  WORK-TAB-POSVND.
           05 WORK-POS-VND              PIC 9(004) COMP
                                        OCCURS 99999 TIMES.
       77  WORK-COD-BUSCA               PIC 9(005) VALUE ZEROS.

      *----dono do cliente e ultima visita no fim de cada mes---------
       01  WORK-TAB-CLI.
           05 WORK-CLI-PER              OCCURS 3 TIMES.
              10 WORK-CLI-DONO          PIC 9(005).
              10 WORK-CLI-ACHHIS        PIC X(001).
              10 WORK-CLI-FECHADO       PIC X(001).
              10 WORK-CLI-ULTVIS        PIC 9(008).
       77  WORK-HIS-DATA                PIC 9(008) VALUE ZEROS.
       77  WORK-DONO-DATA               PIC 9(005) VALUE ZEROS.
       77  WORK-DONO-ACH                PIC X(001) VALUE "N".
       77  WORK-DIAS                    PIC S9(007) VALUE ZEROS.

      *----planejado: campos da linha do ROTPLAN----------------------
       01  WORK-PLAN-CAMPOS.
           05 WORK-PLAN-CDATA           PIC X(009).
           05 WORK-PLAN-CVEND           PIC X(006).
           05 WORK-PLAN-CPARA           PIC X(005).
           05 WORK-PLAN-CDIAS           PIC X(004).
       01  WORK-PLAN-NUM                PIC X(005) JUSTIFIED RIGHT.
       01  WORK-PLAN-NUM-R REDEFINES WORK-PLAN-NUM
                                        PIC 9(005).

      *----ausencia: dias do periodo dentro do mes--------------------
       77  WORK-AUS-INI                 PIC 9(008) VALUE ZEROS.
       77  WORK-AUS-FIM                 PIC 9(008) VALUE ZEROS.

      *----contadores da execucao-------------------------------------
       77  WORK-QTD-CLI                 PIC 9(007) VALUE ZEROS.
       77  WORK-QTD-NOTAS               PIC 9(007) VALUE ZEROS.
       77  WORK-QTD-NFSEMCLI            PIC 9(007) VALUE ZEROS.
       77  WORK-QTD-IMPR                PIC 9(004) VALUE ZEROS.
       77  WORK-QTD-FIL                 PIC 9(003) VALUE ZEROS.

      *----bloco impresso (vendedor, filial ou geral)-----------------
       77  WORK-FIL-IDX                 PIC 9(003) VALUE ZEROS.
       77  WORK-FIL-VENDS               PIC 9(004) VALUE ZEROS.
       01  WORK-BLOCO.
           05 WORK-BLO-PER              OCCURS 3 TIMES.
              10 WORK-BLO-VAL           PIC S9(011)V99
                                        OCCURS 10 TIMES.
       01  WORK-TOT-FIL.
           05 WORK-TFI-PER              OCCURS 3 TIMES.
              10 WORK-TFI-VAL           PIC S9(011)V99
                                        OCCURS 10 TIMES.
       01  WORK-TOT-GER.
           05 WORK-TGE-PER              OCCURS 3 TIMES.
              10 WORK-TGE-VAL           PIC S9(011)V99
                                        OCCURS 10 TIMES.
       77  WORK-BLO-TITULO              PIC X(080) VALUE SPACES.
       77  WORK-BLO-FILIAL              PIC X(002) VALUE SPACES.
       77  WORK-BLO-VEND                PIC X(005) VALUE SPACES.
       77  WORK-BLO-NOME                PIC X(035) VALUE SPACES.
       77  WORK-TEM-VALOR               PIC X(001) VALUE "N".

      *----edicao dos numeros-----------------------------------------
       77  WORK-VALOR                   PIC S9(011)V99 VALUE ZEROS.
       77  WORK-ATUAL                   PIC S9(011)V99 VALUE ZEROS.
       77  WORK-BASE                    PIC S9(011)V99 VALUE ZEROS.
       77  WORK-VARIACAO                PIC S9(007)V9 VALUE ZEROS.
       01  WORK-ED-QTD                  PIC ----.---.--9.
       01  WORK-ED-VLR                  PIC --.---.---.--9,99.
       01  WORK-ED-PERC                 PIC -----9,9.
       01  WORK-ED-PERC-X REDEFINES WORK-ED-PERC
                                        PIC X(008).
       01  WORK-ED-CSV                  PIC -----------9,99.
       01  WORK-ED-CSV-X REDEFINES WORK-ED-CSV
                                        PIC X(015).
       01  WORK-ED-CSVQ                 PIC --------------9.
       01  WORK-ED-CSVQ-X REDEFINES WORK-ED-CSVQ
                                        PIC X(015).
       77  WORK-ED-TXT                  PIC X(019) VALUE SPACES.
       77  WORK-ED-VAR                  PIC X(008) VALUE SPACES.
       77  WORK-ED-VAR-IMP              PIC X(008) VALUE SPACES.
       77  WORK-ED-BRANCOS              PIC 9(002) VALUE ZEROS.
       01  WORK-CSV-VALORES.
           05 WORK-CSV-V                PIC X(015) OCCURS 3 TIMES.
           05 WORK-CSV-VAR              PIC X(008) OCCURS 2 TIMES.
       01  WORK-MES-EDT.
           05 WORK-MED-MM               PIC 9(002).
           05 FILLER                    PIC X(001) VALUE "/".
           05 WORK-MED-AAAA             PIC 9(004).

      *----relatorio--------------------------------------------------
       77  WORK-LINHA                   PIC X(132) VALUE SPACES.
       77  WORK-LINHA-CSV               PIC X(200) VALUE SPACES.
       01  WORK-REL-DET.
           05  FILLER                   PIC X(002) VALUE SPACES.
           05  WORK-RLD-ROTULO          PIC X(030).
           05  WORK-RLD-ATUAL           PIC X(019).
           05  FILLER                   PIC X(002) VALUE SPACES.
           05  WORK-RLD-ANTER           PIC X(019).
           05  FILLER                   PIC X(001) VALUE SPACES.
           05  WORK-RLD-VARANT          PIC X(008).
           05  FILLER                   PIC X(002) VALUE SPACES.
           05  WORK-RLD-ANOANT          PIC X(019).
           05  FILLER                   PIC X(001) VALUE SPACES.
           05  WORK-RLD-VARANO          PIC X(008).

      *----registro do proprio desarq no log--------------------------
       77  WORK-LOG-ACAO                PIC X(010) VALUE SPACES.
       77  WORK-LOG-ARQUIVO             PIC X(030) VALUE SPACES.
       77  WORK-LOG-CHAVE               PIC X(030) VALUE SPACES.
       77  WORK-LOG-OPERADOR            PIC X(020) VALUE SPACES.
       77  WORK-LOG-DESCRIC             PIC X(040) VALUE SPACES.

      *---------------------------------------------------------------*
       PROCEDURE                        DIVISION.
      *---------------------------------------------------------------*
       0000-PRINCIPAL                   SECTION.

            PERFORM 1000-INICIALIZA
            PERFORM 2000-PROCESSA
            PERFORM 3000-FINALIZA
            .
       0000-PRINCIPAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Mes do scorecard: o informado na linha de comando (AAAAMM) ou,*
      * sem parametro, o mes anterior; depois do mes, a filial (FF)   *
      *---------------------------------------------------------------*
       1000-INICIALIZA                  SECTION.

           MOVE FUNCTION CURRENT-DATE   TO SIST-DATAHOR
           MOVE SIST-DATAHOR (1:8)      TO WORK-HOJE

           MOVE SPACES TO WORK-PARAMET
           ACCEPT WORK-PARAMET FROM COMMAND-LINE

           IF WORK-PARAMET (1:6) IS NUMERIC AND
              WORK-PARAMET (5:2) > "00" AND
              WORK-PARAMET (5:2) < "13"
              MOVE WORK-PARAMET (1:6)   TO WORK-MES-AUX
           ELSE
              MOVE WORK-HOJE (1:6)      TO WORK-MES-AUX
              PERFORM 1020-MES-ANTERIOR
           END-IF
           MOVE WORK-MES-AUX            TO WORK-PER-MES (1)

           MOVE ZEROS TO WORK-FILIAL-PED
           IF WORK-PARAMET (8:2) IS NUMERIC
              MOVE WORK-PARAMET (8:2)   TO WORK-FILIAL-PED
           END-IF

           PERFORM 1020-MES-ANTERIOR
           MOVE WORK-MES-AUX            TO WORK-PER-MES (2)
           MOVE WORK-PER-MES (1)        TO WORK-MES-AUX
           SUBTRACT 1 FROM WORK-MAUX-ANO
           MOVE WORK-MES-AUX            TO WORK-PER-MES (3)

           PERFORM 1010-MONTA-PERIODO
                   VARYING WORK-PER-IDX FROM 1 BY 1
                   UNTIL WORK-PER-IDX > 3

           MOVE WORK-PER-MES (1)        TO WORK-REL-MES WORK-CSV-MES
           INITIALIZE WORK-TAB-VND WORK-TAB-POSVND WORK-TOT-GER
           .
       1000-INICIALIZA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Primeiro e ultimo dia do mes WORK-PER-MES (WORK-PER-IDX)      *
      *---------------------------------------------------------------*
       1010-MONTA-PERIODO               SECTION.
           MOVE WORK-PER-MES (WORK-PER-IDX) TO WORK-MES-AUX
           MOVE WORK-MAUX-ANO               TO WORK-DAUX-ANO
           MOVE WORK-MAUX-MES               TO WORK-DAUX-MES
           MOVE 01                          TO WORK-DAUX-DIA
           MOVE WORK-DATA-AUX           TO WORK-PER-INI (WORK-PER-IDX)

      *    vespera do primeiro dia do mes seguinte
           IF WORK-DAUX-MES EQUAL 12
              ADD 1                     TO WORK-DAUX-ANO
              MOVE 01                   TO WORK-DAUX-MES
           ELSE
              ADD 1                     TO WORK-DAUX-MES
           END-IF
           COMPUTE WORK-PER-FIM (WORK-PER-IDX) =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WORK-DATA-AUX) - 1)
           .
       1010-MONTA-PERIODO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1020-MES-ANTERIOR                SECTION.
           IF WORK-MAUX-MES EQUAL 01
              SUBTRACT 1 FROM WORK-MAUX-ANO
              MOVE 12                   TO WORK-MAUX-MES
           ELSE
              SUBTRACT 1 FROM WORK-MAUX-MES
           END-IF
           .
       1020-MES-ANTERIOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Processa: cada fonte e lida uma vez e soma nos tres meses     *
      *---------------------------------------------------------------*
       2000-PROCESSA                    SECTION.

           PERFORM 2100-CARREGA-VENDEDORES
           IF WORK-ERRO EQUAL "S"
              GO TO 2000-PROCESSA-EXIT
           END-IF

           PERFORM 2200-CARTEIRA
           IF WORK-ERRO EQUAL "S"
              GO TO 2000-PROCESSA-EXIT
           END-IF

           PERFORM 2300-GANHOS-PERDIDOS
           PERFORM 2400-FATURAMENTO
           PERFORM 2500-RESERVA
           PERFORM 2600-PLANEJADO
           PERFORM 2650-REALIZADO
           PERFORM 2700-AUSENCIA

           PERFORM 2800-GERA-RELATORIO

           MOVE "SCORECARD"             TO WORK-LOG-ACAO
           MOVE WORK-NOMEREL            TO WORK-LOG-ARQUIVO
           MOVE WORK-PER-MES (1)        TO WORK-LOG-CHAVE
           MOVE SPACES                  TO WORK-LOG-DESCRIC
           STRING "Filial=" WORK-FILIAL-PED
                  " Vendedores=" WORK-QTD-IMPR
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2990-REGISTRA-LOG
           .
       2000-PROCESSA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Vendedores da filial pedida (todas com filial 00)             *
      *---------------------------------------------------------------*
       2100-CARREGA-VENDEDORES          SECTION.
           OPEN INPUT ARQ-VENDEDOR
           IF WORK-STATUS-VEN NOT EQUAL "00"
              DISPLAY "DESARQ ERRO ABRIR VENDEDOR " WORK-STATUS-VEN
              MOVE "S" TO WORK-ERRO
              GO TO 2100-CARREGA-VENDEDORES-EXIT
           END-IF
           MOVE "N" TO WORK-FIM
           MOVE LOW-VALUES TO RS-COD-VEND
           START ARQ-VENDEDOR KEY IS >= RS-COD-VEND INVALID KEY
                 MOVE "S" TO WORK-FIM
           END-START
           PERFORM 2110-LE-VENDEDOR
                   UNTIL WORK-FIM EQUAL "S"
           CLOSE ARQ-VENDEDOR
           .
       2100-CARREGA-VENDEDORES-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2110-LE-VENDEDOR                 SECTION.
           READ ARQ-VENDEDOR NEXT WITH IGNORE LOCK AT END
                MOVE "S" TO WORK-FIM
                GO TO 2110-LE-VENDEDOR-EXIT
           END-READ

           IF WORK-FILIAL-PED NOT EQUAL ZEROS AND
              RS-FILIAL-VEND NOT EQUAL WORK-FILIAL-PED
              GO TO 2110-LE-VENDEDOR-EXIT
           END-IF
           IF RS-COD-VEND EQUAL ZEROS
              GO TO 2110-LE-VENDEDOR-EXIT
           END-IF
           IF WORK-QTD-VND NOT < WORK-MAX-VND
              DISPLAY "DESARQ TABELA DE VENDEDORES CHEIA - "
                      "VENDEDOR IGNORADO " RS-COD-VEND
              GO TO 2110-LE-VENDEDOR-EXIT
           END-IF

           ADD 1                        TO WORK-QTD-VND
           MOVE RS-COD-VEND             TO WORK-VND-COD (WORK-QTD-VND)
           MOVE RS-NOME                 TO WORK-VND-NOME (WORK-QTD-VND)
           MOVE RS-FILIAL-VEND        TO WORK-VND-FILIAL (WORK-QTD-VND)
           MOVE RS-STATUS-VEND         TO WORK-VND-ATIVO (WORK-QTD-VND)
           MOVE WORK-QTD-VND            TO WORK-POS-VND (RS-COD-VEND)
           .
       2110-LE-VENDEDOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Carteira no fim de cada mes: para cada cliente ativo, o dono  *
      * na data (historico_cli, mesma regra da divergencia do LEARQ)  *
      * e a ultima visita confirmada ate a data                       *
      *---------------------------------------------------------------*
       2200-CARTEIRA                    SECTION.
           OPEN INPUT ARQ-CLIENTE
           IF WORK-STATUS-CLI NOT EQUAL "00"
              DISPLAY "DESARQ ERRO ABRIR CLIENTE " WORK-STATUS-CLI
              MOVE "S" TO WORK-ERRO
              GO TO 2200-CARTEIRA-EXIT
           END-IF
           OPEN INPUT ARQ-HIST-CLI
           MOVE "N" TO WORK-HIS-ABERTO
           IF WORK-STATUS-HIS EQUAL "00"
              MOVE "S" TO WORK-HIS-ABERTO
           END-IF
           OPEN INPUT ARQ-VISITA
           MOVE "N" TO WORK-VIS-ABERTO
           IF WORK-STATUS-VIS EQUAL "00"
              MOVE "S" TO WORK-VIS-ABERTO
           END-IF

           MOVE "N" TO WORK-FIM
           MOVE LOW-VALUES TO RS-COD-CLI
           START ARQ-CLIENTE KEY IS >= RS-COD-CLI INVALID KEY
                 MOVE "S" TO WORK-FIM
           END-START
           PERFORM 2210-LE-CLIENTE
                   UNTIL WORK-FIM EQUAL "S"

           CLOSE ARQ-CLIENTE ARQ-HIST-CLI ARQ-VISITA
           .
       2200-CARTEIRA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2210-LE-CLIENTE                  SECTION.
           READ ARQ-CLIENTE NEXT WITH IGNORE LOCK AT END
                MOVE "S" TO WORK-FIM
                GO TO 2210-LE-CLIENTE-EXIT
           END-READ
           IF NOT RS-CLI-ATIVO
              GO TO 2210-LE-CLIENTE-EXIT
           END-IF
           ADD 1 TO WORK-QTD-CLI

           PERFORM 2220-DONO-NOS-MESES
           PERFORM 2230-ULTIMA-VISITA
           PERFORM 2240-CONTA-CARTEIRA
                   VARYING WORK-PER-IDX FROM 1 BY 1
                   UNTIL WORK-PER-IDX > 3
           .
       2210-LE-CLIENTE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Dono no fim de cada mes: o vendedor novo do ultimo movimento  *
      * ate a data; sem movimento ate a data, o vendedor anterior do  *
      * primeiro movimento depois dela; sem historico, o atual        *
      *---------------------------------------------------------------*
       2220-DONO-NOS-MESES              SECTION.
           PERFORM 2221-INICIA-DONO
                   VARYING WORK-PER-IDX FROM 1 BY 1
                   UNTIL WORK-PER-IDX > 3
           IF WORK-HIS-ABERTO NOT EQUAL "S"
              GO TO 2220-DONO-NOS-MESES-EXIT
           END-IF

           MOVE RS-COD-CLI              TO HIST-COD-CLI
           MOVE ZEROS                   TO HIST-DT-MOV HIST-SEQ
           MOVE "N"                     TO WORK-FIM-SUB
           START ARQ-HIST-CLI KEY IS >= HIST-CHAVE INVALID KEY
                 MOVE "S" TO WORK-FIM-SUB
           END-START
           PERFORM 2222-LE-HISTORICO
                   UNTIL WORK-FIM-SUB EQUAL "S"
           .
       2220-DONO-NOS-MESES-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2221-INICIA-DONO                 SECTION.
           MOVE RS-COD-VEND-CLI      TO WORK-CLI-DONO (WORK-PER-IDX)
           MOVE "N"                  TO WORK-CLI-ACHHIS (WORK-PER-IDX)
           MOVE "N"                  TO WORK-CLI-FECHADO (WORK-PER-IDX)
           MOVE ZEROS                TO WORK-CLI-ULTVIS (WORK-PER-IDX)
           .
       2221-INICIA-DONO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2222-LE-HISTORICO                SECTION.
           READ ARQ-HIST-CLI NEXT WITH IGNORE LOCK AT END
                MOVE "S" TO WORK-FIM-SUB
                GO TO 2222-LE-HISTORICO-EXIT
           END-READ
           IF HIST-COD-CLI NOT EQUAL RS-COD-CLI
              MOVE "S" TO WORK-FIM-SUB
              GO TO 2222-LE-HISTORICO-EXIT
           END-IF
           MOVE HIST-DT-MOV (1:8)       TO WORK-HIS-DATA
           PERFORM 2223-DONO-UM-MES
                   VARYING WORK-PER-IDX FROM 1 BY 1
                   UNTIL WORK-PER-IDX > 3
           .
       2222-LE-HISTORICO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2223-DONO-UM-MES                 SECTION.
           IF WORK-CLI-FECHADO (WORK-PER-IDX) EQUAL "S"
              GO TO 2223-DONO-UM-MES-EXIT
           END-IF
           IF WORK-HIS-DATA > WORK-PER-FIM (WORK-PER-IDX)
              IF WORK-CLI-ACHHIS (WORK-PER-IDX) EQUAL "N"
                 MOVE HIST-VEND-ANT     TO WORK-CLI-DONO (WORK-PER-IDX)
              END-IF
              MOVE "S"               TO WORK-CLI-FECHADO (WORK-PER-IDX)
              GO TO 2223-DONO-UM-MES-EXIT
           END-IF
           MOVE HIST-VEND-NOVO          TO WORK-CLI-DONO (WORK-PER-IDX)
           MOVE "S"                  TO WORK-CLI-ACHHIS (WORK-PER-IDX)
           .
       2223-DONO-UM-MES-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Ultima visita confirmada do cliente ate o fim de cada mes     *
      *---------------------------------------------------------------*
       2230-ULTIMA-VISITA               SECTION.
           IF WORK-VIS-ABERTO NOT EQUAL "S"
              GO TO 2230-ULTIMA-VISITA-EXIT
           END-IF
           MOVE RS-COD-CLI              TO VIS-COD-CLI
           MOVE ZEROS                   TO VIS-DATA
           MOVE "N"                     TO WORK-FIM-SUB
           START ARQ-VISITA KEY IS >= VIS-CHAVE INVALID KEY
                 MOVE "S" TO WORK-FIM-SUB
           END-START
           PERFORM 2231-LE-VISITA-CLIENTE
                   UNTIL WORK-FIM-SUB EQUAL "S"
           .
       2230-ULTIMA-VISITA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2231-LE-VISITA-CLIENTE           SECTION.
           READ ARQ-VISITA NEXT WITH IGNORE LOCK AT END
                MOVE "S" TO WORK-FIM-SUB
                GO TO 2231-LE-VISITA-CLIENTE-EXIT
           END-READ
           IF VIS-COD-CLI NOT EQUAL RS-COD-CLI
              MOVE "S" TO WORK-FIM-SUB
              GO TO 2231-LE-VISITA-CLIENTE-EXIT
           END-IF
           IF VIS-VISITADO NOT EQUAL "S"
              GO TO 2231-LE-VISITA-CLIENTE-EXIT
           END-IF
           PERFORM 2232-VISITA-UM-MES
                   VARYING WORK-PER-IDX FROM 1 BY 1
                   UNTIL WORK-PER-IDX > 3
           .
       2231-LE-VISITA-CLIENTE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2232-VISITA-UM-MES               SECTION.
           IF VIS-DATA NOT > WORK-PER-FIM (WORK-PER-IDX) AND
              VIS-DATA > WORK-CLI-ULTVIS (WORK-PER-IDX)
              MOVE VIS-DATA
                TO WORK-CLI-ULTVIS (WORK-PER-IDX)
           END-IF
           .
       2232-VISITA-UM-MES-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Cliente na carteira do dono do mes; sem visita confirmada ha  *
      * mais de WORK-DIAS-SEMVIS dias no fim do mes (ou nunca) conta  *
      * no SEMVISITA60                                                *
      *---------------------------------------------------------------*
       2240-CONTA-CARTEIRA              SECTION.
           MOVE WORK-CLI-DONO (WORK-PER-IDX) TO WORK-COD-BUSCA
           IF WORK-COD-BUSCA EQUAL ZEROS
              GO TO 2240-CONTA-CARTEIRA-EXIT
           END-IF
           MOVE WORK-POS-VND (WORK-COD-BUSCA) TO WORK-VND-ACH
           IF WORK-VND-ACH EQUAL ZEROS
              GO TO 2240-CONTA-CARTEIRA-EXIT
           END-IF

           ADD 1 TO WORK-VND-VAL (WORK-VND-ACH WORK-PER-IDX
                                  WORK-IND-ATIVOS)

           IF WORK-CLI-ULTVIS (WORK-PER-IDX) EQUAL ZEROS
              ADD 1 TO WORK-VND-VAL (WORK-VND-ACH WORK-PER-IDX
                                     WORK-IND-SEMVIS)
              GO TO 2240-CONTA-CARTEIRA-EXIT
           END-IF
           COMPUTE WORK-DIAS =
                   FUNCTION INTEGER-OF-DATE
                           (WORK-PER-FIM (WORK-PER-IDX))
                 - FUNCTION INTEGER-OF-DATE
                           (WORK-CLI-ULTVIS (WORK-PER-IDX))
           IF WORK-DIAS > WORK-DIAS-SEMVIS
              ADD 1 TO WORK-VND-VAL (WORK-VND-ACH WORK-PER-IDX
                                     WORK-IND-SEMVIS)
           END-IF
           .
       2240-CONTA-CARTEIRA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Ganhos e perdidos: cada troca de vendedor do historico dentro *
      * do mes conta um ganho para o novo e uma perda para o anterior *
      *---------------------------------------------------------------*
       2300-GANHOS-PERDIDOS             SECTION.
           OPEN INPUT ARQ-HIST-CLI
           IF WORK-STATUS-HIS NOT EQUAL "00"
              CLOSE ARQ-HIST-CLI
              GO TO 2300-GANHOS-PERDIDOS-EXIT
           END-IF
           MOVE "N" TO WORK-FIM
           MOVE LOW-VALUES TO HIST-CHAVE
           START ARQ-HIST-CLI KEY IS >= HIST-CHAVE INVALID KEY
                 MOVE "S" TO WORK-FIM
           END-START
           PERFORM 2310-LE-TROCA
                   UNTIL WORK-FIM EQUAL "S"
           CLOSE ARQ-HIST-CLI
           .
       2300-GANHOS-PERDIDOS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2310-LE-TROCA                    SECTION.
           READ ARQ-HIST-CLI NEXT WITH IGNORE LOCK AT END
                MOVE "S" TO WORK-FIM
                GO TO 2310-LE-TROCA-EXIT
           END-READ
           IF HIST-VEND-ANT EQUAL HIST-VEND-NOVO
              GO TO 2310-LE-TROCA-EXIT
           END-IF
           MOVE HIST-DT-MOV (1:8)       TO WORK-DATA-BUSCA
           PERFORM 2900-ACHA-PERIODO
           IF WORK-PER-ACH EQUAL ZEROS
              GO TO 2310-LE-TROCA-EXIT
           END-IF

           IF HIST-VEND-NOVO NOT EQUAL ZEROS
              MOVE WORK-POS-VND (HIST-VEND-NOVO) TO WORK-VND-ACH
              IF WORK-VND-ACH NOT EQUAL ZEROS
                 ADD 1 TO WORK-VND-VAL (WORK-VND-ACH WORK-PER-ACH
                                        WORK-IND-GANHOS)
              END-IF
           END-IF
           IF HIST-VEND-ANT NOT EQUAL ZEROS
              MOVE WORK-POS-VND (HIST-VEND-ANT) TO WORK-VND-ACH
              IF WORK-VND-ACH NOT EQUAL ZEROS
                 ADD 1 TO WORK-VND-VAL (WORK-VND-ACH WORK-PER-ACH
                                        WORK-IND-PERDIDOS)
              END-IF
           END-IF
           .
       2310-LE-TROCA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Faturamento da carteira: nota do SFT072 emitida no mes, pelo  *
      * CNPJ do cliente, para o dono do cliente na data de emissao    *
      *---------------------------------------------------------------*
       2400-FATURAMENTO                 SECTION.
           OPEN INPUT SFT072
           IF WORK-FSTATUS NOT EQUAL "00"
              DISPLAY "DESARQ SFT072 INDISPONIVEL " WORK-FSTATUS
              CLOSE SFT072
              GO TO 2400-FATURAMENTO-EXIT
           END-IF
           OPEN INPUT ARQ-CLIENTE
           OPEN INPUT ARQ-HIST-CLI
           MOVE "N" TO WORK-HIS-ABERTO
           IF WORK-STATUS-HIS EQUAL "00"
              MOVE "S" TO WORK-HIS-ABERTO
           END-IF

           MOVE "N" TO WORK-FIM
           MOVE LOW-VALUES TO FT072-RECORDK
           START SFT072 KEY IS >= FT072-RECORDK INVALID KEY
                 MOVE "S" TO WORK-FIM
           END-START
           PERFORM 2410-LE-NOTA
                   UNTIL WORK-FIM EQUAL "S"

           CLOSE SFT072 ARQ-CLIENTE ARQ-HIST-CLI
           .
       2400-FATURAMENTO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2410-LE-NOTA                     SECTION.
           READ SFT072 NEXT WITH IGNORE LOCK AT END
                MOVE "S" TO WORK-FIM
                GO TO 2410-LE-NOTA-EXIT
           END-READ
           MOVE FT072-DTEMISS           TO WORK-DATA-BUSCA
           PERFORM 2900-ACHA-PERIODO
           IF WORK-PER-ACH EQUAL ZEROS
              GO TO 2410-LE-NOTA-EXIT
           END-IF
           ADD 1 TO WORK-QTD-NOTAS

           MOVE FT072-CGCECPF           TO RS-CNPJ
           READ ARQ-CLIENTE WITH IGNORE LOCK KEY IS RS-CNPJ
                INVALID KEY
                ADD 1 TO WORK-QTD-NFSEMCLI
                GO TO 2410-LE-NOTA-EXIT
           END-READ

           PERFORM 2420-DONO-NA-DATA
           IF WORK-DONO-DATA EQUAL ZEROS
              GO TO 2410-LE-NOTA-EXIT
           END-IF
           MOVE WORK-POS-VND (WORK-DONO-DATA) TO WORK-VND-ACH
           IF WORK-VND-ACH NOT EQUAL ZEROS
              ADD FT072-VLRNOTA TO WORK-VND-VAL (WORK-VND-ACH
                                   WORK-PER-ACH WORK-IND-FATUR)
           END-IF
           .
       2410-LE-NOTA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Dono do cliente lido na data de emissao da nota               *
      *---------------------------------------------------------------*
       2420-DONO-NA-DATA                SECTION.
           MOVE RS-COD-VEND-CLI         TO WORK-DONO-DATA
           IF WORK-HIS-ABERTO NOT EQUAL "S"
              GO TO 2420-DONO-NA-DATA-EXIT
           END-IF
           MOVE "N"                     TO WORK-DONO-ACH
           MOVE RS-COD-CLI              TO HIST-COD-CLI
           MOVE ZEROS                   TO HIST-DT-MOV HIST-SEQ
           MOVE "N"                     TO WORK-FIM-SUB
           START ARQ-HIST-CLI KEY IS >= HIST-CHAVE INVALID KEY
                 MOVE "S" TO WORK-FIM-SUB
           END-START
           PERFORM 2421-LE-HISTORICO-NOTA
                   UNTIL WORK-FIM-SUB EQUAL "S"
           .
       2420-DONO-NA-DATA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2421-LE-HISTORICO-NOTA           SECTION.
           READ ARQ-HIST-CLI NEXT WITH IGNORE LOCK AT END
                MOVE "S" TO WORK-FIM-SUB
                GO TO 2421-LE-HISTORICO-NOTA-EXIT
           END-READ
           IF HIST-COD-CLI NOT EQUAL RS-COD-CLI
              MOVE "S" TO WORK-FIM-SUB
              GO TO 2421-LE-HISTORICO-NOTA-EXIT
           END-IF
           MOVE HIST-DT-MOV (1:8)       TO WORK-HIS-DATA
           IF WORK-HIS-DATA > FT072-DTEMISS
              IF WORK-DONO-ACH EQUAL "N"
                 MOVE HIST-VEND-ANT     TO WORK-DONO-DATA
              END-IF
              MOVE "S" TO WORK-FIM-SUB
              GO TO 2421-LE-HISTORICO-NOTA-EXIT
           END-IF
           MOVE HIST-VEND-NOVO          TO WORK-DONO-DATA
           MOVE "S"                     TO WORK-DONO-ACH
           .
       2421-LE-HISTORICO-NOTA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Reserva postada: movimentos do COM020 do mes (credito menos   *
      * debito, valor da parcela)                                     *
      *---------------------------------------------------------------*
       2500-RESERVA                     SECTION.
           OPEN INPUT COM020
           IF WORK-FSTATUS NOT EQUAL "00"
              DISPLAY "DESARQ COM020 INDISPONIVEL " WORK-FSTATUS
              CLOSE COM020
              GO TO 2500-RESERVA-EXIT
           END-IF
           MOVE "N" TO WORK-FIM
           MOVE LOW-VALUES TO OM020-RECORD2
           START COM020 KEY IS >= OM020-RECORD2 INVALID KEY
                 MOVE "S" TO WORK-FIM
           END-START
           PERFORM 2510-LE-RESERVA
                   UNTIL WORK-FIM EQUAL "S"
           CLOSE COM020
           .
       2500-RESERVA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2510-LE-RESERVA                  SECTION.
           READ COM020 NEXT WITH IGNORE LOCK AT END
                MOVE "S" TO WORK-FIM
                GO TO 2510-LE-RESERVA-EXIT
           END-READ
           IF OM020-CODVEND EQUAL ZEROS
              GO TO 2510-LE-RESERVA-EXIT
           END-IF
           MOVE WORK-POS-VND (OM020-CODVEND) TO WORK-VND-ACH
           IF WORK-VND-ACH EQUAL ZEROS
              GO TO 2510-LE-RESERVA-EXIT
           END-IF
           MOVE OM020-ANOEMES           TO WORK-MES-BUSCA
           PERFORM 2905-ACHA-MES
           IF WORK-PER-ACH EQUAL ZEROS
              GO TO 2510-LE-RESERVA-EXIT
           END-IF

           IF OM020-E-DEBITO
              SUBTRACT OM020-VLRPARC FROM WORK-VND-VAL (WORK-VND-ACH
                                   WORK-PER-ACH WORK-IND-RESERVA)
           ELSE
              ADD OM020-VLRPARC TO WORK-VND-VAL (WORK-VND-ACH
                                   WORK-PER-ACH WORK-IND-RESERVA)
           END-IF
           .
       2510-LE-RESERVA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Visitas planejadas: paradas dos dias de roteiro do mes        *
      *---------------------------------------------------------------*
       2600-PLANEJADO                   SECTION.
           OPEN INPUT ROTPLAN
           IF WORK-STATUS-RPL NOT EQUAL "00"
              CLOSE ROTPLAN
              GO TO 2600-PLANEJADO-EXIT
           END-IF
           MOVE "N" TO WORK-FIM
           PERFORM 2610-LE-PLANEJADO
                   UNTIL WORK-FIM EQUAL "S"
           CLOSE ROTPLAN
           .
       2600-PLANEJADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2610-LE-PLANEJADO                SECTION.
           READ ROTPLAN NEXT AT END
                MOVE "S" TO WORK-FIM
                GO TO 2610-LE-PLANEJADO-EXIT
           END-READ

           INITIALIZE WORK-PLAN-CAMPOS
           UNSTRING ROTPLAN-REGISTR DELIMITED BY ";"
               INTO WORK-PLAN-CDATA WORK-PLAN-CVEND
                    WORK-PLAN-CPARA WORK-PLAN-CDIAS
           END-UNSTRING
           IF WORK-PLAN-CDATA (1:8) NOT NUMERIC
              GO TO 2610-LE-PLANEJADO-EXIT
           END-IF
           MOVE WORK-PLAN-CDATA (1:8)   TO WORK-DATA-BUSCA
           PERFORM 2900-ACHA-PERIODO
           IF WORK-PER-ACH EQUAL ZEROS
              GO TO 2610-LE-PLANEJADO-EXIT
           END-IF

           MOVE SPACES TO WORK-PLAN-NUM
           UNSTRING WORK-PLAN-CVEND DELIMITED BY SPACE
               INTO WORK-PLAN-NUM
           END-UNSTRING
           INSPECT WORK-PLAN-NUM REPLACING LEADING SPACE BY ZERO
           IF WORK-PLAN-NUM-R NOT NUMERIC OR
              WORK-PLAN-NUM-R EQUAL ZEROS
              GO TO 2610-LE-PLANEJADO-EXIT
           END-IF
           MOVE WORK-POS-VND (WORK-PLAN-NUM-R) TO WORK-VND-ACH
           IF WORK-VND-ACH EQUAL ZEROS
              GO TO 2610-LE-PLANEJADO-EXIT
           END-IF

           MOVE SPACES TO WORK-PLAN-NUM
           UNSTRING WORK-PLAN-CPARA DELIMITED BY SPACE
               INTO WORK-PLAN-NUM
           END-UNSTRING
           INSPECT WORK-PLAN-NUM REPLACING LEADING SPACE BY ZERO
           IF WORK-PLAN-NUM-R NUMERIC
              ADD WORK-PLAN-NUM-R TO WORK-VND-VAL (WORK-VND-ACH
                                     WORK-PER-ACH WORK-IND-PLAN)
           END-IF
           .
       2610-LE-PLANEJADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Visitas realizadas: confirmadas no mes, pelo vendedor que     *
      * visitou                                                       *
      *---------------------------------------------------------------*
       2650-REALIZADO                   SECTION.
           OPEN INPUT ARQ-VISITA
           IF WORK-STATUS-VIS NOT EQUAL "00"
              CLOSE ARQ-VISITA
              GO TO 2650-REALIZADO-EXIT
           END-IF
           MOVE "N" TO WORK-FIM
           MOVE LOW-VALUES TO VIS-CHAVE
           START ARQ-VISITA KEY IS >= VIS-CHAVE INVALID KEY
                 MOVE "S" TO WORK-FIM
           END-START
           PERFORM 2660-LE-REALIZADO
                   UNTIL WORK-FIM EQUAL "S"
           CLOSE ARQ-VISITA
           .
       2650-REALIZADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2660-LE-REALIZADO                SECTION.
           READ ARQ-VISITA NEXT WITH IGNORE LOCK AT END
                MOVE "S" TO WORK-FIM
                GO TO 2660-LE-REALIZADO-EXIT
           END-READ
           IF VIS-VISITADO NOT EQUAL "S" OR
              VIS-COD-VEND EQUAL ZEROS
              GO TO 2660-LE-REALIZADO-EXIT
           END-IF
           MOVE VIS-DATA                TO WORK-DATA-BUSCA
           PERFORM 2900-ACHA-PERIODO
           IF WORK-PER-ACH EQUAL ZEROS
              GO TO 2660-LE-REALIZADO-EXIT
           END-IF
           MOVE WORK-POS-VND (VIS-COD-VEND) TO WORK-VND-ACH
           IF WORK-VND-ACH NOT EQUAL ZEROS
              ADD 1 TO WORK-VND-VAL (WORK-VND-ACH WORK-PER-ACH
                                     WORK-IND-FEITAS)
           END-IF
           .
       2660-LE-REALIZADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Dias de ausencia: dias corridos de cada periodo do calendario *
      * que caem dentro do mes                                        *
      *---------------------------------------------------------------*
       2700-AUSENCIA                    SECTION.
           OPEN INPUT ARQ-AUSENCIA
           IF WORK-STATUS-AUS NOT EQUAL "00"
              CLOSE ARQ-AUSENCIA
              GO TO 2700-AUSENCIA-EXIT
           END-IF
           MOVE "N" TO WORK-FIM
           MOVE LOW-VALUES TO AUS-CHAVE
           START ARQ-AUSENCIA KEY IS >= AUS-CHAVE INVALID KEY
                 MOVE "S" TO WORK-FIM
           END-START
           PERFORM 2710-LE-AUSENCIA
                   UNTIL WORK-FIM EQUAL "S"
           CLOSE ARQ-AUSENCIA
           .
       2700-AUSENCIA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2710-LE-AUSENCIA                 SECTION.
           READ ARQ-AUSENCIA NEXT WITH IGNORE LOCK AT END
                MOVE "S" TO WORK-FIM
                GO TO 2710-LE-AUSENCIA-EXIT
           END-READ
           IF AUS-COD-VEND EQUAL ZEROS OR
              AUS-DT-FIM < AUS-DT-INI
              GO TO 2710-LE-AUSENCIA-EXIT
           END-IF
           MOVE WORK-POS-VND (AUS-COD-VEND) TO WORK-VND-ACH
           IF WORK-VND-ACH EQUAL ZEROS
              GO TO 2710-LE-AUSENCIA-EXIT
           END-IF
           PERFORM 2720-AUSENCIA-UM-MES
                   VARYING WORK-PER-IDX FROM 1 BY 1
                   UNTIL WORK-PER-IDX > 3
           .
       2710-LE-AUSENCIA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2720-AUSENCIA-UM-MES             SECTION.
           MOVE AUS-DT-INI              TO WORK-AUS-INI
           MOVE AUS-DT-FIM              TO WORK-AUS-FIM
           IF WORK-AUS-INI < WORK-PER-INI (WORK-PER-IDX)
              MOVE WORK-PER-INI (WORK-PER-IDX) TO WORK-AUS-INI
           END-IF
           IF WORK-AUS-FIM > WORK-PER-FIM (WORK-PER-IDX)
              MOVE WORK-PER-FIM (WORK-PER-IDX) TO WORK-AUS-FIM
           END-IF
           IF WORK-AUS-FIM < WORK-AUS-INI
              GO TO 2720-AUSENCIA-UM-MES-EXIT
           END-IF
           COMPUTE WORK-DIAS =
                   FUNCTION INTEGER-OF-DATE (WORK-AUS-FIM)
                 - FUNCTION INTEGER-OF-DATE (WORK-AUS-INI) + 1
           ADD WORK-DIAS TO WORK-VND-VAL (WORK-VND-ACH WORK-PER-IDX
                                          WORK-IND-AUSENTE)
           .
       2720-AUSENCIA-UM-MES-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Scorecard: por filial, um bloco por vendedor e o total da     *
      * filial; no fim o total geral quando ha mais de uma filial     *
      *---------------------------------------------------------------*
       2800-GERA-RELATORIO              SECTION.
           OPEN OUTPUT RELATO
           OPEN OUTPUT RELCSV
           IF WORK-STATUS-REL NOT EQUAL "00" OR
              WORK-STATUS-CSV NOT EQUAL "00"
              DISPLAY "DESARQ ERRO ABRIR RELATORIO " WORK-STATUS-REL
                      " " WORK-STATUS-CSV
              MOVE "S" TO WORK-ERRO
              CLOSE RELATO RELCSV
              GO TO 2800-GERA-RELATORIO-EXIT
           END-IF

           MOVE SPACES TO WORK-LINHA
           STRING "SCORECARD MENSAL DO VENDEDOR - "
                  WORK-PER-MES (1) (5:2) "/" WORK-PER-MES (1) (1:4)
                  DELIMITED BY SIZE INTO WORK-LINHA
           IF WORK-FILIAL-PED NOT EQUAL ZEROS
              MOVE "FILIAL"             TO WORK-LINHA (45:6)
              MOVE WORK-FILIAL-PED      TO WORK-LINHA (52:2)
           END-IF
           MOVE "EMITIDO EM"            TO WORK-LINHA (60:10)
           MOVE WORK-HOJE (7:2)         TO WORK-LINHA (71:2)
           MOVE "/"                     TO WORK-LINHA (73:1)
           MOVE WORK-HOJE (5:2)         TO WORK-LINHA (74:2)
           MOVE "/"                     TO WORK-LINHA (76:1)
           MOVE WORK-HOJE (1:4)         TO WORK-LINHA (77:4)
           PERFORM 2890-GRAVA-LINHA
           MOVE SPACES TO WORK-LINHA
           STRING "VAR% = variacao sobre o mes comparado (no % de "
                  "visitas, em pontos); sem visita ha mais de "
                  WORK-DIAS-SEMVIS " dias no fim do mes"
                  DELIMITED BY SIZE INTO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA

           MOVE SPACES TO WORK-LINHA-CSV
           STRING "Filial;Vendedor;Nome;Indicador;Mes "
                  WORK-PER-MES (1) ";Mes " WORK-PER-MES (2)
                  ";Var% mes ant;Mes " WORK-PER-MES (3)
                  ";Var% ano ant"
                  DELIMITED BY SIZE INTO WORK-LINHA-CSV
           PERFORM 2895-GRAVA-CSV

           PERFORM 2810-FILIAL
                   VARYING WORK-FIL-IDX FROM 0 BY 1
                   UNTIL WORK-FIL-IDX > 99

           IF WORK-QTD-FIL > 1
              MOVE WORK-TOT-GER         TO WORK-BLOCO
              MOVE "TOTAL GERAL"        TO WORK-BLO-TITULO
              MOVE "TT"                 TO WORK-BLO-FILIAL
              MOVE "TOTAL"              TO WORK-BLO-VEND
              MOVE "TOTAL GERAL"        TO WORK-BLO-NOME
              PERFORM 2840-IMPRIME-BLOCO
           END-IF

           CLOSE RELATO RELCSV
           .
       2800-GERA-RELATORIO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2810-FILIAL                      SECTION.
           INITIALIZE WORK-TOT-FIL
           MOVE ZEROS TO WORK-FIL-VENDS
           PERFORM 2820-VENDEDOR
                   VARYING WORK-VND-IDX FROM 1 BY 1
                   UNTIL WORK-VND-IDX > WORK-QTD-VND
           IF WORK-FIL-VENDS EQUAL ZEROS
              GO TO 2810-FILIAL-EXIT
           END-IF

           ADD 1 TO WORK-QTD-FIL
           MOVE WORK-TOT-FIL            TO WORK-BLOCO
           MOVE SPACES                  TO WORK-BLO-TITULO
           STRING "TOTAL DA FILIAL " WORK-FIL-IDX (2:2)
                  " (" WORK-FIL-VENDS " vendedores)"
                  DELIMITED BY SIZE INTO WORK-BLO-TITULO
           MOVE WORK-FIL-IDX (2:2)      TO WORK-BLO-FILIAL
           MOVE "TOTAL"                 TO WORK-BLO-VEND
           MOVE "TOTAL DA FILIAL"       TO WORK-BLO-NOME
           PERFORM 2840-IMPRIME-BLOCO
           PERFORM 2830-SOMA-GERAL
                   VARYING WORK-PER-IDX FROM 1 BY 1
                   UNTIL WORK-PER-IDX > 3
           .
       2810-FILIAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Vendedor da filial corrente: entra se ativo ou se teve algum  *
      * numero nos tres meses                                         *
      *---------------------------------------------------------------*
       2820-VENDEDOR                    SECTION.
           IF WORK-VND-FILIAL (WORK-VND-IDX) NOT EQUAL WORK-FIL-IDX
              GO TO 2820-VENDEDOR-EXIT
           END-IF
           MOVE WORK-VND-PER (WORK-VND-IDX 1) TO WORK-BLO-PER (1)
           MOVE WORK-VND-PER (WORK-VND-IDX 2) TO WORK-BLO-PER (2)
           MOVE WORK-VND-PER (WORK-VND-IDX 3) TO WORK-BLO-PER (3)

           MOVE "N" TO WORK-TEM-VALOR
           PERFORM 2825-TESTA-VALOR
                   VARYING WORK-PER-IDX FROM 1 BY 1
                   UNTIL WORK-PER-IDX > 3
           IF WORK-TEM-VALOR EQUAL "N" AND
              WORK-VND-ATIVO (WORK-VND-IDX) NOT EQUAL "A"
              GO TO 2820-VENDEDOR-EXIT
           END-IF

           ADD 1 TO WORK-FIL-VENDS WORK-QTD-IMPR
           PERFORM 2826-SOMA-FILIAL
                   VARYING WORK-PER-IDX FROM 1 BY 1
                   UNTIL WORK-PER-IDX > 3

           MOVE SPACES                  TO WORK-BLO-TITULO
           STRING "VENDEDOR " WORK-VND-COD (WORK-VND-IDX) " - "
                  WORK-VND-NOME (WORK-VND-IDX) " FILIAL "
                  WORK-VND-FILIAL (WORK-VND-IDX)
                  DELIMITED BY SIZE INTO WORK-BLO-TITULO
           MOVE WORK-VND-FILIAL (WORK-VND-IDX) TO WORK-BLO-FILIAL
           MOVE WORK-VND-COD (WORK-VND-IDX)    TO WORK-BLO-VEND
           MOVE WORK-VND-NOME (WORK-VND-IDX)   TO WORK-BLO-NOME
           PERFORM 2840-IMPRIME-BLOCO
           .
       2820-VENDEDOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2825-TESTA-VALOR                 SECTION.
           PERFORM 2827-TESTA-UM-VALOR
                   VARYING WORK-IND-IDX FROM 1 BY 1
                   UNTIL WORK-IND-IDX > 10
           .
       2825-TESTA-VALOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2827-TESTA-UM-VALOR              SECTION.
           IF WORK-BLO-VAL (WORK-PER-IDX WORK-IND-IDX) NOT EQUAL ZEROS
              MOVE "S" TO WORK-TEM-VALOR
           END-IF
           .
       2827-TESTA-UM-VALOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2826-SOMA-FILIAL                 SECTION.
           PERFORM 2828-SOMA-UM-FILIAL
                   VARYING WORK-IND-IDX FROM 1 BY 1
                   UNTIL WORK-IND-IDX > 10
           .
       2826-SOMA-FILIAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2828-SOMA-UM-FILIAL              SECTION.
           ADD WORK-BLO-VAL (WORK-PER-IDX WORK-IND-IDX)
            TO WORK-TFI-VAL (WORK-PER-IDX WORK-IND-IDX)
           .
       2828-SOMA-UM-FILIAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2830-SOMA-GERAL                  SECTION.
           PERFORM 2831-SOMA-UM-GERAL
                   VARYING WORK-IND-IDX FROM 1 BY 1
                   UNTIL WORK-IND-IDX > 10
           .
       2830-SOMA-GERAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2831-SOMA-UM-GERAL               SECTION.
           ADD WORK-TFI-VAL (WORK-PER-IDX WORK-IND-IDX)
            TO WORK-TGE-VAL (WORK-PER-IDX WORK-IND-IDX)
           .
       2831-SOMA-UM-GERAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Bloco do scorecard (WORK-BLOCO): % realizado recalculado dos  *
      * totais do bloco, cabecalho com os meses e uma linha por       *
      * indicador no impresso e no CSV                                *
      *---------------------------------------------------------------*
       2840-IMPRIME-BLOCO               SECTION.
           PERFORM 2845-CALCULA-PERCENTUAL
                   VARYING WORK-PER-IDX FROM 1 BY 1
                   UNTIL WORK-PER-IDX > 3

           MOVE SPACES TO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA
           MOVE WORK-BLO-TITULO         TO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA

           MOVE SPACES                  TO WORK-LINHA
           MOVE "Indicador"             TO WORK-LINHA (3:9)
           MOVE WORK-PER-MES (1) (5:2)  TO WORK-MED-MM
           MOVE WORK-PER-MES (1) (1:4)  TO WORK-MED-AAAA
           MOVE WORK-MES-EDT            TO WORK-LINHA (45:7)
           MOVE WORK-PER-MES (2) (5:2)  TO WORK-MED-MM
           MOVE WORK-PER-MES (2) (1:4)  TO WORK-MED-AAAA
           MOVE WORK-MES-EDT            TO WORK-LINHA (66:7)
           MOVE "VAR%"                  TO WORK-LINHA (78:4)
           MOVE WORK-PER-MES (3) (5:2)  TO WORK-MED-MM
           MOVE WORK-PER-MES (3) (1:4)  TO WORK-MED-AAAA
           MOVE WORK-MES-EDT            TO WORK-LINHA (96:7)
           MOVE "VAR%"                  TO WORK-LINHA (108:4)
           PERFORM 2890-GRAVA-LINHA

           PERFORM 2850-LINHA-INDICADOR
                   VARYING WORK-IND-IDX FROM 1 BY 1
                   UNTIL WORK-IND-IDX > 10
           .
       2840-IMPRIME-BLOCO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2845-CALCULA-PERCENTUAL          SECTION.
           IF WORK-BLO-VAL (WORK-PER-IDX WORK-IND-PLAN) EQUAL ZEROS
              MOVE ZEROS TO WORK-BLO-VAL (WORK-PER-IDX WORK-IND-PERC)
           ELSE
              COMPUTE WORK-BLO-VAL (WORK-PER-IDX WORK-IND-PERC)
                      ROUNDED =
                      WORK-BLO-VAL (WORK-PER-IDX WORK-IND-FEITAS) * 100
                    / WORK-BLO-VAL (WORK-PER-IDX WORK-IND-PLAN)
           END-IF
           .
       2845-CALCULA-PERCENTUAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Uma linha do bloco: valor dos tres meses e as duas variacoes  *
      *---------------------------------------------------------------*
       2850-LINHA-INDICADOR             SECTION.
           MOVE WORK-IND-ROTULO (WORK-IND-IDX) TO WORK-RLD-ROTULO

           MOVE WORK-BLO-VAL (1 WORK-IND-IDX) TO WORK-VALOR WORK-ATUAL
           PERFORM 2860-EDITA-VALOR
           MOVE WORK-ED-TXT             TO WORK-RLD-ATUAL
           PERFORM 2865-EDITA-CSV
           MOVE WORK-ED-CSV-X           TO WORK-CSV-V (1)

           MOVE WORK-BLO-VAL (2 WORK-IND-IDX) TO WORK-VALOR
           PERFORM 2860-EDITA-VALOR
           MOVE WORK-ED-TXT             TO WORK-RLD-ANTER
           PERFORM 2865-EDITA-CSV
           MOVE WORK-ED-CSV-X           TO WORK-CSV-V (2)
           MOVE WORK-BLO-VAL (2 WORK-IND-IDX) TO WORK-BASE
           PERFORM 2870-VARIACAO
           MOVE WORK-ED-VAR-IMP         TO WORK-RLD-VARANT
           MOVE WORK-ED-VAR             TO WORK-CSV-VAR (1)

           MOVE WORK-BLO-VAL (3 WORK-IND-IDX) TO WORK-VALOR
           PERFORM 2860-EDITA-VALOR
           MOVE WORK-ED-TXT             TO WORK-RLD-ANOANT
           PERFORM 2865-EDITA-CSV
           MOVE WORK-ED-CSV-X           TO WORK-CSV-V (3)
           MOVE WORK-BLO-VAL (3 WORK-IND-IDX) TO WORK-BASE
           PERFORM 2870-VARIACAO
           MOVE WORK-ED-VAR-IMP         TO WORK-RLD-VARANO
           MOVE WORK-ED-VAR             TO WORK-CSV-VAR (2)

           MOVE WORK-REL-DET            TO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA

           MOVE SPACES TO WORK-LINHA-CSV
           STRING WORK-BLO-FILIAL       DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WORK-BLO-VEND         DELIMITED BY SIZE
                  ";"                   DELIMITED BY SIZE
                  WORK-BLO-NOME         DELIMITED BY "  "
                  ";"                   DELIMITED BY SIZE
                  WORK-IND-CSV (WORK-IND-IDX)
                                        DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  WORK-CSV-V (1)        DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  WORK-CSV-V (2)        DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  WORK-CSV-VAR (1)      DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  WORK-CSV-V (3)        DELIMITED BY SPACE
                  ";"                   DELIMITED BY SIZE
                  WORK-CSV-VAR (2)      DELIMITED BY SPACE
                  INTO WORK-LINHA-CSV
           END-STRING
           PERFORM 2895-GRAVA-CSV
           .
       2850-LINHA-INDICADOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Valor editado conforme o tipo do indicador corrente           *
      *---------------------------------------------------------------*
       2860-EDITA-VALOR                 SECTION.
           MOVE SPACES TO WORK-ED-TXT
           EVALUATE WORK-IND-TIPO (WORK-IND-IDX)
               WHEN "V"
                    MOVE WORK-VALOR     TO WORK-ED-VLR
                    MOVE WORK-ED-VLR    TO WORK-ED-TXT (3:17)
               WHEN "P"
                    MOVE WORK-VALOR     TO WORK-ED-PERC
                    MOVE WORK-ED-PERC   TO WORK-ED-TXT (12:8)
               WHEN OTHER
                    MOVE WORK-VALOR     TO WORK-ED-QTD
                    MOVE WORK-ED-QTD    TO WORK-ED-TXT (8:12)
           END-EVALUATE
           .
       2860-EDITA-VALOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Valor do CSV sem brancos a esquerda (virgula decimal; as      *
      * quantidades sem casas)                                        *
      *---------------------------------------------------------------*
       2865-EDITA-CSV                   SECTION.
           MOVE WORK-VALOR              TO WORK-ED-CSV
           IF WORK-IND-TIPO (WORK-IND-IDX) EQUAL "Q"
              MOVE WORK-VALOR           TO WORK-ED-CSVQ
              MOVE WORK-ED-CSVQ-X       TO WORK-ED-CSV-X
           END-IF
           MOVE ZEROS                   TO WORK-ED-BRANCOS
           INSPECT WORK-ED-CSV-X TALLYING WORK-ED-BRANCOS
                   FOR LEADING SPACES
           MOVE WORK-ED-CSV-X (WORK-ED-BRANCOS + 1:) TO WORK-ED-TXT
           MOVE WORK-ED-TXT             TO WORK-ED-CSV-X
           .
       2865-EDITA-CSV-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Variacao de WORK-ATUAL sobre WORK-BASE: % da base, ou pontos  *
      * no percentual; base zero deixa a variacao em branco           *
      *---------------------------------------------------------------*
       2870-VARIACAO                    SECTION.
           MOVE SPACES TO WORK-ED-VAR WORK-ED-VAR-IMP
           IF WORK-IND-TIPO (WORK-IND-IDX) EQUAL "P"
              IF WORK-BASE EQUAL ZEROS
                 GO TO 2870-VARIACAO-EXIT
              END-IF
              COMPUTE WORK-VARIACAO ROUNDED = WORK-ATUAL - WORK-BASE
           ELSE
              IF WORK-BASE EQUAL ZEROS
                 GO TO 2870-VARIACAO-EXIT
              END-IF
              COMPUTE WORK-VARIACAO ROUNDED =
                      (WORK-ATUAL - WORK-BASE) * 100 / WORK-BASE
                      ON SIZE ERROR
                      MOVE 99999,9 TO WORK-VARIACAO
              END-COMPUTE
           END-IF
           MOVE WORK-VARIACAO           TO WORK-ED-PERC
           MOVE WORK-ED-PERC-X          TO WORK-ED-VAR-IMP
           MOVE ZEROS                   TO WORK-ED-BRANCOS
           INSPECT WORK-ED-PERC-X TALLYING WORK-ED-BRANCOS
                   FOR LEADING SPACES
           MOVE WORK-ED-PERC-X (WORK-ED-BRANCOS + 1:) TO WORK-ED-VAR
           .
       2870-VARIACAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2890-GRAVA-LINHA                 SECTION.
           MOVE WORK-LINHA TO RELATO-REGISTR
           WRITE RELATO-REGISTR
           .
       2890-GRAVA-LINHA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2895-GRAVA-CSV                   SECTION.
           MOVE WORK-LINHA-CSV TO RELCSV-REGISTR
           WRITE RELCSV-REGISTR
           .
       2895-GRAVA-CSV-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Mes (1, 2 ou 3) da data WORK-DATA-BUSCA; 0 = fora dos tres    *
      *---------------------------------------------------------------*
       2900-ACHA-PERIODO                SECTION.
           MOVE WORK-DATA-BUSCA (1:6)   TO WORK-MES-BUSCA
           PERFORM 2905-ACHA-MES
           .
       2900-ACHA-PERIODO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2905-ACHA-MES                    SECTION.
           EVALUATE WORK-MES-BUSCA
               WHEN WORK-PER-MES (1)
                    MOVE 1 TO WORK-PER-ACH
               WHEN WORK-PER-MES (2)
                    MOVE 2 TO WORK-PER-ACH
               WHEN WORK-PER-MES (3)
                    MOVE 3 TO WORK-PER-ACH
               WHEN OTHER
                    MOVE 0 TO WORK-PER-ACH
           END-EVALUATE
           .
       2905-ACHA-MES-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2990-REGISTRA-LOG                SECTION.
           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
           MOVE SIST-SECULOO              TO YS047-DATA (1:2)
           MOVE SIST-ANOOOOO              TO YS047-DATA (3:2)
           MOVE SIST-MESSSSS              TO YS047-DATA (5:2)
           MOVE SIST-DIAAAAA              TO YS047-DATA (7:2)
           MOVE SIST-HORAAAAA             TO YS047-HORA (1:2)
           MOVE SIST-MINUTOOO             TO YS047-HORA (3:2)
           MOVE SIST-SEGUNDOOO            TO YS047-HORA (5:2)
           MOVE "DESARQ"                  TO YS047-PROGRAMA
           MOVE WORK-LOG-ACAO             TO YS047-ACAO
           MOVE WORK-LOG-ARQUIVO          TO YS047-ARQUIVO
           MOVE WORK-LOG-CHAVE            TO YS047-CHAVE
           MOVE WORK-LOG-DESCRIC          TO YS047-DESCRIC

           DISPLAY "USER"                 UPON ENVIRONMENT-NAME
           ACCEPT   WORK-LOG-OPERADOR     FROM ENVIRONMENT-VALUE
           MOVE WORK-LOG-OPERADOR         TO YS047-OPERADOR

           OPEN EXTEND SYS047
           WRITE YS047-REGISTR
           CLOSE SYS047
           INITIALIZE YS047-REGISTR
           .
       2990-REGISTRA-LOG-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Codigo de retorno: 0 = scorecard gerado, 2 = cadastro ou      *
      * relatorio inacessivel                                         *
      *---------------------------------------------------------------*
       3000-FINALIZA                    SECTION.

           DISPLAY "DESARQ MES=" WORK-PER-MES (1)
                   " FILIAL=" WORK-FILIAL-PED
                   " VENDEDORES=" WORK-QTD-IMPR
                   " CLIENTES=" WORK-QTD-CLI
                   " NOTAS=" WORK-QTD-NOTAS
                   " NOTAS SEM CLIENTE=" WORK-QTD-NFSEMCLI

           IF WORK-ERRO EQUAL "S"
              MOVE 2     TO RETURN-CODE
           ELSE
              MOVE ZEROS TO RETURN-CODE
           END-IF

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.
      *----------------------------FIM--------------------------------*
