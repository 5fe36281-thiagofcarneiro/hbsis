      *****************************************************************
      ********     DESENVOLVIDO POR OSTEN FERRAGENS LTDA         ******
      *****************************************************************
      *---------------------------------------------------------------*
       IDENTIFICATION                   DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                      SEGARQ.
       SECURITY.
      *****************************************************************
      *   SISTEMA     . QBG                                           *
      *   PROGRAMA    . SEGARQ                                        *
      *   FUNCAO      . RELATORIO DIARIO DE ANOMALIAS DE SEGURANCA:   *
      *                 VARRE O SYS047 DO DIA ANTERIOR (OU DO DIA     *
      *                 INFORMADO EM AAAAMMDD NA LINHA DE COMANDO) E  *
      *                 APONTA ACESSOS NEGADOS REPETIDOS, SIGN-ON     *
      *                 FORA DO EXPEDIENTE OU EM DIA NAO UTIL,        *
      *                 EXCLUSAO EM MASSA DE CLIENTES E VENDEDORES,   *
      *                 OVERRIDE DE SALDO APROVADO PELO PROPRIO       *
      *                 SOLICITANTE OU LOGO APOS O PEDIDO E MANUTEN-  *
      *                 CAO DE OPERADORES FEITA PELO ADMIN; OS LIMITES*
      *                 FICAM NO SEGARQ.PAR, O RELATORIO VAI PARA A   *
      *                 LISTA DE EMAIL DO LEARQ (TIPO SUPERV) E CADA  *
      *                 ACHADO CRITICO VOLTA PARA O SYS047 (ANOMALIA) *
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

      *----Arquivo mensal do log (o LOGARQ ja pode ter arquivado o dia)
            SELECT ARQMES     ASSIGN WORK-NOMEMES
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-MES.

      *----Limites das verificacoes (CHAVE;valor)---------------------
            SELECT PARAMET    ASSIGN WORK-NOMEPAR
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-PAR.

      *----Relatorio do dia------------------------------------------
            SELECT RELATO     ASSIGN WORK-NOMEREL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-REL.

      *----Lista de distribuicao de email do LEARQ (tipo;destino)-----
            SELECT MAILLST    ASSIGN WORK-NOMEMLL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-MLL.

      *---------------------------------------------------------------*
       DATA                             DIVISION.
      *---------------------------------------------------------------*
       FILE                             SECTION.
      *---------------------------------------------------------------*
           COPY "/desenv/cobol/fds/sys/sys047.fd".

       FD  ARQMES.
       01  ARQMES-REGISTR               PIC X(160).

       FD  PARAMET.
       01  PARAMET-REGISTR              PIC X(100).

       FD  RELATO.
       01  RELATO-REGISTR               PIC X(200).

       FD  MAILLST.
       01  MAILLST-REGISTR              PIC X(100).

      *---------------------------------------------------------------*
       WORKING-STORAGE                  SECTION.
      *---------------------------------------------------------------*
           COPY "/desenv/cobol/works/wk-datasis".
           COPY "/desenv/cobol/works/wk-rot405".
           COPY "/desenv/cobol/works/wk-rot005".

       77  WK-FSTATUS                   PIC X(002) VALUE SPACES.
       77  WORK-STATUS-MES              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-PAR              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-REL              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-MLL              PIC X(002) VALUE SPACES.
       77  WORK-PARAMET                 PIC X(020) VALUE SPACES.

       77  WORK-NOMEPAR                 PIC X(028) VALUE
           "/disco0/cobol/arq/segarq.par".
       77  WORK-NOMEMLL                 PIC X(033) VALUE
           "/disco0/cobol/arq/learq_email.dat".
      *    mesmo nome que o LOGARQ da ao arquivo do mes (literal
      *    completada com um branco ate X(030))
       01  WORK-NOMEMES.
           05 FILLER                    PIC X(030) VALUE
           "/disco0/cobol/arq/log/sys047_".
           05 WORK-MES-AAAAMM           PIC 9(006) VALUE ZEROS.
           05 FILLER                    PIC X(004) VALUE ".log".
       01  WORK-NOMEREL.
           05 FILLER                    PIC X(036) VALUE
           "/disco0/cobol/arq/relatorios/segarq_".
           05 WORK-REL-DATA             PIC 9(008) VALUE ZEROS.
           05 FILLER                    PIC X(004) VALUE ".txt".

      *----limites (padrao do programa; o SEGARQ.PAR sobrepoe)--------
      *    NEGADO      acessos negados do mesmo operador no dia que
      *                geram alerta
      *    NEGADOCRIT  idem, a partir do qual o achado e critico
      *    HORAINI     inicio do expediente (HHMM)
      *    HORAFIM     fim do expediente (HHMM)
      *    EXCLUSAO    exclusoes de clientes ou de vendedores pelo
      *                mesmo operador no dia (critico)
      *    APROVMIN    minutos entre pedido e aprovacao do override
      *                de saldo abaixo dos quais a aprovacao e alerta
       77  WORK-LIM-NEGADO              PIC 9(005) VALUE 3.
       77  WORK-LIM-NEGCRIT             PIC 9(005) VALUE 10.
       77  WORK-LIM-HORAINI             PIC 9(004) VALUE 0700.
       77  WORK-LIM-HORAFIM             PIC 9(004) VALUE 1900.
       77  WORK-LIM-EXCLUSAO            PIC 9(005) VALUE 10.
       77  WORK-LIM-APROVMIN            PIC 9(005) VALUE 5.
       77  WORK-OPER-ADMIN              PIC X(020) VALUE "ADMIN".
       01  WORK-PAR-CAMPOS.
           05 WORK-PAR-CHAVE            PIC X(010).
           05 WORK-PAR-VALOR            PIC X(020).
       01  WORK-PAR-NUMERO              PIC X(005) JUSTIFIED RIGHT.
       01  WORK-PAR-NUMERO-R REDEFINES WORK-PAR-NUMERO
                                        PIC 9(005).
       77  WORK-PAR-FIM                 PIC X(001) VALUE "N".

      *----parametro padrao, gravado quando nao ha SEGARQ.PAR---------
       01  WORK-PAR-PADRAO.
           05 FILLER                    PIC X(050) VALUE
           "* chave;valor - limites do relatorio de anomalias".
           05 FILLER                    PIC X(050) VALUE
           "NEGADO;3".
           05 FILLER                    PIC X(050) VALUE
           "NEGADOCRIT;10".
           05 FILLER                    PIC X(050) VALUE
           "HORAINI;0700".
           05 FILLER                    PIC X(050) VALUE
           "HORAFIM;1900".
           05 FILLER                    PIC X(050) VALUE
           "EXCLUSAO;10".
           05 FILLER                    PIC X(050) VALUE
           "APROVMIN;5".
           05 FILLER                    PIC X(050) VALUE
           "ADMIN;ADMIN".
       01  WORK-PAR-PADRAO-R REDEFINES WORK-PAR-PADRAO.
           05 WORK-PADRAO-LINHA         PIC X(050) OCCURS 8 TIMES.
       77  WORK-PADRAO-IDX              PIC 9(002) VALUE ZEROS.

      *----dia analisado----------------------------------------------
       77  WORK-HOJE                    PIC 9(008) VALUE ZEROS.
       01  WORK-DT-ALVO                 PIC 9(008) VALUE ZEROS.
       01  WORK-DT-ALVO-R REDEFINES WORK-DT-ALVO.
           05 WORK-ALVO-ANO             PIC 9(004).
           05 WORK-ALVO-MES             PIC 9(002).
           05 WORK-ALVO-DIA             PIC 9(002).
       77  WORK-DIA-UTIL                PIC X(001) VALUE "S".

      *----evento lido (do log corrente ou do arquivo mensal)---------
       01  WORK-EVT.
           05  EVT-DATA                 PIC 9(008).
           05  EVT-HORA                 PIC 9(006).
           05  EVT-HORA-R REDEFINES EVT-HORA.
               10  EVT-HH               PIC 9(002).
               10  EVT-MI               PIC 9(002).
               10  EVT-SS               PIC 9(002).
           05  EVT-PROGRAMA             PIC X(010).
           05  EVT-ACAO                 PIC X(010).
           05  EVT-ARQUIVO              PIC X(030).
           05  EVT-CHAVE                PIC X(030).
           05  EVT-OPERADOR             PIC X(020).
           05  EVT-DESCRIC              PIC X(040).
       77  WORK-EVT-HHMM                PIC 9(004) VALUE ZEROS.
       77  WORK-EVT-SEG                 PIC 9(006) VALUE ZEROS.
       77  WORK-LOG-FIM                 PIC X(001) VALUE "N".
       77  WORK-QTD-LIDOS               PIC 9(007) VALUE ZEROS.
       77  WORK-QTD-DIA                 PIC 9(007) VALUE ZEROS.
       77  WORK-QTD-DESPREZ             PIC 9(005) VALUE ZEROS.

      *----acumuladores por operador----------------------------------
      *    NEG = acessos negados; FHR = sign-on fora do expediente;
      *    EXC = exclusoes (por operador e arquivo)
       77  WORK-QTD-NEG                 PIC 9(003) VALUE ZEROS.
       01  WORK-TAB-NEG.
           05  WORK-NEG-ENT             OCCURS 100 TIMES.
               10  WORK-NEG-OPER        PIC X(020).
               10  WORK-NEG-QTD         PIC 9(005).
               10  WORK-NEG-PRIM        PIC 9(006).
               10  WORK-NEG-ULT         PIC 9(006).
       77  WORK-QTD-FHR                 PIC 9(003) VALUE ZEROS.
       01  WORK-TAB-FHR.
           05  WORK-FHR-ENT             OCCURS 100 TIMES.
               10  WORK-FHR-OPER        PIC X(020).
               10  WORK-FHR-QTD         PIC 9(005).
               10  WORK-FHR-PRIM        PIC 9(006).
               10  WORK-FHR-ULT         PIC 9(006).
       77  WORK-QTD-EXC                 PIC 9(003) VALUE ZEROS.
       01  WORK-TAB-EXC.
           05  WORK-EXC-ENT             OCCURS 100 TIMES.
               10  WORK-EXC-OPER        PIC X(020).
               10  WORK-EXC-ARQ         PIC X(010).
               10  WORK-EXC-QTD         PIC 9(005).
               10  WORK-EXC-PRIM        PIC 9(006).
               10  WORK-EXC-ULT         PIC 9(006).
       77  WORK-TAB-IDX                 PIC 9(003) VALUE ZEROS.
       77  WORK-TAB-ACHOU               PIC 9(003) VALUE ZEROS.

      *----pedidos de override de saldo do dia (chave do COM020)------
       77  WORK-QTD-SOL                 PIC 9(003) VALUE ZEROS.
       01  WORK-TAB-SOL.
           05  WORK-SOL-ENT             OCCURS 500 TIMES.
               10  WORK-SOL-CHAVE       PIC X(030).
               10  WORK-SOL-OPER        PIC X(020).
               10  WORK-SOL-SEG         PIC 9(006).
       77  WORK-SOL-NOME                PIC X(020) VALUE SPACES.
       77  WORK-SOL-RESTO               PIC X(040) VALUE SPACES.
       77  WORK-DIF-SEG                 PIC 9(006) VALUE ZEROS.
       77  WORK-DIF-MIN                 PIC 9(005) VALUE ZEROS.

      *----achados----------------------------------------------------
       77  WORK-QTD-ACH                 PIC 9(003) VALUE ZEROS.
       77  WORK-QTD-CRIT                PIC 9(003) VALUE ZEROS.
       77  WORK-QTD-ALER                PIC 9(003) VALUE ZEROS.
       01  WORK-TAB-ACH.
           05  WORK-ACH-ENT             OCCURS 500 TIMES.
               10  WORK-ACH-TIPO        PIC X(010).
               10  WORK-ACH-SEVER       PIC X(007).
               10  WORK-ACH-OPER        PIC X(020).
               10  WORK-ACH-HORA        PIC 9(006).
               10  WORK-ACH-DESCRIC     PIC X(040).
       01  WORK-NOVO-ACH.
           05  WORK-NOV-TIPO            PIC X(010).
           05  WORK-NOV-SEVER           PIC X(007).
           05  WORK-NOV-OPER            PIC X(020).
           05  WORK-NOV-HORA            PIC 9(006).
           05  WORK-NOV-DESCRIC         PIC X(040).
       77  WORK-ACH-IDX                 PIC 9(003) VALUE ZEROS.
       77  WORK-QTD-IMPR                PIC 9(003) VALUE ZEROS.
       01  WORK-ED-QTD                  PIC Z(004)9.
       01  WORK-ED-HORA.
           05  WORK-EDH-HH              PIC 9(002).
           05  FILLER                   PIC X(001) VALUE ":".
           05  WORK-EDH-MI              PIC 9(002).
       01  WORK-ED-HORA2.
           05  WORK-EDH2-HH             PIC 9(002).
           05  FILLER                   PIC X(001) VALUE ":".
           05  WORK-EDH2-MI             PIC 9(002).
       77  WORK-HORA-AUX                PIC 9(006) VALUE ZEROS.

      *----grupos do relatorio, na ordem de impressao-----------------
       01  WORK-GRUPOS.
           05 FILLER                    PIC X(060) VALUE
           "NEGADO    ACESSOS NEGADOS REPETIDOS".
           05 FILLER                    PIC X(060) VALUE
           "FORAHORA  SIGN-ON FORA DO EXPEDIENTE OU EM DIA NAO UTIL".
           05 FILLER                    PIC X(060) VALUE
           "EXCLUSAO  EXCLUSAO EM MASSA DE CLIENTES E VENDEDORES".
           05 FILLER                    PIC X(060) VALUE
           "AUTOAPROV OVERRIDE DE SALDO APROVADO PELO SOLICITANTE".
           05 FILLER                    PIC X(060) VALUE
           "APROVRAPI OVERRIDE DE SALDO APROVADO LOGO APOS O PEDIDO".
           05 FILLER                    PIC X(060) VALUE
           "ADMINOPER MANUTENCAO DE OPERADORES PELO ADMIN".
       01  WORK-GRUPOS-R REDEFINES WORK-GRUPOS.
           05 WORK-GRP-ENT              OCCURS 6 TIMES.
              10 WORK-GRP-TIPO          PIC X(010).
              10 WORK-GRP-TITULO        PIC X(050).
       77  WORK-GRP-IDX                 PIC 9(002) VALUE ZEROS.

      *----relatorio--------------------------------------------------
       77  WORK-LINHA                   PIC X(200) VALUE SPACES.
       01  WORK-REL-DET.
           05  FILLER                   PIC X(002) VALUE SPACES.
           05  WORK-RLD-SEVER           PIC X(007).
           05  FILLER                   PIC X(002) VALUE SPACES.
           05  WORK-RLD-HORA            PIC X(005).
           05  FILLER                   PIC X(002) VALUE SPACES.
           05  WORK-RLD-OPER            PIC X(020).
           05  FILLER                   PIC X(001) VALUE SPACES.
           05  WORK-RLD-DESCRIC         PIC X(040).

      *----envio por email--------------------------------------------
       77  WORK-MAIL-TIPO               PIC X(008) VALUE "SUPERV".
       77  WORK-MAIL-FIM                PIC X(001) VALUE "N".
       77  WORK-MAIL-QTDDEST            PIC 9(003) VALUE ZEROS.
       77  WORK-MAIL-ULTSTAT            PIC 9(002) VALUE ZEROS.
       01  WORK-MAIL-CAMPOS.
           05 WORK-MAIL-LTIPO           PIC X(008).
           05 WORK-MAIL-LDEST           PIC X(060).

      *----registro do proprio segarq no log--------------------------
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
      * Dia analisado: o informado na linha de comando (AAAAMMDD) ou, *
      * sem parametro, o dia anterior                                 *
      *---------------------------------------------------------------*
       1000-INICIALIZA                  SECTION.

           MOVE FUNCTION CURRENT-DATE   TO SIST-DATAHOR
           MOVE SIST-DATAHOR (1:8)      TO WORK-HOJE

           MOVE SPACES TO WORK-PARAMET
           ACCEPT WORK-PARAMET FROM COMMAND-LINE

           IF WORK-PARAMET (1:8) IS NUMERIC AND
              WORK-PARAMET (9:1) EQUAL SPACE
              MOVE WORK-PARAMET (1:8)   TO WORK-DT-ALVO
           ELSE
              COMPUTE WORK-DT-ALVO = FUNCTION DATE-OF-INTEGER
                      (FUNCTION INTEGER-OF-DATE (WORK-HOJE) - 1)
           END-IF

           MOVE WORK-DT-ALVO            TO WORK-REL-DATA
           MOVE WORK-DT-ALVO (1:6)      TO WORK-MES-AAAAMM

           PERFORM 1100-CARREGA-PARAMETROS
           PERFORM 1200-VERIFICA-DIA-UTIL
           .
       1000-INICIALIZA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Limites do SEGARQ.PAR; na primeira execucao (arquivo ausente) *
      * grava o parametro com os limites padrao, para o supervisor    *
      * ajustar                                                       *
      *---------------------------------------------------------------*
       1100-CARREGA-PARAMETROS          SECTION.

           MOVE "N" TO WORK-PAR-FIM
           OPEN INPUT PARAMET
           IF WORK-STATUS-PAR NOT EQUAL "00"
              CLOSE PARAMET
              PERFORM 1150-GRAVA-PADRAO
              GO TO 1100-CARREGA-PARAMETROS-EXIT
           END-IF

           PERFORM 1110-LE-PARAMETRO
                   UNTIL WORK-PAR-FIM EQUAL "S"
           CLOSE PARAMET
           .
       1100-CARREGA-PARAMETROS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1110-LE-PARAMETRO                SECTION.
           READ PARAMET NEXT AT END
                MOVE "S" TO WORK-PAR-FIM
                GO TO 1110-LE-PARAMETRO-EXIT
           END-READ

           IF PARAMET-REGISTR EQUAL SPACES OR
              PARAMET-REGISTR (1:1) EQUAL "*"
              GO TO 1110-LE-PARAMETRO-EXIT
           END-IF

           INITIALIZE WORK-PAR-CAMPOS
           UNSTRING PARAMET-REGISTR DELIMITED BY ";" OR ALL SPACE
               INTO WORK-PAR-CHAVE WORK-PAR-VALOR
           END-UNSTRING
           INSPECT WORK-PAR-CHAVE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF WORK-PAR-CHAVE EQUAL "ADMIN"
              IF WORK-PAR-VALOR NOT EQUAL SPACES
                 MOVE WORK-PAR-VALOR    TO WORK-OPER-ADMIN
                 INSPECT WORK-OPER-ADMIN CONVERTING
                         "abcdefghijklmnopqrstuvwxyz"
                      TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
              END-IF
              GO TO 1110-LE-PARAMETRO-EXIT
           END-IF

      *    valor numerico de ate 5 digitos, alinhado a direita
           MOVE SPACES TO WORK-PAR-NUMERO
           UNSTRING WORK-PAR-VALOR DELIMITED BY SPACE
               INTO WORK-PAR-NUMERO
           END-UNSTRING
           INSPECT WORK-PAR-NUMERO REPLACING LEADING SPACE BY ZERO
           IF WORK-PAR-NUMERO-R NOT NUMERIC OR
              WORK-PAR-VALOR (6:1) NOT EQUAL SPACE
              DISPLAY "SEGARQ PARAMETRO IGNORADO: " PARAMET-REGISTR
              GO TO 1110-LE-PARAMETRO-EXIT
           END-IF

           EVALUATE WORK-PAR-CHAVE
               WHEN "NEGADO"
                    MOVE WORK-PAR-NUMERO-R TO WORK-LIM-NEGADO
               WHEN "NEGADOCRIT"
                    MOVE WORK-PAR-NUMERO-R TO WORK-LIM-NEGCRIT
               WHEN "HORAINI"
                    MOVE WORK-PAR-NUMERO-R TO WORK-LIM-HORAINI
               WHEN "HORAFIM"
                    MOVE WORK-PAR-NUMERO-R TO WORK-LIM-HORAFIM
               WHEN "EXCLUSAO"
                    MOVE WORK-PAR-NUMERO-R TO WORK-LIM-EXCLUSAO
               WHEN "APROVMIN"
                    MOVE WORK-PAR-NUMERO-R TO WORK-LIM-APROVMIN
               WHEN OTHER
                    DISPLAY "SEGARQ PARAMETRO IGNORADO: "
                            PARAMET-REGISTR
           END-EVALUATE
           .
       1110-LE-PARAMETRO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1150-GRAVA-PADRAO                SECTION.
           OPEN OUTPUT PARAMET
           IF WORK-STATUS-PAR NOT EQUAL "00"
              CLOSE PARAMET
              GO TO 1150-GRAVA-PADRAO-EXIT
           END-IF
           PERFORM 1160-GRAVA-LINHA-PADRAO
                   VARYING WORK-PADRAO-IDX FROM 1 BY 1
                   UNTIL WORK-PADRAO-IDX > 8
           CLOSE PARAMET
           .
       1150-GRAVA-PADRAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1160-GRAVA-LINHA-PADRAO          SECTION.
           MOVE WORK-PADRAO-LINHA (WORK-PADRAO-IDX) TO PARAMET-REGISTR
           WRITE PARAMET-REGISTR
           .
       1160-GRAVA-LINHA-PADRAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Dia util ou nao pela rot005 (qualquer sign-on em dia nao util *
      * e apontado)                                                   *
      *---------------------------------------------------------------*
       1200-VERIFICA-DIA-UTIL           SECTION.
           MOVE    WORK-ALVO-DIA        TO  LKRT005-DIAINI.
           MOVE    WORK-ALVO-MES        TO  LKRT005-MESINI.
           MOVE    WORK-DT-ALVO (3:2)   TO  LKRT005-ANOINI.
           MOVE    "U"                  TO  LKRT005-FUNCAO.

           CALL      "/disco0/cobol/obj/rot/rot005" USING LK-ROT005.
           CANCEL    "rot005".

           IF LKRT005-STATUS EQUAL 4
              MOVE "N" TO WORK-DIA-UTIL
           ELSE
              MOVE "S" TO WORK-DIA-UTIL
           END-IF
           .
       1200-VERIFICA-DIA-UTIL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Varre o arquivo mensal (dia ja arquivado pelo LOGARQ) e o log *
      * corrente, monta os achados, grava o relatorio, manda por      *
      * email e devolve os criticos ao SYS047                         *
      *---------------------------------------------------------------*
       2000-PROCESSA                    SECTION.

           MOVE "N" TO WORK-LOG-FIM
           OPEN INPUT ARQMES
           IF WORK-STATUS-MES EQUAL "00"
              PERFORM 2100-LE-ARQMES
                      UNTIL WORK-LOG-FIM EQUAL "S"
           END-IF
           CLOSE ARQMES

           MOVE "N" TO WORK-LOG-FIM
           OPEN INPUT SYS047
           IF WK-FSTATUS EQUAL "00"
              PERFORM 2110-LE-SYS047
                      UNTIL WORK-LOG-FIM EQUAL "S"
           END-IF
           CLOSE SYS047

      *    acumulados por operador viram achados no fim da varredura
           PERFORM 2300-ACHADO-NEGADO
                   VARYING WORK-TAB-IDX FROM 1 BY 1
                   UNTIL WORK-TAB-IDX > WORK-QTD-NEG
           PERFORM 2310-ACHADO-FORAHORA
                   VARYING WORK-TAB-IDX FROM 1 BY 1
                   UNTIL WORK-TAB-IDX > WORK-QTD-FHR
           PERFORM 2320-ACHADO-EXCLUSAO
                   VARYING WORK-TAB-IDX FROM 1 BY 1
                   UNTIL WORK-TAB-IDX > WORK-QTD-EXC

           PERFORM 2800-GERA-RELATORIO
           PERFORM 2850-ENVIA-RELATORIO

           PERFORM 2900-REGISTRA-CRITICO
                   VARYING WORK-ACH-IDX FROM 1 BY 1
                   UNTIL WORK-ACH-IDX > WORK-QTD-ACH
           .
       2000-PROCESSA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2100-LE-ARQMES                   SECTION.
           READ ARQMES NEXT AT END
                MOVE "S" TO WORK-LOG-FIM
                GO TO 2100-LE-ARQMES-EXIT
           END-READ
           MOVE ARQMES-REGISTR          TO WORK-EVT
           PERFORM 2200-AVALIA-EVENTO
           .
       2100-LE-ARQMES-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2110-LE-SYS047                   SECTION.
           READ SYS047 NEXT AT END
                MOVE "S" TO WORK-LOG-FIM
                GO TO 2110-LE-SYS047-EXIT
           END-READ
           MOVE YS047-REGISTR           TO WORK-EVT
           PERFORM 2200-AVALIA-EVENTO
           .
       2110-LE-SYS047-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Um evento do log: so interessam os do dia analisado           *
      *---------------------------------------------------------------*
       2200-AVALIA-EVENTO               SECTION.
           ADD 1 TO WORK-QTD-LIDOS
           IF EVT-DATA NOT EQUAL WORK-DT-ALVO
              GO TO 2200-AVALIA-EVENTO-EXIT
           END-IF
           ADD 1 TO WORK-QTD-DIA

           MOVE EVT-HORA (1:4)          TO WORK-EVT-HHMM
           COMPUTE WORK-EVT-SEG = EVT-HH * 3600 + EVT-MI * 60 + EVT-SS

           EVALUATE EVT-ACAO
               WHEN "NEGADO"
                    PERFORM 2210-CONTA-NEGADO
               WHEN "SIGNON"
                    IF WORK-DIA-UTIL EQUAL "N" OR
                       WORK-EVT-HHMM < WORK-LIM-HORAINI OR
                       WORK-EVT-HHMM NOT < WORK-LIM-HORAFIM
                       PERFORM 2220-CONTA-FORAHORA
                    END-IF
               WHEN "EXCLUSAO"
                    IF EVT-ARQUIVO EQUAL "CLIENTE" OR "VENDEDOR"
                       PERFORM 2230-CONTA-EXCLUSAO
                    END-IF
               WHEN "OVERSOL"
                    PERFORM 2240-GUARDA-PEDIDO
               WHEN "OVERAPR"
                    PERFORM 2250-AVALIA-APROVACAO
               WHEN "OPERINC"
               WHEN "OPERALT"
               WHEN "OPERINA"
                    IF EVT-OPERADOR EQUAL WORK-OPER-ADMIN
                       PERFORM 2260-ACHADO-ADMIN
                    END-IF
           END-EVALUATE
           .
       2200-AVALIA-EVENTO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2210-CONTA-NEGADO                SECTION.
           MOVE ZEROS TO WORK-TAB-ACHOU
           PERFORM 2215-PROCURA-NEGADO
                   VARYING WORK-TAB-IDX FROM 1 BY 1
                   UNTIL WORK-TAB-IDX > WORK-QTD-NEG OR
                         WORK-TAB-ACHOU NOT EQUAL ZEROS

           IF WORK-TAB-ACHOU EQUAL ZEROS
              IF WORK-QTD-NEG NOT < 100
                 ADD 1 TO WORK-QTD-DESPREZ
                 GO TO 2210-CONTA-NEGADO-EXIT
              END-IF
              ADD 1 TO WORK-QTD-NEG
              MOVE WORK-QTD-NEG         TO WORK-TAB-ACHOU
              MOVE EVT-OPERADOR TO WORK-NEG-OPER (WORK-TAB-ACHOU)
              MOVE ZEROS                TO WORK-NEG-QTD (WORK-TAB-ACHOU)
              MOVE EVT-HORA TO WORK-NEG-PRIM (WORK-TAB-ACHOU)
           END-IF

           ADD  1                       TO WORK-NEG-QTD (WORK-TAB-ACHOU)
           MOVE EVT-HORA                TO WORK-NEG-ULT (WORK-TAB-ACHOU)
           .
       2210-CONTA-NEGADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2215-PROCURA-NEGADO              SECTION.
           IF WORK-NEG-OPER (WORK-TAB-IDX) EQUAL EVT-OPERADOR
              MOVE WORK-TAB-IDX         TO WORK-TAB-ACHOU
           END-IF
           .
       2215-PROCURA-NEGADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2220-CONTA-FORAHORA              SECTION.
           MOVE ZEROS TO WORK-TAB-ACHOU
           PERFORM 2225-PROCURA-FORAHORA
                   VARYING WORK-TAB-IDX FROM 1 BY 1
                   UNTIL WORK-TAB-IDX > WORK-QTD-FHR OR
                         WORK-TAB-ACHOU NOT EQUAL ZEROS

           IF WORK-TAB-ACHOU EQUAL ZEROS
              IF WORK-QTD-FHR NOT < 100
                 ADD 1 TO WORK-QTD-DESPREZ
                 GO TO 2220-CONTA-FORAHORA-EXIT
              END-IF
              ADD 1 TO WORK-QTD-FHR
              MOVE WORK-QTD-FHR         TO WORK-TAB-ACHOU
              MOVE EVT-OPERADOR TO WORK-FHR-OPER (WORK-TAB-ACHOU)
              MOVE ZEROS                TO WORK-FHR-QTD (WORK-TAB-ACHOU)
              MOVE EVT-HORA TO WORK-FHR-PRIM (WORK-TAB-ACHOU)
           END-IF

           ADD  1                       TO WORK-FHR-QTD (WORK-TAB-ACHOU)
           MOVE EVT-HORA                TO WORK-FHR-ULT (WORK-TAB-ACHOU)
           .
       2220-CONTA-FORAHORA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2225-PROCURA-FORAHORA            SECTION.
           IF WORK-FHR-OPER (WORK-TAB-IDX) EQUAL EVT-OPERADOR
              MOVE WORK-TAB-IDX         TO WORK-TAB-ACHOU
           END-IF
           .
       2225-PROCURA-FORAHORA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2230-CONTA-EXCLUSAO              SECTION.
           MOVE ZEROS TO WORK-TAB-ACHOU
           PERFORM 2235-PROCURA-EXCLUSAO
                   VARYING WORK-TAB-IDX FROM 1 BY 1
                   UNTIL WORK-TAB-IDX > WORK-QTD-EXC OR
                         WORK-TAB-ACHOU NOT EQUAL ZEROS

           IF WORK-TAB-ACHOU EQUAL ZEROS
              IF WORK-QTD-EXC NOT < 100
                 ADD 1 TO WORK-QTD-DESPREZ
                 GO TO 2230-CONTA-EXCLUSAO-EXIT
              END-IF
              ADD 1 TO WORK-QTD-EXC
              MOVE WORK-QTD-EXC         TO WORK-TAB-ACHOU
              MOVE EVT-OPERADOR TO WORK-EXC-OPER (WORK-TAB-ACHOU)
              MOVE EVT-ARQUIVO          TO WORK-EXC-ARQ (WORK-TAB-ACHOU)
              MOVE ZEROS                TO WORK-EXC-QTD (WORK-TAB-ACHOU)
              MOVE EVT-HORA TO WORK-EXC-PRIM (WORK-TAB-ACHOU)
           END-IF

           ADD  1                       TO WORK-EXC-QTD (WORK-TAB-ACHOU)
           MOVE EVT-HORA                TO WORK-EXC-ULT (WORK-TAB-ACHOU)
           .
       2230-CONTA-EXCLUSAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2235-PROCURA-EXCLUSAO            SECTION.
           IF WORK-EXC-OPER (WORK-TAB-IDX) EQUAL EVT-OPERADOR AND
              WORK-EXC-ARQ (WORK-TAB-IDX) EQUAL EVT-ARQUIVO
              MOVE WORK-TAB-IDX         TO WORK-TAB-ACHOU
           END-IF
           .
       2235-PROCURA-EXCLUSAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Pedido de override de saldo: guarda chave, solicitante e hora *
      * para medir o tempo ate a aprovacao                            *
      *---------------------------------------------------------------*
       2240-GUARDA-PEDIDO               SECTION.
           IF WORK-QTD-SOL NOT < 500
              ADD 1 TO WORK-QTD-DESPREZ
              GO TO 2240-GUARDA-PEDIDO-EXIT
           END-IF
           ADD  1                       TO WORK-QTD-SOL
           MOVE EVT-CHAVE               TO WORK-SOL-CHAVE (WORK-QTD-SOL)
           MOVE EVT-OPERADOR            TO WORK-SOL-OPER (WORK-QTD-SOL)
           MOVE WORK-EVT-SEG            TO WORK-SOL-SEG (WORK-QTD-SOL)
           .
       2240-GUARDA-PEDIDO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Aprovacao de override: o LEARQ grava o solicitante na         *
      * descricao ("Campo x solicitado por <operador>"), o que pega a *
      * auto-aprovacao mesmo de pedido de outro dia; a aprovacao      *
      * rapida compara com o pedido do mesmo dia de mesma chave       *
      *---------------------------------------------------------------*
       2250-AVALIA-APROVACAO            SECTION.
           MOVE SPACES TO WORK-SOL-RESTO WORK-SOL-NOME
           UNSTRING EVT-DESCRIC DELIMITED BY " solicitado por "
               INTO WORK-SOL-RESTO WORK-SOL-NOME
           END-UNSTRING

           MOVE ZEROS TO WORK-TAB-ACHOU
           PERFORM 2255-PROCURA-PEDIDO
                   VARYING WORK-TAB-IDX FROM WORK-QTD-SOL BY -1
                   UNTIL WORK-TAB-IDX < 1 OR
                         WORK-TAB-ACHOU NOT EQUAL ZEROS
           IF WORK-TAB-ACHOU NOT EQUAL ZEROS AND
              WORK-SOL-NOME EQUAL SPACES
              MOVE WORK-SOL-OPER (WORK-TAB-ACHOU) TO WORK-SOL-NOME
           END-IF

      *    a descricao guarda so os 10 primeiros caracteres do
      *    solicitante
           IF WORK-SOL-NOME NOT EQUAL SPACES AND
              WORK-SOL-NOME (1:10) EQUAL EVT-OPERADOR (1:10)
              INITIALIZE WORK-NOVO-ACH
              MOVE "AUTOAPROV"          TO WORK-NOV-TIPO
              MOVE "CRITICO"            TO WORK-NOV-SEVER
              MOVE EVT-OPERADOR         TO WORK-NOV-OPER
              MOVE EVT-HORA             TO WORK-NOV-HORA
              STRING "COM020 " EVT-CHAVE
                     DELIMITED BY SIZE INTO WORK-NOV-DESCRIC
              PERFORM 2400-INCLUI-ACHADO
              GO TO 2250-AVALIA-APROVACAO-EXIT
           END-IF

           IF WORK-TAB-ACHOU EQUAL ZEROS
              GO TO 2250-AVALIA-APROVACAO-EXIT
           END-IF
           IF WORK-EVT-SEG < WORK-SOL-SEG (WORK-TAB-ACHOU)
              GO TO 2250-AVALIA-APROVACAO-EXIT
           END-IF
           COMPUTE WORK-DIF-SEG = WORK-EVT-SEG
                                - WORK-SOL-SEG (WORK-TAB-ACHOU)
           DIVIDE WORK-DIF-SEG BY 60 GIVING WORK-DIF-MIN
           IF WORK-DIF-MIN < WORK-LIM-APROVMIN
              INITIALIZE WORK-NOVO-ACH
              MOVE "APROVRAPI"          TO WORK-NOV-TIPO
              MOVE "ALERTA"             TO WORK-NOV-SEVER
              MOVE EVT-OPERADOR         TO WORK-NOV-OPER
              MOVE EVT-HORA             TO WORK-NOV-HORA
              MOVE WORK-DIF-MIN         TO WORK-ED-QTD
              STRING WORK-ED-QTD " min apos pedido de "
                     WORK-SOL-NOME (1:10) " "
                     DELIMITED BY SIZE INTO WORK-NOV-DESCRIC
              PERFORM 2400-INCLUI-ACHADO
           END-IF
           .
       2250-AVALIA-APROVACAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2255-PROCURA-PEDIDO              SECTION.
           IF WORK-SOL-CHAVE (WORK-TAB-IDX) EQUAL EVT-CHAVE
              MOVE WORK-TAB-IDX         TO WORK-TAB-ACHOU
           END-IF
           .
       2255-PROCURA-PEDIDO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Inclusao, alteracao ou inativacao de operador feita pela      *
      * conta ADMIN: cada uma e um achado critico                     *
      *---------------------------------------------------------------*
       2260-ACHADO-ADMIN                SECTION.
           INITIALIZE WORK-NOVO-ACH
           MOVE "ADMINOPER"             TO WORK-NOV-TIPO
           MOVE "CRITICO"               TO WORK-NOV-SEVER
           MOVE EVT-OPERADOR            TO WORK-NOV-OPER
           MOVE EVT-HORA                TO WORK-NOV-HORA
           STRING EVT-ACAO             DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  EVT-CHAVE            DELIMITED BY SPACE
                  " "                  DELIMITED BY SIZE
                  EVT-DESCRIC          DELIMITED BY SIZE
                  INTO WORK-NOV-DESCRIC
           PERFORM 2400-INCLUI-ACHADO
           .
       2260-ACHADO-ADMIN-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Acessos negados do operador no dia acima do limite            *
      *---------------------------------------------------------------*
       2300-ACHADO-NEGADO               SECTION.
           IF WORK-NEG-QTD (WORK-TAB-IDX) < WORK-LIM-NEGADO
              GO TO 2300-ACHADO-NEGADO-EXIT
           END-IF

           INITIALIZE WORK-NOVO-ACH
           MOVE "NEGADO"                TO WORK-NOV-TIPO
           IF WORK-NEG-QTD (WORK-TAB-IDX) NOT < WORK-LIM-NEGCRIT
              MOVE "CRITICO"            TO WORK-NOV-SEVER
           ELSE
              MOVE "ALERTA"             TO WORK-NOV-SEVER
           END-IF
           MOVE WORK-NEG-OPER (WORK-TAB-IDX) TO WORK-NOV-OPER
           MOVE WORK-NEG-PRIM (WORK-TAB-IDX) TO WORK-NOV-HORA
           MOVE WORK-NEG-QTD (WORK-TAB-IDX)  TO WORK-ED-QTD
           MOVE WORK-NEG-ULT (WORK-TAB-IDX)  TO WORK-HORA-AUX
           PERFORM 2350-EDITA-ULTIMA
           STRING WORK-ED-QTD " acessos negados ate " WORK-ED-HORA2
                  DELIMITED BY SIZE INTO WORK-NOV-DESCRIC
           PERFORM 2400-INCLUI-ACHADO
           .
       2300-ACHADO-NEGADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Sign-on fora do expediente (ou em dia nao util): um alerta    *
      * por operador                                                  *
      *---------------------------------------------------------------*
       2310-ACHADO-FORAHORA             SECTION.
           INITIALIZE WORK-NOVO-ACH
           MOVE "FORAHORA"              TO WORK-NOV-TIPO
           MOVE "ALERTA"                TO WORK-NOV-SEVER
           MOVE WORK-FHR-OPER (WORK-TAB-IDX) TO WORK-NOV-OPER
           MOVE WORK-FHR-PRIM (WORK-TAB-IDX) TO WORK-NOV-HORA
           MOVE WORK-FHR-QTD (WORK-TAB-IDX)  TO WORK-ED-QTD
           MOVE WORK-FHR-ULT (WORK-TAB-IDX)  TO WORK-HORA-AUX
           PERFORM 2350-EDITA-ULTIMA
           IF WORK-DIA-UTIL EQUAL "N"
              STRING WORK-ED-QTD " sign-on em dia nao util ate "
                     WORK-ED-HORA2
                     DELIMITED BY SIZE INTO WORK-NOV-DESCRIC
           ELSE
              STRING WORK-ED-QTD " sign-on fora do horario ate "
                     WORK-ED-HORA2
                     DELIMITED BY SIZE INTO WORK-NOV-DESCRIC
           END-IF
           PERFORM 2400-INCLUI-ACHADO
           .
       2310-ACHADO-FORAHORA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Exclusoes de clientes ou vendedores do operador no dia a      *
      * partir do limite                                              *
      *---------------------------------------------------------------*
       2320-ACHADO-EXCLUSAO             SECTION.
           IF WORK-EXC-QTD (WORK-TAB-IDX) < WORK-LIM-EXCLUSAO
              GO TO 2320-ACHADO-EXCLUSAO-EXIT
           END-IF

           INITIALIZE WORK-NOVO-ACH
           MOVE "EXCLUSAO"              TO WORK-NOV-TIPO
           MOVE "CRITICO"               TO WORK-NOV-SEVER
           MOVE WORK-EXC-OPER (WORK-TAB-IDX) TO WORK-NOV-OPER
           MOVE WORK-EXC-PRIM (WORK-TAB-IDX) TO WORK-NOV-HORA
           MOVE WORK-EXC-QTD (WORK-TAB-IDX)  TO WORK-ED-QTD
           MOVE WORK-EXC-ULT (WORK-TAB-IDX)  TO WORK-HORA-AUX
           PERFORM 2350-EDITA-ULTIMA
           STRING WORK-ED-QTD " "      DELIMITED BY SIZE
                  WORK-EXC-ARQ (WORK-TAB-IDX)
                                       DELIMITED BY SPACE
                  " excluidos ate " WORK-ED-HORA2
                  DELIMITED BY SIZE INTO WORK-NOV-DESCRIC
           PERFORM 2400-INCLUI-ACHADO
           .
       2320-ACHADO-EXCLUSAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2350-EDITA-ULTIMA                SECTION.
           MOVE WORK-HORA-AUX (1:2)     TO WORK-EDH2-HH
           MOVE WORK-HORA-AUX (3:2)     TO WORK-EDH2-MI
           .
       2350-EDITA-ULTIMA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2400-INCLUI-ACHADO               SECTION.
           IF WORK-QTD-ACH NOT < 500
              ADD 1 TO WORK-QTD-DESPREZ
              GO TO 2400-INCLUI-ACHADO-EXIT
           END-IF
           ADD  1                       TO WORK-QTD-ACH
           MOVE WORK-NOVO-ACH           TO WORK-ACH-ENT (WORK-QTD-ACH)
           IF WORK-NOV-SEVER EQUAL "CRITICO"
              ADD 1 TO WORK-QTD-CRIT
           ELSE
              ADD 1 TO WORK-QTD-ALER
           END-IF
           .
       2400-INCLUI-ACHADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Grava um evento no log de auditoria geral (SYS047), no mesmo  *
      * formato do LEARQ                                              *
      *---------------------------------------------------------------*
       2710-REGISTRA-LOG                SECTION.
           MOVE FUNCTION CURRENT-DATE     TO SIST-DATAHOR
           MOVE SIST-SECULOO              TO YS047-DATA (1:2)
           MOVE SIST-ANOOOOO              TO YS047-DATA (3:2)
           MOVE SIST-MESSSSS              TO YS047-DATA (5:2)
           MOVE SIST-DIAAAAA              TO YS047-DATA (7:2)
           MOVE SIST-HORAAAAA             TO YS047-HORA (1:2)
           MOVE SIST-MINUTOOO             TO YS047-HORA (3:2)
           MOVE SIST-SEGUNDOOO            TO YS047-HORA (5:2)
           MOVE "SEGARQ"                  TO YS047-PROGRAMA
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
       2710-REGISTRA-LOG-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Relatorio do dia: cabecalho com os limites em uso e um bloco  *
      * por tipo de anomalia                                          *
      *---------------------------------------------------------------*
       2800-GERA-RELATORIO              SECTION.

           OPEN OUTPUT RELATO
           IF WORK-STATUS-REL NOT EQUAL "00"
              DISPLAY "SEGARQ ERRO AO GRAVAR O RELATORIO - STATUS "
                      WORK-STATUS-REL
              CLOSE RELATO
              GO TO 2800-GERA-RELATORIO-EXIT
           END-IF

           MOVE SPACES TO WORK-LINHA
           IF WORK-DIA-UTIL EQUAL "S"
              STRING "QBG - ANOMALIAS DE SEGURANCA NO SYS047 DE "
                     WORK-ALVO-DIA "/" WORK-ALVO-MES "/"
                     WORK-ALVO-ANO " (DIA UTIL)"
                     DELIMITED BY SIZE INTO WORK-LINHA
           ELSE
              STRING "QBG - ANOMALIAS DE SEGURANCA NO SYS047 DE "
                     WORK-ALVO-DIA "/" WORK-ALVO-MES "/"
                     WORK-ALVO-ANO " (DIA NAO UTIL)"
                     DELIMITED BY SIZE INTO WORK-LINHA
           END-IF
           PERFORM 2890-GRAVA-LINHA

           MOVE FUNCTION CURRENT-DATE   TO SIST-DATAHOR
           MOVE SPACES TO WORK-LINHA
           STRING "EMITIDO EM "
                  SIST-DIAAAAA "/" SIST-MESSSSS "/" SIST-ANOCOMPL
                  " " SIST-HORAAAAA ":" SIST-MINUTOOO
                  " - EVENTOS DO DIA: " WORK-QTD-DIA
                  DELIMITED BY SIZE INTO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA

           MOVE SPACES TO WORK-LINHA
           STRING "LIMITES: NEGADO=" WORK-LIM-NEGADO
                  " NEGADOCRIT=" WORK-LIM-NEGCRIT
                  " HORAINI=" WORK-LIM-HORAINI
                  " HORAFIM=" WORK-LIM-HORAFIM
                  " EXCLUSAO=" WORK-LIM-EXCLUSAO
                  " APROVMIN=" WORK-LIM-APROVMIN
                  " ADMIN=" WORK-OPER-ADMIN
                  DELIMITED BY SIZE INTO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA

           PERFORM 2810-GRUPO
                   VARYING WORK-GRP-IDX FROM 1 BY 1
                   UNTIL WORK-GRP-IDX > 6

           MOVE SPACES TO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA
           MOVE ALL "-" TO WORK-LINHA (1:80)
           PERFORM 2890-GRAVA-LINHA
           MOVE SPACES TO WORK-LINHA
           STRING "ACHADOS: " WORK-QTD-ACH
                  "  CRITICOS: " WORK-QTD-CRIT
                  "  ALERTAS: " WORK-QTD-ALER
                  DELIMITED BY SIZE INTO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA
           IF WORK-QTD-DESPREZ NOT EQUAL ZEROS
              MOVE SPACES TO WORK-LINHA
              STRING "ATENCAO: " WORK-QTD-DESPREZ
                     " OCORRENCIAS ALEM DA CAPACIDADE DAS TABELAS "
                     "NAO FORAM AVALIADAS"
                     DELIMITED BY SIZE INTO WORK-LINHA
              PERFORM 2890-GRAVA-LINHA
           END-IF

           CLOSE RELATO
           .
       2800-GERA-RELATORIO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2810-GRUPO                       SECTION.
           MOVE SPACES TO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA
           MOVE WORK-GRP-TITULO (WORK-GRP-IDX) TO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA
           MOVE ALL "-" TO WORK-LINHA (1:80)
           PERFORM 2890-GRAVA-LINHA

           MOVE ZEROS TO WORK-QTD-IMPR
           PERFORM 2815-LINHA-ACHADO
                   VARYING WORK-ACH-IDX FROM 1 BY 1
                   UNTIL WORK-ACH-IDX > WORK-QTD-ACH

           IF WORK-QTD-IMPR EQUAL ZEROS
              MOVE "  nenhuma ocorrencia"  TO WORK-LINHA
              PERFORM 2890-GRAVA-LINHA
           END-IF
           .
       2810-GRUPO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2815-LINHA-ACHADO                SECTION.
           IF WORK-ACH-TIPO (WORK-ACH-IDX) NOT EQUAL
              WORK-GRP-TIPO (WORK-GRP-IDX)
              GO TO 2815-LINHA-ACHADO-EXIT
           END-IF

           ADD 1 TO WORK-QTD-IMPR
           MOVE WORK-ACH-SEVER (WORK-ACH-IDX)     TO WORK-RLD-SEVER
           MOVE WORK-ACH-HORA (WORK-ACH-IDX)      TO WORK-HORA-AUX
           MOVE WORK-HORA-AUX (1:2)               TO WORK-EDH-HH
           MOVE WORK-HORA-AUX (3:2)               TO WORK-EDH-MI
           MOVE WORK-ED-HORA                      TO WORK-RLD-HORA
           MOVE WORK-ACH-OPER (WORK-ACH-IDX)      TO WORK-RLD-OPER
           MOVE WORK-ACH-DESCRIC (WORK-ACH-IDX)   TO WORK-RLD-DESCRIC
           MOVE WORK-REL-DET                      TO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA
           .
       2815-LINHA-ACHADO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Envia o relatorio para os destinatarios do tipo SUPERV da     *
      * lista de email do LEARQ; sem lista (ou sem destinatario do    *
      * tipo) vai para o destinatario implicito da rot405, como no    *
      * LEARQ                                                         *
      *---------------------------------------------------------------*
       2850-ENVIA-RELATORIO             SECTION.

           IF WORK-STATUS-REL NOT EQUAL "00"
              GO TO 2850-ENVIA-RELATORIO-EXIT
           END-IF

           MOVE ZEROS TO WORK-MAIL-QTDDEST
           MOVE ZEROS TO WORK-MAIL-ULTSTAT
           MOVE "N"   TO WORK-MAIL-FIM

           OPEN INPUT MAILLST
           IF WORK-STATUS-MLL NOT EQUAL "00"
              CLOSE MAILLST
           ELSE
              PERFORM 2855-LE-DESTINATARIO
                      UNTIL WORK-MAIL-FIM EQUAL "S"
              CLOSE MAILLST
           END-IF

           IF WORK-MAIL-QTDDEST EQUAL ZEROS
              MOVE SPACES TO WORK-MAIL-LDEST
              PERFORM 2860-ENVIA-UM
           END-IF

           MOVE "EMAIL"                 TO WORK-LOG-ACAO
           MOVE SPACES                  TO WORK-LOG-ARQUIVO
           STRING "relatorios/segarq_" WORK-REL-DATA ".txt"
                  DELIMITED BY SIZE INTO WORK-LOG-ARQUIVO
           MOVE WORK-MAIL-TIPO          TO WORK-LOG-CHAVE
           MOVE SPACES                  TO WORK-LOG-DESCRIC
           STRING "Destinatarios=" WORK-MAIL-QTDDEST
                  " rot405 status=" WORK-MAIL-ULTSTAT
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           .
       2850-ENVIA-RELATORIO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2855-LE-DESTINATARIO             SECTION.
           READ MAILLST NEXT AT END
                MOVE "S" TO WORK-MAIL-FIM
                GO TO 2855-LE-DESTINATARIO-EXIT
           END-READ

           IF MAILLST-REGISTR EQUAL SPACES OR
              MAILLST-REGISTR (1:1) EQUAL "*"
              GO TO 2855-LE-DESTINATARIO-EXIT
           END-IF

           INITIALIZE WORK-MAIL-CAMPOS
           UNSTRING MAILLST-REGISTR DELIMITED BY ";"
               INTO WORK-MAIL-LTIPO WORK-MAIL-LDEST
           END-UNSTRING

           IF WORK-MAIL-LTIPO EQUAL WORK-MAIL-TIPO AND
              WORK-MAIL-LDEST NOT EQUAL SPACES
              PERFORM 2860-ENVIA-UM
           END-IF
           .
       2855-LE-DESTINATARIO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2860-ENVIA-UM                    SECTION.
           INITIALIZE LK-ROT405

           MOVE "SEGARQ"                TO LKRT405-PROGRAM
           MOVE SPACES                  TO LKRT405-ASSUNTO
           STRING "Anomalias SYS047 "
                  WORK-ALVO-DIA "/" WORK-ALVO-MES "/" WORK-ALVO-ANO
                  ": criticos " WORK-QTD-CRIT
                  " alertas " WORK-QTD-ALER
                  DELIMITED BY SIZE INTO LKRT405-ASSUNTO
           END-STRING
           MOVE SPACES                  TO LKRT405-CORPO
           STRING "Segue em anexo o relatorio diario de anomalias"
                  DELIMITED BY SIZE INTO LKRT405-CORPO
           END-STRING
           MOVE "suporte@ovd.com.br"    TO LKRT405-REMETEN
           MOVE WORK-MAIL-LDEST         TO LKRT405-DESTINO
           MOVE WORK-NOMEREL            TO LKRT405-CAMINHO
           MOVE ZEROS                   TO LKRT405-REGFUNC
           MOVE "N"                     TO LKRT405-REMOVER

           CALL      "/disco0/cobol/obj/rot/rot405" USING LK-ROT405.
           CANCEL    "rot405".

           ADD  1                       TO WORK-MAIL-QTDDEST
           MOVE LKRT405-STATUS          TO WORK-MAIL-ULTSTAT
           .
       2860-ENVIA-UM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2890-GRAVA-LINHA                 SECTION.
           MOVE WORK-LINHA TO RELATO-REGISTR
           WRITE RELATO-REGISTR
           .
       2890-GRAVA-LINHA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Achado critico volta ao SYS047 (acao ANOMALIA), para ficar na *
      * trilha de auditoria e aparecer no LOGARQ                      *
      *---------------------------------------------------------------*
       2900-REGISTRA-CRITICO            SECTION.
           IF WORK-ACH-SEVER (WORK-ACH-IDX) NOT EQUAL "CRITICO"
              GO TO 2900-REGISTRA-CRITICO-EXIT
           END-IF

           MOVE "ANOMALIA"              TO WORK-LOG-ACAO
           MOVE SPACES                  TO WORK-LOG-ARQUIVO
           STRING "SYS047 " WORK-DT-ALVO " "
                  WORK-ACH-TIPO (WORK-ACH-IDX)
                  DELIMITED BY SIZE INTO WORK-LOG-ARQUIVO
           MOVE WORK-ACH-OPER (WORK-ACH-IDX)     TO WORK-LOG-CHAVE
           MOVE WORK-ACH-DESCRIC (WORK-ACH-IDX)  TO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           .
       2900-REGISTRA-CRITICO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Codigo de retorno: 0 = nenhuma anomalia, 1 = so alertas,      *
      * 2 = ao menos um achado critico                                *
      *---------------------------------------------------------------*
       3000-FINALIZA                    SECTION.

           DISPLAY "SEGARQ DIA=" WORK-DT-ALVO
                   " EVENTOS=" WORK-QTD-DIA
                   " CRITICOS=" WORK-QTD-CRIT
                   " ALERTAS=" WORK-QTD-ALER

           EVALUATE TRUE
               WHEN WORK-QTD-CRIT NOT EQUAL ZEROS
                    MOVE 2     TO RETURN-CODE
               WHEN WORK-QTD-ALER NOT EQUAL ZEROS
                    MOVE 1     TO RETURN-CODE
               WHEN OTHER
                    MOVE ZEROS TO RETURN-CODE
           END-EVALUATE

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.
      *----------------------------FIM--------------------------------*
