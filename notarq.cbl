      *****************************************************************
      ********     DESENVOLVIDO POR OSTEN FERRAGENS LTDA         ******
      *****************************************************************
      *---------------------------------------------------------------*
       IDENTIFICATION                   DIVISION.
      *---------------------------------------------------------------*
       PROGRAM-ID.                      NOTARQ.
       SECURITY.
      *****************************************************************
      *   SISTEMA     . QBG                                           *
      *   PROGRAMA    . NOTARQ                                        *
      *   FUNCAO      . CADEIA NOTURNA: EXECUTA EM ORDEM OS PASSOS DO *
      *                 ARQUIVO DE PASSOS (PASSO;PROGRAMA;PARAMETROS; *
      *                 P=PARA A CADEIA NO ERRO / C=CONTINUA), RESPEI-*
      *                 TANDO O SINALIZADOR DE MANUTENCAO; GRAVA      *
      *                 INICIO, FIM, SITUACAO, CODIGO DE RETORNO E    *
      *                 CONTAGENS DE CADA PASSO NO CONTROLE, RETOMA   *
      *                 DO PASSO QUE FALHOU E MANDA O RUN-BOOK DA     *
      *                 MANHA PELA LISTA DE EMAIL DO LEARQ (TIPO      *
      *                 CADEIA)                                       *
      *                 PARAMETRO REINICIA: DESPREZA O CONTROLE E     *
      *                 RODA A CADEIA INTEIRA DESDE O PRIMEIRO PASSO  *
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
      *----Passos da cadeia (um por linha, na ordem de execucao)------
            SELECT PASSOS     ASSIGN WORK-NOMEPAS
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-PAS.

      *----Controle da cadeia (situacao de cada passo da ultima)------
            SELECT CONTROLE   ASSIGN WORK-NOMECTL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-CTL.

      *----Saida de console do passo (a ultima linha e a contagem)----
            SELECT LOGPAS     ASSIGN WORK-NOMELOG
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-LOG.

      *----Run-book da manha------------------------------------------
            SELECT RUNBOOK    ASSIGN WORK-NOMERUN
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-RUN.

      *----Lista de distribuicao de email do LEARQ (tipo;destino)-----
            SELECT MAILLST    ASSIGN WORK-NOMEMLL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-MLL.

      *----Arquivo de LOG
           COPY "/desenv/cobol/selects/sys/sys047.sl".

      *----Sinalizador de manutencao (interlock online x batch)-------
           COPY "/hbsis/selects/arq-manut.sl".

      *---------------------------------------------------------------*
       DATA                             DIVISION.
      *---------------------------------------------------------------*
       FILE                             SECTION.
      *---------------------------------------------------------------*
       FD  PASSOS.
       01  PASSOS-REGISTR               PIC X(100).

       FD  CONTROLE.
       01  CONTROLE-REGISTR             PIC X(250).

       FD  LOGPAS.
       01  LOGPAS-REGISTR               PIC X(200).

       FD  RUNBOOK.
       01  RUNBOOK-REGISTR              PIC X(200).

       FD  MAILLST.
       01  MAILLST-REGISTR              PIC X(100).

           COPY "/desenv/cobol/fds/sys/sys047.fd".

      *----Sinalizador de manutencao----------------------------------
           COPY "/hbsis/fds/arq-manut.fd".

      *---------------------------------------------------------------*
       WORKING-STORAGE                  SECTION.
      *---------------------------------------------------------------*
           COPY "/desenv/cobol/works/wk-datasis".
           COPY "/desenv/cobol/works/wk-rot405".

      *----interlock online x batch (ver /hbsis/rotinas/rt-manut)-----
           COPY "/hbsis/works/wk-manut".

       77  WK-FSTATUS                   PIC X(002) VALUE SPACES.
       77  WORK-STATUS-PAS              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-CTL              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-LOG              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-RUN              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-MLL              PIC X(002) VALUE SPACES.
       77  WORK-PARAMET                 PIC X(020) VALUE SPACES.

       77  WORK-NOMEPAS                 PIC X(035) VALUE
           "/disco0/cobol/arq/notarq_passos.dat".
       77  WORK-NOMECTL                 PIC X(032) VALUE
           "/disco0/cobol/arq/log/notarq.ctl".
       77  WORK-NOMERUN                 PIC X(047) VALUE
           "/disco0/cobol/arq/relatorios/notarq_runbook.txt".
       77  WORK-NOMEMLL                 PIC X(033) VALUE
           "/disco0/cobol/arq/learq_email.dat".
       01  WORK-NOMELOG.
           05 FILLER                    PIC X(035) VALUE
           "/disco0/cobol/arq/log/notarq_passo_".
           05 WORK-LOG-PASSO            PIC 9(003) VALUE ZEROS.
           05 FILLER                    PIC X(004) VALUE ".log".

      *----passos padrao, gravados na primeira execucao (sem arquivo
      *    de passos): a sequencia que o operador rodava a mao-------
       01  WORK-PASSOS-PADRAO.
           05 FILLER                    PIC X(050) VALUE
           "* passo;programa;parametros;P=para no erro/C=segue".
           05 FILLER                    PIC X(050) VALUE
           "010;verarq;BATCH;P".
           05 FILLER                    PIC X(050) VALUE
           "020;pw0010;IMPORT;C".
           05 FILLER                    PIC X(050) VALUE
           "030;pw0010;ORFAOS;P".
           05 FILLER                    PIC X(050) VALUE
           "040;pw0010;ROTAS;C".
           05 FILLER                    PIC X(050) VALUE
           "050;learq;BATCH;C".
           05 FILLER                    PIC X(050) VALUE
           "060;logarq;ARQUIVA;C".
       01  WORK-PASSOS-PADRAO-R REDEFINES WORK-PASSOS-PADRAO.
           05 WORK-PADRAO-LINHA         PIC X(050) OCCURS 7 TIMES.
       77  WORK-PADRAO-IDX              PIC 9(002) VALUE ZEROS.

      *----passos da cadeia corrente----------------------------------
       77  WORK-QTD-PASSOS              PIC 9(002) VALUE ZEROS.
       77  WORK-IDX                     PIC 9(002) VALUE ZEROS.
       01  WORK-TAB-PASSOS.
           05  WORK-PAS-ENT             OCCURS 30 TIMES.
               10  WORK-PAS-NUM         PIC 9(003).
               10  WORK-PAS-PROGRAMA    PIC X(040).
               10  WORK-PAS-PARAMET     PIC X(030).
               10  WORK-PAS-ACAO        PIC X(001).
               10  WORK-PAS-INICIO      PIC 9(014).
               10  WORK-PAS-FIM         PIC 9(014).
               10  WORK-PAS-SITUACAO    PIC X(008).
               10  WORK-PAS-RC          PIC 9(003).
               10  WORK-PAS-CONTAGEM    PIC X(100).
       77  WORK-PAS-FIMARQ              PIC X(001) VALUE "N".
       01  WORK-LPA-CAMPOS.
           05  WORK-LPA-NUM             PIC X(003) JUSTIFIED RIGHT.
           05  WORK-LPA-PROGRAMA        PIC X(040).
           05  WORK-LPA-PARAMET         PIC X(030).
           05  WORK-LPA-ACAO            PIC X(001).

      *----controle da cadeia anterior (retomada)---------------------
       01  WORK-CTL-REG.
           05  CTL-CADEIA               PIC 9(014).
           05  FILLER                   PIC X(001) VALUE ";".
           05  CTL-PASSO                PIC 9(003).
           05  FILLER                   PIC X(001) VALUE ";".
           05  CTL-PROGRAMA             PIC X(040).
           05  FILLER                   PIC X(001) VALUE ";".
           05  CTL-PARAMET              PIC X(030).
           05  FILLER                   PIC X(001) VALUE ";".
           05  CTL-ACAO                 PIC X(001).
           05  FILLER                   PIC X(001) VALUE ";".
           05  CTL-INICIO               PIC 9(014).
           05  FILLER                   PIC X(001) VALUE ";".
           05  CTL-FIM                  PIC 9(014).
           05  FILLER                   PIC X(001) VALUE ";".
           05  CTL-SITUACAO             PIC X(008).
           05  FILLER                   PIC X(001) VALUE ";".
           05  CTL-RC                   PIC 9(003).
           05  FILLER                   PIC X(001) VALUE ";".
           05  CTL-CONTAGEM             PIC X(100).
       77  WORK-QTD-ANT                 PIC 9(002) VALUE ZEROS.
       77  WORK-ANT-IDX                 PIC 9(002) VALUE ZEROS.
       77  WORK-ANT-CADEIA              PIC 9(014) VALUE ZEROS.
       01  WORK-TAB-ANT.
           05  WORK-ANT-ENT             OCCURS 30 TIMES.
               10  WORK-ANT-LINHA       PIC X(250).
       77  WORK-CTL-FIMARQ              PIC X(001) VALUE "N".

      *----cadeia corrente--------------------------------------------
       77  WORK-CADEIA-ID               PIC 9(014) VALUE ZEROS.
       77  WORK-RETOMA-PASSO            PIC 9(003) VALUE ZEROS.
       77  WORK-PARAR                   PIC X(001) VALUE "N".
       77  WORK-PARADO-PASSO            PIC 9(003) VALUE ZEROS.
       77  WORK-QTD-OK                  PIC 9(002) VALUE ZEROS.
       77  WORK-QTD-ERRO                PIC 9(002) VALUE ZEROS.
       77  WORK-QTD-RETIDO              PIC 9(002) VALUE ZEROS.
       77  WORK-QTD-PENDENTE            PIC 9(002) VALUE ZEROS.
       77  WORK-CADEIA-SITUACAO         PIC X(030) VALUE SPACES.

      *----execucao de um passo---------------------------------------
       01  WORK-CMD                     PIC X(200) VALUE LOW-VALUES.
       77  WORK-RC-BRUTO                PIC S9(009) VALUE ZEROS.
       77  WORK-LOG-FIM                 PIC X(001) VALUE "N".
       77  WORK-RET-ACHOU               PIC X(001) VALUE "N".
       77  WORK-RET-ARQUIVO             PIC X(010) VALUE SPACES.
       77  WORK-RET-PROGRAMA            PIC X(008) VALUE SPACES.
       77  WORK-RET-INICIO              PIC 9(014) VALUE ZEROS.

      *----run-book---------------------------------------------------
       01  WORK-DH.
           05  WORK-DH-ANO              PIC 9(004).
           05  WORK-DH-MES              PIC 9(002).
           05  WORK-DH-DIA              PIC 9(002).
           05  WORK-DH-HOR              PIC 9(002).
           05  WORK-DH-MIN              PIC 9(002).
           05  WORK-DH-SEG              PIC 9(002).
       01  WORK-DH-R REDEFINES WORK-DH  PIC 9(014).
       77  WORK-DH-TEXTO                PIC X(014) VALUE SPACES.
       77  WORK-SEG-INICIO              PIC 9(006) VALUE ZEROS.
       77  WORK-SEG-FIM                 PIC 9(006) VALUE ZEROS.
       77  WORK-DUR-SEG                 PIC 9(006) VALUE ZEROS.
       77  WORK-DUR-MIN                 PIC 9(004) VALUE ZEROS.
       77  WORK-DUR-RESTO               PIC 9(002) VALUE ZEROS.
       77  WORK-DIA-INICIO              PIC 9(002) VALUE ZEROS.
       77  WORK-LINHA                   PIC X(200) VALUE SPACES.
       01  WORK-RB-DET.
           05  WORK-RBD-PASSO           PIC ZZ9.
           05  FILLER                   PIC X(002) VALUE SPACES.
           05  WORK-RBD-PROGRAMA        PIC X(012).
           05  FILLER                   PIC X(001) VALUE SPACES.
           05  WORK-RBD-PARAMET         PIC X(012).
           05  FILLER                   PIC X(001) VALUE SPACES.
           05  WORK-RBD-ACAO            PIC X(008).
           05  FILLER                   PIC X(001) VALUE SPACES.
           05  WORK-RBD-INICIO          PIC X(014).
           05  FILLER                   PIC X(001) VALUE SPACES.
           05  WORK-RBD-FIM             PIC X(014).
           05  FILLER                   PIC X(001) VALUE SPACES.
           05  WORK-RBD-DURACAO         PIC X(007).
           05  FILLER                   PIC X(001) VALUE SPACES.
           05  WORK-RBD-SITUACAO        PIC X(008).
           05  FILLER                   PIC X(001) VALUE SPACES.
           05  WORK-RBD-RC              PIC ZZ9.
           05  WORK-RBD-RC-X REDEFINES WORK-RBD-RC
                                        PIC X(003).
           05  FILLER                   PIC X(002) VALUE SPACES.
           05  WORK-RBD-CONTAGEM        PIC X(100).
       01  WORK-RB-DURACAO.
           05  WORK-RBU-MIN             PIC ZZZ9.
           05  FILLER                   PIC X(001) VALUE ":".
           05  WORK-RBU-SEG             PIC 99.

      *----envio por email--------------------------------------------
       77  WORK-MAIL-TIPO               PIC X(008) VALUE "CADEIA".
       77  WORK-MAIL-FIM                PIC X(001) VALUE "N".
       77  WORK-MAIL-QTDDEST            PIC 9(003) VALUE ZEROS.
       77  WORK-MAIL-ULTSTAT            PIC 9(002) VALUE ZEROS.
       01  WORK-MAIL-CAMPOS.
           05 WORK-MAIL-LTIPO           PIC X(008).
           05 WORK-MAIL-LDEST           PIC X(060).

      *----registro do proprio notarq no log--------------------------
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
       1000-INICIALIZA                  SECTION.

           MOVE FUNCTION CURRENT-DATE   TO SIST-DATAHOR

           MOVE SPACES TO WORK-PARAMET
           ACCEPT WORK-PARAMET FROM COMMAND-LINE
           INSPECT WORK-PARAMET CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           PERFORM 1100-CARREGA-PASSOS

      *    controle da cadeia anterior: passo parado (erro ou retencao
      *    com P), interrompido no meio (ANDAMENT) ou nao alcancado
      *    (PENDENTE) faz a cadeia recomecar dali, com a mesma
      *    identificacao; sem isso (ou com REINICIA) e cadeia nova
           MOVE ZEROS TO WORK-QTD-ANT
           MOVE ZEROS TO WORK-ANT-CADEIA
           MOVE ZEROS TO WORK-RETOMA-PASSO
           MOVE "N"   TO WORK-CTL-FIMARQ
           OPEN INPUT CONTROLE
           IF WORK-STATUS-CTL EQUAL "00"
              PERFORM 1200-LE-CONTROLE
                      UNTIL WORK-CTL-FIMARQ EQUAL "S"
           END-IF
           CLOSE CONTROLE

           IF WORK-PARAMET (1:8) EQUAL "REINICIA"
              MOVE ZEROS TO WORK-RETOMA-PASSO
           END-IF

           IF WORK-RETOMA-PASSO NOT EQUAL ZEROS
              MOVE WORK-ANT-CADEIA        TO WORK-CADEIA-ID
           ELSE
              MOVE SIST-DATAHOR (1:14)    TO WORK-CADEIA-ID
           END-IF

           PERFORM 1300-APLICA-RETOMADA
                   VARYING WORK-IDX FROM 1 BY 1
                   UNTIL WORK-IDX > WORK-QTD-PASSOS
           .
       1000-INICIALIZA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Carrega o arquivo de passos; na primeira execucao (arquivo    *
      * inexistente) grava a sequencia padrao e le de novo            *
      *---------------------------------------------------------------*
       1100-CARREGA-PASSOS              SECTION.

           MOVE ZEROS TO WORK-QTD-PASSOS
           OPEN INPUT PASSOS
           IF WORK-STATUS-PAS EQUAL "35"
              PERFORM 1150-SEMEIA-PASSOS
              OPEN INPUT PASSOS
           END-IF
           IF WORK-STATUS-PAS NOT EQUAL "00"
              DISPLAY "NOTARQ ARQUIVO DE PASSOS INACESSIVEL - STATUS "
                      WORK-STATUS-PAS
              CLOSE PASSOS
              GO TO 1100-CARREGA-PASSOS-EXIT
           END-IF

           MOVE "N" TO WORK-PAS-FIMARQ
           PERFORM 1110-LE-PASSO
                   UNTIL WORK-PAS-FIMARQ EQUAL "S"
           CLOSE PASSOS
           .
       1100-CARREGA-PASSOS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1110-LE-PASSO                    SECTION.
           READ PASSOS NEXT AT END
                MOVE "S" TO WORK-PAS-FIMARQ
                GO TO 1110-LE-PASSO-EXIT
           END-READ

           IF PASSOS-REGISTR EQUAL SPACES OR
              PASSOS-REGISTR (1:1) EQUAL "*"
              GO TO 1110-LE-PASSO-EXIT
           END-IF

           INITIALIZE WORK-LPA-CAMPOS
           UNSTRING PASSOS-REGISTR DELIMITED BY ";"
               INTO WORK-LPA-NUM WORK-LPA-PROGRAMA
                    WORK-LPA-PARAMET WORK-LPA-ACAO
           END-UNSTRING
           INSPECT WORK-LPA-NUM REPLACING LEADING SPACES BY ZEROS

           IF WORK-LPA-NUM NOT NUMERIC OR
              WORK-LPA-PROGRAMA EQUAL SPACES
              DISPLAY "NOTARQ LINHA DE PASSO INVALIDA IGNORADA: "
                      PASSOS-REGISTR (1:50)
              GO TO 1110-LE-PASSO-EXIT
           END-IF
           IF WORK-QTD-PASSOS NOT < 30
              DISPLAY "NOTARQ MAIS DE 30 PASSOS - IGNORADO: "
                      PASSOS-REGISTR (1:50)
              GO TO 1110-LE-PASSO-EXIT
           END-IF

           ADD 1 TO WORK-QTD-PASSOS
           INITIALIZE WORK-PAS-ENT (WORK-QTD-PASSOS)
           MOVE WORK-LPA-NUM      TO WORK-PAS-NUM (WORK-QTD-PASSOS)
           MOVE WORK-LPA-PROGRAMA TO WORK-PAS-PROGRAMA
                                     (WORK-QTD-PASSOS)
           MOVE WORK-LPA-PARAMET  TO WORK-PAS-PARAMET (WORK-QTD-PASSOS)
      *    na duvida a cadeia para: so "C" deixa seguir apos o erro
           IF WORK-LPA-ACAO EQUAL "C" OR "c"
              MOVE "C" TO WORK-PAS-ACAO (WORK-QTD-PASSOS)
           ELSE
              MOVE "P" TO WORK-PAS-ACAO (WORK-QTD-PASSOS)
           END-IF
           .
       1110-LE-PASSO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1150-SEMEIA-PASSOS               SECTION.

           CLOSE PASSOS
           OPEN OUTPUT PASSOS
           IF WORK-STATUS-PAS NOT EQUAL "00"
              CLOSE PASSOS
              GO TO 1150-SEMEIA-PASSOS-EXIT
           END-IF
           PERFORM 1160-GRAVA-PADRAO
                   VARYING WORK-PADRAO-IDX FROM 1 BY 1
                   UNTIL WORK-PADRAO-IDX > 7
           CLOSE PASSOS
           .
       1150-SEMEIA-PASSOS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1160-GRAVA-PADRAO                SECTION.
           MOVE WORK-PADRAO-LINHA (WORK-PADRAO-IDX) TO PASSOS-REGISTR
           WRITE PASSOS-REGISTR
           .
       1160-GRAVA-PADRAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1200-LE-CONTROLE                 SECTION.
           READ CONTROLE NEXT AT END
                MOVE "S" TO WORK-CTL-FIMARQ
                GO TO 1200-LE-CONTROLE-EXIT
           END-READ

           MOVE CONTROLE-REGISTR TO WORK-CTL-REG
           IF CTL-PASSO NOT NUMERIC OR CTL-CADEIA NOT NUMERIC
              GO TO 1200-LE-CONTROLE-EXIT
           END-IF
           IF WORK-QTD-ANT NOT < 30
              GO TO 1200-LE-CONTROLE-EXIT
           END-IF

           ADD 1 TO WORK-QTD-ANT
           MOVE CONTROLE-REGISTR TO WORK-ANT-LINHA (WORK-QTD-ANT)
           MOVE CTL-CADEIA       TO WORK-ANT-CADEIA

           IF WORK-RETOMA-PASSO EQUAL ZEROS
              IF CTL-SITUACAO EQUAL "ANDAMENT" OR "PENDENTE"
                 MOVE CTL-PASSO TO WORK-RETOMA-PASSO
              END-IF
              IF (CTL-SITUACAO EQUAL "ERRO" OR "RETIDO") AND
                 CTL-ACAO EQUAL "P"
                 MOVE CTL-PASSO TO WORK-RETOMA-PASSO
              END-IF
           END-IF
           .
       1200-LE-CONTROLE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Passo anterior ao ponto de retomada conserva o resultado da   *
      * execucao que parou (PULADO se o passo nao existia nela); do   *
      * ponto de retomada em diante tudo fica PENDENTE                *
      *---------------------------------------------------------------*
       1300-APLICA-RETOMADA             SECTION.

           MOVE ZEROS      TO WORK-PAS-INICIO (WORK-IDX)
                              WORK-PAS-FIM    (WORK-IDX)
                              WORK-PAS-RC     (WORK-IDX)
           MOVE SPACES     TO WORK-PAS-CONTAGEM (WORK-IDX)
           MOVE "PENDENTE" TO WORK-PAS-SITUACAO (WORK-IDX)

           IF WORK-RETOMA-PASSO EQUAL ZEROS OR
              WORK-PAS-NUM (WORK-IDX) NOT < WORK-RETOMA-PASSO
              GO TO 1300-APLICA-RETOMADA-EXIT
           END-IF

           MOVE "PULADO"   TO WORK-PAS-SITUACAO (WORK-IDX)
           PERFORM 1310-PROCURA-ANTERIOR
                   VARYING WORK-ANT-IDX FROM 1 BY 1
                   UNTIL WORK-ANT-IDX > WORK-QTD-ANT
           .
       1300-APLICA-RETOMADA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1310-PROCURA-ANTERIOR            SECTION.
           MOVE WORK-ANT-LINHA (WORK-ANT-IDX) TO WORK-CTL-REG
           IF CTL-PASSO NOT EQUAL WORK-PAS-NUM (WORK-IDX)
              GO TO 1310-PROCURA-ANTERIOR-EXIT
           END-IF

           MOVE CTL-INICIO   TO WORK-PAS-INICIO   (WORK-IDX)
           MOVE CTL-FIM      TO WORK-PAS-FIM      (WORK-IDX)
           MOVE CTL-SITUACAO TO WORK-PAS-SITUACAO (WORK-IDX)
           MOVE CTL-RC       TO WORK-PAS-RC       (WORK-IDX)
           MOVE CTL-CONTAGEM TO WORK-PAS-CONTAGEM (WORK-IDX)
           .
       1310-PROCURA-ANTERIOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2000-PROCESSA                    SECTION.

           IF WORK-QTD-PASSOS EQUAL ZEROS
              DISPLAY "NOTARQ NENHUM PASSO A EXECUTAR"
              MOVE "SEM PASSOS" TO WORK-CADEIA-SITUACAO
              GO TO 2000-PROCESSA-EXIT
           END-IF

      *    uma cadeia por vez: a retencao CADEIA deixada por um notarq
      *    abendado (mesma identidade) nao bloqueia
           MOVE "CADEIA"  TO WK-MNT-ARQUIVO
           MOVE SPACES    TO WK-MNT-FILTRO
           MOVE "BATCH"   TO WK-MNT-TIPO
           MOVE "NOTARQ"  TO WK-MNT-PROGRAMA
           MOVE SPACES    TO WK-MNT-OPERADOR
           PERFORM 8200-MANUT-VERIFICA
           IF WK-MNT-ACHOU EQUAL "S"
              DISPLAY "NOTARQ CADEIA JA EM EXECUCAO DESDE "
                      WK-MNT-INI-ACHADO
              MOVE "JA EM EXECUCAO" TO WORK-CADEIA-SITUACAO
              GO TO 2000-PROCESSA-EXIT
           END-IF
           PERFORM 8300-MANUT-MARCA

           MOVE "CADEIA"                TO WORK-LOG-ACAO
           MOVE "NOTARQ"                TO WORK-LOG-ARQUIVO
           MOVE WORK-CADEIA-ID          TO WORK-LOG-CHAVE
           MOVE SPACES                  TO WORK-LOG-DESCRIC
           IF WORK-RETOMA-PASSO EQUAL ZEROS
              MOVE "Inicio da cadeia"   TO WORK-LOG-DESCRIC
              DISPLAY "NOTARQ INICIO DA CADEIA " WORK-CADEIA-ID
           ELSE
              STRING "Retomada no passo " WORK-RETOMA-PASSO
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
              DISPLAY "NOTARQ CADEIA " WORK-CADEIA-ID
                      " RETOMADA NO PASSO " WORK-RETOMA-PASSO
           END-IF
           PERFORM 2710-REGISTRA-LOG

           PERFORM 2900-GRAVA-CONTROLE

           MOVE "N"   TO WORK-PARAR
           MOVE ZEROS TO WORK-PARADO-PASSO
           PERFORM 2100-EXECUTA-PASSO
                   VARYING WORK-IDX FROM 1 BY 1
                   UNTIL WORK-IDX > WORK-QTD-PASSOS

           MOVE "CADEIA"  TO WK-MNT-ARQUIVO
           MOVE "BATCH"   TO WK-MNT-TIPO
           MOVE "NOTARQ"  TO WK-MNT-PROGRAMA
           MOVE SPACES    TO WK-MNT-OPERADOR
           PERFORM 8400-MANUT-DESMARCA

           PERFORM 2800-GERA-RUNBOOK
           PERFORM 2850-ENVIA-RUNBOOK

           MOVE "CADEIA"                TO WORK-LOG-ACAO
           MOVE "NOTARQ"                TO WORK-LOG-ARQUIVO
           MOVE WORK-CADEIA-ID          TO WORK-LOG-CHAVE
           MOVE SPACES                  TO WORK-LOG-DESCRIC
           STRING "Fim ok=" WORK-QTD-OK " erro=" WORK-QTD-ERRO
                  " retido=" WORK-QTD-RETIDO
                  " pendente=" WORK-QTD-PENDENTE
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           .
       2000-PROCESSA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Executa um passo: conserva o resultado trazido da execucao    *
      * anterior, nao roda depois que a cadeia parou, respeita o      *
      * sinalizador de manutencao e grava o controle antes (ANDAMENT) *
      * e depois do passo, para a retomada saber onde parou           *
      *---------------------------------------------------------------*
       2100-EXECUTA-PASSO               SECTION.

           IF WORK-PAS-SITUACAO (WORK-IDX) NOT EQUAL "PENDENTE"
              GO TO 2100-EXECUTA-PASSO-EXIT
           END-IF
           IF WORK-PARAR EQUAL "S"
              GO TO 2100-EXECUTA-PASSO-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO SIST-DATAHOR
           MOVE SIST-DATAHOR (1:14)     TO WORK-PAS-INICIO (WORK-IDX)

           PERFORM 2110-VERIFICA-RETENCAO
           IF WORK-RET-ACHOU EQUAL "S"
              MOVE WORK-PAS-INICIO (WORK-IDX)
                                        TO WORK-PAS-FIM (WORK-IDX)
              MOVE "RETIDO"             TO WORK-PAS-SITUACAO (WORK-IDX)
              MOVE ZEROS                TO WORK-PAS-RC (WORK-IDX)
              MOVE SPACES               TO WORK-PAS-CONTAGEM (WORK-IDX)
              STRING "ARQUIVO " WORK-RET-ARQUIVO
                     " RETIDO POR " WORK-RET-PROGRAMA
                     " DESDE " WORK-RET-INICIO
                     DELIMITED BY SIZE
                     INTO WORK-PAS-CONTAGEM (WORK-IDX)
              PERFORM 2150-FECHA-PASSO
              GO TO 2100-EXECUTA-PASSO-EXIT
           END-IF

           MOVE "ANDAMENT"              TO WORK-PAS-SITUACAO (WORK-IDX)
           PERFORM 2900-GRAVA-CONTROLE

           DISPLAY "NOTARQ PASSO " WORK-PAS-NUM (WORK-IDX) " "
                   WORK-PAS-PROGRAMA (WORK-IDX) (1:12) " "
                   WORK-PAS-PARAMET (WORK-IDX) (1:12)

      *    saida de console do passo vai para o log proprio do passo
           MOVE WORK-PAS-NUM (WORK-IDX) TO WORK-LOG-PASSO
           MOVE LOW-VALUES TO WORK-CMD
           STRING WORK-PAS-PROGRAMA (WORK-IDX) DELIMITED BY SPACE
                  " "                          DELIMITED BY SIZE
                  WORK-PAS-PARAMET (WORK-IDX)  DELIMITED BY "  "
                  " > "                        DELIMITED BY SIZE
                  WORK-NOMELOG                 DELIMITED BY SIZE
                  " 2>&1"                      DELIMITED BY SIZE
                  INTO WORK-CMD
           END-STRING
           CALL "SYSTEM" USING WORK-CMD
           MOVE RETURN-CODE TO WORK-RC-BRUTO
           MOVE ZEROS       TO RETURN-CODE

      *    o SYSTEM devolve o status de espera do shell: o codigo de
      *    saida do programa vem no byte alto
           EVALUATE TRUE
               WHEN WORK-RC-BRUTO < ZEROS
                    MOVE 999 TO WORK-PAS-RC (WORK-IDX)
               WHEN WORK-RC-BRUTO > 255
                    DIVIDE WORK-RC-BRUTO BY 256
                           GIVING WORK-PAS-RC (WORK-IDX)
               WHEN OTHER
                    MOVE WORK-RC-BRUTO TO WORK-PAS-RC (WORK-IDX)
           END-EVALUATE

           MOVE FUNCTION CURRENT-DATE   TO SIST-DATAHOR
           MOVE SIST-DATAHOR (1:14)     TO WORK-PAS-FIM (WORK-IDX)

           IF WORK-PAS-RC (WORK-IDX) EQUAL ZEROS
              MOVE "OK"                 TO WORK-PAS-SITUACAO (WORK-IDX)
           ELSE
              MOVE "ERRO"               TO WORK-PAS-SITUACAO (WORK-IDX)
           END-IF

           PERFORM 2120-LE-CONTAGEM
           PERFORM 2150-FECHA-PASSO
           .
       2100-EXECUTA-PASSO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Qualquer retencao vigente que nao seja da propria cadeia      *
      * (sessao online editando, batch rodando por fora) segura o     *
      * passo                                                         *
      *---------------------------------------------------------------*
       2110-VERIFICA-RETENCAO           SECTION.

           MOVE "N" TO WORK-RET-ACHOU
           PERFORM 8100-MANUT-CARREGA
           PERFORM 2115-COMPARA-RETENCAO
                   VARYING WK-MNT-IDX FROM 1 BY 1
                   UNTIL WK-MNT-IDX > WK-MNT-QTD
           .
       2110-VERIFICA-RETENCAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2115-COMPARA-RETENCAO            SECTION.
           MOVE WK-MNT-LINHA (WK-MNT-IDX) TO WK-MANUT-REG
           IF MNT-PROGRAMA EQUAL "NOTARQ" OR WORK-RET-ACHOU EQUAL "S"
              GO TO 2115-COMPARA-RETENCAO-EXIT
           END-IF

           MOVE "S"          TO WORK-RET-ACHOU
           MOVE MNT-ARQUIVO  TO WORK-RET-ARQUIVO
           MOVE MNT-PROGRAMA TO WORK-RET-PROGRAMA
           MOVE MNT-INICIO   TO WORK-RET-INICIO
           .
       2115-COMPARA-RETENCAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * A ultima linha nao branca da saida do passo e a contagem dele *
      * (cada modo sem tela termina com a linha de resumo)            *
      *---------------------------------------------------------------*
       2120-LE-CONTAGEM                 SECTION.

           MOVE SPACES TO WORK-PAS-CONTAGEM (WORK-IDX)
           OPEN INPUT LOGPAS
           IF WORK-STATUS-LOG NOT EQUAL "00"
              CLOSE LOGPAS
              GO TO 2120-LE-CONTAGEM-EXIT
           END-IF
           MOVE "N" TO WORK-LOG-FIM
           PERFORM 2125-LE-LINHA-LOG
                   UNTIL WORK-LOG-FIM EQUAL "S"
           CLOSE LOGPAS
           .
       2120-LE-CONTAGEM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2125-LE-LINHA-LOG                SECTION.
           READ LOGPAS NEXT AT END
                MOVE "S" TO WORK-LOG-FIM
                GO TO 2125-LE-LINHA-LOG-EXIT
           END-READ
           IF LOGPAS-REGISTR NOT EQUAL SPACES
              MOVE LOGPAS-REGISTR TO WORK-PAS-CONTAGEM (WORK-IDX)
           END-IF
           .
       2125-LE-LINHA-LOG-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Fim do passo: controle, log e decisao de parar a cadeia       *
      *---------------------------------------------------------------*
       2150-FECHA-PASSO                 SECTION.

           IF WORK-PAS-SITUACAO (WORK-IDX) NOT EQUAL "OK" AND
              WORK-PAS-ACAO (WORK-IDX) EQUAL "P"
              MOVE "S"                      TO WORK-PARAR
              MOVE WORK-PAS-NUM (WORK-IDX)  TO WORK-PARADO-PASSO
           END-IF

           PERFORM 2900-GRAVA-CONTROLE

           DISPLAY "NOTARQ PASSO " WORK-PAS-NUM (WORK-IDX) " "
                   WORK-PAS-SITUACAO (WORK-IDX)
                   " RC=" WORK-PAS-RC (WORK-IDX)

           MOVE "PASSO"                      TO WORK-LOG-ACAO
           MOVE WORK-PAS-PROGRAMA (WORK-IDX) TO WORK-LOG-ARQUIVO
           MOVE SPACES                       TO WORK-LOG-CHAVE
           STRING WORK-CADEIA-ID " " WORK-PAS-NUM (WORK-IDX)
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE
           MOVE SPACES                       TO WORK-LOG-DESCRIC
           STRING WORK-PAS-SITUACAO (WORK-IDX) " rc="
                  WORK-PAS-RC (WORK-IDX) " "
                  WORK-PAS-PARAMET (WORK-IDX) (1:20)
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           .
       2150-FECHA-PASSO-EXIT.
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
           MOVE "NOTARQ"                  TO YS047-PROGRAMA
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
      * Run-book da manha: a cadeia inteira numa pagina, um passo por *
      * linha com inicio, fim, duracao, situacao, codigo de retorno e *
      * a linha de contagem do passo                                  *
      *---------------------------------------------------------------*
       2800-GERA-RUNBOOK                SECTION.

           MOVE ZEROS TO WORK-QTD-OK WORK-QTD-ERRO
                         WORK-QTD-RETIDO WORK-QTD-PENDENTE
           PERFORM 2815-CONTA-SITUACAO
                   VARYING WORK-IDX FROM 1 BY 1
                   UNTIL WORK-IDX > WORK-QTD-PASSOS

           MOVE SPACES TO WORK-CADEIA-SITUACAO
           IF WORK-PARAR EQUAL "S"
              STRING "INTERROMPIDA NO PASSO " WORK-PARADO-PASSO
                     DELIMITED BY SIZE INTO WORK-CADEIA-SITUACAO
           ELSE
              IF WORK-QTD-ERRO EQUAL ZEROS AND
                 WORK-QTD-RETIDO EQUAL ZEROS
                 MOVE "CONCLUIDA"            TO WORK-CADEIA-SITUACAO
              ELSE
                 MOVE "CONCLUIDA COM ERROS"  TO WORK-CADEIA-SITUACAO
              END-IF
           END-IF

           OPEN OUTPUT RUNBOOK
           IF WORK-STATUS-RUN NOT EQUAL "00"
              DISPLAY "NOTARQ ERRO AO GRAVAR O RUN-BOOK - STATUS "
                      WORK-STATUS-RUN
              CLOSE RUNBOOK
              GO TO 2800-GERA-RUNBOOK-EXIT
           END-IF

           MOVE FUNCTION CURRENT-DATE   TO SIST-DATAHOR
           MOVE SPACES TO WORK-LINHA
           STRING "QBG - CADEIA NOTURNA - RUN-BOOK DE "
                  SIST-DIAAAAA "/" SIST-MESSSSS "/" SIST-ANOCOMPL
                  " " SIST-HORAAAAA ":" SIST-MINUTOOO
                  DELIMITED BY SIZE INTO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA

           MOVE WORK-CADEIA-ID TO WORK-DH-R
           PERFORM 2880-EDITA-DATAHORA
           MOVE SPACES TO WORK-LINHA
           STRING "CADEIA INICIADA EM " WORK-DH-TEXTO
                  " - SITUACAO: " WORK-CADEIA-SITUACAO
                  DELIMITED BY SIZE INTO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA

           IF WORK-RETOMA-PASSO NOT EQUAL ZEROS
              MOVE SPACES TO WORK-LINHA
              STRING "RETOMADA NESTA EXECUCAO A PARTIR DO PASSO "
                     WORK-RETOMA-PASSO
                     DELIMITED BY SIZE INTO WORK-LINHA
              PERFORM 2890-GRAVA-LINHA
           END-IF

           MOVE SPACES TO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA
           MOVE SPACES TO WORK-LINHA
           STRING "PSO  PROGRAMA     PARAMETROS   ACAO     "
                  "INICIO         FIM            DURACAO "
                  "SITUACAO  RC  CONTAGENS"
                  DELIMITED BY SIZE INTO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA
           MOVE ALL "-" TO WORK-LINHA (1:130)
           PERFORM 2890-GRAVA-LINHA

           PERFORM 2810-LINHA-PASSO
                   VARYING WORK-IDX FROM 1 BY 1
                   UNTIL WORK-IDX > WORK-QTD-PASSOS

           MOVE ALL "-" TO WORK-LINHA (1:130)
           PERFORM 2890-GRAVA-LINHA
           MOVE SPACES TO WORK-LINHA
           STRING "PASSOS: " WORK-QTD-PASSOS
                  "  OK: " WORK-QTD-OK
                  "  ERRO: " WORK-QTD-ERRO
                  "  RETIDO: " WORK-QTD-RETIDO
                  "  NAO EXECUTADOS: " WORK-QTD-PENDENTE
                  DELIMITED BY SIZE INTO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA
           IF WORK-PARAR EQUAL "S"
              MOVE SPACES TO WORK-LINHA
              STRING "CORRIGIR A CAUSA E RODAR O NOTARQ DE NOVO: A "
                     "CADEIA RECOMECA NO PASSO " WORK-PARADO-PASSO
                     DELIMITED BY SIZE INTO WORK-LINHA
              PERFORM 2890-GRAVA-LINHA
           END-IF

           CLOSE RUNBOOK
           .
       2800-GERA-RUNBOOK-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2810-LINHA-PASSO                 SECTION.

           MOVE WORK-PAS-NUM (WORK-IDX)       TO WORK-RBD-PASSO
           MOVE WORK-PAS-PROGRAMA (WORK-IDX)  TO WORK-RBD-PROGRAMA
           MOVE WORK-PAS-PARAMET (WORK-IDX)   TO WORK-RBD-PARAMET
           IF WORK-PAS-ACAO (WORK-IDX) EQUAL "C"
              MOVE "CONTINUA"                 TO WORK-RBD-ACAO
           ELSE
              MOVE "PARA"                     TO WORK-RBD-ACAO
           END-IF

           MOVE SPACES                        TO WORK-RBD-INICIO
                                                 WORK-RBD-FIM
                                                 WORK-RBD-DURACAO
           IF WORK-PAS-INICIO (WORK-IDX) NOT EQUAL ZEROS
              MOVE WORK-PAS-INICIO (WORK-IDX) TO WORK-DH-R
              PERFORM 2880-EDITA-DATAHORA
              MOVE WORK-DH-TEXTO              TO WORK-RBD-INICIO
              MOVE WORK-DH-DIA                TO WORK-DIA-INICIO
              COMPUTE WORK-SEG-INICIO = WORK-DH-HOR * 3600
                                      + WORK-DH-MIN * 60
                                      + WORK-DH-SEG
           END-IF
           IF WORK-PAS-FIM (WORK-IDX) NOT EQUAL ZEROS
              MOVE WORK-PAS-FIM (WORK-IDX)    TO WORK-DH-R
              PERFORM 2880-EDITA-DATAHORA
              MOVE WORK-DH-TEXTO              TO WORK-RBD-FIM
              COMPUTE WORK-SEG-FIM = WORK-DH-HOR * 3600
                                   + WORK-DH-MIN * 60
                                   + WORK-DH-SEG
      *       passo que virou a meia-noite
              IF WORK-DH-DIA NOT EQUAL WORK-DIA-INICIO
                 ADD 86400 TO WORK-SEG-FIM
              END-IF
              IF WORK-SEG-FIM < WORK-SEG-INICIO
                 MOVE ZEROS TO WORK-DUR-SEG
              ELSE
                 COMPUTE WORK-DUR-SEG = WORK-SEG-FIM - WORK-SEG-INICIO
              END-IF
              DIVIDE WORK-DUR-SEG BY 60 GIVING WORK-DUR-MIN
                     REMAINDER WORK-DUR-RESTO
              MOVE WORK-DUR-MIN               TO WORK-RBU-MIN
              MOVE WORK-DUR-RESTO             TO WORK-RBU-SEG
              MOVE WORK-RB-DURACAO            TO WORK-RBD-DURACAO
           END-IF

           MOVE WORK-PAS-SITUACAO (WORK-IDX)  TO WORK-RBD-SITUACAO
           MOVE WORK-PAS-RC (WORK-IDX)        TO WORK-RBD-RC
      *    passo nao executado nesta cadeia nao tem codigo de retorno
           IF WORK-PAS-INICIO (WORK-IDX) EQUAL ZEROS
              MOVE SPACES                     TO WORK-RBD-RC-X
           END-IF
           MOVE WORK-PAS-CONTAGEM (WORK-IDX)  TO WORK-RBD-CONTAGEM

           MOVE WORK-RB-DET                   TO WORK-LINHA
           PERFORM 2890-GRAVA-LINHA
           .
       2810-LINHA-PASSO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2815-CONTA-SITUACAO              SECTION.
           EVALUATE WORK-PAS-SITUACAO (WORK-IDX)
               WHEN "OK"
                    ADD 1 TO WORK-QTD-OK
               WHEN "ERRO"
                    ADD 1 TO WORK-QTD-ERRO
               WHEN "RETIDO"
                    ADD 1 TO WORK-QTD-RETIDO
               WHEN "PENDENTE"
                    ADD 1 TO WORK-QTD-PENDENTE
           END-EVALUATE
           .
       2815-CONTA-SITUACAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Envia o run-book para os destinatarios do tipo CADEIA da      *
      * lista de email do LEARQ; sem lista (ou sem destinatario do    *
      * tipo) vai para o destinatario implicito da rot405, como no    *
      * LEARQ                                                         *
      *---------------------------------------------------------------*
       2850-ENVIA-RUNBOOK               SECTION.

           IF WORK-STATUS-RUN NOT EQUAL "00"
              GO TO 2850-ENVIA-RUNBOOK-EXIT
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
           MOVE WORK-NOMERUN            TO WORK-LOG-ARQUIVO
           MOVE WORK-MAIL-TIPO          TO WORK-LOG-CHAVE
           MOVE SPACES                  TO WORK-LOG-DESCRIC
           STRING "Destinatarios=" WORK-MAIL-QTDDEST
                  " rot405 status=" WORK-MAIL-ULTSTAT
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           .
       2850-ENVIA-RUNBOOK-EXIT.
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
           MOVE FUNCTION CURRENT-DATE   TO SIST-DATAHOR
           INITIALIZE LK-ROT405

           MOVE "NOTARQ"                TO LKRT405-PROGRAM
           MOVE SPACES                  TO LKRT405-ASSUNTO
           STRING "Cadeia noturna de "
                  SIST-DIAAAAA "/" SIST-MESSSSS "/" SIST-ANOCOMPL
                  " - " WORK-CADEIA-SITUACAO
                  DELIMITED BY SIZE INTO LKRT405-ASSUNTO
           END-STRING
           MOVE SPACES                  TO LKRT405-CORPO
           STRING "Segue em anexo o run-book da cadeia noturna"
                  DELIMITED BY SIZE INTO LKRT405-CORPO
           END-STRING
           MOVE "suporte@ovd.com.br"    TO LKRT405-REMETEN
           MOVE WORK-MAIL-LDEST         TO LKRT405-DESTINO
           MOVE WORK-NOMERUN            TO LKRT405-CAMINHO
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
      * AAAAMMDDHHMMSS em WORK-DH -> DD/MM HH:MM:SS                   *
      *---------------------------------------------------------------*
       2880-EDITA-DATAHORA              SECTION.
           MOVE SPACES TO WORK-DH-TEXTO
           STRING WORK-DH-DIA "/" WORK-DH-MES " "
                  WORK-DH-HOR ":" WORK-DH-MIN ":" WORK-DH-SEG
                  DELIMITED BY SIZE INTO WORK-DH-TEXTO
           .
       2880-EDITA-DATAHORA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2890-GRAVA-LINHA                 SECTION.
           MOVE WORK-LINHA TO RUNBOOK-REGISTR
           WRITE RUNBOOK-REGISTR
           .
       2890-GRAVA-LINHA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Regrava o controle inteiro (uma linha por passo) - e o ponto  *
      * de retomada da cadeia                                         *
      *---------------------------------------------------------------*
       2900-GRAVA-CONTROLE              SECTION.
           OPEN OUTPUT CONTROLE
           IF WORK-STATUS-CTL NOT EQUAL "00"
              DISPLAY "NOTARQ ERRO AO GRAVAR O CONTROLE - STATUS "
                      WORK-STATUS-CTL
              CLOSE CONTROLE
              GO TO 2900-GRAVA-CONTROLE-EXIT
           END-IF
           PERFORM 2910-GRAVA-LINHA-CTL
                   VARYING WORK-ANT-IDX FROM 1 BY 1
                   UNTIL WORK-ANT-IDX > WORK-QTD-PASSOS
           CLOSE CONTROLE
           .
       2900-GRAVA-CONTROLE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2910-GRAVA-LINHA-CTL             SECTION.
           MOVE WORK-CADEIA-ID                     TO CTL-CADEIA
           MOVE WORK-PAS-NUM      (WORK-ANT-IDX)   TO CTL-PASSO
           MOVE WORK-PAS-PROGRAMA (WORK-ANT-IDX)   TO CTL-PROGRAMA
           MOVE WORK-PAS-PARAMET  (WORK-ANT-IDX)   TO CTL-PARAMET
           MOVE WORK-PAS-ACAO     (WORK-ANT-IDX)   TO CTL-ACAO
           MOVE WORK-PAS-INICIO   (WORK-ANT-IDX)   TO CTL-INICIO
           MOVE WORK-PAS-FIM      (WORK-ANT-IDX)   TO CTL-FIM
           MOVE WORK-PAS-SITUACAO (WORK-ANT-IDX)   TO CTL-SITUACAO
           MOVE WORK-PAS-RC       (WORK-ANT-IDX)   TO CTL-RC
           MOVE WORK-PAS-CONTAGEM (WORK-ANT-IDX)   TO CTL-CONTAGEM
           MOVE WORK-CTL-REG                       TO CONTROLE-REGISTR
           WRITE CONTROLE-REGISTR
           .
       2910-GRAVA-LINHA-CTL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Interlock online x batch (rotina compartilhada)               *
      *---------------------------------------------------------------*
           COPY "/hbsis/rotinas/rt-manut".
      *---------------------------------------------------------------*
      * Codigo de retorno: 0 = cadeia concluida sem erro, 1 = passo   *
      * com erro que deixou seguir, 2 = cadeia interrompida (ou nem   *
      * iniciada)                                                     *
      *---------------------------------------------------------------*
       3000-FINALIZA                    SECTION.

           DISPLAY "NOTARQ CADEIA " WORK-CADEIA-ID " "
                   WORK-CADEIA-SITUACAO

           EVALUATE TRUE
               WHEN WORK-PARAR EQUAL "S"
               WHEN WORK-QTD-PASSOS EQUAL ZEROS
               WHEN WORK-CADEIA-SITUACAO EQUAL "JA EM EXECUCAO"
                    MOVE 2     TO RETURN-CODE
               WHEN WORK-QTD-ERRO NOT EQUAL ZEROS
               WHEN WORK-QTD-RETIDO NOT EQUAL ZEROS
                    MOVE 1     TO RETURN-CODE
               WHEN OTHER
                    MOVE ZEROS TO RETURN-CODE
           END-EVALUATE

           STOP RUN
           .
       3000-FINALIZA-EXIT.
           EXIT.
      *----------------------------FIM--------------------------------*
