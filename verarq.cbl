      *   PROGRAMA    . VERARQ                                        *
      *   FUNCAO      . VERIFICACAO NOTURNA DOS ARQUIVOS INDEXADOS    *
      *                 (CLIENTE, VENDEDOR, COM020, COM021, WATCH072) *
      *                 COM RECONSTRUCAO OPCIONAL DO ARQUIVO RUIM,    *
      *                 BACKUP VERIFICADO E RECUPERACAO PELO JOURNAL  *
      *****************************************************************
      *---------------------------------------------------------------*
       ENVIRONMENT                      DIVISION.
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-UNL.

      *----Backup verificado (geracoes A/B de cada arquivo)-----------
            SELECT BACKUP     ASSIGN WORK-NOMEBKP
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-BKP.

      *----Controle do ultimo backup verificado de cada arquivo-------
            SELECT BKPCTL     ASSIGN WORK-NOMEBKC
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-BKC.

      *----Journal de after-image e area de trabalho do expurgo-------
           COPY "/hbsis/selects/arq-journal.sl".
            SELECT JRNTMP     ASSIGN WORK-NOMEJTM
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-JTM.

      *----Relatorio da recuperacao (o que foi reaplicado)------------
            SELECT RELREC     ASSIGN WORK-NOMEREL
                              ORGANIZATION IS LINE SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-REL.

      *----Arquivo de LOG
           COPY "/desenv/cobol/selects/sys/sys047.sl".

       FD  UNLOAD.
       01  UNLOAD-REGISTR               PIC X(512).

       FD  BACKUP.
       01  BACKUP-REGISTR               PIC X(512).

       FD  BKPCTL.
       01  BKPCTL-REGISTR               PIC X(040).

           COPY "/hbsis/fds/arq-journal.fd".

       FD  JRNTMP.
       01  JRNTMP-REGISTR               PIC X(570).

       FD  RELREC.
       01  RELREC-REGISTR               PIC X(200).

           COPY "/desenv/cobol/fds/sys/sys047.fd".

      *----Sinalizador de manutencao----------------------------------
           "/trabalho/verarq_unload.tmp".

      *----modo de execucao: "BATCH" na linha de comando so verifica
      *    e loga, sem oferecer a reconstrucao (cron antes do online),
      *    e tira o backup verificado de cada arquivo sao
       77  WORK-PARAMET                 PIC X(060) VALUE SPACES.
       77  WORK-MODO-BATCH              PIC X(001) VALUE "N".

       77  WORK-CONFIRM                 PIC X(001) VALUE SPACES.
       77  WORK-REC-DESCARR             PIC 9(007) VALUE ZEROS.
       77  WORK-REC-ABORTA              PIC X(001) VALUE "N".

      *----backup verificado (geracoes A/B) e journal de after-image--
       77  WORK-STATUS-BKP              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-BKC              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-JTM              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-REL              PIC X(002) VALUE SPACES.
       77  WORK-NOMEBKP                 PIC X(060) VALUE SPACES.
       77  WORK-NOMEBKC                 PIC X(060) VALUE
           "/disco0/cobol/arq/backup/verarq_bkp.ctl".
       77  WORK-NOMEJTM                 PIC X(060) VALUE
           "/trabalho/verarq_journal.tmp".
       77  WORK-NOMEREL                 PIC X(060) VALUE
           "/disco0/cobol/arq/relatorios/verarq_recupera.csv".

           COPY "/hbsis/works/wk-journal".

       01  WORK-TAB-NOMES-X.
           05  FILLER                   PIC X(010) VALUE "CLIENTE".
           05  FILLER                   PIC X(010) VALUE "VENDEDOR".
           05  FILLER                   PIC X(010) VALUE "COM020".
           05  FILLER                   PIC X(010) VALUE "COM021".
           05  FILLER                   PIC X(010) VALUE "WATCH072".
       01  WORK-TAB-NOMES REDEFINES WORK-TAB-NOMES-X.
           05  WORK-NOME-ARQ            PIC X(010) OCCURS 5 TIMES.

      *----ultimo backup verificado de cada arquivo (inicio da
      *    descarga, geracao A/B e registros copiados)
       01  WORK-TAB-BKP.
           05  WORK-BKP-ENT             OCCURS 5 TIMES.
               10  WORK-BKP-DATAHORA    PIC 9(014).
               10  WORK-BKP-GERACAO     PIC X(001).
               10  WORK-BKP-QTD         PIC 9(007).
       01  WORK-BKP-SALVA.
           05  FILLER                   PIC 9(014).
           05  FILLER                   PIC X(001).
           05  FILLER                   PIC 9(007).
       01  WORK-BKC-CAMPOS.
           05  WORK-BKC-NOME            PIC X(010).
           05  WORK-BKC-DATAHORA        PIC X(014).
           05  WORK-BKC-GERACAO         PIC X(001).
           05  WORK-BKC-QTD             PIC X(007).
       77  WORK-BKP-IDX                 PIC 9(002) VALUE ZEROS.
       77  WORK-BKP-GER-NOME            PIC X(001) VALUE SPACES.
       77  WORK-BKP-NOVA-GER            PIC X(001) VALUE SPACES.
       77  WORK-BKP-INICIO              PIC 9(014) VALUE ZEROS.
       77  WORK-BKP-GRAVADOS            PIC 9(007) VALUE ZEROS.
       77  WORK-BKP-ERRO                PIC X(001) VALUE "N".

      *----recuperacao: backup + journal ate o momento escolhido------
      *    "RECUPERA <arquivo|TODOS> [AAAAMMDDHHMMSS]" na linha de
      *    comando; fora dela, oferecida para o arquivo ruim
       77  WORK-MODO-RECUPERA           PIC X(001) VALUE "N".
       77  WORK-PAR-FUNCAO              PIC X(010) VALUE SPACES.
       77  WORK-PAR-ARQUIVO             PIC X(010) VALUE SPACES.
       77  WORK-PAR-ATE                 PIC X(014) VALUE SPACES.
       77  WORK-REC-MODO                PIC X(001) VALUE "R".
       77  WORK-REC-ATE                 PIC 9(014) VALUE ZEROS.
       77  WORK-REC-MOMENTO-OK          PIC X(001) VALUE "N".
       77  WORK-REC-QTDARQ              PIC 9(001) VALUE ZEROS.
       77  WORK-REC-CARREGADOS          PIC 9(007) VALUE ZEROS.
       77  WORK-REC-REAPLIC             PIC 9(007) VALUE ZEROS.
       77  WORK-REC-APOS                PIC 9(007) VALUE ZEROS.
       77  WORK-REC-FALHAS              PIC 9(007) VALUE ZEROS.
       77  WORK-REC-STATUS              PIC X(002) VALUE SPACES.
       77  WORK-REC-RESULT              PIC X(032) VALUE SPACES.
       77  WORK-REC-TAMCHAVE            PIC 9(002) VALUE ZEROS.
       77  WORK-REL-ABERTO              PIC X(001) VALUE "N".

      *----expurgo do journal-----------------------------------------
       77  WORK-JRN-LIDAS               PIC 9(007) VALUE ZEROS.
       77  WORK-JRN-EXPURG              PIC 9(007) VALUE ZEROS.
       77  WORK-JRN-EXPURGA             PIC X(001) VALUE "N".

      *----contagens da noite anterior--------------------------------
       01  WORK-TAB-ANTES.
           05  WORK-ANT-ENT             OCCURS 5 TIMES.
           IF WORK-PARAMET (1:5) EQUAL "BATCH"
              MOVE "S" TO WORK-MODO-BATCH
           END-IF
           IF WORK-PARAMET (1:8) EQUAL "RECUPERA"
              MOVE "S" TO WORK-MODO-RECUPERA
              UNSTRING WORK-PARAMET DELIMITED BY ALL SPACES
                  INTO WORK-PAR-FUNCAO WORK-PAR-ARQUIVO WORK-PAR-ATE
              END-UNSTRING
              INSPECT WORK-PAR-ARQUIVO CONVERTING
                      "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF

      *    ultimo backup verificado de cada arquivo (ausente = sem
      *    backup: nao ha o que restaurar nem journal a expurgar)
           INITIALIZE WORK-TAB-BKP
           OPEN INPUT BKPCTL
           IF WORK-STATUS-BKC EQUAL "00"
              PERFORM 1200-LE-CONTROLE-BKP
                      UNTIL WORK-STATUS-BKC NOT EQUAL "00"
           END-IF
           CLOSE BKPCTL

      *    contagens da verificacao anterior (ausentes = zeros; a
      *    primeira execucao nao tem com o que comparar)
       1100-LE-CONTAGEM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Controle do ultimo backup verificado: uma linha por arquivo   *
      * (NOME;AAAAMMDDHHMMSS;GERACAO;QTD); arquivo sem linha fica sem *
      * backup - nao recupera e nao expurga o journal                 *
      *---------------------------------------------------------------*
       1200-LE-CONTROLE-BKP             SECTION.
           READ BKPCTL NEXT AT END
                MOVE "10" TO WORK-STATUS-BKC
                GO TO 1200-LE-CONTROLE-BKP-EXIT
           END-READ

           INITIALIZE WORK-BKC-CAMPOS
           UNSTRING BKPCTL-REGISTR DELIMITED BY ";"
               INTO WORK-BKC-NOME WORK-BKC-DATAHORA
                    WORK-BKC-GERACAO WORK-BKC-QTD
           END-UNSTRING
           IF WORK-BKC-DATAHORA NOT NUMERIC OR
              WORK-BKC-QTD NOT NUMERIC
              GO TO 1200-LE-CONTROLE-BKP-EXIT
           END-IF

           PERFORM 1210-GUARDA-CONTROLE-BKP
                   VARYING WORK-BKP-IDX FROM 1 BY 1
                   UNTIL WORK-BKP-IDX > 5
           .
       1200-LE-CONTROLE-BKP-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       1210-GUARDA-CONTROLE-BKP         SECTION.
           IF WORK-NOME-ARQ (WORK-BKP-IDX) EQUAL WORK-BKC-NOME
              MOVE WORK-BKC-DATAHORA
                                 TO WORK-BKP-DATAHORA (WORK-BKP-IDX)
              MOVE WORK-BKC-GERACAO
                                 TO WORK-BKP-GERACAO (WORK-BKP-IDX)
              MOVE WORK-BKC-QTD  TO WORK-BKP-QTD (WORK-BKP-IDX)
              MOVE 9 TO WORK-BKP-IDX
           END-IF
           .
       1210-GUARDA-CONTROLE-BKP-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Verifica os cinco arquivos, grava as contagens da noite e     *
      * devolve no codigo de retorno quantos arquivos estao ruins. No *
      * modo batch os arquivos saos ganham backup novo e o journal    *
      * anterior aos backups e expurgado. RECUPERA so restaura        *
      *---------------------------------------------------------------*
       2000-PROCESSA                    SECTION.

           IF WORK-MODO-RECUPERA EQUAL "S"
              PERFORM 2800-RECUPERA-COMANDO
           ELSE
              MOVE ZEROS TO WORK-QTD-RUINS
              PERFORM 2100-VERIFICA-ARQUIVO
                      VARYING WORK-ARQ-NUM FROM 1 BY 1
                      UNTIL WORK-ARQ-NUM > 5

              PERFORM 2900-GRAVA-CONTAGENS
              IF WORK-MODO-BATCH EQUAL "S"
                 PERFORM 2700-EXPURGA-JOURNAL
              END-IF
           END-IF

           IF WORK-REL-ABERTO EQUAL "S"
              CLOSE RELREC
           END-IF
           .
       2000-PROCESSA-EXIT.
           EXIT.

           PERFORM 2300-AVALIA-RESULTADO

      *    modo batch (antes do online): arquivo sao ganha backup
      *    novo, ponto de partida da proxima recuperacao
           IF WORK-ARQ-RUIM EQUAL "N" AND WORK-MODO-BATCH EQUAL "S"
              PERFORM 2500-BACKUP-ARQUIVO
           END-IF

           IF WORK-ARQ-RUIM EQUAL "S"
              ADD 1 TO WORK-QTD-RUINS
              IF WORK-MODO-BATCH NOT EQUAL "S"
      *          com backup verificado a primeira oferta e restaurar e
      *          reaplicar o journal (nada se perde); a reconstrucao
      *          pelo que ainda da para ler fica como alternativa
                 MOVE "R"    TO WORK-REC-MODO
                 MOVE SPACES TO WORK-CONFIRM
                 IF WORK-BKP-DATAHORA (WORK-ARQ-NUM) NOT EQUAL ZEROS
                    DISPLAY "Restaurar " WORK-ARQ-NOME
                            " do backup de "
                            WORK-BKP-DATAHORA (WORK-ARQ-NUM)
                            " e reaplicar o journal (s/n)?"
                    ACCEPT WORK-CONFIRM
                    IF WORK-CONFIRM EQUAL "S" OR "s"
                       MOVE "B" TO WORK-REC-MODO
                       DISPLAY "Reaplicar ate (AAAAMMDDHHMMSS,"
                               " branco = tudo):"
                       MOVE SPACES TO WORK-PAR-ATE
                       ACCEPT WORK-PAR-ATE
                       PERFORM 2820-CONVERTE-MOMENTO
                       IF WORK-REC-MOMENTO-OK NOT EQUAL "S"
                          DISPLAY "Momento invalido - nada restaurado"
                          MOVE "N" TO WORK-CONFIRM
                       END-IF
                    END-IF
                 END-IF
                 IF WORK-REC-MODO EQUAL "R"
                    DISPLAY "Reconstruir " WORK-ARQ-NOME " (s/n)?"
                    ACCEPT WORK-CONFIRM
                 END-IF
                 IF WORK-CONFIRM EQUAL "S" OR "s"
      *             a reconstrucao nao roda por cima de uma sessao
      *             que esteja com o arquivo retido
                               " - RECONSTRUCAO ADIADA"
                    ELSE
                       PERFORM 8300-MANUT-MARCA
                       IF WORK-REC-MODO EQUAL "B"
                          PERFORM 2600-RESTAURA-ARQUIVO
                       ELSE
                          PERFORM 2400-RECONSTROI-ARQUIVO
                       END-IF
                       MOVE SPACES    TO WK-MNT-OPERADOR
                       PERFORM 8400-MANUT-DESMARCA
                    END-IF
       2460-APURA-PERDIDOS-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Backup verificado do arquivo da vez: descarrega o arquivo     *
      * inteiro na geracao que nao e a do ultimo backup (A/B) e so    *
      * quando a leitura chega ao fim sem erro a geracao nova passa a *
      * valer no controle - backup interrompido nunca estraga o       *
      * anterior. Vale como data/hora o inicio da descarga: o journal *
      * reaplicado a partir dela cobre o que mudou durante a copia    *
      * (a imagem gravada e o registro inteiro, reaplicar de novo nao *
      * altera o resultado)                                           *
      *---------------------------------------------------------------*
       2500-BACKUP-ARQUIVO              SECTION.

           MOVE FUNCTION CURRENT-DATE   TO SIST-DATAHOR
           MOVE SIST-DATAHOR (1:14)     TO WORK-BKP-INICIO
           IF WORK-BKP-GERACAO (WORK-ARQ-NUM) EQUAL "A"
              MOVE "B" TO WORK-BKP-NOVA-GER
           ELSE
              MOVE "A" TO WORK-BKP-NOVA-GER
           END-IF
           MOVE WORK-BKP-NOVA-GER TO WORK-BKP-GER-NOME
           PERFORM 2505-MONTA-NOME-BKP

           MOVE ZEROS TO WORK-BKP-GRAVADOS
           MOVE "N"   TO WORK-BKP-ERRO
           OPEN OUTPUT BACKUP
           IF WORK-STATUS-BKP NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
           ELSE
              EVALUATE WORK-ARQ-NUM
                  WHEN 1 PERFORM 2510-DESCARREGA-CLIENTE
                  WHEN 2 PERFORM 2520-DESCARREGA-VENDEDOR
                  WHEN 3 PERFORM 2530-DESCARREGA-COM020
                  WHEN 4 PERFORM 2540-DESCARREGA-COM021
                  WHEN 5 PERFORM 2550-DESCARREGA-WATCH072
              END-EVALUATE
           END-IF
           CLOSE BACKUP

           IF WORK-BKP-ERRO EQUAL "N"
              MOVE WORK-BKP-ENT (WORK-ARQ-NUM) TO WORK-BKP-SALVA
              MOVE WORK-BKP-INICIO
                             TO WORK-BKP-DATAHORA (WORK-ARQ-NUM)
              MOVE WORK-BKP-NOVA-GER
                             TO WORK-BKP-GERACAO (WORK-ARQ-NUM)
              MOVE WORK-BKP-GRAVADOS
                             TO WORK-BKP-QTD (WORK-ARQ-NUM)
              PERFORM 2560-GRAVA-CONTROLE-BKP
      *       controle nao regravado: continua valendo o backup
      *       anterior, tambem para o expurgo do journal
              IF WORK-STATUS-BKC NOT EQUAL "00" OR
                 WORK-BKP-ERRO EQUAL "S"
                 MOVE WORK-BKP-SALVA TO WORK-BKP-ENT (WORK-ARQ-NUM)
                 MOVE "S" TO WORK-BKP-ERRO
              END-IF
           END-IF

           MOVE WORK-ARQ-NOME TO WORK-LOG-ARQUIVO
           MOVE SPACES        TO WORK-LOG-CHAVE
           MOVE SPACES        TO WORK-LOG-DESCRIC
           IF WORK-BKP-ERRO EQUAL "S"
              DISPLAY "VERARQ " WORK-ARQ-NOME
                      " BACKUP FALHOU - VALE O ANTERIOR"
              MOVE "BACKUPERR"   TO WORK-LOG-ACAO
              STRING "GER=" WORK-BKP-NOVA-GER
                     " REGS=" WORK-BKP-GRAVADOS
                     " ST=" WORK-STATUS-BKP
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           ELSE
              DISPLAY "VERARQ " WORK-ARQ-NOME
                      " BACKUP " WORK-BKP-NOVA-GER
                      " REGISTROS=" WORK-BKP-GRAVADOS
              MOVE "BACKUP"      TO WORK-LOG-ACAO
              MOVE WORK-BKP-INICIO TO WORK-LOG-CHAVE
              STRING "GER=" WORK-BKP-NOVA-GER
                     " REGS=" WORK-BKP-GRAVADOS
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           END-IF
           PERFORM 1710-REGISTRA-LOG
           .
       2500-BACKUP-ARQUIVO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2505-MONTA-NOME-BKP              SECTION.
           MOVE SPACES TO WORK-NOMEBKP
           STRING "/disco0/cobol/arq/backup/" DELIMITED BY SIZE
                  WORK-ARQ-NOME               DELIMITED BY SPACE
                  "."                         DELIMITED BY SIZE
                  WORK-BKP-GER-NOME           DELIMITED BY SIZE
                  INTO WORK-NOMEBKP
           END-STRING
           .
       2505-MONTA-NOME-BKP-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2510-DESCARREGA-CLIENTE          SECTION.
           OPEN INPUT ARQ-CLIENTE
           IF WS-STATUS-CLI NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKPCLI-FIM
           END-IF.
           K65-BKPCLI.
           READ ARQ-CLIENTE NEXT AT END
                GO TO K65-BKPCLI-FIM
           END-READ
           IF WS-STATUS-CLI NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKPCLI-FIM
           END-IF
           MOVE SPACES     TO BACKUP-REGISTR
           MOVE RS-ARQ-CLI TO BACKUP-REGISTR
           WRITE BACKUP-REGISTR
           IF WORK-STATUS-BKP NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKPCLI-FIM
           END-IF
           ADD 1 TO WORK-BKP-GRAVADOS
           GO TO K65-BKPCLI.
           K65-BKPCLI-FIM.
           CLOSE ARQ-CLIENTE
           .
       2510-DESCARREGA-CLIENTE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2520-DESCARREGA-VENDEDOR         SECTION.
           OPEN INPUT ARQ-VENDEDOR
           IF WS-STATUS-VEND NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKPVEN-FIM
           END-IF.
           K65-BKPVEN.
           READ ARQ-VENDEDOR NEXT AT END
                GO TO K65-BKPVEN-FIM
           END-READ
           IF WS-STATUS-VEND NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKPVEN-FIM
           END-IF
           MOVE SPACES      TO BACKUP-REGISTR
           MOVE RS-ARQ-VEND TO BACKUP-REGISTR
           WRITE BACKUP-REGISTR
           IF WORK-STATUS-BKP NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKPVEN-FIM
           END-IF
           ADD 1 TO WORK-BKP-GRAVADOS
           GO TO K65-BKPVEN.
           K65-BKPVEN-FIM.
           CLOSE ARQ-VENDEDOR
           .
       2520-DESCARREGA-VENDEDOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2530-DESCARREGA-COM020           SECTION.
           OPEN INPUT COM020
           IF WORK-FSTATUS NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKP020-FIM
           END-IF.
           K65-BKP020.
           READ COM020 NEXT AT END
                GO TO K65-BKP020-FIM
           END-READ
           IF WORK-FSTATUS NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKP020-FIM
           END-IF
           MOVE SPACES        TO BACKUP-REGISTR
           MOVE OM020-REGISTR TO BACKUP-REGISTR
           WRITE BACKUP-REGISTR
           IF WORK-STATUS-BKP NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKP020-FIM
           END-IF
           ADD 1 TO WORK-BKP-GRAVADOS
           GO TO K65-BKP020.
           K65-BKP020-FIM.
           CLOSE COM020
           .
       2530-DESCARREGA-COM020-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2540-DESCARREGA-COM021           SECTION.
           OPEN INPUT COM021
           IF WORK-FSTATUS NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKP021-FIM
           END-IF.
           K65-BKP021.
           READ COM021 NEXT AT END
                GO TO K65-BKP021-FIM
           END-READ
           IF WORK-FSTATUS NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKP021-FIM
           END-IF
           MOVE SPACES        TO BACKUP-REGISTR
           MOVE OM021-REGISTR TO BACKUP-REGISTR
           WRITE BACKUP-REGISTR
           IF WORK-STATUS-BKP NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKP021-FIM
           END-IF
           ADD 1 TO WORK-BKP-GRAVADOS
           GO TO K65-BKP021.
           K65-BKP021-FIM.
           CLOSE COM021
           .
       2540-DESCARREGA-COM021-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2550-DESCARREGA-WATCH072         SECTION.
           OPEN INPUT WATCH072
           IF WORK-FSTATUS NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKPWAT-FIM
           END-IF.
           K65-BKPWAT.
           READ WATCH072 NEXT AT END
                GO TO K65-BKPWAT-FIM
           END-READ
           IF WORK-FSTATUS NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKPWAT-FIM
           END-IF
           MOVE SPACES           TO BACKUP-REGISTR
           MOVE WATCH072-REGISTR TO BACKUP-REGISTR
           WRITE BACKUP-REGISTR
           IF WORK-STATUS-BKP NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
              GO TO K65-BKPWAT-FIM
           END-IF
           ADD 1 TO WORK-BKP-GRAVADOS
           GO TO K65-BKPWAT.
           K65-BKPWAT-FIM.
           CLOSE WATCH072
           .
       2550-DESCARREGA-WATCH072-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Regrava o controle inteiro (as cinco linhas) a cada backup    *
      * que passa a valer                                             *
      *---------------------------------------------------------------*
       2560-GRAVA-CONTROLE-BKP          SECTION.
           OPEN OUTPUT BKPCTL
           IF WORK-STATUS-BKC NOT EQUAL "00"
              CLOSE BKPCTL
              GO TO 2560-GRAVA-CONTROLE-BKP-EXIT
           END-IF

           PERFORM 2565-GRAVA-LINHA-CONTROLE
                   VARYING WORK-BKP-IDX FROM 1 BY 1
                   UNTIL WORK-BKP-IDX > 5
           CLOSE BKPCTL
           .
       2560-GRAVA-CONTROLE-BKP-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2565-GRAVA-LINHA-CONTROLE        SECTION.
           MOVE SPACES TO BKPCTL-REGISTR
           STRING WORK-NOME-ARQ (WORK-BKP-IDX)     ";"
                  WORK-BKP-DATAHORA (WORK-BKP-IDX) ";"
                  WORK-BKP-GERACAO (WORK-BKP-IDX)  ";"
                  WORK-BKP-QTD (WORK-BKP-IDX)
                  DELIMITED BY SIZE INTO BKPCTL-REGISTR
           END-STRING
           WRITE BKPCTL-REGISTR
           IF WORK-STATUS-BKC NOT EQUAL "00"
              MOVE "S" TO WORK-BKP-ERRO
           END-IF
           .
       2565-GRAVA-LINHA-CONTROLE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Recuperacao do arquivo da vez: recria o indexado a partir do  *
      * ultimo backup verificado e reaplica, na ordem em que foram    *
      * gravadas, as imagens do journal desde o inicio do backup ate  *
      * o momento escolhido (WORK-REC-ATE), relatando cada uma. Em    *
      * seguida tira backup novo do arquivo recuperado, para que o    *
      * que o journal tem depois do momento escolhido nao volte numa  *
      * recuperacao futura                                            *
      *---------------------------------------------------------------*
       2600-RESTAURA-ARQUIVO            SECTION.

           MOVE ZEROS TO WORK-REC-CARREGADOS
           MOVE ZEROS TO WORK-REC-REAPLIC
           MOVE ZEROS TO WORK-REC-APOS
           MOVE ZEROS TO WORK-REC-FALHAS
           MOVE "N"   TO WORK-REC-ABORTA
           MOVE WORK-ARQ-NOME TO WORK-LOG-ARQUIVO
           MOVE SPACES        TO WORK-LOG-CHAVE
           MOVE SPACES        TO WORK-LOG-DESCRIC
           STRING "ATE=" WORK-REC-ATE
                  DELIMITED BY SIZE INTO WORK-LOG-CHAVE

           IF WORK-BKP-DATAHORA (WORK-ARQ-NUM) EQUAL ZEROS
              DISPLAY "VERARQ " WORK-ARQ-NOME
                      " SEM BACKUP VERIFICADO - NADA A RESTAURAR"
              MOVE "S"           TO WORK-REC-ABORTA
              MOVE "RESTAURAB"   TO WORK-LOG-ACAO
              MOVE "SEM BACKUP VERIFICADO" TO WORK-LOG-DESCRIC
              PERFORM 1710-REGISTRA-LOG
              GO TO 2600-RESTAURA-ARQUIVO-EXIT
           END-IF

      *    o backup tem de abrir antes de o arquivo ser recriado
           MOVE WORK-BKP-GERACAO (WORK-ARQ-NUM) TO WORK-BKP-GER-NOME
           PERFORM 2505-MONTA-NOME-BKP
           OPEN INPUT BACKUP
           IF WORK-STATUS-BKP NOT EQUAL "00"
              DISPLAY "VERARQ " WORK-ARQ-NOME " BACKUP "
                      WORK-BKP-GER-NOME " ILEGIVEL ST="
                      WORK-STATUS-BKP " - ORIGINAL PRESERVADO"
              CLOSE BACKUP
              MOVE "S"           TO WORK-REC-ABORTA
              MOVE "RESTAURAB"   TO WORK-LOG-ACAO
              STRING "BACKUP " WORK-BKP-GER-NOME
                     " ILEGIVEL ST=" WORK-STATUS-BKP
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
              PERFORM 1710-REGISTRA-LOG
              GO TO 2600-RESTAURA-ARQUIVO-EXIT
           END-IF

           PERFORM 2605-ABRE-RELATORIO

           EVALUATE WORK-ARQ-NUM
               WHEN 1 PERFORM 2610-CARREGA-CLIENTE
               WHEN 2 PERFORM 2620-CARREGA-VENDEDOR
               WHEN 3 PERFORM 2630-CARREGA-COM020
               WHEN 4 PERFORM 2640-CARREGA-COM021
               WHEN 5 PERFORM 2650-CARREGA-WATCH072
           END-EVALUATE
           CLOSE BACKUP

      *    backup que nao volta inteiro nao serve de base para o
      *    journal: para aqui e avisa (o arquivo fica com o que foi
      *    carregado)
           IF WORK-REC-ABORTA EQUAL "S" OR
              WORK-REC-CARREGADOS NOT EQUAL
              WORK-BKP-QTD (WORK-ARQ-NUM)
              MOVE "S" TO WORK-REC-ABORTA
              DISPLAY "VERARQ " WORK-ARQ-NOME
                      " BACKUP INCOMPLETO CARREGADOS="
                      WORK-REC-CARREGADOS " ESPERADOS="
                      WORK-BKP-QTD (WORK-ARQ-NUM)
              MOVE "RESTAURAB"   TO WORK-LOG-ACAO
              STRING "CARREG=" WORK-REC-CARREGADOS
                     " ESPER=" WORK-BKP-QTD (WORK-ARQ-NUM)
                     DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
              PERFORM 1710-REGISTRA-LOG
              PERFORM 2685-GRAVA-RESUMO-REL
              GO TO 2600-RESTAURA-ARQUIVO-EXIT
           END-IF

           PERFORM 2660-REAPLICA-JOURNAL
           PERFORM 2685-GRAVA-RESUMO-REL

           DISPLAY "VERARQ " WORK-ARQ-NOME
                   " RESTAURADO DO BACKUP "
                   WORK-BKP-DATAHORA (WORK-ARQ-NUM)
                   " REGISTROS=" WORK-REC-CARREGADOS
           DISPLAY "VERARQ " WORK-ARQ-NOME
                   " JOURNAL REAPLICADAS=" WORK-REC-REAPLIC
                   " APOS O MOMENTO=" WORK-REC-APOS
                   " FALHAS=" WORK-REC-FALHAS

           MOVE "RESTAURA"    TO WORK-LOG-ACAO
           STRING "BKP=" WORK-REC-CARREGADOS
                  " REAP=" WORK-REC-REAPLIC
                  " FALHA=" WORK-REC-FALHAS
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 1710-REGISTRA-LOG

           PERFORM 2500-BACKUP-ARQUIVO
           IF WORK-BKP-ERRO EQUAL "N"
              MOVE WORK-BKP-GRAVADOS TO WORK-AGO-QTD (WORK-ARQ-NUM)
           END-IF
           .
       2600-RESTAURA-ARQUIVO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Relatorio da recuperacao: um so por execucao, com todos os    *
      * arquivos restaurados                                          *
      *---------------------------------------------------------------*
       2605-ABRE-RELATORIO              SECTION.
           IF WORK-REL-ABERTO EQUAL "S"
              GO TO 2605-ABRE-RELATORIO-EXIT
           END-IF
           OPEN OUTPUT RELREC
           IF WORK-STATUS-REL NOT EQUAL "00"
              CLOSE RELREC
              GO TO 2605-ABRE-RELATORIO-EXIT
           END-IF
           MOVE "S" TO WORK-REL-ABERTO
           MOVE SPACES TO RELREC-REGISTR
           STRING "Arquivo;Data/Hora;Programa;Operador;Operacao;"
                  "Chave;Resultado"
                  DELIMITED BY SIZE INTO RELREC-REGISTR
           WRITE RELREC-REGISTR
           .
       2605-ABRE-RELATORIO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2610-CARREGA-CLIENTE             SECTION.
           OPEN OUTPUT ARQ-CLIENTE
           IF WS-STATUS-CLI NOT EQUAL "00"
              MOVE "S" TO WORK-REC-ABORTA
              GO TO K65-CARCLI-FIM
           END-IF.
           K65-CARCLI.
           READ BACKUP NEXT AT END
                GO TO K65-CARCLI-FIM
           END-READ
           MOVE BACKUP-REGISTR TO RS-ARQ-CLI
           WRITE RS-ARQ-CLI INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 ADD 1 TO WORK-REC-CARREGADOS
           END-WRITE
           GO TO K65-CARCLI.
           K65-CARCLI-FIM.
           CLOSE ARQ-CLIENTE
           .
       2610-CARREGA-CLIENTE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2620-CARREGA-VENDEDOR            SECTION.
           OPEN OUTPUT ARQ-VENDEDOR
           IF WS-STATUS-VEND NOT EQUAL "00"
              MOVE "S" TO WORK-REC-ABORTA
              GO TO K65-CARVEN-FIM
           END-IF.
           K65-CARVEN.
           READ BACKUP NEXT AT END
                GO TO K65-CARVEN-FIM
           END-READ
           MOVE BACKUP-REGISTR TO RS-ARQ-VEND
           WRITE RS-ARQ-VEND INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 ADD 1 TO WORK-REC-CARREGADOS
           END-WRITE
           GO TO K65-CARVEN.
           K65-CARVEN-FIM.
           CLOSE ARQ-VENDEDOR
           .
       2620-CARREGA-VENDEDOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2630-CARREGA-COM020              SECTION.
           OPEN OUTPUT COM020
           IF WORK-FSTATUS NOT EQUAL "00"
              MOVE "S" TO WORK-REC-ABORTA
              GO TO K65-CAR020-FIM
           END-IF.
           K65-CAR020.
           READ BACKUP NEXT AT END
                GO TO K65-CAR020-FIM
           END-READ
           MOVE BACKUP-REGISTR TO OM020-REGISTR
           WRITE OM020-REGISTR INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 ADD 1 TO WORK-REC-CARREGADOS
           END-WRITE
           GO TO K65-CAR020.
           K65-CAR020-FIM.
           CLOSE COM020
           .
       2630-CARREGA-COM020-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2640-CARREGA-COM021              SECTION.
           OPEN OUTPUT COM021
           IF WORK-FSTATUS NOT EQUAL "00"
              MOVE "S" TO WORK-REC-ABORTA
              GO TO K65-CAR021-FIM
           END-IF.
           K65-CAR021.
           READ BACKUP NEXT AT END
                GO TO K65-CAR021-FIM
           END-READ
           MOVE BACKUP-REGISTR TO OM021-REGISTR
           WRITE OM021-REGISTR INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 ADD 1 TO WORK-REC-CARREGADOS
           END-WRITE
           GO TO K65-CAR021.
           K65-CAR021-FIM.
           CLOSE COM021
           .
       2640-CARREGA-COM021-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2650-CARREGA-WATCH072            SECTION.
           OPEN OUTPUT WATCH072
           IF WORK-FSTATUS NOT EQUAL "00"
              MOVE "S" TO WORK-REC-ABORTA
              GO TO K65-CARWAT-FIM
           END-IF.
           K65-CARWAT.
           READ BACKUP NEXT AT END
                GO TO K65-CARWAT-FIM
           END-READ
           MOVE BACKUP-REGISTR TO WATCH072-REGISTR
           WRITE WATCH072-REGISTR INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 ADD 1 TO WORK-REC-CARREGADOS
           END-WRITE
           GO TO K65-CARWAT.
           K65-CARWAT-FIM.
           CLOSE WATCH072
           .
       2650-CARREGA-WATCH072-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Le o journal inteiro e reaplica as linhas do arquivo da vez   *
      * gravadas a partir do inicio do backup: ate o momento          *
      * escolhido a imagem volta para o arquivo; depois dele so entra *
      * no relatorio                                                  *
      *---------------------------------------------------------------*
       2660-REAPLICA-JOURNAL            SECTION.
           OPEN INPUT ARQ-JOURNAL
           IF WS-JOURNAL-STATUS NOT EQUAL "00"
              CLOSE ARQ-JOURNAL
              GO TO 2660-REAPLICA-JOURNAL-EXIT
           END-IF

           EVALUATE WORK-ARQ-NUM
               WHEN 1 OPEN I-O ARQ-CLIENTE
                      MOVE WS-STATUS-CLI  TO WORK-REC-STATUS
                      MOVE 5              TO WORK-REC-TAMCHAVE
               WHEN 2 OPEN I-O ARQ-VENDEDOR
                      MOVE WS-STATUS-VEND TO WORK-REC-STATUS
                      MOVE 5              TO WORK-REC-TAMCHAVE
               WHEN 3 OPEN I-O COM020
                      MOVE WORK-FSTATUS   TO WORK-REC-STATUS
                      MOVE 22             TO WORK-REC-TAMCHAVE
               WHEN 4 OPEN I-O COM021
                      MOVE WORK-FSTATUS   TO WORK-REC-STATUS
                      MOVE 5              TO WORK-REC-TAMCHAVE
               WHEN 5 OPEN I-O WATCH072
                      MOVE WORK-FSTATUS   TO WORK-REC-STATUS
                      MOVE 14             TO WORK-REC-TAMCHAVE
           END-EVALUATE
           IF WORK-REC-STATUS NOT EQUAL "00"
              ADD 1 TO WORK-REC-FALHAS
              CLOSE ARQ-JOURNAL
              GO TO K65-REAJRN-FECHA
           END-IF.
           K65-REAJRN.
           READ ARQ-JOURNAL NEXT AT END
                GO TO K65-REAJRN-FIM
           END-READ
           MOVE JOURNAL-LINHA TO WK-JOURNAL-REG
           IF JRN-ARQUIVO NOT EQUAL WORK-ARQ-NOME OR
              JRN-DATA-HORA NOT NUMERIC
              GO TO K65-REAJRN
           END-IF
           IF JRN-DATA-HORA < WORK-BKP-DATAHORA (WORK-ARQ-NUM)
              GO TO K65-REAJRN
           END-IF
           IF JRN-DATA-HORA > WORK-REC-ATE
              ADD 1 TO WORK-REC-APOS
              MOVE "APOS O MOMENTO - NAO REAPLICADA"
                                        TO WORK-REC-RESULT
           ELSE
              EVALUATE WORK-ARQ-NUM
                  WHEN 1 PERFORM 2671-APLICA-CLIENTE
                  WHEN 2 PERFORM 2672-APLICA-VENDEDOR
                  WHEN 3 PERFORM 2673-APLICA-COM020
                  WHEN 4 PERFORM 2674-APLICA-COM021
                  WHEN 5 PERFORM 2675-APLICA-WATCH072
              END-EVALUATE
              PERFORM 2679-APURA-APLICACAO
           END-IF
           PERFORM 2680-GRAVA-LINHA-REL
           GO TO K65-REAJRN.
           K65-REAJRN-FIM.
           CLOSE ARQ-JOURNAL.
           K65-REAJRN-FECHA.
           EVALUATE WORK-ARQ-NUM
               WHEN 1 CLOSE ARQ-CLIENTE
               WHEN 2 CLOSE ARQ-VENDEDOR
               WHEN 3 CLOSE COM020
               WHEN 4 CLOSE COM021
               WHEN 5 CLOSE WATCH072
           END-EVALUATE
           .
       2660-REAPLICA-JOURNAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Aplica uma imagem: inclusao e alteracao gravam o registro     *
      * inteiro (incluindo ou regravando, conforme ja exista);        *
      * exclusao apaga pela chave                                     *
      *---------------------------------------------------------------*
       2671-APLICA-CLIENTE              SECTION.
           MOVE JRN-IMAGEM TO RS-ARQ-CLI
           IF JRN-EXCLUSAO
              DELETE ARQ-CLIENTE RECORD INVALID KEY
                     MOVE "JA NAO EXISTIA" TO WORK-REC-RESULT
                     NOT INVALID KEY
                     MOVE "EXCLUIDO"       TO WORK-REC-RESULT
              END-DELETE
           ELSE
              MOVE "INCLUIDO" TO WORK-REC-RESULT
              WRITE RS-ARQ-CLI INVALID KEY
                    MOVE "ALTERADO" TO WORK-REC-RESULT
                    REWRITE RS-ARQ-CLI
              END-WRITE
           END-IF
           MOVE WS-STATUS-CLI TO WORK-REC-STATUS
           .
       2671-APLICA-CLIENTE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2672-APLICA-VENDEDOR             SECTION.
           MOVE JRN-IMAGEM TO RS-ARQ-VEND
           IF JRN-EXCLUSAO
              DELETE ARQ-VENDEDOR RECORD INVALID KEY
                     MOVE "JA NAO EXISTIA" TO WORK-REC-RESULT
                     NOT INVALID KEY
                     MOVE "EXCLUIDO"       TO WORK-REC-RESULT
              END-DELETE
           ELSE
              MOVE "INCLUIDO" TO WORK-REC-RESULT
              WRITE RS-ARQ-VEND INVALID KEY
                    MOVE "ALTERADO" TO WORK-REC-RESULT
                    REWRITE RS-ARQ-VEND
              END-WRITE
           END-IF
           MOVE WS-STATUS-VEND TO WORK-REC-STATUS
           .
       2672-APLICA-VENDEDOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2673-APLICA-COM020               SECTION.
           MOVE JRN-IMAGEM TO OM020-REGISTR
           IF JRN-EXCLUSAO
              DELETE COM020 RECORD INVALID KEY
                     MOVE "JA NAO EXISTIA" TO WORK-REC-RESULT
                     NOT INVALID KEY
                     MOVE "EXCLUIDO"       TO WORK-REC-RESULT
              END-DELETE
           ELSE
              MOVE "INCLUIDO" TO WORK-REC-RESULT
              WRITE OM020-REGISTR INVALID KEY
                    MOVE "ALTERADO" TO WORK-REC-RESULT
                    REWRITE OM020-REGISTR
              END-WRITE
           END-IF
           MOVE WORK-FSTATUS TO WORK-REC-STATUS
           .
       2673-APLICA-COM020-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2674-APLICA-COM021               SECTION.
           MOVE JRN-IMAGEM TO OM021-REGISTR
           IF JRN-EXCLUSAO
              DELETE COM021 RECORD INVALID KEY
                     MOVE "JA NAO EXISTIA" TO WORK-REC-RESULT
                     NOT INVALID KEY
                     MOVE "EXCLUIDO"       TO WORK-REC-RESULT
              END-DELETE
           ELSE
              MOVE "INCLUIDO" TO WORK-REC-RESULT
              WRITE OM021-REGISTR INVALID KEY
                    MOVE "ALTERADO" TO WORK-REC-RESULT
                    REWRITE OM021-REGISTR
              END-WRITE
           END-IF
           MOVE WORK-FSTATUS TO WORK-REC-STATUS
           .
       2674-APLICA-COM021-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2675-APLICA-WATCH072             SECTION.
           MOVE JRN-IMAGEM TO WATCH072-REGISTR
           IF JRN-EXCLUSAO
              DELETE WATCH072 RECORD INVALID KEY
                     MOVE "JA NAO EXISTIA" TO WORK-REC-RESULT
                     NOT INVALID KEY
                     MOVE "EXCLUIDO"       TO WORK-REC-RESULT
              END-DELETE
           ELSE
              MOVE "INCLUIDO" TO WORK-REC-RESULT
              WRITE WATCH072-REGISTR INVALID KEY
                    MOVE "ALTERADO" TO WORK-REC-RESULT
                    REWRITE WATCH072-REGISTR
              END-WRITE
           END-IF
           MOVE WORK-FSTATUS TO WORK-REC-STATUS
           .
       2675-APLICA-WATCH072-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Exclusao de registro que ja nao existe conta como reaplicada; *
      * qualquer outro status ruim e falha                            *
      *---------------------------------------------------------------*
       2679-APURA-APLICACAO             SECTION.
           IF WORK-REC-STATUS (1:1) EQUAL "0" OR
              (JRN-EXCLUSAO AND WORK-REC-STATUS EQUAL "23")
              ADD 1 TO WORK-REC-REAPLIC
           ELSE
              ADD 1 TO WORK-REC-FALHAS
              MOVE SPACES TO WORK-REC-RESULT
              STRING "FALHA ST=" WORK-REC-STATUS
                     DELIMITED BY SIZE INTO WORK-REC-RESULT
           END-IF
           .
       2679-APURA-APLICACAO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2680-GRAVA-LINHA-REL             SECTION.
           IF WORK-REL-ABERTO NOT EQUAL "S"
              GO TO 2680-GRAVA-LINHA-REL-EXIT
           END-IF
           MOVE SPACES TO RELREC-REGISTR
           STRING JRN-ARQUIVO              DELIMITED BY SPACE
                  ";"                      DELIMITED BY SIZE
                  JRN-DATA-HORA            DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  JRN-PROGRAMA             DELIMITED BY SPACE
                  ";"                      DELIMITED BY SIZE
                  JRN-OPERADOR             DELIMITED BY "  "
                  ";"                      DELIMITED BY SIZE
                  JRN-OPERACAO             DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  JRN-IMAGEM (1:WORK-REC-TAMCHAVE)
                                           DELIMITED BY SIZE
                  ";"                      DELIMITED BY SIZE
                  WORK-REC-RESULT          DELIMITED BY "  "
                  INTO RELREC-REGISTR
           END-STRING
           WRITE RELREC-REGISTR
           .
       2680-GRAVA-LINHA-REL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2685-GRAVA-RESUMO-REL            SECTION.
           IF WORK-REL-ABERTO NOT EQUAL "S"
              GO TO 2685-GRAVA-RESUMO-REL-EXIT
           END-IF
           MOVE SPACES TO RELREC-REGISTR
           STRING WORK-ARQ-NOME            DELIMITED BY SPACE
                  ";BACKUP "               DELIMITED BY SIZE
                  WORK-BKP-DATAHORA (WORK-ARQ-NUM)
                                           DELIMITED BY SIZE
                  " GER "                  DELIMITED BY SIZE
                  WORK-BKP-GERACAO (WORK-ARQ-NUM)
                                           DELIMITED BY SIZE
                  ";ATE "                  DELIMITED BY SIZE
                  WORK-REC-ATE             DELIMITED BY SIZE
                  ";CARREGADOS="           DELIMITED BY SIZE
                  WORK-REC-CARREGADOS      DELIMITED BY SIZE
                  ";REAPLICADAS="          DELIMITED BY SIZE
                  WORK-REC-REAPLIC         DELIMITED BY SIZE
                  ";APOS O MOMENTO="       DELIMITED BY SIZE
                  WORK-REC-APOS            DELIMITED BY SIZE
                  ";FALHAS="               DELIMITED BY SIZE
                  WORK-REC-FALHAS          DELIMITED BY SIZE
                  INTO RELREC-REGISTR
           END-STRING
           WRITE RELREC-REGISTR
           .
       2685-GRAVA-RESUMO-REL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Expurgo do journal: so na verificacao batch (antes do online, *
      * ninguem gravando o journal). Sai a linha anterior ao ultimo   *
      * backup verificado do proprio arquivo - nenhuma recuperacao    *
      * volta antes dele; arquivo sem backup conserva todas as linhas *
      *---------------------------------------------------------------*
       2700-EXPURGA-JOURNAL             SECTION.
           MOVE ZEROS TO WORK-JRN-LIDAS
           MOVE ZEROS TO WORK-JRN-EXPURG
           OPEN INPUT ARQ-JOURNAL
           IF WS-JOURNAL-STATUS NOT EQUAL "00"
              CLOSE ARQ-JOURNAL
              GO TO 2700-EXPURGA-JOURNAL-EXIT
           END-IF
           OPEN OUTPUT JRNTMP
           IF WORK-STATUS-JTM NOT EQUAL "00"
              CLOSE ARQ-JOURNAL
              CLOSE JRNTMP
              GO TO 2700-EXPURGA-JOURNAL-EXIT
           END-IF.
           K65-EXPJRN.
           READ ARQ-JOURNAL NEXT AT END
                GO TO K65-EXPJRN-FIM
           END-READ
           ADD 1 TO WORK-JRN-LIDAS
           MOVE JOURNAL-LINHA TO WK-JOURNAL-REG
           MOVE "N" TO WORK-JRN-EXPURGA
           IF JRN-DATA-HORA NUMERIC
              PERFORM 2710-LINHA-EXPURGAVEL
                      VARYING WORK-BKP-IDX FROM 1 BY 1
                      UNTIL WORK-BKP-IDX > 5
           END-IF
           IF WORK-JRN-EXPURGA EQUAL "S"
              ADD 1 TO WORK-JRN-EXPURG
           ELSE
              WRITE JRNTMP-REGISTR FROM JOURNAL-LINHA
           END-IF
           GO TO K65-EXPJRN.
           K65-EXPJRN-FIM.
           CLOSE ARQ-JOURNAL
           CLOSE JRNTMP

      *    nada a expurgar: o journal fica como esta
           IF WORK-JRN-EXPURG EQUAL ZEROS
              GO TO 2700-EXPURGA-JOURNAL-EXIT
           END-IF

           OPEN INPUT JRNTMP
           IF WORK-STATUS-JTM NOT EQUAL "00"
              CLOSE JRNTMP
              GO TO 2700-EXPURGA-JOURNAL-EXIT
           END-IF
           OPEN OUTPUT ARQ-JOURNAL.
           K65-VOLJRN.
           READ JRNTMP NEXT AT END
                GO TO K65-VOLJRN-FIM
           END-READ
           WRITE JOURNAL-LINHA FROM JRNTMP-REGISTR
           GO TO K65-VOLJRN.
           K65-VOLJRN-FIM.
           CLOSE JRNTMP
           CLOSE ARQ-JOURNAL

           DISPLAY "VERARQ JOURNAL LINHAS=" WORK-JRN-LIDAS
                   " EXPURGADAS=" WORK-JRN-EXPURG
           MOVE "JRNPURGE"    TO WORK-LOG-ACAO
           MOVE "JOURNAL"     TO WORK-LOG-ARQUIVO
           MOVE SPACES        TO WORK-LOG-CHAVE
           MOVE SPACES        TO WORK-LOG-DESCRIC
           STRING "LINHAS=" WORK-JRN-LIDAS
                  " EXPURG=" WORK-JRN-EXPURG
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 1710-REGISTRA-LOG
           .
       2700-EXPURGA-JOURNAL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2710-LINHA-EXPURGAVEL            SECTION.
           IF WORK-NOME-ARQ (WORK-BKP-IDX) EQUAL JRN-ARQUIVO
              IF WORK-BKP-DATAHORA (WORK-BKP-IDX) NOT EQUAL ZEROS AND
                 JRN-DATA-HORA < WORK-BKP-DATAHORA (WORK-BKP-IDX)
                 MOVE "S" TO WORK-JRN-EXPURGA
              END-IF
              MOVE 9 TO WORK-BKP-IDX
           END-IF
           .
       2710-LINHA-EXPURGAVEL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Recuperacao pedida na linha de comando, sem perguntas:        *
      *   VERARQ RECUPERA <arquivo|TODOS> [momento]                   *
      * devolve no codigo de retorno quantos arquivos nao foram       *
      * recuperados por inteiro                                       *
      *---------------------------------------------------------------*
       2800-RECUPERA-COMANDO            SECTION.

           MOVE ZEROS TO WORK-QTD-RUINS
           PERFORM 2820-CONVERTE-MOMENTO
           IF WORK-REC-MOMENTO-OK NOT EQUAL "S"
              DISPLAY "VERARQ MOMENTO INVALIDO: " WORK-PAR-ATE
              MOVE 1 TO WORK-QTD-RUINS
              GO TO 2800-RECUPERA-COMANDO-EXIT
           END-IF

           MOVE ZEROS TO WORK-REC-QTDARQ
           PERFORM 2810-RECUPERA-UM
                   VARYING WORK-ARQ-NUM FROM 1 BY 1
                   UNTIL WORK-ARQ-NUM > 5
           IF WORK-REC-QTDARQ EQUAL ZEROS
              DISPLAY "VERARQ ARQUIVO DESCONHECIDO: " WORK-PAR-ARQUIVO
              MOVE 1 TO WORK-QTD-RUINS
           END-IF
           .
       2800-RECUPERA-COMANDO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2810-RECUPERA-UM                 SECTION.
           IF WORK-PAR-ARQUIVO NOT EQUAL "TODOS" AND
              WORK-PAR-ARQUIVO NOT EQUAL WORK-NOME-ARQ (WORK-ARQ-NUM)
              GO TO 2810-RECUPERA-UM-EXIT
           END-IF
           ADD 1 TO WORK-REC-QTDARQ
           MOVE WORK-NOME-ARQ (WORK-ARQ-NUM) TO WORK-ARQ-NOME

      *    mesma retencao da reconstrucao: nao restaura por baixo de
      *    uma sessao que esteja com o arquivo
           MOVE WORK-ARQ-NOME TO WK-MNT-ARQUIVO
           MOVE SPACES        TO WK-MNT-FILTRO
           MOVE "BATCH"       TO WK-MNT-TIPO
           MOVE "VERARQ"      TO WK-MNT-PROGRAMA
           MOVE SPACES        TO WK-MNT-OPERADOR
           PERFORM 8200-MANUT-VERIFICA
           IF WK-MNT-ACHOU EQUAL "S"
              DISPLAY "VERARQ " WORK-ARQ-NOME
                      " RETIDO POR " WK-MNT-PROG-ACHADO
                      " DESDE " WK-MNT-INI-ACHADO
                      " - RECUPERACAO ADIADA"
              ADD 1 TO WORK-QTD-RUINS
              GO TO 2810-RECUPERA-UM-EXIT
           END-IF

           PERFORM 8300-MANUT-MARCA
           PERFORM 2600-RESTAURA-ARQUIVO
           MOVE SPACES    TO WK-MNT-OPERADOR
           PERFORM 8400-MANUT-DESMARCA

           IF WORK-REC-ABORTA EQUAL "S" OR
              WORK-REC-FALHAS NOT EQUAL ZEROS
              ADD 1 TO WORK-QTD-RUINS
           END-IF
           .
       2810-RECUPERA-UM-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Momento da recuperacao: branco = tudo o que o journal tiver;  *
      * so a data (AAAAMMDD) = ate o fim daquele dia                  *
      *---------------------------------------------------------------*
       2820-CONVERTE-MOMENTO            SECTION.
           MOVE "S" TO WORK-REC-MOMENTO-OK
           EVALUATE TRUE
               WHEN WORK-PAR-ATE EQUAL SPACES
                    MOVE 99999999999999   TO WORK-REC-ATE
               WHEN WORK-PAR-ATE NUMERIC
                    MOVE WORK-PAR-ATE     TO WORK-REC-ATE
               WHEN WORK-PAR-ATE (1:8) NUMERIC AND
                    WORK-PAR-ATE (9:6) EQUAL SPACES
                    MOVE WORK-PAR-ATE (1:8) TO WORK-REC-ATE (1:8)
                    MOVE "235959"           TO WORK-REC-ATE (9:6)
               WHEN OTHER
                    MOVE "N" TO WORK-REC-MOMENTO-OK
           END-EVALUATE
           .
       2820-CONVERTE-MOMENTO-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Grava as contagens desta verificacao para a comparacao da     *
      * proxima noite                                                 *
      *---------------------------------------------------------------*
