      *   PROGRAMA    . CNVARQ                                        *
      *   FUNCAO      . CONVERSAO UNICA DE LAYOUT DOS ARQUIVOS QUE    *
      *                 GANHARAM CAMPOS NOVOS NO FIM DO REGISTRO:     *
      *                 CLIENTE.DAT (FILIAL E, DEPOIS, CLASSE DE      *
      *                 VISITA E ORIGEM DA COORDENADA), VENDEDOR.DAT  *
      *                 (FILIAL E, DEPOIS, ORIGEM DA COORDENADA),     *
      *                 COM020_POSTADAS.DAT (SITUACAO DO ITEM E,      *
      *                 DEPOIS, PERCENTUAL/VALOR DA COMISSAO) E       *
      *                 COM020_OVERRIDE.DAT (D/C E MOTIVO DO          *
      *                 LANCAMENTO MANUAL). CADA ARQUIVO E RENOMEADO  *
      *                 PARA .OLD, RELIDO PELO LAYOUT ANTIGO E        *
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-CLO.

            SELECT CLIFIL     ASSIGN TO DISK WORK-NOMECLIF
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS CLF-COD-CLI
                              ALTERNATE RECORD KEY IS CLF-CNPJ
                              ALTERNATE RECORD KEY IS CLF-RAZAO
                                        WITH DUPLICATES
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-CLF.

            SELECT VENFIL     ASSIGN TO DISK WORK-NOMEVENF
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS VNF-COD-VEND
                              ALTERNATE RECORD KEY IS VNF-CPF
                              ALTERNATE RECORD KEY IS VNF-NOME
                                        WITH DUPLICATES
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-VNF.

            SELECT VENOLD     ASSIGN TO DISK WORK-NOMEVENO
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-PSO.

            SELECT PSTSIT     ASSIGN WORK-NOMEPSTS
                              ORGANIZATION IS INDEXED
                              ACCESS MODE  IS DYNAMIC
                              RECORD KEY   IS PSS-CHAVE
                              LOCK MODE    IS MANUAL
                              FILE STATUS  IS WORK-STATUS-PSS.

            SELECT OVROLD     ASSIGN WORK-NOMEOVRO
                              ORGANIZATION IS SEQUENTIAL
                              FILE STATUS  IS WORK-STATUS-OVO.
           05  POST-CODVEND             PIC 9(005).
           05  POST-DTLANCA             PIC 9(008).
           05  POST-SITUACA             PIC X(001).
           05  POST-PERCOM              PIC 9(003)V99.
           05  POST-ORIGTAX             PIC X(001).
           05  POST-VLRCOM              PIC 9(007)V99.

      *----Fila de overrides no layout novo (mesmo do LEARQ)----------
       FD  OVRPEND.
           05  CLO-CEP                  PIC 9(008).
           05  CLO-TELEFONE             PIC X(015).

      *----Cliente com a filial, sem classe de visita e sem origem da
      *    coordenada------------------------------------------------
       FD  CLIFIL.
       01  CLF-REGISTR.
           05  CLF-COD-CLI              PIC 9(005).
           05  CLF-CNPJ                 PIC 9(014).
           05  CLF-RAZAO                PIC X(035).
           05  CLF-LATITUDE             PIC S9(003)V9(006).
           05  CLF-LONGITUDE            PIC S9(003)V9(006).
           05  CLF-STATUS               PIC X(001).
           05  CLF-COD-VEND             PIC 9(005).
           05  CLF-COD-VEND-ANT         PIC 9(005).
           05  CLF-ENDERECO             PIC X(040).
           05  CLF-CIDADE               PIC X(025).
           05  CLF-UF                   PIC X(002).
           05  CLF-CEP                  PIC 9(008).
           05  CLF-TELEFONE             PIC X(015).
           05  CLF-FILIAL               PIC 9(002).

      *----Vendedor no layout antigo (sem a filial do fim)------------
       FD  VENOLD.
       01  VNO-REGISTR.
           05  VNO-CEP                  PIC 9(008).
           05  VNO-TELEFONE             PIC X(015).

      *----Vendedor com a filial e sem a origem da coordenada---------
       FD  VENFIL.
       01  VNF-REGISTR.
           05  VNF-COD-VEND             PIC 9(005).
           05  VNF-CPF                  PIC 9(014).
           05  VNF-NOME                 PIC X(035).
           05  VNF-LATITUDE             PIC S9(003)V9(006).
           05  VNF-LONGITUDE            PIC S9(003)V9(006).
           05  VNF-STATUS               PIC X(001).
           05  VNF-CAPACIDADE           PIC 9(004).
           05  VNF-ENDERECO             PIC X(040).
           05  VNF-CIDADE               PIC X(025).
           05  VNF-UF                   PIC X(002).
           05  VNF-CEP                  PIC 9(008).
           05  VNF-TELEFONE             PIC X(015).
           05  VNF-FILIAL               PIC 9(002).

      *----Controle de postadas no layout antigo (sem a situacao)-----
       FD  PSTOLD.
       01  PSO-REGISTR.
           05  PSO-CODVEND              PIC 9(005).
           05  PSO-DTLANCA              PIC 9(008).

      *----Controle de postadas com situacao e sem percentual---------
       FD  PSTSIT.
       01  PSS-REGISTR.
           05  PSS-CHAVE.
               10  PSS-EMPRESA          PIC 9(001).
               10  PSS-FILIALL          PIC 9(002).
               10  PSS-NRNOTAS          PIC 9(006).
               10  PSS-SEQITEM          PIC 9(003).
           05  PSS-CODVEND              PIC 9(005).
           05  PSS-DTLANCA              PIC 9(008).
           05  PSS-SITUACA              PIC X(001).

      *----Fila de overrides no layout antigo (sem D/C e motivo)------
       FD  OVROLD.
       01  OVO-REGISTR.
       77  WORK-STATUS-PST              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-OVR              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-CLO              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-CLF              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-VNO              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-VNF              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-PSO              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-OVO              PIC X(002) VALUE SPACES.
       77  WORK-STATUS-PSS              PIC X(002) VALUE SPACES.

       77  WORK-NOMEPST                 PIC X(038) VALUE
           "/disco0/cobol/arq/com020_postadas.dat".
           "/disco0/cobol/arq/com020_override.dat".
       77  WORK-NOMECLIO                PIC X(034) VALUE
           "/disco0/cobol/arq/cliente.dat.old".
       77  WORK-NOMECLIF                PIC X(034) VALUE
           "/disco0/cobol/arq/cliente.dat.old2".
       77  WORK-NOMEVENO                PIC X(035) VALUE
           "/disco0/cobol/arq/vendedor.dat.old".
       77  WORK-NOMEVENF                PIC X(035) VALUE
           "/disco0/cobol/arq/vendedor.dat.old2".
       77  WORK-NOMEPSTO                PIC X(042) VALUE
           "/disco0/cobol/arq/com020_postadas.dat.old".
       77  WORK-NOMEPSTS                PIC X(043) VALUE
           "/disco0/cobol/arq/com020_postadas.dat.old2".
       77  WORK-NOMEOVRO                PIC X(042) VALUE
           "/disco0/cobol/arq/com020_override.dat.old".

           05 FILLER                    PIC X(034) VALUE
           "/disco0/cobol/arq/cliente.dat.old".
           05 FILLER                    PIC X(001) VALUE LOW-VALUES.
       01  WORK-CMD-MVCLI2.
           05 FILLER                    PIC X(003) VALUE "mv ".
           05 FILLER                    PIC X(030) VALUE
           "/disco0/cobol/arq/cliente.dat".
           05 FILLER                    PIC X(001) VALUE SPACE.
           05 FILLER                    PIC X(034) VALUE
           "/disco0/cobol/arq/cliente.dat.old2".
           05 FILLER                    PIC X(001) VALUE LOW-VALUES.
       01  WORK-CMD-MVVEN.
           05 FILLER                    PIC X(003) VALUE "mv ".
           05 FILLER                    PIC X(031) VALUE
           05 FILLER                    PIC X(035) VALUE
           "/disco0/cobol/arq/vendedor.dat.old".
           05 FILLER                    PIC X(001) VALUE LOW-VALUES.
       01  WORK-CMD-MVVEN2.
           05 FILLER                    PIC X(003) VALUE "mv ".
           05 FILLER                    PIC X(031) VALUE
           "/disco0/cobol/arq/vendedor.dat".
           05 FILLER                    PIC X(001) VALUE SPACE.
           05 FILLER                    PIC X(035) VALUE
           "/disco0/cobol/arq/vendedor.dat.old2".
           05 FILLER                    PIC X(001) VALUE LOW-VALUES.
       01  WORK-CMD-MVPST.
           05 FILLER                    PIC X(003) VALUE "mv ".
           05 FILLER                    PIC X(038) VALUE
           05 FILLER                    PIC X(042) VALUE
           "/disco0/cobol/arq/com020_postadas.dat.old".
           05 FILLER                    PIC X(001) VALUE LOW-VALUES.
       01  WORK-CMD-MVPST2.
           05 FILLER                    PIC X(003) VALUE "mv ".
           05 FILLER                    PIC X(038) VALUE
           "/disco0/cobol/arq/com020_postadas.dat".
           05 FILLER                    PIC X(001) VALUE SPACE.
           05 FILLER                    PIC X(043) VALUE
           "/disco0/cobol/arq/com020_postadas.dat.old2".
           05 FILLER                    PIC X(001) VALUE LOW-VALUES.
       01  WORK-CMD-MVOVR.
           05 FILLER                    PIC X(003) VALUE "mv ".
           05 FILLER                    PIC X(038) VALUE
      * seguranca); se o arquivo abre no layout novo, nao ha o que    *
      * converter; senao o arquivo vira .old, e relido pelo layout    *
      * antigo e regravado no layout novo com o campo novo neutro     *
      *---------------------------------------------------------------*
      * O cliente ja mudou duas vezes: o .old guarda o layout sem a   *
      * filial e o .old2 o layout com a filial e sem a classe de      *
      * visita e a origem da coordenada. Cliente convertido fica sem  *
      * classe (branco: a sugestao pelo faturamento do PW0010         *
      * classifica depois) e com a coordenada como informada          *
      *---------------------------------------------------------------*
       2100-CONVERTE-CLIENTE            SECTION.

           MOVE "CLIENTE" TO WORK-ARQ-NOME

           OPEN INPUT CLIFIL
           IF WORK-STATUS-CLF EQUAL "00"
              CLOSE CLIFIL
              DISPLAY "CNVARQ CLIENTE: JA CONVERTIDO (.old2 existe)"
              GO TO 2100-CONVERTE-CLIENTE-EXIT
           END-IF
           CLOSE CLIFIL

           OPEN INPUT ARQ-CLIENTE
           EVALUATE WS-STATUS-CLI
                    CLOSE ARQ-CLIENTE
           END-EVALUATE

      *    o layout intermediario e lido pelo proprio nome do arquivo
      *    antes de renomear; se abrir, converte a partir do .old2
           MOVE "/disco0/cobol/arq/cliente.dat" TO WORK-NOMECLIF
           OPEN INPUT CLIFIL
           MOVE "/disco0/cobol/arq/cliente.dat.old2"
                             TO WORK-NOMECLIF
           IF WORK-STATUS-CLF EQUAL "00"
              CLOSE CLIFIL
              PERFORM 2110-CONVERTE-CLIFIL
              GO TO 2100-CONVERTE-CLIENTE-EXIT
           END-IF
           CLOSE CLIFIL

           OPEN INPUT CLIOLD
           IF WORK-STATUS-CLO EQUAL "00"
              CLOSE CLIOLD
              DISPLAY "CNVARQ CLIENTE: .old existe e layout nao "
                      "reconhecido - NADA CONVERTIDO"
              GO TO 2100-CONVERTE-CLIENTE-EXIT
           END-IF
           CLOSE CLIOLD

           CALL "SYSTEM" USING WORK-CMD-MVCLI

           MOVE ZEROS TO WORK-CNV-LIDOS WORK-CNV-GRAVADOS
           MOVE CLO-CEP          TO RS-CEP-CLI
           MOVE CLO-TELEFONE     TO RS-TELEFONE-CLI
           MOVE ZEROS            TO RS-FILIAL-CLI
           MOVE SPACES           TO RS-CLASSE-VIS-CLI
           MOVE SPACES           TO RS-CLASSE-ORIG-CLI
           MOVE SPACES           TO RS-COORD-ORIG-CLI
           WRITE RS-ARQ-CLI INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
           .
       2100-CONVERTE-CLIENTE-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2110-CONVERTE-CLIFIL             SECTION.

           CALL "SYSTEM" USING WORK-CMD-MVCLI2

           MOVE ZEROS TO WORK-CNV-LIDOS WORK-CNV-GRAVADOS
           OPEN INPUT CLIFIL
           IF WORK-STATUS-CLF NOT EQUAL "00"
              DISPLAY "CNVARQ CLIENTE: ERRO AO LER LAYOUT ANTIGO "
                      WORK-STATUS-CLF " - NADA CONVERTIDO"
              CLOSE CLIFIL
              GO TO 2110-CONVERTE-CLIFIL-EXIT
           END-IF
           OPEN OUTPUT ARQ-CLIENTE.

           K65-CNVCLF.
           READ CLIFIL NEXT AT END
                GO TO K65-CNVCLF-FIM
           END-READ
           ADD 1 TO WORK-CNV-LIDOS
           MOVE SPACES           TO RS-ARQ-CLI
           MOVE CLF-COD-CLI      TO RS-COD-CLI
           MOVE CLF-CNPJ         TO RS-CNPJ
           MOVE CLF-RAZAO        TO RS-RAZAO-SOCIAL
           MOVE CLF-LATITUDE     TO RS-LATITUDE-CLI
           MOVE CLF-LONGITUDE    TO RS-LONGITUDE-CLI
           MOVE CLF-STATUS       TO RS-STATUS-CLI
           MOVE CLF-COD-VEND     TO RS-COD-VEND-CLI
           MOVE CLF-COD-VEND-ANT TO RS-COD-VEND-ANT-CLI
           MOVE CLF-ENDERECO     TO RS-ENDERECO-CLI
           MOVE CLF-CIDADE       TO RS-CIDADE-CLI
           MOVE CLF-UF           TO RS-UF-CLI
           MOVE CLF-CEP          TO RS-CEP-CLI
           MOVE CLF-TELEFONE     TO RS-TELEFONE-CLI
           MOVE CLF-FILIAL       TO RS-FILIAL-CLI
      *    sem classe: a sugestao pelo faturamento classifica depois
           MOVE SPACES           TO RS-CLASSE-VIS-CLI
           MOVE SPACES           TO RS-CLASSE-ORIG-CLI
           MOVE SPACES           TO RS-COORD-ORIG-CLI
           WRITE RS-ARQ-CLI INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 ADD 1 TO WORK-CNV-GRAVADOS
           END-WRITE
           GO TO K65-CNVCLF.
           K65-CNVCLF-FIM.
           CLOSE CLIFIL
           CLOSE ARQ-CLIENTE

           PERFORM 2900-RESUMO-CONVERSAO
           .
       2110-CONVERTE-CLIFIL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * O vendedor tambem mudou duas vezes: o .old guarda o layout    *
      * sem a filial e o .old2 o layout com a filial e sem a origem   *
      * da coordenada (convertido fica como informada)                *
      *---------------------------------------------------------------*
       2200-CONVERTE-VENDEDOR           SECTION.

           MOVE "VENDEDOR" TO WORK-ARQ-NOME

           OPEN INPUT VENFIL
           IF WORK-STATUS-VNF EQUAL "00"
              CLOSE VENFIL
              DISPLAY "CNVARQ VENDEDOR: JA CONVERTIDO (.old2 existe)"
              GO TO 2200-CONVERTE-VENDEDOR-EXIT
           END-IF
           CLOSE VENFIL

           OPEN INPUT ARQ-VENDEDOR
           EVALUATE WS-STATUS-VEND
                    CLOSE ARQ-VENDEDOR
           END-EVALUATE

      *    o layout intermediario e lido pelo proprio nome do arquivo
      *    antes de renomear; se abrir, converte a partir do .old2
           MOVE "/disco0/cobol/arq/vendedor.dat" TO WORK-NOMEVENF
           OPEN INPUT VENFIL
           MOVE "/disco0/cobol/arq/vendedor.dat.old2"
                             TO WORK-NOMEVENF
           IF WORK-STATUS-VNF EQUAL "00"
              CLOSE VENFIL
              PERFORM 2210-CONVERTE-VENFIL
              GO TO 2200-CONVERTE-VENDEDOR-EXIT
           END-IF
           CLOSE VENFIL

           OPEN INPUT VENOLD
           IF WORK-STATUS-VNO EQUAL "00"
              CLOSE VENOLD
              DISPLAY "CNVARQ VENDEDOR: .old existe e layout nao "
                      "reconhecido - NADA CONVERTIDO"
              GO TO 2200-CONVERTE-VENDEDOR-EXIT
           END-IF
           CLOSE VENOLD

           CALL "SYSTEM" USING WORK-CMD-MVVEN

           MOVE ZEROS TO WORK-CNV-LIDOS WORK-CNV-GRAVADOS
           MOVE VNO-CEP          TO RS-CEP-VEND
           MOVE VNO-TELEFONE     TO RS-TELEFONE-VEND
           MOVE ZEROS            TO RS-FILIAL-VEND
           MOVE SPACES           TO RS-COORD-ORIG-VEND
           WRITE RS-ARQ-VEND INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
           .
       2200-CONVERTE-VENDEDOR-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2210-CONVERTE-VENFIL             SECTION.

           CALL "SYSTEM" USING WORK-CMD-MVVEN2

           MOVE ZEROS TO WORK-CNV-LIDOS WORK-CNV-GRAVADOS
           OPEN INPUT VENFIL
           IF WORK-STATUS-VNF NOT EQUAL "00"
              DISPLAY "CNVARQ VENDEDOR: ERRO AO LER LAYOUT ANTIGO "
                      WORK-STATUS-VNF " - NADA CONVERTIDO"
              CLOSE VENFIL
              GO TO 2210-CONVERTE-VENFIL-EXIT
           END-IF
           OPEN OUTPUT ARQ-VENDEDOR.

           K65-CNVVNF.
           READ VENFIL NEXT AT END
                GO TO K65-CNVVNF-FIM
           END-READ
           ADD 1 TO WORK-CNV-LIDOS
           MOVE SPACES           TO RS-ARQ-VEND
           MOVE VNF-COD-VEND     TO RS-COD-VEND
           MOVE VNF-CPF          TO RS-CPF
           MOVE VNF-NOME         TO RS-NOME
           MOVE VNF-LATITUDE     TO RS-LATITUDE-VEND
           MOVE VNF-LONGITUDE    TO RS-LONGITUDE-VEND
           MOVE VNF-STATUS       TO RS-STATUS-VEND
           MOVE VNF-CAPACIDADE   TO RS-CAPACIDADE-VEND
           MOVE VNF-ENDERECO     TO RS-ENDERECO-VEND
           MOVE VNF-CIDADE       TO RS-CIDADE-VEND
           MOVE VNF-UF           TO RS-UF-VEND
           MOVE VNF-CEP          TO RS-CEP-VEND
           MOVE VNF-TELEFONE     TO RS-TELEFONE-VEND
           MOVE VNF-FILIAL       TO RS-FILIAL-VEND
           MOVE SPACES           TO RS-COORD-ORIG-VEND
           WRITE RS-ARQ-VEND INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 ADD 1 TO WORK-CNV-GRAVADOS
           END-WRITE
           GO TO K65-CNVVNF.
           K65-CNVVNF-FIM.
           CLOSE VENFIL
           CLOSE ARQ-VENDEDOR

           PERFORM 2900-RESUMO-CONVERSAO
           .
       2210-CONVERTE-VENFIL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * O controle de postadas ja mudou duas vezes: o .old guarda o   *
      * layout sem situacao e o .old2 o layout com situacao e sem o   *
      * percentual de comissao. Item convertido fica com 100% e valor *
      * zerado: o estorno recalcula o valor pelo SFT073               *
      *---------------------------------------------------------------*
       2300-CONVERTE-POSTCTL            SECTION.

           MOVE "POSTCTL" TO WORK-ARQ-NOME

           OPEN INPUT PSTSIT
           IF WORK-STATUS-PSS EQUAL "00"
              CLOSE PSTSIT
              DISPLAY "CNVARQ POSTCTL: JA CONVERTIDO (.old2 existe)"
              GO TO 2300-CONVERTE-POSTCTL-EXIT
           END-IF
           CLOSE PSTSIT

           OPEN INPUT POSTCTL
           EVALUATE WORK-STATUS-PST
                    CLOSE POSTCTL
           END-EVALUATE

      *    o layout intermediario e lido pelo proprio nome do arquivo
      *    antes de renomear; se abrir, converte a partir do .old2
           MOVE WORK-NOMEPST TO WORK-NOMEPSTS
           OPEN INPUT PSTSIT
           MOVE "/disco0/cobol/arq/com020_postadas.dat.old2"
                             TO WORK-NOMEPSTS
           IF WORK-STATUS-PSS EQUAL "00"
              CLOSE PSTSIT
              PERFORM 2310-CONVERTE-PSTSIT
              GO TO 2300-CONVERTE-POSTCTL-EXIT
           END-IF
           CLOSE PSTSIT

           OPEN INPUT PSTOLD
           IF WORK-STATUS-PSO EQUAL "00"
              CLOSE PSTOLD
              DISPLAY "CNVARQ POSTCTL: .old existe e layout nao "
                      "reconhecido - NADA CONVERTIDO"
              GO TO 2300-CONVERTE-POSTCTL-EXIT
           END-IF
           CLOSE PSTOLD

           CALL "SYSTEM" USING WORK-CMD-MVPST

           MOVE ZEROS TO WORK-CNV-LIDOS WORK-CNV-GRAVADOS
           MOVE PSO-DTLANCA      TO POST-DTLANCA
      *    item do layout antigo e sempre um item postado
           MOVE "P"              TO POST-SITUACA
           MOVE 100              TO POST-PERCOM
           MOVE SPACES           TO POST-ORIGTAX
           MOVE ZEROS            TO POST-VLRCOM
           WRITE POSTCTL-REGISTR INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
           .
       2300-CONVERTE-POSTCTL-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2310-CONVERTE-PSTSIT             SECTION.

           CALL "SYSTEM" USING WORK-CMD-MVPST2

           MOVE ZEROS TO WORK-CNV-LIDOS WORK-CNV-GRAVADOS
           OPEN INPUT PSTSIT
           IF WORK-STATUS-PSS NOT EQUAL "00"
              DISPLAY "CNVARQ POSTCTL: ERRO AO LER LAYOUT ANTIGO "
                      WORK-STATUS-PSS " - NADA CONVERTIDO"
              CLOSE PSTSIT
              GO TO 2310-CONVERTE-PSTSIT-EXIT
           END-IF
           OPEN OUTPUT POSTCTL.

           K65-CNVPSS.
           READ PSTSIT NEXT AT END
                GO TO K65-CNVPSS-FIM
           END-READ
           ADD 1 TO WORK-CNV-LIDOS
           MOVE PSS-EMPRESA      TO POST-EMPRESA
           MOVE PSS-FILIALL      TO POST-FILIALL
           MOVE PSS-NRNOTAS      TO POST-NRNOTAS
           MOVE PSS-SEQITEM      TO POST-SEQITEM
           MOVE PSS-CODVEND      TO POST-CODVEND
           MOVE PSS-DTLANCA      TO POST-DTLANCA
           MOVE PSS-SITUACA      TO POST-SITUACA
      *    antes da tabela de taxas o item era creditado pelo valor
      *    cheio da nota
           MOVE 100              TO POST-PERCOM
           MOVE SPACES           TO POST-ORIGTAX
           MOVE ZEROS            TO POST-VLRCOM
           WRITE POSTCTL-REGISTR INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 ADD 1 TO WORK-CNV-GRAVADOS
           END-WRITE
           GO TO K65-CNVPSS.
           K65-CNVPSS-FIM.
           CLOSE PSTSIT
           CLOSE POSTCTL

           PERFORM 2900-RESUMO-CONVERSAO
           .
       2310-CONVERTE-PSTSIT-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * A fila de overrides e sequencial de tamanho fixo: nao ha como *
      * detectar o layout pelo OPEN, entao a decisao e pela marca:    *
