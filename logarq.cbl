      *                 E EXPORTACAO DO FILTRO PARA CSV; MAIS O       *
      *                 ARQUIVAMENTO MENSAL QUE MOVE OS MESES JA      *
      *                 FECHADOS PARA ARQUIVOS DATADOS, MANTENDO O    *
      *                 LOG ONLINE PEQUENO (TAMBEM SEM TELA, PELO     *
      *                 PARAMETRO ARQUIVA NA LINHA DE COMANDO)        *
      *****************************************************************
      *---------------------------------------------------------------*
       ENVIRONMENT                      DIVISION.
       77  WORK-OPCAO                   PIC 9(002) VALUE ZEROS.
       77  WORK-CONFIRM                 PIC X(001) VALUE SPACES.
       77  WORK-LIMPAR                  PIC X(060) VALUE SPACES.
       77  WORK-PARAMET                 PIC X(020) VALUE SPACES.

       77  WORK-NOMECSV                 PIC X(047) VALUE
           "/disco0/cobol/arq/relatorios/sys047_filtro.csv".
       77  WORK-ARQ-MOVIDAS             PIC 9(007) VALUE ZEROS.
       77  WORK-ARQ-MANTIDAS            PIC 9(007) VALUE ZEROS.
       77  WORK-ARQ-FIM                 PIC X(001) VALUE "N".
       77  WORK-ARQ-ERRO                PIC X(040) VALUE SPACES.
       01  WORK-CMD-MOVE.
           05 FILLER                    PIC X(003) VALUE "mv ".
           05 FILLER                    PIC X(041) VALUE
      *---------------------------------------------------------------*
       0000-PRINCIPAL                   SECTION.

      *    parametro ARQUIVA: arquivamento mensal sem nenhuma tela
      *    (cadeia noturna); codigo de retorno 1 se nao arquivou
            ACCEPT WORK-PARAMET FROM COMMAND-LINE
            IF WORK-PARAMET (1:7) EQUAL "ARQUIVA"
               PERFORM 1000-INICIALIZA
               PERFORM 2205-ARQUIVA-EXECUTA
               IF WORK-ARQ-ERRO EQUAL SPACES
                  DISPLAY "LOGARQ ARQUIVADAS=" WORK-ARQ-MOVIDAS
                          " MANTIDAS=" WORK-ARQ-MANTIDAS
                  MOVE ZEROS TO RETURN-CODE
               ELSE
                  DISPLAY "LOGARQ " WORK-ARQ-ERRO
                  MOVE 1     TO RETURN-CODE
               END-IF
               PERFORM 3000-FINALIZA
            END-IF

            PERFORM 1000-INICIALIZA
            PERFORM 2000-PROCESSA
                    UNTIL   WORK-OPCAO  EQUAL 99 OR ESC
              GO TO 2200-ARQUIVA-MESES-EXIT
           END-IF

           PERFORM 2205-ARQUIVA-EXECUTA
           IF WORK-ARQ-ERRO NOT EQUAL SPACES
              DISPLAY WORK-ARQ-ERRO                      AT 0823
              GO TO 2200-ARQUIVA-MESES-EXIT
           END-IF

           DISPLAY "Linhas arquivadas:"                  AT 0823
           DISPLAY WORK-ARQ-MOVIDAS                      AT 0842
           DISPLAY "Linhas mantidas  :"                  AT 0923
           DISPLAY WORK-ARQ-MANTIDAS                     AT 0942
           .
       2200-ARQUIVA-MESES-EXIT.
           EXIT.
      *---------------------------------------------------------------*
      * Execucao do arquivamento (comum a opcao de tela e ao modo     *
      * ARQUIVA); erro de abertura volta em WORK-ARQ-ERRO             *
      *---------------------------------------------------------------*
       2205-ARQUIVA-EXECUTA             SECTION.

           MOVE SPACES                  TO WORK-ARQ-ERRO
           MOVE FUNCTION CURRENT-DATE   TO SIST-DATAHOR
           MOVE SIST-SECULOO            TO WORK-ARQ-MESREF (1:2)
           MOVE SIST-ANOOOOO            TO WORK-ARQ-MESREF (3:2)

           OPEN INPUT SYS047
           IF WK-FSTATUS NOT EQUAL "00"
              MOVE "Log SYS047 nao disponivel" TO WORK-ARQ-ERRO
              CLOSE SYS047
              GO TO 2205-ARQUIVA-EXECUTA-EXIT
           END-IF
           OPEN OUTPUT LOGTMP
           IF WORK-STATUS-TMP NOT EQUAL "00"
              MOVE "ERRO ABRIR AREA TEMPORARIA" TO WORK-ARQ-ERRO
              CLOSE SYS047 LOGTMP
              GO TO 2205-ARQUIVA-EXECUTA-EXIT
           END-IF

           PERFORM 2210-ARQUIVA-LINHA
      *    o tmp (so com o mes aberto) toma o lugar do log online
           CALL "SYSTEM" USING WORK-CMD-MOVE

           MOVE "ARQUIVA"                 TO WORK-LOG-ACAO
           MOVE "SYS047"                  TO WORK-LOG-ARQUIVO
           MOVE SPACES                    TO WORK-LOG-CHAVE
                  DELIMITED BY SIZE INTO WORK-LOG-DESCRIC
           PERFORM 2710-REGISTRA-LOG
           .
       2205-ARQUIVA-EXECUTA-EXIT.
           EXIT.
      *---------------------------------------------------------------*
       2210-ARQUIVA-LINHA               SECTION.
