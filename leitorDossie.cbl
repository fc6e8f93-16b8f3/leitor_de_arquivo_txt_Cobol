      ******************************************************************
      * Author: Gildo
      * Purpose: Dossie por campeao: le uma lista de nomes e grava,
      *          para cada um, uma secao com tudo o que a cadeia guarda
      *          sobre ele - registro atual do mestre (ou o expurgo que
      *          o tirou de la, com o arquivo morto), historico de
      *          taxas (agregados mensais do HISTAGREG.DAT seguidos do
      *          detalhe recente do HISTORICO.DAT), transferencias de
      *          time e funcao, rejeitos com o codigo e a situacao, e a
      *          fonte que trouxe cada carga - substitui a rodada de
      *          CONSULTA-LOTE, TENDENCIA e TRANSFERENCIAS mais o grep
      *          a mao nos demais arquivos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITOR-DOSSIE.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LISTA DE CAMPEOES: POR PADRAO "DOSSIES.TXT", OU DEFINA A
      * VARIAVEL DE AMBIENTE DOSSIE-ARQUIVO PARA USAR OUTRA.
      * CADA LINHA TRAZ UM NOME DE CAMPEAO NAS COLUNAS 1-15 - NOME
      * ANTIGO DE CAMPEAO RENOMEADO E LEVADO PARA A CHAVE ATUAL PELA
      * TABELA DE APELIDOS (APELIDOS.DAT).
            SELECT REQUEST-FILE ASSIGN TO DYNAMIC WS-REQUEST-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REQUEST-STATUS.

            SELECT MASTER-FILE ASSIGN TO "CAMPEOESMASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHAMPION-NAME OF MASTER-RECORD
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT ALIAS-FILE ASSIGN TO "APELIDOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALIAS-STATUS.

            SELECT PURGED-LIST-FILE ASSIGN TO "EXPURGADOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PURGED-STATUS.

            SELECT AGGREGATE-FILE ASSIGN TO "HISTAGREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AGG-STATUS.

            SELECT HISTORY-FILE ASSIGN TO "HISTORICO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.

            SELECT MOVEMENT-FILE ASSIGN TO "MOVIMENTOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVE-STATUS.

            SELECT EXCEPTION-TRACK-FILE ASSIGN TO "EXCECOESPEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCTRK-STATUS.

            SELECT SOURCE-FEED-FILE ASSIGN TO "CARGASFONTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRCFEED-STATUS.

      * A SAIDA DE CADA EXECUCAO E UMA GERACAO DATADA
      * (DOSSIE-AAAAMMDD-NNNNN.TXT), CATALOGADA EM GERACOES.DAT
      * E EXPURGADA PELO LEITOR-FAXINA.
            SELECT DOSSIER-FILE ASSIGN TO DYNAMIC WS-DOSSIER-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RUNSEQ-FILE ASSIGN TO "RUNSEQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNSEQ-STATUS.

            SELECT GENERATION-FILE ASSIGN TO "GERACOES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GEN-STATUS.

      * TRAVA OPERACIONAL DO MESTRE: O DOSSIE SO LE, MAS CONFERE A
      * TRAVA ANTES DE ABRIR PARA NAO MOSTRAR UMA ATUALIZACAO PELA
      * METADE. TRAVA DE EXECUCAO QUE CAIU: APAGUE MESTRETRAVA.DAT.
            SELECT MASTER-LOCK-FILE ASSIGN TO "MESTRETRAVA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.

      * TODA FALHA OU AVISO VAI TAMBEM PARA O ARQUIVO CENTRAL DE
      * ALERTAS (ALERTAS.DAT) - E O LEITOR-BOLETIM QUEM CONSOLIDA O
      * BOLETIM DA MANHA DO OPERADOR.
            SELECT ALERT-FILE ASSIGN TO "ALERTAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALERTF-STATUS.

      * CADA EXECUCAO REGISTRA O OPERADOR (LEITOR-OPERADOR) NO
      * AUDITLOG.TXT.
            SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD REQUEST-FILE.
       01 REQUEST-RECORD.
           05 DR-CHAMPION-NAME     PIC X(15).

       FD MASTER-FILE.
           COPY CHAMPREC REPLACING ==CHAMPION-RECORD==
               BY ==MASTER-RECORD==.

       FD ALIAS-FILE.
           COPY APELREC REPLACING ==ALIAS-RECORD==
               BY ==APEL-RECORD==.

       FD PURGED-LIST-FILE.
           COPY PURGEREC REPLACING ==PURGED-CHAMPION-RECORD==
               BY ==PURGED-RECORD==.

       FD AGGREGATE-FILE.
           COPY AGGREC REPLACING ==AGGREGATE-RECORD==
               BY ==AGG-RECORD==.

       FD HISTORY-FILE.
           COPY HISTREC REPLACING ==HISTORY-RECORD==
               BY ==HIST-RECORD==.

       FD MOVEMENT-FILE.
           COPY MOVEREC REPLACING ==MOVEMENT-RECORD==
               BY ==MOVE-RECORD==.

       FD EXCEPTION-TRACK-FILE.
           COPY EXCPEND REPLACING ==EXCEPTION-TRACK-RECORD==
               BY ==EXCTRK-RECORD==.

       FD SOURCE-FEED-FILE.
           COPY SRCFEED REPLACING ==SOURCE-FEED-RECORD==
               BY ==SRCFEED-RECORD==.

       FD DOSSIER-FILE.
       01 DOSSIER-RECORD           PIC X(80).

       FD RUNSEQ-FILE.
       01 RUNSEQ-RECORD           PIC 9(5).

       FD GENERATION-FILE.
           COPY GENREC REPLACING ==GENERATION-RECORD==
               BY ==GEN-RECORD==.

       FD MASTER-LOCK-FILE.
           COPY MSTLOCK REPLACING ==MASTER-LOCK-RECORD==
               BY ==LOCK-RECORD==.

       FD ALERT-FILE.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(179).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-REQUEST-FILE-NAME PIC X(50) VALUE SPACES.
           05 WS-DOSSIER-FILE-NAME PIC X(60) VALUE SPACES.

       01 GENERATION-CONTROLS.
           05 WS-RUNSEQ-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-GEN-STATUS        PIC X(2)  VALUE SPACES.
           05 WS-RUN-SEQUENCE      PIC 9(5)  VALUE 0.
           05 WS-CURRENT-DATE      PIC 9(8)  VALUE 0.
           05 WS-SEQ-DISPLAY       PIC 9(5)  VALUE 0.

       01 FILE-STATUS-CONTROLS.
           05 WS-REQUEST-STATUS    PIC X(2) VALUE SPACES.
           05 WS-MASTER-STATUS     PIC X(2) VALUE SPACES.
           05 WS-ALIAS-STATUS      PIC X(2) VALUE SPACES.
           05 WS-PURGED-STATUS     PIC X(2) VALUE SPACES.
           05 WS-AGG-STATUS        PIC X(2) VALUE SPACES.
           05 WS-HIST-STATUS       PIC X(2) VALUE SPACES.
           05 WS-MOVE-STATUS       PIC X(2) VALUE SPACES.
           05 WS-EXCTRK-STATUS     PIC X(2) VALUE SPACES.
           05 WS-SRCFEED-STATUS    PIC X(2) VALUE SPACES.
           05 WS-LOCK-STATUS       PIC X(2) VALUE SPACES.

       01 ALERT-CONTROLS.
           05 WS-ALERTF-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-ALERT-SEVERITY    PIC X(8)  VALUE SPACES.
           05 WS-ALERT-REASON      PIC X(60) VALUE SPACES.
           05 WS-ALERT-DATE        PIC 9(8)  VALUE 0.
           05 WS-ALERT-TIME        PIC 9(8)  VALUE 0.

       01 SWITCHES.
           05 WS-REQUEST-EOF       PIC X VALUE "N".
           05 WS-SCAN-EOF          PIC X VALUE "N".
           05 WS-IN-MASTER         PIC X VALUE "N".
           05 WS-ALIAS-FOUND       PIC X VALUE "N".
           05 WS-PURGE-FOUND       PIC X VALUE "N".

       01 DOSSIER-CONTROLS.
           05 WS-DOSSIER-NAME      PIC X(15) VALUE SPACES.
           05 WS-SECTION-COUNT     PIC 9(5)  VALUE 0.
           05 WS-FILE-RECORDS      PIC 9(7)  VALUE 0.
           05 WS-PURGE-DATE        PIC 9(8)  VALUE 0.
           05 WS-PURGE-LAST-SEEN   PIC 9(8)  VALUE 0.
           05 WS-PURGE-ARCHIVE     PIC X(50) VALUE SPACES.
           05 WS-CODE-IDX          PIC 9(2)  VALUE 0.

      * Texto de cada codigo de rejeito, o mesmo que a carga grava
      * nas geracoes EXCECOES-AAAAMMDD-NNNNN.TXT.
       01 REASON-TEXT-VALUES.
           05 FILLER               PIC X(30)
               VALUE "BLANK CHAMPION NAME".
           05 FILLER               PIC X(30)
               VALUE "DUPLICATE CHAMPION NAME".
           05 FILLER               PIC X(30)
               VALUE "MAX NAMES EXCEEDED (40000)".
           05 FILLER               PIC X(30)
               VALUE "ROLE NOT IN VALID-ROLES FILE".
           05 FILLER               PIC X(30)
               VALUE "TEAM NOT IN VALID-TEAMS FILE".
           05 FILLER               PIC X(30)
               VALUE "WIN RATE NOT NUMERIC 0-100".
           05 FILLER               PIC X(30)
               VALUE "INVALID OR FUTURE DATE".
           05 FILLER               PIC X(30)
               VALUE "WIN RATE SWING ABOVE TOLERANCE".
       01 REASON-TEXT-TABLE REDEFINES REASON-TEXT-VALUES.
           05 WS-REASON-TEXT       PIC X(30) OCCURS 8 TIMES.

       01 COUNTERS.
           05 WS-REQUEST-COUNT     PIC 9(5) VALUE 0.
           05 WS-MASTER-COUNT      PIC 9(5) VALUE 0.
           05 WS-PURGED-COUNT      PIC 9(5) VALUE 0.
           05 WS-NOTFOUND-COUNT    PIC 9(5) VALUE 0.

       01 DATE-CONTROLS.
           05 WS-RUN-DATE-DISPLAY.
               10 WS-RUN-DD        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-MM        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-YYYY      PIC 9(4).

       01 WS-DOSSIER-HEADING.
           05 FILLER               PIC X(30)
               VALUE "DOSSIE POR CAMPEAO".
           05 FILLER               PIC X(6) VALUE "DATA:".
           05 DH-RUN-DATE          PIC X(10).

       01 WS-CHAMPION-HEADING.
           05 FILLER               PIC X(9)  VALUE "CAMPEAO: ".
           05 CH-NAME              PIC X(15).

       01 WS-ALIAS-NOTE-LINE.
           05 FILLER               PIC X(15) VALUE "  PEDIDO COMO: ".
           05 AN-REQUESTED         PIC X(15).
           05 FILLER               PIC X(30)
               VALUE " - NOME ANTIGO (APELIDOS.DAT)".

       01 WS-MASTER-LINE.
           05 FILLER               PIC X(10) VALUE "  MESTRE: ".
           05 MR-ROLE              PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 MR-TEAM              PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 MR-WIN-RATE          PIC ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 MR-LAST-UPDATED      PIC X(8).

       01 WS-NOT-IN-MASTER-LINE.
           05 FILLER               PIC X(24)
               VALUE "  MESTRE: FORA DO MESTRE".

       01 WS-PURGED-LINE.
           05 FILLER               PIC X(16) VALUE "  EXPURGADO EM ".
           05 PL-PURGE-DATE        PIC 9(8).
           05 FILLER               PIC X(17)
               VALUE " - ULTIMA CARGA ".
           05 PL-LAST-SEEN         PIC 9(8).

       01 WS-ARCHIVE-LINE.
           05 FILLER               PIC X(18)
               VALUE "  ARQUIVO MORTO: ".
           05 AR-ARCHIVE-FILE      PIC X(50).

       01 WS-NO-PURGE-LINE.
           05 FILLER               PIC X(42)
               VALUE "  SEM EXPURGO REGISTRADO EM EXPURGADOS.DAT".

       01 WS-OLD-ARCHIVE-LINE.
           05 FILLER               PIC X(18)
               VALUE "  ARQUIVO MORTO: ".
           05 FILLER               PIC X(33)
               VALUE "PROCURE NOS EXPURGO-AAAAMMDD.DAT".

       01 WS-NOTFOUND-LINE.
           05 FILLER               PIC X(36)
               VALUE "  NAO ENCONTRADO EM NENHUM ARQUIVO.".

       01 WS-SUBSECTION-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SL-TITLE             PIC X(60).

       01 WS-NONE-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "NENHUM REGISTRO".

       01 WS-AGG-COLUMNS.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(9)  VALUE "PERIODO".
           05 FILLER               PIC X(9)  VALUE " PRIMEIRA".
           05 FILLER               PIC X(9)  VALUE "   ULTIMA".
           05 FILLER               PIC X(9)  VALUE "    MENOR".
           05 FILLER               PIC X(9)  VALUE "    MAIOR".
           05 FILLER               PIC X(11) VALUE "  EXECUCOES".

       01 WS-AGG-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 GL-PERIOD            PIC 9(6).
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 GL-FIRST-RATE        PIC ZZ9.99.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 GL-LAST-RATE         PIC ZZ9.99.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 GL-MIN-RATE          PIC ZZ9.99.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 GL-MAX-RATE          PIC ZZ9.99.
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 GL-OBS-COUNT         PIC ZZZZ9.

       01 WS-HIST-COLUMNS.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "DATA".
           05 FILLER               PIC X(7)  VALUE "SEQ".
           05 FILLER               PIC X(12) VALUE "FUNCAO".
           05 FILLER               PIC X(17) VALUE "TIME".
           05 FILLER               PIC X(6)  VALUE "  TAXA".

       01 WS-HIST-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 HL-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HL-RUN-SEQ           PIC 9(5).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HL-ROLE              PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HL-TEAM              PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HL-WIN-RATE          PIC ZZ9.99.

       01 WS-MOVE-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 MO-FEED-DATE         PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 MO-RUN-SEQ           PIC 9(5).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 MO-CHANGE-TYPE       PIC X(6).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 MO-OLD-VALUE         PIC X(15).
           05 FILLER               PIC X(4)  VALUE " -> ".
           05 MO-NEW-VALUE         PIC X(15).

       01 WS-EXC-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 EL-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EL-RUN-SEQ           PIC 9(5).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EL-REASON-CODE       PIC X(2).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EL-REASON-TEXT       PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EL-STATUS            PIC X(9).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 EL-RESOLVED-DATE     PIC X(8).

       01 WS-SOURCE-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 SO-FEED-DATE         PIC 9(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SO-SOURCE-ID         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SO-ROLE              PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SO-TEAM              PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SO-WIN-RATE          PIC ZZ9.99.

       01 WS-DOSSIER-TOTALS-LINE.
           05 FILLER               PIC X(10) VALUE "CAMPEOES: ".
           05 DT-REQUESTS          PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "NO MESTRE: ".
           05 DT-MASTER            PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "EXPURGADOS: ".
           05 DT-PURGED            PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(17)
               VALUE "NAO ENCONTRADOS: ".
           05 DT-NOTFOUND          PIC ZZZZ9.

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

           COPY OPERCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 840-CHECK-MASTER-LOCK.
           PERFORM 070-RESOLVE-OUTPUT-NAMES.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-PROCESS-REQUESTS
               UNTIL WS-REQUEST-EOF = "Y".
           PERFORM 300-TERMINATE.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

           ACCEPT WS-REQUEST-FILE-NAME
               FROM ENVIRONMENT "DOSSIE-ARQUIVO".
           IF WS-REQUEST-FILE-NAME = SPACES
               MOVE "DOSSIES.TXT" TO WS-REQUEST-FILE-NAME
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY.

           MOVE "LEITOR-DOSSIE" TO WS-OPER-PROGRAM.
           MOVE WS-REQUEST-FILE-NAME TO WS-OPER-TARGET.
           PERFORM 890-RESOLVE-OPERATOR.

       070-RESOLVE-OUTPUT-NAMES.

           PERFORM 810-GET-NEXT-RUN-SEQUENCE.
           MOVE WS-RUN-SEQUENCE TO WS-SEQ-DISPLAY.
           MOVE WS-RUN-SEQUENCE TO WS-OPER-RUN-SEQ.
           MOVE SPACES TO WS-DOSSIER-FILE-NAME.
           STRING "DOSSIE-" WS-CURRENT-DATE "-"
               WS-SEQ-DISPLAY ".TXT"
               DELIMITED BY SIZE
               INTO WS-DOSSIER-FILE-NAME.

       100-OPEN-FILES.

           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS = "35"
               DISPLAY "LISTA DE CAMPEOES NAO ENCONTRADA: "
                   WS-REQUEST-FILE-NAME
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "LISTA DO DOSSIE AUSENTE" TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
               DISPLAY "NENHUM DADO CARREGADO AINDA - EXECUTE O MODO "
                   "CARGA ANTES DO DOSSIE."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "MESTRE AUSENTE - DOSSIE NAO GERADO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO MESTRE - STATUS: "
                   WS-MASTER-STATUS
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "ERRO AO ABRIR O MESTRE" TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT DOSSIER-FILE.
           MOVE WS-RUN-DATE-DISPLAY TO DH-RUN-DATE.
           WRITE DOSSIER-RECORD FROM WS-DOSSIER-HEADING.
           MOVE SPACES TO DOSSIER-RECORD.
           WRITE DOSSIER-RECORD.

           READ REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-REQUEST-EOF
           END-READ.

       200-PROCESS-REQUESTS.

           IF DR-CHAMPION-NAME = SPACES
               CONTINUE
           ELSE
               ADD 1 TO WS-REQUEST-COUNT
               PERFORM 210-BUILD-ONE-DOSSIER
           END-IF.

           READ REQUEST-FILE
               AT END
                   MOVE "Y" TO WS-REQUEST-EOF
           END-READ.

       210-BUILD-ONE-DOSSIER.

      * Cada arquivo e varrido inteiro uma vez por campeao pedido - a
      * lista tem poucos nomes, e assim cada secao sai na ordem em
      * que a cadeia gravou os registros, sem ordenacao.
           MOVE DR-CHAMPION-NAME TO WS-DOSSIER-NAME.
           PERFORM 220-RESOLVE-ALIAS.

           MOVE WS-DOSSIER-NAME TO CH-NAME.
           WRITE DOSSIER-RECORD FROM WS-CHAMPION-HEADING.
           IF WS-ALIAS-FOUND = "Y"
               MOVE DR-CHAMPION-NAME TO AN-REQUESTED
               WRITE DOSSIER-RECORD FROM WS-ALIAS-NOTE-LINE
           END-IF.

           MOVE 0 TO WS-SECTION-COUNT.
           PERFORM 230-SHOW-MASTER-RECORD.
           IF WS-IN-MASTER = "N"
               PERFORM 235-SHOW-PURGE-STATUS
           END-IF.
           PERFORM 240-LIST-AGGREGATES.
           PERFORM 250-LIST-HISTORY.
           PERFORM 260-LIST-MOVEMENTS.
           PERFORM 270-LIST-EXCEPTIONS.
           PERFORM 280-LIST-SOURCES.

           EVALUATE TRUE
               WHEN WS-IN-MASTER = "Y"
                   ADD 1 TO WS-MASTER-COUNT
               WHEN WS-PURGE-FOUND = "Y"
                   ADD 1 TO WS-PURGED-COUNT
               WHEN WS-SECTION-COUNT = 0
                   WRITE DOSSIER-RECORD FROM WS-NOTFOUND-LINE
                   ADD 1 TO WS-NOTFOUND-COUNT
           END-EVALUATE.

           MOVE SPACES TO DOSSIER-RECORD.
           WRITE DOSSIER-RECORD.

       220-RESOLVE-ALIAS.

      * Nome antigo de campeao renomeado pelo LEITOR-RENOMEIA: tudo ja
      * foi re-chaveado para o nome novo, entao o dossie e do nome
      * novo - a tabela e achatada, uma consulta basta.
           MOVE "N" TO WS-ALIAS-FOUND.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT ALIAS-FILE.
           IF WS-ALIAS-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ ALIAS-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF AP-OLD-NAME = DR-CHAMPION-NAME
                               MOVE AP-NEW-NAME TO WS-DOSSIER-NAME
                               MOVE "Y" TO WS-ALIAS-FOUND
                               MOVE "Y" TO WS-SCAN-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIAS-FILE
           END-IF.

       230-SHOW-MASTER-RECORD.

           MOVE "N" TO WS-IN-MASTER.
           MOVE WS-DOSSIER-NAME TO CHAMPION-NAME OF MASTER-RECORD.
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-IN-MASTER
           END-READ.

           IF WS-IN-MASTER = "Y"
               MOVE CHAMPION-ROLE OF MASTER-RECORD TO MR-ROLE
               MOVE CHAMPION-TEAM OF MASTER-RECORD TO MR-TEAM
               MOVE CHAMPION-WIN-RATE OF MASTER-RECORD TO MR-WIN-RATE
               MOVE CHAMPION-LAST-UPDATED OF MASTER-RECORD
                   TO MR-LAST-UPDATED
               WRITE DOSSIER-RECORD FROM WS-MASTER-LINE
           ELSE
               WRITE DOSSIER-RECORD FROM WS-NOT-IN-MASTER-LINE
           END-IF.

       235-SHOW-PURGE-STATUS.

      * Fora do mestre: o ultimo expurgo registrado do campeao diz
      * quando ele saiu e em qual arquivo morto esta o seu ultimo
      * registro do mestre. Expurgo anterior ao registro em
      * EXPURGADOS.DAT so pode ser achado nos arquivos mortos.
           MOVE "N" TO WS-PURGE-FOUND.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT PURGED-LIST-FILE.
           IF WS-PURGED-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ PURGED-LIST-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF PG-CHAMPION-NAME = WS-DOSSIER-NAME
                               MOVE "Y" TO WS-PURGE-FOUND
                               MOVE PG-PURGE-DATE TO WS-PURGE-DATE
                               MOVE PG-LAST-SEEN-DATE
                                   TO WS-PURGE-LAST-SEEN
                               MOVE PG-ARCHIVE-FILE
                                   TO WS-PURGE-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGED-LIST-FILE
           END-IF.

           IF WS-PURGE-FOUND = "Y"
               MOVE WS-PURGE-DATE      TO PL-PURGE-DATE
               MOVE WS-PURGE-LAST-SEEN TO PL-LAST-SEEN
               WRITE DOSSIER-RECORD FROM WS-PURGED-LINE
               MOVE WS-PURGE-ARCHIVE   TO AR-ARCHIVE-FILE
               WRITE DOSSIER-RECORD FROM WS-ARCHIVE-LINE
           ELSE
               WRITE DOSSIER-RECORD FROM WS-NO-PURGE-LINE
               WRITE DOSSIER-RECORD FROM WS-OLD-ARCHIVE-LINE
           END-IF.

       240-LIST-AGGREGATES.

           MOVE "AGREGADOS MENSAIS (HISTAGREG.DAT)" TO SL-TITLE.
           WRITE DOSSIER-RECORD FROM WS-SUBSECTION-LINE.
           MOVE 0 TO WS-FILE-RECORDS.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT AGGREGATE-FILE.
           IF WS-AGG-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ AGGREGATE-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF AG-CHAMPION-NAME = WS-DOSSIER-NAME
                               PERFORM 245-WRITE-AGGREGATE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGGREGATE-FILE
           END-IF.
           IF WS-FILE-RECORDS = 0
               WRITE DOSSIER-RECORD FROM WS-NONE-LINE
           END-IF.

       245-WRITE-AGGREGATE-LINE.

           IF WS-FILE-RECORDS = 0
               WRITE DOSSIER-RECORD FROM WS-AGG-COLUMNS
           END-IF.
           ADD 1 TO WS-FILE-RECORDS.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE AG-PERIOD     TO GL-PERIOD.
           MOVE AG-FIRST-RATE TO GL-FIRST-RATE.
           MOVE AG-LAST-RATE  TO GL-LAST-RATE.
           MOVE AG-MIN-RATE   TO GL-MIN-RATE.
           MOVE AG-MAX-RATE   TO GL-MAX-RATE.
           MOVE AG-OBS-COUNT  TO GL-OBS-COUNT.
           WRITE DOSSIER-RECORD FROM WS-AGG-LINE.

       250-LIST-HISTORY.

           MOVE "DETALHE RECENTE (HISTORICO.DAT)" TO SL-TITLE.
           WRITE DOSSIER-RECORD FROM WS-SUBSECTION-LINE.
           MOVE 0 TO WS-FILE-RECORDS.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF HIST-CHAMPION-NAME = WS-DOSSIER-NAME
                               PERFORM 255-WRITE-HISTORY-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.
           IF WS-FILE-RECORDS = 0
               WRITE DOSSIER-RECORD FROM WS-NONE-LINE
           END-IF.

       255-WRITE-HISTORY-LINE.

           IF WS-FILE-RECORDS = 0
               WRITE DOSSIER-RECORD FROM WS-HIST-COLUMNS
           END-IF.
           ADD 1 TO WS-FILE-RECORDS.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE HIST-RUN-DATE      TO HL-RUN-DATE.
           MOVE HIST-RUN-SEQ       TO HL-RUN-SEQ.
           MOVE HIST-CHAMPION-ROLE TO HL-ROLE.
           MOVE HIST-CHAMPION-TEAM TO HL-TEAM.
           MOVE HIST-WIN-RATE      TO HL-WIN-RATE.
           WRITE DOSSIER-RECORD FROM WS-HIST-LINE.

       260-LIST-MOVEMENTS.

           MOVE "TRANSFERENCIAS DE TIME E FUNCAO (MOVIMENTOS.DAT)"
               TO SL-TITLE.
           WRITE DOSSIER-RECORD FROM WS-SUBSECTION-LINE.
           MOVE 0 TO WS-FILE-RECORDS.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT MOVEMENT-FILE.
           IF WS-MOVE-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ MOVEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF MV-CHAMPION-NAME = WS-DOSSIER-NAME
                               ADD 1 TO WS-FILE-RECORDS
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE MV-FEED-DATE   TO MO-FEED-DATE
                               MOVE MV-RUN-SEQ     TO MO-RUN-SEQ
                               MOVE MV-CHANGE-TYPE TO MO-CHANGE-TYPE
                               MOVE MV-OLD-VALUE   TO MO-OLD-VALUE
                               MOVE MV-NEW-VALUE   TO MO-NEW-VALUE
                               WRITE DOSSIER-RECORD FROM WS-MOVE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           END-IF.
           IF WS-FILE-RECORDS = 0
               WRITE DOSSIER-RECORD FROM WS-NONE-LINE
           END-IF.

       270-LIST-EXCEPTIONS.

           MOVE "REJEITOS (EXCECOESPEND.DAT)" TO SL-TITLE.
           WRITE DOSSIER-RECORD FROM WS-SUBSECTION-LINE.
           MOVE 0 TO WS-FILE-RECORDS.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT EXCEPTION-TRACK-FILE.
           IF WS-EXCTRK-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ EXCEPTION-TRACK-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF XT-CHAMPION-NAME = WS-DOSSIER-NAME
                               PERFORM 275-WRITE-EXCEPTION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-TRACK-FILE
           END-IF.
           IF WS-FILE-RECORDS = 0
               WRITE DOSSIER-RECORD FROM WS-NONE-LINE
           END-IF.

       275-WRITE-EXCEPTION-LINE.

      * Codigo fora de 01-08 sai sem texto, mas sai - o dossie nao
      * esconde registro nenhum do arquivo.
           ADD 1 TO WS-FILE-RECORDS.
           ADD 1 TO WS-SECTION-COUNT.
           MOVE XT-RUN-DATE    TO EL-RUN-DATE.
           MOVE XT-RUN-SEQ     TO EL-RUN-SEQ.
           MOVE XT-REASON-CODE TO EL-REASON-CODE.
           MOVE SPACES         TO EL-REASON-TEXT.
           IF XT-REASON-CODE IS NUMERIC
               MOVE XT-REASON-CODE TO WS-CODE-IDX
               IF WS-CODE-IDX >= 1 AND WS-CODE-IDX <= 8
                   MOVE WS-REASON-TEXT(WS-CODE-IDX)
                       TO EL-REASON-TEXT
               END-IF
           END-IF.
           MOVE XT-STATUS      TO EL-STATUS.
           IF XT-STATUS = "RESOLVIDA"
               MOVE XT-RESOLVED-DATE TO EL-RESOLVED-DATE
           ELSE
               MOVE SPACES TO EL-RESOLVED-DATE
           END-IF.
           WRITE DOSSIER-RECORD FROM WS-EXC-LINE.

       280-LIST-SOURCES.

           MOVE "FONTE DE CADA CARGA (CARGASFONTES.DAT)" TO SL-TITLE.
           WRITE DOSSIER-RECORD FROM WS-SUBSECTION-LINE.
           MOVE 0 TO WS-FILE-RECORDS.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT SOURCE-FEED-FILE.
           IF WS-SRCFEED-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ SOURCE-FEED-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF SF-CHAMPION-NAME = WS-DOSSIER-NAME
                               ADD 1 TO WS-FILE-RECORDS
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE SF-FEED-DATE     TO SO-FEED-DATE
                               MOVE SF-SOURCE-ID     TO SO-SOURCE-ID
                               MOVE SF-CHAMPION-ROLE TO SO-ROLE
                               MOVE SF-CHAMPION-TEAM TO SO-TEAM
                               MOVE SF-WIN-RATE      TO SO-WIN-RATE
                               WRITE DOSSIER-RECORD
                                   FROM WS-SOURCE-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FEED-FILE
           END-IF.
           IF WS-FILE-RECORDS = 0
               WRITE DOSSIER-RECORD FROM WS-NONE-LINE
           END-IF.

       300-TERMINATE.

           MOVE WS-REQUEST-COUNT  TO DT-REQUESTS.
           MOVE WS-MASTER-COUNT   TO DT-MASTER.
           MOVE WS-PURGED-COUNT   TO DT-PURGED.
           MOVE WS-NOTFOUND-COUNT TO DT-NOTFOUND.
           WRITE DOSSIER-RECORD FROM WS-DOSSIER-TOTALS-LINE.

           CLOSE DOSSIER-FILE.
           CLOSE MASTER-FILE.
           CLOSE REQUEST-FILE.

           PERFORM 830-REGISTER-GENERATIONS.

      * RETURN CODE PADRONIZADO PARA O SCHEDULER: 0 TODOS OS
      * CAMPEOES ENCONTRADOS, 4 QUANDO ALGUM NAO APARECE EM NENHUM
      * ARQUIVO.
           IF WS-NOTFOUND-COUNT > 0
               MOVE "AVISO" TO WS-ALERT-SEVERITY
               MOVE "CAMPEAO(OES) DO DOSSIE NAO ENCONTRADO(S)"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "DOSSIE GERADO EM " WS-DOSSIER-FILE-NAME " - "
               WS-REQUEST-COUNT " CAMPEAO(OES), "
               WS-NOTFOUND-COUNT " NAO ENCONTRADO(S).".

       810-GET-NEXT-RUN-SEQUENCE.

      * Mesma numeracao de execucoes do LEITOR-DE-TXT (RUNSEQ.DAT),
      * para as geracoes de saida de todos os programas nunca
      * colidirem de nome.
           MOVE 0 TO WS-RUN-SEQUENCE.

           OPEN INPUT RUNSEQ-FILE.
           IF WS-RUNSEQ-STATUS NOT = "35"
               READ RUNSEQ-FILE
                   NOT AT END
                       MOVE RUNSEQ-RECORD TO WS-RUN-SEQUENCE
               END-READ
               CLOSE RUNSEQ-FILE
           END-IF.

           ADD 1 TO WS-RUN-SEQUENCE.

           OPEN OUTPUT RUNSEQ-FILE.
           MOVE WS-RUN-SEQUENCE TO RUNSEQ-RECORD.
           WRITE RUNSEQ-RECORD.
           CLOSE RUNSEQ-FILE.

       830-REGISTER-GENERATIONS.

           OPEN EXTEND GENERATION-FILE.
           IF WS-GEN-STATUS = "35"
               OPEN OUTPUT GENERATION-FILE
           END-IF.
           MOVE WS-CURRENT-DATE TO GEN-RUN-DATE.
           MOVE WS-RUN-SEQUENCE TO GEN-RUN-SEQ.
           MOVE WS-DOSSIER-FILE-NAME TO GEN-FILE-NAME.
           WRITE GEN-RECORD.
           CLOSE GENERATION-FILE.

       840-CHECK-MASTER-LOCK.

      * Mestre em uso por um atualizador = recusa com RC 8. Trava
      * orfa de uma execucao que caiu: apague MESTRETRAVA.DAT.
           OPEN INPUT MASTER-LOCK-FILE.
           IF WS-LOCK-STATUS = "35"
               CONTINUE
           ELSE
               READ MASTER-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       DISPLAY "MESTRE EM USO POR " ML-PROGRAM
                           " DESDE " ML-LOCK-DATE " " ML-LOCK-TIME
                           " - DOSSIE RECUSADO. SE A EXECUCAO DONA "
                           "DA TRAVA CAIU, APAGUE MESTRETRAVA.DAT."
                       MOVE "CRITICO" TO WS-ALERT-SEVERITY
                       MOVE "MESTRE TRAVADO - DOSSIE RECUSADO"
                           TO WS-ALERT-REASON
                       PERFORM 860-WRITE-ALERT
                       MOVE "RECUSADA" TO WS-OPER-RESULT
                       PERFORM 892-AUDIT-OPERATOR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE MASTER-LOCK-FILE
           END-IF.

       860-WRITE-ALERT.

      * Grava a condicao no arquivo central de alertas, alem do
      * DISPLAY no console - e dele que o LEITOR-BOLETIM monta o
      * boletim da manha do operador.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ALERT-DATE TO ALR-DATE.
           ACCEPT WS-ALERT-TIME FROM TIME.
           MOVE WS-ALERT-TIME(1:6) TO ALR-TIME.
           MOVE "LEITOR-DOSSIE" TO ALR-PROGRAM.
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY.
           MOVE 0 TO ALR-FEED-DATE.
           MOVE WS-ALERT-REASON TO ALR-REASON.
           MOVE "N" TO ALR-ACK.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERTF-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.
           WRITE ALR-RECORD.
           CLOSE ALERT-FILE.

       890-RESOLVE-OPERATOR.

      * O operador da execucao vem de LEITOR-OPERADOR. Sem ele a
      * execucao segue, registrada no AUDITLOG como SEM-ID, e vai um
      * AVISO para o boletim - execucao sem dono nao se explica
      * depois.
           ACCEPT WS-OPER-ID FROM ENVIRONMENT "LEITOR-OPERADOR".
           IF WS-OPER-ID = SPACES
               DISPLAY "LEITOR-OPERADOR NAO DEFINIDO - EXECUCAO "
                   "REGISTRADA SEM OPERADOR."
               MOVE "AVISO" TO WS-ALERT-SEVERITY
               MOVE "EXECUCAO SEM OPERADOR (LEITOR-OPERADOR)"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
           END-IF.

       892-AUDIT-OPERATOR.

      * Uma linha por execucao no layout do AUDITLOG.TXT com MODO
      * "OPERADOR": quem rodou, sobre qual alvo e com aprovacao de
      * quem.
           ACCEPT WS-OPER-TODAY FROM DATE YYYYMMDD.
           MOVE WS-OPER-TODAY(7:2) TO WS-OPER-EDIT-DD.
           MOVE WS-OPER-TODAY(5:2) TO WS-OPER-EDIT-MM.
           MOVE WS-OPER-TODAY(1:4) TO WS-OPER-EDIT-YYYY.
           MOVE WS-OPER-DATE-EDIT TO OA-DATE.
           ACCEPT WS-OPER-TIME FROM TIME.
           MOVE WS-OPER-TIME(1:2) TO WS-OPER-EDIT-HH.
           MOVE WS-OPER-TIME(3:2) TO WS-OPER-EDIT-MI.
           MOVE WS-OPER-TIME(5:2) TO WS-OPER-EDIT-SS.
           MOVE WS-OPER-TIME-EDIT TO OA-TIME.
           IF WS-OPER-RUN-SEQ > 0
               MOVE WS-OPER-RUN-SEQ TO OA-RUN-SEQ
           END-IF.
           MOVE WS-OPER-PROGRAM TO OA-PROGRAM.
           IF WS-OPER-ID = SPACES
               MOVE "SEM-ID" TO OA-OPERATOR
           ELSE
               MOVE WS-OPER-ID TO OA-OPERATOR
           END-IF.
           MOVE WS-OPER-TARGET TO OA-TARGET.
           MOVE WS-OPER-APPROVER TO OA-APPROVER.
           MOVE WS-OPER-RESULT TO OA-RESULT.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD FROM WS-OPER-AUDIT-LINE.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM LEITOR-DOSSIE.
