      ******************************************************************
      * Author: Gildo
      * Purpose: Fechamento de temporada (split): com o periodo tirado
      *          do calendario TEMPORADAS.DAT, grava o arquivo
      *          permanente da temporada (TEMPORADA-<ID>.DAT) com um
      *          registro por campeao observado - time e funcao finais,
      *          taxa final, melhor e pior taxa (detalhe do
      *          HISTORICO.DAT, agregados mensais do HISTAGREG.DAT onde
      *          o detalhe ja foi compactado), transferencias de time
      *          (MOVIMENTOS.DAT) e rejeitos (EXCECOESPEND.DAT) do
      *          periodo - e imprime o relatorio final da temporada por
      *          time e funcao. O arquivo de uma temporada fechada nunca
      *          e regravado: fechar de novo a mesma temporada e
      *          recusado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITOR-TEMPORADA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * TEMPORADA A FECHAR: VARIAVEL DE AMBIENTE TEMPORADA-ID, COM O
      * IDENTIFICADOR DA TEMPORADA EM TEMPORADAS.DAT (SEASREC.CPY).
            SELECT SEASON-CALENDAR-FILE ASSIGN TO "TEMPORADAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CALENDAR-STATUS.

            SELECT HISTORY-FILE ASSIGN TO "HISTORICO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.

            SELECT AGGREGATE-FILE ASSIGN TO "HISTAGREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AGG-STATUS.

            SELECT MOVEMENT-FILE ASSIGN TO "MOVIMENTOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVE-STATUS.

            SELECT EXCEPTION-TRACK-FILE ASSIGN TO "EXCECOESPEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCTRK-STATUS.

      * ARQUIVO PERMANENTE DA TEMPORADA (TEMPORADA-<ID>.DAT): GRAVADO
      * PRIMEIRO EM TEMPORADA-<ID>.TMP E SO RENOMEADO NO FIM - UMA
      * QUEDA NO MEIO NAO DEIXA ARQUIVO PELA METADE COM CARA DE
      * TEMPORADA FECHADA. NAO E GERACAO: NAO VAI PARA GERACOES.DAT,
      * E O LEITOR-FAXINA NUNCA O APAGA.
            SELECT SEASON-ARCHIVE-FILE
                ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ARCHIVE-STATUS.

            SELECT ARCHIVE-WORK-FILE
                ASSIGN TO DYNAMIC WS-ARCHIVE-WORK-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-WORK-STATUS.

            SELECT ARCHIVE-SORT-FILE ASSIGN TO "TEMPSORT.TMP".

      * RELATORIO FINAL DA TEMPORADA (TEMPORADA-<ID>.TXT), POR TIME E
      * FUNCAO, LIDO DE VOLTA DO ARQUIVO PERMANENTE JA GRAVADO.
            SELECT SEASON-REPORT-FILE
                ASSIGN TO DYNAMIC WS-REPORT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL.

      * TRAVA OPERACIONAL DO MESTRE: O FECHAMENTO SO LE, MAS CONFERE A
      * TRAVA ANTES PARA NAO CONGELAR UM HISTORICO NO MEIO DE UMA
      * CARGA OU COMPACTACAO. TRAVA DE EXECUCAO QUE CAIU: APAGUE
      * MESTRETRAVA.DAT.
            SELECT MASTER-LOCK-FILE ASSIGN TO "MESTRETRAVA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.

      * TODA FALHA OU AVISO VAI TAMBEM PARA O ARQUIVO CENTRAL DE
      * ALERTAS (ALERTAS.DAT) - E O LEITOR-BOLETIM QUEM CONSOLIDA O
      * BOLETIM DA MANHA DO OPERADOR.
            SELECT ALERT-FILE ASSIGN TO "ALERTAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALERTF-STATUS.

      * QUEM FECHOU A TEMPORADA FICA NO AUDITLOG.TXT (LINHA DE
      * OPERADOR, COM A TEMPORADA COMO ALVO).
            SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD SEASON-CALENDAR-FILE.
           COPY SEASREC REPLACING ==SEASON-RECORD==
               BY ==CALENDAR-RECORD==.

       FD HISTORY-FILE.
           COPY HISTREC REPLACING ==HISTORY-RECORD==
               BY ==HIST-RECORD==.

       FD AGGREGATE-FILE.
           COPY AGGREC REPLACING ==AGGREGATE-RECORD==
               BY ==AGG-RECORD==.

       FD MOVEMENT-FILE.
           COPY MOVEREC REPLACING ==MOVEMENT-RECORD==
               BY ==MOVE-RECORD==.

       FD EXCEPTION-TRACK-FILE.
           COPY EXCPEND REPLACING ==EXCEPTION-TRACK-RECORD==
               BY ==EXCTRK-RECORD==.

       FD SEASON-ARCHIVE-FILE.
       01 SEASON-ARCHIVE-LINE      PIC X(107).

       FD ARCHIVE-WORK-FILE.
       01 ARCHIVE-WORK-LINE        PIC X(107).

       SD ARCHIVE-SORT-FILE.
           COPY SEASARC REPLACING ==SEASON-ARCHIVE-RECORD==
               BY ==SORT-ARCHIVE-RECORD==.

       FD SEASON-REPORT-FILE.
       01 SEASON-REPORT-RECORD     PIC X(80).

       FD MASTER-LOCK-FILE.
           COPY MSTLOCK REPLACING ==MASTER-LOCK-RECORD==
               BY ==LOCK-RECORD==.

       FD ALERT-FILE.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

      * Toda linha do AUDITLOG.TXT (carga ou operador) traz a
      * sequencia editada nas colunas 12-16 e a data DD/MM/AAAA nas
      * colunas 25-34.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 FILLER               PIC X(11).
           05 AUD-RUN-SEQ-TEXT     PIC X(5).
           05 FILLER               PIC X(8).
           05 AUD-DATE.
               10 AUD-DATE-DD      PIC X(2).
               10 FILLER           PIC X.
               10 AUD-DATE-MM      PIC X(2).
               10 FILLER           PIC X.
               10 AUD-DATE-YYYY    PIC X(4).
           05 FILLER               PIC X(145).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-SEASON-ID         PIC X(10) VALUE SPACES.
           05 WS-ARCHIVE-FILE-NAME PIC X(60) VALUE SPACES.
           05 WS-ARCHIVE-WORK-NAME PIC X(60) VALUE SPACES.
           05 WS-REPORT-FILE-NAME  PIC X(60) VALUE SPACES.

       01 FILE-STATUS-CONTROLS.
           05 WS-CALENDAR-STATUS   PIC X(2) VALUE SPACES.
           05 WS-HIST-STATUS       PIC X(2) VALUE SPACES.
           05 WS-AGG-STATUS        PIC X(2) VALUE SPACES.
           05 WS-MOVE-STATUS       PIC X(2) VALUE SPACES.
           05 WS-EXCTRK-STATUS     PIC X(2) VALUE SPACES.
           05 WS-ARCHIVE-STATUS    PIC X(2) VALUE SPACES.
           05 WS-WORK-STATUS       PIC X(2) VALUE SPACES.
           05 WS-LOCK-STATUS       PIC X(2) VALUE SPACES.

       01 ALERT-CONTROLS.
           05 WS-ALERTF-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-ALERT-SEVERITY    PIC X(8)  VALUE SPACES.
           05 WS-ALERT-REASON      PIC X(60) VALUE SPACES.
           05 WS-ALERT-DATE        PIC 9(8)  VALUE 0.
           05 WS-ALERT-TIME        PIC 9(8)  VALUE 0.

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

       01 SWITCHES.
           05 WS-SCAN-EOF          PIC X VALUE "N".
           05 WS-SORT-EOF          PIC X VALUE "N".
           05 WS-SEASON-FOUND      PIC X VALUE "N".
           05 WS-FIRST-GROUP       PIC X VALUE "Y".

      * Periodo da temporada como veio do calendario. A chave de
      * ordem (data * 100000 + sequencia) compara duas execucoes de
      * HISTORICO.DAT ou MOVIMENTOS.DAT numa conta so.
       01 SEASON-CONTROLS.
           05 WS-SEASON-COUNT      PIC 9(3)  VALUE 0.
           05 WS-SEASON-START      PIC 9(8)  VALUE 0.
           05 WS-SEASON-END        PIC 9(8)  VALUE 0.
           05 WS-SEASON-DESC       PIC X(30) VALUE SPACES.
           05 WS-START-MONTH       PIC 9(6)  VALUE 0.
           05 WS-END-MONTH         PIC 9(6)  VALUE 0.
           05 WS-START-INTEGER     PIC 9(8)  VALUE 0.
           05 WS-END-INTEGER       PIC 9(8)  VALUE 0.
           05 WS-ORDER-KEY         PIC 9(13) VALUE 0.
           05 WS-MOVE-RUN-DATE     PIC 9(8)  VALUE 0.

      * Data de cada execucao pela sequencia de RUNSEQ.DAT, tirada do
      * HISTORICO.DAT e, para execucao ja compactada, do AUDITLOG.TXT
      * - a data do feed (MV-FEED-DATE) nao e a data da execucao.
       01 RUN-DATE-CONTROLS.
           05 WS-AUDIT-SEQ         PIC 9(5)  VALUE 0.
           05 WS-AUDIT-RUN-DATE    PIC 9(8)  VALUE 0.
           05 WS-TEXT-IDX          PIC 9(2)  VALUE 0.
           05 WS-DIGIT-X           PIC X     VALUE SPACE.
           05 WS-DIGIT-9 REDEFINES WS-DIGIT-X PIC 9.
           05 WS-RUN-DATE-TABLE.
               10 WS-RUN-DATE-OF   PIC 9(8)
                   OCCURS 99999 TIMES.

       01 DATE-CONTROLS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-FORMAT-DATE       PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-DISPLAY.
               10 WS-RUN-DD        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-MM        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-YYYY      PIC 9(4).
           05 WS-FORMAT-DISPLAY.
               10 WS-FORMAT-DD     PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-FORMAT-MM     PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-FORMAT-YYYY   PIC 9(4).

      * Indice de dispersao dos nomes - mesma dispersao de
      * SEENNMS.CPY (50021 posicoes, primo); cada posicao ocupada
      * aponta a linha do campeao em CHAMPION-TABLE, que tem o mesmo
      * teto de 40000 nomes da carga.
       01 CHAMPION-INDEX-CONTROLS.
           05 WS-CHAMP-COUNT       PIC 9(5) COMP VALUE 0.
           05 WS-CHAMP-IDX         PIC 9(5) COMP VALUE 0.
           05 WS-CHAMP-FOUND       PIC X    VALUE "N".
           05 WS-HASH-NAME         PIC X(15) VALUE SPACES.
           05 WS-HASH-IDX          PIC 9(9) COMP VALUE 0.
           05 WS-HASH-CHAR-IDX     PIC 9(2) COMP VALUE 0.
           05 WS-HASH-PROBES       PIC 9(5) COMP VALUE 0.
           05 WS-SLOT-TABLE.
               10 WS-SLOT-ENTRY
                   OCCURS 50021 TIMES.
                   15 WS-SLOT-NAME PIC X(15).
                   15 WS-SLOT-ROW  PIC 9(5) COMP.

      * Por campeao: ultima observacao de detalhe dentro da temporada
      * (DET) e no historico inteiro (ANY), ultimo agregado mensal do
      * periodo (AGG), melhor e pior taxa, e as mudancas de time (T) e
      * de funcao (R) mais proximas do fim da temporada - a ultima ate
      * o fim (B) e a primeira depois dele (A).
       01 CHAMPION-TABLE.
           05 WS-CH-ENTRY
               OCCURS 40000 TIMES.
               10 WS-CH-NAME        PIC X(15).
               10 WS-CH-DET-COUNT   PIC 9(5) COMP.
               10 WS-CH-DET-KEY     PIC 9(13).
               10 WS-CH-DET-TEAM    PIC X(15).
               10 WS-CH-DET-ROLE    PIC X(10).
               10 WS-CH-DET-RATE    PIC 9(2)V9(2).
               10 WS-CH-ANY-KEY     PIC 9(13).
               10 WS-CH-ANY-TEAM    PIC X(15).
               10 WS-CH-ANY-ROLE    PIC X(10).
               10 WS-CH-AGG-OBS     PIC 9(5) COMP.
               10 WS-CH-AGG-PERIOD  PIC 9(6).
               10 WS-CH-AGG-RATE    PIC 9(2)V9(2).
               10 WS-CH-BEST-RATE   PIC 9(2)V9(2).
               10 WS-CH-WORST-RATE  PIC 9(2)V9(2).
               10 WS-CH-TB-KEY      PIC 9(13).
               10 WS-CH-TB-VALUE    PIC X(15).
               10 WS-CH-TA-KEY      PIC 9(13).
               10 WS-CH-TA-VALUE    PIC X(15).
               10 WS-CH-RB-KEY      PIC 9(13).
               10 WS-CH-RB-VALUE    PIC X(15).
               10 WS-CH-RA-KEY      PIC 9(13).
               10 WS-CH-RA-VALUE    PIC X(15).
               10 WS-CH-TRANSFERS   PIC 9(3) COMP.
               10 WS-CH-REJECTS     PIC 9(5) COMP.

           COPY SEASARC REPLACING ==SEASON-ARCHIVE-RECORD==
               BY ==WS-ARCHIVE-RECORD==.

       01 COUNTERS.
           05 WS-ARCHIVED-COUNT    PIC 9(5) VALUE 0.
           05 WS-DETAIL-COUNT      PIC 9(5) VALUE 0.
           05 WS-MIXED-COUNT       PIC 9(5) VALUE 0.
           05 WS-APPROX-COUNT      PIC 9(5) VALUE 0.
           05 WS-UNKNOWN-COUNT     PIC 9(5) VALUE 0.
           05 WS-TRANSFER-TOTAL    PIC 9(5) VALUE 0.
           05 WS-REJECT-TOTAL      PIC 9(5) VALUE 0.
           05 WS-ORPHAN-REJECTS    PIC 9(7) VALUE 0.

       01 GROUP-ACCUMULATORS.
           05 WS-PREV-TEAM         PIC X(15) VALUE SPACES.
           05 WS-PREV-ROLE         PIC X(10) VALUE SPACES.
           05 WS-ROLE-COUNT        PIC 9(5)  VALUE 0.
           05 WS-ROLE-RATE-SUM     PIC 9(7)V9(2) VALUE 0.
           05 WS-TEAM-COUNT        PIC 9(5)  VALUE 0.
           05 WS-TEAM-RATE-SUM     PIC 9(7)V9(2) VALUE 0.
           05 WS-TEAM-TRANSFERS    PIC 9(5)  VALUE 0.
           05 WS-TEAM-REJECTS      PIC 9(5)  VALUE 0.
           05 WS-AVERAGE-RATE      PIC 9(2)V9(2) VALUE 0.

           COPY OPERCTL.

       01 WS-REPORT-HEADING.
           05 FILLER               PIC X(24)
               VALUE "FECHAMENTO DA TEMPORADA ".
           05 RH-SEASON-ID         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RH-DESCRIPTION       PIC X(30).

       01 WS-PERIOD-LINE.
           05 FILLER               PIC X(9)  VALUE "PERIODO: ".
           05 PL-START-DATE        PIC X(10).
           05 FILLER               PIC X(3)  VALUE " A ".
           05 PL-END-DATE          PIC X(10).
           05 FILLER               PIC X(15)
               VALUE "   FECHADA EM: ".
           05 PL-CLOSE-DATE        PIC X(10).

       01 WS-ARCHIVE-NAME-LINE.
           05 FILLER               PIC X(20)
               VALUE "ARQUIVO PERMANENTE: ".
           05 AN-FILE-NAME         PIC X(60).

       01 WS-TEAM-HEADING.
           05 FILLER               PIC X(6)  VALUE "TIME: ".
           05 TH-TEAM              PIC X(15).

       01 WS-ROLE-HEADING.
           05 FILLER               PIC X(10) VALUE "  FUNCAO: ".
           05 RL-ROLE              PIC X(10).

       01 WS-COLUMN-HEADING.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "CAMPEAO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE " FINAL".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "MELHOR".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "  PIOR".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(5)  VALUE "  OBS".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "TRANSF".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(5)  VALUE "  REJ".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(8)  VALUE "BASE".

       01 WS-CHAMPION-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 CL-NAME              PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 CL-FINAL-RATE        PIC ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 CL-BEST-RATE         PIC ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 CL-WORST-RATE        PIC ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 CL-OBS-COUNT         PIC ZZZZ9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 CL-TRANSFERS         PIC ZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 CL-REJECTS           PIC ZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 CL-RATE-BASIS        PIC X(8).

       01 WS-ROLE-SUBTOTAL-LINE.
           05 FILLER               PIC X(21)
               VALUE "    SUBTOTAL FUNCAO: ".
           05 RS-COUNT             PIC ZZZZ9.
           05 FILLER               PIC X(34)
               VALUE " CAMPEAO(OES)   TAXA FINAL MEDIA: ".
           05 RS-AVERAGE           PIC ZZ9.99.

       01 WS-TEAM-TOTAL-LINE.
           05 FILLER               PIC X(17)
               VALUE "  TOTAL DO TIME: ".
           05 TT-COUNT             PIC ZZZZ9.
           05 FILLER               PIC X(21)
               VALUE " CAMPEAO(OES) MEDIA: ".
           05 TT-AVERAGE           PIC ZZ9.99.
           05 FILLER               PIC X(9)  VALUE "  TRANSF:".
           05 TT-TRANSFERS         PIC ZZZZ9.
           05 FILLER               PIC X(7)  VALUE "  REJ: ".
           05 TT-REJECTS           PIC ZZZZ9.

       01 WS-SEASON-TOTAL-LINE.
           05 FILLER               PIC X(20)
               VALUE "TOTAL DA TEMPORADA: ".
           05 ST-CHAMPIONS         PIC ZZZZ9.
           05 FILLER               PIC X(15) VALUE " CAMPEAO(OES), ".
           05 ST-TRANSFERS         PIC ZZZZ9.
           05 FILLER               PIC X(19)
               VALUE " TRANSFERENCIA(S), ".
           05 ST-REJECTS           PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE " REJEITO(S)".

       01 WS-BASIS-TOTAL-LINE.
           05 FILLER               PIC X(25)
               VALUE "BASE DAS TAXAS - DETALHE:".
           05 BT-DETAIL            PIC ZZZZ9.
           05 FILLER               PIC X(9)  VALUE "   MISTO:".
           05 BT-MIXED             PIC ZZZZ9.
           05 FILLER               PIC X(12) VALUE "   AGREGADO:".
           05 BT-APPROX            PIC ZZZZ9.

       01 WS-BASIS-NOTE-LINE.
           05 FILLER               PIC X(39)
               VALUE "MISTO/AGREGADO: INCLUI AGREGADO MENSAL ".
           05 FILLER               PIC X(31)
               VALUE "DO MES INTEIRO (HISTAGREG.DAT)".

       01 WS-ORPHAN-LINE.
           05 FILLER               PIC X(44)
               VALUE "REJEITOS DE NOMES SEM OBSERVACAO NO PERIODO:".
           05 OR-REJECTS           PIC ZZZZZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 100-LOAD-SEASON.
           PERFORM 150-CHECK-ALREADY-CLOSED.
           PERFORM 840-CHECK-MASTER-LOCK.
           PERFORM 200-SCAN-HISTORY.
           PERFORM 250-SCAN-AGGREGATES.
           PERFORM 290-LOAD-RUN-DATES.
           PERFORM 300-SCAN-MOVEMENTS.
           PERFORM 350-SCAN-EXCEPTIONS.
           PERFORM 400-WRITE-SEASON-ARCHIVE.
           PERFORM 500-WRITE-SEASON-REPORT.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 600-TERMINATE.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

      * OPERADOR DA EXECUCAO: VARIAVEL DE AMBIENTE LEITOR-OPERADOR.
      * RESOLVIDO PRIMEIRO - TODA RECUSA GRAVA A LINHA DO OPERADOR
      * (892) ANTES DE PARAR.
           MOVE "LEITOR-TEMPORADA" TO WS-OPER-PROGRAM.
           PERFORM 890-RESOLVE-OPERATOR.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY.

           ACCEPT WS-SEASON-ID FROM ENVIRONMENT "TEMPORADA-ID".
           IF WS-SEASON-ID = SPACES
               DISPLAY "TEMPORADA-ID NAO DEFINIDA - INFORME A "
                   "TEMPORADA DE TEMPORADAS.DAT A FECHAR."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "TEMPORADA-ID AUSENTE - FECHAMENTO RECUSADO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING "TEMPORADA-" DELIMITED BY SIZE
                  WS-SEASON-ID DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILE-NAME.
           STRING "TEMPORADA-" DELIMITED BY SIZE
                  WS-SEASON-ID DELIMITED BY SPACE
                  ".TMP" DELIMITED BY SIZE
               INTO WS-ARCHIVE-WORK-NAME.
           STRING "TEMPORADA-" DELIMITED BY SIZE
                  WS-SEASON-ID DELIMITED BY SPACE
                  ".TXT" DELIMITED BY SIZE
               INTO WS-REPORT-FILE-NAME.

           MOVE WS-SEASON-ID TO WS-OPER-TARGET.

       100-LOAD-SEASON.

      * A temporada precisa aparecer uma unica vez no calendario, com
      * datas validas e ja encerrada: o fechamento congela o que
      * houver, entao fechar antes do ultimo dia deixaria a temporada
      * incompleta para sempre.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT SEASON-CALENDAR-FILE.
           IF WS-CALENDAR-STATUS = "35"
               DISPLAY "CALENDARIO TEMPORADAS.DAT NAO ENCONTRADO."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "TEMPORADAS.DAT AUSENTE - FECHAMENTO RECUSADO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-SCAN-EOF = "Y"
               READ SEASON-CALENDAR-FILE
                   AT END
                       MOVE "Y" TO WS-SCAN-EOF
                   NOT AT END
                       PERFORM 110-CHECK-SEASON-LINE
               END-READ
           END-PERFORM.
           CLOSE SEASON-CALENDAR-FILE.

           MOVE SPACES TO WS-ALERT-REASON.
           EVALUATE TRUE
               WHEN WS-SEASON-COUNT = 0
                   DISPLAY "TEMPORADA " WS-SEASON-ID
                       " NAO ESTA EM TEMPORADAS.DAT."
                   MOVE "TEMPORADA FORA DO CALENDARIO - RECUSADO"
                       TO WS-ALERT-REASON
               WHEN WS-SEASON-COUNT > 1
                   DISPLAY "TEMPORADA " WS-SEASON-ID
                       " APARECE MAIS DE UMA VEZ EM TEMPORADAS.DAT."
                   MOVE "TEMPORADA DUPLICADA NO CALENDARIO - RECUSADO"
                       TO WS-ALERT-REASON
               WHEN OTHER
                   PERFORM 120-CHECK-SEASON-DATES
           END-EVALUATE.
           IF WS-ALERT-REASON NOT = SPACES
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-SEASON-START(1:6) TO WS-START-MONTH.
           MOVE WS-SEASON-END(1:6) TO WS-END-MONTH.

       110-CHECK-SEASON-LINE.

           IF TP-SEASON-ID(1:1) = "*"
               CONTINUE
           ELSE
               IF TP-SEASON-ID = WS-SEASON-ID
                   ADD 1 TO WS-SEASON-COUNT
                   MOVE 0 TO WS-SEASON-START
                   MOVE 0 TO WS-SEASON-END
                   IF TP-START-DATE IS NUMERIC
                       MOVE TP-START-DATE TO WS-SEASON-START
                   END-IF
                   IF TP-END-DATE IS NUMERIC
                       MOVE TP-END-DATE TO WS-SEASON-END
                   END-IF
                   MOVE TP-DESCRIPTION TO WS-SEASON-DESC
               END-IF
           END-IF.

       120-CHECK-SEASON-DATES.

      * Data fora do calendario (20260231) da zero na conversao.
           MOVE 0 TO WS-START-INTEGER.
           MOVE 0 TO WS-END-INTEGER.
           IF WS-SEASON-START > 0
               COMPUTE WS-START-INTEGER
                   = FUNCTION INTEGER-OF-DATE(WS-SEASON-START)
           END-IF.
           IF WS-SEASON-END > 0
               COMPUTE WS-END-INTEGER
                   = FUNCTION INTEGER-OF-DATE(WS-SEASON-END)
           END-IF.

           EVALUATE TRUE
               WHEN WS-START-INTEGER = 0 OR WS-END-INTEGER = 0
                   OR WS-SEASON-START > WS-SEASON-END
                   DISPLAY "DATAS INVALIDAS NO CALENDARIO PARA A "
                       "TEMPORADA " WS-SEASON-ID ": "
                       WS-SEASON-START " A " WS-SEASON-END
                   MOVE "DATAS DA TEMPORADA INVALIDAS - RECUSADO"
                       TO WS-ALERT-REASON
               WHEN WS-SEASON-END >= WS-CURRENT-DATE
                   DISPLAY "TEMPORADA " WS-SEASON-ID
                       " TERMINA EM " WS-SEASON-END
                       " - SO PODE SER FECHADA DEPOIS DO ULTIMO DIA."
                   MOVE "TEMPORADA NAO ENCERRADA - RECUSADO"
                       TO WS-ALERT-REASON
           END-EVALUATE.

       150-CHECK-ALREADY-CLOSED.

      * O arquivo permanente existir e a prova de que a temporada ja
      * foi fechada: nada aqui o abre para gravar, e a recusa nao
      * depende de controle nenhum que possa se perder.
           OPEN INPUT SEASON-ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = "35"
               IF WS-ARCHIVE-STATUS = "00"
                   CLOSE SEASON-ARCHIVE-FILE
               END-IF
               DISPLAY "TEMPORADA " WS-SEASON-ID " JA FECHADA EM "
                   WS-ARCHIVE-FILE-NAME " - FECHAMENTO RECUSADO. "
                   "O ARQUIVO DE TEMPORADA FECHADA NAO E REGRAVADO."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "TEMPORADA JA FECHADA - FECHAMENTO RECUSADO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       200-SCAN-HISTORY.

      * Todo nome do historico entra na tabela - a ultima fotografia
      * de cada campeao (que a compactacao nunca condensa) e o
      * recurso para o time e a funcao de quem so tem agregados no
      * periodo. So a observacao dentro da temporada conta nas taxas.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF HIST-CHAMPION-NAME NOT = SPACES
                               PERFORM 210-NOTE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       210-NOTE-HISTORY-RECORD.

           MOVE HIST-CHAMPION-NAME TO WS-HASH-NAME.
           PERFORM 920-FIND-OR-ADD-CHAMPION.
           COMPUTE WS-ORDER-KEY
               = HIST-RUN-DATE * 100000 + HIST-RUN-SEQ.

           IF WS-ORDER-KEY > WS-CH-ANY-KEY(WS-CHAMP-IDX)
               MOVE WS-ORDER-KEY TO WS-CH-ANY-KEY(WS-CHAMP-IDX)
               MOVE HIST-CHAMPION-TEAM
                   TO WS-CH-ANY-TEAM(WS-CHAMP-IDX)
               MOVE HIST-CHAMPION-ROLE
                   TO WS-CH-ANY-ROLE(WS-CHAMP-IDX)
           END-IF.

           IF HIST-RUN-DATE >= WS-SEASON-START
               AND HIST-RUN-DATE <= WS-SEASON-END
               IF WS-CH-DET-COUNT(WS-CHAMP-IDX) = 0
                   AND WS-CH-AGG-OBS(WS-CHAMP-IDX) = 0
                   MOVE HIST-WIN-RATE
                       TO WS-CH-BEST-RATE(WS-CHAMP-IDX)
                   MOVE HIST-WIN-RATE
                       TO WS-CH-WORST-RATE(WS-CHAMP-IDX)
               END-IF
               ADD 1 TO WS-CH-DET-COUNT(WS-CHAMP-IDX)
               IF HIST-WIN-RATE > WS-CH-BEST-RATE(WS-CHAMP-IDX)
                   MOVE HIST-WIN-RATE
                       TO WS-CH-BEST-RATE(WS-CHAMP-IDX)
               END-IF
               IF HIST-WIN-RATE < WS-CH-WORST-RATE(WS-CHAMP-IDX)
                   MOVE HIST-WIN-RATE
                       TO WS-CH-WORST-RATE(WS-CHAMP-IDX)
               END-IF
               IF WS-ORDER-KEY > WS-CH-DET-KEY(WS-CHAMP-IDX)
                   MOVE WS-ORDER-KEY TO WS-CH-DET-KEY(WS-CHAMP-IDX)
                   MOVE HIST-CHAMPION-TEAM
                       TO WS-CH-DET-TEAM(WS-CHAMP-IDX)
                   MOVE HIST-CHAMPION-ROLE
                       TO WS-CH-DET-ROLE(WS-CHAMP-IDX)
                   MOVE HIST-WIN-RATE
                       TO WS-CH-DET-RATE(WS-CHAMP-IDX)
               END-IF
           END-IF.

       250-SCAN-AGGREGATES.

      * Mes compactado: o agregado cobre o mes inteiro, entao o mes
      * de inicio ou de fim que a temporada so pega em parte entra
      * com os dias de fora - por isso a base da taxa sai marcada.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT AGGREGATE-FILE.
           IF WS-AGG-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ AGGREGATE-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF AG-PERIOD >= WS-START-MONTH
                               AND AG-PERIOD <= WS-END-MONTH
                               AND AG-CHAMPION-NAME NOT = SPACES
                               PERFORM 260-NOTE-AGGREGATE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGGREGATE-FILE
           END-IF.

       260-NOTE-AGGREGATE-RECORD.

           MOVE AG-CHAMPION-NAME TO WS-HASH-NAME.
           PERFORM 920-FIND-OR-ADD-CHAMPION.

           IF WS-CH-DET-COUNT(WS-CHAMP-IDX) = 0
               AND WS-CH-AGG-OBS(WS-CHAMP-IDX) = 0
               MOVE AG-MAX-RATE TO WS-CH-BEST-RATE(WS-CHAMP-IDX)
               MOVE AG-MIN-RATE TO WS-CH-WORST-RATE(WS-CHAMP-IDX)
           END-IF.
           ADD AG-OBS-COUNT TO WS-CH-AGG-OBS(WS-CHAMP-IDX).
           IF AG-MAX-RATE > WS-CH-BEST-RATE(WS-CHAMP-IDX)
               MOVE AG-MAX-RATE TO WS-CH-BEST-RATE(WS-CHAMP-IDX)
           END-IF.
           IF AG-MIN-RATE < WS-CH-WORST-RATE(WS-CHAMP-IDX)
               MOVE AG-MIN-RATE TO WS-CH-WORST-RATE(WS-CHAMP-IDX)
           END-IF.
           IF AG-PERIOD > WS-CH-AGG-PERIOD(WS-CHAMP-IDX)
               MOVE AG-PERIOD TO WS-CH-AGG-PERIOD(WS-CHAMP-IDX)
               MOVE AG-LAST-RATE TO WS-CH-AGG-RATE(WS-CHAMP-IDX)
           END-IF.

       290-LOAD-RUN-DATES.

      * O historico vale primeiro (e a data gravada pela propria
      * execucao); o AUDITLOG.TXT so completa as sequencias que nao
      * tem mais detalhe.
           INITIALIZE WS-RUN-DATE-TABLE.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF HIST-RUN-SEQ > 0
                               MOVE HIST-RUN-DATE
                                   TO WS-RUN-DATE-OF(HIST-RUN-SEQ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM 295-NOTE-AUDIT-RUN-DATE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       295-NOTE-AUDIT-RUN-DATE.

      * A sequencia vem editada (ZZZZ9), entao o numero e montado
      * digito a digito; linha sem sequencia ou com data ilegivel nao
      * conta.
           MOVE 0 TO WS-AUDIT-SEQ.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
               UNTIL WS-TEXT-IDX > 5
               MOVE AUD-RUN-SEQ-TEXT(WS-TEXT-IDX:1) TO WS-DIGIT-X
               IF WS-DIGIT-X IS NUMERIC
                   COMPUTE WS-AUDIT-SEQ
                       = WS-AUDIT-SEQ * 10 + WS-DIGIT-9
               END-IF
           END-PERFORM.

           IF WS-AUDIT-SEQ > 0
               AND WS-RUN-DATE-OF(WS-AUDIT-SEQ) = 0
               AND AUD-DATE-DD IS NUMERIC
               AND AUD-DATE-MM IS NUMERIC
               AND AUD-DATE-YYYY IS NUMERIC
               MOVE AUD-DATE-YYYY TO WS-AUDIT-RUN-DATE(1:4)
               MOVE AUD-DATE-MM   TO WS-AUDIT-RUN-DATE(5:2)
               MOVE AUD-DATE-DD   TO WS-AUDIT-RUN-DATE(7:2)
               MOVE WS-AUDIT-RUN-DATE TO WS-RUN-DATE-OF(WS-AUDIT-SEQ)
           END-IF.

       300-SCAN-MOVEMENTS.

      * Transferencia da temporada = mudanca de TIME gravada por uma
      * execucao de dentro do periodo. As mudancas mais proximas do
      * fim da temporada ficam guardadas para o time e a funcao
      * finais de quem nao tem detalhe no periodo.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT MOVEMENT-FILE.
           IF WS-MOVE-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ MOVEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           MOVE MV-CHAMPION-NAME TO WS-HASH-NAME
                           PERFORM 910-COMPUTE-NAME-HASH
                           PERFORM 915-PROBE-SLOT-TABLE
                           IF WS-CHAMP-FOUND = "Y"
                               PERFORM 310-NOTE-MOVEMENT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           END-IF.

       310-NOTE-MOVEMENT-RECORD.

      * Vale a data da execucao que gravou a mudanca (tabela de 290);
      * sequencia sem data conhecida (nem historico nem AUDITLOG)
      * fica com a data do feed, a unica que sobrou.
           MOVE 0 TO WS-MOVE-RUN-DATE.
           IF MV-RUN-SEQ > 0
               MOVE WS-RUN-DATE-OF(MV-RUN-SEQ) TO WS-MOVE-RUN-DATE
           END-IF.
           IF WS-MOVE-RUN-DATE = 0
               MOVE MV-FEED-DATE TO WS-MOVE-RUN-DATE
           END-IF.
           COMPUTE WS-ORDER-KEY
               = WS-MOVE-RUN-DATE * 100000 + MV-RUN-SEQ.

           IF MV-CHANGE-TYPE = "TIME"
               IF WS-MOVE-RUN-DATE >= WS-SEASON-START
                   AND WS-MOVE-RUN-DATE <= WS-SEASON-END
                   ADD 1 TO WS-CH-TRANSFERS(WS-CHAMP-IDX)
               END-IF
               IF WS-MOVE-RUN-DATE <= WS-SEASON-END
                   IF WS-ORDER-KEY > WS-CH-TB-KEY(WS-CHAMP-IDX)
                       MOVE WS-ORDER-KEY TO WS-CH-TB-KEY(WS-CHAMP-IDX)
                       MOVE MV-NEW-VALUE
                           TO WS-CH-TB-VALUE(WS-CHAMP-IDX)
                   END-IF
               ELSE
                   IF WS-CH-TA-KEY(WS-CHAMP-IDX) = 0
                       OR WS-ORDER-KEY < WS-CH-TA-KEY(WS-CHAMP-IDX)
                       MOVE WS-ORDER-KEY TO WS-CH-TA-KEY(WS-CHAMP-IDX)
                       MOVE MV-OLD-VALUE
                           TO WS-CH-TA-VALUE(WS-CHAMP-IDX)
                   END-IF
               END-IF
           ELSE
               IF WS-MOVE-RUN-DATE <= WS-SEASON-END
                   IF WS-ORDER-KEY > WS-CH-RB-KEY(WS-CHAMP-IDX)
                       MOVE WS-ORDER-KEY TO WS-CH-RB-KEY(WS-CHAMP-IDX)
                       MOVE MV-NEW-VALUE
                           TO WS-CH-RB-VALUE(WS-CHAMP-IDX)
                   END-IF
               ELSE
                   IF WS-CH-RA-KEY(WS-CHAMP-IDX) = 0
                       OR WS-ORDER-KEY < WS-CH-RA-KEY(WS-CHAMP-IDX)
                       MOVE WS-ORDER-KEY TO WS-CH-RA-KEY(WS-CHAMP-IDX)
                       MOVE MV-OLD-VALUE
                           TO WS-CH-RA-VALUE(WS-CHAMP-IDX)
                   END-IF
               END-IF
           END-IF.

       350-SCAN-EXCEPTIONS.

      * Todo rejeito do periodo conta, pendente ou ja resolvido. Nome
      * rejeitado que nao tem observacao nenhuma na temporada (nome
      * em branco, grafia errada) nao e campeao do arquivo - so entra
      * no total a parte do relatorio.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT EXCEPTION-TRACK-FILE.
           IF WS-EXCTRK-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ EXCEPTION-TRACK-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF XT-RUN-DATE >= WS-SEASON-START
                               AND XT-RUN-DATE <= WS-SEASON-END
                               PERFORM 360-NOTE-EXCEPTION-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-TRACK-FILE
           END-IF.

       360-NOTE-EXCEPTION-RECORD.

           MOVE "N" TO WS-CHAMP-FOUND.
           IF XT-CHAMPION-NAME NOT = SPACES
               MOVE XT-CHAMPION-NAME TO WS-HASH-NAME
               PERFORM 910-COMPUTE-NAME-HASH
               PERFORM 915-PROBE-SLOT-TABLE
           END-IF.
           IF WS-CHAMP-FOUND = "Y"
               IF WS-CH-DET-COUNT(WS-CHAMP-IDX) > 0
                   OR WS-CH-AGG-OBS(WS-CHAMP-IDX) > 0
                   ADD 1 TO WS-CH-REJECTS(WS-CHAMP-IDX)
               ELSE
                   MOVE "N" TO WS-CHAMP-FOUND
               END-IF
           END-IF.
           IF WS-CHAMP-FOUND = "N"
               ADD 1 TO WS-ORPHAN-REJECTS
           END-IF.

       400-WRITE-SEASON-ARCHIVE.

      * Um registro por campeao com observacao no periodo. Temporada
      * sem observacao nenhuma e recusada sem gravar nada - quase
      * sempre e data errada no calendario, e o arquivo vazio
      * impediria o fechamento certo depois.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           PERFORM 410-WRITE-ARCHIVE-RECORD
               VARYING WS-CHAMP-IDX FROM 1 BY 1
               UNTIL WS-CHAMP-IDX > WS-CHAMP-COUNT.
           CLOSE ARCHIVE-WORK-FILE.

           IF WS-ARCHIVED-COUNT = 0
               CALL "CBL_DELETE_FILE" USING WS-ARCHIVE-WORK-NAME
               DISPLAY "NENHUMA OBSERVACAO DE " WS-SEASON-START
                   " A " WS-SEASON-END " - CONFIRA AS DATAS DA "
                   "TEMPORADA EM TEMPORADAS.DAT."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "TEMPORADA SEM OBSERVACOES - FECHAMENTO RECUSADO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "CBL_RENAME_FILE"
               USING WS-ARCHIVE-WORK-NAME WS-ARCHIVE-FILE-NAME.
           IF RETURN-CODE NOT = 0
               DISPLAY "ERRO AO RENOMEAR " WS-ARCHIVE-WORK-NAME
                   " PARA " WS-ARCHIVE-FILE-NAME
                   " - TEMPORADA NAO FECHADA."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "ARQUIVO DA TEMPORADA NAO GRAVADO - NAO FECHADA"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       410-WRITE-ARCHIVE-RECORD.

           IF WS-CH-DET-COUNT(WS-CHAMP-IDX) > 0
               OR WS-CH-AGG-OBS(WS-CHAMP-IDX) > 0
               PERFORM 420-RESOLVE-FINAL-STANDING
               WRITE ARCHIVE-WORK-LINE FROM WS-ARCHIVE-RECORD
               ADD 1 TO WS-ARCHIVED-COUNT
           END-IF.

       420-RESOLVE-FINAL-STANDING.

      * Taxa final: a ultima observacao do periodo. O detalhe e
      * sempre mais novo que o agregado do mesmo mes (a compactacao
      * so condensa as execucoes antigas); agregado de mes posterior
      * ao ultimo detalhe faz a taxa final vir do agregado, e entao
      * time e funcao vem das mudancas em MOVIMENTOS.DAT.
           MOVE WS-SEASON-ID    TO SA-SEASON-ID OF WS-ARCHIVE-RECORD.
           MOVE WS-SEASON-START TO SA-START-DATE OF WS-ARCHIVE-RECORD.
           MOVE WS-SEASON-END   TO SA-END-DATE OF WS-ARCHIVE-RECORD.
           MOVE WS-CH-NAME(WS-CHAMP-IDX)
               TO SA-CHAMPION-NAME OF WS-ARCHIVE-RECORD.
           MOVE WS-CH-BEST-RATE(WS-CHAMP-IDX)
               TO SA-BEST-RATE OF WS-ARCHIVE-RECORD.
           MOVE WS-CH-WORST-RATE(WS-CHAMP-IDX)
               TO SA-WORST-RATE OF WS-ARCHIVE-RECORD.
           COMPUTE SA-OBS-COUNT OF WS-ARCHIVE-RECORD
               = WS-CH-DET-COUNT(WS-CHAMP-IDX)
               + WS-CH-AGG-OBS(WS-CHAMP-IDX).
           MOVE WS-CH-TRANSFERS(WS-CHAMP-IDX)
               TO SA-TRANSFER-COUNT OF WS-ARCHIVE-RECORD.
           MOVE WS-CH-REJECTS(WS-CHAMP-IDX)
               TO SA-REJECT-COUNT OF WS-ARCHIVE-RECORD.
           MOVE WS-CURRENT-DATE TO SA-CLOSE-DATE OF WS-ARCHIVE-RECORD.
           ADD WS-CH-TRANSFERS(WS-CHAMP-IDX) TO WS-TRANSFER-TOTAL.
           ADD WS-CH-REJECTS(WS-CHAMP-IDX) TO WS-REJECT-TOTAL.

           IF WS-CH-DET-COUNT(WS-CHAMP-IDX) > 0
               AND WS-CH-DET-KEY(WS-CHAMP-IDX)(1:6)
                   >= WS-CH-AGG-PERIOD(WS-CHAMP-IDX)
               MOVE WS-CH-DET-RATE(WS-CHAMP-IDX)
                   TO SA-FINAL-RATE OF WS-ARCHIVE-RECORD
               MOVE WS-CH-DET-TEAM(WS-CHAMP-IDX)
                   TO SA-FINAL-TEAM OF WS-ARCHIVE-RECORD
               MOVE WS-CH-DET-ROLE(WS-CHAMP-IDX)
                   TO SA-FINAL-ROLE OF WS-ARCHIVE-RECORD
               IF WS-CH-AGG-OBS(WS-CHAMP-IDX) > 0
                   MOVE "MISTO" TO SA-RATE-BASIS OF WS-ARCHIVE-RECORD
                   ADD 1 TO WS-MIXED-COUNT
               ELSE
                   MOVE "DETALHE"
                       TO SA-RATE-BASIS OF WS-ARCHIVE-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
               END-IF
           ELSE
               MOVE WS-CH-AGG-RATE(WS-CHAMP-IDX)
                   TO SA-FINAL-RATE OF WS-ARCHIVE-RECORD
               MOVE "AGREGADO" TO SA-RATE-BASIS OF WS-ARCHIVE-RECORD
               ADD 1 TO WS-APPROX-COUNT
               PERFORM 430-RESOLVE-TEAM-AND-ROLE
           END-IF.

       430-RESOLVE-TEAM-AND-ROLE.

      * Ultima mudanca ate o fim da temporada (valor novo); sem ela, a
      * primeira depois do fim (valor antigo); sem nenhuma, o time e
      * a funcao nunca mudaram e valem os da ultima fotografia do
      * historico. Sem nada disso sai "?".
           EVALUATE TRUE
               WHEN WS-CH-TB-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-TB-VALUE(WS-CHAMP-IDX)
                       TO SA-FINAL-TEAM OF WS-ARCHIVE-RECORD
               WHEN WS-CH-TA-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-TA-VALUE(WS-CHAMP-IDX)
                       TO SA-FINAL-TEAM OF WS-ARCHIVE-RECORD
               WHEN WS-CH-ANY-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-ANY-TEAM(WS-CHAMP-IDX)
                       TO SA-FINAL-TEAM OF WS-ARCHIVE-RECORD
               WHEN OTHER
                   MOVE "?" TO SA-FINAL-TEAM OF WS-ARCHIVE-RECORD
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-CH-RB-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-RB-VALUE(WS-CHAMP-IDX)
                       TO SA-FINAL-ROLE OF WS-ARCHIVE-RECORD
               WHEN WS-CH-RA-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-RA-VALUE(WS-CHAMP-IDX)
                       TO SA-FINAL-ROLE OF WS-ARCHIVE-RECORD
               WHEN WS-CH-ANY-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-ANY-ROLE(WS-CHAMP-IDX)
                       TO SA-FINAL-ROLE OF WS-ARCHIVE-RECORD
               WHEN OTHER
                   MOVE "?" TO SA-FINAL-ROLE OF WS-ARCHIVE-RECORD
           END-EVALUATE.

           IF SA-FINAL-TEAM OF WS-ARCHIVE-RECORD = "?"
               OR SA-FINAL-ROLE OF WS-ARCHIVE-RECORD = "?"
               ADD 1 TO WS-UNKNOWN-COUNT
           END-IF.

       500-WRITE-SEASON-REPORT.

      * O relatorio sai do arquivo permanente ja gravado, nao da
      * tabela - o que se imprime e exatamente o que ficou congelado.
           SORT ARCHIVE-SORT-FILE
               ON ASCENDING KEY SA-FINAL-TEAM OF SORT-ARCHIVE-RECORD
               ON ASCENDING KEY SA-FINAL-ROLE OF SORT-ARCHIVE-RECORD
               ON ASCENDING KEY SA-CHAMPION-NAME OF SORT-ARCHIVE-RECORD
               USING SEASON-ARCHIVE-FILE
               OUTPUT PROCEDURE 510-WRITE-REPORT-BODY.

       510-WRITE-REPORT-BODY.

           OPEN OUTPUT SEASON-REPORT-FILE.
           MOVE WS-SEASON-ID   TO RH-SEASON-ID.
           MOVE WS-SEASON-DESC TO RH-DESCRIPTION.
           WRITE SEASON-REPORT-RECORD FROM WS-REPORT-HEADING.
           MOVE WS-SEASON-START TO WS-FORMAT-DATE.
           PERFORM 950-FORMAT-DATE.
           MOVE WS-FORMAT-DISPLAY TO PL-START-DATE.
           MOVE WS-SEASON-END TO WS-FORMAT-DATE.
           PERFORM 950-FORMAT-DATE.
           MOVE WS-FORMAT-DISPLAY TO PL-END-DATE.
           MOVE WS-RUN-DATE-DISPLAY TO PL-CLOSE-DATE.
           WRITE SEASON-REPORT-RECORD FROM WS-PERIOD-LINE.
           MOVE WS-ARCHIVE-FILE-NAME TO AN-FILE-NAME.
           WRITE SEASON-REPORT-RECORD FROM WS-ARCHIVE-NAME-LINE.

           MOVE "N" TO WS-SORT-EOF.
           MOVE "Y" TO WS-FIRST-GROUP.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN ARCHIVE-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 520-WRITE-CHAMPION-LINE
               END-RETURN
           END-PERFORM.
           IF WS-FIRST-GROUP = "N"
               PERFORM 530-WRITE-ROLE-SUBTOTAL
               PERFORM 540-WRITE-TEAM-TOTAL
           END-IF.

           MOVE SPACES TO SEASON-REPORT-RECORD.
           WRITE SEASON-REPORT-RECORD.
           MOVE WS-ARCHIVED-COUNT TO ST-CHAMPIONS.
           MOVE WS-TRANSFER-TOTAL TO ST-TRANSFERS.
           MOVE WS-REJECT-TOTAL   TO ST-REJECTS.
           WRITE SEASON-REPORT-RECORD FROM WS-SEASON-TOTAL-LINE.
           MOVE WS-DETAIL-COUNT TO BT-DETAIL.
           MOVE WS-MIXED-COUNT  TO BT-MIXED.
           MOVE WS-APPROX-COUNT TO BT-APPROX.
           WRITE SEASON-REPORT-RECORD FROM WS-BASIS-TOTAL-LINE.
           WRITE SEASON-REPORT-RECORD FROM WS-BASIS-NOTE-LINE.
           MOVE WS-ORPHAN-REJECTS TO OR-REJECTS.
           WRITE SEASON-REPORT-RECORD FROM WS-ORPHAN-LINE.
           CLOSE SEASON-REPORT-FILE.

       520-WRITE-CHAMPION-LINE.

           IF WS-FIRST-GROUP = "N"
               IF SA-FINAL-TEAM OF SORT-ARCHIVE-RECORD
                       NOT = WS-PREV-TEAM
                   PERFORM 530-WRITE-ROLE-SUBTOTAL
                   PERFORM 540-WRITE-TEAM-TOTAL
               ELSE
                   IF SA-FINAL-ROLE OF SORT-ARCHIVE-RECORD
                           NOT = WS-PREV-ROLE
                       PERFORM 530-WRITE-ROLE-SUBTOTAL
                   END-IF
               END-IF
           END-IF.

           IF WS-FIRST-GROUP = "Y"
               OR SA-FINAL-TEAM OF SORT-ARCHIVE-RECORD
                   NOT = WS-PREV-TEAM
               MOVE SPACES TO SEASON-REPORT-RECORD
               WRITE SEASON-REPORT-RECORD
               MOVE SA-FINAL-TEAM OF SORT-ARCHIVE-RECORD TO TH-TEAM
               WRITE SEASON-REPORT-RECORD FROM WS-TEAM-HEADING
               MOVE SA-FINAL-TEAM OF SORT-ARCHIVE-RECORD
                   TO WS-PREV-TEAM
               MOVE SPACES TO WS-PREV-ROLE
           END-IF.

           IF WS-FIRST-GROUP = "Y"
               OR SA-FINAL-ROLE OF SORT-ARCHIVE-RECORD
                   NOT = WS-PREV-ROLE
               MOVE SA-FINAL-ROLE OF SORT-ARCHIVE-RECORD TO RL-ROLE
               WRITE SEASON-REPORT-RECORD FROM WS-ROLE-HEADING
               WRITE SEASON-REPORT-RECORD FROM WS-COLUMN-HEADING
               MOVE SA-FINAL-ROLE OF SORT-ARCHIVE-RECORD
                   TO WS-PREV-ROLE
           END-IF.
           MOVE "N" TO WS-FIRST-GROUP.

           MOVE SA-CHAMPION-NAME OF SORT-ARCHIVE-RECORD TO CL-NAME.
           MOVE SA-FINAL-RATE OF SORT-ARCHIVE-RECORD
               TO CL-FINAL-RATE.
           MOVE SA-BEST-RATE OF SORT-ARCHIVE-RECORD TO CL-BEST-RATE.
           MOVE SA-WORST-RATE OF SORT-ARCHIVE-RECORD
               TO CL-WORST-RATE.
           MOVE SA-OBS-COUNT OF SORT-ARCHIVE-RECORD TO CL-OBS-COUNT.
           MOVE SA-TRANSFER-COUNT OF SORT-ARCHIVE-RECORD
               TO CL-TRANSFERS.
           MOVE SA-REJECT-COUNT OF SORT-ARCHIVE-RECORD
               TO CL-REJECTS.
           MOVE SA-RATE-BASIS OF SORT-ARCHIVE-RECORD
               TO CL-RATE-BASIS.
           WRITE SEASON-REPORT-RECORD FROM WS-CHAMPION-LINE.

           ADD 1 TO WS-ROLE-COUNT.
           ADD SA-FINAL-RATE OF SORT-ARCHIVE-RECORD
               TO WS-ROLE-RATE-SUM.
           ADD 1 TO WS-TEAM-COUNT.
           ADD SA-FINAL-RATE OF SORT-ARCHIVE-RECORD
               TO WS-TEAM-RATE-SUM.
           ADD SA-TRANSFER-COUNT OF SORT-ARCHIVE-RECORD
               TO WS-TEAM-TRANSFERS.
           ADD SA-REJECT-COUNT OF SORT-ARCHIVE-RECORD
               TO WS-TEAM-REJECTS.

       530-WRITE-ROLE-SUBTOTAL.

           MOVE WS-ROLE-COUNT TO RS-COUNT.
           COMPUTE WS-AVERAGE-RATE ROUNDED
               = WS-ROLE-RATE-SUM / WS-ROLE-COUNT.
           MOVE WS-AVERAGE-RATE TO RS-AVERAGE.
           WRITE SEASON-REPORT-RECORD FROM WS-ROLE-SUBTOTAL-LINE.
           MOVE 0 TO WS-ROLE-COUNT.
           MOVE 0 TO WS-ROLE-RATE-SUM.

       540-WRITE-TEAM-TOTAL.

           MOVE WS-TEAM-COUNT TO TT-COUNT.
           COMPUTE WS-AVERAGE-RATE ROUNDED
               = WS-TEAM-RATE-SUM / WS-TEAM-COUNT.
           MOVE WS-AVERAGE-RATE TO TT-AVERAGE.
           MOVE WS-TEAM-TRANSFERS TO TT-TRANSFERS.
           MOVE WS-TEAM-REJECTS TO TT-REJECTS.
           WRITE SEASON-REPORT-RECORD FROM WS-TEAM-TOTAL-LINE.
           MOVE 0 TO WS-TEAM-COUNT.
           MOVE 0 TO WS-TEAM-RATE-SUM.
           MOVE 0 TO WS-TEAM-TRANSFERS.
           MOVE 0 TO WS-TEAM-REJECTS.

       600-TERMINATE.

      * RETURN CODE PADRONIZADO PARA O SCHEDULER: 0 TEMPORADA
      * FECHADA, 4 FECHADA COM CAMPEAO SEM TIME OU FUNCAO CONHECIDOS
      * NO FIM DO PERIODO, 8 FECHAMENTO RECUSADO (TEMPORADA AUSENTE,
      * NAO ENCERRADA, JA FECHADA OU MESTRE TRAVADO).
           IF WS-UNKNOWN-COUNT > 0
               MOVE "AVISO" TO WS-ALERT-SEVERITY
               MOVE "TEMPORADA FECHADA COM TIME/FUNCAO DESCONHECIDOS"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY "TEMPORADA " WS-SEASON-ID " FECHADA EM "
               WS-ARCHIVE-FILE-NAME " - " WS-ARCHIVED-COUNT
               " CAMPEAO(OES); RELATORIO EM " WS-REPORT-FILE-NAME.

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
                           " - FECHAMENTO RECUSADO. SE A EXECUCAO "
                           "DONA DA TRAVA CAIU, APAGUE MESTRETRAVA.DAT."
                       MOVE "CRITICO" TO WS-ALERT-SEVERITY
                       MOVE "MESTRE TRAVADO - FECHAMENTO RECUSADO"
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
           MOVE "LEITOR-TEMPORADA" TO ALR-PROGRAM.
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

       910-COMPUTE-NAME-HASH.

      * Espalha WS-HASH-NAME sobre a tabela de 50021 entradas (primo)
      * - ver o comentario de SEENNMS.CPY.
           MOVE 0 TO WS-HASH-IDX.
           PERFORM VARYING WS-HASH-CHAR-IDX FROM 1 BY 1
               UNTIL WS-HASH-CHAR-IDX > 15
               COMPUTE WS-HASH-IDX = FUNCTION MOD(
                   WS-HASH-IDX * 31 + FUNCTION ORD(
                       WS-HASH-NAME(WS-HASH-CHAR-IDX:1)), 50021)
           END-PERFORM.
           ADD 1 TO WS-HASH-IDX.

       915-PROBE-SLOT-TABLE.

      * Sondagem linear a partir da posicao calculada: termina sobre
      * o nome procurado (WS-CHAMP-FOUND = "Y", com a linha em
      * WS-CHAMP-IDX) ou sobre a entrada vazia onde 920 insere.
           MOVE "N" TO WS-CHAMP-FOUND.
           MOVE 0 TO WS-HASH-PROBES.
           PERFORM UNTIL WS-CHAMP-FOUND = "Y"
               OR WS-SLOT-NAME(WS-HASH-IDX) = SPACES
               OR WS-HASH-PROBES > 50021
               IF WS-SLOT-NAME(WS-HASH-IDX) = WS-HASH-NAME
                   MOVE "Y" TO WS-CHAMP-FOUND
                   MOVE WS-SLOT-ROW(WS-HASH-IDX) TO WS-CHAMP-IDX
               ELSE
                   COMPUTE WS-HASH-IDX
                       = FUNCTION MOD(WS-HASH-IDX, 50021) + 1
                   ADD 1 TO WS-HASH-PROBES
               END-IF
           END-PERFORM.

       920-FIND-OR-ADD-CHAMPION.

      * Mais nomes do que a carga aceita = arquivo fora do padrao;
      * recusa antes de gravar qualquer coisa.
           PERFORM 910-COMPUTE-NAME-HASH.
           PERFORM 915-PROBE-SLOT-TABLE.
           IF WS-CHAMP-FOUND = "N"
               IF WS-CHAMP-COUNT >= 40000
                   DISPLAY "MAIS DE 40000 CAMPEOES NO HISTORICO - "
                       "FECHAMENTO RECUSADO."
                   MOVE "CRITICO" TO WS-ALERT-SEVERITY
                   MOVE "TABELA DE CAMPEOES ESGOTADA - RECUSADO"
                       TO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
                   MOVE "RECUSADA" TO WS-OPER-RESULT
                   PERFORM 892-AUDIT-OPERATOR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CHAMP-COUNT
               MOVE WS-CHAMP-COUNT TO WS-CHAMP-IDX
               MOVE WS-HASH-NAME TO WS-SLOT-NAME(WS-HASH-IDX)
               MOVE WS-CHAMP-IDX TO WS-SLOT-ROW(WS-HASH-IDX)
               INITIALIZE WS-CH-ENTRY(WS-CHAMP-IDX)
               MOVE WS-HASH-NAME TO WS-CH-NAME(WS-CHAMP-IDX)
           END-IF.

       950-FORMAT-DATE.

           MOVE WS-FORMAT-DATE(7:2) TO WS-FORMAT-DD.
           MOVE WS-FORMAT-DATE(5:2) TO WS-FORMAT-MM.
           MOVE WS-FORMAT-DATE(1:4) TO WS-FORMAT-YYYY.

       END PROGRAM LEITOR-TEMPORADA.
