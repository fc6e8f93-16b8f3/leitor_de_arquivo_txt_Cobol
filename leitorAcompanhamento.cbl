      ******************************************************************
      * Author: Gildo
      * Purpose: Acompanhamento da cadeia do dia contra o cronograma:
      *          cada passo de CRONOGRAMA.DAT que roda na data pedida
      *          e conferido contra RUNCONTROL.DAT e AUDITLOG.TXT e
      *          sai como CONCLUIDO, FALHOU, BLOQUEADO (pre-requisito
      *          falhou ou ficou bloqueado) ou FALTANTE (nao ha
      *          registro de que rodou). Passo faltante ou bloqueado
      *          vai tambem para o ALERTAS.DAT - o relatorio que
      *          ninguem submeteu aparece no boletim da manha, nao na
      *          pergunta do gerente.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITOR-ACOMPANHAMENTO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DATA ACOMPANHADA: POR PADRAO HOJE, OU DEFINA A VARIAVEL DE
      * AMBIENTE ACOMPANHA-DATA (AAAAMMDD) - RODANDO DE MANHA, A DATA
      * DE ONTEM. O RUNCONTROL E CONFERIDO PELA DATA DO FEED E O
      * AUDITLOG PELA DATA DA EXECUCAO.
            SELECT SCHEDULE-FILE ASSIGN TO "CRONOGRAMA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCHED-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCONTROL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

            SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT TRACK-REPORT-FILE ASSIGN TO "ACOMPANHAMENTO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

      * TODA FALHA OU AVISO VAI TAMBEM PARA O ARQUIVO CENTRAL DE
      * ALERTAS (ALERTAS.DAT) - E O LEITOR-BOLETIM QUEM CONSOLIDA O
      * BOLETIM DA MANHA DO OPERADOR.
            SELECT ALERT-FILE ASSIGN TO "ALERTAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALERTF-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD SCHEDULE-FILE.
           COPY SCHDREC REPLACING ==SCHEDULE-RECORD==
               BY ==SCHED-RECORD==.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD==
               BY ==RUNCTL-RECORD==.

      * Linhas do AUDITLOG.TXT no layout de 179 posicoes: as linhas de
      * parametro e de operador trazem PROGRAMA: nas colunas 53-62 e
      * o nome do programa nas colunas 63-82; a de operador traz o
      * resultado (RECUSADA) nas colunas 156-163 e o MODO no fim.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 FILLER               PIC X(24).
           05 AUD-DATE             PIC X(10).
           05 FILLER               PIC X(18).
           05 AUD-LABEL            PIC X(10).
           05 AUD-PROGRAM          PIC X(20).
           05 FILLER               PIC X(73).
           05 AUD-RESULT           PIC X(8).
           05 FILLER               PIC X(8).
           05 AUD-MODE             PIC X(8).

       FD TRACK-REPORT-FILE.
       01 TRACK-OUTPUT-RECORD      PIC X(110).

       FD ALERT-FILE.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-DATE-TEXT         PIC X(8)  VALUE SPACES.
           05 WS-TARGET-DATE       PIC 9(8)  VALUE 0.
           05 WS-TARGET-INTEGER    PIC 9(9)  VALUE 0.
           05 WS-NEXT-DATE         PIC 9(8)  VALUE 0.
           05 WS-WEEKDAY           PIC 9     VALUE 0.
           05 WS-MONTH-END         PIC X     VALUE "N".
           05 WS-RULE-DAY          PIC 9(2)  VALUE 0.

       01 FILE-STATUS-CONTROLS.
           05 WS-SCHED-STATUS      PIC X(2) VALUE SPACES.
           05 WS-RUNCTL-STATUS     PIC X(2) VALUE SPACES.
           05 WS-AUDIT-STATUS      PIC X(2) VALUE SPACES.

       01 ALERT-CONTROLS.
           05 WS-ALERTF-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-ALERT-SEVERITY    PIC X(8)  VALUE SPACES.
           05 WS-ALERT-REASON      PIC X(60) VALUE SPACES.
           05 WS-ALERT-DATE        PIC 9(8)  VALUE 0.
           05 WS-ALERT-TIME        PIC 9(8)  VALUE 0.

       01 SWITCHES.
           05 WS-FILE-EOF          PIC X VALUE "N".
           05 WS-STATE-CHANGED     PIC X VALUE "N".

       01 DATE-CONTROLS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-TARGET-DISPLAY.
               10 WS-TARGET-DD     PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-TARGET-MM     PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-TARGET-YYYY   PIC 9(4).

      * Nomes dos dias da semana, de segunda (1) a domingo (7).
       01 WEEKDAY-NAME-VALUES.
           05 FILLER               PIC X(21)
               VALUE "SEGTERQUAQUISEXSABDOM".
       01 WEEKDAY-NAME-TABLE REDEFINES WEEKDAY-NAME-VALUES.
           05 WS-WEEKDAY-NAME      PIC X(3) OCCURS 7 TIMES.

      * Passos do cronograma. EVIDENCE e o que o RUNCONTROL (ultima
      * linha do dia) ou o AUDITLOG dizem; STATE e a situacao final.
       01 STEP-CONTROLS.
           05 WS-STEP-COUNT        PIC 9(3) VALUE 0.
           05 WS-STEP-IDX          PIC 9(3) VALUE 0.
           05 WS-PREREQ-STEP-IDX   PIC 9(3) VALUE 0.
           05 WS-PREREQ-IDX        PIC 9    VALUE 0.
           05 WS-STEP-ENTRY OCCURS 200 TIMES.
               10 WS-STEP-PROGRAM  PIC X(20).
               10 WS-STEP-SOURCE   PIC X(10).
               10 WS-STEP-DAYS     PIC X(10).
               10 WS-STEP-PREREQ   PIC X(20) OCCURS 3 TIMES.
               10 WS-STEP-TODAY    PIC X.
               10 WS-STEP-EVIDENCE PIC X(9).
               10 WS-STEP-ORIGIN   PIC X(10).
               10 WS-STEP-STATE    PIC X(14).
               10 WS-STEP-BLOCKER  PIC X(20).

       01 COUNTERS.
           05 WS-DONE-COUNT        PIC 9(3) VALUE 0.
           05 WS-FAILED-COUNT      PIC 9(3) VALUE 0.
           05 WS-BLOCKED-COUNT     PIC 9(3) VALUE 0.
           05 WS-MISSING-COUNT     PIC 9(3) VALUE 0.
           05 WS-OFFDAY-COUNT      PIC 9(3) VALUE 0.
           05 WS-BAD-RULE-COUNT    PIC 9(3) VALUE 0.

       01 WS-TRACK-HEADING.
           05 FILLER               PIC X(36)
               VALUE "ACOMPANHAMENTO DA CADEIA DO DIA".
           05 FILLER               PIC X(6) VALUE "DATA:".
           05 TH-TARGET-DATE       PIC X(10).

       01 WS-CALENDAR-LINE.
           05 FILLER               PIC X(15) VALUE "DIA DA SEMANA: ".
           05 CL-WEEKDAY           PIC X(3).
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "FIM DE MES: ".
           05 CL-MONTH-END         PIC X(3).

       01 WS-COLUMN-HEADING.
           05 FILLER               PIC X(20) VALUE "PASSO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "FONTE".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "DIAS".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "SITUACAO".
           05 FILLER               PIC X(40) VALUE "DETALHE".

       01 WS-STEP-DETAIL-LINE.
           05 SD-PROGRAM           PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SD-SOURCE            PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SD-DAYS              PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 SD-STATE             PIC X(14).
           05 SD-DETAIL            PIC X(50).

       01 WS-NO-STEP-LINE.
           05 FILLER               PIC X(40)
               VALUE "NENHUM PASSO NO CRONOGRAMA".

       01 WS-TRACK-TOTALS-LINE.
           05 FILLER               PIC X(11) VALUE "CONCLUIDOS:".
           05 TT-DONE              PIC ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(7)  VALUE "FALHOS:".
           05 TT-FAILED            PIC ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "BLOQUEADOS:".
           05 TT-BLOCKED           PIC ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "FALTANTES:".
           05 TT-MISSING           PIC ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "FORA DO DIA:".
           05 TT-OFFDAY            PIC ZZ9.

           COPY OPERCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 100-LOAD-SCHEDULE.
           PERFORM 200-SCAN-RUN-CONTROL.
           PERFORM 250-SCAN-AUDIT-LOG.
           PERFORM 300-RESOLVE-STEP-STATES.
           PERFORM 400-WRITE-TRACK-REPORT.
           PERFORM 500-TERMINATE.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

      * O operador e resolvido antes da data, para que a recusa por
      * data invalida tambem grave a linha do operador.
           MOVE "LEITOR-ACOMPANHAMENTO" TO WS-OPER-PROGRAM.
           PERFORM 890-RESOLVE-OPERATOR.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-DATE-TEXT FROM ENVIRONMENT "ACOMPANHA-DATA".
           IF WS-DATE-TEXT = SPACES
               MOVE WS-CURRENT-DATE TO WS-TARGET-DATE
           ELSE
               IF WS-DATE-TEXT IS NUMERIC
                   MOVE WS-DATE-TEXT TO WS-TARGET-DATE
               END-IF
           END-IF.

      * Data fora do calendario (20260231) da zero na conversao.
           IF WS-TARGET-DATE > 0
               COMPUTE WS-TARGET-INTEGER
                   = FUNCTION INTEGER-OF-DATE(WS-TARGET-DATE)
           END-IF.
           IF WS-TARGET-INTEGER = 0
               DISPLAY "ACOMPANHA-DATA INVALIDA: " WS-DATE-TEXT
                   " - INFORME AAAAMMDD."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "ACOMPANHA-DATA INVALIDA" TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TARGET-DATE(7:2) TO WS-TARGET-DD.
           MOVE WS-TARGET-DATE(5:2) TO WS-TARGET-MM.
           MOVE WS-TARGET-DATE(1:4) TO WS-TARGET-YYYY.

           MOVE SPACES TO WS-OPER-TARGET.
           STRING "DATA " WS-TARGET-DATE
               DELIMITED BY SIZE INTO WS-OPER-TARGET.
           PERFORM 892-AUDIT-OPERATOR.

      * O dia 1 do calendario inteiro (01/01/1601) foi uma segunda.
           COMPUTE WS-WEEKDAY
               = FUNCTION MOD(WS-TARGET-INTEGER - 1, 7) + 1.
           COMPUTE WS-NEXT-DATE
               = FUNCTION DATE-OF-INTEGER(WS-TARGET-INTEGER + 1).
           IF WS-NEXT-DATE(5:2) NOT = WS-TARGET-DATE(5:2)
               MOVE "Y" TO WS-MONTH-END
           END-IF.

       100-LOAD-SCHEDULE.

           OPEN INPUT SCHEDULE-FILE.
           IF WS-SCHED-STATUS NOT = "00"
               DISPLAY "CRONOGRAMA.DAT AUSENTE - NADA A ACOMPANHAR."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "CRONOGRAMA.DAT AUSENTE" TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-FILE-EOF.
           PERFORM UNTIL WS-FILE-EOF = "Y"
               READ SCHEDULE-FILE
                   AT END
                       MOVE "Y" TO WS-FILE-EOF
                   NOT AT END
                       IF SC-PROGRAM NOT = SPACES
                           AND SC-PROGRAM(1:1) NOT = "*"
                           PERFORM 110-STORE-STEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SCHEDULE-FILE.

       110-STORE-STEP.

           IF WS-STEP-COUNT >= 200
               DISPLAY "CRONOGRAMA COM MAIS DE 200 PASSOS - "
                   SC-PROGRAM " IGNORADO."
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE SC-PROGRAM   TO WS-STEP-PROGRAM(WS-STEP-COUNT)
               MOVE SC-SOURCE-ID TO WS-STEP-SOURCE(WS-STEP-COUNT)
               MOVE SC-RUN-DAYS  TO WS-STEP-DAYS(WS-STEP-COUNT)
               MOVE SC-PREREQ(1) TO WS-STEP-PREREQ(WS-STEP-COUNT, 1)
               MOVE SC-PREREQ(2) TO WS-STEP-PREREQ(WS-STEP-COUNT, 2)
               MOVE SC-PREREQ(3) TO WS-STEP-PREREQ(WS-STEP-COUNT, 3)
               MOVE SPACES TO WS-STEP-EVIDENCE(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-ORIGIN(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-STATE(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-BLOCKER(WS-STEP-COUNT)
               PERFORM 120-CHECK-RUN-DAY
           END-IF.

       120-CHECK-RUN-DAY.

      * WS-STEP-TODAY: "Y" roda na data, "N" nao roda, "E" regra de
      * dias que o programa nao conhece.
           MOVE "N" TO WS-STEP-TODAY(WS-STEP-COUNT).
           EVALUATE TRUE
               WHEN SC-RUN-DAYS = SPACES
                 OR SC-RUN-DAYS = "DIARIO"
                   MOVE "Y" TO WS-STEP-TODAY(WS-STEP-COUNT)
               WHEN SC-RUN-DAYS = "UTEIS"
                   IF WS-WEEKDAY <= 5
                       MOVE "Y" TO WS-STEP-TODAY(WS-STEP-COUNT)
                   END-IF
               WHEN SC-RUN-DAYS = "FIMMES"
                   IF WS-MONTH-END = "Y"
                       MOVE "Y" TO WS-STEP-TODAY(WS-STEP-COUNT)
                   END-IF
               WHEN SC-RUN-DAYS = "INIMES"
                   IF WS-TARGET-DD = 1
                       MOVE "Y" TO WS-STEP-TODAY(WS-STEP-COUNT)
                   END-IF
               WHEN SC-RUN-DAYS(1:4) = "DIA-"
                 AND SC-RUN-DAYS(5:2) IS NUMERIC
                 AND SC-RUN-DAYS(7:4) = SPACES
                   MOVE SC-RUN-DAYS(5:2) TO WS-RULE-DAY
                   IF WS-RULE-DAY = WS-TARGET-DD
                       MOVE "Y" TO WS-STEP-TODAY(WS-STEP-COUNT)
                   END-IF
               WHEN OTHER
                   MOVE "E" TO WS-STEP-TODAY(WS-STEP-COUNT)
           END-EVALUATE.

       200-SCAN-RUN-CONTROL.

      * Vale a ULTIMA linha do dia para o programa (e a fonte, se o
      * passo tiver fonte) - um reprocessamento limpo depois de uma
      * falha fecha o passo. O estorno de uma carga conta contra o
      * passo da CARGA, como na guarda de carga dobrada.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF RC-FEED-DATE = WS-TARGET-DATE
                               PERFORM 210-MATCH-RUN-CONTROL
                                   VARYING WS-STEP-IDX FROM 1 BY 1
                                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       210-MATCH-RUN-CONTROL.

           IF WS-STEP-TODAY(WS-STEP-IDX) = "Y"
               AND (RC-PROGRAM = WS-STEP-PROGRAM(WS-STEP-IDX)
                    OR (RC-PROGRAM = "LEITOR-ESTORNO"
                        AND WS-STEP-PROGRAM(WS-STEP-IDX)
                            = "LEITOR-DE-TXT"))
               AND (WS-STEP-SOURCE(WS-STEP-IDX) = SPACES
                    OR WS-STEP-SOURCE(WS-STEP-IDX) = RC-SOURCE-ID)
               MOVE RC-STATUS TO WS-STEP-EVIDENCE(WS-STEP-IDX)
               MOVE "RUNCONTROL" TO WS-STEP-ORIGIN(WS-STEP-IDX)
           END-IF.

       250-SCAN-AUDIT-LOG.

      * Programa que nao grava RUNCONTROL deixa no AUDITLOG a linha
      * de operador ou de parametro com o nome dele - basta para dar
      * o passo como executado no dia. Passo com fonte so fecha pelo
      * RUNCONTROL, que e quem registra a fonte. Linha de operador de
      * execucao RECUSADA nao conta - o programa parou sem fazer nada.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "00"
               MOVE "N" TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF AUD-DATE = WS-TARGET-DISPLAY
                               AND AUD-LABEL = "PROGRAMA: "
                               AND NOT (AUD-MODE = "OPERADOR"
                                   AND AUD-RESULT = "RECUSADA")
                               PERFORM 260-MATCH-AUDIT-LINE
                                   VARYING WS-STEP-IDX FROM 1 BY 1
                                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       260-MATCH-AUDIT-LINE.

           IF WS-STEP-TODAY(WS-STEP-IDX) = "Y"
               AND AUD-PROGRAM = WS-STEP-PROGRAM(WS-STEP-IDX)
               AND WS-STEP-SOURCE(WS-STEP-IDX) = SPACES
               AND WS-STEP-ORIGIN(WS-STEP-IDX) = SPACES
               MOVE "EXECUTADO" TO WS-STEP-EVIDENCE(WS-STEP-IDX)
               MOVE "AUDITLOG" TO WS-STEP-ORIGIN(WS-STEP-IDX)
           END-IF.

       300-RESOLVE-STEP-STATES.

      * Primeiro o que os registros dizem; depois o bloqueio se
      * propaga pelos pre-requisitos ate parar de mudar (cadeia
      * A -> B -> C bloqueia B e depois C); o que sobrar sem
      * registro e FALTANTE.
           PERFORM 310-STATE-FROM-EVIDENCE
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.

           MOVE "Y" TO WS-STATE-CHANGED.
           PERFORM UNTIL WS-STATE-CHANGED = "N"
               MOVE "N" TO WS-STATE-CHANGED
               PERFORM 320-CHECK-PREREQUISITES
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
           END-PERFORM.

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-TODAY(WS-STEP-IDX) = "Y"
                   AND WS-STEP-STATE(WS-STEP-IDX) = SPACES
                   MOVE "FALTANTE" TO WS-STEP-STATE(WS-STEP-IDX)
               END-IF
           END-PERFORM.

       310-STATE-FROM-EVIDENCE.

           EVALUATE TRUE
               WHEN WS-STEP-TODAY(WS-STEP-IDX) = "N"
                   MOVE "FORA DO DIA" TO WS-STEP-STATE(WS-STEP-IDX)
               WHEN WS-STEP-TODAY(WS-STEP-IDX) = "E"
                   MOVE "REGRA ?" TO WS-STEP-STATE(WS-STEP-IDX)
               WHEN WS-STEP-EVIDENCE(WS-STEP-IDX) = SPACES
                   CONTINUE
               WHEN WS-STEP-EVIDENCE(WS-STEP-IDX) = "COMPLETO"
                 OR WS-STEP-EVIDENCE(WS-STEP-IDX) = "EXECUTADO"
                   MOVE "CONCLUIDO" TO WS-STEP-STATE(WS-STEP-IDX)
               WHEN OTHER
                   MOVE "FALHOU" TO WS-STEP-STATE(WS-STEP-IDX)
           END-EVALUATE.

       320-CHECK-PREREQUISITES.

           IF WS-STEP-TODAY(WS-STEP-IDX) = "Y"
               AND WS-STEP-STATE(WS-STEP-IDX) = SPACES
               PERFORM VARYING WS-PREREQ-IDX FROM 1 BY 1
                   UNTIL WS-PREREQ-IDX > 3
                   IF WS-STEP-PREREQ(WS-STEP-IDX, WS-PREREQ-IDX)
                       NOT = SPACES
                       PERFORM 330-CHECK-ONE-PREREQUISITE
                           VARYING WS-PREREQ-STEP-IDX FROM 1 BY 1
                           UNTIL WS-PREREQ-STEP-IDX > WS-STEP-COUNT
                   END-IF
               END-PERFORM
           END-IF.

       330-CHECK-ONE-PREREQUISITE.

      * Pre-requisito com mais de um passo no dia (a CARGA de cada
      * fonte) bloqueia se QUALQUER um deles falhou ou esta bloqueado.
           IF WS-STEP-STATE(WS-STEP-IDX) = SPACES
               AND WS-STEP-PROGRAM(WS-PREREQ-STEP-IDX)
                   = WS-STEP-PREREQ(WS-STEP-IDX, WS-PREREQ-IDX)
               AND WS-STEP-TODAY(WS-PREREQ-STEP-IDX) = "Y"
               AND (WS-STEP-STATE(WS-PREREQ-STEP-IDX) = "FALHOU"
                    OR WS-STEP-STATE(WS-PREREQ-STEP-IDX)
                       = "BLOQUEADO")
               MOVE "BLOQUEADO" TO WS-STEP-STATE(WS-STEP-IDX)
               MOVE WS-STEP-PROGRAM(WS-PREREQ-STEP-IDX)
                   TO WS-STEP-BLOCKER(WS-STEP-IDX)
               MOVE "Y" TO WS-STATE-CHANGED
           END-IF.

       400-WRITE-TRACK-REPORT.

           OPEN OUTPUT TRACK-REPORT-FILE.
           MOVE WS-TARGET-DISPLAY TO TH-TARGET-DATE.
           WRITE TRACK-OUTPUT-RECORD FROM WS-TRACK-HEADING.
           MOVE WS-WEEKDAY-NAME(WS-WEEKDAY) TO CL-WEEKDAY.
           IF WS-MONTH-END = "Y"
               MOVE "SIM" TO CL-MONTH-END
           ELSE
               MOVE "NAO" TO CL-MONTH-END
           END-IF.
           WRITE TRACK-OUTPUT-RECORD FROM WS-CALENDAR-LINE.
           MOVE SPACES TO TRACK-OUTPUT-RECORD.
           WRITE TRACK-OUTPUT-RECORD.
           WRITE TRACK-OUTPUT-RECORD FROM WS-COLUMN-HEADING.

           IF WS-STEP-COUNT = 0
               WRITE TRACK-OUTPUT-RECORD FROM WS-NO-STEP-LINE
           ELSE
               PERFORM 410-WRITE-STEP-LINE
                   VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
           END-IF.

           MOVE SPACES TO TRACK-OUTPUT-RECORD.
           WRITE TRACK-OUTPUT-RECORD.
           MOVE WS-DONE-COUNT    TO TT-DONE.
           MOVE WS-FAILED-COUNT  TO TT-FAILED.
           MOVE WS-BLOCKED-COUNT TO TT-BLOCKED.
           MOVE WS-MISSING-COUNT TO TT-MISSING.
           MOVE WS-OFFDAY-COUNT  TO TT-OFFDAY.
           WRITE TRACK-OUTPUT-RECORD FROM WS-TRACK-TOTALS-LINE.

           CLOSE TRACK-REPORT-FILE.

       410-WRITE-STEP-LINE.

           MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO SD-PROGRAM.
           MOVE WS-STEP-SOURCE(WS-STEP-IDX)  TO SD-SOURCE.
           MOVE WS-STEP-DAYS(WS-STEP-IDX)    TO SD-DAYS.
           MOVE WS-STEP-STATE(WS-STEP-IDX)   TO SD-STATE.
           MOVE SPACES TO SD-DETAIL.

           EVALUATE WS-STEP-STATE(WS-STEP-IDX)
               WHEN "CONCLUIDO"
                   ADD 1 TO WS-DONE-COUNT
                   STRING WS-STEP-ORIGIN(WS-STEP-IDX) DELIMITED BY " "
                       " " WS-STEP-EVIDENCE(WS-STEP-IDX)
                       DELIMITED BY SIZE
                       INTO SD-DETAIL
               WHEN "FALHOU"
                   ADD 1 TO WS-FAILED-COUNT
                   STRING WS-STEP-ORIGIN(WS-STEP-IDX) DELIMITED BY " "
                       " " WS-STEP-EVIDENCE(WS-STEP-IDX)
                       DELIMITED BY SIZE
                       INTO SD-DETAIL
               WHEN "BLOQUEADO"
                   ADD 1 TO WS-BLOCKED-COUNT
                   STRING "PRE-REQUISITO " DELIMITED BY SIZE
                       WS-STEP-BLOCKER(WS-STEP-IDX) DELIMITED BY " "
                       " NAO CONCLUIU" DELIMITED BY SIZE
                       INTO SD-DETAIL
                   MOVE "AVISO" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-REASON
                   STRING "PASSO BLOQUEADO: " DELIMITED BY SIZE
                       WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY " "
                       " " WS-STEP-SOURCE(WS-STEP-IDX) DELIMITED BY " "
                       " POR " WS-STEP-BLOCKER(WS-STEP-IDX)
                       DELIMITED BY SIZE
                       INTO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
               WHEN "FALTANTE"
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "SEM REGISTRO NO RUNCONTROL NEM NO AUDITLOG"
                       TO SD-DETAIL
                   MOVE "CRITICO" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-REASON
                   STRING "PASSO FALTANTE: " DELIMITED BY SIZE
                       WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY " "
                       " " WS-STEP-SOURCE(WS-STEP-IDX)
                       DELIMITED BY SIZE
                       INTO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
               WHEN "REGRA ?"
                   ADD 1 TO WS-BAD-RULE-COUNT
                   MOVE "DIAS DESCONHECIDO - VER SCHDREC"
                       TO SD-DETAIL
                   MOVE "AVISO" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-REASON
                   STRING "CRONOGRAMA COM DIAS INVALIDO: "
                       DELIMITED BY SIZE
                       WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY " "
                       INTO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
               WHEN OTHER
                   ADD 1 TO WS-OFFDAY-COUNT
                   MOVE "NAO RODA NESTA DATA" TO SD-DETAIL
           END-EVALUATE.

           WRITE TRACK-OUTPUT-RECORD FROM WS-STEP-DETAIL-LINE.

       500-TERMINATE.

           DISPLAY "ACOMPANHAMENTO GERADO EM ACOMPANHAMENTO.TXT - "
               WS-DONE-COUNT " CONCLUIDO(S), "
               WS-FAILED-COUNT " FALHO(S), "
               WS-BLOCKED-COUNT " BLOQUEADO(S), "
               WS-MISSING-COUNT " FALTANTE(S).".

      * RETURN CODE PADRONIZADO PARA O SCHEDULER: 8 COM PASSO FALTANTE
      * OU FALHO, 4 SO COM BLOQUEADOS OU REGRA DE DIAS INVALIDA, 0
      * CADEIA DO DIA COMPLETA.
           EVALUATE TRUE
               WHEN WS-MISSING-COUNT > 0
                 OR WS-FAILED-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BLOCKED-COUNT > 0
                 OR WS-BAD-RULE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       860-WRITE-ALERT.

      * Grava a condicao no arquivo central de alertas, alem do
      * DISPLAY no console - e dele que o LEITOR-BOLETIM monta o
      * boletim da manha do operador.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ALERT-DATE TO ALR-DATE.
           ACCEPT WS-ALERT-TIME FROM TIME.
           MOVE WS-ALERT-TIME(1:6) TO ALR-TIME.
           MOVE "LEITOR-ACOMPANHAMENTO" TO ALR-PROGRAM.
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY.
           MOVE WS-TARGET-DATE TO ALR-FEED-DATE.
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

       END PROGRAM LEITOR-ACOMPANHAMENTO.
