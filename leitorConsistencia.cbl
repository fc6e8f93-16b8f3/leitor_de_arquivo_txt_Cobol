      ******************************************************************
      * Author: Gildo
      * Purpose: Auditoria de consistencia entre os arquivos da cadeia,
      *          so de leitura: movimentos e excecoes de execucao que
      *          nao existe no historico nem no AUDITLOG, RUNSEQ.DAT
      *          atras da maior sequencia ja usada, geracoes do
      *          catalogo que sumiram do disco, linhas de
      *          CARGASFONTES.DAT de carga estornada e excecoes em
      *          aberto de campeao carregado depois no mestre. O
      *          relatorio sai por par de arquivos e cada par com
      *          divergencia vai para o ALERTAS.DAT, antes que um
      *          estorno ou uma reconstrucao piore a situacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITOR-CONSISTENCIA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * NENHUM ARQUIVO DA CADEIA E ALTERADO - NEM O RUNSEQ.DAT: A
      * AUDITORIA NAO TOMA SEQUENCIA DE EXECUCAO, E O RELATORIO TEM
      * NOME FIXO (CONSISTENCIA.TXT).
            SELECT HISTORY-FILE ASSIGN TO "HISTORICO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.

            SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

            SELECT MOVEMENT-FILE ASSIGN TO "MOVIMENTOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVE-STATUS.

            SELECT EXCEPTION-TRACK-FILE ASSIGN TO "EXCECOESPEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCTRK-STATUS.

            SELECT GENERATION-FILE ASSIGN TO "GERACOES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GEN-STATUS.

      * CADA GERACAO DO CATALOGO E ABERTA SO PARA CONFERIR QUE AINDA
      * EXISTE NO DISCO.
            SELECT PROBE-FILE ASSIGN TO DYNAMIC WS-PROBE-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROBE-STATUS.

            SELECT RUNSEQ-FILE ASSIGN TO "RUNSEQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNSEQ-STATUS.

            SELECT SOURCE-FEED-FILE ASSIGN TO "CARGASFONTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRCFEED-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCONTROL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

            SELECT MASTER-FILE ASSIGN TO "CAMPEOESMASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHAMPION-NAME OF MASTER-RECORD
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT MASTER-LOCK-FILE ASSIGN TO "MESTRETRAVA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.

            SELECT CONSISTENCY-REPORT-FILE
                ASSIGN TO "CONSISTENCIA.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

      * TODA FALHA OU AVISO VAI TAMBEM PARA O ARQUIVO CENTRAL DE
      * ALERTAS (ALERTAS.DAT) - E O LEITOR-BOLETIM QUEM CONSOLIDA O
      * BOLETIM DA MANHA DO OPERADOR.
            SELECT ALERT-FILE ASSIGN TO "ALERTAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALERTF-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD HISTORY-FILE.
           COPY HISTREC REPLACING ==HISTORY-RECORD==
               BY ==HIST-RECORD==.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 FILLER               PIC X(11).
           05 AUD-RUN-SEQ-TEXT     PIC X(5).
           05 FILLER               PIC X(163).

       FD MOVEMENT-FILE.
           COPY MOVEREC REPLACING ==MOVEMENT-RECORD==
               BY ==MOVE-RECORD==.

       FD EXCEPTION-TRACK-FILE.
           COPY EXCPEND REPLACING ==EXCEPTION-TRACK-RECORD==
               BY ==EXCTRK-RECORD==.

       FD GENERATION-FILE.
           COPY GENREC REPLACING ==GENERATION-RECORD==
               BY ==GEN-RECORD==.

       FD PROBE-FILE.
       01 PROBE-RECORD             PIC X(200).

       FD RUNSEQ-FILE.
       01 RUNSEQ-RECORD            PIC 9(5).

       FD SOURCE-FEED-FILE.
           COPY SRCFEED REPLACING ==SOURCE-FEED-RECORD==
               BY ==SRCFEED-RECORD==.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD==
               BY ==RUNCTL-RECORD==.

       FD MASTER-FILE.
           COPY CHAMPREC REPLACING ==CHAMPION-RECORD==
               BY ==MASTER-RECORD==.

       FD MASTER-LOCK-FILE.
           COPY MSTLOCK REPLACING ==MASTER-LOCK-RECORD==
               BY ==LOCK-RECORD==.

       FD CONSISTENCY-REPORT-FILE.
       01 CONSISTENCY-OUTPUT-RECORD PIC X(100).

       FD ALERT-FILE.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       WORKING-STORAGE SECTION.

       01 FILE-STATUS-CONTROLS.
           05 WS-HIST-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-MOVE-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-EXCTRK-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-GEN-STATUS        PIC X(2)  VALUE SPACES.
           05 WS-PROBE-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-RUNSEQ-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-SRCFEED-STATUS    PIC X(2)  VALUE SPACES.
           05 WS-RUNCTL-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-MASTER-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-LOCK-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-PROBE-FILE-NAME   PIC X(60) VALUE SPACES.

       01 ALERT-CONTROLS.
           05 WS-ALERTF-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-ALERT-SEVERITY    PIC X(8)  VALUE SPACES.
           05 WS-ALERT-REASON      PIC X(60) VALUE SPACES.
           05 WS-ALERT-DATE        PIC 9(8)  VALUE 0.
           05 WS-ALERT-TIME        PIC 9(8)  VALUE 0.

       01 SWITCHES.
           05 WS-FILE-EOF          PIC X VALUE "N".
           05 WS-MASTER-FOUND      PIC X VALUE "N".
           05 WS-MASTER-OPEN       PIC X VALUE "N".
           05 WS-RUNSEQ-FOUND      PIC X VALUE "N".
           05 WS-FEED-FOUND        PIC X VALUE "N".

       01 DATE-CONTROLS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-DISPLAY.
               10 WS-RUN-DD        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-MM        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-YYYY      PIC 9(4).
           05 WS-EDIT-DATE         PIC 9(8) VALUE 0.
           05 WS-EDIT-DATE-DISPLAY.
               10 WS-EDIT-DD       PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-EDIT-MM       PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-EDIT-YYYY     PIC 9(4).

      * Sequencias de execucao: quais existem no historico ou no
      * AUDITLOG, e quantas linhas de MOVIMENTOS e de EXCECOESPEND
      * apontam para cada uma.
       01 RUN-SEQUENCE-CONTROLS.
           05 WS-CHECK-SEQ         PIC 9(5)  VALUE 0.
           05 WS-SEQ-IDX           PIC 9(5)  VALUE 0.
           05 WS-MAX-USED-SEQ      PIC 9(5)  VALUE 0.
           05 WS-MAX-USED-FILE     PIC X(20) VALUE SPACES.
           05 WS-CHECK-FILE        PIC X(20) VALUE SPACES.
           05 WS-RUNSEQ-VALUE      PIC 9(5)  VALUE 0.
           05 WS-TEXT-IDX          PIC 9(2)  VALUE 0.
           05 WS-DIGIT-X           PIC X     VALUE SPACE.
           05 WS-DIGIT-9 REDEFINES WS-DIGIT-X
                                   PIC 9.
           05 WS-SEQ-TABLE.
               10 WS-SEQ-ENTRY OCCURS 99999 TIMES.
                   15 WS-SEQ-KNOWN       PIC X.
                   15 WS-SEQ-MOVE-COUNT  PIC 9(5) COMP.
                   15 WS-SEQ-EXC-COUNT   PIC 9(5) COMP.

      * Ultima situacao de cada data+fonte no RUNCONTROL (mesma regra
      * da guarda de carga dobrada: vale o ULTIMO registro), e as que
      * terminaram ESTORNADO com as linhas de CARGASFONTES achadas.
       01 FEED-STATUS-CONTROLS.
           05 WS-FEED-COUNT        PIC 9(4)  VALUE 0.
           05 WS-FEED-IDX          PIC 9(4)  VALUE 0.
           05 WS-FEED-ENTRY OCCURS 3000 TIMES.
               10 WS-FEED-DATE     PIC 9(8).
               10 WS-FEED-SOURCE   PIC X(10).
               10 WS-FEED-STATUS   PIC X(9).
           05 WS-BACKED-COUNT      PIC 9(3)  VALUE 0.
           05 WS-BACKED-IDX        PIC 9(3)  VALUE 0.
           05 WS-BACKED-ENTRY OCCURS 500 TIMES.
               10 WS-BACKED-DATE   PIC 9(8).
               10 WS-BACKED-SOURCE PIC X(10).
               10 WS-BACKED-ROWS   PIC 9(7).

       01 SECTION-CONTROLS.
           05 WS-SECTION-TITLE     PIC X(60) VALUE SPACES.
           05 WS-SECTION-TAG       PIC X(30) VALUE SPACES.
           05 WS-SECTION-SEVERITY  PIC X(8)  VALUE SPACES.
           05 WS-SECTION-COUNT     PIC 9(5)  VALUE 0.
           05 WS-SECTION-NOTE      PIC X(60) VALUE SPACES.
           05 WS-FINDING-TEXT      PIC X(80) VALUE SPACES.
           05 WS-EDIT-SEQ          PIC ZZZZ9.
           05 WS-EDIT-SEQ-2        PIC ZZZZ9.
           05 WS-EDIT-COUNT        PIC ZZZZZZ9.

       01 COUNTERS.
           05 WS-CRITICAL-COUNT    PIC 9(5) VALUE 0.
           05 WS-WARNING-COUNT     PIC 9(5) VALUE 0.
           05 WS-GEN-CHECKED       PIC 9(5) VALUE 0.
           05 WS-OPEN-CHECKED      PIC 9(5) VALUE 0.

       01 WS-CONSISTENCY-HEADING.
           05 FILLER               PIC X(40)
               VALUE "AUDITORIA DE CONSISTENCIA DOS ARQUIVOS".
           05 FILLER               PIC X(6) VALUE "DATA:".
           05 CH-RUN-DATE          PIC X(10).

       01 WS-SECTION-HEADING.
           05 FILLER               PIC X(6)  VALUE "PAR: ".
           05 SH-TITLE             PIC X(60).

       01 WS-SECTION-RULE.
           05 FILLER               PIC X(66) VALUE ALL "-".

       01 WS-FINDING-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FL-SEVERITY          PIC X(8).
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 FL-TEXT              PIC X(80).

       01 WS-SECTION-CLEAN-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(16) VALUE "SEM DIVERGENCIA.".
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 SC-NOTE              PIC X(60).

       01 WS-SECTION-TOTAL-LINE.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(25)
               VALUE "DIVERGENCIAS NESTE PAR: ".
           05 ST-COUNT             PIC ZZZZ9.

       01 WS-CONSISTENCY-TOTALS-LINE.
           05 FILLER               PIC X(9)  VALUE "CRITICOS:".
           05 CT-CRITICAL          PIC ZZZZ9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(7)  VALUE "AVISOS:".
           05 CT-WARNING           PIC ZZZZ9.

           COPY OPERCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 840-CHECK-MASTER-LOCK.
           PERFORM 100-OPEN-REPORT.
           PERFORM 110-LOAD-HISTORY-SEQUENCES.
           PERFORM 120-LOAD-AUDIT-SEQUENCES.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 200-CHECK-MOVEMENT-RUNS.
           PERFORM 250-CHECK-EXCEPTION-RUNS.
           PERFORM 300-CHECK-GENERATIONS.
           PERFORM 350-CHECK-RUN-SEQUENCE.
           PERFORM 400-CHECK-BACKED-OUT-FEEDS.
           PERFORM 450-CHECK-OPEN-EXCEPTIONS.
           PERFORM 500-TERMINATE.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY.

           INITIALIZE WS-SEQ-TABLE.

           MOVE "LEITOR-CONSISTENCIA" TO WS-OPER-PROGRAM.
           MOVE "ARQUIVOS DA CADEIA" TO WS-OPER-TARGET.
           PERFORM 890-RESOLVE-OPERATOR.

       100-OPEN-REPORT.

           OPEN OUTPUT CONSISTENCY-REPORT-FILE.
           MOVE WS-RUN-DATE-DISPLAY TO CH-RUN-DATE.
           WRITE CONSISTENCY-OUTPUT-RECORD FROM WS-CONSISTENCY-HEADING.

       110-LOAD-HISTORY-SEQUENCES.

           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS NOT = "00"
               DISPLAY "HISTORICO.DAT AUSENTE - SO O AUDITLOG VALE "
                   "COMO REGISTRO DE EXECUCAO."
           ELSE
               MOVE "HISTORICO.DAT" TO WS-CHECK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF HIST-RUN-SEQ IS NUMERIC
                               MOVE HIST-RUN-SEQ TO WS-CHECK-SEQ
                               PERFORM 130-NOTE-USED-SEQUENCE
                               IF WS-CHECK-SEQ > 0
                                   MOVE "Y"
                                       TO WS-SEQ-KNOWN(WS-CHECK-SEQ)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       120-LOAD-AUDIT-SEQUENCES.

           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "AUDITLOG.TXT AUSENTE - SO O HISTORICO VALE "
                   "COMO REGISTRO DE EXECUCAO."
           ELSE
               MOVE "AUDITLOG.TXT" TO WS-CHECK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           PERFORM 125-CONVERT-AUDIT-SEQ
                           PERFORM 130-NOTE-USED-SEQUENCE
                           IF WS-CHECK-SEQ > 0
                               MOVE "Y" TO WS-SEQ-KNOWN(WS-CHECK-SEQ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       125-CONVERT-AUDIT-SEQ.

      * A sequencia vem editada (ZZZZ9) nas colunas 12-16, entao o
      * numero e montado digito a digito, ignorando os brancos -
      * linha sem sequencia (parametros de programa sem numeracao)
      * fica em zero e nao conta.
           MOVE 0 TO WS-CHECK-SEQ.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
               UNTIL WS-TEXT-IDX > 5
               MOVE AUD-RUN-SEQ-TEXT(WS-TEXT-IDX:1) TO WS-DIGIT-X
               IF WS-DIGIT-X IS NUMERIC
                   COMPUTE WS-CHECK-SEQ
                       = WS-CHECK-SEQ * 10 + WS-DIGIT-9
               END-IF
           END-PERFORM.

       130-NOTE-USED-SEQUENCE.

           IF WS-CHECK-SEQ > WS-MAX-USED-SEQ
               MOVE WS-CHECK-SEQ  TO WS-MAX-USED-SEQ
               MOVE WS-CHECK-FILE TO WS-MAX-USED-FILE
           END-IF.

       150-START-SECTION.

           MOVE 0 TO WS-SECTION-COUNT.
           MOVE SPACES TO WS-SECTION-NOTE.
           MOVE SPACES TO CONSISTENCY-OUTPUT-RECORD.
           WRITE CONSISTENCY-OUTPUT-RECORD.
           MOVE WS-SECTION-TITLE TO SH-TITLE.
           WRITE CONSISTENCY-OUTPUT-RECORD FROM WS-SECTION-HEADING.
           WRITE CONSISTENCY-OUTPUT-RECORD FROM WS-SECTION-RULE.

       160-END-SECTION.

      * Um alerta por par com divergencia (nao um por linha), para o
      * boletim da manha nao afogar o resto; o detalhe fica no
      * relatorio.
           IF WS-SECTION-COUNT = 0
               MOVE WS-SECTION-NOTE TO SC-NOTE
               WRITE CONSISTENCY-OUTPUT-RECORD
                   FROM WS-SECTION-CLEAN-LINE
           ELSE
               MOVE WS-SECTION-COUNT TO ST-COUNT
               WRITE CONSISTENCY-OUTPUT-RECORD
                   FROM WS-SECTION-TOTAL-LINE
               MOVE WS-SECTION-COUNT TO WS-EDIT-SEQ
               MOVE WS-SECTION-SEVERITY TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-REASON
               STRING WS-SECTION-TAG DELIMITED BY "  "
                   ": " WS-EDIT-SEQ " DIVERGENCIA(S)"
                   DELIMITED BY SIZE
                   INTO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
           END-IF.

       170-WRITE-FINDING.

           ADD 1 TO WS-SECTION-COUNT.
           IF WS-SECTION-SEVERITY = "CRITICO"
               ADD 1 TO WS-CRITICAL-COUNT
           ELSE
               ADD 1 TO WS-WARNING-COUNT
           END-IF.
           MOVE WS-SECTION-SEVERITY TO FL-SEVERITY.
           MOVE WS-FINDING-TEXT TO FL-TEXT.
           WRITE CONSISTENCY-OUTPUT-RECORD FROM WS-FINDING-LINE.

       200-CHECK-MOVEMENT-RUNS.

      * Movimento de uma execucao que nao existe nem no historico nem
      * no AUDITLOG nao tem de onde ser estornado nem reconstruido -
      * sobra de carga que caiu ou de arquivo restaurado pela metade.
      * A compactacao tira o detalhe antigo do historico, mas o
      * AUDITLOG continua com a execucao.
           MOVE "MOVIMENTOS.DAT X HISTORICO.DAT/AUDITLOG.TXT"
               TO WS-SECTION-TITLE.
           MOVE "CONSISTENCIA MOVIMENTOS" TO WS-SECTION-TAG.
           MOVE "AVISO" TO WS-SECTION-SEVERITY.
           PERFORM 150-START-SECTION.

           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT MOVEMENT-FILE.
           IF WS-MOVE-STATUS NOT = "00"
               MOVE "(MOVIMENTOS.DAT AUSENTE)" TO WS-SECTION-NOTE
           ELSE
               MOVE "MOVIMENTOS.DAT" TO WS-CHECK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ MOVEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF MV-RUN-SEQ IS NUMERIC
                               MOVE MV-RUN-SEQ TO WS-CHECK-SEQ
                               PERFORM 130-NOTE-USED-SEQUENCE
                               IF WS-CHECK-SEQ > 0
                                   ADD 1 TO WS-SEQ-MOVE-COUNT
                                       (WS-CHECK-SEQ)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           END-IF.

           PERFORM 210-WRITE-MOVEMENT-FINDING
               VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-MAX-USED-SEQ.

           PERFORM 160-END-SECTION.

       210-WRITE-MOVEMENT-FINDING.

           IF WS-SEQ-MOVE-COUNT(WS-SEQ-IDX) > 0
               AND WS-SEQ-KNOWN(WS-SEQ-IDX) NOT = "Y"
               MOVE WS-SEQ-IDX TO WS-EDIT-SEQ
               MOVE WS-SEQ-MOVE-COUNT(WS-SEQ-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "EXECUCAO " WS-EDIT-SEQ ":" WS-EDIT-COUNT
                   " MOVIMENTO(S) SEM A EXECUCAO NO HISTORICO "
                   "NEM NO AUDITLOG"
                   DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM 170-WRITE-FINDING
           END-IF.

       250-CHECK-EXCEPTION-RUNS.

           MOVE "EXCECOESPEND.DAT X HISTORICO.DAT/AUDITLOG.TXT"
               TO WS-SECTION-TITLE.
           MOVE "CONSISTENCIA EXCECOES" TO WS-SECTION-TAG.
           MOVE "AVISO" TO WS-SECTION-SEVERITY.
           PERFORM 150-START-SECTION.

           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT EXCEPTION-TRACK-FILE.
           IF WS-EXCTRK-STATUS NOT = "00"
               MOVE "(EXCECOESPEND.DAT AUSENTE)" TO WS-SECTION-NOTE
           ELSE
               MOVE "EXCECOESPEND.DAT" TO WS-CHECK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ EXCEPTION-TRACK-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF XT-RUN-SEQ IS NUMERIC
                               MOVE XT-RUN-SEQ TO WS-CHECK-SEQ
                               PERFORM 130-NOTE-USED-SEQUENCE
                               IF WS-CHECK-SEQ > 0
                                   ADD 1 TO WS-SEQ-EXC-COUNT
                                       (WS-CHECK-SEQ)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-TRACK-FILE
           END-IF.

           PERFORM 260-WRITE-EXCEPTION-FINDING
               VARYING WS-SEQ-IDX FROM 1 BY 1
               UNTIL WS-SEQ-IDX > WS-MAX-USED-SEQ.

           PERFORM 160-END-SECTION.

       260-WRITE-EXCEPTION-FINDING.

           IF WS-SEQ-EXC-COUNT(WS-SEQ-IDX) > 0
               AND WS-SEQ-KNOWN(WS-SEQ-IDX) NOT = "Y"
               MOVE WS-SEQ-IDX TO WS-EDIT-SEQ
               MOVE WS-SEQ-EXC-COUNT(WS-SEQ-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "EXECUCAO " WS-EDIT-SEQ ":" WS-EDIT-COUNT
                   " EXCECAO(OES) SEM A EXECUCAO NO HISTORICO "
                   "NEM NO AUDITLOG"
                   DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM 170-WRITE-FINDING
           END-IF.

       300-CHECK-GENERATIONS.

      * Geracao catalogada que sumiu do disco foi apagada por fora da
      * faxina - o catalogo promete um relatorio que nao existe mais.
           MOVE "GERACOES.DAT X ARQUIVOS EM DISCO" TO WS-SECTION-TITLE.
           MOVE "CONSISTENCIA GERACOES" TO WS-SECTION-TAG.
           MOVE "AVISO" TO WS-SECTION-SEVERITY.
           PERFORM 150-START-SECTION.

           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT GENERATION-FILE.
           IF WS-GEN-STATUS NOT = "00"
               MOVE "(GERACOES.DAT AUSENTE)" TO WS-SECTION-NOTE
           ELSE
               MOVE "GERACOES.DAT" TO WS-CHECK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ GENERATION-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           PERFORM 310-PROBE-GENERATION
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF.

           PERFORM 160-END-SECTION.

       310-PROBE-GENERATION.

           ADD 1 TO WS-GEN-CHECKED.
           IF GEN-RUN-SEQ IS NUMERIC
               MOVE GEN-RUN-SEQ TO WS-CHECK-SEQ
               PERFORM 130-NOTE-USED-SEQUENCE
           ELSE
               MOVE 0 TO WS-CHECK-SEQ
           END-IF.

           MOVE GEN-FILE-NAME TO WS-PROBE-FILE-NAME.
           OPEN INPUT PROBE-FILE.
           IF WS-PROBE-STATUS = "00"
               CLOSE PROBE-FILE
           ELSE
               MOVE WS-CHECK-SEQ TO WS-EDIT-SEQ
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "EXECUCAO " WS-EDIT-SEQ ": "
                   DELIMITED BY SIZE
                   GEN-FILE-NAME DELIMITED BY "  "
                   " NAO EXISTE MAIS NO DISCO"
                   DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM 170-WRITE-FINDING
           END-IF.

       350-CHECK-RUN-SEQUENCE.

      * RUNSEQ.DAT guarda a ultima sequencia dada; se estiver atras da
      * maior ja usada, a proxima execucao repete um numero e mistura
      * duas cargas no historico, nos movimentos e no estorno.
           MOVE "RUNSEQ.DAT X SEQUENCIAS JA USADAS" TO WS-SECTION-TITLE.
           MOVE "CONSISTENCIA RUNSEQ" TO WS-SECTION-TAG.
           MOVE "CRITICO" TO WS-SECTION-SEVERITY.
           PERFORM 150-START-SECTION.

           MOVE 0 TO WS-RUNSEQ-VALUE.
           MOVE "N" TO WS-RUNSEQ-FOUND.
           OPEN INPUT RUNSEQ-FILE.
           IF WS-RUNSEQ-STATUS = "00"
               READ RUNSEQ-FILE
                   NOT AT END
                       IF RUNSEQ-RECORD IS NUMERIC
                           MOVE RUNSEQ-RECORD TO WS-RUNSEQ-VALUE
                           MOVE "Y" TO WS-RUNSEQ-FOUND
                       END-IF
               END-READ
               CLOSE RUNSEQ-FILE
           END-IF.

           MOVE WS-MAX-USED-SEQ TO WS-EDIT-SEQ-2.
           IF WS-RUNSEQ-FOUND = "N"
               IF WS-MAX-USED-SEQ > 0
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "RUNSEQ.DAT AUSENTE OU ILEGIVEL COM "
                       "SEQUENCIAS JA USADAS ATE " WS-EDIT-SEQ-2
                       " (" DELIMITED BY SIZE
                       WS-MAX-USED-FILE DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM 170-WRITE-FINDING
               ELSE
                   MOVE "(NENHUMA EXECUCAO REGISTRADA AINDA)"
                       TO WS-SECTION-NOTE
               END-IF
           ELSE
               IF WS-RUNSEQ-VALUE < WS-MAX-USED-SEQ
                   MOVE WS-RUNSEQ-VALUE TO WS-EDIT-SEQ
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "RUNSEQ.DAT EM " WS-EDIT-SEQ
                       ", MAS A SEQUENCIA " WS-EDIT-SEQ-2
                       " JA FOI USADA (" DELIMITED BY SIZE
                       WS-MAX-USED-FILE DELIMITED BY SPACE
                       ")" DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM 170-WRITE-FINDING
               END-IF
           END-IF.

           PERFORM 160-END-SECTION.

       400-CHECK-BACKED-OUT-FEEDS.

      * Carga estornada sai de CARGASFONTES.DAT no proprio estorno;
      * linha que sobrou de data+fonte ESTORNADO (e nao recarregada
      * depois) entra na precedencia entre fontes como se valesse.
           MOVE "CARGASFONTES.DAT X RUNCONTROL.DAT" TO WS-SECTION-TITLE.
           MOVE "CONSISTENCIA CARGASFONTES" TO WS-SECTION-TAG.
           MOVE "CRITICO" TO WS-SECTION-SEVERITY.
           PERFORM 150-START-SECTION.

           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF RC-PROGRAM = "LEITOR-DE-TXT"
                               OR RC-PROGRAM = "LEITOR-ESTORNO"
                               PERFORM 410-NOTE-RUN-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
               IF WS-FEED-STATUS(WS-FEED-IDX) = "ESTORNADO"
                   AND WS-BACKED-COUNT < 500
                   ADD 1 TO WS-BACKED-COUNT
                   MOVE WS-FEED-DATE(WS-FEED-IDX)
                       TO WS-BACKED-DATE(WS-BACKED-COUNT)
                   MOVE WS-FEED-SOURCE(WS-FEED-IDX)
                       TO WS-BACKED-SOURCE(WS-BACKED-COUNT)
                   MOVE 0 TO WS-BACKED-ROWS(WS-BACKED-COUNT)
               END-IF
           END-PERFORM.

           IF WS-BACKED-COUNT = 0
               MOVE "(NENHUMA CARGA ESTORNADA EM ABERTO)"
                   TO WS-SECTION-NOTE
           ELSE
               MOVE "N" TO WS-FILE-EOF
               OPEN INPUT SOURCE-FEED-FILE
               IF WS-SRCFEED-STATUS = "00"
                   PERFORM UNTIL WS-FILE-EOF = "Y"
                       READ SOURCE-FEED-FILE
                           AT END
                               MOVE "Y" TO WS-FILE-EOF
                           NOT AT END
                               PERFORM 420-CHECK-SOURCE-ROW
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-FEED-FILE
               END-IF
               PERFORM 430-WRITE-FEED-FINDING
                   VARYING WS-BACKED-IDX FROM 1 BY 1
                   UNTIL WS-BACKED-IDX > WS-BACKED-COUNT
           END-IF.

           PERFORM 160-END-SECTION.

       410-NOTE-RUN-CONTROL.

           MOVE "N" TO WS-FEED-FOUND.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT
                  OR WS-FEED-FOUND = "Y"
               IF WS-FEED-DATE(WS-FEED-IDX) = RC-FEED-DATE
                   AND WS-FEED-SOURCE(WS-FEED-IDX) = RC-SOURCE-ID
                   MOVE RC-STATUS TO WS-FEED-STATUS(WS-FEED-IDX)
                   MOVE "Y" TO WS-FEED-FOUND
               END-IF
           END-PERFORM.

           IF WS-FEED-FOUND = "N"
               IF WS-FEED-COUNT < 3000
                   ADD 1 TO WS-FEED-COUNT
                   MOVE RC-FEED-DATE TO WS-FEED-DATE(WS-FEED-COUNT)
                   MOVE RC-SOURCE-ID TO WS-FEED-SOURCE(WS-FEED-COUNT)
                   MOVE RC-STATUS    TO WS-FEED-STATUS(WS-FEED-COUNT)
               ELSE
                   DISPLAY "RUNCONTROL.DAT COM MAIS DE 3000 DATAS+"
                       "FONTES - AS MAIS NOVAS NAO FORAM CONFERIDAS."
               END-IF
           END-IF.

       420-CHECK-SOURCE-ROW.

           PERFORM VARYING WS-BACKED-IDX FROM 1 BY 1
               UNTIL WS-BACKED-IDX > WS-BACKED-COUNT
               IF WS-BACKED-DATE(WS-BACKED-IDX) = SF-FEED-DATE
                   AND WS-BACKED-SOURCE(WS-BACKED-IDX) = SF-SOURCE-ID
                   ADD 1 TO WS-BACKED-ROWS(WS-BACKED-IDX)
               END-IF
           END-PERFORM.

       430-WRITE-FEED-FINDING.

           IF WS-BACKED-ROWS(WS-BACKED-IDX) > 0
               MOVE WS-BACKED-DATE(WS-BACKED-IDX) TO WS-EDIT-DATE
               PERFORM 490-FORMAT-EDIT-DATE
               MOVE WS-BACKED-ROWS(WS-BACKED-IDX) TO WS-EDIT-COUNT
               MOVE SPACES TO WS-FINDING-TEXT
               STRING "FEED " WS-EDIT-DATE-DISPLAY " FONTE "
                   DELIMITED BY SIZE
                   WS-BACKED-SOURCE(WS-BACKED-IDX) DELIMITED BY SPACE
                   " ESTORNADO, MAS COM" WS-EDIT-COUNT
                   " LINHA(S) EM CARGASFONTES"
                   DELIMITED BY SIZE
                   INTO WS-FINDING-TEXT
               PERFORM 170-WRITE-FINDING
           END-IF.

       450-CHECK-OPEN-EXCEPTIONS.

      * Excecao ABERTA de campeao que o mestre mostra carregado na
      * data da excecao ou depois: o registro certo ja entrou e a
      * pendencia ficou para tras sem ser baixada. Excecao de
      * campeao que esta no mestre so com dado anterior e legitima
      * (a atualizacao foi rejeitada) e nao e apontada.
           MOVE "EXCECOESPEND.DAT X CAMPEOESMASTER.DAT"
               TO WS-SECTION-TITLE.
           MOVE "CONSISTENCIA PENDENCIAS" TO WS-SECTION-TAG.
           MOVE "AVISO" TO WS-SECTION-SEVERITY.
           PERFORM 150-START-SECTION.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               MOVE "(CAMPEOESMASTER.DAT AUSENTE)" TO WS-SECTION-NOTE
           END-IF.

           MOVE "N" TO WS-FILE-EOF.
           IF WS-MASTER-OPEN = "Y"
               OPEN INPUT EXCEPTION-TRACK-FILE
               IF WS-EXCTRK-STATUS = "00"
                   PERFORM UNTIL WS-FILE-EOF = "Y"
                       READ EXCEPTION-TRACK-FILE
                           AT END
                               MOVE "Y" TO WS-FILE-EOF
                           NOT AT END
                               IF XT-STATUS = "ABERTA"
                                   PERFORM 460-CHECK-ONE-OPEN-EXCEPTION
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE EXCEPTION-TRACK-FILE
               ELSE
                   MOVE "(EXCECOESPEND.DAT AUSENTE)"
                       TO WS-SECTION-NOTE
               END-IF
               CLOSE MASTER-FILE
           END-IF.

           PERFORM 160-END-SECTION.

       460-CHECK-ONE-OPEN-EXCEPTION.

           ADD 1 TO WS-OPEN-CHECKED.
           MOVE XT-CHAMPION-NAME TO CHAMPION-NAME OF MASTER-RECORD.
           MOVE "Y" TO WS-MASTER-FOUND.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-MASTER-FOUND
           END-READ.

           IF WS-MASTER-FOUND = "Y"
               AND CHAMPION-LAST-UPDATED OF MASTER-RECORD IS NUMERIC
               AND XT-RUN-DATE IS NUMERIC
               IF CHAMPION-LAST-UPDATED OF MASTER-RECORD
                   >= XT-RUN-DATE
                   MOVE XT-RUN-SEQ TO WS-EDIT-SEQ
                   MOVE CHAMPION-LAST-UPDATED OF MASTER-RECORD
                       TO WS-EDIT-DATE
                   PERFORM 490-FORMAT-EDIT-DATE
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING XT-CHAMPION-NAME DELIMITED BY "  "
                       ": EXCECAO " XT-REASON-CODE
                       " DA EXECUCAO " WS-EDIT-SEQ
                       " ABERTA, MESTRE ATUALIZADO EM "
                       WS-EDIT-DATE-DISPLAY
                       DELIMITED BY SIZE
                       INTO WS-FINDING-TEXT
                   PERFORM 170-WRITE-FINDING
               END-IF
           END-IF.

       490-FORMAT-EDIT-DATE.

           MOVE WS-EDIT-DATE(7:2) TO WS-EDIT-DD.
           MOVE WS-EDIT-DATE(5:2) TO WS-EDIT-MM.
           MOVE WS-EDIT-DATE(1:4) TO WS-EDIT-YYYY.

       500-TERMINATE.

           MOVE SPACES TO CONSISTENCY-OUTPUT-RECORD.
           WRITE CONSISTENCY-OUTPUT-RECORD.
           MOVE WS-CRITICAL-COUNT TO CT-CRITICAL.
           MOVE WS-WARNING-COUNT  TO CT-WARNING.
           WRITE CONSISTENCY-OUTPUT-RECORD
               FROM WS-CONSISTENCY-TOTALS-LINE.
           CLOSE CONSISTENCY-REPORT-FILE.

           DISPLAY "AUDITORIA GERADA EM CONSISTENCIA.TXT - "
               WS-CRITICAL-COUNT " CRITICO(S), "
               WS-WARNING-COUNT " AVISO(S).".

      * RETURN CODE PADRONIZADO PARA O SCHEDULER: 8 COM DIVERGENCIA
      * CRITICA (RUNSEQ OU CARGA ESTORNADA), 4 SO COM AVISOS, 0 LIMPO.
           IF WS-CRITICAL-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       840-CHECK-MASTER-LOCK.

      * Mestre em uso por um atualizador = recusa com RC 8: no meio
      * de uma carga ou de um estorno os arquivos divergem de
      * proposito. Trava orfa de uma execucao que caiu: apague
      * MESTRETRAVA.DAT.
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
                           " - AUDITORIA RECUSADA. SE A EXECUCAO "
                           "DONA DA TRAVA CAIU, APAGUE "
                           "MESTRETRAVA.DAT."
                       MOVE "CRITICO" TO WS-ALERT-SEVERITY
                       MOVE "MESTRE TRAVADO - AUDITORIA RECUSADA"
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
           MOVE "LEITOR-CONSISTENCIA" TO ALR-PROGRAM.
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

       END PROGRAM LEITOR-CONSISTENCIA.
