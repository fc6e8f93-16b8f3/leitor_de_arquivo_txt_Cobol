      ******************************************************************
      * Author: Gildo
      * Purpose: Decisao sobre as alteracoes de taxa retidas pela carga
      *          (ALTERACOESRETIDAS.DAT): le um arquivo de decisoes do
      *          operador e, para cada retencao ainda RETIDA, LIBERA -
      *          o registro retido e aplicado no mestre, no historico,
      *          nas movimentacoes e no registro de fontes do dia como
      *          a carga teria feito - ou REJEITA - o registro vira
      *          excecao 08 em EXCECOESPEND.DAT e numa geracao
      *          EXCECOES-AAAAMMDD-NNNNN.TXT, pronta para o REENVIO.
      *          Sem arquivo de decisoes, so lista as pendentes.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITOR-RETIDOS.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARQUIVO DE DECISOES: POR PADRAO "DECISOESRETIDAS.TXT", OU
      * DEFINA A VARIAVEL DE AMBIENTE RETIDOS-ARQUIVO PARA USAR OUTRO.
      * CADA LINHA E UMA DECISAO: ACAO (LIBERAR OU REJEITAR) NAS
      * COLUNAS 1-8, CAMPEAO NAS COLUNAS 9-23 E A SEQUENCIA DA
      * EXECUCAO QUE RETEVE (99999) NAS COLUNAS 24-28.
            SELECT DECISION-FILE ASSIGN TO DYNAMIC WS-DECISION-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-DECISION-STATUS.

            SELECT HELD-CHANGE-FILE ASSIGN TO "ALTERACOESRETIDAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HELD-STATUS.

            SELECT MASTER-FILE ASSIGN TO "CAMPEOESMASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHAMPION-NAME OF MASTER-RECORD
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT HISTORY-FILE ASSIGN TO "HISTORICO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.

            SELECT MOVEMENT-FILE ASSIGN TO "MOVIMENTOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVE-STATUS.

            SELECT SOURCE-FEED-FILE ASSIGN TO "CARGASFONTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRCFEED-STATUS.

            SELECT EXCEPTION-TRACK-FILE ASSIGN TO "EXCECOESPEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCTRK-STATUS.

      * AS REJEICOES DE CADA EXECUCAO SAO UMA GERACAO DATADA
      * (EXCECOES-AAAAMMDD-NNNNN.TXT, MESMO LAYOUT DAS EXCECOES DA
      * CARGA), CATALOGADA EM GERACOES.DAT E EXPURGADA PELO
      * LEITOR-FAXINA.
            SELECT EXCEPTION-FILE
                ASSIGN TO DYNAMIC WS-EXCEPTION-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCEPTION-STATUS.

            SELECT RUNSEQ-FILE ASSIGN TO "RUNSEQ.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNSEQ-STATUS.

            SELECT GENERATION-FILE ASSIGN TO "GERACOES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GEN-STATUS.

            SELECT HELD-REPORT-FILE ASSIGN TO "RETIDOS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

      * TRAVA OPERACIONAL DO MESTRE: SO E REIVINDICADA QUANDO HA
      * DECISAO A APLICAR. TRAVA DE EXECUCAO QUE CAIU: APAGUE
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

      * CADA EXECUCAO REGISTRA O OPERADOR (LEITOR-OPERADOR) NO
      * AUDITLOG.TXT.
            SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD DECISION-FILE.
       01 DECISION-RECORD.
           05 DC-ACTION            PIC X(8).
           05 DC-CHAMPION-NAME     PIC X(15).
           05 DC-RUN-SEQ           PIC X(5).

       FD HELD-CHANGE-FILE.
           COPY HELDREC REPLACING ==HELD-CHANGE-RECORD==
               BY ==HELD-RECORD==.

       FD MASTER-FILE.
           COPY CHAMPREC REPLACING ==CHAMPION-RECORD==
               BY ==MASTER-RECORD==.

       FD HISTORY-FILE.
           COPY HISTREC REPLACING ==HISTORY-RECORD==
               BY ==HIST-RECORD==.

       FD MOVEMENT-FILE.
           COPY MOVEREC REPLACING ==MOVEMENT-RECORD==
               BY ==MOVE-RECORD==.

       FD SOURCE-FEED-FILE.
           COPY SRCFEED REPLACING ==SOURCE-FEED-RECORD==
               BY ==SRCFEED-RECORD==.

       FD EXCEPTION-TRACK-FILE.
           COPY EXCPEND REPLACING ==EXCEPTION-TRACK-RECORD==
               BY ==EXCTRK-RECORD==.

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD         PIC X(112).

       FD RUNSEQ-FILE.
       01 RUNSEQ-RECORD           PIC 9(5).

       FD GENERATION-FILE.
           COPY GENREC REPLACING ==GENERATION-RECORD==
               BY ==GEN-RECORD==.

       FD HELD-REPORT-FILE.
       01 HELD-OUTPUT-RECORD       PIC X(80).

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
           05 WS-DECISION-FILE-NAME
                                   PIC X(50) VALUE SPACES.
           05 WS-EXCEPTION-FILE-NAME
                                   PIC X(60) VALUE SPACES.

       01 GENERATION-CONTROLS.
           05 WS-RUNSEQ-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-GEN-STATUS        PIC X(2)  VALUE SPACES.
           05 WS-RUN-SEQUENCE      PIC 9(5)  VALUE 0.
           05 WS-SEQ-DISPLAY       PIC 9(5)  VALUE 0.

       01 FILE-STATUS-CONTROLS.
           05 WS-DECISION-STATUS   PIC X(2) VALUE SPACES.
           05 WS-HELD-STATUS       PIC X(2) VALUE SPACES.
           05 WS-MASTER-STATUS     PIC X(2) VALUE SPACES.
           05 WS-HISTORY-STATUS    PIC X(2) VALUE SPACES.
           05 WS-MOVE-STATUS       PIC X(2) VALUE SPACES.
           05 WS-SRCFEED-STATUS    PIC X(2) VALUE SPACES.
           05 WS-EXCTRK-STATUS     PIC X(2) VALUE SPACES.
           05 WS-EXCEPTION-STATUS  PIC X(2) VALUE SPACES.
           05 WS-LOCK-STATUS       PIC X(2) VALUE SPACES.
           05 WS-LOCK-HELD         PIC X    VALUE "N".
           05 WS-LOCK-TIME         PIC 9(8) VALUE 0.

       01 ALERT-CONTROLS.
           05 WS-ALERTF-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-ALERT-SEVERITY    PIC X(8)  VALUE SPACES.
           05 WS-ALERT-REASON      PIC X(60) VALUE SPACES.
           05 WS-ALERT-DATE        PIC 9(8)  VALUE 0.
           05 WS-ALERT-TIME        PIC 9(8)  VALUE 0.

       01 SWITCHES.
           05 WS-HELD-EOF          PIC X VALUE "N".
           05 WS-DECISION-EOF      PIC X VALUE "N".
           05 WS-HELD-FOUND        PIC X VALUE "N".
           05 WS-MASTER-EXISTS     PIC X VALUE "N".
           05 WS-FILE-ERROR        PIC X VALUE "N".

       01 DATE-CONTROLS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-DISPLAY.
               10 WS-RUN-DD        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-MM        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-YYYY      PIC 9(4).

      * O arquivo de retencoes inteiro vem para a memoria e e
      * regravado com as decisoes aplicadas - mesmo esquema de
      * regravacao do acompanhamento de excecoes do LEITOR-DE-TXT.
       01 HELD-TABLE-CONTROLS.
           05 WS-HELD-COUNT        PIC 9(5) VALUE 0.
           05 WS-HELD-IDX          PIC 9(5) VALUE 0.
           05 WS-HELD-SCAN-IDX     PIC 9(5) VALUE 0.
           05 WS-RELEASED-NAME     PIC X(15) VALUE SPACES.
           05 WS-HELD-TABLE.
               10 WS-HELD-ENTRY
                   OCCURS 5000 TIMES.
                   15 WS-HELD-IMAGE    PIC X(123).
      * Maior sequencia do historico para o campeao de cada retencao
      * - carga posterior a que reteve ja mudou o mestre.
           05 WS-HELD-LATEST-TABLE.
               10 WS-HELD-LATEST-SEQ   PIC 9(5)
                   OCCURS 5000 TIMES.

       01 COUNTERS.
           05 WS-DECISION-COUNT    PIC 9(5) VALUE 0.
           05 WS-RELEASED-COUNT    PIC 9(5) VALUE 0.
           05 WS-REJECTED-COUNT    PIC 9(5) VALUE 0.
           05 WS-REFUSED-COUNT     PIC 9(5) VALUE 0.
           05 WS-PENDING-COUNT     PIC 9(5) VALUE 0.

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

           COPY OPERCTL.

      * Imagem do registro do feed guardada na retencao - e ela que a
      * liberacao aplica, exatamente como a carga a teria aplicado.
           COPY CHAMPREC REPLACING ==CHAMPION-RECORD==
               BY ==HELD-IMAGE-RECORD==.

      * Mesmo layout da excecao gravada pela carga, para o arquivo de
      * rejeicoes poder ser corrigido e devolvido ao MODO REENVIO.
       01 WS-EXCEPTION-LINE.
           05 EX-NAME               PIC X(15).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 EX-REASON-CODE        PIC X(2).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 EX-REASON-TEXT        PIC X(30).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 EX-RUN-SEQ            PIC 9(5).
           05 FILLER                PIC X(2) VALUE SPACES.
           05 EX-RECORD-IMAGE       PIC X(52).

       01 WS-HELD-HEADING.
           05 FILLER               PIC X(31)
               VALUE "ALTERACOES DE TAXA RETIDAS".
           05 FILLER               PIC X(6) VALUE "DATA:".
           05 HH-RUN-DATE          PIC X(10).

       01 WS-DECISION-TITLE.
           05 FILLER               PIC X(30)
               VALUE "DECISOES APLICADAS".

       01 WS-PENDING-TITLE.
           05 FILLER               PIC X(30)
               VALUE "PENDENTES DE DECISAO".

       01 WS-COLUMN-HEADING.
           05 FILLER               PIC X(8)  VALUE "ACAO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "CAMPEAO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(5)  VALUE "EXEC.".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "ANTES".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "NOVA".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "FONTE".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(16) VALUE "RESULTADO".

       01 WS-HELD-DETAIL-LINE.
           05 HD-ACTION            PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HD-NAME              PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HD-RUN-SEQ           PIC ZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HD-OLD-RATE          PIC ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HD-NEW-RATE          PIC ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HD-SOURCE            PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 HD-RESULT            PIC X(16).

       01 WS-HELD-TOTALS-LINE.
           05 FILLER               PIC X(10) VALUE "LIBERADAS:".
           05 HT-RELEASED          PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "REJEITADAS:".
           05 HT-REJECTED          PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "RECUSADAS:".
           05 HT-REFUSED           PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "PENDENTES:".
           05 HT-PENDING           PIC ZZZZ9.

       01 WS-EMPTY-LINE.
           05 FILLER               PIC X(30)
               VALUE "NENHUMA.".

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 100-LOAD-HELD-TABLE.
           PERFORM 150-OPEN-HELD-REPORT.
           PERFORM 200-APPLY-DECISIONS.
           PERFORM 400-LIST-PENDING.
           PERFORM 500-TERMINATE.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

           ACCEPT WS-DECISION-FILE-NAME
               FROM ENVIRONMENT "RETIDOS-ARQUIVO".
           IF WS-DECISION-FILE-NAME = SPACES
               MOVE "DECISOESRETIDAS.TXT" TO WS-DECISION-FILE-NAME
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY.

      * OPERADOR DA EXECUCAO: VARIAVEL DE AMBIENTE LEITOR-OPERADOR.
           MOVE "LEITOR-RETIDOS" TO WS-OPER-PROGRAM.
           MOVE "RETENCOES" TO WS-OPER-TARGET.
           PERFORM 890-RESOLVE-OPERATOR.

       100-LOAD-HELD-TABLE.

           MOVE 0 TO WS-HELD-COUNT.
           MOVE "N" TO WS-HELD-EOF.

           OPEN INPUT HELD-CHANGE-FILE.
           IF WS-HELD-STATUS = "35"
               DISPLAY "ALTERACOESRETIDAS.DAT AUSENTE - NENHUMA TAXA "
                   "RETIDA ATE AGORA."
           ELSE
               PERFORM UNTIL WS-HELD-EOF = "Y"
                   READ HELD-CHANGE-FILE
                       AT END
                           MOVE "Y" TO WS-HELD-EOF
                       NOT AT END
                           IF WS-HELD-COUNT >= 5000
                               DISPLAY "ALTERACOESRETIDAS.DAT COM MAIS "
                                   "DE 5000 ENTRADAS - AUMENTE A "
                                   "TABELA WS-HELD-TABLE."
                               MOVE "CRITICO" TO WS-ALERT-SEVERITY
                               MOVE "TABELA DE RETENCOES ESTOUROU"
                                   TO WS-ALERT-REASON
                               PERFORM 860-WRITE-ALERT
                               MOVE "RECUSADA" TO WS-OPER-RESULT
                               PERFORM 892-AUDIT-OPERATOR
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           ADD 1 TO WS-HELD-COUNT
                           MOVE HELD-RECORD
                               TO WS-HELD-IMAGE(WS-HELD-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HELD-CHANGE-FILE
           END-IF.

       150-OPEN-HELD-REPORT.

           OPEN OUTPUT HELD-REPORT-FILE.
           MOVE WS-RUN-DATE-DISPLAY TO HH-RUN-DATE.
           WRITE HELD-OUTPUT-RECORD FROM WS-HELD-HEADING.
           MOVE SPACES TO HELD-OUTPUT-RECORD.
           WRITE HELD-OUTPUT-RECORD.
           WRITE HELD-OUTPUT-RECORD FROM WS-DECISION-TITLE.
           WRITE HELD-OUTPUT-RECORD FROM WS-COLUMN-HEADING.
           MOVE SPACES TO HELD-OUTPUT-RECORD.
           WRITE HELD-OUTPUT-RECORD.

       200-APPLY-DECISIONS.

      * Sem arquivo de decisoes a execucao so lista as pendentes - o
      * mestre nem e aberto e a trava nao e reivindicada.
           MOVE "N" TO WS-DECISION-EOF.
           OPEN INPUT DECISION-FILE.
           IF WS-DECISION-STATUS = "35"
               DISPLAY "ARQUIVO DE DECISOES AUSENTE ("
                   WS-DECISION-FILE-NAME ") - SO A LISTA DE PENDENTES."
               WRITE HELD-OUTPUT-RECORD FROM WS-EMPTY-LINE
               PERFORM 892-AUDIT-OPERATOR
           ELSE
               PERFORM 840-CHECK-MASTER-LOCK
               PERFORM 845-CLAIM-MASTER-LOCK
               PERFORM 205-NOTE-LATER-RUNS
               PERFORM 210-OPEN-UPDATE-FILES
               PERFORM 892-AUDIT-OPERATOR
               PERFORM UNTIL WS-DECISION-EOF = "Y"
                   READ DECISION-FILE
                       AT END
                           MOVE "Y" TO WS-DECISION-EOF
                       NOT AT END
                           IF DC-ACTION NOT = SPACES
                               ADD 1 TO WS-DECISION-COUNT
                               PERFORM 220-APPLY-ONE-DECISION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DECISION-FILE
               CLOSE MASTER-FILE
               CLOSE HISTORY-FILE
               CLOSE EXCEPTION-FILE
               IF WS-DECISION-COUNT = 0
                   WRITE HELD-OUTPUT-RECORD FROM WS-EMPTY-LINE
               END-IF
               PERFORM 300-REWRITE-HELD-FILE
               PERFORM 850-RELEASE-MASTER-LOCK
               PERFORM 830-REGISTER-GENERATIONS
           END-IF.

       205-NOTE-LATER-RUNS.

      * Antes de abrir o historico em EXTEND, anota para cada retencao
      * ainda RETIDA a maior sequencia de execucao que o historico
      * tem para o campeao. Sequencia acima da que reteve quer dizer
      * que outra carga ja gravou o campeao depois - mesmo com a taxa
      * igual, time, funcao ou data de atualizacao podem ter mudado.
           MOVE 0 TO WS-HELD-LATEST-TABLE.
           MOVE "N" TO WS-HELD-EOF.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-HELD-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-HELD-EOF
                       NOT AT END
                           PERFORM 207-NOTE-ONE-HISTORY-RUN
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       207-NOTE-ONE-HISTORY-RUN.

           PERFORM VARYING WS-HELD-SCAN-IDX FROM 1 BY 1
               UNTIL WS-HELD-SCAN-IDX > WS-HELD-COUNT
               MOVE WS-HELD-IMAGE(WS-HELD-SCAN-IDX) TO HELD-RECORD
               IF RT-STATUS = "RETIDA"
                   AND RT-CHAMPION-NAME = HIST-CHAMPION-NAME
                   AND HIST-RUN-SEQ
                       > WS-HELD-LATEST-SEQ(WS-HELD-SCAN-IDX)
                   MOVE HIST-RUN-SEQ
                       TO WS-HELD-LATEST-SEQ(WS-HELD-SCAN-IDX)
               END-IF
           END-PERFORM.

       210-OPEN-UPDATE-FILES.

           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO MESTRE - STATUS: "
                   WS-MASTER-STATUS
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "ERRO AO ABRIR O MESTRE - RETENCOES NAO DECIDIDAS"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               PERFORM 850-RELEASE-MASTER-LOCK
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * O HISTORICO E SEMPRE ABERTO EM EXTEND, COMO NA CARGA.
           OPEN EXTEND HISTORY-FILE.
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF.

           PERFORM 810-GET-NEXT-RUN-SEQUENCE.
           MOVE WS-RUN-SEQUENCE TO WS-SEQ-DISPLAY.
           MOVE WS-RUN-SEQUENCE TO WS-OPER-RUN-SEQ.
           MOVE SPACES TO WS-EXCEPTION-FILE-NAME.
           STRING "EXCECOES-" WS-CURRENT-DATE "-"
               WS-SEQ-DISPLAY ".TXT"
               DELIMITED BY SIZE
               INTO WS-EXCEPTION-FILE-NAME.
           OPEN OUTPUT EXCEPTION-FILE.

       220-APPLY-ONE-DECISION.

      * A decisao casa com a retencao ainda RETIDA de mesmo campeao e
      * mesma execucao; decisao sem retencao correspondente (ou sobre
      * retencao ja decidida) e recusada e aparece no relatorio.
           MOVE "N" TO WS-HELD-FOUND.
           PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT
               MOVE WS-HELD-IMAGE(WS-HELD-IDX) TO HELD-RECORD
               IF RT-CHAMPION-NAME = DC-CHAMPION-NAME
                   AND RT-RUN-SEQ = DC-RUN-SEQ
                   AND RT-STATUS = "RETIDA"
                   MOVE "Y" TO WS-HELD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           MOVE DC-ACTION        TO HD-ACTION.
           MOVE DC-CHAMPION-NAME TO HD-NAME.

           IF WS-HELD-FOUND = "N"
               IF DC-RUN-SEQ IS NUMERIC
                   MOVE DC-RUN-SEQ TO HD-RUN-SEQ
               ELSE
                   MOVE 0 TO HD-RUN-SEQ
               END-IF
               MOVE 0      TO HD-OLD-RATE
               MOVE 0      TO HD-NEW-RATE
               MOVE SPACES TO HD-SOURCE
               MOVE "SEM RETENCAO" TO HD-RESULT
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               MOVE RT-RUN-SEQ   TO HD-RUN-SEQ
               MOVE RT-OLD-RATE  TO HD-OLD-RATE
               MOVE RT-NEW-RATE  TO HD-NEW-RATE
               MOVE RT-SOURCE-ID TO HD-SOURCE
               MOVE RT-RECORD-IMAGE TO HELD-IMAGE-RECORD
               EVALUATE DC-ACTION
                   WHEN "LIBERAR"
                       PERFORM 230-RELEASE-HELD-CHANGE
                   WHEN "REJEITAR"
                       PERFORM 250-REJECT-HELD-CHANGE
                   WHEN OTHER
                       MOVE "ACAO INVALIDA" TO HD-RESULT
                       ADD 1 TO WS-REFUSED-COUNT
               END-EVALUATE
           END-IF.

           WRITE HELD-OUTPUT-RECORD FROM WS-HELD-DETAIL-LINE.

       230-RELEASE-HELD-CHANGE.

      * A liberacao so vale contra o mesmo mestre que a carga viu: se
      * o campeao saiu do mestre (estorno, expurgo), se outra
      * execucao gravou o campeao depois da que reteve ou se a taxa
      * mudou, aplicar a imagem antiga sobrescreveria um estado mais
      * novo - a retencao fica RETIDA para nova decisao.
           MOVE CHAMPION-NAME OF HELD-IMAGE-RECORD
               TO CHAMPION-NAME OF MASTER-RECORD.
           READ MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-MASTER-EXISTS
               NOT INVALID KEY
                   MOVE "Y" TO WS-MASTER-EXISTS
           END-READ.

           EVALUATE TRUE
               WHEN WS-MASTER-EXISTS = "N"
                   MOVE "FORA DO MESTRE" TO HD-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN WS-HELD-LATEST-SEQ(WS-HELD-IDX) > RT-RUN-SEQ
                   MOVE "CARGA POSTERIOR" TO HD-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN CHAMPION-WIN-RATE OF MASTER-RECORD NOT = RT-OLD-RATE
                   MOVE "MESTRE MUDOU" TO HD-RESULT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   PERFORM 235-APPLY-RELEASED-IMAGE
           END-EVALUATE.

       235-APPLY-RELEASED-IMAGE.

      * Mesmo caminho da carga (270-UPDATE-MASTER-FILE): primeiro as
      * movimentacoes contra o estado atual, depois o REWRITE, a
      * fotografia no historico com a identidade desta execucao e o
      * registro da fonte do dia.
           PERFORM 240-DETECT-TRANSFERS.

           MOVE HELD-IMAGE-RECORD TO MASTER-RECORD.
           REWRITE MASTER-RECORD.

           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "02"
               PERFORM 245-WRITE-HISTORY-RECORD
               PERFORM 247-REGISTER-SOURCE-LOAD
               MOVE "LIBERADA" TO RT-STATUS
               MOVE WS-CURRENT-DATE TO RT-DECISION-DATE
               MOVE HELD-RECORD TO WS-HELD-IMAGE(WS-HELD-IDX)
               MOVE "LIBERADA" TO HD-RESULT
               ADD 1 TO WS-RELEASED-COUNT
               PERFORM 237-NOTE-RELEASE-RUN
           ELSE
               DISPLAY "ERRO NO ARQUIVO MESTRE - STATUS: "
                   WS-MASTER-STATUS
               MOVE "ERRO NO MESTRE" TO HD-RESULT
               MOVE "Y" TO WS-FILE-ERROR
           END-IF.

       237-NOTE-RELEASE-RUN.

      * Outra retencao do mesmo campeao agora e anterior a esta
      * liberacao - fica recusada como carga posterior.
           MOVE RT-CHAMPION-NAME TO WS-RELEASED-NAME.
           PERFORM VARYING WS-HELD-SCAN-IDX FROM 1 BY 1
               UNTIL WS-HELD-SCAN-IDX > WS-HELD-COUNT
               MOVE WS-HELD-IMAGE(WS-HELD-SCAN-IDX) TO HELD-RECORD
               IF RT-CHAMPION-NAME = WS-RELEASED-NAME
                   MOVE WS-RUN-SEQUENCE
                       TO WS-HELD-LATEST-SEQ(WS-HELD-SCAN-IDX)
               END-IF
           END-PERFORM.
           MOVE WS-HELD-IMAGE(WS-HELD-IDX) TO HELD-RECORD.

       240-DETECT-TRANSFERS.

           IF CHAMPION-TEAM OF MASTER-RECORD
                   NOT = CHAMPION-TEAM OF HELD-IMAGE-RECORD
               MOVE "TIME" TO MV-CHANGE-TYPE
               MOVE CHAMPION-TEAM OF MASTER-RECORD TO MV-OLD-VALUE
               MOVE CHAMPION-TEAM OF HELD-IMAGE-RECORD
                   TO MV-NEW-VALUE
               PERFORM 242-WRITE-MOVEMENT-RECORD
           END-IF.

           IF CHAMPION-ROLE OF MASTER-RECORD
                   NOT = CHAMPION-ROLE OF HELD-IMAGE-RECORD
               MOVE "FUNCAO" TO MV-CHANGE-TYPE
               MOVE CHAMPION-ROLE OF MASTER-RECORD TO MV-OLD-VALUE
               MOVE CHAMPION-ROLE OF HELD-IMAGE-RECORD
                   TO MV-NEW-VALUE
               PERFORM 242-WRITE-MOVEMENT-RECORD
           END-IF.

       242-WRITE-MOVEMENT-RECORD.

           IF RT-FEED-DATE > 0
               MOVE RT-FEED-DATE TO MV-FEED-DATE
           ELSE
               MOVE RT-RUN-DATE TO MV-FEED-DATE
           END-IF.
           MOVE WS-RUN-SEQUENCE TO MV-RUN-SEQ.
           MOVE RT-CHAMPION-NAME TO MV-CHAMPION-NAME.

           OPEN EXTEND MOVEMENT-FILE.
           IF WS-MOVE-STATUS = "35"
               OPEN OUTPUT MOVEMENT-FILE
           END-IF.
           WRITE MOVE-RECORD.
           CLOSE MOVEMENT-FILE.

       245-WRITE-HISTORY-RECORD.

      * A fotografia leva a data e a sequencia desta execucao: a taxa
      * liberada vale a partir de hoje, na ordem das cargas que vieram
      * depois da retencao, e um estorno desta sequencia desfaz so a
      * liberacao.
           MOVE WS-CURRENT-DATE TO HIST-RUN-DATE.
           MOVE WS-RUN-SEQUENCE TO HIST-RUN-SEQ.
           MOVE CHAMPION-NAME OF HELD-IMAGE-RECORD
               TO HIST-CHAMPION-NAME.
           MOVE CHAMPION-ROLE OF HELD-IMAGE-RECORD
               TO HIST-CHAMPION-ROLE.
           MOVE CHAMPION-TEAM OF HELD-IMAGE-RECORD
               TO HIST-CHAMPION-TEAM.
           MOVE CHAMPION-WIN-RATE OF HELD-IMAGE-RECORD
               TO HIST-WIN-RATE.
           MOVE CHAMPION-LAST-UPDATED OF HELD-IMAGE-RECORD
               TO HIST-LAST-UPDATED.
           WRITE HIST-RECORD.

       247-REGISTER-SOURCE-LOAD.

           IF RT-SOURCE-ID = SPACES
               CONTINUE
           ELSE
               OPEN EXTEND SOURCE-FEED-FILE
               IF WS-SRCFEED-STATUS = "35"
                   OPEN OUTPUT SOURCE-FEED-FILE
               END-IF
               MOVE RT-FEED-DATE TO SF-FEED-DATE
               MOVE RT-SOURCE-ID TO SF-SOURCE-ID
               MOVE CHAMPION-NAME OF HELD-IMAGE-RECORD
                   TO SF-CHAMPION-NAME
               MOVE CHAMPION-ROLE OF HELD-IMAGE-RECORD
                   TO SF-CHAMPION-ROLE
               MOVE CHAMPION-TEAM OF HELD-IMAGE-RECORD
                   TO SF-CHAMPION-TEAM
               MOVE CHAMPION-WIN-RATE OF HELD-IMAGE-RECORD
                   TO SF-WIN-RATE
               MOVE RT-RUN-DATE TO SF-RUN-DATE
               WRITE SRCFEED-RECORD
               CLOSE SOURCE-FEED-FILE
           END-IF.

       250-REJECT-HELD-CHANGE.

      * A rejeicao vira excecao 08 com a chave da execucao que reteve
      * (nome + codigo + sequencia) - o REENVIO do registro corrigido
      * marca a entrada RESOLVIDA pelo caminho de sempre.
           MOVE RT-CHAMPION-NAME TO EX-NAME.
           MOVE "08" TO EX-REASON-CODE.
           MOVE "WIN RATE SWING ABOVE TOLERANCE" TO EX-REASON-TEXT.
           MOVE RT-RUN-SEQ TO EX-RUN-SEQ.
           MOVE RT-RECORD-IMAGE TO EX-RECORD-IMAGE.
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE.

           MOVE RT-RUN-DATE TO XT-RUN-DATE.
           MOVE RT-RUN-SEQ  TO XT-RUN-SEQ.
           MOVE RT-CHAMPION-NAME TO XT-CHAMPION-NAME.
           MOVE "08"        TO XT-REASON-CODE.
           MOVE "ABERTA"    TO XT-STATUS.
           MOVE 0           TO XT-RESOLVED-DATE.
           MOVE RT-SOURCE-ID TO XT-SOURCE-ID.
           OPEN EXTEND EXCEPTION-TRACK-FILE.
           IF WS-EXCTRK-STATUS = "35"
               OPEN OUTPUT EXCEPTION-TRACK-FILE
           END-IF.
           WRITE EXCTRK-RECORD.
           CLOSE EXCEPTION-TRACK-FILE.

           MOVE "REJEITADA" TO RT-STATUS.
           MOVE WS-CURRENT-DATE TO RT-DECISION-DATE.
           MOVE HELD-RECORD TO WS-HELD-IMAGE(WS-HELD-IDX).
           MOVE "REJEITADA" TO HD-RESULT.
           ADD 1 TO WS-REJECTED-COUNT.

       300-REWRITE-HELD-FILE.

      * As retencoes decididas ficam no arquivo (LIBERADA/REJEITADA
      * com a data) - e a trilha de quem mudou o que no mestre.
           IF WS-RELEASED-COUNT > 0 OR WS-REJECTED-COUNT > 0
               OPEN OUTPUT HELD-CHANGE-FILE
               PERFORM 310-WRITE-HELD-ENTRY
                   VARYING WS-HELD-IDX FROM 1 BY 1
                   UNTIL WS-HELD-IDX > WS-HELD-COUNT
               CLOSE HELD-CHANGE-FILE
           END-IF.

       310-WRITE-HELD-ENTRY.

           MOVE WS-HELD-IMAGE(WS-HELD-IDX) TO HELD-RECORD.
           WRITE HELD-RECORD.

       400-LIST-PENDING.

           MOVE SPACES TO HELD-OUTPUT-RECORD.
           WRITE HELD-OUTPUT-RECORD.
           WRITE HELD-OUTPUT-RECORD FROM WS-PENDING-TITLE.
           WRITE HELD-OUTPUT-RECORD FROM WS-COLUMN-HEADING.
           MOVE SPACES TO HELD-OUTPUT-RECORD.
           WRITE HELD-OUTPUT-RECORD.

           PERFORM 410-LIST-ONE-PENDING
               VARYING WS-HELD-IDX FROM 1 BY 1
               UNTIL WS-HELD-IDX > WS-HELD-COUNT.

           IF WS-PENDING-COUNT = 0
               WRITE HELD-OUTPUT-RECORD FROM WS-EMPTY-LINE
           END-IF.

       410-LIST-ONE-PENDING.

           MOVE WS-HELD-IMAGE(WS-HELD-IDX) TO HELD-RECORD.
           IF RT-STATUS = "RETIDA"
               ADD 1 TO WS-PENDING-COUNT
               MOVE "RETIDA"         TO HD-ACTION
               MOVE RT-CHAMPION-NAME TO HD-NAME
               MOVE RT-RUN-SEQ       TO HD-RUN-SEQ
               MOVE RT-OLD-RATE      TO HD-OLD-RATE
               MOVE RT-NEW-RATE      TO HD-NEW-RATE
               MOVE RT-SOURCE-ID     TO HD-SOURCE
               MOVE RT-FEED-DATE     TO HD-RESULT
               WRITE HELD-OUTPUT-RECORD FROM WS-HELD-DETAIL-LINE
           END-IF.

       500-TERMINATE.

           MOVE SPACES TO HELD-OUTPUT-RECORD.
           WRITE HELD-OUTPUT-RECORD.
           MOVE WS-RELEASED-COUNT TO HT-RELEASED.
           MOVE WS-REJECTED-COUNT TO HT-REJECTED.
           MOVE WS-REFUSED-COUNT  TO HT-REFUSED.
           MOVE WS-PENDING-COUNT  TO HT-PENDING.
           WRITE HELD-OUTPUT-RECORD FROM WS-HELD-TOTALS-LINE.
           CLOSE HELD-REPORT-FILE.

      * RETURN CODE PADRONIZADO PARA O SCHEDULER: 0 DECISOES TODAS
      * APLICADAS, 4 DECISAO RECUSADA, 8 ERRO DE ARQUIVO.
           EVALUATE TRUE
               WHEN WS-FILE-ERROR = "Y"
                   MOVE "CRITICO" TO WS-ALERT-SEVERITY
                   MOVE "ERRO NO MESTRE AO LIBERAR TAXA RETIDA"
                       TO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REFUSED-COUNT > 0
                   MOVE "AVISO" TO WS-ALERT-SEVERITY
                   MOVE "DECISAO(OES) SOBRE TAXA RETIDA RECUSADA(S)"
                       TO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           DISPLAY "RETENCOES EM RETIDOS.TXT - "
               WS-RELEASED-COUNT " LIBERADA(S), "
               WS-REJECTED-COUNT " REJEITADA(S), "
               WS-REFUSED-COUNT " RECUSADA(S), "
               WS-PENDING-COUNT " PENDENTE(S).".

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
           MOVE WS-EXCEPTION-FILE-NAME TO GEN-FILE-NAME.
           WRITE GEN-RECORD.
           CLOSE GENERATION-FILE.

       840-CHECK-MASTER-LOCK.

      * Mestre em uso por outro programa = recusa com RC 8. Trava
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
                           " - DECISOES RECUSADAS. SE A EXECUCAO DONA "
                           "DA TRAVA CAIU, APAGUE MESTRETRAVA.DAT."
                       MOVE "CRITICO" TO WS-ALERT-SEVERITY
                       MOVE "MESTRE TRAVADO - RETENCOES NAO DECIDIDAS"
                           TO WS-ALERT-REASON
                       PERFORM 860-WRITE-ALERT
                       MOVE "RECUSADA" TO WS-OPER-RESULT
                       PERFORM 892-AUDIT-OPERATOR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE MASTER-LOCK-FILE
           END-IF.

       845-CLAIM-MASTER-LOCK.

           MOVE "LEITOR-RETIDOS" TO ML-PROGRAM.
           MOVE WS-CURRENT-DATE TO ML-LOCK-DATE.
           ACCEPT WS-LOCK-TIME FROM TIME.
           MOVE WS-LOCK-TIME(1:6) TO ML-LOCK-TIME.
           OPEN OUTPUT MASTER-LOCK-FILE.
           WRITE LOCK-RECORD.
           CLOSE MASTER-LOCK-FILE.
           MOVE "Y" TO WS-LOCK-HELD.

       850-RELEASE-MASTER-LOCK.

      * Arquivo esvaziado = mestre livre.
           IF WS-LOCK-HELD = "Y"
               OPEN OUTPUT MASTER-LOCK-FILE
               CLOSE MASTER-LOCK-FILE
               MOVE "N" TO WS-LOCK-HELD
           END-IF.

       860-WRITE-ALERT.

      * Grava a condicao no arquivo central de alertas, alem do
      * DISPLAY no console - e dele que o LEITOR-BOLETIM monta o
      * boletim da manha do operador.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ALERT-DATE TO ALR-DATE.
           ACCEPT WS-ALERT-TIME FROM TIME.
           MOVE WS-ALERT-TIME(1:6) TO ALR-TIME.
           MOVE "LEITOR-RETIDOS" TO ALR-PROGRAM.
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

       END PROGRAM LEITOR-RETIDOS.
