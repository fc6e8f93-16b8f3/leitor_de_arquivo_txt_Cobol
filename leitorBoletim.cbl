            SELECT BULLETIN-FILE ASSIGN TO "BOLETIM.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

      * CADA EXECUCAO REGISTRA O OPERADOR (LEITOR-OPERADOR) NO
      * AUDITLOG.TXT.
            SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
       FD BULLETIN-FILE.
       01 BULLETIN-RECORD          PIC X(120).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(179).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.

       01 FILE-STATUS-CONTROLS.
           05 WS-ALERT-STATUS      PIC X(2) VALUE SPACES.
           05 WS-AUDIT-STATUS      PIC X(2) VALUE SPACES.

      * Alerta do proprio boletim (execucao sem operador): entra no
      * arquivo antes da carga de 100, e sai no boletim desta mesma
      * execucao.
       01 ALERT-CONTROLS.
           05 WS-ALERT-SEVERITY    PIC X(8)  VALUE SPACES.
           05 WS-ALERT-REASON      PIC X(60) VALUE SPACES.
           05 WS-ALERT-DATE        PIC 9(8)  VALUE 0.
           05 WS-ALERT-TIME        PIC 9(8)  VALUE 0.

       01 SWITCHES.
           05 WS-ALERT-EOF         PIC X VALUE "N".
               VALUE "JA RECONHECIDOS:".
           05 BT-ACKED             PIC ZZZ9.

           COPY OPERCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 100-LOAD-ALERT-FILE.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 200-WRITE-BULLETIN.
           IF WS-ACK-TEXT = "SIM"
               PERFORM 300-ACKNOWLEDGE-ALERTS
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY.

           MOVE "LEITOR-BOLETIM" TO WS-OPER-PROGRAM.
           IF WS-ACK-TEXT = "SIM"
               MOVE "ALERTAS RECONHECER" TO WS-OPER-TARGET
           ELSE
               MOVE "ALERTAS.DAT" TO WS-OPER-TARGET
           END-IF.
           PERFORM 890-RESOLVE-OPERATOR.

       100-LOAD-ALERT-FILE.

           OPEN INPUT ALERT-FILE.
                                   "ENTRADAS - RECONHECA O BOLETIM "
                                   "COM BOLETIM-RECONHECER=SIM E "
                                   "ARQUIVE O ARQUIVO."
                               MOVE "RECUSADA" TO WS-OPER-RESULT
                               PERFORM 892-AUDIT-OPERATOR
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
               WS-OPEN-CRITICAL " CRITICO(S), "
               WS-OPEN-WARNING " AVISO(S) EM ABERTO.".

       860-WRITE-ALERT.

      * Grava a condicao no arquivo central de alertas, alem do
      * DISPLAY no console.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ALERT-DATE TO ALR-DATE.
           ACCEPT WS-ALERT-TIME FROM TIME.
           MOVE WS-ALERT-TIME(1:6) TO ALR-TIME.
           MOVE "LEITOR-BOLETIM" TO ALR-PROGRAM.
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY.
           MOVE 0 TO ALR-FEED-DATE.
           MOVE WS-ALERT-REASON TO ALR-REASON.
           MOVE "N" TO ALR-ACK.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS = "35"
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

       END PROGRAM LEITOR-BOLETIM.
