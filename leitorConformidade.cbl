                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALERTF-STATUS.

      * CADA EXECUCAO REGISTRA O OPERADOR (LEITOR-OPERADOR) NO
      * AUDITLOG.TXT.
            SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(179).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 FILLER               PIC X(15) VALUE "TIMES COM ERRO:".
           05 CT-FAIL              PIC ZZZ9.

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

           COPY OPERCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 060-CHECK-RUN-CONTROL.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 100-BUILD-COMPLIANCE-REPORT.
           PERFORM 900-WRITE-RUN-CONTROL.
           STOP RUN.
               MOVE "campeosDoLol.txt" TO WS-IN-FILE-NAME
           END-IF.

           MOVE "LEITOR-CONFORMIDADE" TO WS-OPER-PROGRAM.
           MOVE WS-IN-FILE-NAME TO WS-OPER-TARGET.
           PERFORM 890-RESOLVE-OPERATOR.

       060-CHECK-RUN-CONTROL.

      * A conferencia so faz sentido sobre um dia carregado por
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "ARQUIVO DE ENTRADA AUSENTE" TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "RUNCONTROL.DAT AUSENTE" TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               MOVE "CARGA DO DIA NAO COMPLETOU LIMPA"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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

       900-WRITE-RUN-CONTROL.

           MOVE WS-FEED-DATE TO RC-FEED-DATE.
