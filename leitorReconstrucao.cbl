                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALERTF-STATUS.

      * CADA EXECUCAO REGISTRA O OPERADOR (LEITOR-OPERADOR) NO
      * AUDITLOG.TXT.
            SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

      * APROVACAO EM DUAS PESSOAS: DEFINA LEITOR-OPERADOR COM O SEU
      * ID - A EXECUCAO SO COMECA COM UMA LINHA EM APROVACOES.DAT
      * (LAYOUT EM APRVREC) PARA ESTE PROGRAMA E ALVO, PEDIDA POR
      * VOCE E APROVADA POR OUTRO OPERADOR.
            SELECT APPROVAL-FILE ASSIGN TO "APROVACOES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APRV-STATUS.

       DATA DIVISION.

       FILE SECTION.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(179).

       FD APPROVAL-FILE.
           COPY APRVREC REPLACING ==APPROVAL-RECORD==
               BY ==APRV-RECORD==.

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
               VALUE "REGISTROS RECONSTRUIDOS:".
           05 RT-REBUILT           PIC ZZZZ9.

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

           COPY OPERCTL.

           COPY APRVCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 840-CHECK-MASTER-LOCK.
           IF WS-RUN-MODE = "RECONSTROI"
               PERFORM 845-CLAIM-MASTER-LOCK
               PERFORM 894-CHECK-APPROVAL
           END-IF.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 100-LOAD-LATEST-SNAPSHOTS.
           PERFORM 150-OPEN-VERIFY-REPORT.
           IF WS-RUN-MODE = "RECONSTROI"
           ELSE
               PERFORM 200-VERIFY-MASTER-FILE
           END-IF.
           PERFORM 898-MARK-APPROVAL-USED.
           PERFORM 850-RELEASE-MASTER-LOCK.
           PERFORM 400-TERMINATE.
           STOP RUN.
                       MOVE "MESTRE TRAVADO - EXECUCAO RECUSADA"
                           TO WS-ALERT-REASON
                       PERFORM 860-WRITE-ALERT
                       MOVE "RECUSADA" TO WS-OPER-RESULT
                       PERFORM 892-AUDIT-OPERATOR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               MOVE "VERIFICA" TO WS-RUN-MODE
           END-IF.

      * OPERADOR DA EXECUCAO: VARIAVEL DE AMBIENTE LEITOR-OPERADOR. O
      * MODO RECONSTROI REGRAVA O MESTRE INTEIRO E PRECISA DE
      * APROVACAO EM APROVACOES.DAT PARA O ALVO "MESTRE".
           MOVE "LEITOR-RECONSTRUCAO" TO WS-OPER-PROGRAM.
           PERFORM 890-RESOLVE-OPERATOR.
           IF WS-RUN-MODE = "RECONSTROI"
               MOVE "MESTRE" TO WS-OPER-TARGET
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
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

       894-CHECK-APPROVAL.

      * Execucao destrutiva so segue com uma aprovacao em
      * APROVACOES.DAT: mesmo programa e alvo, pedida por este
      * operador, aprovada por OUTRO, dentro da validade e ainda nao
      * usada. Roda ja com a trava do mestre (845), entao duas
      * execucoes nunca conferem a mesma aprovacao ao mesmo tempo.
      * Sem ela, registra o operador, solta a trava e recusa com
      * CRITICO e RC 8 antes de tocar em qualquer arquivo.
           MOVE 0 TO WS-APRV-MATCH-IDX.
           MOVE 0 TO WS-APRV-COUNT.
           MOVE SPACES TO WS-APRV-REFUSAL.
           ACCEPT WS-OPER-TODAY FROM DATE YYYYMMDD.
           IF WS-OPER-ID = SPACES
               MOVE "SEM OPERADOR (LEITOR-OPERADOR)"
                   TO WS-APRV-REFUSAL
           ELSE
               PERFORM 895-LOAD-APPROVALS
           END-IF.

           IF WS-APRV-MATCH-IDX = 0
               IF WS-APRV-REFUSAL = SPACES
                   MOVE "SEM APROVACAO PARA O ALVO" TO WS-APRV-REFUSAL
               END-IF
               DISPLAY "EXECUCAO RECUSADA - " WS-APRV-REFUSAL
               DISPLAY "PROGRAMA: " WS-OPER-PROGRAM
                   " ALVO: " WS-OPER-TARGET
                   " OPERADOR: " WS-OPER-ID
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-REASON
               STRING "RECUSADO ALVO " DELIMITED BY SIZE
                   WS-OPER-TARGET DELIMITED BY "  "
                   ": " DELIMITED BY SIZE
                   WS-APRV-REFUSAL DELIMITED BY "  "
                   INTO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               PERFORM 850-RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-APRV-IMAGE(WS-APRV-MATCH-IDX) TO APRV-RECORD.
           MOVE APRV-RECORD TO WS-APRV-CLAIMED.
           MOVE AP-APPROVER TO WS-OPER-APPROVER.
           DISPLAY "APROVACAO DE " AP-APPROVER " PARA O ALVO "
               WS-OPER-TARGET " - VALIDA ATE " AP-EXPIRY-DATE.

       895-LOAD-APPROVALS.

      * O arquivo inteiro vem para a tabela so para achar a linha;
      * na hora de marcar, 897 le o arquivo de novo.
           MOVE "N" TO WS-APRV-EOF.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APRV-STATUS NOT = "00"
               MOVE "APROVACOES.DAT AUSENTE" TO WS-APRV-REFUSAL
           ELSE
               PERFORM UNTIL WS-APRV-EOF = "Y"
                   READ APPROVAL-FILE
                       AT END
                           MOVE "Y" TO WS-APRV-EOF
                       NOT AT END
                           IF WS-APRV-COUNT < 1000
                               ADD 1 TO WS-APRV-COUNT
                               MOVE APRV-RECORD
                                   TO WS-APRV-IMAGE(WS-APRV-COUNT)
                               PERFORM 896-CLASSIFY-APPROVAL
                           ELSE
                               MOVE "APROVACOES.DAT COM MAIS DE 1000"
                                   TO WS-APRV-REFUSAL
                               MOVE 0 TO WS-APRV-MATCH-IDX
                               MOVE "Y" TO WS-APRV-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
           END-IF.

       896-CLASSIFY-APPROVAL.

      * Vale a primeira linha boa; linha do mesmo programa, alvo e
      * solicitante que nao serve deixa o motivo para a recusa.
           IF WS-APRV-MATCH-IDX = 0
               AND AP-PROGRAM = WS-OPER-PROGRAM
               AND AP-TARGET = WS-OPER-TARGET
               AND AP-REQUESTER = WS-OPER-ID
               EVALUATE TRUE
                   WHEN AP-STATUS = "USADA"
                       MOVE "APROVACAO JA USADA" TO WS-APRV-REFUSAL
                   WHEN AP-APPROVER = SPACES
                     OR AP-APPROVER = AP-REQUESTER
                       MOVE "APROVADOR IGUAL AO SOLICITANTE"
                           TO WS-APRV-REFUSAL
                   WHEN AP-EXPIRY-DATE IS NOT NUMERIC
                       MOVE "VALIDADE INVALIDA" TO WS-APRV-REFUSAL
                   WHEN AP-EXPIRY-DATE < WS-OPER-TODAY
                       MOVE "APROVACAO VENCIDA" TO WS-APRV-REFUSAL
                   WHEN OTHER
                       MOVE WS-APRV-COUNT TO WS-APRV-MATCH-IDX
               END-EVALUATE
           END-IF.

       897-RELOAD-APPROVALS.

      * Le APROVACOES.DAT de novo na hora de marcar, para a regravacao
      * levar as linhas incluidas durante a execucao. A linha desta
      * execucao e achada pelo conteudo guardado em 894 - so casa se
      * ninguem a alterou nem marcou USADA nesse meio tempo.
           MOVE 0 TO WS-APRV-COUNT.
           MOVE 0 TO WS-APRV-MATCH-IDX.
           MOVE SPACES TO WS-APRV-REFUSAL.
           MOVE "N" TO WS-APRV-EOF.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APRV-STATUS NOT = "00"
               MOVE "APROVACOES.DAT AUSENTE" TO WS-APRV-REFUSAL
           ELSE
               PERFORM UNTIL WS-APRV-EOF = "Y"
                   READ APPROVAL-FILE
                       AT END
                           MOVE "Y" TO WS-APRV-EOF
                       NOT AT END
                           IF WS-APRV-COUNT < 1000
                               ADD 1 TO WS-APRV-COUNT
                               MOVE APRV-RECORD
                                   TO WS-APRV-IMAGE(WS-APRV-COUNT)
                               IF WS-APRV-MATCH-IDX = 0
                                   AND APRV-RECORD = WS-APRV-CLAIMED
                                   MOVE WS-APRV-COUNT
                                       TO WS-APRV-MATCH-IDX
                               END-IF
                           ELSE
                               MOVE "APROVACOES.DAT COM MAIS DE 1000"
                                   TO WS-APRV-REFUSAL
                               MOVE "Y" TO WS-APRV-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APPROVAL-FILE
               IF WS-APRV-MATCH-IDX = 0
                   AND WS-APRV-REFUSAL = SPACES
                   MOVE "LINHA ALTERADA OU JA USADA" TO WS-APRV-REFUSAL
               END-IF
           END-IF.

       898-MARK-APPROVAL-USED.

      * A aprovacao vale uma execucao: ao terminar, ainda com a trava
      * do mestre, o arquivo e relido (897) e regravado com so a linha
      * desta execucao marcada USADA com data e hora. Se a linha nao
      * esta mais la como foi conferida, o arquivo fica como esta e
      * sai um CRITICO com RC 8 - a aprovacao tem de ser baixada a mao.
           IF WS-APRV-MATCH-IDX > 0
               PERFORM 897-RELOAD-APPROVALS
               IF WS-APRV-REFUSAL NOT = SPACES
                   DISPLAY "APROVACAO NAO MARCADA COMO USADA - "
                       WS-APRV-REFUSAL
                   MOVE "CRITICO" TO WS-ALERT-SEVERITY
                   MOVE SPACES TO WS-ALERT-REASON
                   STRING "SEM BAIXA ALVO " DELIMITED BY SIZE
                       WS-OPER-TARGET DELIMITED BY "  "
                       ": " DELIMITED BY SIZE
                       WS-APRV-REFUSAL DELIMITED BY "  "
                       INTO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-APRV-IMAGE(WS-APRV-MATCH-IDX) TO APRV-RECORD
                   MOVE "USADA" TO AP-STATUS
                   ACCEPT WS-OPER-TODAY FROM DATE YYYYMMDD
                   MOVE WS-OPER-TODAY TO AP-USED-DATE
                   ACCEPT WS-OPER-TIME FROM TIME
                   MOVE WS-OPER-TIME(1:6) TO AP-USED-TIME
                   MOVE APRV-RECORD TO WS-APRV-IMAGE(WS-APRV-MATCH-IDX)
                   OPEN OUTPUT APPROVAL-FILE
                   PERFORM VARYING WS-APRV-IDX FROM 1 BY 1
                       UNTIL WS-APRV-IDX > WS-APRV-COUNT
                       MOVE WS-APRV-IMAGE(WS-APRV-IDX) TO APRV-RECORD
                       WRITE APRV-RECORD
                   END-PERFORM
                   CLOSE APPROVAL-FILE
               END-IF
           END-IF.

       920-COMPUTE-NAME-HASH.

      * Espalha WS-HASH-NAME sobre a tabela de 50021 entradas (primo)
