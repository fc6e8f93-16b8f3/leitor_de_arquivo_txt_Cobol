      *          CARGASFONTES.DAT, e a data de feed e marcada
      *          ESTORNADO em RUNCONTROL.DAT - reabrindo a data para
      *          a guarda de carga dobrada do LEITOR-DE-TXT. Campeao
      *          ja atualizado por execucao posterior e mantido. As
      *          retencoes ainda RETIDAS da execucao ficam ESTORNADA.
      *          Sequencia de liberacao do LEITOR-RETIDOS estorna so o
      *          historico, o mestre e os movimentos da liberacao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVEWK-STATUS.

      * AS RETENCOES AINDA RETIDAS DA EXECUCAO ESTORNADA SAO FECHADAS
      * (ESTORNADA) - O LEITOR-RETIDOS NAO LIBERA DADO DE CARGA
      * DESFEITA.
            SELECT HELD-CHANGE-FILE ASSIGN TO "ALTERACOESRETIDAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HELD-STATUS.

            SELECT HELD-WORK-FILE ASSIGN TO "ALTRETIDAS.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HELDWK-STATUS.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCONTROL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.
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
           COPY AGGREC REPLACING ==AGGREGATE-RECORD==
               BY ==AGG-RECORD==.

       FD HELD-CHANGE-FILE.
           COPY HELDREC REPLACING ==HELD-CHANGE-RECORD==
               BY ==HELD-RECORD==.

       FD HELD-WORK-FILE.
           COPY HELDREC REPLACING ==HELD-CHANGE-RECORD==
               BY ==HELDWK-RECORD==.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD==
               BY ==RUNCTL-RECORD==.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(179).

       FD APPROVAL-FILE.
           COPY APRVREC REPLACING ==APPROVAL-RECORD==
               BY ==APRV-RECORD==.

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-FEED-DATE-TEXT    PIC X(8)  VALUE SPACES.
           05 WS-TARGET-FEED-DATE  PIC 9(8)  VALUE 0.
           05 WS-TARGET-SOURCE     PIC X(10) VALUE SPACES.
           05 WS-TARGET-SEQ-EDIT   PIC ZZZZ9.
           05 WS-LEAD-SPACES       PIC 9(2)  VALUE 0.
           05 WS-TEXT-IDX          PIC 9(2)  VALUE 0.
           05 WS-DIGIT-X           PIC X     VALUE SPACE.
           05 WS-DIGIT-9 REDEFINES WS-DIGIT-X
           05 WS-MOVE-STATUS       PIC X(2) VALUE SPACES.
           05 WS-MOVEWK-STATUS     PIC X(2) VALUE SPACES.
           05 WS-AGG-STATUS        PIC X(2) VALUE SPACES.
           05 WS-HELD-STATUS       PIC X(2) VALUE SPACES.
           05 WS-HELDWK-STATUS     PIC X(2) VALUE SPACES.
           05 WS-RUNCTL-STATUS     PIC X(2) VALUE SPACES.
           05 WS-LOCK-STATUS       PIC X(2) VALUE SPACES.
           05 WS-LOCK-HELD         PIC X    VALUE "N".
           05 WS-SRCFEED-EOF       PIC X VALUE "N".
           05 WS-MOVE-EOF          PIC X VALUE "N".
           05 WS-AGG-EOF           PIC X VALUE "N".
           05 WS-HELD-EOF          PIC X VALUE "N".
           05 WS-BACKOUT-OK        PIC X VALUE "Y".
           05 WS-AUDIT-EOF         PIC X VALUE "N".
           05 WS-RELEASE-RUN       PIC X VALUE "N".

       01 DATE-CONTROLS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-SRC-DROPPED       PIC 9(5) VALUE 0.
           05 WS-MOVE-DROPPED      PIC 9(5) VALUE 0.
           05 WS-CONDENSED-KEPT    PIC 9(5) VALUE 0.
           05 WS-HELD-CLOSED       PIC 9(5) VALUE 0.

      * Fontes distintas encontradas entre as cargas expurgadas da
      * data - o registro ESTORNADO do run control sai UMA VEZ POR
           05 FILLER               PIC X(9)  VALUE "   FONTE:".
           05 TG-SOURCE            PIC X(10).

       01 WS-RELEASE-NOTE-LINE.
           05 FILLER               PIC X(41)
               VALUE "LIBERACAO DO LEITOR-RETIDOS - CARGASFONTE".
           05 FILLER               PIC X(38)
               VALUE "S.DAT E RUNCONTROL.DAT NAO ALTERADOS.".

       01 WS-COLUMN-HEADING.
           05 FILLER               PIC X(11) VALUE "ACAO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(9)  VALUE "MANTIDOS:".
           05 BT-KEPT              PIC ZZZZ9.

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

           COPY OPERCTL.

           COPY APRVCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 840-CHECK-MASTER-LOCK.
           PERFORM 845-CLAIM-MASTER-LOCK.
           PERFORM 894-CHECK-APPROVAL.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 100-LOAD-BACKOUT-TABLE.
           PERFORM 120-LOAD-AGGREGATE-NAMES.
           PERFORM 130-CHECK-RELEASE-RUN.
           PERFORM 150-OPEN-BACKOUT-REPORT.
           PERFORM 200-RESTORE-MASTER-FILE.
           PERFORM 300-REWRITE-HISTORY.
           IF WS-RELEASE-RUN = "N"
               PERFORM 350-PURGE-SOURCE-REGISTRY
           END-IF.
           PERFORM 370-PURGE-MOVEMENTS.
           PERFORM 380-CLOSE-HELD-CHANGES.
           PERFORM 898-MARK-APPROVAL-USED.
           PERFORM 850-RELEASE-MASTER-LOCK.
           IF WS-RELEASE-RUN = "N"
               PERFORM 400-WRITE-RUN-CONTROL
           END-IF.
           PERFORM 500-TERMINATE.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

      * OPERADOR DA EXECUCAO: VARIAVEL DE AMBIENTE LEITOR-OPERADOR.
      * RESOLVIDO ANTES DOS PARAMETROS PARA QUE ATE A RECUSA POR
      * PARAMETRO FIQUE REGISTRADA NO AUDITLOG.
           MOVE "LEITOR-ESTORNO" TO WS-OPER-PROGRAM.
           PERFORM 890-RESOLVE-OPERATOR.

           ACCEPT WS-SEQ-TEXT FROM ENVIRONMENT "ESTORNO-EXECUCAO".
           PERFORM 055-CONVERT-TARGET-SEQ.
           IF WS-TARGET-SEQ = 0
               DISPLAY "DEFINA ESTORNO-EXECUCAO COM A SEQUENCIA DA "
                   "EXECUCAO A ESTORNAR."
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TARGET-FEED-DATE = 0
               DISPLAY "DEFINA ESTORNO-DATA-FEED COM A DATA DO FEED "
                   "(AAAAMMDD) A REABRIR."
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-TARGET-SOURCE FROM ENVIRONMENT "ESTORNO-FONTE".

      * O ALVO DA APROVACAO AMARRA TUDO O QUE O ESTORNO APAGA OU
      * REABRE: SEQUENCIA SEM ZEROS A ESQUERDA, DATA DO FEED E, SE
      * INFORMADA, A FONTE - "42-20261014" OU "42-20261014-RIOT".
      * O ALVO TEM 20 POSICOES; FONTE LONGA SAI CORTADA NO FIM, E A
      * LINHA DE APROVACAO TEM DE TRAZER O ALVO COMO SAI NA RECUSA.
           MOVE WS-TARGET-SEQ TO WS-TARGET-SEQ-EDIT.
           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT WS-TARGET-SEQ-EDIT
               TALLYING WS-LEAD-SPACES FOR LEADING SPACES.
           MOVE SPACES TO WS-OPER-TARGET.
           IF WS-TARGET-SOURCE = SPACES
               STRING WS-TARGET-SEQ-EDIT(WS-LEAD-SPACES + 1:)
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TARGET-FEED-DATE DELIMITED BY SIZE
                   INTO WS-OPER-TARGET
           ELSE
               STRING WS-TARGET-SEQ-EDIT(WS-LEAD-SPACES + 1:)
                       DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TARGET-FEED-DATE DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-TARGET-SOURCE DELIMITED BY SPACE
                   INTO WS-OPER-TARGET
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
               CLOSE AGGREGATE-FILE
           END-IF.

       130-CHECK-RELEASE-RUN.

      * Sequencia com linha OPERADOR do LEITOR-RETIDOS no AUDITLOG e
      * uma liberacao de retidos, nao uma carga. As linhas que ela
      * anotou em CARGASFONTES.DAT ficam sob a data e a fonte da
      * carga original, sem sequencia: expurgar a data+fonte levaria
      * a carga original junto, e o ESTORNADO reabriria a carga
      * inteira. Entao so o mestre, o historico, os movimentos e as
      * retencoes da liberacao sao estornados.
           MOVE "N" TO WS-AUDIT-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-AUDIT-EOF = "Y"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-AUDIT-EOF
                       NOT AT END
                           IF AUDIT-LOG-RECORD(172:8) = "OPERADOR"
                               AND AUDIT-LOG-RECORD(63:20)
                                   = "LEITOR-RETIDOS"
                               AND AUDIT-LOG-RECORD(12:5)
                                   = WS-TARGET-SEQ-EDIT
                               AND AUDIT-LOG-RECORD(156:8)
                                   NOT = "RECUSADA"
                               MOVE "Y" TO WS-RELEASE-RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

           IF WS-RELEASE-RUN = "Y"
               DISPLAY "EXECUCAO " WS-TARGET-SEQ
                   " E LIBERACAO DO LEITOR-RETIDOS - CARGASFONTES.DAT"
                   " E RUNCONTROL.DAT NAO SERAO ALTERADOS."
           END-IF.

       150-OPEN-BACKOUT-REPORT.

           OPEN OUTPUT BACKOUT-REPORT-FILE.
           MOVE WS-TARGET-FEED-DATE TO TG-FEED-DATE.
           MOVE WS-TARGET-SOURCE    TO TG-SOURCE.
           WRITE BACKOUT-OUTPUT-RECORD FROM WS-TARGET-LINE.
           IF WS-RELEASE-RUN = "Y"
               WRITE BACKOUT-OUTPUT-RECORD FROM WS-RELEASE-NOTE-LINE
           END-IF.
           MOVE SPACES TO BACKOUT-OUTPUT-RECORD.
           WRITE BACKOUT-OUTPUT-RECORD.
           WRITE BACKOUT-OUTPUT-RECORD FROM WS-COLUMN-HEADING.
               CLOSE MOVEMENT-FILE
           END-IF.

       380-CLOSE-HELD-CHANGES.

      * Retencao ainda RETIDA da execucao estornada vira ESTORNADA com
      * a data de hoje - liberar depois aplicaria no mestre um registro
      * de carga desfeita. Retencao ja decidida fica como esta. Mesmo
      * esquema de regravacao de 370-PURGE-MOVEMENTS.
           MOVE "N" TO WS-HELD-EOF.

           OPEN INPUT HELD-CHANGE-FILE.
           IF WS-HELD-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT HELD-WORK-FILE
               PERFORM UNTIL WS-HELD-EOF = "Y"
                   READ HELD-CHANGE-FILE
                       AT END
                           MOVE "Y" TO WS-HELD-EOF
                       NOT AT END
                           IF RT-RUN-SEQ OF HELD-RECORD = WS-TARGET-SEQ
                               AND RT-STATUS OF HELD-RECORD = "RETIDA"
                               MOVE "ESTORNADA"
                                   TO RT-STATUS OF HELD-RECORD
                               MOVE WS-CURRENT-DATE
                                   TO RT-DECISION-DATE OF HELD-RECORD
                               ADD 1 TO WS-HELD-CLOSED
                           END-IF
                           WRITE HELDWK-RECORD FROM HELD-RECORD
                   END-READ
               END-PERFORM
               CLOSE HELD-CHANGE-FILE
               CLOSE HELD-WORK-FILE

               MOVE "N" TO WS-HELD-EOF
               OPEN INPUT HELD-WORK-FILE
               OPEN OUTPUT HELD-CHANGE-FILE
               PERFORM UNTIL WS-HELD-EOF = "Y"
                   READ HELD-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-HELD-EOF
                       NOT AT END
                           WRITE HELD-RECORD FROM HELDWK-RECORD
                   END-READ
               END-PERFORM
               CLOSE HELD-WORK-FILE
               CLOSE HELD-CHANGE-FILE
           END-IF.

       400-WRITE-RUN-CONTROL.

      * O registro ESTORNADO e o ULTIMO da dupla data+fonte, entao a
               DISPLAY "ESTORNO GERADO EM ESTORNO.TXT - "
                   WS-RESTORED-COUNT " RESTAURADO(S), "
                   WS-REMOVED-COUNT " REMOVIDO(S), "
                   WS-KEPT-COUNT " MANTIDO(S), "
                   WS-HELD-CLOSED " RETENCAO(OES) FECHADA(S)."
           END-IF.

       840-CHECK-MASTER-LOCK.
                       MOVE "MESTRE TRAVADO - ESTORNO RECUSADO"
                           TO WS-ALERT-REASON
                       PERFORM 860-WRITE-ALERT
                       MOVE "RECUSADA" TO WS-OPER-RESULT
                       PERFORM 892-AUDIT-OPERATOR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
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
