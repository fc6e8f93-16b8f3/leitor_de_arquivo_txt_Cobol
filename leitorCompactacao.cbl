
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EXECUCOES MANTIDAS EM DETALHE: POR PADRAO 30, OU DEFINA O
      * PARAMETRO COMPACTACAO-EXECUCOES-RECENTES EM PARAMETROS.DAT.
            SELECT HISTORY-FILE ASSIGN TO "HISTORICO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HISTORY-STATUS.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALERTF-STATUS.

      * LIMITES DA EXECUCAO: VEM DO ARQUIVO CENTRAL DE PARAMETROS
      * (PARAMETROS.DAT) - SEM LINHA EM VIGOR VALE O PADRAO DO
      * PROGRAMA. OS VALORES USADOS SAEM NO CABECALHO DO RELATORIO E
      * NO AUDITLOG.TXT.
            SELECT RUN-PARAMETER-FILE ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

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

       FD RUN-PARAMETER-FILE.
           COPY PARMREC.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(179).

       FD APPROVAL-FILE.
           COPY APRVREC REPLACING ==APPROVAL-RECORD==
               BY ==APRV-RECORD==.

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 FILLER               PIC X(45) VALUE
               "NADA A CONDENSAR - HISTORICO DENTRO DA JANELA".

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

           COPY PARMCTL.

           COPY OPERCTL.

           COPY APRVCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 840-CHECK-MASTER-LOCK.
           PERFORM 845-CLAIM-MASTER-LOCK.
           PERFORM 894-CHECK-APPROVAL.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 100-FIND-CUTOFF-SEQUENCE.
           IF WS-DISTINCT-COUNT > WS-KEEP-RUNS
               PERFORM 200-CONDENSE-OLD-DETAIL
               PERFORM 300-REWRITE-RECENT-DETAIL
           END-IF.
           PERFORM 898-MARK-APPROVAL-USED.
           PERFORM 850-RELEASE-MASTER-LOCK.
           PERFORM 400-WRITE-COMPACT-REPORT.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

           MOVE "LEITOR-COMPACTACAO" TO WS-PARM-PROGRAM.
           MOVE "COMPACTACAO-EXECUCOES-RECENTES" TO WS-PARM-NAME.
           MOVE 3 TO WS-PARM-WIDTH.
           PERFORM 870-LOOKUP-RUN-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-KEEP-RUNS-TEXT.
           PERFORM 055-CONVERT-KEEP-RUNS.
           IF WS-KEEP-RUNS = 0
               MOVE 30 TO WS-KEEP-RUNS
           IF WS-KEEP-RUNS > 998
               MOVE 998 TO WS-KEEP-RUNS
           END-IF.
           MOVE WS-KEEP-RUNS TO WS-PARM-USED-NUMBER.
           PERFORM 875-KEEP-RUN-PARAMETER.

      * OPERADOR DA EXECUCAO: VARIAVEL DE AMBIENTE LEITOR-OPERADOR.
           MOVE "LEITOR-COMPACTACAO" TO WS-OPER-PROGRAM.
           PERFORM 890-RESOLVE-OPERATOR.
           MOVE "HISTORICO" TO WS-OPER-TARGET.

       055-CONVERT-KEEP-RUNS.

      * O valor vem de PARAMETROS.DAT alinhado a esquerda ("30  "),
      * entao o numero e montado digito a digito, ignorando o que nao
      * for algarismo - valor invalido resulta em zero e cai no padrao.
           MOVE 0 TO WS-KEEP-RUNS.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
               UNTIL WS-TEXT-IDX > 3

           OPEN OUTPUT COMPACT-REPORT-FILE.
           WRITE COMPACT-OUTPUT-RECORD FROM WS-COMPACT-HEADING.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > WS-PARM-USED-COUNT
               PERFORM 885-FORMAT-PARAMETER-LINE
               WRITE COMPACT-OUTPUT-RECORD FROM WS-PARM-HEADING-LINE
           END-PERFORM.
           PERFORM 880-AUDIT-RUN-PARAMETERS.
           MOVE WS-KEEP-RUNS  TO WL-KEEP-RUNS.
           MOVE WS-CUTOFF-SEQ TO WL-CUTOFF-SEQ.
           WRITE COMPACT-OUTPUT-RECORD FROM WS-WINDOW-LINE.
                       MOVE "MESTRE TRAVADO - COMPACTACAO RECUSADA"
                           TO WS-ALERT-REASON
                       PERFORM 860-WRITE-ALERT
                       MOVE "RECUSADA" TO WS-OPER-RESULT
                       PERFORM 892-AUDIT-OPERATOR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
           WRITE ALR-RECORD.
           CLOSE ALERT-FILE.

       870-LOOKUP-RUN-PARAMETER.

      * Procura em PARAMETROS.DAT a linha deste programa e parametro
      * com a maior vigencia que nao passe de hoje. Sem linha em
      * vigor (ou sem o arquivo) o valor volta em branco e o
      * programa aplica o seu padrao; valor nao numerico tambem volta
      * em branco, com a origem marcada INVALIDO e um aviso. Vigencia
      * fora do calendario (ou de ano ate 1900) nao vale - a mesma
      * critica que o LEITOR-PARAMETROS lista como VIGENCIA INVALIDA.
           ACCEPT WS-PARM-TODAY FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PARM-VALUE.
           MOVE 0 TO WS-PARM-EFFECTIVE.
           MOVE "PADRAO" TO WS-PARM-ORIGIN.
           MOVE "N" TO WS-PARM-EOF.

           OPEN INPUT RUN-PARAMETER-FILE.
           IF WS-PARM-STATUS = "00"
               PERFORM UNTIL WS-PARM-EOF = "Y"
                   READ RUN-PARAMETER-FILE
                       AT END
                           MOVE "Y" TO WS-PARM-EOF
                       NOT AT END
                           IF PM-PROGRAM = WS-PARM-PROGRAM
                              AND PM-NAME = WS-PARM-NAME
                              AND PM-EFFECTIVE-DATE IS NUMERIC
                              AND PM-EFFECTIVE-DATE > 19001231
                              AND FUNCTION TEST-DATE-YYYYMMDD
                                  (PM-EFFECTIVE-DATE) = 0
                              AND PM-EFFECTIVE-DATE <= WS-PARM-TODAY
                              AND PM-EFFECTIVE-DATE
                                  >= WS-PARM-EFFECTIVE
                               MOVE PM-VALUE TO WS-PARM-VALUE
                               MOVE PM-EFFECTIVE-DATE
                                   TO WS-PARM-EFFECTIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-PARAMETER-FILE
           END-IF.

           IF WS-PARM-EFFECTIVE > 0
               PERFORM 872-CHECK-PARAMETER-VALUE
           END-IF.

       872-CHECK-PARAMETER-VALUE.

           MOVE WS-PARM-EFFECTIVE(7:2) TO WS-PARM-EDIT-DD.
           MOVE WS-PARM-EFFECTIVE(5:2) TO WS-PARM-EDIT-MM.
           MOVE WS-PARM-EFFECTIVE(1:4) TO WS-PARM-EDIT-YYYY.
           MOVE WS-PARM-DATE-EDIT TO WS-PARM-ORIGIN.

      * Valido e so algarismo alinhado a esquerda, sem nada depois
      * do primeiro branco, e que caiba no campo do programa.
           MOVE 0 TO WS-PARM-LEN.
           INSPECT WS-PARM-VALUE TALLYING WS-PARM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-PARM-LEN = 0
               MOVE "INVALIDO" TO WS-PARM-ORIGIN
           ELSE
               IF WS-PARM-VALUE(1:WS-PARM-LEN) IS NOT NUMERIC
                   MOVE "INVALIDO" TO WS-PARM-ORIGIN
               ELSE
                   IF WS-PARM-LEN < 10
                       IF WS-PARM-VALUE(WS-PARM-LEN + 1:) NOT = SPACES
                           MOVE "INVALIDO" TO WS-PARM-ORIGIN
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF WS-PARM-LEN > WS-PARM-WIDTH
               MOVE "INVALIDO" TO WS-PARM-ORIGIN
           END-IF.

           IF WS-PARM-ORIGIN = "INVALIDO"
               DISPLAY "PARAMETRO " WS-PARM-NAME
                   " COM VALOR INVALIDO EM PARAMETROS.DAT - "
                   "APLICADO O PADRAO."
               MOVE SPACES TO WS-PARM-VALUE
               MOVE "AVISO" TO WS-ALERT-SEVERITY
               MOVE "PARAMETRO INVALIDO EM PARAMETROS.DAT - PADRAO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
           END-IF.

       875-KEEP-RUN-PARAMETER.

      * Guarda o valor efetivamente usado (ja com o padrao aplicado)
      * para o cabecalho do relatorio e para o AUDITLOG.TXT.
           IF WS-PARM-USED-COUNT < 5
               ADD 1 TO WS-PARM-USED-COUNT
               MOVE WS-PARM-NAME
                   TO WS-PARM-USED-NAME(WS-PARM-USED-COUNT)
               MOVE WS-PARM-USED-NUMBER
                   TO WS-PARM-USED-VALUE(WS-PARM-USED-COUNT)
               MOVE WS-PARM-ORIGIN
                   TO WS-PARM-USED-ORIGIN(WS-PARM-USED-COUNT)
           END-IF.

       880-AUDIT-RUN-PARAMETERS.

      * Uma linha por parametro usado, no layout do AUDITLOG.TXT com
      * MODO "PARAM".
           ACCEPT WS-PARM-TODAY FROM DATE YYYYMMDD.
           MOVE WS-PARM-TODAY(7:2) TO WS-PARM-EDIT-DD.
           MOVE WS-PARM-TODAY(5:2) TO WS-PARM-EDIT-MM.
           MOVE WS-PARM-TODAY(1:4) TO WS-PARM-EDIT-YYYY.
           MOVE WS-PARM-DATE-EDIT TO AU-DATE.
           ACCEPT WS-PARM-TIME FROM TIME.
           MOVE WS-PARM-TIME(1:2) TO WS-PARM-EDIT-HH.
           MOVE WS-PARM-TIME(3:2) TO WS-PARM-EDIT-MI.
           MOVE WS-PARM-TIME(5:2) TO WS-PARM-EDIT-SS.
           MOVE WS-PARM-TIME-EDIT TO AU-TIME.
           MOVE WS-PARM-PROGRAM TO AU-PROGRAM.

           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > WS-PARM-USED-COUNT
               MOVE WS-PARM-USED-NAME(WS-PARM-IDX)   TO AU-NAME
               MOVE WS-PARM-USED-VALUE(WS-PARM-IDX)  TO AU-VALUE
               MOVE WS-PARM-USED-ORIGIN(WS-PARM-IDX) TO AU-ORIGIN
               WRITE AUDIT-LOG-RECORD FROM WS-PARM-AUDIT-LINE
           END-PERFORM.
           CLOSE AUDIT-LOG-FILE.

       885-FORMAT-PARAMETER-LINE.

           MOVE WS-PARM-USED-NAME(WS-PARM-IDX)   TO PU-NAME.
           MOVE WS-PARM-USED-VALUE(WS-PARM-IDX)  TO PU-VALUE.
           MOVE WS-PARM-USED-ORIGIN(WS-PARM-IDX) TO PU-ORIGIN.

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

       910-COMPUTE-NAME-HASH.

      * Espalha WS-HASH-NAME sobre a tabela de 50021 entradas (primo)
