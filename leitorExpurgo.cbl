      * Purpose: Expurgar do arquivo mestre os campeoes que sairam do
      *          roster: quem nao esta no feed do dia e esta ausente ha
      *          mais que o numero configurado de dias e movido para um
      *          arquivo morto datado, apagado do mestre, listado no
      *          relatorio de expurgo e registrado em EXPURGADOS.DAT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       FILE-CONTROL.
      * ROSTER DO DIA: POR PADRAO "campeosDoLol.txt", OU DEFINA A
      * VARIAVEL DE AMBIENTE EXPURGO-ROSTER-FILE PARA USAR OUTRO.
      * DIAS DE AUSENCIA TOLERADOS: POR PADRAO 30, OU DEFINA O
      * PARAMETRO EXPURGO-DIAS-AUSENTE EM PARAMETROS.DAT.
            SELECT ROSTER-FILE ASSIGN TO DYNAMIC WS-ROSTER-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ROSTER-STATUS.
            SELECT PURGE-REPORT-FILE ASSIGN TO "EXPURGO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

      * REGISTRO PERMANENTE DOS EXPURGOS: UMA LINHA POR CAMPEAO APAGADO,
      * COM O ARQUIVO MORTO QUE GUARDA O REGISTRO (EXPURGADOS.DAT).
            SELECT PURGED-LIST-FILE ASSIGN TO "EXPURGADOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PURGED-STATUS.

            SELECT HISTORY-FILE ASSIGN TO "HISTORICO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.
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
       FD PURGE-REPORT-FILE.
       01 PURGE-OUTPUT-RECORD      PIC X(80).

       FD PURGED-LIST-FILE.
           COPY PURGEREC REPLACING ==PURGED-CHAMPION-RECORD==
               BY ==PURGED-RECORD==.

       FD HISTORY-FILE.
           COPY HISTREC REPLACING ==HISTORY-RECORD==
               BY ==HIST-RECORD==.
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
           05 WS-ROSTER-STATUS     PIC X(2) VALUE SPACES.
           05 WS-MASTER-STATUS     PIC X(2) VALUE SPACES.
           05 WS-ARCHIVE-STATUS    PIC X(2) VALUE SPACES.
           05 WS-PURGED-STATUS     PIC X(2) VALUE SPACES.
           05 WS-HIST-STATUS       PIC X(2) VALUE SPACES.
           05 WS-LOCK-STATUS       PIC X(2) VALUE SPACES.
           05 WS-LOCK-HELD         PIC X    VALUE "N".
           05 WS-MASTER-EOF        PIC X VALUE "N".
           05 WS-HIST-EOF          PIC X VALUE "N".
           05 WS-PURGE-OK          PIC X VALUE "Y".
           05 WS-PURGED-OPEN       PIC X VALUE "Y".

       01 DATE-CONTROLS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 FILLER               PIC X(6) VALUE "DATA:".
           05 PH-RUN-DATE          PIC X(10).

       01 WS-ARCHIVE-NAME-LINE.
           05 FILLER               PIC X(15) VALUE "ARQUIVO MORTO: ".
           05 AN-FILE-NAME         PIC X(50).
           05 FILLER               PIC X(9)  VALUE "MANTIDOS:".
           05 PT-KEPT              PIC ZZZZ9.

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

           COPY PARMCTL.

           COPY OPERCTL.

           COPY APRVCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 060-CHECK-RUN-CONTROL.
           PERFORM 840-CHECK-MASTER-LOCK.
           PERFORM 845-CLAIM-MASTER-LOCK.
           PERFORM 894-CHECK-APPROVAL.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 100-LOAD-ROSTER-NAMES.
           PERFORM 110-LOAD-HISTORY-DATES.
           PERFORM 200-PURGE-MASTER-FILE.
           PERFORM 898-MARK-APPROVAL-USED.
           PERFORM 850-RELEASE-MASTER-LOCK.
           PERFORM 900-WRITE-RUN-CONTROL.
           PERFORM 300-TERMINATE.
               MOVE "campeosDoLol.txt" TO WS-ROSTER-FILE-NAME
           END-IF.

           MOVE "LEITOR-EXPURGO" TO WS-PARM-PROGRAM.
           MOVE "EXPURGO-DIAS-AUSENTE" TO WS-PARM-NAME.
           MOVE 4 TO WS-PARM-WIDTH.
           PERFORM 870-LOOKUP-RUN-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-RETENTION-TEXT.
           PERFORM 055-CONVERT-RETENTION-DAYS.
           IF WS-RETENTION-DAYS = 0
               MOVE 30 TO WS-RETENTION-DAYS
           END-IF.
           MOVE WS-RETENTION-DAYS TO WS-PARM-USED-NUMBER.
           PERFORM 875-KEEP-RUN-PARAMETER.

      * OPERADOR DA EXECUCAO: VARIAVEL DE AMBIENTE LEITOR-OPERADOR.
           MOVE "LEITOR-EXPURGO" TO WS-OPER-PROGRAM.
           PERFORM 890-RESOLVE-OPERATOR.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.

       055-CONVERT-RETENTION-DAYS.

      * O valor vem de PARAMETROS.DAT alinhado a esquerda ("30  "),
      * entao o numero e montado digito a digito, ignorando o que nao
      * for algarismo - valor invalido resulta em zero e cai no padrao.
           MOVE 0 TO WS-RETENTION-DAYS.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
               UNTIL WS-TEXT-IDX > 4
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "ROSTER DO DIA AUSENTE" TO WS-ALERT-REASON
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

      * A aprovacao do expurgo e para a data do feed conferido.
           MOVE WS-FEED-DATE TO WS-OPER-TARGET.

       900-WRITE-RUN-CONTROL.

           MOVE WS-FEED-DATE TO RC-FEED-DATE.
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.

      * Sem EXPURGADOS.DAT o expurgo segue (o arquivo morto e a copia
      * que vale), mas cada expurgado sai como CRITICO em ALERTAS.DAT
      * para a lista ser refeita a mao.
           OPEN EXTEND PURGED-LIST-FILE.
           IF WS-PURGED-STATUS = "35"
               OPEN OUTPUT PURGED-LIST-FILE
           END-IF.
           IF WS-PURGED-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR EXPURGADOS.DAT - STATUS: "
                   WS-PURGED-STATUS
               MOVE "N" TO WS-PURGED-OPEN
           END-IF.

           OPEN OUTPUT PURGE-REPORT-FILE.
           MOVE WS-RUN-DATE-DISPLAY TO PH-RUN-DATE.
           WRITE PURGE-OUTPUT-RECORD FROM WS-PURGE-HEADING.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > WS-PARM-USED-COUNT
               PERFORM 885-FORMAT-PARAMETER-LINE
               WRITE PURGE-OUTPUT-RECORD FROM WS-PARM-HEADING-LINE
           END-PERFORM.
           PERFORM 880-AUDIT-RUN-PARAMETERS.
           MOVE WS-ARCHIVE-FILE-NAME TO AN-FILE-NAME.
           WRITE PURGE-OUTPUT-RECORD FROM WS-ARCHIVE-NAME-LINE.
           MOVE SPACES TO PURGE-OUTPUT-RECORD.
           WRITE PURGE-OUTPUT-RECORD FROM WS-PURGE-TOTALS-LINE.

           CLOSE PURGE-REPORT-FILE.
           IF WS-PURGED-OPEN = "Y"
               CLOSE PURGED-LIST-FILE
           END-IF.
           CLOSE ARCHIVE-FILE.
           CLOSE MASTER-FILE.

                   MOVE WS-DAYS-ABSENT TO PD-DAYS-ABSENT
                   WRITE PURGE-OUTPUT-RECORD
                       FROM WS-PURGE-DETAIL-LINE
                   PERFORM 235-REGISTER-PURGED-CHAMPION
                   ADD 1 TO WS-ARCHIVED-COUNT
               ELSE
                   DISPLAY "ERRO AO APAGAR DO MESTRE - STATUS: "
               END-IF
           END-IF.

       235-REGISTER-PURGED-CHAMPION.

      * Quem foi expurgado, quando e em qual arquivo morto - o
      * arquivo morto e datado, e sem este registro so dava para
      * achar o campeao abrindo um EXPURGO-AAAAMMDD.DAT de cada vez.
           MOVE CHAMPION-NAME OF MASTER-RECORD TO PG-CHAMPION-NAME.
           MOVE WS-CURRENT-DATE      TO PG-PURGE-DATE.
           MOVE WS-LAST-SEEN-DATE    TO PG-LAST-SEEN-DATE.
           MOVE WS-ARCHIVE-FILE-NAME TO PG-ARCHIVE-FILE.
           IF WS-PURGED-OPEN = "Y"
               WRITE PURGED-RECORD
           END-IF.
           IF WS-PURGED-OPEN = "N"
               OR WS-PURGED-STATUS NOT = "00"
               DISPLAY "EXPURGADO SEM REGISTRO EM EXPURGADOS.DAT: "
                   PG-CHAMPION-NAME " - STATUS: " WS-PURGED-STATUS
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE SPACES TO WS-ALERT-REASON
               STRING "EXPURGADOS.DAT SEM " DELIMITED BY SIZE
                   PG-CHAMPION-NAME DELIMITED BY "  "
                   " - STATUS " DELIMITED BY SIZE
                   WS-PURGED-STATUS DELIMITED BY SIZE
                   INTO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           END-IF.

       240-ABANDON-PURGE.

           MOVE "N" TO WS-PURGE-OK.
                       MOVE "MESTRE TRAVADO - EXPURGO RECUSADO"
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

       910-CLEAR-SEEN-TABLE.

           MOVE 0 TO WS-SEEN-COUNT.
