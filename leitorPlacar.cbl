      ******************************************************************
      * Author: Gildo
      * Purpose: Placar de qualidade das fontes do feed (LOLESPORTS,
      *          REGIONAL e as que vierem): uma secao por fonte com,
      *          para o mes pedido e o mes anterior, a taxa de falha
      *          de HDR/TRL (RUNCONTROL.DAT), os rejeitos por codigo
      *          (EXCECOESPEND.DAT), os conflitos perdidos para uma
      *          fonte de precedencia maior (relatorios CONFLITOS-*
      *          catalogados em GERACOES.DAT) e os dias com carga
      *          atrasada ou sem carga (RUNCONTROL.DAT e
      *          CARGASFONTES.DAT). No fim, a classificacao das fontes
      *          pelo indice de qualidade - os numeros para levar ao
      *          fornecedor.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITOR-PLACAR.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MES DO PLACAR: POR PADRAO O MES CORRENTE, OU DEFINA A VARIAVEL
      * DE AMBIENTE PLACAR-MES NO FORMATO AAAAMM. O MES ANTERIOR VEM
      * JUNTO PARA A COMPARACAO. DIAS DE TOLERANCIA PARA A CARGA
      * CHEGAR DEPOIS DA DATA DO FEED SEM CONTAR COMO ATRASO: POR
      * PADRAO 0, OU DEFINA O PARAMETRO PLACAR-DIAS-ATRASO EM
      * PARAMETROS.DAT.
            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCONTROL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

            SELECT SOURCE-FEED-FILE ASSIGN TO "CARGASFONTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRCFEED-STATUS.

            SELECT EXCEPTION-TRACK-FILE ASSIGN TO "EXCECOESPEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCTRK-STATUS.

            SELECT GENERATION-FILE ASSIGN TO "GERACOES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GEN-STATUS.

      * RELATORIO DE CONFLITOS DE CADA CARGA, PELO NOME CATALOGADO.
            SELECT CONFLICT-FILE
                ASSIGN TO DYNAMIC WS-CONFLICT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CONFLICT-STATUS.

            SELECT PRECEDENCE-FILE ASSIGN TO "FONTESPRECEDENCIA.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PREC-STATUS.

            SELECT SCORECARD-REPORT-FILE
                ASSIGN TO "PLACAR-FONTES.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

      * TODA FALHA OU AVISO VAI TAMBEM PARA O ARQUIVO CENTRAL DE
      * ALERTAS (ALERTAS.DAT) - E O LEITOR-BOLETIM QUEM CONSOLIDA O
      * BOLETIM DA MANHA DO OPERADOR.
            SELECT ALERT-FILE ASSIGN TO "ALERTAS.DAT"
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

       DATA DIVISION.

       FILE SECTION.

       FD RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD==
               BY ==RUNCTL-RECORD==.

       FD SOURCE-FEED-FILE.
           COPY SRCFEED REPLACING ==SOURCE-FEED-RECORD==
               BY ==SRCFEED-RECORD==.

       FD EXCEPTION-TRACK-FILE.
           COPY EXCPEND REPLACING ==EXCEPTION-TRACK-RECORD==
               BY ==EXCTRK-RECORD==.

       FD GENERATION-FILE.
           COPY GENREC REPLACING ==GENERATION-RECORD==
               BY ==GEN-RECORD==.

      * Linha de detalhe do relatorio de conflitos (WS-CONFLICT-LINE
      * do LEITOR-DE-TXT): campeao, campo divergente, fonte anterior,
      * valor anterior, fonte atual e valor atual.
       FD CONFLICT-FILE.
       01 CONFLICT-RECORD.
           05 CR-NAME              PIC X(15).
           05 FILLER               PIC X(2).
           05 CR-FIELD             PIC X(10).
           05 FILLER               PIC X(2).
           05 CR-OLD-SOURCE        PIC X(10).
           05 FILLER               PIC X(2).
           05 CR-OLD-VALUE         PIC X(15).
           05 FILLER               PIC X(2).
           05 CR-NEW-SOURCE        PIC X(10).
           05 FILLER               PIC X(52).

       FD PRECEDENCE-FILE.
       01 PRECEDENCE-RECORD        PIC X(10).

       FD SCORECARD-REPORT-FILE.
       01 SCORECARD-OUTPUT-RECORD  PIC X(100).

       FD ALERT-FILE.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       FD RUN-PARAMETER-FILE.
           COPY PARMREC.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(179).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-MONTH-TEXT        PIC X(6)  VALUE SPACES.
           05 WS-TARGET-MONTH      PIC 9(6)  VALUE 0.
           05 WS-LATE-TEXT         PIC X(2)  VALUE SPACES.
           05 WS-LATE-DAYS         PIC 9(2)  VALUE 0.
           05 WS-TEXT-IDX          PIC 9(2)  VALUE 0.
           05 WS-DIGIT-X           PIC X     VALUE SPACE.
           05 WS-DIGIT-9 REDEFINES WS-DIGIT-X
                                   PIC 9.

       01 FILE-STATUS-CONTROLS.
           05 WS-RUNCTL-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-SRCFEED-STATUS    PIC X(2)  VALUE SPACES.
           05 WS-EXCTRK-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-GEN-STATUS        PIC X(2)  VALUE SPACES.
           05 WS-CONFLICT-STATUS   PIC X(2)  VALUE SPACES.
           05 WS-PREC-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-CONFLICT-FILE-NAME
                                   PIC X(60) VALUE SPACES.

       01 ALERT-CONTROLS.
           05 WS-ALERTF-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-ALERT-SEVERITY    PIC X(8)  VALUE SPACES.
           05 WS-ALERT-REASON      PIC X(60) VALUE SPACES.
           05 WS-ALERT-DATE        PIC 9(8)  VALUE 0.
           05 WS-ALERT-TIME        PIC 9(8)  VALUE 0.

       01 SWITCHES.
           05 WS-FILE-EOF          PIC X VALUE "N".
           05 WS-SOURCE-FOUND      PIC X VALUE "N".

       01 DATE-CONTROLS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-WORK-DATE         PIC 9(8) VALUE 0.
           05 WS-NEXT-MONTH-START  PIC 9(8) VALUE 0.
           05 WS-ARRIVAL-DAYS      PIC S9(8) VALUE 0.
           05 WS-RUN-DATE-DISPLAY.
               10 WS-RUN-DD        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-MM        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-YYYY      PIC 9(4).

      * Periodo 1 e o mes pedido, periodo 2 o mes anterior.
       01 PERIOD-CONTROLS.
           05 WS-PER-IDX           PIC 9     VALUE 0.
           05 WS-DAY-IDX           PIC 9(2)  VALUE 0.
           05 WS-PERIOD OCCURS 2 TIMES.
               10 WS-PER-MONTH     PIC 9(6).
               10 WS-PER-START     PIC 9(8).
               10 WS-PER-END       PIC 9(8).
               10 WS-PER-DAYS      PIC 9(2).
               10 WS-PER-DISPLAY.
                   15 WS-PER-DISP-MM   PIC 9(2).
                   15 FILLER           PIC X VALUE "/".
                   15 WS-PER-DISP-YYYY PIC 9(4).
      * O que nao tem fonte nao entra em secao nenhuma: carga que
      * falhou antes do header, rejeito de REENVIO ou anterior ao
      * registro da fonte, relatorio de conflito ja expurgado.
               10 WS-PER-NOSRC-FAILS   PIC 9(5).
               10 WS-PER-NOSRC-REJECTS PIC 9(7).
               10 WS-PER-CONF-MISSING  PIC 9(5).

      * Precedencia entre fontes, na mesma leitura do LEITOR-DE-TXT:
      * a posicao no arquivo e a precedencia (1 = mais alta).
       01 PRECEDENCE-CONTROLS.
           05 WS-PREC-EOF          PIC X     VALUE "N".
           05 WS-PREC-COUNT        PIC 9(2)  VALUE 0.
           05 WS-PREC-IDX          PIC 9(2)  VALUE 0.
           05 WS-SOURCE-RANK       PIC 9(3)  VALUE 0.
           05 WS-RANK-SOURCE       PIC X(10) VALUE SPACES.
           05 WS-RANK-IDX          PIC 9(2)  VALUE 0.
           05 WS-PRECEDENCE-TABLE.
               10 WS-PRECEDENCE-SOURCE PIC X(10)
                   OCCURS 20 TIMES.

      * Uma entrada por fonte conhecida (lista de precedencia ou vista
      * em qualquer dos arquivos), com os numeros de cada periodo e,
      * por dia do mes, a ultima situacao da carga no RUNCONTROL e a
      * primeira data em que a carga rodou (CARGASFONTES).
       01 SOURCE-CONTROLS.
           05 WS-SRC-COUNT         PIC 9(2)  VALUE 0.
           05 WS-SRC-IDX           PIC 9(2)  VALUE 0.
           05 WS-OLD-SRC-IDX       PIC 9(2)  VALUE 0.
           05 WS-NEW-SRC-IDX       PIC 9(2)  VALUE 0.
           05 WS-LOOK-SOURCE       PIC X(10) VALUE SPACES.
           05 WS-SRC-ENTRY OCCURS 50 TIMES.
               10 WS-SRC-ID            PIC X(10).
               10 WS-SRC-RANK          PIC 9(3).
               10 WS-SRC-FIRST-DATE    PIC 9(8).
               10 WS-SRC-PERIOD OCCURS 2 TIMES.
                   15 WS-SP-LOADS      PIC 9(5).
                   15 WS-SP-FAILS      PIC 9(5).
                   15 WS-SP-ACCEPTED   PIC 9(7).
                   15 WS-SP-REJECTS    PIC 9(7).
                   15 WS-SP-REJ-CODE   PIC 9(7) OCCURS 9 TIMES.
                   15 WS-SP-CONFLICTS  PIC 9(5).
                   15 WS-SP-LOST       PIC 9(5).
                   15 WS-SP-EXPECTED   PIC 9(2).
                   15 WS-SP-LATE       PIC 9(2).
                   15 WS-SP-MISSING    PIC 9(2).
                   15 WS-SP-FAIL-RATE  PIC 9(3)V9.
                   15 WS-SP-REJ-RATE   PIC 9(3)V9.
                   15 WS-SP-LOST-RATE  PIC 9(3)V9.
                   15 WS-SP-DAY-RATE   PIC 9(3)V9.
                   15 WS-SP-INDEX      PIC 9(3)V9.
                   15 WS-SP-ACTIVE     PIC X.
                   15 WS-SP-POSITION   PIC 9(2).
                   15 WS-SP-DAY OCCURS 31 TIMES.
                       20 WS-SD-STATE   PIC X.
                       20 WS-SD-ARRIVAL PIC 9(8).

      * Classificacao de cada periodo: a fonte de cada posicao.
       01 RANKING-CONTROLS.
           05 WS-POS-IDX           PIC 9(2)  VALUE 0.
           05 WS-BEST-IDX          PIC 9(2)  VALUE 0.
           05 WS-RANK-PLACED OCCURS 50 TIMES
                                   PIC X.
           05 WS-RANK-ORDER OCCURS 50 TIMES
                                   PIC 9(2).

       01 CONFLICT-CONTROLS.
           05 WS-LAST-CONFLICT-KEY PIC X(35) VALUE SPACES.
           05 WS-THIS-CONFLICT-KEY PIC X(35) VALUE SPACES.
           05 WS-OLD-RANK          PIC 9(3)  VALUE 0.
           05 WS-NEW-RANK          PIC 9(3)  VALUE 0.

       01 SCORE-CONTROLS.
           05 WS-CODE-IDX          PIC 9(2)  VALUE 0.
           05 WS-RATE-SUM          PIC 9(4)V9 VALUE 0.
           05 WS-RATE-CUR          PIC 9(3)V9 VALUE 0.
           05 WS-RATE-PREV         PIC 9(3)V9 VALUE 0.
           05 WS-RATE-DELTA        PIC S9(3)V9 VALUE 0.
           05 WS-COUNT-CUR         PIC 9(7)  VALUE 0.
           05 WS-COUNT-PREV        PIC 9(7)  VALUE 0.
           05 WS-LINE-LABEL        PIC X(40) VALUE SPACES.

      * Texto de cada codigo de rejeito, o mesmo que a carga grava
      * nas geracoes EXCECOES-AAAAMMDD-NNNNN.TXT; a nona posicao junta
      * codigo fora da tabela.
       01 REASON-TEXT-VALUES.
           05 FILLER               PIC X(30)
               VALUE "BLANK CHAMPION NAME".
           05 FILLER               PIC X(30)
               VALUE "DUPLICATE CHAMPION NAME".
           05 FILLER               PIC X(30)
               VALUE "MAX NAMES EXCEEDED (40000)".
           05 FILLER               PIC X(30)
               VALUE "ROLE NOT IN VALID-ROLES FILE".
           05 FILLER               PIC X(30)
               VALUE "TEAM NOT IN VALID-TEAMS FILE".
           05 FILLER               PIC X(30)
               VALUE "WIN RATE NOT NUMERIC 0-100".
           05 FILLER               PIC X(30)
               VALUE "INVALID OR FUTURE DATE".
           05 FILLER               PIC X(30)
               VALUE "WIN RATE SWING ABOVE TOLERANCE".
           05 FILLER               PIC X(30)
               VALUE "OUTROS CODIGOS".
       01 REASON-TEXT-TABLE REDEFINES REASON-TEXT-VALUES.
           05 WS-REASON-TEXT       PIC X(30) OCCURS 9 TIMES.

       01 WS-SCORECARD-HEADING.
           05 FILLER               PIC X(37)
               VALUE "PLACAR DE QUALIDADE DAS FONTES".
           05 FILLER               PIC X(5)  VALUE "MES:".
           05 SH-MONTH             PIC X(7).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "ANTERIOR:".
           05 SH-PREV-MONTH        PIC X(7).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(9)  VALUE "EMITIDO:".
           05 SH-RUN-DATE          PIC X(10).

       01 WS-SOURCE-HEADING.
           05 FILLER               PIC X(7)  VALUE "FONTE: ".
           05 SS-SOURCE            PIC X(10).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "PRECEDENCIA: ".
           05 SS-RANK              PIC X(10).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(16) VALUE "POSICAO NO MES: ".
           05 SS-POSITION          PIC Z9.

       01 WS-METRIC-HEADING.
           05 FILLER               PIC X(40) VALUE SPACES.
           05 MH-MONTH             PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 MH-PREV-MONTH        PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "  VARIACAO".

       01 WS-COUNT-LINE.
           05 SC-LABEL             PIC X(40).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 SC-CURRENT           PIC Z(6)9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 SC-PREVIOUS          PIC Z(6)9.

       01 WS-RATE-LINE.
           05 SR-LABEL             PIC X(40).
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 SR-CURRENT           PIC ZZ9.9.
           05 FILLER               PIC X(7)  VALUE SPACES.
           05 SR-PREVIOUS          PIC ZZ9.9.
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 SR-DELTA             PIC +ZZ9.9.

       01 WS-NO-SOURCE-LINE.
           05 FILLER               PIC X(50)
               VALUE "NENHUMA FONTE CONHECIDA NOS ARQUIVOS DE CARGA".

       01 WS-RANKING-HEADING.
           05 FILLER               PIC X(50)
               VALUE "CLASSIFICACAO DAS FONTES - INDICE DE QUALIDADE".

       01 WS-RANKING-COLUMNS.
           05 FILLER               PIC X(5)  VALUE "POS.".
           05 FILLER               PIC X(12) VALUE "FONTE".
           05 FILLER               PIC X(10) VALUE "INDICE".
           05 FILLER               PIC X(11) VALUE "POS. ANT.".
           05 FILLER               PIC X(13) VALUE "INDICE ANT.".
           05 FILLER               PIC X(10) VALUE "VARIACAO".

       01 WS-RANKING-LINE.
           05 RL-POSITION          PIC Z9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 RL-SOURCE            PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RL-INDEX             PIC X(10).
           05 RL-PREV-POSITION     PIC X(11).
           05 RL-PREV-INDEX        PIC X(13).
           05 RL-DELTA             PIC X(10).

       01 RANKING-EDIT-FIELDS.
           05 WS-EDIT-POSITION     PIC Z9.
           05 WS-EDIT-INDEX        PIC ZZ9.9.
           05 WS-EDIT-DELTA        PIC +ZZ9.9.

           COPY PARMCTL.

           COPY OPERCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 100-LOAD-SOURCE-PRECEDENCE.
           PERFORM 200-SCAN-RUN-CONTROL.
           PERFORM 250-SCAN-SOURCE-LOADS.
           PERFORM 300-SCAN-EXCEPTIONS.
           PERFORM 350-SCAN-CONFLICT-REPORTS.
           PERFORM 400-COMPUTE-SCORES.
           PERFORM 450-RANK-SOURCES.
           PERFORM 500-WRITE-SCORECARD.
           PERFORM 600-TERMINATE.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

      * OPERADOR DA EXECUCAO: VARIAVEL DE AMBIENTE LEITOR-OPERADOR.
      * RESOLVIDO PRIMEIRO, PARA A RECUSA DO MES TAMBEM FICAR NO
      * AUDITLOG.
           MOVE "LEITOR-PLACAR" TO WS-OPER-PROGRAM.
           PERFORM 890-RESOLVE-OPERATOR.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY.

           ACCEPT WS-MONTH-TEXT FROM ENVIRONMENT "PLACAR-MES".
      * Sem PLACAR-MES o placar e do mes corrente; valor informado
      * que nao e AAAAMM para com RC 8 - o placar de outro mes nao
      * pode sair no lugar do que foi pedido.
           IF WS-MONTH-TEXT = SPACES
               MOVE WS-CURRENT-DATE(1:6) TO WS-TARGET-MONTH
           ELSE
               IF WS-MONTH-TEXT IS NUMERIC
                   MOVE WS-MONTH-TEXT TO WS-TARGET-MONTH
               ELSE
                   MOVE 0 TO WS-TARGET-MONTH
               END-IF
           END-IF.
           IF WS-TARGET-MONTH(5:2) < "01"
               OR WS-TARGET-MONTH(5:2) > "12"
               DISPLAY "PLACAR-MES INVALIDO: " WS-MONTH-TEXT
                   " - INFORME AAAAMM."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "PLACAR-MES INVALIDO" TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TARGET-MONTH TO WS-PER-MONTH(1).
           IF WS-TARGET-MONTH(5:2) = "01"
               COMPUTE WS-PER-MONTH(2) = WS-TARGET-MONTH - 89
           ELSE
               COMPUTE WS-PER-MONTH(2) = WS-TARGET-MONTH - 1
           END-IF.
           PERFORM 060-SET-PERIOD-BOUNDS
               VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > 2.

           MOVE "LEITOR-PLACAR" TO WS-PARM-PROGRAM.
           MOVE "PLACAR-DIAS-ATRASO" TO WS-PARM-NAME.
           MOVE 2 TO WS-PARM-WIDTH.
           PERFORM 870-LOOKUP-RUN-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-LATE-TEXT.
           PERFORM 055-CONVERT-LATE-DAYS.
           MOVE WS-LATE-DAYS TO WS-PARM-USED-NUMBER.
           PERFORM 875-KEEP-RUN-PARAMETER.

       055-CONVERT-LATE-DAYS.

      * O valor vem de PARAMETROS.DAT alinhado a esquerda ("1 "),
      * entao o numero e montado digito a digito, ignorando o que nao
      * for algarismo - sem linha em vigor fica o padrao zero.
           MOVE 0 TO WS-LATE-DAYS.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
               UNTIL WS-TEXT-IDX > 2
               MOVE WS-LATE-TEXT(WS-TEXT-IDX:1) TO WS-DIGIT-X
               IF WS-DIGIT-X IS NUMERIC
                   COMPUTE WS-LATE-DAYS
                       = WS-LATE-DAYS * 10 + WS-DIGIT-9
               END-IF
           END-PERFORM.

       060-SET-PERIOD-BOUNDS.

      * Primeiro e ultimo dia do mes: o ultimo e a vespera do dia 1
      * do mes seguinte.
           COMPUTE WS-PER-START(WS-PER-IDX)
               = WS-PER-MONTH(WS-PER-IDX) * 100 + 1.
           IF WS-PER-MONTH(WS-PER-IDX)(5:2) = "12"
               COMPUTE WS-NEXT-MONTH-START
                   = WS-PER-START(WS-PER-IDX) + 8900
           ELSE
               COMPUTE WS-NEXT-MONTH-START
                   = WS-PER-START(WS-PER-IDX) + 100
           END-IF.
           COMPUTE WS-PER-END(WS-PER-IDX)
               = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1).
           MOVE WS-PER-END(WS-PER-IDX)(7:2) TO WS-PER-DAYS(WS-PER-IDX).
           MOVE WS-PER-MONTH(WS-PER-IDX)(5:2)
               TO WS-PER-DISP-MM(WS-PER-IDX).
           MOVE WS-PER-MONTH(WS-PER-IDX)(1:4)
               TO WS-PER-DISP-YYYY(WS-PER-IDX).
           MOVE 0 TO WS-PER-NOSRC-FAILS(WS-PER-IDX).
           MOVE 0 TO WS-PER-NOSRC-REJECTS(WS-PER-IDX).
           MOVE 0 TO WS-PER-CONF-MISSING(WS-PER-IDX).

       100-LOAD-SOURCE-PRECEDENCE.

      * Toda fonte da lista de precedencia tem secao, mesmo sem carga
      * no periodo - fonte que parou de mandar tambem e noticia.
           MOVE "N" TO WS-PREC-EOF.
           OPEN INPUT PRECEDENCE-FILE.
           IF WS-PREC-STATUS = "00"
               PERFORM UNTIL WS-PREC-EOF = "Y"
                   READ PRECEDENCE-FILE
                       AT END
                           MOVE "Y" TO WS-PREC-EOF
                       NOT AT END
                           IF PRECEDENCE-RECORD NOT = SPACES
                               AND WS-PREC-COUNT < 20
                               ADD 1 TO WS-PREC-COUNT
                               MOVE PRECEDENCE-RECORD TO
                                   WS-PRECEDENCE-SOURCE(WS-PREC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRECEDENCE-FILE
           END-IF.

           PERFORM VARYING WS-PREC-IDX FROM 1 BY 1
               UNTIL WS-PREC-IDX > WS-PREC-COUNT
               MOVE WS-PRECEDENCE-SOURCE(WS-PREC-IDX) TO WS-LOOK-SOURCE
               PERFORM 110-FIND-SOURCE
           END-PERFORM.

       110-FIND-SOURCE.

      * Devolve em WS-SRC-IDX a entrada da fonte WS-LOOK-SOURCE,
      * abrindo uma nova na primeira vez que ela aparece.
           MOVE "N" TO WS-SOURCE-FOUND.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-SRC-ID(WS-SRC-IDX) = WS-LOOK-SOURCE
                   MOVE "Y" TO WS-SOURCE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

           IF WS-SOURCE-FOUND = "N"
               IF WS-SRC-COUNT >= 50
                   DISPLAY "MAIS DE 50 FONTES NOS ARQUIVOS DE CARGA - "
                       "AUMENTE A TABELA WS-SRC-ENTRY."
                   MOVE "CRITICO" TO WS-ALERT-SEVERITY
                   MOVE "TABELA DE FONTES DO PLACAR ESTOUROU"
                       TO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-SRC-IDX
               INITIALIZE WS-SRC-ENTRY(WS-SRC-IDX)
               MOVE WS-LOOK-SOURCE TO WS-SRC-ID(WS-SRC-IDX)
               MOVE 99999999 TO WS-SRC-FIRST-DATE(WS-SRC-IDX)
               MOVE WS-LOOK-SOURCE TO WS-RANK-SOURCE
               PERFORM 960-RANK-SOURCE
               MOVE WS-SOURCE-RANK TO WS-SRC-RANK(WS-SRC-IDX)
           END-IF.

       120-FIND-PERIOD.

      * WS-PER-IDX 1 ou 2 conforme WS-WORK-DATE cai no mes pedido ou
      * no anterior, zero fora dos dois; WS-DAY-IDX e o dia do mes.
           MOVE 0 TO WS-PER-IDX.
           IF WS-WORK-DATE >= WS-PER-START(1)
               AND WS-WORK-DATE <= WS-PER-END(1)
               MOVE 1 TO WS-PER-IDX
           END-IF.
           IF WS-WORK-DATE >= WS-PER-START(2)
               AND WS-WORK-DATE <= WS-PER-END(2)
               MOVE 2 TO WS-PER-IDX
           END-IF.
           IF WS-PER-IDX > 0
               MOVE WS-WORK-DATE(7:2) TO WS-DAY-IDX
           END-IF.

       130-NOTE-FIRST-DATE.

      * A fonte so e cobrada a partir do primeiro feed que mandou -
      * fonte nova no meio do mes nao soma falta pelos dias de antes.
           IF WS-WORK-DATE > 0
               AND WS-WORK-DATE < WS-SRC-FIRST-DATE(WS-SRC-IDX)
               MOVE WS-WORK-DATE TO WS-SRC-FIRST-DATE(WS-SRC-IDX)
           END-IF.

       200-SCAN-RUN-CONTROL.

      * Cada linha da CARGA e uma entrega da fonte: FALHOU e falha de
      * HDR/TRL. A ultima linha do dia (carga ou estorno) diz se o dia
      * ficou carregado, como na guarda de carga dobrada.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RUN-CONTROL-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF (RC-PROGRAM = "LEITOR-DE-TXT"
                               OR RC-PROGRAM = "LEITOR-ESTORNO")
                               AND RC-FEED-DATE IS NUMERIC
                               PERFORM 210-TALLY-RUN-CONTROL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CONTROL-FILE
           END-IF.

       210-TALLY-RUN-CONTROL.

           MOVE RC-FEED-DATE TO WS-WORK-DATE.
           PERFORM 120-FIND-PERIOD.

           IF RC-SOURCE-ID = SPACES
               IF WS-PER-IDX > 0
                   AND RC-PROGRAM = "LEITOR-DE-TXT"
                   AND RC-STATUS = "FALHOU"
                   ADD 1 TO WS-PER-NOSRC-FAILS(WS-PER-IDX)
               END-IF
           ELSE
               MOVE RC-SOURCE-ID TO WS-LOOK-SOURCE
               PERFORM 110-FIND-SOURCE
               IF RC-PROGRAM = "LEITOR-DE-TXT"
                   PERFORM 130-NOTE-FIRST-DATE
               END-IF
               IF WS-PER-IDX > 0
                   IF RC-PROGRAM = "LEITOR-DE-TXT"
                       ADD 1 TO WS-SP-LOADS(WS-SRC-IDX, WS-PER-IDX)
                       IF RC-STATUS = "FALHOU"
                           ADD 1
                               TO WS-SP-FAILS(WS-SRC-IDX, WS-PER-IDX)
                       END-IF
                   END-IF
                   MOVE RC-STATUS(1:1) TO
                       WS-SD-STATE(WS-SRC-IDX, WS-PER-IDX, WS-DAY-IDX)
               END-IF
           END-IF.

       250-SCAN-SOURCE-LOADS.

      * Registros aceitos por fonte e, por dia, a data em que a carga
      * rodou (a menor, se o dia teve mais de uma carga da fonte).
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT SOURCE-FEED-FILE.
           IF WS-SRCFEED-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ SOURCE-FEED-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF SF-SOURCE-ID NOT = SPACES
                               AND SF-FEED-DATE IS NUMERIC
                               PERFORM 260-TALLY-SOURCE-LOAD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FEED-FILE
           END-IF.

       260-TALLY-SOURCE-LOAD.

           MOVE SF-SOURCE-ID TO WS-LOOK-SOURCE.
           PERFORM 110-FIND-SOURCE.
           MOVE SF-FEED-DATE TO WS-WORK-DATE.
           PERFORM 130-NOTE-FIRST-DATE.
           PERFORM 120-FIND-PERIOD.
           IF WS-PER-IDX > 0
               ADD 1 TO WS-SP-ACCEPTED(WS-SRC-IDX, WS-PER-IDX)
               IF SF-RUN-DATE IS NUMERIC
                   AND SF-RUN-DATE > 0
                   IF WS-SD-ARRIVAL(WS-SRC-IDX, WS-PER-IDX, WS-DAY-IDX)
                           = 0
                       OR SF-RUN-DATE < WS-SD-ARRIVAL(WS-SRC-IDX,
                           WS-PER-IDX, WS-DAY-IDX)
                       MOVE SF-RUN-DATE TO WS-SD-ARRIVAL(WS-SRC-IDX,
                           WS-PER-IDX, WS-DAY-IDX)
                   END-IF
               END-IF
           END-IF.

       300-SCAN-EXCEPTIONS.

      * Rejeitos pela data da execucao que rejeitou, abertos ou ja
      * resolvidos - a fonte mandou errado do mesmo jeito.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT EXCEPTION-TRACK-FILE.
           IF WS-EXCTRK-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ EXCEPTION-TRACK-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF XT-RUN-DATE IS NUMERIC
                               PERFORM 310-TALLY-EXCEPTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-TRACK-FILE
           END-IF.

       310-TALLY-EXCEPTION.

           MOVE XT-RUN-DATE TO WS-WORK-DATE.
           PERFORM 120-FIND-PERIOD.
           IF WS-PER-IDX > 0
               IF XT-SOURCE-ID = SPACES
                   ADD 1 TO WS-PER-NOSRC-REJECTS(WS-PER-IDX)
               ELSE
                   MOVE XT-SOURCE-ID TO WS-LOOK-SOURCE
                   PERFORM 110-FIND-SOURCE
                   ADD 1 TO WS-SP-REJECTS(WS-SRC-IDX, WS-PER-IDX)
                   MOVE 9 TO WS-CODE-IDX
                   IF XT-REASON-CODE IS NUMERIC
                       AND XT-REASON-CODE >= "01"
                       AND XT-REASON-CODE <= "08"
                       MOVE XT-REASON-CODE TO WS-CODE-IDX
                   END-IF
                   ADD 1 TO WS-SP-REJ-CODE(WS-SRC-IDX, WS-PER-IDX,
                       WS-CODE-IDX)
               END-IF
           END-IF.

       350-SCAN-CONFLICT-REPORTS.

      * Os relatorios de conflito sao achados pelo catalogo de
      * geracoes; o que a faxina ja expurgou entra na contagem de
      * relatorios nao encontrados, e o placar do periodo sai parcial.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT GENERATION-FILE.
           IF WS-GEN-STATUS = "00"
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ GENERATION-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           IF GEN-FILE-NAME(1:10) = "CONFLITOS-"
                               AND GEN-RUN-DATE IS NUMERIC
                               MOVE GEN-RUN-DATE TO WS-WORK-DATE
                               PERFORM 120-FIND-PERIOD
                               IF WS-PER-IDX > 0
                                   PERFORM 360-READ-CONFLICT-REPORT
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-FILE
           END-IF.

       360-READ-CONFLICT-REPORT.

           MOVE GEN-FILE-NAME TO WS-CONFLICT-FILE-NAME.
           OPEN INPUT CONFLICT-FILE.
           IF WS-CONFLICT-STATUS NOT = "00"
               ADD 1 TO WS-PER-CONF-MISSING(WS-PER-IDX)
           ELSE
               MOVE SPACES TO WS-LAST-CONFLICT-KEY
               PERFORM UNTIL WS-CONFLICT-STATUS NOT = "00"
                   READ CONFLICT-FILE
                       AT END
                           MOVE "10" TO WS-CONFLICT-STATUS
                       NOT AT END
                           IF (CR-FIELD = "FUNCAO"
                               OR CR-FIELD = "TIME"
                               OR CR-FIELD = "VITORIA")
                               AND CR-OLD-SOURCE NOT = SPACES
                               AND CR-NEW-SOURCE NOT = SPACES
                               PERFORM 370-TALLY-CONFLICT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONFLICT-FILE
           END-IF.

       370-TALLY-CONFLICT.

      * O relatorio traz uma linha por campo divergente; o conflito e
      * o campeao entre as duas fontes. Perde quem tem precedencia
      * menor - entre iguais vale a ultima carga, como na carga.
           MOVE SPACES TO WS-THIS-CONFLICT-KEY.
           STRING CR-NAME CR-OLD-SOURCE CR-NEW-SOURCE
               DELIMITED BY SIZE
               INTO WS-THIS-CONFLICT-KEY.
           IF WS-THIS-CONFLICT-KEY NOT = WS-LAST-CONFLICT-KEY
               MOVE WS-THIS-CONFLICT-KEY TO WS-LAST-CONFLICT-KEY

               MOVE CR-OLD-SOURCE TO WS-LOOK-SOURCE
               PERFORM 110-FIND-SOURCE
               MOVE WS-SRC-IDX TO WS-OLD-SRC-IDX
               MOVE WS-SRC-RANK(WS-SRC-IDX) TO WS-OLD-RANK
               MOVE CR-NEW-SOURCE TO WS-LOOK-SOURCE
               PERFORM 110-FIND-SOURCE
               MOVE WS-SRC-IDX TO WS-NEW-SRC-IDX
               MOVE WS-SRC-RANK(WS-SRC-IDX) TO WS-NEW-RANK

               ADD 1 TO WS-SP-CONFLICTS(WS-OLD-SRC-IDX, WS-PER-IDX)
               ADD 1 TO WS-SP-CONFLICTS(WS-NEW-SRC-IDX, WS-PER-IDX)
               IF WS-OLD-RANK < WS-NEW-RANK
                   ADD 1 TO WS-SP-LOST(WS-NEW-SRC-IDX, WS-PER-IDX)
               ELSE
                   ADD 1 TO WS-SP-LOST(WS-OLD-SRC-IDX, WS-PER-IDX)
               END-IF
           END-IF.

       400-COMPUTE-SCORES.

           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
               PERFORM 410-SCORE-SOURCE-PERIOD
                   VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 2
           END-PERFORM.

       410-SCORE-SOURCE-PERIOD.

      * Dia esperado e todo dia do periodo, a partir do primeiro feed
      * da fonte e antes de hoje. Dia sem carga valida no fim (nunca
      * veio, so falhou ou foi estornado) e falta; carga que rodou
      * depois da data do feed mais a tolerancia e atraso.
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-PER-DAYS(WS-PER-IDX)
               COMPUTE WS-WORK-DATE
                   = WS-PER-START(WS-PER-IDX) + WS-DAY-IDX - 1
               IF WS-WORK-DATE >= WS-SRC-FIRST-DATE(WS-SRC-IDX)
                   AND WS-WORK-DATE < WS-CURRENT-DATE
                   PERFORM 420-SCORE-DAY
               END-IF
           END-PERFORM.

      * Taxas em percentual; periodo sem base para a taxa fica zero.
           MOVE 0 TO WS-SP-FAIL-RATE(WS-SRC-IDX, WS-PER-IDX).
           IF WS-SP-LOADS(WS-SRC-IDX, WS-PER-IDX) > 0
               COMPUTE WS-SP-FAIL-RATE(WS-SRC-IDX, WS-PER-IDX) ROUNDED
                   = WS-SP-FAILS(WS-SRC-IDX, WS-PER-IDX) * 100
                   / WS-SP-LOADS(WS-SRC-IDX, WS-PER-IDX)
           END-IF.
           MOVE 0 TO WS-SP-REJ-RATE(WS-SRC-IDX, WS-PER-IDX).
           IF WS-SP-ACCEPTED(WS-SRC-IDX, WS-PER-IDX)
               + WS-SP-REJECTS(WS-SRC-IDX, WS-PER-IDX) > 0
               COMPUTE WS-SP-REJ-RATE(WS-SRC-IDX, WS-PER-IDX) ROUNDED
                   = WS-SP-REJECTS(WS-SRC-IDX, WS-PER-IDX) * 100
                   / (WS-SP-ACCEPTED(WS-SRC-IDX, WS-PER-IDX)
                      + WS-SP-REJECTS(WS-SRC-IDX, WS-PER-IDX))
           END-IF.
           MOVE 0 TO WS-SP-LOST-RATE(WS-SRC-IDX, WS-PER-IDX).
           IF WS-SP-CONFLICTS(WS-SRC-IDX, WS-PER-IDX) > 0
               COMPUTE WS-SP-LOST-RATE(WS-SRC-IDX, WS-PER-IDX) ROUNDED
                   = WS-SP-LOST(WS-SRC-IDX, WS-PER-IDX) * 100
                   / WS-SP-CONFLICTS(WS-SRC-IDX, WS-PER-IDX)
           END-IF.
           MOVE 0 TO WS-SP-DAY-RATE(WS-SRC-IDX, WS-PER-IDX).
           IF WS-SP-EXPECTED(WS-SRC-IDX, WS-PER-IDX) > 0
               COMPUTE WS-SP-DAY-RATE(WS-SRC-IDX, WS-PER-IDX) ROUNDED
                   = (WS-SP-LATE(WS-SRC-IDX, WS-PER-IDX)
                      + WS-SP-MISSING(WS-SRC-IDX, WS-PER-IDX)) * 100
                   / WS-SP-EXPECTED(WS-SRC-IDX, WS-PER-IDX)
           END-IF.

      * Indice de qualidade: 100 menos a media das quatro taxas.
      * Fonte sem nenhum movimento no periodo fica sem indice e vai
      * para o fim da classificacao.
           MOVE "N" TO WS-SP-ACTIVE(WS-SRC-IDX, WS-PER-IDX).
           MOVE 0 TO WS-SP-INDEX(WS-SRC-IDX, WS-PER-IDX).
           IF WS-SP-LOADS(WS-SRC-IDX, WS-PER-IDX) > 0
               OR WS-SP-ACCEPTED(WS-SRC-IDX, WS-PER-IDX) > 0
               OR WS-SP-REJECTS(WS-SRC-IDX, WS-PER-IDX) > 0
               OR WS-SP-EXPECTED(WS-SRC-IDX, WS-PER-IDX) > 0
               MOVE "Y" TO WS-SP-ACTIVE(WS-SRC-IDX, WS-PER-IDX)
               COMPUTE WS-RATE-SUM
                   = WS-SP-FAIL-RATE(WS-SRC-IDX, WS-PER-IDX)
                   + WS-SP-REJ-RATE(WS-SRC-IDX, WS-PER-IDX)
                   + WS-SP-LOST-RATE(WS-SRC-IDX, WS-PER-IDX)
                   + WS-SP-DAY-RATE(WS-SRC-IDX, WS-PER-IDX)
               COMPUTE WS-SP-INDEX(WS-SRC-IDX, WS-PER-IDX) ROUNDED
                   = 100 - WS-RATE-SUM / 4
           END-IF.

       420-SCORE-DAY.

           ADD 1 TO WS-SP-EXPECTED(WS-SRC-IDX, WS-PER-IDX).
           IF WS-SD-STATE(WS-SRC-IDX, WS-PER-IDX, WS-DAY-IDX) = "C"
               IF WS-SD-ARRIVAL(WS-SRC-IDX, WS-PER-IDX, WS-DAY-IDX)
                   > 0
                   COMPUTE WS-ARRIVAL-DAYS
                       = FUNCTION INTEGER-OF-DATE(WS-SD-ARRIVAL(
                           WS-SRC-IDX, WS-PER-IDX, WS-DAY-IDX))
                       - FUNCTION INTEGER-OF-DATE(WS-WORK-DATE)
                   IF WS-ARRIVAL-DAYS > WS-LATE-DAYS
                       ADD 1 TO WS-SP-LATE(WS-SRC-IDX, WS-PER-IDX)
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-SP-MISSING(WS-SRC-IDX, WS-PER-IDX)
           END-IF.

       450-RANK-SOURCES.

      * Classificacao de cada periodo: fonte com movimento antes da
      * sem movimento, depois o maior indice, depois o nome.
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > 2
               PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
                   UNTIL WS-SRC-IDX > WS-SRC-COUNT
                   MOVE "N" TO WS-RANK-PLACED(WS-SRC-IDX)
               END-PERFORM
               PERFORM 460-PLACE-NEXT-SOURCE
                   VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-SRC-COUNT
           END-PERFORM.

       460-PLACE-NEXT-SOURCE.

           MOVE 0 TO WS-BEST-IDX.
           PERFORM VARYING WS-SRC-IDX FROM 1 BY 1
               UNTIL WS-SRC-IDX > WS-SRC-COUNT
               IF WS-RANK-PLACED(WS-SRC-IDX) = "N"
                   IF WS-BEST-IDX = 0
                       MOVE WS-SRC-IDX TO WS-BEST-IDX
                   ELSE
                       PERFORM 470-COMPARE-CANDIDATE
                   END-IF
               END-IF
           END-PERFORM.
           MOVE "Y" TO WS-RANK-PLACED(WS-BEST-IDX).
           MOVE WS-POS-IDX TO WS-SP-POSITION(WS-BEST-IDX, WS-PER-IDX).
           IF WS-PER-IDX = 1
               MOVE WS-BEST-IDX TO WS-RANK-ORDER(WS-POS-IDX)
           END-IF.

       470-COMPARE-CANDIDATE.

           EVALUATE TRUE
               WHEN WS-SP-ACTIVE(WS-SRC-IDX, WS-PER-IDX)
                   NOT = WS-SP-ACTIVE(WS-BEST-IDX, WS-PER-IDX)
                   IF WS-SP-ACTIVE(WS-SRC-IDX, WS-PER-IDX) = "Y"
                       MOVE WS-SRC-IDX TO WS-BEST-IDX
                   END-IF
               WHEN WS-SP-INDEX(WS-SRC-IDX, WS-PER-IDX)
                   > WS-SP-INDEX(WS-BEST-IDX, WS-PER-IDX)
                   MOVE WS-SRC-IDX TO WS-BEST-IDX
               WHEN WS-SP-INDEX(WS-SRC-IDX, WS-PER-IDX)
                   = WS-SP-INDEX(WS-BEST-IDX, WS-PER-IDX)
                 AND WS-SRC-ID(WS-SRC-IDX) < WS-SRC-ID(WS-BEST-IDX)
                   MOVE WS-SRC-IDX TO WS-BEST-IDX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       500-WRITE-SCORECARD.

           OPEN OUTPUT SCORECARD-REPORT-FILE.
           MOVE WS-PER-DISPLAY(1) TO SH-MONTH.
           MOVE WS-PER-DISPLAY(2) TO SH-PREV-MONTH.
           MOVE WS-RUN-DATE-DISPLAY TO SH-RUN-DATE.
           WRITE SCORECARD-OUTPUT-RECORD FROM WS-SCORECARD-HEADING.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > WS-PARM-USED-COUNT
               PERFORM 885-FORMAT-PARAMETER-LINE
               WRITE SCORECARD-OUTPUT-RECORD FROM WS-PARM-HEADING-LINE
           END-PERFORM.
           PERFORM 880-AUDIT-RUN-PARAMETERS.

           IF WS-SRC-COUNT = 0
               MOVE SPACES TO SCORECARD-OUTPUT-RECORD
               WRITE SCORECARD-OUTPUT-RECORD
               WRITE SCORECARD-OUTPUT-RECORD FROM WS-NO-SOURCE-LINE
           ELSE
               PERFORM 510-WRITE-SOURCE-SECTION
                   VARYING WS-POS-IDX FROM 1 BY 1
                   UNTIL WS-POS-IDX > WS-SRC-COUNT
               PERFORM 550-WRITE-RANKING
           END-IF.

           PERFORM 560-WRITE-UNATTRIBUTED.
           CLOSE SCORECARD-REPORT-FILE.

       510-WRITE-SOURCE-SECTION.

      * As secoes saem na ordem da classificacao do mes.
           MOVE WS-RANK-ORDER(WS-POS-IDX) TO WS-SRC-IDX.

           MOVE SPACES TO SCORECARD-OUTPUT-RECORD.
           WRITE SCORECARD-OUTPUT-RECORD.
           WRITE SCORECARD-OUTPUT-RECORD.
           MOVE WS-SRC-ID(WS-SRC-IDX) TO SS-SOURCE.
           IF WS-SRC-RANK(WS-SRC-IDX) = 999
               MOVE "FORA LISTA" TO SS-RANK
           ELSE
               MOVE WS-SRC-RANK(WS-SRC-IDX) TO WS-EDIT-POSITION
               MOVE WS-EDIT-POSITION TO SS-RANK
           END-IF.
           MOVE WS-POS-IDX TO SS-POSITION.
           WRITE SCORECARD-OUTPUT-RECORD FROM WS-SOURCE-HEADING.
           MOVE WS-PER-DISPLAY(1) TO MH-MONTH.
           MOVE WS-PER-DISPLAY(2) TO MH-PREV-MONTH.
           WRITE SCORECARD-OUTPUT-RECORD FROM WS-METRIC-HEADING.

           MOVE "CARGAS RECEBIDAS (HDR/TRL)" TO WS-LINE-LABEL.
           MOVE WS-SP-LOADS(WS-SRC-IDX, 1) TO WS-COUNT-CUR.
           MOVE WS-SP-LOADS(WS-SRC-IDX, 2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.
           MOVE "  FALHAS DE HDR/TRL" TO WS-LINE-LABEL.
           MOVE WS-SP-FAILS(WS-SRC-IDX, 1) TO WS-COUNT-CUR.
           MOVE WS-SP-FAILS(WS-SRC-IDX, 2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.
           MOVE "  TAXA DE FALHA (%)" TO WS-LINE-LABEL.
           MOVE WS-SP-FAIL-RATE(WS-SRC-IDX, 1) TO WS-RATE-CUR.
           MOVE WS-SP-FAIL-RATE(WS-SRC-IDX, 2) TO WS-RATE-PREV.
           PERFORM 530-WRITE-RATE-LINE.

           MOVE "REGISTROS ACEITOS" TO WS-LINE-LABEL.
           MOVE WS-SP-ACCEPTED(WS-SRC-IDX, 1) TO WS-COUNT-CUR.
           MOVE WS-SP-ACCEPTED(WS-SRC-IDX, 2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.
           MOVE "REGISTROS REJEITADOS" TO WS-LINE-LABEL.
           MOVE WS-SP-REJECTS(WS-SRC-IDX, 1) TO WS-COUNT-CUR.
           MOVE WS-SP-REJECTS(WS-SRC-IDX, 2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.
           PERFORM 540-WRITE-REASON-LINE
               VARYING WS-CODE-IDX FROM 1 BY 1
               UNTIL WS-CODE-IDX > 9.
           MOVE "  TAXA DE REJEICAO (%)" TO WS-LINE-LABEL.
           MOVE WS-SP-REJ-RATE(WS-SRC-IDX, 1) TO WS-RATE-CUR.
           MOVE WS-SP-REJ-RATE(WS-SRC-IDX, 2) TO WS-RATE-PREV.
           PERFORM 530-WRITE-RATE-LINE.

           MOVE "CONFLITOS COM OUTRA FONTE" TO WS-LINE-LABEL.
           MOVE WS-SP-CONFLICTS(WS-SRC-IDX, 1) TO WS-COUNT-CUR.
           MOVE WS-SP-CONFLICTS(WS-SRC-IDX, 2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.
           MOVE "  CONFLITOS PERDIDOS (PRECEDENCIA)" TO WS-LINE-LABEL.
           MOVE WS-SP-LOST(WS-SRC-IDX, 1) TO WS-COUNT-CUR.
           MOVE WS-SP-LOST(WS-SRC-IDX, 2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.
           MOVE "  TAXA DE PERDA (%)" TO WS-LINE-LABEL.
           MOVE WS-SP-LOST-RATE(WS-SRC-IDX, 1) TO WS-RATE-CUR.
           MOVE WS-SP-LOST-RATE(WS-SRC-IDX, 2) TO WS-RATE-PREV.
           PERFORM 530-WRITE-RATE-LINE.

           MOVE "DIAS ESPERADOS" TO WS-LINE-LABEL.
           MOVE WS-SP-EXPECTED(WS-SRC-IDX, 1) TO WS-COUNT-CUR.
           MOVE WS-SP-EXPECTED(WS-SRC-IDX, 2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.
           MOVE "  DIAS COM CARGA ATRASADA" TO WS-LINE-LABEL.
           MOVE WS-SP-LATE(WS-SRC-IDX, 1) TO WS-COUNT-CUR.
           MOVE WS-SP-LATE(WS-SRC-IDX, 2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.
           MOVE "  DIAS SEM CARGA" TO WS-LINE-LABEL.
           MOVE WS-SP-MISSING(WS-SRC-IDX, 1) TO WS-COUNT-CUR.
           MOVE WS-SP-MISSING(WS-SRC-IDX, 2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.
           MOVE "  TAXA DE ATRASO OU FALTA (%)" TO WS-LINE-LABEL.
           MOVE WS-SP-DAY-RATE(WS-SRC-IDX, 1) TO WS-RATE-CUR.
           MOVE WS-SP-DAY-RATE(WS-SRC-IDX, 2) TO WS-RATE-PREV.
           PERFORM 530-WRITE-RATE-LINE.

           MOVE "INDICE DE QUALIDADE (0-100)" TO WS-LINE-LABEL.
           MOVE WS-SP-INDEX(WS-SRC-IDX, 1) TO WS-RATE-CUR.
           MOVE WS-SP-INDEX(WS-SRC-IDX, 2) TO WS-RATE-PREV.
           PERFORM 530-WRITE-RATE-LINE.

       520-WRITE-COUNT-LINE.

           MOVE WS-LINE-LABEL TO SC-LABEL.
           MOVE WS-COUNT-CUR TO SC-CURRENT.
           MOVE WS-COUNT-PREV TO SC-PREVIOUS.
           WRITE SCORECARD-OUTPUT-RECORD FROM WS-COUNT-LINE.

       530-WRITE-RATE-LINE.

      * A variacao so sai quando os dois meses tiveram movimento.
           MOVE WS-LINE-LABEL TO SR-LABEL.
           MOVE WS-RATE-CUR TO SR-CURRENT.
           MOVE WS-RATE-PREV TO SR-PREVIOUS.
           COMPUTE WS-RATE-DELTA = WS-RATE-CUR - WS-RATE-PREV.
           MOVE WS-RATE-DELTA TO SR-DELTA.
           IF WS-SP-ACTIVE(WS-SRC-IDX, 1) = "N"
               OR WS-SP-ACTIVE(WS-SRC-IDX, 2) = "N"
               MOVE SPACES TO WS-RATE-LINE(63:)
           END-IF.
           WRITE SCORECARD-OUTPUT-RECORD FROM WS-RATE-LINE.

       540-WRITE-REASON-LINE.

      * Codigo de rejeito so aparece se houve rejeito dele em algum
      * dos dois meses.
           IF WS-SP-REJ-CODE(WS-SRC-IDX, 1, WS-CODE-IDX) > 0
               OR WS-SP-REJ-CODE(WS-SRC-IDX, 2, WS-CODE-IDX) > 0
               MOVE SPACES TO WS-LINE-LABEL
               IF WS-CODE-IDX < 9
                   STRING "  0" WS-CODE-IDX(2:1) " "
                       WS-REASON-TEXT(WS-CODE-IDX)
                       DELIMITED BY SIZE
                       INTO WS-LINE-LABEL
               ELSE
                   STRING "  ?? " WS-REASON-TEXT(WS-CODE-IDX)
                       DELIMITED BY SIZE
                       INTO WS-LINE-LABEL
               END-IF
               MOVE WS-SP-REJ-CODE(WS-SRC-IDX, 1, WS-CODE-IDX)
                   TO WS-COUNT-CUR
               MOVE WS-SP-REJ-CODE(WS-SRC-IDX, 2, WS-CODE-IDX)
                   TO WS-COUNT-PREV
               PERFORM 520-WRITE-COUNT-LINE
           END-IF.

       550-WRITE-RANKING.

           MOVE SPACES TO SCORECARD-OUTPUT-RECORD.
           WRITE SCORECARD-OUTPUT-RECORD.
           WRITE SCORECARD-OUTPUT-RECORD.
           WRITE SCORECARD-OUTPUT-RECORD FROM WS-RANKING-HEADING.
           MOVE SPACES TO SCORECARD-OUTPUT-RECORD.
           WRITE SCORECARD-OUTPUT-RECORD.
           WRITE SCORECARD-OUTPUT-RECORD FROM WS-RANKING-COLUMNS.

           PERFORM VARYING WS-POS-IDX FROM 1 BY 1
               UNTIL WS-POS-IDX > WS-SRC-COUNT
               MOVE WS-RANK-ORDER(WS-POS-IDX) TO WS-SRC-IDX
               MOVE WS-POS-IDX TO RL-POSITION
               MOVE WS-SRC-ID(WS-SRC-IDX) TO RL-SOURCE
               MOVE SPACES TO RL-INDEX RL-PREV-POSITION
                   RL-PREV-INDEX RL-DELTA
               IF WS-SP-ACTIVE(WS-SRC-IDX, 1) = "Y"
                   MOVE WS-SP-INDEX(WS-SRC-IDX, 1) TO WS-EDIT-INDEX
                   MOVE WS-EDIT-INDEX TO RL-INDEX
               ELSE
                   MOVE "SEM DADOS" TO RL-INDEX
               END-IF
               IF WS-SP-ACTIVE(WS-SRC-IDX, 2) = "Y"
                   MOVE WS-SP-POSITION(WS-SRC-IDX, 2)
                       TO WS-EDIT-POSITION
                   MOVE WS-EDIT-POSITION TO RL-PREV-POSITION
                   MOVE WS-SP-INDEX(WS-SRC-IDX, 2) TO WS-EDIT-INDEX
                   MOVE WS-EDIT-INDEX TO RL-PREV-INDEX
               ELSE
                   MOVE "--" TO RL-PREV-POSITION
                   MOVE "SEM DADOS" TO RL-PREV-INDEX
               END-IF
               IF WS-SP-ACTIVE(WS-SRC-IDX, 1) = "Y"
                   AND WS-SP-ACTIVE(WS-SRC-IDX, 2) = "Y"
                   COMPUTE WS-RATE-DELTA
                       = WS-SP-INDEX(WS-SRC-IDX, 1)
                       - WS-SP-INDEX(WS-SRC-IDX, 2)
                   MOVE WS-RATE-DELTA TO WS-EDIT-DELTA
                   MOVE WS-EDIT-DELTA TO RL-DELTA
               END-IF
               WRITE SCORECARD-OUTPUT-RECORD FROM WS-RANKING-LINE
           END-PERFORM.

       560-WRITE-UNATTRIBUTED.

           MOVE SPACES TO SCORECARD-OUTPUT-RECORD.
           WRITE SCORECARD-OUTPUT-RECORD.
           WRITE SCORECARD-OUTPUT-RECORD.
           MOVE WS-PER-DISPLAY(1) TO MH-MONTH.
           MOVE WS-PER-DISPLAY(2) TO MH-PREV-MONTH.
           WRITE SCORECARD-OUTPUT-RECORD FROM WS-METRIC-HEADING.
           MOVE "FALHAS SEM FONTE (ANTES DO HEADER)" TO WS-LINE-LABEL.
           MOVE WS-PER-NOSRC-FAILS(1) TO WS-COUNT-CUR.
           MOVE WS-PER-NOSRC-FAILS(2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.
           MOVE "REJEITOS SEM FONTE (REENVIO/ANTIGOS)" TO WS-LINE-LABEL.
           MOVE WS-PER-NOSRC-REJECTS(1) TO WS-COUNT-CUR.
           MOVE WS-PER-NOSRC-REJECTS(2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.
           MOVE "RELATORIOS DE CONFLITO NAO ENCONTRADOS"
               TO WS-LINE-LABEL.
           MOVE WS-PER-CONF-MISSING(1) TO WS-COUNT-CUR.
           MOVE WS-PER-CONF-MISSING(2) TO WS-COUNT-PREV.
           PERFORM 520-WRITE-COUNT-LINE.

       600-TERMINATE.

           DISPLAY "PLACAR GERADO EM PLACAR-FONTES.TXT - "
               WS-SRC-COUNT " FONTE(S).".

      * RETURN CODE PADRONIZADO PARA O SCHEDULER: 4 QUANDO ALGUM
      * RELATORIO DE CONFLITO DO MES JA NAO EXISTE (PLACAR PARCIAL),
      * 0 PLACAR COMPLETO.
           IF WS-PER-CONF-MISSING(1) > 0
               DISPLAY "RELATORIOS DE CONFLITO DO MES NAO ENCONTRADOS: "
                   WS-PER-CONF-MISSING(1)
               MOVE "AVISO" TO WS-ALERT-SEVERITY
               MOVE "PLACAR PARCIAL - RELATORIO DE CONFLITO AUSENTE"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       860-WRITE-ALERT.

      * Grava a condicao no arquivo central de alertas, alem do
      * DISPLAY no console - e dele que o LEITOR-BOLETIM monta o
      * boletim da manha do operador.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ALERT-DATE TO ALR-DATE.
           ACCEPT WS-ALERT-TIME FROM TIME.
           MOVE WS-ALERT-TIME(1:6) TO ALR-TIME.
           MOVE "LEITOR-PLACAR" TO ALR-PROGRAM.
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

       960-RANK-SOURCE.

      * A posicao da fonte em FONTESPRECEDENCIA.TXT e a sua
      * precedencia (1 = mais alta). Fonte fora da lista - ou lista
      * ausente - fica com a precedencia mais baixa.
           MOVE 999 TO WS-SOURCE-RANK.
           PERFORM VARYING WS-RANK-IDX FROM 1 BY 1
               UNTIL WS-RANK-IDX > WS-PREC-COUNT
               IF WS-PRECEDENCE-SOURCE(WS-RANK-IDX) = WS-RANK-SOURCE
                   MOVE WS-RANK-IDX TO WS-SOURCE-RANK
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       END PROGRAM LEITOR-PLACAR.
