      ******************************************************************
      * Author: Gildo
      * Purpose: Retrato do elenco numa data ou execucao passada: o
      *          mestre so guarda o estado atual e a reconstrucao so
      *          refaz a ultima fotografia, entao as disputas ("em que
      *          time estava e com que taxa no dia da tabela?") saem
      *          daqui. Remonta o elenco inteiro como estava naquele
      *          ponto a partir do detalhe de HISTORICO.DAT e das
      *          mudancas de MOVIMENTOS.DAT, caindo para os agregados
      *          mensais de HISTAGREG.DAT onde o detalhe ja foi
      *          compactado - cada linha diz se e detalhe exato ou
      *          aproximacao mensal. Aponta tambem quem ja tinha sido
      *          expurgado naquela data (EXPURGADOS.DAT) e quem ainda
      *          nao estava no elenco. So le: nenhum arquivo da cadeia
      *          e alterado.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITOR-RETRATO.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * PONTO DO RETRATO: VARIAVEL DE AMBIENTE RETRATO-DATA (AAAAMMDD,
      * O ELENCO DEPOIS DE TODAS AS CARGAS DAQUELE DIA) OU
      * RETRATO-EXECUCAO (SEQUENCIA DE RUNSEQ.DAT, O ELENCO LOGO
      * DEPOIS DAQUELA EXECUCAO) - UMA OU OUTRA. SEM NENHUMA, O
      * RETRATO E DE HOJE.
            SELECT HISTORY-FILE ASSIGN TO "HISTORICO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.

            SELECT AGGREGATE-FILE ASSIGN TO "HISTAGREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AGG-STATUS.

            SELECT MOVEMENT-FILE ASSIGN TO "MOVIMENTOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVE-STATUS.

            SELECT PURGED-LIST-FILE ASSIGN TO "EXPURGADOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PURGED-STATUS.

            SELECT PORTRAIT-SORT-FILE ASSIGN TO "RETRSORT.TMP".

            SELECT PORTRAIT-REPORT-FILE ASSIGN TO "RETRATO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

      * TRAVA OPERACIONAL DO MESTRE: O RETRATO SO LE, MAS CONFERE A
      * TRAVA ANTES PARA NAO LER UM HISTORICO NO MEIO DE UMA CARGA
      * OU COMPACTACAO. TRAVA DE EXECUCAO QUE CAIU: APAGUE
      * MESTRETRAVA.DAT.
            SELECT MASTER-LOCK-FILE ASSIGN TO "MESTRETRAVA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.

      * TRILHA DE AUDITORIA: DA A DATA DAS EXECUCOES QUE JA NAO TEM
      * DETALHE NO HISTORICO E RECEBE A LINHA DO OPERADOR DO RETRATO.
            SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AUDIT-STATUS.

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

       FD AGGREGATE-FILE.
           COPY AGGREC REPLACING ==AGGREGATE-RECORD==
               BY ==AGG-RECORD==.

       FD MOVEMENT-FILE.
           COPY MOVEREC REPLACING ==MOVEMENT-RECORD==
               BY ==MOVE-RECORD==.

       FD PURGED-LIST-FILE.
           COPY PURGEREC REPLACING ==PURGED-CHAMPION-RECORD==
               BY ==PURGED-RECORD==.

      * Secao 1 = no elenco, 2 = expurgado ate a data, 3 = ainda nao
      * estava no elenco. Base "D" = detalhe, "M" = agregado mensal.
       SD PORTRAIT-SORT-FILE.
       01 PORTRAIT-SORT-RECORD.
           05 PS-SECTION           PIC 9.
           05 PS-CHAMPION-NAME     PIC X(15).
           05 PS-TEAM              PIC X(15).
           05 PS-ROLE              PIC X(10).
           05 PS-WIN-RATE          PIC 9(2)V9(2).
           05 PS-SEEN-DATE         PIC 9(8).
           05 PS-BASIS             PIC X.
           05 PS-PURGE-DATE        PIC 9(8).

       FD PORTRAIT-REPORT-FILE.
       01 PORTRAIT-OUTPUT-RECORD   PIC X(80).

       FD MASTER-LOCK-FILE.
           COPY MSTLOCK REPLACING ==MASTER-LOCK-RECORD==
               BY ==LOCK-RECORD==.

      * Toda linha do AUDITLOG.TXT (carga ou operador) traz a
      * sequencia editada nas colunas 12-16 e a data DD/MM/AAAA nas
      * colunas 25-34.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 FILLER               PIC X(11).
           05 AUD-RUN-SEQ-TEXT     PIC X(5).
           05 FILLER               PIC X(8).
           05 AUD-DATE.
               10 AUD-DATE-DD      PIC X(2).
               10 FILLER           PIC X.
               10 AUD-DATE-MM      PIC X(2).
               10 FILLER           PIC X.
               10 AUD-DATE-YYYY    PIC X(4).
           05 FILLER               PIC X(145).

       FD ALERT-FILE.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-DATE-TEXT         PIC X(8)  VALUE SPACES.
           05 WS-SEQ-TEXT          PIC X(5)  VALUE SPACES.
           05 WS-SEQ-NUMBER        PIC 9(5)  VALUE 0.
           05 WS-SEQ-INVALID       PIC X     VALUE "N".
           05 WS-TEXT-IDX          PIC 9(2)  VALUE 0.
           05 WS-DIGIT-X           PIC X     VALUE SPACE.
           05 WS-DIGIT-9 REDEFINES WS-DIGIT-X PIC 9.
           05 WS-TARGET-DATE       PIC 9(8)  VALUE 0.
           05 WS-TARGET-MONTH      PIC 9(6)  VALUE 0.
           05 WS-TARGET-INTEGER    PIC 9(8)  VALUE 0.
           05 WS-BY-RUN            PIC X     VALUE "N".

      * Chave de ordem de uma execucao: data * 100000 + sequencia. O
      * retrato inclui tudo ate WS-CUTOFF-KEY - por data, a ultima
      * sequencia possivel do dia; por execucao, ela propria.
       01 CUTOFF-CONTROLS.
           05 WS-CUTOFF-KEY        PIC 9(13) VALUE 0.
           05 WS-ORDER-KEY         PIC 9(13) VALUE 0.
           05 WS-SEEN-MONTH        PIC 9(6)  VALUE 0.
           05 WS-MOVE-RUN-DATE     PIC 9(8)  VALUE 0.
           05 WS-BEFORE-CUTOFF     PIC X     VALUE "N".

      * Data de cada execucao pela sequencia de RUNSEQ.DAT, tirada do
      * HISTORICO.DAT e, para execucao ja compactada, do AUDITLOG.TXT
      * - a data do feed (MV-FEED-DATE) nao e a data da execucao.
       01 RUN-DATE-CONTROLS.
           05 WS-AUDIT-SEQ         PIC 9(5)  VALUE 0.
           05 WS-AUDIT-RUN-DATE    PIC 9(8)  VALUE 0.
           05 WS-RUN-DATE-TABLE.
               10 WS-RUN-DATE-OF   PIC 9(8)
                   OCCURS 99999 TIMES.

       01 FILE-STATUS-CONTROLS.
           05 WS-HIST-STATUS       PIC X(2) VALUE SPACES.
           05 WS-AGG-STATUS        PIC X(2) VALUE SPACES.
           05 WS-MOVE-STATUS       PIC X(2) VALUE SPACES.
           05 WS-PURGED-STATUS     PIC X(2) VALUE SPACES.
           05 WS-LOCK-STATUS       PIC X(2) VALUE SPACES.
           05 WS-AUDIT-STATUS      PIC X(2) VALUE SPACES.

       01 ALERT-CONTROLS.
           05 WS-ALERTF-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-ALERT-SEVERITY    PIC X(8)  VALUE SPACES.
           05 WS-ALERT-REASON      PIC X(60) VALUE SPACES.
           05 WS-ALERT-DATE        PIC 9(8)  VALUE 0.
           05 WS-ALERT-TIME        PIC 9(8)  VALUE 0.

       01 SWITCHES.
           05 WS-SCAN-EOF          PIC X VALUE "N".
           05 WS-SORT-EOF          PIC X VALUE "N".
           05 WS-PREV-SECTION      PIC 9 VALUE 0.
           05 WS-BASIS-TEXT        PIC X(12) VALUE SPACES.
           05 WS-SEEN-TEXT         PIC X(10) VALUE SPACES.

       01 DATE-CONTROLS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-FORMAT-DATE       PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-DISPLAY.
               10 WS-RUN-DD        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-MM        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-YYYY      PIC 9(4).
           05 WS-FORMAT-DISPLAY.
               10 WS-FORMAT-DD     PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-FORMAT-MM     PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-FORMAT-YYYY   PIC 9(4).
           05 WS-MONTH-DISPLAY.
               10 FILLER           PIC X(3) VALUE SPACES.
               10 WS-MONTH-MM      PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-MONTH-YYYY    PIC 9(4).

      * Indice de dispersao dos nomes - mesma dispersao de
      * SEENNMS.CPY (50021 posicoes, primo); cada posicao ocupada
      * aponta a linha do campeao em CHAMPION-TABLE, que tem o mesmo
      * teto de 40000 nomes da carga.
       01 CHAMPION-INDEX-CONTROLS.
           05 WS-CHAMP-COUNT       PIC 9(5) COMP VALUE 0.
           05 WS-CHAMP-IDX         PIC 9(5) COMP VALUE 0.
           05 WS-CHAMP-FOUND       PIC X    VALUE "N".
           05 WS-HASH-NAME         PIC X(15) VALUE SPACES.
           05 WS-HASH-IDX          PIC 9(9) COMP VALUE 0.
           05 WS-HASH-CHAR-IDX     PIC 9(2) COMP VALUE 0.
           05 WS-HASH-PROBES       PIC 9(5) COMP VALUE 0.
           05 WS-SLOT-TABLE.
               10 WS-SLOT-ENTRY
                   OCCURS 50021 TIMES.
                   15 WS-SLOT-NAME PIC X(15).
                   15 WS-SLOT-ROW  PIC 9(5) COMP.

      * Por campeao: ultima observacao de detalhe ate o corte (DET) e
      * no historico inteiro (ANY), primeira observacao conhecida
      * (FIRST: detalhe ou mes agregado), ultimo agregado mensal ate
      * o mes do corte (AGG), as mudancas de time (T) e de funcao (R)
      * mais proximas do corte - a ultima ate ele (B) e a primeira
      * depois (A) - e o ultimo expurgo ate a data do retrato.
       01 CHAMPION-TABLE.
           05 WS-CH-ENTRY
               OCCURS 40000 TIMES.
               10 WS-CH-NAME        PIC X(15).
               10 WS-CH-DET-KEY     PIC 9(13).
               10 WS-CH-DET-TEAM    PIC X(15).
               10 WS-CH-DET-ROLE    PIC X(10).
               10 WS-CH-DET-RATE    PIC 9(2)V9(2).
               10 WS-CH-ANY-KEY     PIC 9(13).
               10 WS-CH-ANY-TEAM    PIC X(15).
               10 WS-CH-ANY-ROLE    PIC X(10).
               10 WS-CH-FIRST-DATE  PIC 9(8).
               10 WS-CH-FIRST-BASIS PIC X.
               10 WS-CH-AGG-PERIOD  PIC 9(6).
               10 WS-CH-AGG-RATE    PIC 9(2)V9(2).
               10 WS-CH-TB-KEY      PIC 9(13).
               10 WS-CH-TB-VALUE    PIC X(15).
               10 WS-CH-TA-KEY      PIC 9(13).
               10 WS-CH-TA-VALUE    PIC X(15).
               10 WS-CH-RB-KEY      PIC 9(13).
               10 WS-CH-RB-VALUE    PIC X(15).
               10 WS-CH-RA-KEY      PIC 9(13).
               10 WS-CH-RA-VALUE    PIC X(15).
               10 WS-CH-PURGE-DATE  PIC 9(8).

       01 COUNTERS.
           05 WS-ROSTER-COUNT      PIC 9(5) VALUE 0.
           05 WS-EXACT-COUNT       PIC 9(5) VALUE 0.
           05 WS-APPROX-COUNT      PIC 9(5) VALUE 0.
           05 WS-PURGED-COUNT      PIC 9(5) VALUE 0.
           05 WS-NOT-YET-COUNT     PIC 9(5) VALUE 0.
           05 WS-SECTION-LINES     PIC 9(5) VALUE 0.

       01 WS-PORTRAIT-HEADING.
           05 FILLER               PIC X(30)
               VALUE "RETRATO DO ELENCO".
           05 FILLER               PIC X(6) VALUE "DATA:".
           05 PH-RUN-DATE          PIC X(10).

       01 WS-DATE-POINT-LINE.
           05 FILLER               PIC X(33)
               VALUE "ELENCO COMO ESTAVA NO FIM DO DIA ".
           05 DP-DATE              PIC X(10).

       01 WS-RUN-POINT-LINE.
           05 FILLER               PIC X(39)
               VALUE "ELENCO COMO ESTAVA LOGO APOS A EXECUCAO".
           05 RP-RUN-SEQ           PIC ZZZZ9.
           05 FILLER               PIC X(4)  VALUE " DE ".
           05 RP-DATE              PIC X(10).

       01 WS-SECTION-LINE.
           05 SL-TITLE             PIC X(60).

       01 WS-ROSTER-COLUMNS.
           05 FILLER               PIC X(15) VALUE "CAMPEAO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "TIME".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "FUNCAO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "  TAXA".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "OBSERVADO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "BASE".

       01 WS-ROSTER-LINE.
           05 RL-NAME              PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RL-TEAM              PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RL-ROLE              PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RL-WIN-RATE          PIC ZZ9.99.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RL-SEEN-DATE         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RL-BASIS             PIC X(12).

       01 WS-PURGED-COLUMNS.
           05 FILLER               PIC X(15) VALUE "CAMPEAO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "EXPURGADO EM".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "ULTIMA APARICAO".

       01 WS-PURGED-LINE.
           05 PL-NAME              PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 PL-PURGE-DATE        PIC X(10).
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 PL-SEEN-DATE         PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 PL-BASIS             PIC X(12).

       01 WS-NOT-YET-COLUMNS.
           05 FILLER               PIC X(15) VALUE "CAMPEAO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(18) VALUE "PRIMEIRA APARICAO".

       01 WS-NOT-YET-LINE.
           05 NL-NAME              PIC X(15).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 NL-FIRST-DATE        PIC X(10).
           05 FILLER               PIC X(10) VALUE SPACES.
           05 NL-BASIS             PIC X(12).

       01 WS-NONE-LINE.
           05 FILLER               PIC X(10) VALUE "  NENHUM".

       01 WS-ROSTER-TOTAL-LINE.
           05 FILLER               PIC X(18) VALUE "CAMPEOES NO ELENCO".
           05 FILLER               PIC X(2)  VALUE ": ".
           05 RT-ROSTER            PIC ZZZZ9.
           05 FILLER               PIC X(11) VALUE "  DETALHE: ".
           05 RT-EXACT             PIC ZZZZ9.
           05 FILLER               PIC X(20)
               VALUE "  APROXIMACAO MENSAL".
           05 FILLER               PIC X(2)  VALUE ": ".
           05 RT-APPROX            PIC ZZZZ9.

       01 WS-OTHER-TOTAL-LINE.
           05 FILLER               PIC X(12) VALUE "EXPURGADOS: ".
           05 OT-PURGED            PIC ZZZZ9.
           05 FILLER               PIC X(31)
               VALUE "  AINDA NAO ESTAVAM NO ELENCO: ".
           05 OT-NOT-YET           PIC ZZZZ9.

       01 WS-BASIS-NOTE-LINE.
           05 FILLER               PIC X(42)
               VALUE "APROX. MENSAL: TAXA DO AGREGADO DO MES EM ".
           05 FILLER               PIC X(35)
               VALUE "HISTAGREG.DAT (DETALHE COMPACTADO)".

           COPY OPERCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 840-CHECK-MASTER-LOCK.
           PERFORM 080-LOAD-RUN-DATES.
           IF WS-BY-RUN = "Y"
               PERFORM 070-FIND-RUN-DATE
           END-IF.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 200-SCAN-HISTORY.
           PERFORM 250-SCAN-AGGREGATES.
           PERFORM 300-SCAN-MOVEMENTS.
           PERFORM 350-SCAN-PURGES.
           PERFORM 400-BUILD-PORTRAIT-REPORT.
           PERFORM 600-TERMINATE.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY.

           ACCEPT WS-DATE-TEXT FROM ENVIRONMENT "RETRATO-DATA".
           ACCEPT WS-SEQ-TEXT FROM ENVIRONMENT "RETRATO-EXECUCAO".

           MOVE "LEITOR-RETRATO" TO WS-OPER-PROGRAM.
           PERFORM 890-RESOLVE-OPERATOR.

           IF WS-DATE-TEXT NOT = SPACES AND WS-SEQ-TEXT NOT = SPACES
               DISPLAY "INFORME RETRATO-DATA OU RETRATO-EXECUCAO, "
                   "NAO AS DUAS."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "RETRATO-DATA E RETRATO-EXECUCAO JUNTAS"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-SEQ-TEXT NOT = SPACES
               PERFORM 060-CONVERT-RUN-SEQUENCE
               IF WS-SEQ-NUMBER = 0
                   DISPLAY "RETRATO-EXECUCAO INVALIDA: " WS-SEQ-TEXT
                       " - INFORME A SEQUENCIA DA EXECUCAO."
                   MOVE "CRITICO" TO WS-ALERT-SEVERITY
                   MOVE "RETRATO-EXECUCAO INVALIDA" TO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
                   MOVE "RECUSADA" TO WS-OPER-RESULT
                   PERFORM 892-AUDIT-OPERATOR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "Y" TO WS-BY-RUN
               MOVE SPACES TO WS-OPER-TARGET
               STRING "EXECUCAO " WS-SEQ-NUMBER
                   DELIMITED BY SIZE INTO WS-OPER-TARGET
           ELSE
               IF WS-DATE-TEXT = SPACES
                   MOVE WS-CURRENT-DATE TO WS-TARGET-DATE
               ELSE
                   IF WS-DATE-TEXT IS NUMERIC
                       MOVE WS-DATE-TEXT TO WS-TARGET-DATE
                   END-IF
               END-IF
               PERFORM 065-CHECK-TARGET-DATE
               MOVE SPACES TO WS-OPER-TARGET
               STRING "DATA " WS-TARGET-DATE
                   DELIMITED BY SIZE INTO WS-OPER-TARGET
               COMPUTE WS-CUTOFF-KEY
                   = WS-TARGET-DATE * 100000 + 99999
           END-IF.

       060-CONVERT-RUN-SEQUENCE.

      * A sequencia vem alinhada a esquerda ("42   "), entao o numero
      * e montado digito a digito; qualquer caractere que nao seja
      * algarismo ou espaco invalida o valor.
           MOVE 0 TO WS-SEQ-NUMBER.
           MOVE "N" TO WS-SEQ-INVALID.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
               UNTIL WS-TEXT-IDX > 5
               MOVE WS-SEQ-TEXT(WS-TEXT-IDX:1) TO WS-DIGIT-X
               EVALUATE TRUE
                   WHEN WS-DIGIT-X IS NUMERIC
                       COMPUTE WS-SEQ-NUMBER
                           = WS-SEQ-NUMBER * 10 + WS-DIGIT-9
                   WHEN WS-DIGIT-X = SPACE
                       CONTINUE
                   WHEN OTHER
                       MOVE "Y" TO WS-SEQ-INVALID
               END-EVALUATE
           END-PERFORM.
           IF WS-SEQ-INVALID = "Y"
               MOVE 0 TO WS-SEQ-NUMBER
           END-IF.

       065-CHECK-TARGET-DATE.

      * Data fora do calendario (20260231) da zero na conversao; data
      * futura nao tem retrato.
           MOVE 0 TO WS-TARGET-INTEGER.
           IF WS-TARGET-DATE > 0
               COMPUTE WS-TARGET-INTEGER
                   = FUNCTION INTEGER-OF-DATE(WS-TARGET-DATE)
           END-IF.
           IF WS-TARGET-INTEGER = 0
               OR WS-TARGET-DATE > WS-CURRENT-DATE
               DISPLAY "RETRATO-DATA INVALIDA: " WS-DATE-TEXT
                   " - INFORME AAAAMMDD ATE HOJE."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "RETRATO-DATA INVALIDA" TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-TARGET-DATE(1:6) TO WS-TARGET-MONTH.

       070-FIND-RUN-DATE.

      * A data da execucao pedida vem da tabela de 080: do detalhe
      * dela em HISTORICO.DAT ou, se ja compactada, da linha dela no
      * AUDITLOG.TXT. Sem nenhuma das duas o retrato e recusado e
      * deve ser pedido por data.
           MOVE WS-RUN-DATE-OF(WS-SEQ-NUMBER) TO WS-TARGET-DATE.

           IF WS-TARGET-DATE = 0
               DISPLAY "EXECUCAO " WS-SEQ-NUMBER " SEM DATA EM "
                   "HISTORICO.DAT OU AUDITLOG.TXT - PECA O RETRATO "
                   "POR RETRATO-DATA."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "EXECUCAO DO RETRATO SEM DATA CONHECIDA"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-TARGET-DATE(1:6) TO WS-TARGET-MONTH.
           COMPUTE WS-CUTOFF-KEY
               = WS-TARGET-DATE * 100000 + WS-SEQ-NUMBER.

       080-LOAD-RUN-DATES.

      * O historico vale primeiro (e a data gravada pela propria
      * execucao); o AUDITLOG.TXT so completa as sequencias que nao
      * tem mais detalhe.
           INITIALIZE WS-RUN-DATE-TABLE.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF HIST-RUN-SEQ > 0
                               MOVE HIST-RUN-DATE
                                   TO WS-RUN-DATE-OF(HIST-RUN-SEQ)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           PERFORM 085-NOTE-AUDIT-RUN-DATE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.

       085-NOTE-AUDIT-RUN-DATE.

      * A sequencia vem editada (ZZZZ9), entao o numero e montado
      * digito a digito; linha sem sequencia ou com data ilegivel nao
      * conta.
           MOVE 0 TO WS-AUDIT-SEQ.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
               UNTIL WS-TEXT-IDX > 5
               MOVE AUD-RUN-SEQ-TEXT(WS-TEXT-IDX:1) TO WS-DIGIT-X
               IF WS-DIGIT-X IS NUMERIC
                   COMPUTE WS-AUDIT-SEQ
                       = WS-AUDIT-SEQ * 10 + WS-DIGIT-9
               END-IF
           END-PERFORM.

           IF WS-AUDIT-SEQ > 0
               AND WS-RUN-DATE-OF(WS-AUDIT-SEQ) = 0
               AND AUD-DATE-DD IS NUMERIC
               AND AUD-DATE-MM IS NUMERIC
               AND AUD-DATE-YYYY IS NUMERIC
               MOVE AUD-DATE-YYYY TO WS-AUDIT-RUN-DATE(1:4)
               MOVE AUD-DATE-MM   TO WS-AUDIT-RUN-DATE(5:2)
               MOVE AUD-DATE-DD   TO WS-AUDIT-RUN-DATE(7:2)
               MOVE WS-AUDIT-RUN-DATE TO WS-RUN-DATE-OF(WS-AUDIT-SEQ)
           END-IF.

       200-SCAN-HISTORY.

      * Todo nome do historico entra na tabela: quem so aparece
      * depois do corte e o "ainda nao estava no elenco", e a ultima
      * fotografia de cada campeao (que a compactacao nunca condensa)
      * e o recurso para o time e a funcao de quem so tem agregado.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF HIST-CHAMPION-NAME NOT = SPACES
                               PERFORM 210-NOTE-HISTORY-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF.

       210-NOTE-HISTORY-RECORD.

           MOVE HIST-CHAMPION-NAME TO WS-HASH-NAME.
           PERFORM 920-FIND-OR-ADD-CHAMPION.
           COMPUTE WS-ORDER-KEY
               = HIST-RUN-DATE * 100000 + HIST-RUN-SEQ.

           IF WS-CH-FIRST-DATE(WS-CHAMP-IDX) = 0
               OR HIST-RUN-DATE < WS-CH-FIRST-DATE(WS-CHAMP-IDX)
               MOVE HIST-RUN-DATE TO WS-CH-FIRST-DATE(WS-CHAMP-IDX)
               MOVE "D" TO WS-CH-FIRST-BASIS(WS-CHAMP-IDX)
           END-IF.

           IF WS-ORDER-KEY > WS-CH-ANY-KEY(WS-CHAMP-IDX)
               MOVE WS-ORDER-KEY TO WS-CH-ANY-KEY(WS-CHAMP-IDX)
               MOVE HIST-CHAMPION-TEAM
                   TO WS-CH-ANY-TEAM(WS-CHAMP-IDX)
               MOVE HIST-CHAMPION-ROLE
                   TO WS-CH-ANY-ROLE(WS-CHAMP-IDX)
           END-IF.

           IF WS-ORDER-KEY <= WS-CUTOFF-KEY
               AND WS-ORDER-KEY > WS-CH-DET-KEY(WS-CHAMP-IDX)
               MOVE WS-ORDER-KEY TO WS-CH-DET-KEY(WS-CHAMP-IDX)
               MOVE HIST-CHAMPION-TEAM
                   TO WS-CH-DET-TEAM(WS-CHAMP-IDX)
               MOVE HIST-CHAMPION-ROLE
                   TO WS-CH-DET-ROLE(WS-CHAMP-IDX)
               MOVE HIST-WIN-RATE TO WS-CH-DET-RATE(WS-CHAMP-IDX)
           END-IF.

       250-SCAN-AGGREGATES.

      * A primeira aparicao de um mes agregado conta como o dia 1 do
      * mes; a taxa aproximada e a ultima taxa do agregado mais
      * recente ate o mes do retrato.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT AGGREGATE-FILE.
           IF WS-AGG-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ AGGREGATE-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF AG-CHAMPION-NAME NOT = SPACES
                               PERFORM 260-NOTE-AGGREGATE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGGREGATE-FILE
           END-IF.

       260-NOTE-AGGREGATE-RECORD.

           MOVE AG-CHAMPION-NAME TO WS-HASH-NAME.
           PERFORM 920-FIND-OR-ADD-CHAMPION.
           COMPUTE WS-FORMAT-DATE = AG-PERIOD * 100 + 1.

           IF WS-CH-FIRST-DATE(WS-CHAMP-IDX) = 0
               OR WS-FORMAT-DATE < WS-CH-FIRST-DATE(WS-CHAMP-IDX)
               MOVE WS-FORMAT-DATE TO WS-CH-FIRST-DATE(WS-CHAMP-IDX)
               MOVE "M" TO WS-CH-FIRST-BASIS(WS-CHAMP-IDX)
           END-IF.

           IF AG-PERIOD <= WS-TARGET-MONTH
               AND AG-PERIOD > WS-CH-AGG-PERIOD(WS-CHAMP-IDX)
               MOVE AG-PERIOD TO WS-CH-AGG-PERIOD(WS-CHAMP-IDX)
               MOVE AG-LAST-RATE TO WS-CH-AGG-RATE(WS-CHAMP-IDX)
           END-IF.

       300-SCAN-MOVEMENTS.

      * As mudancas mais proximas do corte dao o time e a funcao de
      * quem cai na aproximacao mensal - o detalhe da execucao que
      * valia no corte ja foi compactado.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT MOVEMENT-FILE.
           IF WS-MOVE-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ MOVEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           MOVE MV-CHAMPION-NAME TO WS-HASH-NAME
                           PERFORM 910-COMPUTE-NAME-HASH
                           PERFORM 915-PROBE-SLOT-TABLE
                           IF WS-CHAMP-FOUND = "Y"
                               PERFORM 310-NOTE-MOVEMENT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
           END-IF.

       310-NOTE-MOVEMENT-RECORD.

      * A mudanca vale a partir da execucao que a gravou: por
      * execucao, conta a sequencia; por data, a data daquela
      * execucao (tabela de 080). Sequencia sem data conhecida (nem
      * historico nem AUDITLOG) fica com a data do feed, a unica que
      * sobrou.
           MOVE 0 TO WS-MOVE-RUN-DATE.
           IF MV-RUN-SEQ > 0
               MOVE WS-RUN-DATE-OF(MV-RUN-SEQ) TO WS-MOVE-RUN-DATE
           END-IF.
           IF WS-MOVE-RUN-DATE = 0
               MOVE MV-FEED-DATE TO WS-MOVE-RUN-DATE
           END-IF.
           COMPUTE WS-ORDER-KEY
               = WS-MOVE-RUN-DATE * 100000 + MV-RUN-SEQ.

           MOVE "N" TO WS-BEFORE-CUTOFF.
           IF WS-BY-RUN = "Y"
               IF MV-RUN-SEQ <= WS-SEQ-NUMBER
                   MOVE "Y" TO WS-BEFORE-CUTOFF
               END-IF
           ELSE
               IF WS-ORDER-KEY <= WS-CUTOFF-KEY
                   MOVE "Y" TO WS-BEFORE-CUTOFF
               END-IF
           END-IF.

           IF MV-CHANGE-TYPE = "TIME"
               IF WS-BEFORE-CUTOFF = "Y"
                   IF WS-ORDER-KEY > WS-CH-TB-KEY(WS-CHAMP-IDX)
                       MOVE WS-ORDER-KEY TO WS-CH-TB-KEY(WS-CHAMP-IDX)
                       MOVE MV-NEW-VALUE
                           TO WS-CH-TB-VALUE(WS-CHAMP-IDX)
                   END-IF
               ELSE
                   IF WS-CH-TA-KEY(WS-CHAMP-IDX) = 0
                       OR WS-ORDER-KEY < WS-CH-TA-KEY(WS-CHAMP-IDX)
                       MOVE WS-ORDER-KEY TO WS-CH-TA-KEY(WS-CHAMP-IDX)
                       MOVE MV-OLD-VALUE
                           TO WS-CH-TA-VALUE(WS-CHAMP-IDX)
                   END-IF
               END-IF
           ELSE
               IF WS-BEFORE-CUTOFF = "Y"
                   IF WS-ORDER-KEY > WS-CH-RB-KEY(WS-CHAMP-IDX)
                       MOVE WS-ORDER-KEY TO WS-CH-RB-KEY(WS-CHAMP-IDX)
                       MOVE MV-NEW-VALUE
                           TO WS-CH-RB-VALUE(WS-CHAMP-IDX)
                   END-IF
               ELSE
                   IF WS-CH-RA-KEY(WS-CHAMP-IDX) = 0
                       OR WS-ORDER-KEY < WS-CH-RA-KEY(WS-CHAMP-IDX)
                       MOVE WS-ORDER-KEY TO WS-CH-RA-KEY(WS-CHAMP-IDX)
                       MOVE MV-OLD-VALUE
                           TO WS-CH-RA-VALUE(WS-CHAMP-IDX)
                   END-IF
               END-IF
           END-IF.

       350-SCAN-PURGES.

      * Vale o ultimo expurgo ate a data do retrato; um campeao que
      * voltou a aparecer depois dele esta de novo no elenco (ver
      * 410). Expurgo anterior ao registro em EXPURGADOS.DAT nao e
      * visto aqui - so nos arquivos mortos EXPURGO-AAAAMMDD.DAT.
           MOVE "N" TO WS-SCAN-EOF.
           OPEN INPUT PURGED-LIST-FILE.
           IF WS-PURGED-STATUS = "00"
               PERFORM UNTIL WS-SCAN-EOF = "Y"
                   READ PURGED-LIST-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-EOF
                       NOT AT END
                           IF PG-PURGE-DATE <= WS-TARGET-DATE
                               AND PG-CHAMPION-NAME NOT = SPACES
                               PERFORM 360-NOTE-PURGE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PURGED-LIST-FILE
           END-IF.

       360-NOTE-PURGE-RECORD.

           MOVE PG-CHAMPION-NAME TO WS-HASH-NAME.
           PERFORM 920-FIND-OR-ADD-CHAMPION.
           IF PG-PURGE-DATE > WS-CH-PURGE-DATE(WS-CHAMP-IDX)
               MOVE PG-PURGE-DATE TO WS-CH-PURGE-DATE(WS-CHAMP-IDX)
           END-IF.

       400-BUILD-PORTRAIT-REPORT.

           SORT PORTRAIT-SORT-FILE
               ON ASCENDING KEY PS-SECTION
               ON ASCENDING KEY PS-CHAMPION-NAME
               INPUT PROCEDURE 405-RELEASE-CHAMPIONS
               OUTPUT PROCEDURE 500-WRITE-PORTRAIT-REPORT.

       405-RELEASE-CHAMPIONS.

           PERFORM 410-CLASSIFY-CHAMPION
               VARYING WS-CHAMP-IDX FROM 1 BY 1
               UNTIL WS-CHAMP-IDX > WS-CHAMP-COUNT.

       410-CLASSIFY-CHAMPION.

      * Estado no corte: o detalhe ate o corte vale, a menos que haja
      * agregado de mes posterior a ele (detalhe daquele periodo ja
      * compactado) - ai a taxa e a do agregado, e time e funcao vem
      * das mudancas. Sem observacao ate o corte, o campeao ainda nao
      * estava no elenco; com expurgo ate a data e sem aparicao
      * depois dele, estava expurgado.
           MOVE SPACES TO PORTRAIT-SORT-RECORD.
           MOVE WS-CH-NAME(WS-CHAMP-IDX) TO PS-CHAMPION-NAME.
           MOVE 0 TO PS-WIN-RATE.
           MOVE 0 TO PS-SEEN-DATE.
           MOVE WS-CH-PURGE-DATE(WS-CHAMP-IDX) TO PS-PURGE-DATE.

           IF WS-CH-DET-KEY(WS-CHAMP-IDX) > 0
               MOVE WS-CH-DET-KEY(WS-CHAMP-IDX)(1:6) TO WS-SEEN-MONTH
           ELSE
               MOVE 0 TO WS-SEEN-MONTH
           END-IF.

           EVALUATE TRUE
               WHEN WS-CH-DET-KEY(WS-CHAMP-IDX) = 0
                   AND WS-CH-AGG-PERIOD(WS-CHAMP-IDX) = 0
                   AND WS-CH-FIRST-DATE(WS-CHAMP-IDX) = 0
                   MOVE 2 TO PS-SECTION
               WHEN WS-CH-DET-KEY(WS-CHAMP-IDX) = 0
                   AND WS-CH-AGG-PERIOD(WS-CHAMP-IDX) = 0
                   MOVE 3 TO PS-SECTION
                   MOVE WS-CH-FIRST-DATE(WS-CHAMP-IDX) TO PS-SEEN-DATE
                   MOVE WS-CH-FIRST-BASIS(WS-CHAMP-IDX) TO PS-BASIS
               WHEN WS-CH-DET-KEY(WS-CHAMP-IDX) > 0
                   AND WS-SEEN-MONTH >= WS-CH-AGG-PERIOD(WS-CHAMP-IDX)
                   MOVE 1 TO PS-SECTION
                   MOVE "D" TO PS-BASIS
                   MOVE WS-CH-DET-KEY(WS-CHAMP-IDX)(1:8)
                       TO PS-SEEN-DATE
                   MOVE WS-CH-DET-TEAM(WS-CHAMP-IDX) TO PS-TEAM
                   MOVE WS-CH-DET-ROLE(WS-CHAMP-IDX) TO PS-ROLE
                   MOVE WS-CH-DET-RATE(WS-CHAMP-IDX) TO PS-WIN-RATE
               WHEN OTHER
                   MOVE 1 TO PS-SECTION
                   MOVE "M" TO PS-BASIS
                   COMPUTE PS-SEEN-DATE
                       = WS-CH-AGG-PERIOD(WS-CHAMP-IDX) * 100
                   MOVE WS-CH-AGG-RATE(WS-CHAMP-IDX) TO PS-WIN-RATE
                   PERFORM 420-RESOLVE-TEAM-AND-ROLE
           END-EVALUATE.

           IF PS-SECTION = 1
               AND WS-CH-PURGE-DATE(WS-CHAMP-IDX) > 0
               AND PS-SEEN-DATE <= WS-CH-PURGE-DATE(WS-CHAMP-IDX)
               MOVE 2 TO PS-SECTION
           END-IF.

           EVALUATE PS-SECTION
               WHEN 1
                   ADD 1 TO WS-ROSTER-COUNT
                   IF PS-BASIS = "D"
                       ADD 1 TO WS-EXACT-COUNT
                   ELSE
                       ADD 1 TO WS-APPROX-COUNT
                   END-IF
               WHEN 2
                   ADD 1 TO WS-PURGED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NOT-YET-COUNT
           END-EVALUATE.

           RELEASE PORTRAIT-SORT-RECORD.

       420-RESOLVE-TEAM-AND-ROLE.

      * Ultima mudanca ate o corte (valor novo); sem ela, a primeira
      * depois do corte (valor antigo); sem nenhuma, o time e a funcao
      * nunca mudaram e valem os da ultima fotografia do historico.
      * Sem nada disso sai "?".
           EVALUATE TRUE
               WHEN WS-CH-TB-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-TB-VALUE(WS-CHAMP-IDX) TO PS-TEAM
               WHEN WS-CH-TA-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-TA-VALUE(WS-CHAMP-IDX) TO PS-TEAM
               WHEN WS-CH-ANY-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-ANY-TEAM(WS-CHAMP-IDX) TO PS-TEAM
               WHEN OTHER
                   MOVE "?" TO PS-TEAM
           END-EVALUATE.

           EVALUATE TRUE
               WHEN WS-CH-RB-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-RB-VALUE(WS-CHAMP-IDX) TO PS-ROLE
               WHEN WS-CH-RA-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-RA-VALUE(WS-CHAMP-IDX) TO PS-ROLE
               WHEN WS-CH-ANY-KEY(WS-CHAMP-IDX) > 0
                   MOVE WS-CH-ANY-ROLE(WS-CHAMP-IDX) TO PS-ROLE
               WHEN OTHER
                   MOVE "?" TO PS-ROLE
           END-EVALUATE.

       500-WRITE-PORTRAIT-REPORT.

           OPEN OUTPUT PORTRAIT-REPORT-FILE.
           MOVE WS-RUN-DATE-DISPLAY TO PH-RUN-DATE.
           WRITE PORTRAIT-OUTPUT-RECORD FROM WS-PORTRAIT-HEADING.
           MOVE WS-TARGET-DATE TO WS-FORMAT-DATE.
           PERFORM 950-FORMAT-DATE.
           IF WS-BY-RUN = "Y"
               MOVE WS-SEQ-NUMBER TO RP-RUN-SEQ
               MOVE WS-FORMAT-DISPLAY TO RP-DATE
               WRITE PORTRAIT-OUTPUT-RECORD FROM WS-RUN-POINT-LINE
           ELSE
               MOVE WS-FORMAT-DISPLAY TO DP-DATE
               WRITE PORTRAIT-OUTPUT-RECORD FROM WS-DATE-POINT-LINE
           END-IF.

           MOVE "N" TO WS-SORT-EOF.
           MOVE 0 TO WS-PREV-SECTION.
           PERFORM UNTIL WS-SORT-EOF = "Y"
               RETURN PORTRAIT-SORT-FILE
                   AT END
                       MOVE "Y" TO WS-SORT-EOF
                   NOT AT END
                       PERFORM 510-WRITE-PORTRAIT-LINE
               END-RETURN
           END-PERFORM.

      * Secoes que nao tiveram nenhum campeao ate o fim.
           PERFORM UNTIL WS-PREV-SECTION >= 3
               ADD 1 TO WS-PREV-SECTION
               PERFORM 520-WRITE-SECTION-HEADING
               WRITE PORTRAIT-OUTPUT-RECORD FROM WS-NONE-LINE
           END-PERFORM.

           MOVE SPACES TO PORTRAIT-OUTPUT-RECORD.
           WRITE PORTRAIT-OUTPUT-RECORD.
           MOVE WS-ROSTER-COUNT TO RT-ROSTER.
           MOVE WS-EXACT-COUNT  TO RT-EXACT.
           MOVE WS-APPROX-COUNT TO RT-APPROX.
           WRITE PORTRAIT-OUTPUT-RECORD FROM WS-ROSTER-TOTAL-LINE.
           MOVE WS-PURGED-COUNT  TO OT-PURGED.
           MOVE WS-NOT-YET-COUNT TO OT-NOT-YET.
           WRITE PORTRAIT-OUTPUT-RECORD FROM WS-OTHER-TOTAL-LINE.
           WRITE PORTRAIT-OUTPUT-RECORD FROM WS-BASIS-NOTE-LINE.
           CLOSE PORTRAIT-REPORT-FILE.

       510-WRITE-PORTRAIT-LINE.

      * Secao pulada (nenhum campeao nela) sai com o titulo e
      * "NENHUM" antes da secao do registro.
           PERFORM UNTIL WS-PREV-SECTION >= PS-SECTION
               IF WS-PREV-SECTION > 0 AND WS-SECTION-LINES = 0
                   WRITE PORTRAIT-OUTPUT-RECORD FROM WS-NONE-LINE
               END-IF
               ADD 1 TO WS-PREV-SECTION
               PERFORM 520-WRITE-SECTION-HEADING
           END-PERFORM.
           ADD 1 TO WS-SECTION-LINES.

           EVALUATE PS-SECTION
               WHEN 1
                   MOVE PS-CHAMPION-NAME TO RL-NAME
                   MOVE PS-TEAM          TO RL-TEAM
                   MOVE PS-ROLE          TO RL-ROLE
                   MOVE PS-WIN-RATE      TO RL-WIN-RATE
                   PERFORM 530-FORMAT-SEEN-DATE
                   MOVE WS-SEEN-TEXT     TO RL-SEEN-DATE
                   MOVE WS-BASIS-TEXT    TO RL-BASIS
                   WRITE PORTRAIT-OUTPUT-RECORD FROM WS-ROSTER-LINE
               WHEN 2
                   MOVE PS-CHAMPION-NAME TO PL-NAME
                   MOVE PS-PURGE-DATE TO WS-FORMAT-DATE
                   PERFORM 950-FORMAT-DATE
                   MOVE WS-FORMAT-DISPLAY TO PL-PURGE-DATE
                   PERFORM 530-FORMAT-SEEN-DATE
                   MOVE WS-SEEN-TEXT TO PL-SEEN-DATE
                   MOVE WS-BASIS-TEXT TO PL-BASIS
                   WRITE PORTRAIT-OUTPUT-RECORD FROM WS-PURGED-LINE
               WHEN OTHER
                   MOVE PS-CHAMPION-NAME TO NL-NAME
                   PERFORM 530-FORMAT-SEEN-DATE
                   MOVE WS-SEEN-TEXT TO NL-FIRST-DATE
                   MOVE WS-BASIS-TEXT TO NL-BASIS
                   WRITE PORTRAIT-OUTPUT-RECORD FROM WS-NOT-YET-LINE
           END-EVALUATE.

       520-WRITE-SECTION-HEADING.

           MOVE 0 TO WS-SECTION-LINES.
           MOVE SPACES TO PORTRAIT-OUTPUT-RECORD.
           WRITE PORTRAIT-OUTPUT-RECORD.
           EVALUATE WS-PREV-SECTION
               WHEN 1
                   MOVE "NO ELENCO" TO SL-TITLE
                   WRITE PORTRAIT-OUTPUT-RECORD FROM WS-SECTION-LINE
                   WRITE PORTRAIT-OUTPUT-RECORD FROM WS-ROSTER-COLUMNS
               WHEN 2
                   MOVE "EXPURGADOS ATE A DATA DO RETRATO"
                       TO SL-TITLE
                   WRITE PORTRAIT-OUTPUT-RECORD FROM WS-SECTION-LINE
                   WRITE PORTRAIT-OUTPUT-RECORD FROM WS-PURGED-COLUMNS
               WHEN OTHER
                   MOVE "AINDA NAO ESTAVAM NO ELENCO" TO SL-TITLE
                   WRITE PORTRAIT-OUTPUT-RECORD FROM WS-SECTION-LINE
                   WRITE PORTRAIT-OUTPUT-RECORD FROM WS-NOT-YET-COLUMNS
           END-EVALUATE.

       530-FORMAT-SEEN-DATE.

      * Observacao de agregado mensal sai como "MM/AAAA" e marcada
      * como aproximacao; detalhe sai com a data exata. Nome que so
      * aparece em EXPURGADOS.DAT nao tem observacao nenhuma.
           EVALUATE TRUE
               WHEN PS-SEEN-DATE = 0
                   MOVE SPACES TO WS-SEEN-TEXT
                   MOVE SPACES TO WS-BASIS-TEXT
               WHEN PS-BASIS = "D"
                   MOVE PS-SEEN-DATE TO WS-FORMAT-DATE
                   PERFORM 950-FORMAT-DATE
                   MOVE WS-FORMAT-DISPLAY TO WS-SEEN-TEXT
                   MOVE "DETALHE" TO WS-BASIS-TEXT
               WHEN OTHER
                   MOVE PS-SEEN-DATE(5:2) TO WS-MONTH-MM
                   MOVE PS-SEEN-DATE(1:4) TO WS-MONTH-YYYY
                   MOVE WS-MONTH-DISPLAY TO WS-SEEN-TEXT
                   MOVE "APROX.MENSAL" TO WS-BASIS-TEXT
           END-EVALUATE.

       600-TERMINATE.

      * RETURN CODE PADRONIZADO PARA O SCHEDULER: 0 RETRATO GERADO,
      * 4 QUANDO NINGUEM ESTAVA NO ELENCO NO PONTO PEDIDO (ANTES DA
      * PRIMEIRA CARGA OU DETALHE/AGREGADOS AUSENTES), 8 PARAMETRO
      * INVALIDO, EXECUCAO SEM DETALHE OU MESTRE TRAVADO.
           IF WS-ROSTER-COUNT = 0
               MOVE "AVISO" TO WS-ALERT-SEVERITY
               MOVE "RETRATO SEM NENHUM CAMPEAO NO ELENCO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           DISPLAY "RETRATO GERADO EM RETRATO.TXT - "
               WS-ROSTER-COUNT " NO ELENCO (" WS-APPROX-COUNT
               " APROXIMADO(S)), " WS-PURGED-COUNT " EXPURGADO(S), "
               WS-NOT-YET-COUNT " AINDA FORA.".

       840-CHECK-MASTER-LOCK.

      * Mestre em uso por um atualizador = recusa com RC 8. Trava
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
                           " - RETRATO RECUSADO. SE A EXECUCAO DONA "
                           "DA TRAVA CAIU, APAGUE MESTRETRAVA.DAT."
                       MOVE "CRITICO" TO WS-ALERT-SEVERITY
                       MOVE "MESTRE TRAVADO - RETRATO RECUSADO"
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
           MOVE "LEITOR-RETRATO" TO ALR-PROGRAM.
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

       910-COMPUTE-NAME-HASH.

      * Espalha WS-HASH-NAME sobre a tabela de 50021 entradas (primo)
      * - ver o comentario de SEENNMS.CPY.
           MOVE 0 TO WS-HASH-IDX.
           PERFORM VARYING WS-HASH-CHAR-IDX FROM 1 BY 1
               UNTIL WS-HASH-CHAR-IDX > 15
               COMPUTE WS-HASH-IDX = FUNCTION MOD(
                   WS-HASH-IDX * 31 + FUNCTION ORD(
                       WS-HASH-NAME(WS-HASH-CHAR-IDX:1)), 50021)
           END-PERFORM.
           ADD 1 TO WS-HASH-IDX.

       915-PROBE-SLOT-TABLE.

      * Sondagem linear a partir da posicao calculada: termina sobre
      * o nome procurado (WS-CHAMP-FOUND = "Y", com a linha em
      * WS-CHAMP-IDX) ou sobre a entrada vazia onde 920 insere.
           MOVE "N" TO WS-CHAMP-FOUND.
           MOVE 0 TO WS-HASH-PROBES.
           PERFORM UNTIL WS-CHAMP-FOUND = "Y"
               OR WS-SLOT-NAME(WS-HASH-IDX) = SPACES
               OR WS-HASH-PROBES > 50021
               IF WS-SLOT-NAME(WS-HASH-IDX) = WS-HASH-NAME
                   MOVE "Y" TO WS-CHAMP-FOUND
                   MOVE WS-SLOT-ROW(WS-HASH-IDX) TO WS-CHAMP-IDX
               ELSE
                   COMPUTE WS-HASH-IDX
                       = FUNCTION MOD(WS-HASH-IDX, 50021) + 1
                   ADD 1 TO WS-HASH-PROBES
               END-IF
           END-PERFORM.

       920-FIND-OR-ADD-CHAMPION.

      * Mais nomes do que a carga aceita = arquivo fora do padrao;
      * recusa antes de gravar o relatorio.
           PERFORM 910-COMPUTE-NAME-HASH.
           PERFORM 915-PROBE-SLOT-TABLE.
           IF WS-CHAMP-FOUND = "N"
               IF WS-CHAMP-COUNT >= 40000
                   DISPLAY "MAIS DE 40000 CAMPEOES NO HISTORICO - "
                       "RETRATO RECUSADO."
                   MOVE "CRITICO" TO WS-ALERT-SEVERITY
                   MOVE "TABELA DE CAMPEOES ESGOTADA - RECUSADO"
                       TO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CHAMP-COUNT
               MOVE WS-CHAMP-COUNT TO WS-CHAMP-IDX
               MOVE WS-HASH-NAME TO WS-SLOT-NAME(WS-HASH-IDX)
               MOVE WS-CHAMP-IDX TO WS-SLOT-ROW(WS-HASH-IDX)
               INITIALIZE WS-CH-ENTRY(WS-CHAMP-IDX)
               MOVE WS-HASH-NAME TO WS-CH-NAME(WS-CHAMP-IDX)
           END-IF.

       950-FORMAT-DATE.

           MOVE WS-FORMAT-DATE(7:2) TO WS-FORMAT-DD.
           MOVE WS-FORMAT-DATE(5:2) TO WS-FORMAT-MM.
           MOVE WS-FORMAT-DATE(1:4) TO WS-FORMAT-YYYY.

       END PROGRAM LEITOR-RETRATO.
