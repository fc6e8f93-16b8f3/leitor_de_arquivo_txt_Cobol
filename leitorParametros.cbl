      ******************************************************************
      * Author: Gildo
      * Purpose: Listagem do arquivo central de parametros de execucao
      *          (PARAMETROS.DAT): cada linha com a sua situacao (em
      *          vigor, futura ou substituida) e com a critica de
      *          programa ou parametro desconhecido, valor nao numerico
      *          ou maior que o campo do programa e data de vigencia
      *          invalida. Fecha com o valor que cada programa da
      *          cadeia vai usar hoje, inclusive os que ficam no padrao.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITOR-PARAMETROS.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LINHA A LINHA: PROGRAMA (1-20), PARAMETRO (21-50), VALOR
      * NUMERICO ALINHADO A ESQUERDA (51-60) E VIGENCIA AAAAMMDD
      * (61-68). A LINHA DE MAIOR VIGENCIA ATE HOJE E A QUE VALE.
            SELECT RUN-PARAMETER-FILE ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

            SELECT PARAMETER-REPORT-FILE ASSIGN TO "PARAMETROS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

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

       FD RUN-PARAMETER-FILE.
           COPY PARMREC.

       FD PARAMETER-REPORT-FILE.
       01 PARAMETER-OUTPUT-RECORD  PIC X(100).

       FD ALERT-FILE.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(179).

       WORKING-STORAGE SECTION.

       01 PARAMETER-FILE-CONTROLS.
           05 WS-PARM-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-PARM-EOF          PIC X     VALUE "N".
           05 WS-PARM-LEN          PIC 9(2)  VALUE 0.

      * PARAMETROS CONHECIDOS: PROGRAMA, NOME, DIGITOS QUE O CAMPO DO
      * PROGRAMA COMPORTA E VALOR PADRAO (SEM LINHA EM VIGOR).
       01 KNOWN-PARAMETER-VALUES.
           05 FILLER               PIC X(20) VALUE "LEITOR-DE-TXT".
           05 FILLER               PIC X(30)
               VALUE "LEITOR-TOLERANCIA-REJEITOS".
           05 FILLER               PIC 9(2)  VALUE 4.
           05 FILLER               PIC 9(6)  VALUE 0.
           05 FILLER               PIC X(20) VALUE "LEITOR-DE-TXT".
           05 FILLER               PIC X(30)
               VALUE "LEITOR-TOLERANCIA-VARIACAO".
           05 FILLER               PIC 9(2)  VALUE 2.
           05 FILLER               PIC 9(6)  VALUE 20.
           05 FILLER               PIC X(20) VALUE "LEITOR-EXPURGO".
           05 FILLER               PIC X(30)
               VALUE "EXPURGO-DIAS-AUSENTE".
           05 FILLER               PIC 9(2)  VALUE 4.
           05 FILLER               PIC 9(6)  VALUE 30.
           05 FILLER               PIC X(20) VALUE "LEITOR-FAXINA".
           05 FILLER               PIC X(30)
               VALUE "FAXINA-DIAS-RETENCAO".
           05 FILLER               PIC 9(2)  VALUE 4.
           05 FILLER               PIC 9(6)  VALUE 21.
           05 FILLER               PIC X(20) VALUE "LEITOR-PENDENCIAS".
           05 FILLER               PIC X(30)
               VALUE "PENDENCIAS-DIAS-ALERTA".
           05 FILLER               PIC 9(2)  VALUE 4.
           05 FILLER               PIC 9(6)  VALUE 14.
           05 FILLER               PIC X(20)
               VALUE "LEITOR-ESTATISTICAS".
           05 FILLER               PIC X(30)
               VALUE "ESTAT-DESVIO-LIMITE".
           05 FILLER               PIC 9(2)  VALUE 4.
           05 FILLER               PIC 9(6)  VALUE 500.
           05 FILLER               PIC X(20) VALUE "LEITOR-TENDENCIA".
           05 FILLER               PIC X(30)
               VALUE "TENDENCIA-NUM-EXECUCOES".
           05 FILLER               PIC 9(2)  VALUE 3.
           05 FILLER               PIC 9(6)  VALUE 5.
           05 FILLER               PIC X(20)
               VALUE "LEITOR-COMPACTACAO".
           05 FILLER               PIC X(30)
               VALUE "COMPACTACAO-EXECUCOES-RECENTES".
           05 FILLER               PIC 9(2)  VALUE 3.
           05 FILLER               PIC 9(6)  VALUE 30.
           05 FILLER               PIC X(20) VALUE "LEITOR-PLACAR".
           05 FILLER               PIC X(30)
               VALUE "PLACAR-DIAS-ATRASO".
           05 FILLER               PIC 9(2)  VALUE 2.
           05 FILLER               PIC 9(6)  VALUE 0.

       01 KNOWN-PARAMETER-TABLE REDEFINES KNOWN-PARAMETER-VALUES.
           05 WS-KNOWN-ENTRY OCCURS 9 TIMES.
               10 WS-KNOWN-PROGRAM PIC X(20).
               10 WS-KNOWN-NAME    PIC X(30).
               10 WS-KNOWN-WIDTH   PIC 9(2).
               10 WS-KNOWN-DEFAULT PIC 9(6).

       01 KNOWN-PARAMETER-CONTROLS.
           05 WS-KNOWN-COUNT       PIC 9(2)  VALUE 9.
           05 WS-KNOWN-IDX         PIC 9(2)  VALUE 0.
           05 WS-KNOWN-FOUND       PIC 9(2)  VALUE 0.
           05 WS-PROGRAM-KNOWN     PIC X     VALUE "N".
           05 WS-BEST-ENTRY OCCURS 9 TIMES
                                   PIC 9(4).
           05 WS-BEST-DATE OCCURS 9 TIMES
                                   PIC 9(8).

       01 ENTRY-TABLE-CONTROLS.
           05 WS-ENTRY-COUNT       PIC 9(4)  VALUE 0.
           05 WS-ENTRY-IDX         PIC 9(4)  VALUE 0.
           05 WS-PARAMETER-ENTRIES.
               10 WS-PARAMETER-ENTRY
                   OCCURS 1000 TIMES.
                   15 WS-ENTRY-PROGRAM   PIC X(20).
                   15 WS-ENTRY-NAME      PIC X(30).
                   15 WS-ENTRY-VALUE     PIC X(10).
                   15 WS-ENTRY-DATE      PIC X(8).
                   15 WS-ENTRY-DATE-9 REDEFINES WS-ENTRY-DATE
                                         PIC 9(8).
                   15 WS-ENTRY-KNOWN     PIC 9(2).
                   15 WS-ENTRY-SITUATION PIC X(24).
                   15 WS-ENTRY-ERROR     PIC X.

       01 ALERT-CONTROLS.
           05 WS-ALERTF-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-ALERT-SEVERITY    PIC X(8)  VALUE SPACES.
           05 WS-ALERT-REASON      PIC X(60) VALUE SPACES.
           05 WS-ALERT-DATE        PIC 9(8)  VALUE 0.
           05 WS-ALERT-TIME        PIC 9(8)  VALUE 0.

       01 SWITCHES.
           05 WS-FILE-MISSING      PIC X VALUE "N".
           05 WS-VALUE-OK          PIC X VALUE "N".

       01 DATE-CONTROLS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-CHECK-DATE        PIC 9(8) VALUE 0.
           05 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
               10 WS-CHECK-YYYY    PIC 9(4).
               10 WS-CHECK-MM      PIC 9(2).
               10 WS-CHECK-DD      PIC 9(2).
           05 WS-MONTH-MAX-DD      PIC 9(2) VALUE 0.
           05 WS-DATE-OK           PIC X    VALUE "N".
           05 WS-RUN-DATE-DISPLAY.
               10 WS-RUN-DD        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-MM        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-YYYY      PIC 9(4).
           05 WS-EDIT-DATE-DISPLAY.
               10 WS-EDIT-DD       PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-EDIT-MM       PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-EDIT-YYYY     PIC 9(4).

       01 COUNTERS.
           05 WS-IN-FORCE-COUNT    PIC 9(4) VALUE 0.
           05 WS-FUTURE-COUNT      PIC 9(4) VALUE 0.
           05 WS-REPLACED-COUNT    PIC 9(4) VALUE 0.
           05 WS-ERROR-COUNT       PIC 9(4) VALUE 0.

       01 WS-PARAMETER-HEADING.
           05 FILLER               PIC X(36)
               VALUE "PARAMETROS DE EXECUCAO DA CADEIA".
           05 FILLER               PIC X(6) VALUE "DATA:".
           05 PH-RUN-DATE          PIC X(10).

       01 WS-ENTRY-SECTION-HEADING.
           05 FILLER               PIC X(40)
               VALUE "LINHAS DE PARAMETROS.DAT".

       01 WS-ENTRY-COLUMN-HEADING.
           05 FILLER               PIC X(21) VALUE "PROGRAMA".
           05 FILLER               PIC X(31) VALUE "PARAMETRO".
           05 FILLER               PIC X(11) VALUE "VALOR".
           05 FILLER               PIC X(11) VALUE "VIGENCIA".
           05 FILLER               PIC X(24) VALUE "SITUACAO".

       01 WS-ENTRY-DETAIL-LINE.
           05 EL-PROGRAM           PIC X(20).
           05 FILLER               PIC X     VALUE SPACE.
           05 EL-NAME              PIC X(30).
           05 FILLER               PIC X     VALUE SPACE.
           05 EL-VALUE             PIC X(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 EL-DATE              PIC X(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 EL-SITUATION         PIC X(24).

       01 WS-NO-FILE-LINE.
           05 FILLER               PIC X(50)
               VALUE "PARAMETROS.DAT AUSENTE - TODOS NO PADRAO.".

       01 WS-EMPTY-FILE-LINE.
           05 FILLER               PIC X(40)
               VALUE "PARAMETROS.DAT SEM LINHAS.".

       01 WS-USED-SECTION-HEADING.
           05 FILLER               PIC X(40)
               VALUE "VALORES QUE VALEM HOJE".

       01 WS-USED-COLUMN-HEADING.
           05 FILLER               PIC X(21) VALUE "PROGRAMA".
           05 FILLER               PIC X(31) VALUE "PARAMETRO".
           05 FILLER               PIC X(11) VALUE "VALOR".
           05 FILLER               PIC X(24) VALUE "ORIGEM".

       01 WS-USED-DETAIL-LINE.
           05 UL-PROGRAM           PIC X(20).
           05 FILLER               PIC X     VALUE SPACE.
           05 UL-NAME              PIC X(30).
           05 FILLER               PIC X     VALUE SPACE.
           05 UL-VALUE             PIC X(10).
           05 FILLER               PIC X     VALUE SPACE.
           05 UL-ORIGIN            PIC X(35).

       01 WS-DEFAULT-VALUE         PIC Z(5)9.

       01 WS-PARAMETER-TOTALS-LINE.
           05 FILLER               PIC X(9)  VALUE "EM VIGOR:".
           05 PT-IN-FORCE          PIC ZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(8)  VALUE "FUTURAS:".
           05 PT-FUTURE            PIC ZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "SUBSTITUIDAS:".
           05 PT-REPLACED          PIC ZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(9)  VALUE "COM ERRO:".
           05 PT-ERRORS            PIC ZZZ9.

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

           COPY OPERCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 100-LOAD-PARAMETER-FILE.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 200-CLASSIFY-ENTRIES.
           PERFORM 300-WRITE-PARAMETER-REPORT.
           PERFORM 400-TERMINATE.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY.

           MOVE "LEITOR-PARAMETROS" TO WS-OPER-PROGRAM.
           MOVE "PARAMETROS.DAT" TO WS-OPER-TARGET.
           PERFORM 890-RESOLVE-OPERATOR.

       100-LOAD-PARAMETER-FILE.

      * O arquivo inteiro vem para a memoria porque a situacao de uma
      * linha (em vigor ou substituida) depende das outras linhas do
      * mesmo parametro.
           OPEN INPUT RUN-PARAMETER-FILE.
           IF WS-PARM-STATUS = "35"
               DISPLAY "PARAMETROS.DAT AUSENTE - TODOS OS PROGRAMAS "
                   "USAM O PADRAO."
               MOVE "Y" TO WS-FILE-MISSING
               MOVE "Y" TO WS-PARM-EOF
           END-IF.

           PERFORM UNTIL WS-PARM-EOF = "Y"
               READ RUN-PARAMETER-FILE
                   AT END
                       MOVE "Y" TO WS-PARM-EOF
                   NOT AT END
                       IF WS-ENTRY-COUNT >= 1000
                           DISPLAY "PARAMETROS.DAT COM MAIS DE 1000 "
                               "LINHAS - LISTAGEM INTERROMPIDA."
                           MOVE "CRITICO" TO WS-ALERT-SEVERITY
                           MOVE "PARAMETROS.DAT ESTOUROU A LISTAGEM"
                               TO WS-ALERT-REASON
                           PERFORM 860-WRITE-ALERT
                           MOVE "RECUSADA" TO WS-OPER-RESULT
                           PERFORM 892-AUDIT-OPERATOR
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE PM-PROGRAM
                           TO WS-ENTRY-PROGRAM(WS-ENTRY-COUNT)
                       MOVE PM-NAME
                           TO WS-ENTRY-NAME(WS-ENTRY-COUNT)
                       MOVE PM-VALUE
                           TO WS-ENTRY-VALUE(WS-ENTRY-COUNT)
                       MOVE RUN-PARAMETER-RECORD(61:8)
                           TO WS-ENTRY-DATE(WS-ENTRY-COUNT)
               END-READ
           END-PERFORM.

           IF WS-FILE-MISSING = "N"
               CLOSE RUN-PARAMETER-FILE
           END-IF.

       200-CLASSIFY-ENTRIES.

      * Primeiro a critica de cada linha; depois, entre as linhas
      * validas com vigencia ate hoje, a de maior vigencia de cada
      * parametro fica EM VIGOR e as demais SUBSTITUIDO - a mesma
      * escolha que os programas fazem ao ler o arquivo (no empate de
      * data vale a ultima linha).
           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
               MOVE 0 TO WS-BEST-ENTRY(WS-KNOWN-IDX)
               MOVE 0 TO WS-BEST-DATE(WS-KNOWN-IDX)
           END-PERFORM.

           PERFORM 210-CHECK-ENTRY
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.

           PERFORM 220-MARK-IN-FORCE
               VARYING WS-ENTRY-IDX FROM 1 BY 1
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.

       210-CHECK-ENTRY.

           MOVE 0 TO WS-KNOWN-FOUND.
           MOVE "N" TO WS-PROGRAM-KNOWN.
           MOVE "N" TO WS-ENTRY-ERROR(WS-ENTRY-IDX).
           MOVE SPACES TO WS-ENTRY-SITUATION(WS-ENTRY-IDX).

           PERFORM VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT
               IF WS-ENTRY-PROGRAM(WS-ENTRY-IDX)
                   = WS-KNOWN-PROGRAM(WS-KNOWN-IDX)
                   MOVE "Y" TO WS-PROGRAM-KNOWN
                   IF WS-ENTRY-NAME(WS-ENTRY-IDX)
                       = WS-KNOWN-NAME(WS-KNOWN-IDX)
                       MOVE WS-KNOWN-IDX TO WS-KNOWN-FOUND
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-KNOWN-FOUND TO WS-ENTRY-KNOWN(WS-ENTRY-IDX).

           IF WS-PROGRAM-KNOWN = "N"
               MOVE "PROGRAMA DESCONHECIDO"
                   TO WS-ENTRY-SITUATION(WS-ENTRY-IDX)
               MOVE "Y" TO WS-ENTRY-ERROR(WS-ENTRY-IDX)
           ELSE
               IF WS-KNOWN-FOUND = 0
                   MOVE "PARAMETRO DESCONHECIDO"
                       TO WS-ENTRY-SITUATION(WS-ENTRY-IDX)
                   MOVE "Y" TO WS-ENTRY-ERROR(WS-ENTRY-IDX)
               END-IF
           END-IF.

           IF WS-ENTRY-ERROR(WS-ENTRY-IDX) = "N"
               PERFORM 230-CHECK-EFFECTIVE-DATE
               IF WS-DATE-OK = "N"
                   MOVE "VIGENCIA INVALIDA"
                       TO WS-ENTRY-SITUATION(WS-ENTRY-IDX)
                   MOVE "Y" TO WS-ENTRY-ERROR(WS-ENTRY-IDX)
               END-IF
           END-IF.

      * Linha com valor ruim continua concorrendo a vigencia: o
      * programa a escolhe do mesmo jeito e cai no padrao.
           IF WS-ENTRY-ERROR(WS-ENTRY-IDX) = "N"
               PERFORM 240-CHECK-VALUE
               IF WS-VALUE-OK = "N"
                   MOVE "Y" TO WS-ENTRY-ERROR(WS-ENTRY-IDX)
               END-IF
               IF WS-ENTRY-DATE-9(WS-ENTRY-IDX) > WS-CURRENT-DATE
                   IF WS-VALUE-OK = "Y"
                       MOVE "FUTURO"
                           TO WS-ENTRY-SITUATION(WS-ENTRY-IDX)
                       ADD 1 TO WS-FUTURE-COUNT
                   END-IF
               ELSE
                   IF WS-ENTRY-DATE-9(WS-ENTRY-IDX)
                       >= WS-BEST-DATE(WS-KNOWN-FOUND)
                       MOVE WS-ENTRY-IDX
                           TO WS-BEST-ENTRY(WS-KNOWN-FOUND)
                       MOVE WS-ENTRY-DATE-9(WS-ENTRY-IDX)
                           TO WS-BEST-DATE(WS-KNOWN-FOUND)
                   END-IF
               END-IF
           END-IF.

           IF WS-ENTRY-ERROR(WS-ENTRY-IDX) = "Y"
               ADD 1 TO WS-ERROR-COUNT
           END-IF.

       220-MARK-IN-FORCE.

           IF WS-ENTRY-SITUATION(WS-ENTRY-IDX) = SPACES
               MOVE WS-ENTRY-KNOWN(WS-ENTRY-IDX) TO WS-KNOWN-IDX
               IF WS-BEST-ENTRY(WS-KNOWN-IDX) = WS-ENTRY-IDX
                   MOVE "EM VIGOR"
                       TO WS-ENTRY-SITUATION(WS-ENTRY-IDX)
                   ADD 1 TO WS-IN-FORCE-COUNT
               ELSE
                   MOVE "SUBSTITUIDO"
                       TO WS-ENTRY-SITUATION(WS-ENTRY-IDX)
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           END-IF.

       230-CHECK-EFFECTIVE-DATE.

      * Critica de calendario da vigencia AAAAMMDD: mes 01-12 e dia
      * dentro do limite do mes, com ano bissexto.
           MOVE "N" TO WS-DATE-OK.
           MOVE 0 TO WS-CHECK-DATE.
           IF WS-ENTRY-DATE(WS-ENTRY-IDX) IS NUMERIC
               MOVE WS-ENTRY-DATE-9(WS-ENTRY-IDX) TO WS-CHECK-DATE
           END-IF.

           EVALUATE WS-CHECK-MM
               WHEN 01
               WHEN 03
               WHEN 05
               WHEN 07
               WHEN 08
               WHEN 10
               WHEN 12
                   MOVE 31 TO WS-MONTH-MAX-DD
               WHEN 04
               WHEN 06
               WHEN 09
               WHEN 11
                   MOVE 30 TO WS-MONTH-MAX-DD
               WHEN 02
                   IF FUNCTION MOD(WS-CHECK-YYYY, 4) = 0
                       AND (FUNCTION MOD(WS-CHECK-YYYY, 100) NOT = 0
                           OR FUNCTION MOD(WS-CHECK-YYYY, 400) = 0)
                       MOVE 29 TO WS-MONTH-MAX-DD
                   ELSE
                       MOVE 28 TO WS-MONTH-MAX-DD
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-MONTH-MAX-DD
           END-EVALUATE.

           IF WS-CHECK-YYYY > 1900
               AND WS-CHECK-DD > 0
               AND WS-CHECK-DD <= WS-MONTH-MAX-DD
               MOVE "Y" TO WS-DATE-OK
           END-IF.

       240-CHECK-VALUE.

      * Valido e so algarismo alinhado a esquerda, sem nada depois do
      * primeiro branco, e que caiba no campo do programa - o que
      * passar do campo seria cortado sem aviso na leitura.
           MOVE "Y" TO WS-VALUE-OK.
           MOVE 0 TO WS-PARM-LEN.
           INSPECT WS-ENTRY-VALUE(WS-ENTRY-IDX) TALLYING WS-PARM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.

           IF WS-PARM-LEN = 0
               MOVE "N" TO WS-VALUE-OK
           ELSE
               IF WS-ENTRY-VALUE(WS-ENTRY-IDX)(1:WS-PARM-LEN)
                   IS NOT NUMERIC
                   MOVE "N" TO WS-VALUE-OK
               ELSE
                   IF WS-PARM-LEN < 10
                       IF WS-ENTRY-VALUE(WS-ENTRY-IDX)
                           (WS-PARM-LEN + 1:) NOT = SPACES
                           MOVE "N" TO WS-VALUE-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.

           IF WS-VALUE-OK = "N"
               MOVE "VALOR NAO NUMERICO"
                   TO WS-ENTRY-SITUATION(WS-ENTRY-IDX)
           ELSE
               IF WS-PARM-LEN
                   > WS-KNOWN-WIDTH(WS-ENTRY-KNOWN(WS-ENTRY-IDX))
                   MOVE "N" TO WS-VALUE-OK
                   MOVE "VALOR MAIOR QUE O CAMPO"
                       TO WS-ENTRY-SITUATION(WS-ENTRY-IDX)
               END-IF
           END-IF.

       300-WRITE-PARAMETER-REPORT.

           OPEN OUTPUT PARAMETER-REPORT-FILE.
           MOVE WS-RUN-DATE-DISPLAY TO PH-RUN-DATE.
           WRITE PARAMETER-OUTPUT-RECORD FROM WS-PARAMETER-HEADING.
           MOVE SPACES TO PARAMETER-OUTPUT-RECORD.
           WRITE PARAMETER-OUTPUT-RECORD.

           WRITE PARAMETER-OUTPUT-RECORD FROM WS-ENTRY-SECTION-HEADING.
           MOVE SPACES TO PARAMETER-OUTPUT-RECORD.
           WRITE PARAMETER-OUTPUT-RECORD.

           IF WS-FILE-MISSING = "Y"
               WRITE PARAMETER-OUTPUT-RECORD FROM WS-NO-FILE-LINE
           ELSE
               IF WS-ENTRY-COUNT = 0
                   WRITE PARAMETER-OUTPUT-RECORD
                       FROM WS-EMPTY-FILE-LINE
               ELSE
                   WRITE PARAMETER-OUTPUT-RECORD
                       FROM WS-ENTRY-COLUMN-HEADING
                   PERFORM 310-WRITE-ENTRY-LINE
                       VARYING WS-ENTRY-IDX FROM 1 BY 1
                       UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT
               END-IF
           END-IF.

           MOVE SPACES TO PARAMETER-OUTPUT-RECORD.
           WRITE PARAMETER-OUTPUT-RECORD.
           WRITE PARAMETER-OUTPUT-RECORD FROM WS-USED-SECTION-HEADING.
           MOVE SPACES TO PARAMETER-OUTPUT-RECORD.
           WRITE PARAMETER-OUTPUT-RECORD.
           WRITE PARAMETER-OUTPUT-RECORD FROM WS-USED-COLUMN-HEADING.
           PERFORM 320-WRITE-USED-LINE
               VARYING WS-KNOWN-IDX FROM 1 BY 1
               UNTIL WS-KNOWN-IDX > WS-KNOWN-COUNT.

           MOVE SPACES TO PARAMETER-OUTPUT-RECORD.
           WRITE PARAMETER-OUTPUT-RECORD.
           MOVE WS-IN-FORCE-COUNT TO PT-IN-FORCE.
           MOVE WS-FUTURE-COUNT   TO PT-FUTURE.
           MOVE WS-REPLACED-COUNT TO PT-REPLACED.
           MOVE WS-ERROR-COUNT    TO PT-ERRORS.
           WRITE PARAMETER-OUTPUT-RECORD FROM WS-PARAMETER-TOTALS-LINE.

           CLOSE PARAMETER-REPORT-FILE.

       310-WRITE-ENTRY-LINE.

           MOVE WS-ENTRY-PROGRAM(WS-ENTRY-IDX)   TO EL-PROGRAM.
           MOVE WS-ENTRY-NAME(WS-ENTRY-IDX)      TO EL-NAME.
           MOVE WS-ENTRY-VALUE(WS-ENTRY-IDX)     TO EL-VALUE.
           MOVE WS-ENTRY-SITUATION(WS-ENTRY-IDX) TO EL-SITUATION.
           IF WS-ENTRY-DATE(WS-ENTRY-IDX) IS NUMERIC
               MOVE WS-ENTRY-DATE(WS-ENTRY-IDX)(7:2) TO WS-EDIT-DD
               MOVE WS-ENTRY-DATE(WS-ENTRY-IDX)(5:2) TO WS-EDIT-MM
               MOVE WS-ENTRY-DATE(WS-ENTRY-IDX)(1:4) TO WS-EDIT-YYYY
               MOVE WS-EDIT-DATE-DISPLAY TO EL-DATE
           ELSE
               MOVE WS-ENTRY-DATE(WS-ENTRY-IDX) TO EL-DATE
           END-IF.
           WRITE PARAMETER-OUTPUT-RECORD FROM WS-ENTRY-DETAIL-LINE.

       320-WRITE-USED-LINE.

      * Sem linha em vigor, ou com a linha em vigor de valor ruim, o
      * programa roda com o padrao.
           MOVE WS-KNOWN-PROGRAM(WS-KNOWN-IDX) TO UL-PROGRAM.
           MOVE WS-KNOWN-NAME(WS-KNOWN-IDX)    TO UL-NAME.
           MOVE WS-BEST-ENTRY(WS-KNOWN-IDX)    TO WS-ENTRY-IDX.

           IF WS-ENTRY-IDX = 0
               MOVE WS-KNOWN-DEFAULT(WS-KNOWN-IDX) TO WS-DEFAULT-VALUE
               MOVE WS-DEFAULT-VALUE TO UL-VALUE
               MOVE "PADRAO - SEM LINHA EM VIGOR" TO UL-ORIGIN
           ELSE
               IF WS-ENTRY-ERROR(WS-ENTRY-IDX) = "Y"
                   MOVE WS-KNOWN-DEFAULT(WS-KNOWN-IDX)
                       TO WS-DEFAULT-VALUE
                   MOVE WS-DEFAULT-VALUE TO UL-VALUE
                   MOVE "PADRAO - LINHA EM VIGOR INVALIDA"
                       TO UL-ORIGIN
               ELSE
                   MOVE WS-ENTRY-VALUE(WS-ENTRY-IDX) TO UL-VALUE
                   MOVE WS-ENTRY-DATE(WS-ENTRY-IDX)(7:2) TO WS-EDIT-DD
                   MOVE WS-ENTRY-DATE(WS-ENTRY-IDX)(5:2) TO WS-EDIT-MM
                   MOVE WS-ENTRY-DATE(WS-ENTRY-IDX)(1:4)
                       TO WS-EDIT-YYYY
                   MOVE SPACES TO UL-ORIGIN
                   STRING "VIGENCIA " WS-EDIT-DATE-DISPLAY
                       DELIMITED BY SIZE
                       INTO UL-ORIGIN
               END-IF
           END-IF.

           WRITE PARAMETER-OUTPUT-RECORD FROM WS-USED-DETAIL-LINE.

       860-WRITE-ALERT.

      * Grava a condicao no arquivo central de alertas, alem do
      * DISPLAY no console - e dele que o LEITOR-BOLETIM monta o
      * boletim da manha do operador.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ALERT-DATE TO ALR-DATE.
           ACCEPT WS-ALERT-TIME FROM TIME.
           MOVE WS-ALERT-TIME(1:6) TO ALR-TIME.
           MOVE "LEITOR-PARAMETROS" TO ALR-PROGRAM.
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

       400-TERMINATE.

           DISPLAY "PARAMETROS LISTADOS EM PARAMETROS.TXT - "
               WS-ENTRY-COUNT " LINHA(S), " WS-ERROR-COUNT
               " COM ERRO.".

      * RETURN CODE PADRONIZADO PARA O SCHEDULER: 4 QUANDO HA LINHA
      * COM ERRO (O PROGRAMA AFETADO RODA NO PADRAO), 0 SEM ERRO.
           IF WS-ERROR-COUNT > 0
               MOVE "AVISO" TO WS-ALERT-SEVERITY
               MOVE "PARAMETROS.DAT COM LINHAS INVALIDAS - VER LISTAGEM"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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

       END PROGRAM LEITOR-PARAMETROS.
