
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DIAS DE RETENCAO DAS GERACOES: POR PADRAO 21, OU DEFINA O
      * PARAMETRO FAXINA-DIAS-RETENCAO EM PARAMETROS.DAT.
            SELECT GENERATION-FILE ASSIGN TO "GERACOES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-GEN-STATUS.
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
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       FD RUN-PARAMETER-FILE.
           COPY PARMREC.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(179).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 FILLER               PIC X(6) VALUE "DATA:".
           05 FH-RUN-DATE          PIC X(10).

       01 WS-COLUMN-HEADING.
           05 FILLER               PIC X(60) VALUE "ARQUIVO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(9)  VALUE "MANTIDAS:".
           05 FT-KEPT              PIC ZZZ9.

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

           COPY PARMCTL.

           COPY OPERCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 100-LOAD-CATALOG.
           PERFORM 200-SWEEP-GENERATIONS.
           PERFORM 300-REWRITE-CATALOG.

       050-RESOLVE-PARAMETERS.

           MOVE "LEITOR-FAXINA" TO WS-PARM-PROGRAM.
           MOVE "FAXINA-DIAS-RETENCAO" TO WS-PARM-NAME.
           MOVE 4 TO WS-PARM-WIDTH.
           PERFORM 870-LOOKUP-RUN-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-RETENTION-TEXT.
           PERFORM 055-CONVERT-RETENTION-DAYS.
           IF WS-RETENTION-DAYS = 0
               MOVE 21 TO WS-RETENTION-DAYS
           END-IF.
           MOVE WS-RETENTION-DAYS TO WS-PARM-USED-NUMBER.
           PERFORM 875-KEEP-RUN-PARAMETER.

      * OPERADOR DA EXECUCAO: VARIAVEL DE AMBIENTE LEITOR-OPERADOR.
           MOVE "LEITOR-FAXINA" TO WS-OPER-PROGRAM.
           PERFORM 890-RESOLVE-OPERATOR.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.

       055-CONVERT-RETENTION-DAYS.

      * O valor vem de PARAMETROS.DAT alinhado a esquerda ("21  "),
      * entao o numero e montado digito a digito, ignorando o que nao
      * for algarismo - valor invalido resulta em zero e cai no padrao.
           MOVE 0 TO WS-RETENTION-DAYS.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
               UNTIL WS-TEXT-IDX > 4
           OPEN OUTPUT FAXINA-REPORT-FILE.
           MOVE WS-RUN-DATE-DISPLAY TO FH-RUN-DATE.
           WRITE FAXINA-OUTPUT-RECORD FROM WS-FAXINA-HEADING.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > WS-PARM-USED-COUNT
               PERFORM 885-FORMAT-PARAMETER-LINE
               WRITE FAXINA-OUTPUT-RECORD FROM WS-PARM-HEADING-LINE
           END-PERFORM.
           PERFORM 880-AUDIT-RUN-PARAMETERS.
           MOVE SPACES TO FAXINA-OUTPUT-RECORD.
           WRITE FAXINA-OUTPUT-RECORD.
           WRITE FAXINA-OUTPUT-RECORD FROM WS-COLUMN-HEADING.
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

       400-TERMINATE.

           DISPLAY "FAXINA GERADA EM FAXINA.TXT - "
