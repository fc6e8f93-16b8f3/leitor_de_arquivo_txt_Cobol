      ******************************************************************
      * Author: Gildo
      * Purpose: Converter o roster de um parceiro (arquivo delimitado
      *          por ponto e virgula, taxa de vitoria com ponto
      *          decimal) para o feed diario no formato da carga:
      *          header HDR com a data do feed e a fonte, detalhes no
      *          layout fixo CHAMPREC e trailer TRL com a contagem e o
      *          hash das taxas - pronto para o LEITOR-DE-TXT em modo
      *          CARGA. Linha que nao cabe no layout fixo nao e
      *          descartada em silencio: sai na listagem de conversao
      *          com o numero da linha e o motivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITOR-CONVERTE.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARQUIVO DO PARCEIRO: POR PADRAO "PARCEIRO.CSV", OU DEFINA A
      * VARIAVEL DE AMBIENTE CONVERTE-ARQUIVO PARA USAR OUTRO.
      * CADA LINHA TRAZ NOME;FUNCAO;TIME;TAXA;DATA - TAXA COM PONTO
      * DECIMAL (52.34) E DATA DA MEDICAO EM AAAAMMDD. UMA PRIMEIRA
      * LINHA DE TITULOS (NOME, CAMPEAO OU NAME NO PRIMEIRO CAMPO) E
      * IGNORADA.
      * FONTE DO FEED: POR PADRAO "REGIONAL", OU DEFINA A VARIAVEL
      * CONVERTE-FONTE (TEM DE ESTAR EM FONTESPRECEDENCIA.TXT PARA A
      * CARGA APLICAR A PRECEDENCIA).
      * DATA DO FEED: POR PADRAO A DATA DO DIA, OU DEFINA A VARIAVEL
      * CONVERTE-DATA-FEED (AAAAMMDD).
            SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CSV-STATUS.

      * O FEED GERADO SE CHAMA FEED-<FONTE>-AAAAMMDD.TXT - E ESSE O
      * NOME A PASSAR EM LEITOR-IN-FILE PARA A CARGA.
            SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-FEED-STATUS.

            SELECT CONVERSION-REPORT-FILE ASSIGN TO "CONVERSAO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCONTROL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RUNCTL-STATUS.

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

       FD CSV-FILE.
       01 CSV-RECORD               PIC X(200).

       FD FEED-FILE.
           COPY CHAMPREC REPLACING ==CHAMPION-RECORD==
               BY ==FEED-RECORD==.

       FD CONVERSION-REPORT-FILE.
       01 CONVERSION-OUTPUT-RECORD PIC X(80).

       FD RUN-CONTROL-FILE.
           COPY RUNCTL REPLACING ==RUN-CONTROL-RECORD==
               BY ==RUNCTL-RECORD==.

       FD ALERT-FILE.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(179).

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-CSV-FILE-NAME     PIC X(50) VALUE SPACES.
           05 WS-FEED-FILE-NAME    PIC X(60) VALUE SPACES.
           05 WS-SOURCE-ID         PIC X(10) VALUE SPACES.
           05 WS-FEED-DATE-TEXT    PIC X(8)  VALUE SPACES.
           05 WS-FEED-DATE         PIC 9(8)  VALUE 0.

       01 FILE-STATUS-CONTROLS.
           05 WS-CSV-STATUS        PIC X(2) VALUE SPACES.
           05 WS-FEED-STATUS       PIC X(2) VALUE SPACES.
           05 WS-RUNCTL-STATUS     PIC X(2) VALUE SPACES.

       01 ALERT-CONTROLS.
           05 WS-ALERTF-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-ALERT-SEVERITY    PIC X(8)  VALUE SPACES.
           05 WS-ALERT-REASON      PIC X(60) VALUE SPACES.
           05 WS-ALERT-DATE        PIC 9(8)  VALUE 0.
           05 WS-ALERT-TIME        PIC 9(8)  VALUE 0.

           COPY FEEDCTL.

       01 SWITCHES.
           05 WS-CSV-EOF           PIC X VALUE "N".
           05 WS-LINE-OK           PIC X VALUE "Y".
           05 WS-POINT-SEEN        PIC X VALUE "N".
           05 WS-FEED-WRITTEN      PIC X VALUE "N".

       01 DATE-CONTROLS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-DISPLAY.
               10 WS-RUN-DD        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-MM        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-YYYY      PIC 9(4).

       01 DATE-VALIDATION-CONTROLS.
           05 WS-DATE-OK           PIC X     VALUE "N".
           05 WS-CHECK-DATE        PIC 9(8)  VALUE 0.
           05 WS-CHECK-DATE-X REDEFINES WS-CHECK-DATE.
               10 WS-CHECK-YYYY    PIC 9(4).
               10 WS-CHECK-MM      PIC 9(2).
               10 WS-CHECK-DD      PIC 9(2).
           05 WS-MONTH-MAX-DD      PIC 9(2)  VALUE 0.

      * Campos da linha do parceiro: o sexto receptor so existe para
      * pegar a linha com campo demais.
       01 CSV-FIELD-CONTROLS.
           05 WS-FIELD-COUNT       PIC 9(2)  VALUE 0.
           05 WS-RECORD-LEN        PIC 9(3)  VALUE 0.
           05 WS-CSV-FIELD         PIC X(40) OCCURS 6 TIMES.
           05 WS-CSV-LENGTH        PIC 9(3)  OCCURS 6 TIMES.
           05 WS-FIELD-IDX         PIC 9(2)  VALUE 0.
           05 WS-FIELD-WORK        PIC X(40) VALUE SPACES.
           05 WS-FIELD-TEMP        PIC X(40) VALUE SPACES.
           05 WS-FIELD-LEN         PIC 9(3)  VALUE 0.
           05 WS-LEAD-SPACES       PIC 9(3)  VALUE 0.
           05 WS-TRIMMED-FIELD     PIC X(40) OCCURS 5 TIMES.
           05 WS-TRIMMED-LENGTH    PIC 9(3)  OCCURS 5 TIMES.
           05 WS-TITLE-WORK        PIC X(15) VALUE SPACES.

       01 RATE-CONTROLS.
           05 WS-RATE-IDX          PIC 9(3)  VALUE 0.
           05 WS-RATE-CHAR         PIC X     VALUE SPACE.
           05 WS-RATE-DIGIT REDEFINES WS-RATE-CHAR
                                   PIC 9.
           05 WS-INT-DIGITS        PIC 9(3)  VALUE 0.
           05 WS-DEC-DIGITS        PIC 9(3)  VALUE 0.
           05 WS-RATE-INT          PIC 9(2)  VALUE 0.
           05 WS-RATE-DEC-X        PIC X(2)  VALUE "00".
           05 WS-RATE-DEC-9 REDEFINES WS-RATE-DEC-X
                                   PIC 9(2).
           05 WS-RATE-VALUE        PIC 9(2)V9(2) VALUE 0.

       01 COUNTERS.
           05 WS-LINE-NUMBER       PIC 9(7)  VALUE 0.
           05 WS-CONVERTED-COUNT   PIC 9(5)  VALUE 0.
           05 WS-REJECTED-COUNT    PIC 9(7)  VALUE 0.
           05 WS-BLANK-COUNT       PIC 9(7)  VALUE 0.
           05 WS-HASH-ACCUM        PIC 9(7)V9(2) VALUE 0.
           05 WS-REJECT-REASON     PIC X(40) VALUE SPACES.

       01 WS-CONVERSION-HEADING.
           05 FILLER               PIC X(30)
               VALUE "CONVERSAO DE FEED DE PARCEIRO".
           05 FILLER               PIC X(6) VALUE "DATA:".
           05 CH-RUN-DATE          PIC X(10).

       01 WS-INPUT-NAME-LINE.
           05 FILLER               PIC X(20)
               VALUE "ARQUIVO DO PARCEIRO:".
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 IN-FILE-NAME         PIC X(50).

       01 WS-FEED-NAME-LINE.
           05 FILLER               PIC X(20) VALUE "FEED GERADO:".
           05 FILLER               PIC X(1)  VALUE SPACE.
           05 FN-FILE-NAME         PIC X(50).

       01 WS-FEED-ID-LINE.
           05 FILLER               PIC X(7)  VALUE "FONTE: ".
           05 FI-SOURCE-ID         PIC X(10).
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(14) VALUE "DATA DO FEED: ".
           05 FI-FEED-DATE         PIC 9(8).

       01 WS-REJECT-COLUMNS.
           05 FILLER               PIC X(9)  VALUE "LINHA".
           05 FILLER               PIC X(20) VALUE "MOTIVO DA REJEICAO".

       01 WS-REJECT-LINE.
           05 RJ-LINE-NUMBER       PIC ZZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 RJ-REASON            PIC X(40).

       01 WS-REJECT-IMAGE-LINE.
           05 FILLER               PIC X(9)  VALUE SPACES.
           05 RI-IMAGE             PIC X(71).

       01 WS-NO-REJECT-LINE.
           05 FILLER               PIC X(23)
               VALUE "NENHUMA LINHA REJEITADA".

       01 WS-CONVERSION-TOTALS-LINE.
           05 FILLER               PIC X(7)  VALUE "LIDAS: ".
           05 CT-READ              PIC ZZZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "CONVERTIDAS: ".
           05 CT-CONVERTED         PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "REJEITADAS: ".
           05 CT-REJECTED          PIC ZZZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "EM BRANCO:".
           05 CT-BLANK             PIC ZZZZZZ9.

       01 WS-TRAILER-TOTALS-LINE.
           05 FILLER               PIC X(20)
               VALUE "TRAILER - CONTAGEM:".
           05 TT-DETAIL-COUNT      PIC ZZZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "HASH: ".
           05 TT-HASH-TOTAL        PIC Z(6)9.99.

       01 WS-NO-FEED-LINE.
           05 FILLER               PIC X(45)
               VALUE "NENHUMA LINHA CONVERTIDA - FEED GRAVADO VAZIO".
           05 FILLER               PIC X(31)
               VALUE " (A CARGA O RECUSA SEM O HDR).".

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

           COPY OPERCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 100-OPEN-FILES.
           PERFORM 200-CONVERT-LINES
               UNTIL WS-CSV-EOF = "Y".
           PERFORM 300-WRITE-TRAILER.
           PERFORM 400-WRITE-RUN-CONTROL.
           PERFORM 500-TERMINATE.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

           ACCEPT WS-CSV-FILE-NAME FROM ENVIRONMENT "CONVERTE-ARQUIVO".
           IF WS-CSV-FILE-NAME = SPACES
               MOVE "PARCEIRO.CSV" TO WS-CSV-FILE-NAME
           END-IF.

           ACCEPT WS-SOURCE-ID FROM ENVIRONMENT "CONVERTE-FONTE".
           IF WS-SOURCE-ID = SPACES
               MOVE "REGIONAL" TO WS-SOURCE-ID
           END-IF.

      * OPERADOR DA EXECUCAO: VARIAVEL DE AMBIENTE LEITOR-OPERADOR.
      * RESOLVIDO ANTES DA DATA, PARA A RECUSA TAMBEM FICAR NO AUDITLOG.
           MOVE "LEITOR-CONVERTE" TO WS-OPER-PROGRAM.
           MOVE WS-SOURCE-ID TO WS-OPER-TARGET.
           PERFORM 890-RESOLVE-OPERATOR.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY.

      * A data do feed vai no HDR e e a chave da guarda de carga
      * dobrada e do RUNCONTROL.DAT - valor informado que nao e uma
      * data de calendario para com RC 8 em vez de gerar um header
      * que a carga vai recusar.
           ACCEPT WS-FEED-DATE-TEXT
               FROM ENVIRONMENT "CONVERTE-DATA-FEED".
           IF WS-FEED-DATE-TEXT = SPACES
               MOVE WS-CURRENT-DATE TO WS-FEED-DATE
           ELSE
               MOVE "N" TO WS-DATE-OK
               IF WS-FEED-DATE-TEXT IS NUMERIC
                   MOVE WS-FEED-DATE-TEXT TO WS-CHECK-DATE
                   MOVE "Y" TO WS-DATE-OK
                   PERFORM 270-CHECK-CALENDAR-DATE
               END-IF
               IF WS-DATE-OK = "N"
                   DISPLAY "CONVERTE-DATA-FEED INVALIDA: "
                       WS-FEED-DATE-TEXT " - INFORME AAAAMMDD."
                   MOVE "CRITICO" TO WS-ALERT-SEVERITY
                   MOVE "DATA DO FEED INVALIDA - CONVERSAO NAO FEITA"
                       TO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
                   MOVE "RECUSADA" TO WS-OPER-RESULT
                   PERFORM 892-AUDIT-OPERATOR
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CHECK-DATE TO WS-FEED-DATE
           END-IF.

           MOVE SPACES TO WS-FEED-FILE-NAME.
           STRING "FEED-" DELIMITED BY SIZE
               WS-SOURCE-ID DELIMITED BY SPACE
               "-" WS-FEED-DATE ".TXT" DELIMITED BY SIZE
               INTO WS-FEED-FILE-NAME.

       100-OPEN-FILES.

           OPEN INPUT CSV-FILE.
           IF WS-CSV-STATUS = "35"
               DISPLAY "ARQUIVO DO PARCEIRO NAO ENCONTRADO: "
                   WS-CSV-FILE-NAME
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "ARQUIVO DO PARCEIRO AUSENTE" TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT FEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "ERRO AO CRIAR O FEED " WS-FEED-FILE-NAME
                   " - STATUS: " WS-FEED-STATUS
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "ERRO AO CRIAR O FEED CONVERTIDO" TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "HDR"         TO FH-RECORD-TYPE.
           MOVE WS-FEED-DATE  TO FH-FEED-DATE.
           MOVE WS-SOURCE-ID  TO FH-SOURCE-ID.
           MOVE FEED-HEADER-AREA TO FEED-RECORD.
           WRITE FEED-RECORD.

           OPEN OUTPUT CONVERSION-REPORT-FILE.
           MOVE WS-RUN-DATE-DISPLAY TO CH-RUN-DATE.
           WRITE CONVERSION-OUTPUT-RECORD FROM WS-CONVERSION-HEADING.
           MOVE WS-CSV-FILE-NAME TO IN-FILE-NAME.
           WRITE CONVERSION-OUTPUT-RECORD FROM WS-INPUT-NAME-LINE.
           MOVE WS-FEED-FILE-NAME TO FN-FILE-NAME.
           WRITE CONVERSION-OUTPUT-RECORD FROM WS-FEED-NAME-LINE.
           MOVE WS-SOURCE-ID TO FI-SOURCE-ID.
           MOVE WS-FEED-DATE TO FI-FEED-DATE.
           WRITE CONVERSION-OUTPUT-RECORD FROM WS-FEED-ID-LINE.
           MOVE SPACES TO CONVERSION-OUTPUT-RECORD.
           WRITE CONVERSION-OUTPUT-RECORD.
           WRITE CONVERSION-OUTPUT-RECORD FROM WS-REJECT-COLUMNS.
           MOVE SPACES TO CONVERSION-OUTPUT-RECORD.
           WRITE CONVERSION-OUTPUT-RECORD.

           READ CSV-FILE
               AT END
                   MOVE "Y" TO WS-CSV-EOF
           END-READ.

       200-CONVERT-LINES.

      * Arquivo gerado no Windows chega com CR no fim da linha - o CR
      * vira espaco antes de separar os campos.
           ADD 1 TO WS-LINE-NUMBER.
           INSPECT CSV-RECORD REPLACING ALL X"0D" BY SPACE.

           IF CSV-RECORD = SPACES
               ADD 1 TO WS-BLANK-COUNT
           ELSE
               PERFORM 210-SPLIT-LINE
               IF WS-LINE-NUMBER = 1
                   AND (WS-TITLE-WORK = "NOME"
                       OR WS-TITLE-WORK = "CAMPEAO"
                       OR WS-TITLE-WORK = "NAME")
                   CONTINUE
               ELSE
                   PERFORM 220-CHECK-FIELDS
                   IF WS-LINE-OK = "Y"
                       PERFORM 230-WRITE-FEED-DETAIL
                   ELSE
                       PERFORM 240-WRITE-REJECT
                   END-IF
               END-IF
           END-IF.

           READ CSV-FILE
               AT END
                   MOVE "Y" TO WS-CSV-EOF
           END-READ.

       210-SPLIT-LINE.

           MOVE 0 TO WS-FIELD-COUNT.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > 6
               MOVE SPACES TO WS-CSV-FIELD(WS-FIELD-IDX)
               MOVE 0 TO WS-CSV-LENGTH(WS-FIELD-IDX)
           END-PERFORM.

      * So a parte util da linha e separada - senao o ultimo campo
      * levaria o preenchimento do registro na contagem.
           PERFORM VARYING WS-RECORD-LEN FROM 200 BY -1
               UNTIL CSV-RECORD(WS-RECORD-LEN:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           UNSTRING CSV-RECORD(1:WS-RECORD-LEN) DELIMITED BY ";"
               INTO WS-CSV-FIELD(1) COUNT IN WS-CSV-LENGTH(1)
                    WS-CSV-FIELD(2) COUNT IN WS-CSV-LENGTH(2)
                    WS-CSV-FIELD(3) COUNT IN WS-CSV-LENGTH(3)
                    WS-CSV-FIELD(4) COUNT IN WS-CSV-LENGTH(4)
                    WS-CSV-FIELD(5) COUNT IN WS-CSV-LENGTH(5)
                    WS-CSV-FIELD(6) COUNT IN WS-CSV-LENGTH(6)
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.

      * Cada campo perde os espacos da esquerda e da direita - o
      * parceiro costuma mandar "Ahri ; MID ;..." - e guarda o
      * tamanho util, que e o que decide se cabe no layout fixo.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
               UNTIL WS-FIELD-IDX > 5
               MOVE WS-CSV-FIELD(WS-FIELD-IDX) TO WS-FIELD-WORK
               PERFORM 215-TRIM-FIELD
               IF WS-CSV-LENGTH(WS-FIELD-IDX) > 40
                   MOVE 999 TO WS-FIELD-LEN
               END-IF
               MOVE WS-FIELD-WORK TO WS-TRIMMED-FIELD(WS-FIELD-IDX)
               MOVE WS-FIELD-LEN  TO WS-TRIMMED-LENGTH(WS-FIELD-IDX)
           END-PERFORM.

           MOVE WS-TRIMMED-FIELD(1) TO WS-TITLE-WORK.
           INSPECT WS-TITLE-WORK CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       215-TRIM-FIELD.

           MOVE 0 TO WS-LEAD-SPACES.
           INSPECT WS-FIELD-WORK TALLYING WS-LEAD-SPACES
               FOR LEADING SPACES.
           IF WS-LEAD-SPACES >= 40
               MOVE 0 TO WS-FIELD-LEN
           ELSE
               MOVE WS-FIELD-WORK(WS-LEAD-SPACES + 1:) TO WS-FIELD-TEMP
               MOVE WS-FIELD-TEMP TO WS-FIELD-WORK
               PERFORM VARYING WS-FIELD-LEN FROM 40 BY -1
                   UNTIL WS-FIELD-WORK(WS-FIELD-LEN:1) NOT = SPACE
                   CONTINUE
               END-PERFORM
           END-IF.

       220-CHECK-FIELDS.

      * Aqui so se recusa o que nao cabe no layout fixo. Funcao e
      * time fora das tabelas, data de calendario invalida ou futura,
      * nome repetido: tudo isso a carga ja critica e manda para as
      * excecoes com o codigo certo - o conversor nao duplica essas
      * regras.
           MOVE "Y" TO WS-LINE-OK.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE
               WHEN WS-FIELD-COUNT NOT = 5
                   MOVE "LINHA SEM OS 5 CAMPOS ESPERADOS"
                       TO WS-REJECT-REASON
               WHEN WS-TRIMMED-LENGTH(1) = 0
                   MOVE "NOME DO CAMPEAO EM BRANCO" TO WS-REJECT-REASON
               WHEN WS-TRIMMED-LENGTH(1) > 15
                   MOVE "NOME COM MAIS DE 15 POSICOES"
                       TO WS-REJECT-REASON
               WHEN WS-TRIMMED-LENGTH(2) > 10
                   MOVE "FUNCAO COM MAIS DE 10 POSICOES"
                       TO WS-REJECT-REASON
               WHEN WS-TRIMMED-LENGTH(3) > 15
                   MOVE "TIME COM MAIS DE 15 POSICOES"
                       TO WS-REJECT-REASON
               WHEN WS-TRIMMED-LENGTH(5) NOT = 8
                   OR WS-TRIMMED-FIELD(5)(1:8) IS NOT NUMERIC
                   MOVE "DATA FORA DO FORMATO AAAAMMDD"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   PERFORM 250-CONVERT-WIN-RATE
           END-EVALUATE.

           IF WS-REJECT-REASON = SPACES
               AND WS-CONVERTED-COUNT >= 99999
               MOVE "LIMITE DE 99999 DETALHES NO FEED"
                   TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               MOVE "N" TO WS-LINE-OK
           END-IF.

       230-WRITE-FEED-DETAIL.

      * O hash do trailer soma as taxas exatamente como gravadas no
      * layout fixo - e a mesma soma que 240-ACCUMULATE-FEED-TOTALS
      * da carga refaz na leitura.
           MOVE SPACES TO FEED-RECORD.
           MOVE WS-TRIMMED-FIELD(1) TO CHAMPION-NAME OF FEED-RECORD.
           MOVE WS-TRIMMED-FIELD(2) TO CHAMPION-ROLE OF FEED-RECORD.
           MOVE WS-TRIMMED-FIELD(3) TO CHAMPION-TEAM OF FEED-RECORD.
           MOVE WS-RATE-VALUE
               TO CHAMPION-WIN-RATE OF FEED-RECORD.
           MOVE WS-TRIMMED-FIELD(5)(1:8)
               TO CHAMPION-LAST-UPDATED OF FEED-RECORD.
           WRITE FEED-RECORD.
           ADD 1 TO WS-CONVERTED-COUNT.
           ADD WS-RATE-VALUE TO WS-HASH-ACCUM.

       240-WRITE-REJECT.

           ADD 1 TO WS-REJECTED-COUNT.
           MOVE WS-LINE-NUMBER   TO RJ-LINE-NUMBER.
           MOVE WS-REJECT-REASON TO RJ-REASON.
           WRITE CONVERSION-OUTPUT-RECORD FROM WS-REJECT-LINE.
           MOVE CSV-RECORD       TO RI-IMAGE.
           WRITE CONVERSION-OUTPUT-RECORD FROM WS-REJECT-IMAGE-LINE.

       250-CONVERT-WIN-RATE.

      * Taxa do parceiro: ate dois algarismos inteiros, ponto
      * decimal opcional e ate duas casas ("52.34", "52.3", "52").
      * Mais casas seriam arredondadas em silencio e taxa 100 ou mais
      * nao cabe em 9(2)V9(2) - as duas recusam a linha.
           MOVE 0      TO WS-INT-DIGITS.
           MOVE 0      TO WS-DEC-DIGITS.
           MOVE 0      TO WS-RATE-INT.
           MOVE "00"   TO WS-RATE-DEC-X.
           MOVE "N"    TO WS-POINT-SEEN.
           MOVE SPACES TO WS-REJECT-REASON.

           IF WS-TRIMMED-LENGTH(4) = 0 OR WS-TRIMMED-LENGTH(4) > 40
               MOVE "TAXA DE VITORIA NAO NUMERICA" TO WS-REJECT-REASON
           ELSE
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-TRIMMED-LENGTH(4)
                       OR WS-REJECT-REASON NOT = SPACES
                   MOVE WS-TRIMMED-FIELD(4)(WS-RATE-IDX:1)
                       TO WS-RATE-CHAR
                   PERFORM 255-CONVERT-RATE-CHAR
               END-PERFORM
           END-IF.

           IF WS-REJECT-REASON = SPACES
               AND WS-INT-DIGITS = 0 AND WS-DEC-DIGITS = 0
               MOVE "TAXA DE VITORIA NAO NUMERICA" TO WS-REJECT-REASON
           END-IF.

           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-RATE-VALUE
                   = WS-RATE-INT + WS-RATE-DEC-9 / 100
           END-IF.

       255-CONVERT-RATE-CHAR.

           EVALUATE TRUE
               WHEN WS-RATE-CHAR = "."
                   IF WS-POINT-SEEN = "Y"
                       MOVE "TAXA DE VITORIA NAO NUMERICA"
                           TO WS-REJECT-REASON
                   ELSE
                       MOVE "Y" TO WS-POINT-SEEN
                   END-IF
               WHEN WS-RATE-CHAR IS NUMERIC
                   IF WS-POINT-SEEN = "N"
                       ADD 1 TO WS-INT-DIGITS
                       IF WS-INT-DIGITS > 2
                           MOVE "TAXA DE VITORIA FORA DE 0-99.99"
                               TO WS-REJECT-REASON
                       ELSE
                           COMPUTE WS-RATE-INT
                               = WS-RATE-INT * 10 + WS-RATE-DIGIT
                       END-IF
                   ELSE
                       ADD 1 TO WS-DEC-DIGITS
                       IF WS-DEC-DIGITS > 2
                           MOVE "TAXA COM MAIS DE 2 CASAS DECIMAIS"
                               TO WS-REJECT-REASON
                       ELSE
                           MOVE WS-RATE-CHAR
                               TO WS-RATE-DEC-X(WS-DEC-DIGITS:1)
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "TAXA DE VITORIA NAO NUMERICA"
                       TO WS-REJECT-REASON
           END-EVALUATE.

       270-CHECK-CALENDAR-DATE.

      * Critica de calendario do campo AAAAMMDD ja garantido numerico:
      * mes 01-12 e dia dentro do limite do mes, com ano bissexto.
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

           IF WS-MONTH-MAX-DD = 0
               OR WS-CHECK-DD < 1
               OR WS-CHECK-DD > WS-MONTH-MAX-DD
               MOVE "N" TO WS-DATE-OK
           END-IF.

       300-WRITE-TRAILER.

      * Sem nenhum detalhe convertido o feed e regravado vazio: um
      * HDR/TRL com contagem zero passaria na conferencia da carga e
      * registraria o dia como COMPLETO sem campeao nenhum.
           IF WS-CONVERTED-COUNT = 0
               CLOSE FEED-FILE
               OPEN OUTPUT FEED-FILE
               CLOSE FEED-FILE
           ELSE
               MOVE "TRL"              TO FT-RECORD-TYPE
               MOVE WS-CONVERTED-COUNT TO FT-DETAIL-COUNT
               MOVE WS-HASH-ACCUM      TO FT-HASH-TOTAL
               MOVE FEED-TRAILER-AREA  TO FEED-RECORD
               WRITE FEED-RECORD
               CLOSE FEED-FILE
               MOVE "Y" TO WS-FEED-WRITTEN
           END-IF.

           CLOSE CSV-FILE.

       400-WRITE-RUN-CONTROL.

           MOVE WS-FEED-DATE      TO RC-FEED-DATE.
           MOVE "LEITOR-CONVERTE" TO RC-PROGRAM.
           MOVE WS-SOURCE-ID      TO RC-SOURCE-ID.
           IF WS-FEED-WRITTEN = "Y"
               MOVE "COMPLETO" TO RC-STATUS
           ELSE
               MOVE "FALHOU"   TO RC-STATUS
           END-IF.
           OPEN EXTEND RUN-CONTROL-FILE.
           IF WS-RUNCTL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
           END-IF.
           WRITE RUNCTL-RECORD.
           CLOSE RUN-CONTROL-FILE.

       500-TERMINATE.

           IF WS-REJECTED-COUNT = 0
               WRITE CONVERSION-OUTPUT-RECORD FROM WS-NO-REJECT-LINE
           END-IF.
           MOVE SPACES TO CONVERSION-OUTPUT-RECORD.
           WRITE CONVERSION-OUTPUT-RECORD.
           MOVE WS-LINE-NUMBER     TO CT-READ.
           MOVE WS-CONVERTED-COUNT TO CT-CONVERTED.
           MOVE WS-REJECTED-COUNT  TO CT-REJECTED.
           MOVE WS-BLANK-COUNT     TO CT-BLANK.
           WRITE CONVERSION-OUTPUT-RECORD
               FROM WS-CONVERSION-TOTALS-LINE.
           IF WS-FEED-WRITTEN = "Y"
               MOVE WS-CONVERTED-COUNT TO TT-DETAIL-COUNT
               MOVE WS-HASH-ACCUM      TO TT-HASH-TOTAL
               WRITE CONVERSION-OUTPUT-RECORD
                   FROM WS-TRAILER-TOTALS-LINE
           ELSE
               WRITE CONVERSION-OUTPUT-RECORD FROM WS-NO-FEED-LINE
           END-IF.
           CLOSE CONVERSION-REPORT-FILE.

      * RETURN CODE PADRONIZADO PARA O SCHEDULER: 0 TODAS AS LINHAS
      * CONVERTIDAS, 4 FEED GERADO COM LINHAS REJEITADAS, 8 NENHUMA
      * LINHA CONVERTIDA (FEED VAZIO).
           IF WS-FEED-WRITTEN = "N"
               DISPLAY "NENHUMA LINHA CONVERTIDA - VEJA CONVERSAO.TXT."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "CONVERSAO SEM NENHUMA LINHA VALIDA - FEED VAZIO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REJECTED-COUNT > 0
                   MOVE "AVISO" TO WS-ALERT-SEVERITY
                   MOVE "LINHA(S) DO PARCEIRO REJEITADA(S) NA CONVERSAO"
                       TO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "FEED GERADO EM " WS-FEED-FILE-NAME " - "
                   WS-CONVERTED-COUNT " DETALHE(S), "
                   WS-REJECTED-COUNT " LINHA(S) REJEITADA(S) - "
                   "VEJA CONVERSAO.TXT."
           END-IF.

       860-WRITE-ALERT.

      * Grava a condicao no arquivo central de alertas, alem do
      * DISPLAY no console - e dele que o LEITOR-BOLETIM monta o
      * boletim da manha do operador.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ALERT-DATE TO ALR-DATE.
           ACCEPT WS-ALERT-TIME FROM TIME.
           MOVE WS-ALERT-TIME(1:6) TO ALR-TIME.
           MOVE "LEITOR-CONVERTE" TO ALR-PROGRAM.
           MOVE WS-ALERT-SEVERITY TO ALR-SEVERITY.
           MOVE WS-FEED-DATE TO ALR-FEED-DATE.
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

       END PROGRAM LEITOR-CONVERTE.
