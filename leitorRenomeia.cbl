      ******************************************************************
      * Author: Gildo
      * Purpose: Renomeacao de campeoes: le pares nome antigo / nome
      *          novo e troca a chave numa passada controlada - no
      *          mestre (CAMPEOESMASTER.DAT) e em todo arquivo que usa
      *          o nome como ligacao (HISTORICO.DAT, HISTAGREG.DAT,
      *          MOVIMENTOS.DAT, EXCECOESPEND.DAT, CARGASFONTES.DAT e
      *          ALTERACOESRETIDAS.DAT). Cada par aplicado vira um
      *          apelido em APELIDOS.DAT, que a carga usa para levar o
      *          nome antigo ainda mandado pelo feed para a chave nova.
      *          Se o feed ja criou o campeao com o nome novo, os dois
      *          sao fundidos: fica no mestre o registro mais recente e
      *          o historico do nome antigo passa para o novo.
      *          O relatorio mostra as contagens antes/depois por
      *          arquivo.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEITOR-RENOMEIA.
       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARQUIVO DE PARES: POR PADRAO "RENOMEACOES.TXT", OU DEFINA A
      * VARIAVEL DE AMBIENTE RENOMEIA-ARQUIVO PARA USAR OUTRO. CADA
      * LINHA E UM PAR: NOME ANTIGO NAS COLUNAS 1-15 E NOME NOVO NAS
      * COLUNAS 16-30.
            SELECT RENAME-FILE ASSIGN TO DYNAMIC WS-RENAME-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RENAME-STATUS.

            SELECT MASTER-FILE ASSIGN TO "CAMPEOESMASTER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CHAMPION-NAME OF MASTER-RECORD
                FILE STATUS IS WS-MASTER-STATUS.

            SELECT HISTORY-FILE ASSIGN TO "HISTORICO.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HIST-STATUS.

            SELECT AGGREGATE-FILE ASSIGN TO "HISTAGREG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-AGG-STATUS.

            SELECT MOVEMENT-FILE ASSIGN TO "MOVIMENTOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-MOVE-STATUS.

            SELECT EXCEPTION-TRACK-FILE ASSIGN TO "EXCECOESPEND.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCTRK-STATUS.

            SELECT SOURCE-FEED-FILE ASSIGN TO "CARGASFONTES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SRCFEED-STATUS.

            SELECT HELD-CHANGE-FILE ASSIGN TO "ALTERACOESRETIDAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HELD-STATUS.

      * CADA ARQUIVO E REGRAVADO PELO MESMO ARQUIVO DE TRABALHO, UM DE
      * CADA VEZ (MESMO ESQUEMA DE REGRAVACAO DO LEITOR-ESTORNO).
            SELECT RENAME-WORK-FILE ASSIGN TO "RENOMEIA.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-RENWK-STATUS.

      * TABELA DE APELIDOS LIDA PELA CARGA (LEITOR-DE-TXT).
            SELECT ALIAS-FILE ASSIGN TO "APELIDOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALIAS-STATUS.

            SELECT RENAME-REPORT-FILE ASSIGN TO "RENOMEACAO.TXT"
                ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MASTER-LOCK-FILE ASSIGN TO "MESTRETRAVA.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-LOCK-STATUS.

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

      * APROVACAO EM DUAS PESSOAS: DEFINA LEITOR-OPERADOR COM O SEU
      * ID - A EXECUCAO SO COMECA COM UMA LINHA EM APROVACOES.DAT
      * (LAYOUT EM APRVREC) PARA ESTE PROGRAMA E O ALVO RENOMEACAO,
      * PEDIDA POR VOCE E APROVADA POR OUTRO OPERADOR.
            SELECT APPROVAL-FILE ASSIGN TO "APROVACOES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-APRV-STATUS.

       DATA DIVISION.

       FILE SECTION.

       FD RENAME-FILE.
       01 RENAME-RECORD.
           05 RN-OLD-NAME          PIC X(15).
           05 RN-NEW-NAME          PIC X(15).

       FD MASTER-FILE.
           COPY CHAMPREC REPLACING ==CHAMPION-RECORD==
               BY ==MASTER-RECORD==.

       FD HISTORY-FILE.
           COPY HISTREC REPLACING ==HISTORY-RECORD==
               BY ==HIST-RECORD==.

       FD AGGREGATE-FILE.
           COPY AGGREC REPLACING ==AGGREGATE-RECORD==
               BY ==AGG-RECORD==.

       FD MOVEMENT-FILE.
           COPY MOVEREC REPLACING ==MOVEMENT-RECORD==
               BY ==MOVE-RECORD==.

       FD EXCEPTION-TRACK-FILE.
           COPY EXCPEND REPLACING ==EXCEPTION-TRACK-RECORD==
               BY ==EXCTRK-RECORD==.

       FD SOURCE-FEED-FILE.
           COPY SRCFEED REPLACING ==SOURCE-FEED-RECORD==
               BY ==SRCFEED-RECORD==.

       FD HELD-CHANGE-FILE.
           COPY HELDREC REPLACING ==HELD-CHANGE-RECORD==
               BY ==HELD-RECORD==.

       FD RENAME-WORK-FILE.
       01 RENWK-RECORD             PIC X(123).

       FD ALIAS-FILE.
           COPY APELREC REPLACING ==ALIAS-RECORD==
               BY ==APEL-RECORD==.

       FD RENAME-REPORT-FILE.
       01 RENAME-OUTPUT-RECORD     PIC X(80).

       FD MASTER-LOCK-FILE.
           COPY MSTLOCK REPLACING ==MASTER-LOCK-RECORD==
               BY ==LOCK-RECORD==.

       FD ALERT-FILE.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD         PIC X(179).

       FD APPROVAL-FILE.
           COPY APRVREC REPLACING ==APPROVAL-RECORD==
               BY ==APRV-RECORD==.

       WORKING-STORAGE SECTION.

       01 RUN-PARAMETERS.
           05 WS-RENAME-FILE-NAME  PIC X(50) VALUE SPACES.

       01 FILE-STATUS-CONTROLS.
           05 WS-RENAME-STATUS     PIC X(2) VALUE SPACES.
           05 WS-MASTER-STATUS     PIC X(2) VALUE SPACES.
           05 WS-HIST-STATUS       PIC X(2) VALUE SPACES.
           05 WS-AGG-STATUS        PIC X(2) VALUE SPACES.
           05 WS-MOVE-STATUS       PIC X(2) VALUE SPACES.
           05 WS-EXCTRK-STATUS     PIC X(2) VALUE SPACES.
           05 WS-SRCFEED-STATUS    PIC X(2) VALUE SPACES.
           05 WS-HELD-STATUS       PIC X(2) VALUE SPACES.
           05 WS-RENWK-STATUS      PIC X(2) VALUE SPACES.
           05 WS-ALIAS-STATUS      PIC X(2) VALUE SPACES.
           05 WS-LOCK-STATUS       PIC X(2) VALUE SPACES.
           05 WS-LOCK-HELD         PIC X    VALUE "N".
           05 WS-LOCK-TIME         PIC 9(8) VALUE 0.

       01 ALERT-CONTROLS.
           05 WS-ALERTF-STATUS     PIC X(2)  VALUE SPACES.
           05 WS-ALERT-SEVERITY    PIC X(8)  VALUE SPACES.
           05 WS-ALERT-REASON      PIC X(60) VALUE SPACES.
           05 WS-ALERT-DATE        PIC 9(8)  VALUE 0.
           05 WS-ALERT-TIME        PIC 9(8)  VALUE 0.

       01 SWITCHES.
           05 WS-RENAME-EOF        PIC X VALUE "N".
           05 WS-FILE-EOF          PIC X VALUE "N".
           05 WS-ALIAS-EOF         PIC X VALUE "N".
           05 WS-OLD-IN-MASTER     PIC X VALUE "N".
           05 WS-NEW-IN-MASTER     PIC X VALUE "N".
           05 WS-PAIR-FOUND        PIC X VALUE "N".
           05 WS-ALIAS-FOUND       PIC X VALUE "N".
           05 WS-RENAME-OK         PIC X VALUE "Y".
           05 WS-DELETE-OK         PIC X VALUE "Y".

      * Os dois registros do mestre numa fusao (nome antigo e nome
      * novo ja presentes) - fica o de atualizacao mais recente.
           COPY CHAMPREC REPLACING ==CHAMPION-RECORD==
               BY ==WS-OLD-MASTER-RECORD==.

           COPY CHAMPREC REPLACING ==CHAMPION-RECORD==
               BY ==WS-NEW-MASTER-RECORD==.

       01 DATE-CONTROLS.
           05 WS-CURRENT-DATE      PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-DISPLAY.
               10 WS-RUN-DD        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-MM        PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-RUN-YYYY      PIC 9(4).

      * Pares pedidos e, para cada par, as contagens antes/depois em
      * cada um dos arquivos renomeados (na ordem de WS-FILE-NAMES):
      * registros com o nome antigo e com o nome novo, antes e depois
      * da passada.
       01 RENAME-PAIR-CONTROLS.
           05 WS-PAIR-COUNT        PIC 9(3) VALUE 0.
           05 WS-PAIR-IDX          PIC 9(3) VALUE 0.
           05 WS-CHECK-IDX         PIC 9(3) VALUE 0.
           05 WS-FILE-IDX          PIC 9(1) VALUE 0.
           05 WS-LOOKUP-NAME       PIC X(15) VALUE SPACES.
           05 WS-PAIR-TABLE.
               10 WS-PAIR-ENTRY
                   OCCURS 500 TIMES.
                   15 WS-PAIR-OLD-NAME     PIC X(15).
                   15 WS-PAIR-NEW-NAME     PIC X(15).
                   15 WS-PAIR-APPLIED      PIC X.
                   15 WS-PAIR-RESULT       PIC X(16).
                   15 WS-PAIR-FILE-COUNTS
                       OCCURS 7 TIMES.
                       20 WS-OLD-BEFORE    PIC 9(7).
                       20 WS-NEW-BEFORE    PIC 9(7).
                       20 WS-OLD-AFTER     PIC 9(7).
                       20 WS-NEW-AFTER     PIC 9(7).

       01 WS-FILE-NAME-VALUES.
           05 FILLER               PIC X(21)
               VALUE "CAMPEOESMASTER.DAT".
           05 FILLER               PIC X(21)
               VALUE "HISTORICO.DAT".
           05 FILLER               PIC X(21)
               VALUE "HISTAGREG.DAT".
           05 FILLER               PIC X(21)
               VALUE "MOVIMENTOS.DAT".
           05 FILLER               PIC X(21)
               VALUE "EXCECOESPEND.DAT".
           05 FILLER               PIC X(21)
               VALUE "CARGASFONTES.DAT".
           05 FILLER               PIC X(21)
               VALUE "ALTERACOESRETIDAS.DAT".
       01 WS-FILE-NAMES REDEFINES WS-FILE-NAME-VALUES.
           05 WS-FILE-NAME         PIC X(21)
               OCCURS 7 TIMES.

      * A tabela de apelidos inteira vem para a memoria e e regravada
      * com os pares aplicados nesta execucao.
       01 ALIAS-TABLE-CONTROLS.
           05 WS-ALIAS-COUNT       PIC 9(4) VALUE 0.
           05 WS-ALIAS-IDX         PIC 9(4) VALUE 0.
           05 WS-ALIAS-TABLE.
               10 WS-ALIAS-ENTRY
                   OCCURS 1000 TIMES.
                   15 WS-ALIAS-OLD-NAME    PIC X(15).
                   15 WS-ALIAS-NEW-NAME    PIC X(15).
                   15 WS-ALIAS-DATE        PIC 9(8).

       01 COUNTERS.
           05 WS-APPLIED-COUNT     PIC 9(3) VALUE 0.
           05 WS-REFUSED-COUNT     PIC 9(3) VALUE 0.
           05 WS-MERGED-COUNT      PIC 9(3) VALUE 0.

       01 AUDIT-CONTROLS.
           05 WS-AUDIT-STATUS      PIC X(2)  VALUE SPACES.

           COPY OPERCTL.

           COPY APRVCTL.

       01 WS-RENAME-HEADING.
           05 FILLER               PIC X(31)
               VALUE "RENOMEACAO DE CAMPEOES".
           05 FILLER               PIC X(6) VALUE "DATA:".
           05 RH-RUN-DATE          PIC X(10).

       01 WS-PAIR-LINE.
           05 FILLER               PIC X(5)  VALUE "PAR: ".
           05 PL-OLD-NAME          PIC X(15).
           05 FILLER               PIC X(4)  VALUE " -> ".
           05 PL-NEW-NAME          PIC X(15).
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "RESULTADO: ".
           05 PL-RESULT            PIC X(16).

       01 WS-COUNT-HEADING.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 FILLER               PIC X(21) VALUE "ARQUIVO".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(12) VALUE "ANTIGO ANTES".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "NOVO ANTES".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(13) VALUE "ANTIGO DEPOIS".
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "NOVO DEPOIS".

       01 WS-COUNT-LINE.
           05 FILLER               PIC X(4)  VALUE SPACES.
           05 CL-FILE-NAME         PIC X(21).
           05 FILLER               PIC X(7)  VALUE SPACES.
           05 CL-OLD-BEFORE        PIC ZZZZZZ9.
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 CL-NEW-BEFORE        PIC ZZZZZZ9.
           05 FILLER               PIC X(8)  VALUE SPACES.
           05 CL-OLD-AFTER         PIC ZZZZZZ9.
           05 FILLER               PIC X(6)  VALUE SPACES.
           05 CL-NEW-AFTER         PIC ZZZZZZ9.

       01 WS-RENAME-TOTALS-LINE.
           05 FILLER               PIC X(11) VALUE "RENOMEADOS:".
           05 TT-APPLIED           PIC ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "RECUSADOS:".
           05 TT-REFUSED           PIC ZZ9.
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(9)  VALUE "APELIDOS:".
           05 TT-ALIASES           PIC ZZZ9.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 100-LOAD-RENAME-PAIRS.
           PERFORM 840-CHECK-MASTER-LOCK.
           PERFORM 845-CLAIM-MASTER-LOCK.
           PERFORM 894-CHECK-APPROVAL.
           PERFORM 892-AUDIT-OPERATOR.
           PERFORM 200-RENAME-MASTER.
           IF WS-APPLIED-COUNT > 0
               PERFORM 300-REKEY-HISTORY
               PERFORM 310-REKEY-AGGREGATES
               PERFORM 320-REKEY-MOVEMENTS
               PERFORM 330-REKEY-EXCEPTIONS
               PERFORM 340-REKEY-SOURCE-LOADS
               PERFORM 350-REKEY-HELD-CHANGES
               PERFORM 400-UPDATE-ALIAS-TABLE
           END-IF.
           PERFORM 898-MARK-APPROVAL-USED.
           PERFORM 850-RELEASE-MASTER-LOCK.
           PERFORM 450-WRITE-RENAME-REPORT.
           PERFORM 500-TERMINATE.
           STOP RUN.

       050-RESOLVE-PARAMETERS.

           ACCEPT WS-RENAME-FILE-NAME
               FROM ENVIRONMENT "RENOMEIA-ARQUIVO".
           IF WS-RENAME-FILE-NAME = SPACES
               MOVE "RENOMEACOES.TXT" TO WS-RENAME-FILE-NAME
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(7:2) TO WS-RUN-DD.
           MOVE WS-CURRENT-DATE(5:2) TO WS-RUN-MM.
           MOVE WS-CURRENT-DATE(1:4) TO WS-RUN-YYYY.

      * OPERADOR DA EXECUCAO: VARIAVEL DE AMBIENTE LEITOR-OPERADOR. O
      * ALVO DA APROVACAO E SEMPRE RENOMEACAO - OS PARES VEM DO
      * ARQUIVO, E A APROVACAO VALE PARA UMA EXECUCAO.
           MOVE "LEITOR-RENOMEIA" TO WS-OPER-PROGRAM.
           MOVE "RENOMEACAO" TO WS-OPER-TARGET.
           PERFORM 890-RESOLVE-OPERATOR.

       100-LOAD-RENAME-PAIRS.

      * Par incompleto, com os dois nomes iguais ou que colide com
      * outro par do mesmo arquivo (mesmo nome antigo, ou o nome novo
      * de um sendo o antigo de outro) e recusado antes de tocar em
      * qualquer arquivo - cadeias se fazem em execucoes separadas.
           MOVE "N" TO WS-RENAME-EOF.
           MOVE SPACES TO WS-PAIR-TABLE.

           OPEN INPUT RENAME-FILE.
           IF WS-RENAME-STATUS NOT = "00"
               DISPLAY "ARQUIVO DE PARES NAO ENCONTRADO: "
                   WS-RENAME-FILE-NAME " - STATUS: " WS-RENAME-STATUS
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "ARQUIVO DE RENOMEACOES AUSENTE - NADA RENOMEADO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-RENAME-EOF = "Y"
               READ RENAME-FILE
                   AT END
                       MOVE "Y" TO WS-RENAME-EOF
                   NOT AT END
                       IF RENAME-RECORD NOT = SPACES
                           PERFORM 110-ADD-RENAME-PAIR
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE RENAME-FILE.

           IF WS-PAIR-COUNT = 0
               DISPLAY "NENHUM PAR EM " WS-RENAME-FILE-NAME
                   " - NADA A RENOMEAR."
               PERFORM 892-AUDIT-OPERATOR
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

       110-ADD-RENAME-PAIR.

           IF WS-PAIR-COUNT >= 500
               DISPLAY "ARQUIVO DE PARES COM MAIS DE 500 LINHAS - "
                   "DIVIDA EM MAIS DE UMA EXECUCAO."
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "TABELA DE RENOMEACOES ESTOUROU - NADA RENOMEADO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "RECUSADA" TO WS-OPER-RESULT
               PERFORM 892-AUDIT-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-PAIR-COUNT.
           MOVE RN-OLD-NAME TO WS-PAIR-OLD-NAME(WS-PAIR-COUNT).
           MOVE RN-NEW-NAME TO WS-PAIR-NEW-NAME(WS-PAIR-COUNT).
           MOVE "N" TO WS-PAIR-APPLIED(WS-PAIR-COUNT).
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
               UNTIL WS-FILE-IDX > 7
               MOVE 0 TO WS-OLD-BEFORE(WS-PAIR-COUNT, WS-FILE-IDX)
               MOVE 0 TO WS-NEW-BEFORE(WS-PAIR-COUNT, WS-FILE-IDX)
               MOVE 0 TO WS-OLD-AFTER(WS-PAIR-COUNT, WS-FILE-IDX)
               MOVE 0 TO WS-NEW-AFTER(WS-PAIR-COUNT, WS-FILE-IDX)
           END-PERFORM.

           EVALUATE TRUE
               WHEN RN-OLD-NAME = SPACES OR RN-NEW-NAME = SPACES
                   MOVE "PAR INCOMPLETO" TO
                       WS-PAIR-RESULT(WS-PAIR-COUNT)
               WHEN RN-OLD-NAME = RN-NEW-NAME
                   MOVE "NOMES IGUAIS" TO
                       WS-PAIR-RESULT(WS-PAIR-COUNT)
               WHEN OTHER
                   MOVE "Y" TO WS-PAIR-APPLIED(WS-PAIR-COUNT)
                   PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                       UNTIL WS-CHECK-IDX >= WS-PAIR-COUNT
                       IF WS-PAIR-APPLIED(WS-CHECK-IDX) = "Y"
                           AND (WS-PAIR-OLD-NAME(WS-CHECK-IDX)
                                   = RN-OLD-NAME
                               OR WS-PAIR-OLD-NAME(WS-CHECK-IDX)
                                   = RN-NEW-NAME
                               OR WS-PAIR-NEW-NAME(WS-CHECK-IDX)
                                   = RN-OLD-NAME
                               OR WS-PAIR-NEW-NAME(WS-CHECK-IDX)
                                   = RN-NEW-NAME)
                           MOVE "N" TO WS-PAIR-APPLIED(WS-PAIR-COUNT)
                           MOVE "PAR EM CONFLITO" TO
                               WS-PAIR-RESULT(WS-PAIR-COUNT)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
           END-EVALUATE.

      * Ate a passada no mestre, "aplicado" quer dizer apenas "par
      * valido" - 210 confirma ou recusa contra o mestre.
           IF WS-PAIR-APPLIED(WS-PAIR-COUNT) = "N"
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

       200-RENAME-MASTER.

           OPEN I-O MASTER-FILE.
           IF WS-MASTER-STATUS NOT = "00"
               DISPLAY "ERRO AO ABRIR ARQUIVO MESTRE - STATUS: "
                   WS-MASTER-STATUS
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "ERRO AO ABRIR O MESTRE NA RENOMEACAO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               PERFORM 850-RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 210-RENAME-ONE-CHAMPION
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.

           CLOSE MASTER-FILE.

       210-RENAME-ONE-CHAMPION.

      * O nome antigo tem de estar no mestre; so o novo presente e um
      * par ja aplicado numa execucao anterior. Com os dois no mestre
      * o feed ja criou o campeao com o nome novo - os dois sao
      * fundidos (230). A troca de chave simples e WRITE do registro
      * com o nome novo seguido do DELETE do antigo - nunca fica um
      * instante sem nenhum dos dois.
           IF WS-PAIR-APPLIED(WS-PAIR-IDX) = "Y"
               MOVE WS-PAIR-NEW-NAME(WS-PAIR-IDX)
                   TO CHAMPION-NAME OF MASTER-RECORD
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-NEW-IN-MASTER
                   NOT INVALID KEY
                       MOVE "Y" TO WS-NEW-IN-MASTER
                       MOVE MASTER-RECORD TO WS-NEW-MASTER-RECORD
               END-READ
               MOVE WS-PAIR-OLD-NAME(WS-PAIR-IDX)
                   TO CHAMPION-NAME OF MASTER-RECORD
               READ MASTER-FILE
                   INVALID KEY
                       MOVE "N" TO WS-OLD-IN-MASTER
                   NOT INVALID KEY
                       MOVE "Y" TO WS-OLD-IN-MASTER
                       MOVE MASTER-RECORD TO WS-OLD-MASTER-RECORD
               END-READ

               EVALUATE TRUE
                   WHEN WS-OLD-IN-MASTER = "Y"
                       AND WS-NEW-IN-MASTER = "Y"
                       PERFORM 230-MERGE-MASTER-RECORDS
                   WHEN WS-OLD-IN-MASTER = "N"
                       AND WS-NEW-IN-MASTER = "Y"
                       MOVE "JA RENOMEADO" TO
                           WS-PAIR-RESULT(WS-PAIR-IDX)
                       MOVE "N" TO WS-PAIR-APPLIED(WS-PAIR-IDX)
                   WHEN WS-OLD-IN-MASTER = "N"
                       MOVE "FORA DO MESTRE" TO
                           WS-PAIR-RESULT(WS-PAIR-IDX)
                       MOVE "N" TO WS-PAIR-APPLIED(WS-PAIR-IDX)
                   WHEN OTHER
                       PERFORM 220-REKEY-MASTER-RECORD
               END-EVALUATE

               IF WS-PAIR-APPLIED(WS-PAIR-IDX) = "N"
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
           END-IF.

       220-REKEY-MASTER-RECORD.

      * MASTER-RECORD ainda tem o registro antigo lido em 210.
           MOVE 1 TO WS-OLD-BEFORE(WS-PAIR-IDX, 1).
           MOVE 0 TO WS-NEW-BEFORE(WS-PAIR-IDX, 1).

           MOVE WS-PAIR-NEW-NAME(WS-PAIR-IDX)
               TO CHAMPION-NAME OF MASTER-RECORD.
           WRITE MASTER-RECORD.
           IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "02"
               PERFORM 240-DELETE-OLD-KEY
               IF WS-DELETE-OK = "Y"
                   MOVE "RENOMEADO" TO WS-PAIR-RESULT(WS-PAIR-IDX)
                   MOVE 0 TO WS-OLD-AFTER(WS-PAIR-IDX, 1)
                   MOVE 1 TO WS-NEW-AFTER(WS-PAIR-IDX, 1)
                   ADD 1 TO WS-APPLIED-COUNT
               ELSE
      * O antigo ficou: o registro novo recem-gravado sai, para o
      * mestre nao ficar com as duas chaves do mesmo campeao.
                   MOVE WS-PAIR-NEW-NAME(WS-PAIR-IDX)
                       TO CHAMPION-NAME OF MASTER-RECORD
                   DELETE MASTER-FILE RECORD
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
           ELSE
               DISPLAY "ERRO NO ARQUIVO MESTRE - STATUS: "
                   WS-MASTER-STATUS
               MOVE "ERRO NO MESTRE" TO WS-PAIR-RESULT(WS-PAIR-IDX)
               MOVE "N" TO WS-PAIR-APPLIED(WS-PAIR-IDX)
               MOVE "N" TO WS-RENAME-OK
           END-IF.

       230-MERGE-MASTER-RECORDS.

      * Fusao: o nome antigo sai do mestre e fica sob o nome novo o
      * registro de atualizacao mais recente dos dois (empate: o do
      * nome novo, que e o que o feed manda hoje). Historico,
      * agregados, movimentacoes e excecoes do nome antigo passam
      * para o novo pelas mesmas passadas da renomeacao (300-350).
           MOVE 1 TO WS-OLD-BEFORE(WS-PAIR-IDX, 1).
           MOVE 1 TO WS-NEW-BEFORE(WS-PAIR-IDX, 1).

           PERFORM 240-DELETE-OLD-KEY.
           IF WS-DELETE-OK = "Y"
               IF CHAMPION-LAST-UPDATED OF WS-OLD-MASTER-RECORD
                       > CHAMPION-LAST-UPDATED OF WS-NEW-MASTER-RECORD
                   MOVE WS-OLD-MASTER-RECORD TO MASTER-RECORD
                   MOVE WS-PAIR-NEW-NAME(WS-PAIR-IDX)
                       TO CHAMPION-NAME OF MASTER-RECORD
                   REWRITE MASTER-RECORD
               ELSE
                   MOVE "00" TO WS-MASTER-STATUS
               END-IF
               IF WS-MASTER-STATUS = "00" OR WS-MASTER-STATUS = "02"
                   MOVE "FUNDIDO" TO WS-PAIR-RESULT(WS-PAIR-IDX)
                   MOVE 0 TO WS-OLD-AFTER(WS-PAIR-IDX, 1)
                   MOVE 1 TO WS-NEW-AFTER(WS-PAIR-IDX, 1)
                   ADD 1 TO WS-APPLIED-COUNT
                   ADD 1 TO WS-MERGED-COUNT
               ELSE
      * O antigo ja saiu e o registro mais recente nao entrou: segue
      * a fusao dos arquivos (o nome novo continua no mestre), mas a
      * execucao termina com erro para o operador conferir a taxa.
                   DISPLAY "ERRO NO ARQUIVO MESTRE - STATUS: "
                       WS-MASTER-STATUS
                   MOVE "ERRO NO MESTRE" TO WS-PAIR-RESULT(WS-PAIR-IDX)
                   MOVE 0 TO WS-OLD-AFTER(WS-PAIR-IDX, 1)
                   MOVE 1 TO WS-NEW-AFTER(WS-PAIR-IDX, 1)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "N" TO WS-RENAME-OK
               END-IF
           END-IF.

       240-DELETE-OLD-KEY.

      * DELETE do nome antigo. Se falhar, o par nao e aplicado: vai
      * um CRITICO para o boletim e a execucao termina com RC 8.
           MOVE "Y" TO WS-DELETE-OK.
           MOVE WS-PAIR-OLD-NAME(WS-PAIR-IDX)
               TO CHAMPION-NAME OF MASTER-RECORD.
           DELETE MASTER-FILE RECORD
               INVALID KEY
                   MOVE "N" TO WS-DELETE-OK
           END-DELETE.
           IF WS-MASTER-STATUS NOT = "00"
               MOVE "N" TO WS-DELETE-OK
           END-IF.

           IF WS-DELETE-OK = "N"
               DISPLAY "ERRO AO APAGAR " WS-PAIR-OLD-NAME(WS-PAIR-IDX)
                   " DO MESTRE - STATUS: " WS-MASTER-STATUS
               MOVE "CRITICO" TO WS-ALERT-SEVERITY
               MOVE "FALHA AO APAGAR O NOME ANTIGO NO MESTRE"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               MOVE "ERRO AO APAGAR" TO WS-PAIR-RESULT(WS-PAIR-IDX)
               MOVE "N" TO WS-PAIR-APPLIED(WS-PAIR-IDX)
               MOVE "N" TO WS-RENAME-OK
           END-IF.

       300-REKEY-HISTORY.

      * Mesma regravacao em duas passadas do LEITOR-ESTORNO: a
      * primeira troca o nome para o arquivo de trabalho e conta o
      * "antes", a segunda devolve ao arquivo original e conta o
      * "depois".
           MOVE 2 TO WS-FILE-IDX.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT HISTORY-FILE.
           IF WS-HIST-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT RENAME-WORK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ HISTORY-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE HIST-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 600-COUNT-BEFORE-AND-RENAME
                           MOVE WS-LOOKUP-NAME TO HIST-CHAMPION-NAME
                           WRITE RENWK-RECORD FROM HIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
               CLOSE RENAME-WORK-FILE

               MOVE "N" TO WS-FILE-EOF
               OPEN INPUT RENAME-WORK-FILE
               OPEN OUTPUT HISTORY-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RENAME-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE RENWK-RECORD TO HIST-RECORD
                           MOVE HIST-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 610-COUNT-AFTER
                           WRITE HIST-RECORD
                   END-READ
               END-PERFORM
               CLOSE RENAME-WORK-FILE
               CLOSE HISTORY-FILE
           END-IF.

       310-REKEY-AGGREGATES.

           MOVE 3 TO WS-FILE-IDX.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT AGGREGATE-FILE.
           IF WS-AGG-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT RENAME-WORK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ AGGREGATE-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE AG-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 600-COUNT-BEFORE-AND-RENAME
                           MOVE WS-LOOKUP-NAME TO AG-CHAMPION-NAME
                           WRITE RENWK-RECORD FROM AGG-RECORD
                   END-READ
               END-PERFORM
               CLOSE AGGREGATE-FILE
               CLOSE RENAME-WORK-FILE

               MOVE "N" TO WS-FILE-EOF
               OPEN INPUT RENAME-WORK-FILE
               OPEN OUTPUT AGGREGATE-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RENAME-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE RENWK-RECORD TO AGG-RECORD
                           MOVE AG-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 610-COUNT-AFTER
                           WRITE AGG-RECORD
                   END-READ
               END-PERFORM
               CLOSE RENAME-WORK-FILE
               CLOSE AGGREGATE-FILE
           END-IF.

       320-REKEY-MOVEMENTS.

           MOVE 4 TO WS-FILE-IDX.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT MOVEMENT-FILE.
           IF WS-MOVE-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT RENAME-WORK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ MOVEMENT-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE MV-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 600-COUNT-BEFORE-AND-RENAME
                           MOVE WS-LOOKUP-NAME TO MV-CHAMPION-NAME
                           WRITE RENWK-RECORD FROM MOVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE MOVEMENT-FILE
               CLOSE RENAME-WORK-FILE

               MOVE "N" TO WS-FILE-EOF
               OPEN INPUT RENAME-WORK-FILE
               OPEN OUTPUT MOVEMENT-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RENAME-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE RENWK-RECORD TO MOVE-RECORD
                           MOVE MV-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 610-COUNT-AFTER
                           WRITE MOVE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RENAME-WORK-FILE
               CLOSE MOVEMENT-FILE
           END-IF.

       330-REKEY-EXCEPTIONS.

      * A excecao renomeada continua casando com o REENVIO: a carga
      * passa o nome da linha devolvida pela tabela de apelidos antes
      * de marcar a entrada RESOLVIDA.
           MOVE 5 TO WS-FILE-IDX.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT EXCEPTION-TRACK-FILE.
           IF WS-EXCTRK-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT RENAME-WORK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ EXCEPTION-TRACK-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE XT-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 600-COUNT-BEFORE-AND-RENAME
                           MOVE WS-LOOKUP-NAME TO XT-CHAMPION-NAME
                           WRITE RENWK-RECORD FROM EXCTRK-RECORD
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-TRACK-FILE
               CLOSE RENAME-WORK-FILE

               MOVE "N" TO WS-FILE-EOF
               OPEN INPUT RENAME-WORK-FILE
               OPEN OUTPUT EXCEPTION-TRACK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RENAME-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE RENWK-RECORD TO EXCTRK-RECORD
                           MOVE XT-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 610-COUNT-AFTER
                           WRITE EXCTRK-RECORD
                   END-READ
               END-PERFORM
               CLOSE RENAME-WORK-FILE
               CLOSE EXCEPTION-TRACK-FILE
           END-IF.

       340-REKEY-SOURCE-LOADS.

           MOVE 6 TO WS-FILE-IDX.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT SOURCE-FEED-FILE.
           IF WS-SRCFEED-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT RENAME-WORK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ SOURCE-FEED-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE SF-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 600-COUNT-BEFORE-AND-RENAME
                           MOVE WS-LOOKUP-NAME TO SF-CHAMPION-NAME
                           WRITE RENWK-RECORD FROM SRCFEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FEED-FILE
               CLOSE RENAME-WORK-FILE

               MOVE "N" TO WS-FILE-EOF
               OPEN INPUT RENAME-WORK-FILE
               OPEN OUTPUT SOURCE-FEED-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RENAME-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE RENWK-RECORD TO SRCFEED-RECORD
                           MOVE SF-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 610-COUNT-AFTER
                           WRITE SRCFEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE RENAME-WORK-FILE
               CLOSE SOURCE-FEED-FILE
           END-IF.

       350-REKEY-HELD-CHANGES.

      * A retencao leva o nome em dois lugares - na chave e na imagem
      * do registro do feed que o LEITOR-RETIDOS aplica na liberacao.
           MOVE 7 TO WS-FILE-IDX.
           MOVE "N" TO WS-FILE-EOF.
           OPEN INPUT HELD-CHANGE-FILE.
           IF WS-HELD-STATUS = "35"
               CONTINUE
           ELSE
               OPEN OUTPUT RENAME-WORK-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ HELD-CHANGE-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE RT-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 600-COUNT-BEFORE-AND-RENAME
                           MOVE WS-LOOKUP-NAME TO RT-CHAMPION-NAME
                           MOVE WS-LOOKUP-NAME
                               TO RT-RECORD-IMAGE(1:15)
                           WRITE RENWK-RECORD FROM HELD-RECORD
                   END-READ
               END-PERFORM
               CLOSE HELD-CHANGE-FILE
               CLOSE RENAME-WORK-FILE

               MOVE "N" TO WS-FILE-EOF
               OPEN INPUT RENAME-WORK-FILE
               OPEN OUTPUT HELD-CHANGE-FILE
               PERFORM UNTIL WS-FILE-EOF = "Y"
                   READ RENAME-WORK-FILE
                       AT END
                           MOVE "Y" TO WS-FILE-EOF
                       NOT AT END
                           MOVE RENWK-RECORD TO HELD-RECORD
                           MOVE RT-CHAMPION-NAME TO WS-LOOKUP-NAME
                           PERFORM 610-COUNT-AFTER
                           WRITE HELD-RECORD
                   END-READ
               END-PERFORM
               CLOSE RENAME-WORK-FILE
               CLOSE HELD-CHANGE-FILE
           END-IF.

       400-UPDATE-ALIAS-TABLE.

      * Cada par aplicado entra como apelido antigo -> novo. Apelidos
      * que apontavam para o nome antigo passam a apontar para o novo
      * (a carga faz uma consulta so, nunca segue cadeia), e apelido
      * cujo nome antigo e o nome novo deste par sai da tabela - esse
      * nome voltou a ser chave de verdade no mestre.
           MOVE 0 TO WS-ALIAS-COUNT.
           MOVE "N" TO WS-ALIAS-EOF.
           OPEN INPUT ALIAS-FILE.
           IF WS-ALIAS-STATUS = "35"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-ALIAS-EOF = "Y"
                   READ ALIAS-FILE
                       AT END
                           MOVE "Y" TO WS-ALIAS-EOF
                       NOT AT END
                           IF WS-ALIAS-COUNT >= 1000
                               DISPLAY "APELIDOS.DAT COM MAIS DE 1000 "
                                   "APELIDOS - AUMENTE A TABELA "
                                   "WS-ALIAS-TABLE."
                               MOVE "CRITICO" TO WS-ALERT-SEVERITY
                               MOVE "TABELA DE APELIDOS ESTOUROU"
                                   TO WS-ALERT-REASON
                               PERFORM 860-WRITE-ALERT
                               MOVE "N" TO WS-RENAME-OK
                               MOVE "Y" TO WS-ALIAS-EOF
                           ELSE
                               ADD 1 TO WS-ALIAS-COUNT
                               MOVE AP-OLD-NAME
                                   TO WS-ALIAS-OLD-NAME(WS-ALIAS-COUNT)
                               MOVE AP-NEW-NAME
                                   TO WS-ALIAS-NEW-NAME(WS-ALIAS-COUNT)
                               MOVE AP-RENAME-DATE
                                   TO WS-ALIAS-DATE(WS-ALIAS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIAS-FILE
           END-IF.

           PERFORM 410-APPLY-PAIR-TO-ALIASES
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.

           OPEN OUTPUT ALIAS-FILE.
           PERFORM 420-WRITE-ALIAS-ENTRY
               VARYING WS-ALIAS-IDX FROM 1 BY 1
               UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT.
           CLOSE ALIAS-FILE.

       410-APPLY-PAIR-TO-ALIASES.

           IF WS-PAIR-APPLIED(WS-PAIR-IDX) = "Y"
               MOVE "N" TO WS-ALIAS-FOUND
               PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
                   UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
                   IF WS-ALIAS-NEW-NAME(WS-ALIAS-IDX)
                           = WS-PAIR-OLD-NAME(WS-PAIR-IDX)
                       MOVE WS-PAIR-NEW-NAME(WS-PAIR-IDX)
                           TO WS-ALIAS-NEW-NAME(WS-ALIAS-IDX)
                       MOVE WS-CURRENT-DATE
                           TO WS-ALIAS-DATE(WS-ALIAS-IDX)
                   END-IF
                   IF WS-ALIAS-OLD-NAME(WS-ALIAS-IDX)
                           = WS-PAIR-NEW-NAME(WS-PAIR-IDX)
                       MOVE SPACES TO WS-ALIAS-OLD-NAME(WS-ALIAS-IDX)
                   END-IF
                   IF WS-ALIAS-OLD-NAME(WS-ALIAS-IDX)
                           = WS-PAIR-OLD-NAME(WS-PAIR-IDX)
                       MOVE WS-PAIR-NEW-NAME(WS-PAIR-IDX)
                           TO WS-ALIAS-NEW-NAME(WS-ALIAS-IDX)
                       MOVE WS-CURRENT-DATE
                           TO WS-ALIAS-DATE(WS-ALIAS-IDX)
                       MOVE "Y" TO WS-ALIAS-FOUND
                   END-IF
               END-PERFORM
               IF WS-ALIAS-FOUND = "N"
                   IF WS-ALIAS-COUNT >= 1000
                       DISPLAY "APELIDOS.DAT CHEIO - APELIDO DE "
                           WS-PAIR-OLD-NAME(WS-PAIR-IDX)
                           " NAO GRAVADO."
                       MOVE "N" TO WS-RENAME-OK
                   ELSE
                       ADD 1 TO WS-ALIAS-COUNT
                       MOVE WS-PAIR-OLD-NAME(WS-PAIR-IDX)
                           TO WS-ALIAS-OLD-NAME(WS-ALIAS-COUNT)
                       MOVE WS-PAIR-NEW-NAME(WS-PAIR-IDX)
                           TO WS-ALIAS-NEW-NAME(WS-ALIAS-COUNT)
                       MOVE WS-CURRENT-DATE
                           TO WS-ALIAS-DATE(WS-ALIAS-COUNT)
                   END-IF
               END-IF
           END-IF.

       420-WRITE-ALIAS-ENTRY.

      * Apelido anulado em 410 (nome antigo em branco) nao volta.
           IF WS-ALIAS-OLD-NAME(WS-ALIAS-IDX) NOT = SPACES
               MOVE WS-ALIAS-OLD-NAME(WS-ALIAS-IDX) TO AP-OLD-NAME
               MOVE WS-ALIAS-NEW-NAME(WS-ALIAS-IDX) TO AP-NEW-NAME
               MOVE WS-ALIAS-DATE(WS-ALIAS-IDX)     TO AP-RENAME-DATE
               WRITE APEL-RECORD
           END-IF.

       450-WRITE-RENAME-REPORT.

           OPEN OUTPUT RENAME-REPORT-FILE.
           MOVE WS-RUN-DATE-DISPLAY TO RH-RUN-DATE.
           WRITE RENAME-OUTPUT-RECORD FROM WS-RENAME-HEADING.
           MOVE SPACES TO RENAME-OUTPUT-RECORD.
           WRITE RENAME-OUTPUT-RECORD.

           PERFORM 460-WRITE-PAIR-SECTION
               VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT.

           MOVE WS-APPLIED-COUNT TO TT-APPLIED.
           MOVE WS-REFUSED-COUNT TO TT-REFUSED.
           MOVE WS-ALIAS-COUNT   TO TT-ALIASES.
           WRITE RENAME-OUTPUT-RECORD FROM WS-RENAME-TOTALS-LINE.
           CLOSE RENAME-REPORT-FILE.

       460-WRITE-PAIR-SECTION.

           MOVE WS-PAIR-OLD-NAME(WS-PAIR-IDX) TO PL-OLD-NAME.
           MOVE WS-PAIR-NEW-NAME(WS-PAIR-IDX) TO PL-NEW-NAME.
           MOVE WS-PAIR-RESULT(WS-PAIR-IDX)   TO PL-RESULT.
           WRITE RENAME-OUTPUT-RECORD FROM WS-PAIR-LINE.

           IF WS-PAIR-APPLIED(WS-PAIR-IDX) = "Y"
               WRITE RENAME-OUTPUT-RECORD FROM WS-COUNT-HEADING
               PERFORM 470-WRITE-COUNT-LINE
                   VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > 7
           END-IF.

           MOVE SPACES TO RENAME-OUTPUT-RECORD.
           WRITE RENAME-OUTPUT-RECORD.

       470-WRITE-COUNT-LINE.

           MOVE WS-FILE-NAME(WS-FILE-IDX) TO CL-FILE-NAME.
           MOVE WS-OLD-BEFORE(WS-PAIR-IDX, WS-FILE-IDX)
               TO CL-OLD-BEFORE.
           MOVE WS-NEW-BEFORE(WS-PAIR-IDX, WS-FILE-IDX)
               TO CL-NEW-BEFORE.
           MOVE WS-OLD-AFTER(WS-PAIR-IDX, WS-FILE-IDX)
               TO CL-OLD-AFTER.
           MOVE WS-NEW-AFTER(WS-PAIR-IDX, WS-FILE-IDX)
               TO CL-NEW-AFTER.
           WRITE RENAME-OUTPUT-RECORD FROM WS-COUNT-LINE.

       500-TERMINATE.

      * RETURN CODE PADRONIZADO PARA O SCHEDULER: 0 TODOS OS PARES
      * RENOMEADOS, 4 PAR RECUSADO, 8 ERRO DE ARQUIVO.
           EVALUATE TRUE
               WHEN WS-RENAME-OK = "N"
                   MOVE "CRITICO" TO WS-ALERT-SEVERITY
                   MOVE "RENOMEACAO TERMINOU COM ERRO DE ARQUIVO"
                       TO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
                   MOVE 8 TO RETURN-CODE
                   DISPLAY "RENOMEACAO TERMINOU COM ERRO - VEJA "
                       "RENOMEACAO.TXT E AS MENSAGENS ACIMA."
               WHEN WS-REFUSED-COUNT > 0
                   MOVE "AVISO" TO WS-ALERT-SEVERITY
                   MOVE "PAR(ES) DE RENOMEACAO RECUSADO(S)"
                       TO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

           DISPLAY "RENOMEACAO GERADA EM RENOMEACAO.TXT - "
               WS-APPLIED-COUNT " RENOMEADO(S) ("
               WS-MERGED-COUNT " FUNDIDO(S)), "
               WS-REFUSED-COUNT " RECUSADO(S).".

       600-COUNT-BEFORE-AND-RENAME.

      * WS-LOOKUP-NAME entra com o nome do registro lido e sai com o
      * nome que vai para o arquivo de trabalho.
           PERFORM 620-FIND-BY-OLD-NAME.
           IF WS-PAIR-FOUND = "Y"
               ADD 1 TO WS-OLD-BEFORE(WS-PAIR-IDX, WS-FILE-IDX)
               MOVE WS-PAIR-NEW-NAME(WS-PAIR-IDX) TO WS-LOOKUP-NAME
           ELSE
               PERFORM 630-FIND-BY-NEW-NAME
               IF WS-PAIR-FOUND = "Y"
                   ADD 1 TO WS-NEW-BEFORE(WS-PAIR-IDX, WS-FILE-IDX)
               END-IF
           END-IF.

       610-COUNT-AFTER.

           PERFORM 620-FIND-BY-OLD-NAME.
           IF WS-PAIR-FOUND = "Y"
               ADD 1 TO WS-OLD-AFTER(WS-PAIR-IDX, WS-FILE-IDX)
           ELSE
               PERFORM 630-FIND-BY-NEW-NAME
               IF WS-PAIR-FOUND = "Y"
                   ADD 1 TO WS-NEW-AFTER(WS-PAIR-IDX, WS-FILE-IDX)
               END-IF
           END-IF.

       620-FIND-BY-OLD-NAME.

           MOVE "N" TO WS-PAIR-FOUND.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-APPLIED(WS-PAIR-IDX) = "Y"
                   AND WS-PAIR-OLD-NAME(WS-PAIR-IDX) = WS-LOOKUP-NAME
                   MOVE "Y" TO WS-PAIR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       630-FIND-BY-NEW-NAME.

           MOVE "N" TO WS-PAIR-FOUND.
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
               IF WS-PAIR-APPLIED(WS-PAIR-IDX) = "Y"
                   AND WS-PAIR-NEW-NAME(WS-PAIR-IDX) = WS-LOOKUP-NAME
                   MOVE "Y" TO WS-PAIR-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       840-CHECK-MASTER-LOCK.

      * Mestre em uso por outro programa = recusa com RC 8. Trava
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
                           " - RENOMEACAO RECUSADA. SE A EXECUCAO "
                           "DONA DA TRAVA CAIU, APAGUE MESTRETRAVA.DAT."
                       MOVE "CRITICO" TO WS-ALERT-SEVERITY
                       MOVE "MESTRE TRAVADO - RENOMEACAO RECUSADA"
                           TO WS-ALERT-REASON
                       PERFORM 860-WRITE-ALERT
                       MOVE "RECUSADA" TO WS-OPER-RESULT
                       PERFORM 892-AUDIT-OPERATOR
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
               END-READ
               CLOSE MASTER-LOCK-FILE
           END-IF.

       845-CLAIM-MASTER-LOCK.

           MOVE "LEITOR-RENOMEIA" TO ML-PROGRAM.
           MOVE WS-CURRENT-DATE TO ML-LOCK-DATE.
           ACCEPT WS-LOCK-TIME FROM TIME.
           MOVE WS-LOCK-TIME(1:6) TO ML-LOCK-TIME.
           OPEN OUTPUT MASTER-LOCK-FILE.
           WRITE LOCK-RECORD.
           CLOSE MASTER-LOCK-FILE.
           MOVE "Y" TO WS-LOCK-HELD.

       850-RELEASE-MASTER-LOCK.

      * Arquivo esvaziado = mestre livre.
           IF WS-LOCK-HELD = "Y"
               OPEN OUTPUT MASTER-LOCK-FILE
               CLOSE MASTER-LOCK-FILE
               MOVE "N" TO WS-LOCK-HELD
           END-IF.

       860-WRITE-ALERT.

      * Grava a condicao no arquivo central de alertas, alem do
      * DISPLAY no console - e dele que o LEITOR-BOLETIM monta o
      * boletim da manha do operador.
           ACCEPT WS-ALERT-DATE FROM DATE YYYYMMDD.
           MOVE WS-ALERT-DATE TO ALR-DATE.
           ACCEPT WS-ALERT-TIME FROM TIME.
           MOVE WS-ALERT-TIME(1:6) TO ALR-TIME.
           MOVE "LEITOR-RENOMEIA" TO ALR-PROGRAM.
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

       END PROGRAM LEITOR-RENOMEIA.
