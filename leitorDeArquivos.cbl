                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-EXCTRK-STATUS.

      * TAXA DE VITORIA QUE VARIA MAIS QUE A TOLERANCIA CONTRA O
      * MESTRE NAO E APLICADA: FICA RETIDA EM ALTERACOESRETIDAS.DAT
      * ATE O LEITOR-RETIDOS LIBERAR OU REJEITAR. TOLERANCIA EM
      * PONTOS DE TAXA: POR PADRAO 20, OU DEFINA O PARAMETRO
      * LEITOR-TOLERANCIA-VARIACAO EM PARAMETROS.DAT.
            SELECT HELD-CHANGE-FILE ASSIGN TO "ALTERACOESRETIDAS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-HELD-STATUS.

      * TRAVA OPERACIONAL DO MESTRE: QUEM ATUALIZA CAMPEOESMASTER.DAT
      * REIVINDICA AQUI E ESVAZIA AO TERMINAR; QUEM SO LE CONFERE
      * ANTES DE ABRIR. TRAVA DE EXECUCAO QUE CAIU: APAGUE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALERTF-STATUS.

      * NOMES ANTIGOS DE CAMPEOES RENOMEADOS PELO LEITOR-RENOMEIA: O
      * REGISTRO DO FEED QUE AINDA CHEGA COM O NOME ANTIGO E LEVADO
      * PARA A CHAVE NOVA ANTES DAS CRITICAS. SEM O ARQUIVO, NENHUM
      * NOME E TROCADO.
            SELECT ALIAS-FILE ASSIGN TO "APELIDOS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ALIAS-STATUS.

            SELECT ROLES-FILE ASSIGN TO "FUNCOESVALIDAS.TXT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-ROLES-STATUS.
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-TEAMS-STATUS.

      * LIMITES DA EXECUCAO: VEM DO ARQUIVO CENTRAL DE PARAMETROS
      * (PARAMETROS.DAT) - SEM LINHA EM VIGOR VALE O PADRAO DO
      * PROGRAMA. OS VALORES USADOS SAEM NO CABECALHO DO RELATORIO E
      * NO AUDITLOG.TXT.
            SELECT RUN-PARAMETER-FILE ASSIGN TO "PARAMETROS.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.

       FILE SECTION.
           COPY EXCPEND REPLACING ==EXCEPTION-TRACK-RECORD==
               BY ==EXCTRK-RECORD==.

       FD HELD-CHANGE-FILE.
           COPY HELDREC REPLACING ==HELD-CHANGE-RECORD==
               BY ==HELD-RECORD==.

       FD MASTER-LOCK-FILE.
           COPY MSTLOCK REPLACING ==MASTER-LOCK-RECORD==
               BY ==LOCK-RECORD==.
           COPY ALERTREC REPLACING ==ALERT-RECORD==
               BY ==ALR-RECORD==.

       FD ALIAS-FILE.
           COPY APELREC REPLACING ==ALIAS-RECORD==
               BY ==APEL-RECORD==.

       FD ROLES-FILE.
       01 ROLES-RECORD             PIC X(10).

       FD TEAMS-FILE.
       01 TEAMS-RECORD             PIC X(15).

       FD RUN-PARAMETER-FILE.
           COPY PARMREC.

       WORKING-STORAGE SECTION.

       01 SWITCHES.
           05 WS-IN-FILE-NAME      PIC X(50) VALUE SPACES.
           05 WS-TOLERANCE-TEXT    PIC X(4)  VALUE SPACES.
           05 WS-REJECT-TOLERANCE  PIC 9(4)  VALUE 0.
           05 WS-SWING-TEXT        PIC X(2)  VALUE SPACES.
           05 WS-SWING-TOLERANCE   PIC 9(2)V9(2) VALUE 20.
           05 WS-TEXT-IDX          PIC 9(2)  VALUE 0.
           05 WS-DIGIT-X           PIC X     VALUE SPACE.
           05 WS-DIGIT-9 REDEFINES WS-DIGIT-X
               10 WS-VALID-TEAM PIC X(15)
                   OCCURS 200 TIMES.

      * Apelidos de APELIDOS.DAT (nome antigo -> chave atual). O
      * LEITOR-RENOMEIA ja grava a tabela achatada, entao uma consulta
      * basta - nunca ha cadeia a seguir.
       01 ALIAS-CONTROLS.
           05 WS-ALIAS-STATUS      PIC X(2)  VALUE SPACES.
           05 WS-ALIAS-EOF         PIC X     VALUE "N".
           05 WS-ALIAS-FOUND       PIC X     VALUE "N".
           05 WS-ALIAS-NAME        PIC X(15) VALUE SPACES.
           05 WS-ALIAS-COUNT       PIC 9(4)  VALUE 0.
           05 WS-ALIAS-IDX         PIC 9(4)  VALUE 0.
           05 WS-ALIASED-COUNT     PIC 9(5)  VALUE 0.
           05 WS-ALIAS-TABLE.
               10 WS-ALIAS-ENTRY
                   OCCURS 1000 TIMES.
                   15 WS-ALIAS-OLD-NAME PIC X(15).
                   15 WS-ALIAS-NEW-NAME PIC X(15).

       01 DATE-VALIDATION-CONTROLS.
           05 WS-DATE-OK           PIC X     VALUE "N".
           05 WS-CHECK-DATE        PIC 9(8)  VALUE 0.
           05 WS-APPLY-SWITCH      PIC X     VALUE "Y".
           05 WS-CONFLICT-COUNT    PIC 9(5)  VALUE 0.
           05 WS-SUPERSEDED-COUNT  PIC 9(5)  VALUE 0.
           05 WS-HELD-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-HELD-COUNT        PIC 9(5)  VALUE 0.
           05 WS-RATE-SWING        PIC 9(2)V9(2) VALUE 0.
           05 WS-PREC-COUNT        PIC 9(2)  VALUE 0.
           05 WS-PREC-IDX          PIC 9(2)  VALUE 0.
           05 WS-RANK-SOURCE       PIC X(10) VALUE SPACES.
           05 WS-TRACK-TABLE.
               10 WS-TRACK-ENTRY
                   OCCURS 5000 TIMES.
                   15 WS-TRACK-IMAGE   PIC X(57).

           COPY SEENNMS.

               VALUE "REGISTROS PRESERVADOS POR PRECEDENCIA:".
           05 TL-SUPERSEDED        PIC ZZZZ9.

       01 WS-HELD-TOTAL-LINE.
           05 FILLER               PIC X(39)
               VALUE "REGISTROS RETIDOS POR VARIACAO:".
           05 TL-HELD              PIC ZZZZ9.

       01 WS-ALIAS-TOTAL-LINE.
           05 FILLER               PIC X(39)
               VALUE "REGISTROS MAPEADOS POR APELIDO:".
           05 TL-ALIASED           PIC ZZZZ9.

       01 WS-CONFLICT-HEADING-1.
           05 FILLER               PIC X(31)
               VALUE "CONFLITOS ENTRE FONTES DO FEED".
           05 AL-MODE-LABEL         PIC X(6) VALUE "MODO: ".
           05 AL-MODE               PIC X(8).

           COPY PARMCTL.

           COPY OPERCTL.

       PROCEDURE DIVISION.

       000-MAIN.
           PERFORM 050-RESOLVE-PARAMETERS.
           PERFORM 105-STAMP-RUN-DATETIME.
           PERFORM 810-GET-NEXT-RUN-SEQUENCE.
           MOVE WS-RUN-SEQUENCE TO WS-OPER-RUN-SEQ.
           PERFORM 892-AUDIT-OPERATOR.

           IF WS-RUN-MODE = "CONSULTA"
               PERFORM 500-INQUIRY-MODE
           END-IF.

      * TOLERANCIA DE REJEITADOS PARA O RETURN CODE 4: POR PADRAO 0,
      * OU DEFINA O PARAMETRO LEITOR-TOLERANCIA-REJEITOS EM
      * PARAMETROS.DAT.
           MOVE "LEITOR-DE-TXT" TO WS-PARM-PROGRAM.
           MOVE "LEITOR-TOLERANCIA-REJEITOS" TO WS-PARM-NAME.
           MOVE 4 TO WS-PARM-WIDTH.
           PERFORM 870-LOOKUP-RUN-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-TOLERANCE-TEXT.
           PERFORM 055-CONVERT-TOLERANCE.
           MOVE WS-REJECT-TOLERANCE TO WS-PARM-USED-NUMBER.
           PERFORM 875-KEEP-RUN-PARAMETER.

           MOVE "LEITOR-TOLERANCIA-VARIACAO" TO WS-PARM-NAME.
           MOVE 2 TO WS-PARM-WIDTH.
           PERFORM 870-LOOKUP-RUN-PARAMETER.
           MOVE WS-PARM-VALUE TO WS-SWING-TEXT.
           PERFORM 056-CONVERT-SWING-TOLERANCE.
           MOVE WS-SWING-TOLERANCE TO WS-PARM-USED-NUMBER.
           PERFORM 875-KEEP-RUN-PARAMETER.

      * OPERADOR DA EXECUCAO: VARIAVEL DE AMBIENTE LEITOR-OPERADOR.
           MOVE "LEITOR-DE-TXT" TO WS-OPER-PROGRAM.
           PERFORM 890-RESOLVE-OPERATOR.

       055-CONVERT-TOLERANCE.

      * O valor vem de PARAMETROS.DAT alinhado a esquerda ("10  "),
      * entao o numero e montado digito a digito, ignorando o que nao
      * for algarismo - sem valor ou valor invalido fica em zero.
           MOVE 0 TO WS-REJECT-TOLERANCE.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
               UNTIL WS-TEXT-IDX > 4
               END-IF
           END-PERFORM.

       056-CONVERT-SWING-TOLERANCE.

      * Tolerancia de variacao em pontos inteiros de taxa ("20"),
      * montada digito a digito como 055-CONVERT-TOLERANCE - sem
      * valor ou valor invalido cai no padrao de 20 pontos. Zero
      * informado em PARAMETROS.DAT reteria toda mudanca de taxa: e
      * tratado como valor invalido, com aviso e o padrao aplicado.
           MOVE 0 TO WS-SWING-TOLERANCE.
           PERFORM VARYING WS-TEXT-IDX FROM 1 BY 1
               UNTIL WS-TEXT-IDX > 2
               MOVE WS-SWING-TEXT(WS-TEXT-IDX:1) TO WS-DIGIT-X
               IF WS-DIGIT-X IS NUMERIC
                   COMPUTE WS-SWING-TOLERANCE
                       = WS-SWING-TOLERANCE * 10 + WS-DIGIT-9
               END-IF
           END-PERFORM.
           IF WS-SWING-TOLERANCE = 0
               IF WS-PARM-ORIGIN NOT = "PADRAO"
                   AND WS-PARM-ORIGIN NOT = "INVALIDO"
                   DISPLAY "PARAMETRO " WS-PARM-NAME
                       " COM VALOR ZERO EM PARAMETROS.DAT - "
                       "APLICADO O PADRAO."
                   MOVE "INVALIDO" TO WS-PARM-ORIGIN
                   MOVE "AVISO" TO WS-ALERT-SEVERITY
                   MOVE "PARAMETRO INVALIDO EM PARAMETROS.DAT - PADRAO"
                       TO WS-ALERT-REASON
                   PERFORM 860-WRITE-ALERT
               END-IF
               MOVE 20 TO WS-SWING-TOLERANCE
           END-IF.

       105-STAMP-RUN-DATETIME.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           PERFORM 910-CLEAR-SEEN-TABLE.
           PERFORM 140-LOAD-REFERENCE-TABLES.
           PERFORM 148-LOAD-SOURCE-PRECEDENCE.
           PERFORM 149-LOAD-ALIAS-TABLE.
           PERFORM 120-CHECK-FOR-CHECKPOINT.
           PERFORM 065-CHECK-DUPLICATE-FEED.
           PERFORM 840-CHECK-MASTER-LOCK.
                       MOVE CKPT-PAGE-COUNT     TO WS-PAGE-COUNT
                       MOVE CKPT-LINE-COUNT     TO WS-LINE-COUNT
                       MOVE CKPT-RUN-SEQ        TO WS-CKPT-SAVED-SEQ
                       IF CKPT-HELD-COUNT IS NUMERIC
                           MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                       END-IF
                       IF CKPT-TIMESTAMP IS NUMERIC
                           MOVE CKPT-TIMESTAMP  TO WS-CKPT-SAVED-DATE
                       END-IF
                                   PERFORM 220-PROCESS-TRAILER
                               WHEN OTHER
                                   PERFORM 240-ACCUMULATE-FEED-TOTALS
                                   PERFORM 234-APPLY-NAME-ALIAS
                                   PERFORM 250-VALIDATE-RECORD
                                   IF WS-VALID-SWITCH = "Y"
                                       PERFORM 260-REMEMBER-NAME
           MOVE IN-EXCEPTION-RECORD TO WS-RESUBMIT-LINE.
           IF RS-RECORD-IMAGE NOT = SPACES
               MOVE RS-RECORD-IMAGE TO IN-RECORD
               PERFORM 234-APPLY-NAME-ALIAS
               PERFORM 250-VALIDATE-RECORD
               IF WS-VALID-SWITCH = "Y"
                   PERFORM 260-REMEMBER-NAME
               CLOSE PRECEDENCE-FILE
           END-IF.

       149-LOAD-ALIAS-TABLE.

      * A tabela de apelidos e mantida pelo LEITOR-RENOMEIA; sem o
      * arquivo a carga segue sem trocar nome nenhum.
           MOVE 0 TO WS-ALIAS-COUNT.
           MOVE "N" TO WS-ALIAS-EOF.
           OPEN INPUT ALIAS-FILE.
           IF WS-ALIAS-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-ALIAS-EOF = "Y"
                   READ ALIAS-FILE
                       AT END
                           MOVE "Y" TO WS-ALIAS-EOF
                       NOT AT END
                           IF AP-OLD-NAME NOT = SPACES
                               IF WS-ALIAS-COUNT >= 1000
                                   DISPLAY "APELIDOS.DAT COM MAIS DE "
                                       "1000 APELIDOS - AUMENTE A "
                                       "TABELA WS-ALIAS-TABLE."
                                   MOVE "CRITICO"
                                       TO WS-ALERT-SEVERITY
                                   MOVE "TABELA DE APELIDOS ESTOUROU"
                                       TO WS-ALERT-REASON
                                   PERFORM 860-WRITE-ALERT
                                   MOVE 8 TO RETURN-CODE
                                   STOP RUN
                               END-IF
                               ADD 1 TO WS-ALIAS-COUNT
                               MOVE AP-OLD-NAME TO
                                   WS-ALIAS-OLD-NAME(WS-ALIAS-COUNT)
                               MOVE AP-NEW-NAME TO
                                   WS-ALIAS-NEW-NAME(WS-ALIAS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALIAS-FILE
           END-IF.

       810-GET-NEXT-RUN-SEQUENCE.

           MOVE 0 TO WS-RUN-SEQUENCE.

       232-APPLY-DETAIL-RECORD.

           PERFORM 234-APPLY-NAME-ALIAS.
           PERFORM 250-VALIDATE-RECORD.
           IF WS-VALID-SWITCH = "Y"
               ADD 1 TO REC-COUNTER
               PERFORM 260-REMEMBER-NAME
               PERFORM 265-RESOLVE-SOURCE-CONFLICT
               IF WS-APPLY-SWITCH = "Y"
                   PERFORM 267-CHECK-RATE-SWING
               END-IF
               EVALUATE WS-APPLY-SWITCH
                   WHEN "Y"
                       PERFORM 270-UPDATE-MASTER-FILE
                   WHEN "R"
                       ADD 1 TO WS-HELD-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-SUPERSEDED-COUNT
               END-EVALUATE
      * O registro retido ainda nao vale no mestre: nao entra no
      * registro das fontes do dia nem no resumo por time - e o
      * LEITOR-RETIDOS quem o registra se for liberado.
               IF WS-APPLY-SWITCH NOT = "R"
                   PERFORM 268-REGISTER-SOURCE-LOAD
                   PERFORM 280-WRITE-WORK-RECORD
               END-IF
           ELSE
               ADD 1 TO REJECT-COUNTER
               PERFORM 420-WRITE-EXCEPTION-LINE
           END-IF.

       234-APPLY-NAME-ALIAS.

      * Campeao renomeado pelo LEITOR-RENOMEIA que o feed ainda manda
      * com o nome antigo: o registro passa a valer para a chave nova
      * - criticas, mestre, historico e excecoes ja com o nome novo.
           MOVE CHAMPION-NAME OF IN-RECORD TO WS-ALIAS-NAME.
           PERFORM 236-LOOKUP-ALIAS.
           IF WS-ALIAS-FOUND = "Y"
               MOVE WS-ALIAS-NAME TO CHAMPION-NAME OF IN-RECORD
               ADD 1 TO WS-ALIASED-COUNT
           END-IF.

       235-PROCESS-RESUBMIT-RECORD.

      * Cada linha do arquivo devolvido e uma excecao corrigida: a
      * imagem original do registro volta para a area de entrada e
      * passa pelas mesmas criticas da carga - quem ainda falhar gera
      * excecao de novo, com a sequencia desta execucao.
           MOVE IN-EXCEPTION-RECORD TO WS-RESUBMIT-LINE.
           IF RS-RECORD-IMAGE = SPACES
               CONTINUE
           ELSE
               MOVE RS-RECORD-IMAGE TO IN-RECORD
               PERFORM 232-APPLY-DETAIL-RECORD
               IF WS-VALID-SWITCH = "Y"
                   PERFORM 237-NOTE-RESOLVED-EXCEPTION
               END-IF
           END-IF.

       236-LOOKUP-ALIAS.

           MOVE "N" TO WS-ALIAS-FOUND.
           PERFORM VARYING WS-ALIAS-IDX FROM 1 BY 1
               UNTIL WS-ALIAS-IDX > WS-ALIAS-COUNT
               IF WS-ALIAS-OLD-NAME(WS-ALIAS-IDX) = WS-ALIAS-NAME
                   MOVE WS-ALIAS-NEW-NAME(WS-ALIAS-IDX)
                       TO WS-ALIAS-NAME
                   MOVE "Y" TO WS-ALIAS-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       237-NOTE-RESOLVED-EXCEPTION.

      * A chave da excecao original vem da propria linha devolvida
      * (nome + codigo + sequencia da execucao que rejeitou); com a
      * tabela cheia as demais continuam ABERTA e saem no proximo
      * LEITOR-PENDENCIAS - nada se perde, so atrasa. Campeao
      * renomeado depois do rejeito ja esta com o nome novo em
      * EXCECOESPEND.DAT, entao o nome da chave passa pela tabela de
      * apelidos.
           IF WS-RESOLVED-COUNT < 1000
               ADD 1 TO WS-RESOLVED-COUNT
               MOVE RS-NAME TO WS-ALIAS-NAME
               PERFORM 236-LOOKUP-ALIAS
               MOVE WS-ALIAS-NAME
                   TO WS-RESOLVED-NAME(WS-RESOLVED-COUNT)
               MOVE RS-REASON-CODE
                   TO WS-RESOLVED-CODE(WS-RESOLVED-COUNT)
               MOVE RS-RUN-SEQ
                   TO WS-RESOLVED-SEQ(WS-RESOLVED-COUNT)
           END-IF.

       240-ACCUMULATE-FEED-TOTALS.

      * Os totais de controle cobrem TODO registro de detalhe do
      * arquivo (valido ou rejeitado) - e assim que a origem fecha o
      * trailer; taxas nao numericas ficam fora do hash e aparecem
      * como divergencia, o que e o comportamento desejado para um
      * arquivo corrompido.
           ADD 1 TO WS-DETAIL-COUNT.
           IF CHAMPION-WIN-RATE OF IN-RECORD IS NUMERIC
               ADD CHAMPION-WIN-RATE OF IN-RECORD TO WS-HASH-ACCUM
           END-IF.

       265-RESOLVE-SOURCE-CONFLICT.

      * Quando o mesmo campeao ja veio em outra carga DESTA data de
               ADD 1 TO WS-CONFLICT-COUNT
           END-IF.

       267-CHECK-RATE-SWING.

      * Taxa nova que se afasta da taxa atual do mestre mais do que a
      * tolerancia e suspeita - tipico de virgula deslocada no feed
      * (53.12 virando 05.31). O registro nao e aplicado: vai retido
      * para ALTERACOESRETIDAS.DAT e espera a decisao do operador no
      * LEITOR-RETIDOS. Campeao estreante nao tem taxa anterior para
      * comparar, e o REENVIO e um reparo ja revisado pelo operador -
      * os dois seguem direto para o mestre, como sempre.
           IF WS-RUN-MODE = "CARGA"
               MOVE CHAMPION-NAME OF IN-RECORD
                   TO CHAMPION-NAME OF MASTER-RECORD
               READ MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHAMPION-WIN-RATE OF MASTER-RECORD IS NUMERIC
                           COMPUTE WS-RATE-SWING = FUNCTION ABS(
                               CHAMPION-WIN-RATE OF IN-RECORD
                               - CHAMPION-WIN-RATE OF MASTER-RECORD)
                           IF WS-RATE-SWING > WS-SWING-TOLERANCE
                               PERFORM 269-HOLD-RATE-CHANGE
                               MOVE "R" TO WS-APPLY-SWITCH
                           END-IF
                       END-IF
               END-READ
           END-IF.

       268-REGISTER-SOURCE-LOAD.

      * Toda carga anota o que aceitou em CARGASFONTES.DAT, fonte a
               MOVE CHAMPION-ROLE OF IN-RECORD TO SF-CHAMPION-ROLE
               MOVE CHAMPION-TEAM OF IN-RECORD TO SF-CHAMPION-TEAM
               MOVE CHAMPION-WIN-RATE OF IN-RECORD TO SF-WIN-RATE
               MOVE WS-OUT-RUN-DATE TO SF-RUN-DATE
               WRITE SRCFEED-RECORD
               CLOSE SOURCE-FEED-FILE
           END-IF.

       269-HOLD-RATE-CHANGE.

      * Abre e fecha a cada registro, como 274-WRITE-MOVEMENT-RECORD,
      * para uma retomada de checkpoint nunca encontrar o arquivo pela
      * metade. A imagem inteira do registro vai junto - e ela que o
      * LEITOR-RETIDOS aplica na liberacao.
           MOVE WS-OUT-RUN-DATE TO RT-RUN-DATE.
           MOVE WS-OUT-RUN-SEQ  TO RT-RUN-SEQ.
           MOVE WS-FEED-DATE    TO RT-FEED-DATE.
           MOVE WS-FEED-SOURCE  TO RT-SOURCE-ID.
           MOVE CHAMPION-NAME OF IN-RECORD TO RT-CHAMPION-NAME.
           MOVE CHAMPION-WIN-RATE OF MASTER-RECORD TO RT-OLD-RATE.
           MOVE CHAMPION-WIN-RATE OF IN-RECORD     TO RT-NEW-RATE.
           MOVE "RETIDA"        TO RT-STATUS.
           MOVE 0               TO RT-DECISION-DATE.
           MOVE IN-RECORD       TO RT-RECORD-IMAGE.

           OPEN EXTEND HELD-CHANGE-FILE.
           IF WS-HELD-STATUS = "35"
               OPEN OUTPUT HELD-CHANGE-FILE
           END-IF.
           WRITE HELD-RECORD.
           CLOSE HELD-CHANGE-FILE.

       290-CONTROL-FAILURE.

           MOVE WS-PAGE-COUNT    TO CKPT-PAGE-COUNT.
           MOVE WS-LINE-COUNT    TO CKPT-LINE-COUNT.
           MOVE WS-OUT-RUN-SEQ   TO CKPT-RUN-SEQ.
           MOVE WS-HELD-COUNT    TO CKPT-HELD-COUNT.

           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           MOVE WS-REJECT-CODE  TO XT-REASON-CODE.
           MOVE "ABERTA"        TO XT-STATUS.
           MOVE 0               TO XT-RESOLVED-DATE.
           MOVE WS-FEED-SOURCE  TO XT-SOURCE-ID.

           OPEN EXTEND EXCEPTION-TRACK-FILE.
           IF WS-EXCTRK-STATUS = "35"
               MOVE WS-SUPERSEDED-COUNT TO TL-SUPERSEDED
               WRITE OUTPUT-RECORD FROM WS-SUPERSEDED-TOTAL-LINE
           END-IF.
           IF WS-HELD-COUNT > 0
               MOVE WS-HELD-COUNT TO TL-HELD
               WRITE OUTPUT-RECORD FROM WS-HELD-TOTAL-LINE
           END-IF.
           IF WS-ALIASED-COUNT > 0
               MOVE WS-ALIASED-COUNT TO TL-ALIASED
               WRITE OUTPUT-RECORD FROM WS-ALIAS-TOTAL-LINE
           END-IF.

           MOVE SPACES TO CONFLICT-RECORD.
           WRITE CONFLICT-RECORD.
           PERFORM 830-REGISTER-GENERATIONS.

      * RETURN CODE PADRONIZADO PARA O SCHEDULER: 0 EXECUCAO LIMPA,
      * 4 REJEITADOS ACIMA DA TOLERANCIA OU TAXA RETIDA PARA REVISAO,
      * 8 ERRO DE CONTROLE OU DE ARQUIVO. O AVISO DE TAXA RETIDA SAI
      * SEMPRE QUE HOUVER RETENCAO, QUALQUER QUE SEJA O RC.
           EVALUATE TRUE
               WHEN WS-CONTROL-OK = "N"
                   DISPLAY "CARGA INVALIDADA POR ERRO DE CONTROLE - "
                       REJECT-COUNTER " REJEITADO(S)."
           END-EVALUATE.

           IF WS-HELD-COUNT > 0
               DISPLAY "TAXA(S) RETIDA(S) POR VARIACAO ("
                   WS-HELD-COUNT ") - DECIDA NO LEITOR-RETIDOS."
               MOVE "AVISO" TO WS-ALERT-SEVERITY
               MOVE "TAXA(S) DE VITORIA RETIDA(S) PARA REVISAO"
                   TO WS-ALERT-REASON
               PERFORM 860-WRITE-ALERT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       310-VERIFY-FEED-CONTROLS.

      * Conferencia dos totais de controle do feed: header presente,
           WRITE AUDIT-LOG-RECORD FROM WS-AUDIT-LINE.
           CLOSE AUDIT-LOG-FILE.

           MOVE WS-RUN-SEQUENCE TO AU-RUN-SEQ.
           PERFORM 880-AUDIT-RUN-PARAMETERS.

       820-WRITE-RUN-CONTROL.

      * O REENVIO E UM REPARO PONTUAL - QUEM GOVERNA A CADEIA DO DIA
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

       910-CLEAR-SEEN-TABLE.

           MOVE 0 TO WS-SEEN-COUNT.
           END-IF.

           WRITE OUTPUT-RECORD FROM WS-REPORT-HEADING-1.
           IF WS-PAGE-COUNT = 1
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-USED-COUNT
                   PERFORM 885-FORMAT-PARAMETER-LINE
                   WRITE OUTPUT-RECORD FROM WS-PARM-HEADING-LINE
               END-PERFORM
           END-IF.
           MOVE SPACES TO OUTPUT-RECORD.
           WRITE OUTPUT-RECORD.
           WRITE OUTPUT-RECORD FROM WS-REPORT-HEADING-2.
