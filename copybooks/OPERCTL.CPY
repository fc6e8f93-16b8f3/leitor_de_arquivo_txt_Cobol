      ******************************************************************
      * Copybook: OPERCTL
      * Purpose:  Area de trabalho da identificacao do operador. O
      *           operador vem da variavel de ambiente LEITOR-OPERADOR
      *           (sem ele a execucao e registrada como SEM-ID) e cada
      *           execucao grava no AUDITLOG.TXT uma linha com o
      *           programa, o operador, o alvo e o aprovador, no
      *           layout de 179
      *           posicoes do LEITOR-DE-TXT com MODO "OPERADOR" - quem
      *           tabula so as cargas passa por ela. A aprovacao dos
      *           programas destrutivos usa tambem APRVCTL.
      * Usage:    MOVE o PROGRAM-ID para WS-OPER-PROGRAM e PERFORM
      *           890-RESOLVE-OPERATOR; 892-AUDIT-OPERATOR grava a
      *           linha do AUDITLOG (com WS-OPER-RUN-SEQ, se houver
      *           sequencia, e WS-OPER-TARGET, se houver alvo).
      *           Execucao recusada (parametro, trava, aprovacao,
      *           arquivo de entrada) grava a linha antes de parar, com
      *           WS-OPER-RESULT = "RECUSADA" - quem conta execucoes
      *           pelo AUDITLOG (LEITOR-ACOMPANHAMENTO) a despreza.
      ******************************************************************
       01 OPERATOR-CONTROLS.
           05 WS-OPER-ID           PIC X(10) VALUE SPACES.
           05 WS-OPER-PROGRAM      PIC X(20) VALUE SPACES.
           05 WS-OPER-TARGET       PIC X(20) VALUE SPACES.
           05 WS-OPER-APPROVER     PIC X(10) VALUE SPACES.
           05 WS-OPER-RUN-SEQ      PIC 9(5)  VALUE 0.
           05 WS-OPER-RESULT       PIC X(8)  VALUE SPACES.
           05 WS-OPER-TODAY        PIC 9(8)  VALUE 0.
           05 WS-OPER-TIME         PIC 9(8)  VALUE 0.
           05 WS-OPER-DATE-EDIT.
               10 WS-OPER-EDIT-DD  PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-OPER-EDIT-MM  PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-OPER-EDIT-YYYY PIC 9(4).
           05 WS-OPER-TIME-EDIT.
               10 WS-OPER-EDIT-HH  PIC 9(2).
               10 FILLER           PIC X VALUE ":".
               10 WS-OPER-EDIT-MI  PIC 9(2).
               10 FILLER           PIC X VALUE ":".
               10 WS-OPER-EDIT-SS  PIC 9(2).

       01 WS-OPER-AUDIT-LINE.
           05 FILLER               PIC X(11) VALUE "EXECUCAO: ".
           05 OA-RUN-SEQ           PIC ZZZZ9 VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "DATA: ".
           05 OA-DATE              PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "HORA: ".
           05 OA-TIME              PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "PROGRAMA: ".
           05 OA-PROGRAM           PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "OPERADOR: ".
           05 OA-OPERATOR          PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "ALVO: ".
           05 OA-TARGET            PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "APROVADOR: ".
           05 OA-APPROVER          PIC X(10).
           05 OA-RESULT            PIC X(8)  VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "MODO: ".
           05 OA-MODE              PIC X(8)  VALUE "OPERADOR".
