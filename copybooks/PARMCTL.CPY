      ******************************************************************
      * Copybook: PARMCTL
      * Purpose:  Area de trabalho da leitura dos parametros de
      *           execucao em PARAMETROS.DAT (layout em PARMREC), a
      *           tabela dos valores efetivamente usados na execucao e
      *           as duas linhas que os registram: a do cabecalho do
      *           relatorio do programa e a do AUDITLOG.TXT. A linha
      *           de auditoria segue o layout de 179 posicoes do
      *           LEITOR-DE-TXT com MODO "PARAM", de modo que quem
      *           tabula so as cargas (MODO "CARGA") passa por ela.
      *           A origem do valor e a data de vigencia da linha
      *           usada, PADRAO (sem linha em vigor) ou INVALIDO
      *           (valor nao numerico ou maior que o campo do
      *           programa - vale o padrao).
      * Usage:    MOVE o PROGRAM-ID para WS-PARM-PROGRAM e, para cada
      *           parametro, MOVE o nome para WS-PARM-NAME e os digitos
      *           do campo para WS-PARM-WIDTH e PERFORM
      *           870-LOOKUP-RUN-PARAMETER; apos aplicar o padrao,
      *           MOVE o valor usado para WS-PARM-USED-NUMBER e PERFORM
      *           875-KEEP-RUN-PARAMETER. 880-AUDIT-RUN-PARAMETERS e
      *           885-FORMAT-PARAMETER-LINE gravam o registro.
      ******************************************************************
       01 RUN-PARAMETER-CONTROLS.
           05 WS-PARM-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-PARM-EOF          PIC X     VALUE "N".
           05 WS-PARM-TODAY        PIC 9(8)  VALUE 0.
           05 WS-PARM-TIME         PIC 9(8)  VALUE 0.
           05 WS-PARM-PROGRAM      PIC X(20) VALUE SPACES.
           05 WS-PARM-NAME         PIC X(30) VALUE SPACES.
           05 WS-PARM-VALUE        PIC X(10) VALUE SPACES.
           05 WS-PARM-EFFECTIVE    PIC 9(8)  VALUE 0.
           05 WS-PARM-ORIGIN       PIC X(10) VALUE SPACES.
           05 WS-PARM-LEN          PIC 9(2)  VALUE 0.
           05 WS-PARM-WIDTH        PIC 9(2)  VALUE 10.
           05 WS-PARM-USED-NUMBER  PIC 9(6)  VALUE 0.
           05 WS-PARM-USED-COUNT   PIC 9(2)  VALUE 0.
           05 WS-PARM-IDX          PIC 9(2)  VALUE 0.
           05 WS-PARM-DATE-EDIT.
               10 WS-PARM-EDIT-DD  PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-PARM-EDIT-MM  PIC 9(2).
               10 FILLER           PIC X VALUE "/".
               10 WS-PARM-EDIT-YYYY PIC 9(4).
           05 WS-PARM-TIME-EDIT.
               10 WS-PARM-EDIT-HH  PIC 9(2).
               10 FILLER           PIC X VALUE ":".
               10 WS-PARM-EDIT-MI  PIC 9(2).
               10 FILLER           PIC X VALUE ":".
               10 WS-PARM-EDIT-SS  PIC 9(2).
           05 WS-PARM-USED-TABLE.
               10 WS-PARM-USED-ENTRY OCCURS 5 TIMES.
                   15 WS-PARM-USED-NAME   PIC X(30).
                   15 WS-PARM-USED-VALUE  PIC 9(6).
                   15 WS-PARM-USED-ORIGIN PIC X(10).

       01 WS-PARM-HEADING-LINE.
           05 FILLER               PIC X(11) VALUE "PARAMETRO: ".
           05 PU-NAME              PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(7)  VALUE "VALOR: ".
           05 PU-VALUE             PIC ZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(8)  VALUE "ORIGEM: ".
           05 PU-ORIGIN            PIC X(10).

       01 WS-PARM-AUDIT-LINE.
           05 FILLER               PIC X(11) VALUE "EXECUCAO: ".
           05 AU-RUN-SEQ           PIC ZZZZ9 VALUE SPACES.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "DATA: ".
           05 AU-DATE              PIC X(10).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "HORA: ".
           05 AU-TIME              PIC X(8).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "PROGRAMA: ".
           05 AU-PROGRAM           PIC X(20).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(11) VALUE "PARAMETRO: ".
           05 AU-NAME              PIC X(30).
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(7)  VALUE "VALOR: ".
           05 AU-VALUE             PIC ZZZZZ9.
           05 FILLER               PIC X(2)  VALUE SPACES.
           05 FILLER               PIC X(8)  VALUE "ORIGEM: ".
           05 AU-ORIGIN            PIC X(10).
           05 FILLER               PIC X(5)  VALUE SPACES.
           05 FILLER               PIC X(6)  VALUE "MODO: ".
           05 AU-MODE              PIC X(8)  VALUE "PARAM".
