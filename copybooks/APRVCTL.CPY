      ******************************************************************
      * Copybook: APRVCTL
      * Purpose:  Area de trabalho da aprovacao em duas pessoas dos
      *           programas destrutivos. A tabela guarda APROVACOES.DAT
      *           inteiro (layout em APRVREC) porque a linha usada e
      *           marcada regravando o arquivo - mesmo esquema do
      *           reconhecimento de alertas do LEITOR-BOLETIM.
      * Usage:    Junto com OPERCTL. MOVE o alvo para WS-OPER-TARGET e
      *           PERFORM 894-CHECK-APPROVAL logo depois de
      *           845-CLAIM-MASTER-LOCK, antes de tocar nos arquivos;
      *           PERFORM 898-MARK-APPROVAL-USED ao terminar, ainda com
      *           a trava. WS-APRV-CLAIMED guarda a linha conferida,
      *           para 898 acha-la de novo no arquivo relido.
      ******************************************************************
       01 APPROVAL-CONTROLS.
           05 WS-APRV-STATUS       PIC X(2)  VALUE SPACES.
           05 WS-APRV-EOF          PIC X     VALUE "N".
           05 WS-APRV-COUNT        PIC 9(4)  VALUE 0.
           05 WS-APRV-IDX          PIC 9(4)  VALUE 0.
           05 WS-APRV-MATCH-IDX    PIC 9(4)  VALUE 0.
           05 WS-APRV-REFUSAL      PIC X(40) VALUE SPACES.
           05 WS-APRV-CLAIMED      PIC X(90) VALUE SPACES.
           05 WS-APRV-TABLE.
               10 WS-APRV-ENTRY
                   OCCURS 1000 TIMES.
                   15 WS-APRV-IMAGE     PIC X(90).
