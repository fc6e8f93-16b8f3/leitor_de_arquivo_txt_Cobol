      ******************************************************************
      * Copybook: HELDREC
      * Purpose:  Registro de alteracao retida (ALTERACOESRETIDAS.DAT).
      *           Quando a carga recebe uma taxa de vitoria que se
      *           afasta da taxa atual do mestre mais do que a
      *           tolerancia do operador, o registro NAO e aplicado:
      *           fica retido aqui com a taxa do mestre, a taxa nova,
      *           a fonte, a execucao que reteve e a imagem completa
      *           do registro do feed. E o LEITOR-RETIDOS quem libera
      *           (aplica no mestre, no historico e nas movimentacoes
      *           como a carga faria) ou rejeita (excecao 08 em
      *           EXCECOESPEND.DAT) cada retencao.
      *           Situacao: RETIDA, LIBERADA, REJEITADA ou ESTORNADA
      *           (fechada pelo LEITOR-ESTORNO junto com a execucao
      *           que reteve).
      * Usage:    COPY HELDREC REPLACING ==HELD-CHANGE-RECORD== BY ==x==
      ******************************************************************
       01 HELD-CHANGE-RECORD.
           05 RT-RUN-DATE              PIC 9(8).
           05 RT-RUN-SEQ               PIC 9(5).
           05 RT-FEED-DATE             PIC 9(8).
           05 RT-SOURCE-ID             PIC X(10).
           05 RT-CHAMPION-NAME         PIC X(15).
           05 RT-OLD-RATE              PIC 9(2)V9(2).
           05 RT-NEW-RATE              PIC 9(2)V9(2).
           05 RT-STATUS                PIC X(9).
           05 RT-DECISION-DATE         PIC 9(8).
           05 RT-RECORD-IMAGE          PIC X(52).
