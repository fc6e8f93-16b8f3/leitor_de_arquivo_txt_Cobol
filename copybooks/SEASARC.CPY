      ******************************************************************
      * Copybook: SEASARC
      * Purpose:  Registro do arquivo permanente de uma temporada
      *           fechada (TEMPORADA-<ID>.DAT), gravado uma unica vez
      *           pelo LEITOR-TEMPORADA: um registro por campeao
      *           observado na temporada, com o time e a funcao finais,
      *           a taxa final, a melhor e a pior, as transferencias de
      *           time e os rejeitos do periodo. As datas do calendario
      *           usadas no fechamento vao junto, para o arquivo nao
      *           depender de TEMPORADAS.DAT depois.
      *           Base das taxas: DETALHE (so HISTORICO.DAT), MISTO
      *           (melhor/pior incluem agregados mensais do
      *           HISTAGREG.DAT) ou AGREGADO (a taxa final tambem vem de
      *           um agregado mensal - aproximacao do mes inteiro).
      * Usage:    COPY SEASARC REPLACING ==SEASON-ARCHIVE-RECORD==
      *           BY ==x==
      ******************************************************************
       01 SEASON-ARCHIVE-RECORD.
           05 SA-SEASON-ID             PIC X(10).
           05 SA-START-DATE            PIC 9(8).
           05 SA-END-DATE              PIC 9(8).
           05 SA-CHAMPION-NAME         PIC X(15).
           05 SA-FINAL-TEAM            PIC X(15).
           05 SA-FINAL-ROLE            PIC X(10).
           05 SA-FINAL-RATE            PIC 9(2)V9(2).
           05 SA-BEST-RATE             PIC 9(2)V9(2).
           05 SA-WORST-RATE            PIC 9(2)V9(2).
           05 SA-OBS-COUNT             PIC 9(5).
           05 SA-TRANSFER-COUNT        PIC 9(3).
           05 SA-REJECT-COUNT          PIC 9(5).
           05 SA-RATE-BASIS            PIC X(8).
           05 SA-CLOSE-DATE            PIC 9(8).
