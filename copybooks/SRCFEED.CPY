      *           que o trouxe, para que uma segunda carga do mesmo dia
      *           - outra fonte - possa detectar divergencias e aplicar
      *           a precedencia de fontes (FONTESPRECEDENCIA.TXT).
      *           SF-RUN-DATE e a data em que a carga rodou (em branco
      *           nos registros anteriores a ela) - comparada com a data
      *           do feed, diz ao LEITOR-PLACAR se a fonte chegou
      *           atrasada.
      * Usage:    COPY SRCFEED REPLACING ==SOURCE-FEED-RECORD== BY ==x==
      ******************************************************************
       01 SOURCE-FEED-RECORD.
           05 SF-CHAMPION-ROLE         PIC X(10).
           05 SF-CHAMPION-TEAM         PIC X(15).
           05 SF-WIN-RATE              PIC 9(2)V9(2).
           05 SF-RUN-DATE              PIC 9(8).
