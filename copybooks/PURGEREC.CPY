      ******************************************************************
      * Copybook: PURGEREC
      * Purpose:  Registro de campeao expurgado (EXPURGADOS.DAT). O
      *           LEITOR-EXPURGO acrescenta aqui uma linha por campeao
      *           apagado do mestre, com a data do expurgo, a ultima
      *           aparicao que justificou a saida e o nome do arquivo
      *           morto datado (EXPURGO-AAAAMMDD.DAT) que guarda o
      *           ultimo registro do mestre - e por aqui que os
      *           relatorios por campeao acham o arquivo morto certo.
      * Usage:    COPY PURGEREC REPLACING ==PURGED-CHAMPION-RECORD==
      *           BY ==x==
      ******************************************************************
       01 PURGED-CHAMPION-RECORD.
           05 PG-CHAMPION-NAME         PIC X(15).
           05 PG-PURGE-DATE            PIC 9(8).
           05 PG-LAST-SEEN-DATE        PIC 9(8).
           05 PG-ARCHIVE-FILE          PIC X(50).
