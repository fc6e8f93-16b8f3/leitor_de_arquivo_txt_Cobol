      ******************************************************************
      * Copybook: SEASREC
      * Purpose:  Registro do calendario de temporadas (TEMPORADAS.DAT),
      *           mantido pelo operador: uma temporada (split) por
      *           linha, com o identificador, o primeiro e o ultimo dia
      *           de jogos (AAAAMMDD, inclusive) e uma descricao livre.
      *           O identificador entra no nome do arquivo da temporada
      *           fechada (TEMPORADA-<ID>.DAT), entao nao pode ter
      *           espacos. Linha com "*" na coluna 1 e comentario.
      * Layout:   colunas 1-10 temporada, 11-18 inicio, 19-26 fim,
      *           27-56 descricao.
      * Usage:    COPY SEASREC REPLACING ==SEASON-RECORD== BY ==x==
      ******************************************************************
       01 SEASON-RECORD.
           05 TP-SEASON-ID             PIC X(10).
           05 TP-START-DATE            PIC 9(8).
           05 TP-END-DATE              PIC 9(8).
           05 TP-DESCRIPTION           PIC X(30).
