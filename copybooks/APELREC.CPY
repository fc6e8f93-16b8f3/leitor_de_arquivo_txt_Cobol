      ******************************************************************
      * Copybook: APELREC
      * Purpose:  Registro da tabela de apelidos (APELIDOS.DAT): cada
      *           renomeacao aplicada pelo LEITOR-RENOMEIA deixa aqui o
      *           nome antigo e o nome novo do campeao, e a carga do
      *           LEITOR-DE-TXT troca o nome antigo pelo novo antes de
      *           criticar o registro - um feed que ainda manda o nome
      *           antigo cai na chave nova em vez de criar duplicata.
      *           O nome novo e sempre a chave final (renomeacoes em
      *           cadeia sao achatadas pelo LEITOR-RENOMEIA).
      * Usage:    COPY APELREC REPLACING ==ALIAS-RECORD== BY ==x==
      ******************************************************************
       01 ALIAS-RECORD.
           05 AP-OLD-NAME              PIC X(15).
           05 AP-NEW-NAME              PIC X(15).
           05 AP-RENAME-DATE           PIC 9(8).
