      ******************************************************************
      * Copybook: APRVREC
      * Purpose:  Registro do arquivo de aprovacoes (APROVACOES.DAT).
      *           Os programas que apagam ou regravam o mestre ou o
      *           historico (LEITOR-ESTORNO, LEITOR-RECONSTRUCAO no
      *           modo RECONSTROI, LEITOR-EXPURGO, LEITOR-COMPACTACAO e
      *           LEITOR-RENOMEIA) so seguem com uma linha aqui para o
      *           programa e o alvo, pedida pelo operador da execucao
      *           (LEITOR-OPERADOR), aprovada por OUTRO operador e
      *           dentro da validade. Ao terminar a execucao a linha e
      *           marcada USADA com a data e a hora - cada aprovacao
      *           vale uma execucao so.
      *           Alvo de cada programa: LEITOR-ESTORNO a sequencia da
      *           execucao estornada (sem zeros a esquerda), "-", a
      *           data do feed (AAAAMMDD) e, se ESTORNO-FONTE foi
      *           informada, "-" e a fonte ("42-20261014" ou
      *           "42-20261014-RIOT"; cortado em 20 posicoes, como
      *           sai na mensagem de recusa); LEITOR-EXPURGO a data do
      *           feed do roster (AAAAMMDD); LEITOR-RECONSTRUCAO
      *           "MESTRE"; LEITOR-COMPACTACAO "HISTORICO";
      *           LEITOR-RENOMEIA "RENOMEACAO".
      * Layout:   colunas 1-20 programa, 21-40 alvo, 41-50 solicitante,
      *           51-60 aprovador, 61-68 validade AAAAMMDD, 69-76
      *           situacao (branco = disponivel, USADA), 77-84 data e
      *           85-90 hora do uso.
      * Usage:    COPY APRVREC REPLACING ==APPROVAL-RECORD== BY ==x==
      ******************************************************************
       01 APPROVAL-RECORD.
           05 AP-PROGRAM               PIC X(20).
           05 AP-TARGET                PIC X(20).
           05 AP-REQUESTER             PIC X(10).
           05 AP-APPROVER              PIC X(10).
           05 AP-EXPIRY-DATE           PIC 9(8).
           05 AP-STATUS                PIC X(8).
           05 AP-USED-DATE             PIC 9(8).
           05 AP-USED-TIME             PIC 9(6).
