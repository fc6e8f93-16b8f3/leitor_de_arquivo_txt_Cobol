      ******************************************************************
      * Copybook: PARMREC
      * Purpose:  Registro do arquivo central de parametros de
      *           execucao (PARAMETROS.DAT). Cada linha da a um
      *           programa da cadeia o valor de um limite a partir de
      *           uma data de vigencia - o programa usa a linha de
      *           maior vigencia que nao passe da data do dia, e cai
      *           no seu padrao quando nao ha linha em vigor. Mudanca
      *           de limite agendada e so uma linha nova com a data
      *           futura; o historico fica no proprio arquivo.
      * Layout:   colunas 1-20 programa, 21-50 parametro, 51-60 valor
      *           (numerico, alinhado a esquerda), 61-68 AAAAMMDD.
      * Usage:    COPY PARMREC REPLACING ==RUN-PARAMETER-RECORD==
      *           BY ==x==
      ******************************************************************
       01 RUN-PARAMETER-RECORD.
           05 PM-PROGRAM               PIC X(20).
           05 PM-NAME                  PIC X(30).
           05 PM-VALUE                 PIC X(10).
           05 PM-EFFECTIVE-DATE        PIC 9(8).
