      ******************************************************************
      * Copybook: SCHDREC
      * Purpose:  Registro do cronograma da cadeia (CRONOGRAMA.DAT),
      *           mantido pelo operador: um passo por linha, com o
      *           programa, a fonte (so para passo que roda por fonte,
      *           como a CARGA de cada feed), os dias em que roda e ate
      *           tres pre-requisitos (programas de outros passos do
      *           cronograma). O LEITOR-ACOMPANHAMENTO confere o
      *           cronograma contra RUNCONTROL.DAT e AUDITLOG.TXT.
      *           Dias: DIARIO (ou em branco), UTEIS (segunda a sexta),
      *           FIMMES (ultimo dia do mes), INIMES (dia 1) ou DIA-nn
      *           (dia nn do mes). Linha com "*" na coluna 1 e
      *           comentario.
      * Layout:   colunas 1-20 programa, 21-30 fonte, 31-40 dias,
      *           41-60, 61-80 e 81-100 pre-requisitos.
      * Usage:    COPY SCHDREC REPLACING ==SCHEDULE-RECORD== BY ==x==
      ******************************************************************
       01 SCHEDULE-RECORD.
           05 SC-PROGRAM               PIC X(20).
           05 SC-SOURCE-ID             PIC X(10).
           05 SC-RUN-DAYS              PIC X(10).
           05 SC-PREREQ                PIC X(20)
               OCCURS 3 TIMES.
