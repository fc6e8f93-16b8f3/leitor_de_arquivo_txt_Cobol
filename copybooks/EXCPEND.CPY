      *           a entrada correspondente (nome + codigo + sequencia
      *           da execucao que rejeitou) vira RESOLVIDA com a data.
      *           E o LEITOR-PENDENCIAS quem le esta serie para o
      *           relatorio de envelhecimento. XT-SOURCE-ID e a fonte
      *           do header da carga que rejeitou (em branco no REENVIO
      *           e nas entradas anteriores a ela) - e por ela que o
      *           LEITOR-PLACAR atribui os rejeitos a cada fonte.
      * Usage:    COPY EXCPEND REPLACING ==EXCEPTION-TRACK-RECORD==
      *           BY ==xxx==
      ******************************************************************
           05 XT-REASON-CODE           PIC X(2).
           05 XT-STATUS                PIC X(9).
           05 XT-RESOLVED-DATE         PIC 9(8).
           05 XT-SOURCE-ID             PIC X(10).
