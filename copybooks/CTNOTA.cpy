      *================================================================
      *  CTNOTA - LAYOUT FIXO DAS NOTAS DE CREDITO/DEBITO DE AJUSTE
      *  PARA O FATURAMENTO, GERADAS PELO 04CONCIL QUANDO UMA
      *  ALTERACAO ('C') OU CANCELAMENTO ('E') MUDA O VALOR DE UM
      *  CONTRATO JA FATURADO. A NOTA REFERENCIA A FATURA ORIGINAL
      *  E TRAZ O VALOR FATURADO, O VALOR NOVO E A DIFERENCA (SEMPRE
      *  POSITIVA; O SENTIDO E DADO POR NOT-TIPO-NOTA: 'C' CREDITO
      *  AO CLIENTE QUANDO O VALOR CAIU, 'D' DEBITO QUANDO SUBIU).
      *  OS DIAS CORRIDOS/UTEIS FATURADOS E NOVOS VAO JUNTO PARA
      *  CONFERENCIA. O ARQUIVO TEM:
      *    'H' - HEADER COM A DATA DE GERACAO, O PROGRAMA E A HORA
      *          (HHMMSS) DE GERACAO
      *    'D' - UMA NOTA DE AJUSTE
      *    'T' - TRAILER COM A QUANTIDADE E O TOTAL DAS NOTAS DE
      *          CREDITO E DE DEBITO, PARA CONFERENCIA DA CARGA
      *================================================================
       01 REG-NOTA-AJUSTE.
           03 NOT-TIPO-REGISTRO      PIC X(01).
             88 NOT-REGISTRO-HEADER    VALUE 'H'.
             88 NOT-REGISTRO-DETALHE   VALUE 'D'.
             88 NOT-REGISTRO-TRAILER   VALUE 'T'.
           03 NOT-DETALHE.
             04 NOT-CONTRATO-ID      PIC X(10).
             04 NOT-TIPO-NOTA        PIC X(01).
               88 NOT-NOTA-CREDITO     VALUE 'C'.
               88 NOT-NOTA-DEBITO      VALUE 'D'.
             04 NOT-ACAO-ORIGEM      PIC X(01).
             04 NOT-FATURA-ORIGINAL  PIC X(10).
             04 NOT-DATA-FATURA-ORIGINAL.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==NOT-FATURA==.
             04 NOT-DIAS-FATURADOS   PIC 9(05).
             04 NOT-UTEIS-FATURADOS  PIC 9(05).
             04 NOT-DIAS-NOVOS       PIC 9(05).
             04 NOT-UTEIS-NOVOS      PIC 9(05).
             04 NOT-VALOR-FATURADO   PIC 9(11)V99.
             04 NOT-VALOR-NOVO       PIC 9(11)V99.
             04 NOT-VALOR-DIFERENCA  PIC 9(11)V99.
           03 NOT-HEADER REDEFINES NOT-DETALHE.
             04 NOT-HDR-DATA-GERACAO.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==NOT-GERACAO==.
             04 NOT-HDR-PROGRAMA     PIC X(08).
             04 NOT-HDR-HORA-GERACAO PIC X(06).
             04 FILLER               PIC X(67).
           03 NOT-TRAILER REDEFINES NOT-DETALHE.
             04 NOT-TRL-QTD-NOTAS    PIC 9(07).
             04 NOT-TRL-QTD-CREDITOS PIC 9(07).
             04 NOT-TRL-VALOR-CREDITOS PIC 9(13)V99.
             04 NOT-TRL-QTD-DEBITOS  PIC 9(07).
             04 NOT-TRL-VALOR-DEBITOS PIC 9(13)V99.
             04 FILLER               PIC X(38).
