      *================================================================
      *  CTFATU - LAYOUT DO ARQUIVO DE ULTIMO FATURADO POR CONTRATO
      *  UM REGISTRO POR CONTRATO, MANTIDO PELO 04CONCIL E RELIDO
      *  PELA RODADA SEGUINTE (ORDENADO POR FAT-CONTRATO-ID, COM
      *  TROCA DE GERACAO NO JOB, COMO O ARQUIVO DE PENDENCIAS):
      *    FAT-ULTIMO-EXTRATO - O ULTIMO DETALHE DE EXTRATO ENVIADO
      *                         AO FATURAMENTO (DATA DA EXTRACAO,
      *                         ACAO, PERIODO, DIAS E VALOR), PARA
      *                         SABER O QUE FOI FATURADO QUANDO A
      *                         FATURA CHEGA EM RODADA POSTERIOR
      *    FAT-ULTIMA-FATURA  - O NUMERO E A DATA DA FATURA DO
      *                         RETORNO QUE CASOU COM O CONTRATO E A
      *                         BASE FATURADA (PERIODO, DIAS E VALOR);
      *                         FAT-NUMERO-FATURA EM BRANCO = CONTRATO
      *                         AINDA NAO FATURADO
      *  UMA ALTERACAO ('C') OU CANCELAMENTO ('E') POSTERIOR QUE MUDE
      *  O VALOR DA BASE FATURADA GERA NOTA DE CREDITO/DEBITO (CTNOTA)
      *  CONTRA A FATURA ORIGINAL. O CANCELAMENTO RETIRA O CONTRATO
      *  DO ARQUIVO.
      *================================================================
       01 REG-FATURADO.
           03 FAT-CONTRATO-ID        PIC X(10).
           03 FAT-ULTIMO-EXTRATO.
             04 FAT-EXT-DATA-EXTRACAO.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==FAT-EXTR==.
             04 FAT-EXT-ACAO         PIC X(01).
             04 FAT-EXT-PERIODO.
               05 FAT-EXT-DATA-INICIAL PIC X(08).
               05 FAT-EXT-DATA-FINAL   PIC X(08).
             04 FAT-EXT-DIAS         PIC 9(05).
             04 FAT-EXT-UTEIS        PIC 9(05).
             04 FAT-EXT-VALOR        PIC 9(11)V99.
           03 FAT-ULTIMA-FATURA.
             04 FAT-NUMERO-FATURA    PIC X(10).
             04 FAT-DATA-FATURA.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==FAT-FATURA==.
             04 FAT-BASE-PERIODO.
               05 FAT-BASE-DATA-INICIAL PIC X(08).
               05 FAT-BASE-DATA-FINAL   PIC X(08).
             04 FAT-BASE-DIAS        PIC 9(05).
             04 FAT-BASE-UTEIS       PIC 9(05).
             04 FAT-BASE-VALOR       PIC 9(11)V99.
