      *================================================================
      *  CTHIST - LAYOUT DO HISTORICO DE VERSOES DO CADASTRO MESTRE
      *  UM REGISTRO POR VERSAO SUBSTITUIDA: ANTES DE TODO REWRITE OU
      *  DELETE NO CADASTRO MESTRE (CTMEST), A IMAGEM QUE ESTAVA
      *  GRAVADA (A "IMAGEM ANTES") E ACRESCENTADA A ESTE ARQUIVO,
      *  CARIMBADA COM A DATA/HORA, O JOB E O OPERADOR QUE A
      *  SUBSTITUIRAM, E COM A ACAO QUE ENCERROU A VERSAO:
      *    'C' - ALTERACAO APLICADA PELO LOTE NOTURNO (04UNISYS)
      *    'M' - CORRECAO DE BALCAO (ALTERA= DO 04MESTCN)
      *    'E' - CANCELAMENTO (REGISTRO REMOVIDO DO CADASTRO)
      *  A VERSAO VALEU DE HST-DATA-ATUALIZACAO (CARIMBO GRAVADO NO
      *  MESTRE QUANDO ELA ENTROU) ATE A VESPERA DE
      *  HST-DATA-SUBSTITUICAO (DATA DE PROCESSAMENTO, DDMMAAAA, COM
      *  QUE A VERSAO SEGUINTE FOI CARIMBADA - A MESMA DATA-BASE DO
      *  MESTRE, INCLUSIVE EM REPROCESSO COM DATA-PROCESSAMENTO=);
      *  HST-DATA-HORA E O RELOGIO REAL, COMO NA TRILHA DE
      *  AUDITORIA. O ARQUIVO E SO ACRESCENTADO, EM ORDEM
      *  CRONOLOGICA; O 04HISTCN RECONSTROI A LINHA DO TEMPO DE UM
      *  CONTRATO E RESPONDE "COMO ESTAVA O CONTRATO NA DATA".
      *  HST-IMAGEM-MESTRE ACOMPANHA CAMPO A CAMPO O LAYOUT CTMEST.
      *================================================================
       01 REG-HISTORICO.
           03 HST-DATA-HORA          PIC X(26).
           03 HST-JOB-ID             PIC X(08).
           03 HST-OPERADOR-ID        PIC X(08).
           03 HST-ACAO               PIC X(01).
             88 HST-ACAO-ALTERACAO     VALUE 'C'.
             88 HST-ACAO-CORRECAO      VALUE 'M'.
             88 HST-ACAO-CANCELAMENTO  VALUE 'E'.
           03 HST-DATA-SUBSTITUICAO  PIC X(08).
           03 HST-IMAGEM-MESTRE.
             04 HST-CONTRATO-ID      PIC X(10).
             04 HST-DATA-INICIAL.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==HST-INICIAL==.
             04 HST-DATA-FINAL.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==HST-FINAL==.
             04 HST-TIPO-CALCULO     PIC X(01).
             04 HST-PRAZO-CONTRATO   PIC 9(05).
             04 HST-REGIAO           PIC X(03).
             04 HST-VALOR-DIARIA     PIC 9(07)V99.
             04 HST-AJUSTE-FINAL     PIC X(01).
             04 HST-DIFERENCA-DIAS   PIC 9(05).
             04 HST-DIFERENCA-UTEIS  PIC 9(05).
             04 HST-DATA-ATUALIZACAO PIC X(08).
             04 HST-INDICE-REAJUSTE  PIC X(06).
             04 HST-RENOVACAO-AUTOMATICA PIC X(01).
             04 HST-PRAZO-RENOVACAO  PIC 9(05).
             04 HST-DATA-BASE-REAJUSTE PIC X(08).
