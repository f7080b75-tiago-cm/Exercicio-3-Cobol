      *  LOTE DA NOITE COM ESTE CADASTRO PARA SUPRIMIR DO EXTRATO OS
      *  CONTRATOS SEM MUDANCA E MARCAR OS DEMAIS COM ACAO DE
      *  INCLUSAO/ALTERACAO.
      *  MST-INDICE-REAJUSTE E O CODIGO DO INDICE DE PRECOS QUE O
      *  CONTRATO SEGUE NO REAJUSTE ANUAL DA DIARIA (TABELA CTINDC,
      *  PROGRAMA 04REAJUS); ESPACOS = CONTRATO SEM REAJUSTE. NAO
      *  VEM NO MOVIMENTO: E MANTIDO PELO 04MESTCN (CARTAO INDICE=)
      *  E PRESERVADO PELO 04UNISYS NAS ALTERACOES.
      *  MST-RENOVACAO-AUTOMATICA ('S' = RENOVA SOZINHO NO
      *  VENCIMENTO, PELO PROGRAMA 04RENOVA) E MST-PRAZO-RENOVACAO
      *  (PRAZO DE CADA RENOVACAO, EM DIAS CORRIDOS OU UTEIS
      *  CONFORME O TIPO DO CONTRATO; ZERO = O MESMO MST-PRAZO-
      *  CONTRATO) SEGUEM A MESMA REGRA DO INDICE: MANTIDOS PELO
      *  04MESTCN (CARTOES RENOVACAO= E PRAZO-RENOVACAO=) E
      *  PRESERVADOS PELO 04UNISYS NAS ALTERACOES.
      *  MST-DATA-BASE-REAJUSTE E A DATA QUE MARCA O ANIVERSARIO DO
      *  REAJUSTE ANUAL (04REAJUS): GRAVADA COM A DATA INICIAL NA
      *  INCLUSAO E PRESERVADA PELO 04UNISYS NAS ALTERACOES, INCLUSIVE
      *  NAS RENOVACOES, QUE MUDAM A DATA INICIAL PARA O PERIODO NOVO.
      *  SO A CORRECAO DA DATA INICIAL PELO 04MESTCN A ACOMPANHA,
      *  ENQUANTO O CONTRATO NAO FOI RENOVADO (BASE = DATA INICIAL).
      *================================================================
       01 REG-MESTRE.
           03 MST-CONTRATO-ID        PIC X(10).
           03 MST-DIFERENCA-DIAS     PIC 9(05).
           03 MST-DIFERENCA-UTEIS    PIC 9(05).
           03 MST-DATA-ATUALIZACAO   PIC X(08).
           03 MST-INDICE-REAJUSTE    PIC X(06).
           03 MST-RENOVACAO-AUTOMATICA PIC X(01).
             88 MST-RENOVA-AUTOMATICO  VALUE 'S'.
           03 MST-PRAZO-RENOVACAO    PIC 9(05).
           03 MST-DATA-BASE-REAJUSTE.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==MST-BASE==.
