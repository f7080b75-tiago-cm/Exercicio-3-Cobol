      *================================================================
      *  CTPARA - LAYOUT DO CADASTRO DE PARALISACOES DE CONTRATOS
      *  (VSAM KSDS, CHAVE PAR-CHAVE). CADA REGISTRO E UM PERIODO EM
      *  QUE O CONTRATO ESTEVE PARADO (OBRA EMBARGADA, SUSPENSAO
      *  ACORDADA ETC.), DE PAR-DATA-INICIAL A PAR-DATA-FINAL,
      *  AMBAS INCLUSIVE. OS DIAS PARADOS QUE CAEM DENTRO DO PERIODO
      *  DO CONTRATO SAO DESCONTADOS DOS DIAS CORRIDOS E UTEIS ANTES
      *  DO VALOR FATURAVEL, E A PROJECAO DA DATA-FINAL (TIPOS 'C'/
      *  'U') NAO CONTA OS DIAS PARADOS, EMPURRANDO O VENCIMENTO.
      *  A CHAVE E O CONTRATO-ID MAIS O INICIO DA PARALISACAO EM
      *  AAAAMMDD, PARA A LEITURA POR CONTRATO (START + READ NEXT)
      *  DEVOLVER AS PARALISACOES EM ORDEM CRONOLOGICA.
      *  MANTIDO PELO 04UNISYS A PARTIR DOS MOVIMENTOS DE TIPO 'P'
      *  (REGISTRO) E 'L' (LEVANTAMENTO) DO CTCONTR; CONSULTADO PELO
      *  04MESTCN E PELO 04COMPET.
      *================================================================
       01 REG-PARALISACAO.
           03 PAR-CHAVE.
             04 PAR-CONTRATO-ID      PIC X(10).
             04 PAR-INICIO-AMD       PIC 9(08).
           03 PAR-DATA-INICIAL.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==PAR-INICIAL==.
           03 PAR-DATA-FINAL.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==PAR-FINAL==.
           03 PAR-DATA-REGISTRO      PIC X(08).
           03 PAR-SISTEMA-ORIGEM     PIC X(08).
           03 FILLER                 PIC X(10).
