      *================================================================
      *  CTINDC - LAYOUT DA TABELA DE INDICES DE PRECOS (REAJUSTE)
      *  UM REGISTRO POR INDICE E MES DE REFERENCIA, COM A VARIACAO
      *  ACUMULADA EM 12 MESES PUBLICADA PARA AQUELE MES (IPCA, IGPM,
      *  INPC ETC.), MANTIDA PELA AREA DE CONTRATOS. O CODIGO E O
      *  MESMO GRAVADO NO CADASTRO MESTRE (MST-INDICE-REAJUSTE).
      *  IND-PERCENTUAL TEM 4 DECIMAIS SEM VIRGULA E SINAL NA FRENTE
      *  (DEFLACAO E NEGATIVA): "+0045200" = 4,52%.
      *  USADA PELO 04REAJUS NO REAJUSTE ANUAL DA DIARIA.
      *================================================================
       01 REG-INDICE.
           03 IND-CODIGO             PIC X(06).
           03 IND-REFERENCIA.
             04 IND-MES-REFERENCIA   PIC 9(02).
             04 IND-ANO-REFERENCIA   PIC 9(04).
           03 IND-PERCENTUAL         PIC S9(03)V9(04)
                                     SIGN LEADING SEPARATE.
