      *================================================================
      *  CTCOMP - LAYOUT FIXO DA INTERFACE DE COMPETENCIA PARA A
      *  CONTABILIDADE (RAZAO GERAL), GERADA PELO 04COMPET.
      *  O VALOR FATURAVEL DE CADA CONTRATO DO CADASTRO MESTRE (O
      *  MESMO DO EXTRATO: DIAS UTEIS X DIARIA NO TIPO 'U', DIAS
      *  CORRIDOS X DIARIA NOS DEMAIS) E RATEADO PELOS MESES
      *  CIVIS DO PERIODO, NA MESMA BASE DE DIAS EM QUE E FATURADO.
      *  O ARQUIVO TEM:
      *    'H' - HEADER COM A DATA DE GERACAO E A COMPETENCIA
      *          SELECIONADA (ZEROS = CRONOGRAMA COMPLETO)
      *    'D' - UMA PARCELA MENSAL DE UM CONTRATO
      *    'R' - TOTAL DE UMA REGIAO (APOS TODOS OS DETALHES)
      *    'T' - TRAILER COM A QUANTIDADE DE DETALHES, DE REGIOES E
      *          O TOTAL GERAL, PARA CONFERENCIA DA CARGA
      *================================================================
       01 REG-COMPETENCIA.
           03 CMP-TIPO-REGISTRO      PIC X(01).
             88 CMP-REGISTRO-HEADER    VALUE 'H'.
             88 CMP-REGISTRO-DETALHE   VALUE 'D'.
             88 CMP-REGISTRO-REGIAO    VALUE 'R'.
             88 CMP-REGISTRO-TRAILER   VALUE 'T'.
           03 CMP-DETALHE.
             04 CMP-CONTRATO-ID      PIC X(10).
             04 CMP-REGIAO           PIC X(03).
             04 CMP-ANO-COMPETENCIA  PIC 9(04).
             04 CMP-MES-COMPETENCIA  PIC 9(02).
             04 CMP-TIPO-CALCULO     PIC X(01).
             04 CMP-DIAS-COMPETENCIA PIC 9(05).
             04 CMP-DIAS-PERIODO     PIC 9(05).
             04 CMP-VALOR-DIARIA     PIC 9(07)V99.
             04 CMP-VALOR-COMPETENCIA PIC 9(11)V99.
           03 CMP-HEADER REDEFINES CMP-DETALHE.
             04 CMP-HDR-DATA-GERACAO.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==CMP-GERACAO==.
             04 CMP-HDR-MES-SELECIONADO PIC 9(02).
             04 CMP-HDR-ANO-SELECIONADO PIC 9(04).
             04 CMP-HDR-PROGRAMA       PIC X(08).
             04 FILLER                 PIC X(30).
           03 CMP-TOTAL-REGIAO REDEFINES CMP-DETALHE.
             04 CMP-TOT-REGIAO         PIC X(03).
             04 CMP-TOT-QTD-DETALHES   PIC 9(07).
             04 CMP-TOT-VALOR          PIC 9(13)V99.
             04 FILLER                 PIC X(27).
           03 CMP-TRAILER REDEFINES CMP-DETALHE.
             04 CMP-TRL-QTD-DETALHES   PIC 9(07).
             04 CMP-TRL-QTD-REGIOES    PIC 9(05).
             04 CMP-TRL-VALOR-TOTAL    PIC 9(13)V99.
             04 FILLER                 PIC X(25).
