      *              (DATAS/PRAZO DE ENTRADA SAO IGNORADOS; O ID TEM
      *              QUE EXISTIR NO MESTRE, SENAO O REGISTRO VAI PARA
      *              O ARQUIVO DE SUSPENSOS)
      *    'P'     - REGISTRO DE PARALISACAO: O CONTRATO (QUE TEM QUE
      *              EXISTIR NO MESTRE) FICA PARADO DE CT-DATA-INICIAL
      *              A CT-DATA-FINAL, AMBAS INCLUSIVE (CADASTRO CTPARA);
      *              O PERIODO NAO PODE SOBREPOR OUTRA PARALISACAO DO
      *              CONTRATO. PRAZO/REGIAO/DIARIA/AJUSTE IGNORADOS.
      *    'L'     - LEVANTAMENTO DE PARALISACAO: CT-DATA-INICIAL
      *              IDENTIFICA A PARALISACAO; CT-DATA-FINAL PASSA A
      *              SER O ULTIMO DIA PARADO (ENTRE O INICIO E O FIM
      *              REGISTRADO) OU, COM ZEROS, A PARALISACAO E
      *              ANULADA POR INTEIRO.
      *              NOS DOIS CASOS O CONTRATO E RECALCULADO COM OS
      *              DADOS DO MESTRE E SEGUE AO EXTRATO COMO ALTERACAO.
      *
      *  CT-REGIAO E O CALENDARIO REGIONAL DO CONTRATO: ALEM DOS
      *  FERIADOS NACIONAIS, SO OS FERIADOS DESSA REGIAO (CTFERIA)
               88 CT-CALCULO-PROJ-CORR   VALUE 'C'.
               88 CT-CALCULO-PROJ-UTIL   VALUE 'U'.
               88 CT-CALCULO-CANCELAMENTO VALUE 'E'.
               88 CT-CALCULO-PARALISACAO VALUES 'P', 'L'.
               88 CT-PARALISACAO-REGISTRO VALUE 'P'.
               88 CT-PARALISACAO-LEVANTAMENTO VALUE 'L'.
             04 CT-PRAZO-CONTRATO    PIC 9(05).
             04 CT-REGIAO            PIC X(03).
             04 CT-VALOR-DIARIA      PIC 9(07)V99.
