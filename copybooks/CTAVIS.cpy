      *================================================================
      *  CTAVIS - LAYOUT FIXO DOS AVISOS DE REJEICAO DEVOLVIDOS AOS
      *  SISTEMAS DE ORIGEM, GERADOS PELO 04AVISOS A PARTIR DO
      *  ARQUIVO DE SUSPENSOS (CTSUSP). CADA AVISO CARREGA A IMAGEM
      *  ORIGINAL DO CONTRATO REJEITADO, O MOTIVO COM A DESCRICAO,
      *  A DATA DA REJEICAO E OS DIAS PENDENTES. O AVISO SO SAI
      *  QUANDO A REJEICAO E NOVA PARA O REMETENTE ('N') OU QUANDO
      *  ELA CRUZA UMA FAIXA DE IDADE AINDA NAO AVISADA ('E' -
      *  REENVIO); AVI-FAIXA-DIAS E A FAIXA CRUZADA (000 = AINDA
      *  ABAIXO DA PRIMEIRA). O ARQUIVO TEM UM BLOCO POR SISTEMA DE
      *  ORIGEM, SEPARADO PELO JCL EM UM DATASET POR REMETENTE:
      *    'H' - HEADER COM A DATA, A HORA (HHMMSS) E O PROGRAMA
      *          DE GERACAO
      *    'D' - UM AVISO DE REJEICAO
      *    'T' - TRAILER COM A QUANTIDADE DE AVISOS DO BLOCO (NOVOS
      *          E REENVIOS), PARA CONFERENCIA DA CARGA NO REMETENTE
      *  AVI-SISTEMA-ORIGEM VAI NOS TRES TIPOS DE REGISTRO, NA MESMA
      *  POSICAO (2 A 9), PARA A SEPARACAO POR REMETENTE.
      *================================================================
       01 REG-AVISO-REJEICAO.
           03 AVI-TIPO-REGISTRO      PIC X(01).
             88 AVI-REGISTRO-HEADER    VALUE 'H'.
             88 AVI-REGISTRO-DETALHE   VALUE 'D'.
             88 AVI-REGISTRO-TRAILER   VALUE 'T'.
           03 AVI-SISTEMA-ORIGEM     PIC X(08).
           03 AVI-DETALHE.
             04 AVI-REGISTRO-CONTRATO PIC X(45).
             04 AVI-MOTIVO           PIC X(02).
             04 AVI-DESCRICAO-MOTIVO PIC X(40).
             04 AVI-DATA-REJEICAO.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==AVI-REJ==.
             04 AVI-DIAS-PENDENTES   PIC 9(03).
             04 AVI-TIPO-AVISO       PIC X(01).
               88 AVI-AVISO-NOVO       VALUE 'N'.
               88 AVI-AVISO-REENVIO    VALUE 'E'.
             04 AVI-FAIXA-DIAS       PIC 9(03).
             04 FILLER               PIC X(09).
           03 AVI-HEADER REDEFINES AVI-DETALHE.
             04 AVI-HDR-DATA-GERACAO.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==AVI-GERACAO==.
             04 AVI-HDR-HORA-GERACAO PIC X(06).
             04 AVI-HDR-PROGRAMA     PIC X(08).
             04 FILLER               PIC X(89).
           03 AVI-TRAILER REDEFINES AVI-DETALHE.
             04 AVI-TRL-QTD-AVISOS   PIC 9(07).
             04 AVI-TRL-QTD-NOVOS    PIC 9(07).
             04 AVI-TRL-QTD-REENVIOS PIC 9(07).
             04 FILLER               PIC X(90).
