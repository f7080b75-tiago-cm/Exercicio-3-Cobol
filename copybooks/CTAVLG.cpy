      *================================================================
      *  CTAVLG - LAYOUT DO REGISTRO DE REMESSA DE AVISOS DE REJEICAO
      *  DO 04AVISOS. O MESMO LAYOUT SERVE A DOIS ARQUIVOS:
      *  - REMESSA (AVISLOG): UM REGISTRO POR AVISO ENVIADO, COM A
      *    DATA/HORA DO ENVIO E O SISTEMA DE ORIGEM QUE O RECEBEU.
      *    E ACRESCENTADO A CADA NOITE AO HISTORICO PERMANENTE DE
      *    REMESSAS, PROVA DE QUE O REMETENTE FOI AVISADO;
      *  - CONTROLE (AVISCTLI/AVISCTLO): UM REGISTRO POR REJEICAO
      *    AINDA NO ARQUIVO DE SUSPENSOS, COM O ULTIMO AVISO MANDADO
      *    (DATA/HORA, TIPO E FAIXA DE IDADE). E RELIDO E REGRAVADO
      *    INTEIRO A CADA NOITE, NA ORDEM DE AVL-CHAVE, E DECIDE SE
      *    A REJEICAO E NOVA OU SE CRUZOU UMA FAIXA AINDA NAO AVISADA.
      *  AVL-CHAVE IDENTIFICA A REJEICAO: ORIGEM, CONTRATO, MOTIVO E
      *  DATA DA REJEICAO (DDMMAAAA). DATA/HORA EM AAAAMMDDHHMMSS.
      *================================================================
       01 REG-REMESSA-AVISO.
           03 AVL-DATA-HORA-ENVIO    PIC X(14).
           03 AVL-CHAVE.
             04 AVL-SISTEMA-ORIGEM   PIC X(08).
             04 AVL-CONTRATO-ID      PIC X(10).
             04 AVL-MOTIVO           PIC X(02).
             04 AVL-DATA-REJEICAO    PIC X(08).
           03 AVL-DIAS-PENDENTES     PIC 9(03).
           03 AVL-TIPO-AVISO         PIC X(01).
             88 AVL-AVISO-NOVO         VALUE 'N'.
             88 AVL-AVISO-REENVIO      VALUE 'E'.
           03 AVL-FAIXA-DIAS         PIC 9(03).
           03 FILLER                 PIC X(11).
