      *================================================================
      *  CTSOLC - LAYOUT DO ARQUIVO DE SOLICITACOES DE CORRECAO DO
      *  CADASTRO MESTRE (DUPLA CUSTODIA DO 04MESTCN). A CORRECAO DE
      *  DIARIA, DATAS, REGIAO OU TIPO DE CALCULO NAO REGRAVA O
      *  MESTRE NA HORA: FICA AQUI PENDENTE, COM O OPERADOR QUE A
      *  PEDIU, ATE OUTRO OPERADOR APROVA-LA OU REJEITA-LA NUMA
      *  EXECUCAO POSTERIOR. O ARQUIVO E RELIDO E REGRAVADO INTEIRO
      *  A CADA EXECUCAO (SOLICIN -> SOLICOUT, TROCA DE GERACAO NO
      *  JCL). TEM:
      *    'H' - UM HEADER COM O ULTIMO NUMERO DE SOLICITACAO JA
      *          ATRIBUIDO (A NUMERACAO NAO SE REPETE MESMO DEPOIS
      *          DO EXPURGO DAS SOLICITACOES ANTIGAS)
      *    'D' - UMA POR SOLICITACAO: PENDENTE, APROVADA, REJEITADA
      *          OU EXPIRADA. AS DECIDIDAS FICAM NO ARQUIVO POR UM
      *          PRAZO DE RETENCAO PARA O RELATORIO DO SUPERVISOR.
      *  SOL-CAMPOS-INFORMADOS TEM 'S' PARA CADA CAMPO PEDIDO NA
      *  CORRECAO (O VALOR NOVO ESTA NA MESMA POSICAO DE
      *  SOL-VALORES-NOVOS); SOL-IMAGEM-MESTRE E O REGISTRO CTMEST
      *  NO MOMENTO DO PEDIDO (ATE O PRAZO DE RENOVACAO, POSICOES
      *  1-75; A BASE DO REAJUSTE NAO E EDITAVEL E NAO ENTRA), PARA A
      *  APROVACAO RECUSAR UMA SOLICITACAO CUJO CONTRATO MUDOU
      *  DEPOIS DELA.
      *  DATAS/HORAS EM AAAAMMDDHHMMSS.
      *================================================================
       01 REG-SOLICITACAO.
           03 SOL-TIPO-REGISTRO      PIC X(01).
             88 SOL-REGISTRO-HEADER    VALUE 'H'.
             88 SOL-REGISTRO-DETALHE   VALUE 'D'.
           03 SOL-DETALHE.
             04 SOL-NUMERO           PIC 9(06).
             04 SOL-SITUACAO         PIC X(01).
               88 SOL-PENDENTE         VALUE 'P'.
               88 SOL-APROVADA         VALUE 'A'.
               88 SOL-REJEITADA        VALUE 'R'.
               88 SOL-EXPIRADA         VALUE 'E'.
             04 SOL-CONTRATO-ID      PIC X(10).
             04 SOL-OPERADOR-SOLICITANTE PIC X(08).
             04 SOL-DATA-HORA-SOLICITACAO PIC X(14).
             04 SOL-OPERADOR-DECISAO PIC X(08).
             04 SOL-DATA-HORA-DECISAO PIC X(14).
             04 SOL-MOTIVO-DECISAO   PIC X(40).
             04 SOL-CAMPOS-INFORMADOS.
               05 SOL-INF-DATA-INICIAL PIC X(01).
               05 SOL-INF-DATA-FINAL   PIC X(01).
               05 SOL-INF-TIPO         PIC X(01).
               05 SOL-INF-PRAZO        PIC X(01).
               05 SOL-INF-REGIAO       PIC X(01).
               05 SOL-INF-VALOR        PIC X(01).
               05 SOL-INF-AJUSTE       PIC X(01).
               05 SOL-INF-INDICE       PIC X(01).
               05 SOL-INF-RENOVACAO    PIC X(01).
               05 SOL-INF-PRAZO-RENOV  PIC X(01).
             04 SOL-VALORES-NOVOS.
               05 SOL-NOVA-DATA-INICIAL PIC X(08).
               05 SOL-NOVA-DATA-FINAL  PIC X(08).
               05 SOL-NOVO-TIPO        PIC X(01).
               05 SOL-NOVO-PRAZO       PIC X(05).
               05 SOL-NOVA-REGIAO      PIC X(03).
               05 SOL-NOVO-VALOR       PIC X(09).
               05 SOL-NOVO-AJUSTE      PIC X(01).
               05 SOL-NOVO-INDICE      PIC X(06).
               05 SOL-NOVA-RENOVACAO   PIC X(01).
               05 SOL-NOVO-PRAZO-RENOV PIC X(05).
             04 SOL-IMAGEM-MESTRE    PIC X(75).
             04 FILLER               PIC X(06).
           03 SOL-HEADER REDEFINES SOL-DETALHE.
             04 SOL-HDR-ULTIMO-NUMERO PIC 9(06).
             04 SOL-HDR-DATA-HORA    PIC X(14).
             04 FILLER               PIC X(219).
