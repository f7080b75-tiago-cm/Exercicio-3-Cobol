      *================================================================
      *  CTRESU - LAYOUT DA FOTOGRAFIA DO RESUMO OPERACIONAL
      *  GRAVADA A CADA EXECUCAO DO 04RESUMO E RELIDA NA NOITE
      *  SEGUINTE PARA A COMPARACAO DIA A DIA. O ARQUIVO TEM:
      *    'H' - UM HEADER COM O CARIMBO DO RESUMO E AS MARCAS DA
      *          ULTIMA EXECUCAO JA RESUMIDA DE CADA PASSO: CARIMBO
      *          DO 04UNISYS (RUNCTL/CHECKPOINT), DATA/HORA
      *          (AAAAMMDDHHMMSS) DA GERACAO DE NOTAS DO 04CONCIL E
      *          DATA/HORA (AAAAMMDDHHMM) DA GERACAO DE AVISOS DE
      *          REJEICAO DO 04AVISOS.
      *          SO O QUE FOR POSTERIOR A ESSAS MARCAS CONTA COMO
      *          EXECUCAO DA NOITE SEGUINTE.
      *    'D' - UM POR INDICADOR DO RESUMO (NOME E QUANTIDADE),
      *          INCLUSIVE OS POR ORIGEM ("LIDOS ORIGEM XXXXXXXX").
      *================================================================
       01 REG-RESUMO.
           03 RES-TIPO-REGISTRO      PIC X(01).
             88 RES-REGISTRO-HEADER    VALUE 'H'.
             88 RES-REGISTRO-DETALHE   VALUE 'D'.
           03 RES-DETALHE.
             04 RES-INDICADOR        PIC X(30).
             04 RES-QUANTIDADE       PIC 9(09).
             04 FILLER               PIC X(39).
           03 RES-HEADER REDEFINES RES-DETALHE.
             04 RES-HDR-DATA-HORA    PIC X(26).
             04 RES-HDR-MARCA-UNISYS PIC X(26).
             04 RES-HDR-MARCA-CONCIL PIC X(14).
             04 RES-HDR-MARCA-AVISOS PIC X(12).
