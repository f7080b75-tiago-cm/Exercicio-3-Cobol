      *    CONTRATO=XXXXXXXXXX  - SO O CONTRATO INFORMADO
      *    DATA-DE=DDMMAAAA     - DESCARTA EXECUCOES ANTERIORES
      *    DATA-ATE=DDMMAAAA    - DESCARTA EXECUCOES POSTERIORES
      *    OPERADOR=XXXXXXXX    - SO O OPERADOR INFORMADO (COMO
      *                           SOLICITANTE OU COMO APROVADOR DE
      *                           CORRECAO DE BALCAO)
      *    SITUACAO=X           - 'A' (ACEITO) OU 'R' (REJEITADO)
      *================================================================
       ENVIRONMENT DIVISION.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DATA/HORA EXEC    JOB       OPERADOR  CONTRATO    "
                  DELIMITED BY SIZE
                  "DATA INICIAL  DATA FINAL   DIAS   SIT  APROVADOR"
                  DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           IF ((WS-FILTRO-CONTRATO = SPACES)
                OR (LOG-CONTRATO-ID = WS-FILTRO-CONTRATO))
              AND ((WS-FILTRO-OPERADOR = SPACES)
                OR (LOG-OPERADOR-ID = WS-FILTRO-OPERADOR)
                OR (LOG-OPERADOR-APROVADOR = WS-FILTRO-OPERADOR))
              AND ((WS-FILTRO-SITUACAO = SPACE)
                OR (LOG-SITUACAO = WS-FILTRO-SITUACAO))
              AND ((WS-FILTRO-DATA-DE = SPACES)
                  LOG-DIFERENCA-DIAS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  LOG-SITUACAO DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  LOG-OPERADOR-APROVADOR DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

