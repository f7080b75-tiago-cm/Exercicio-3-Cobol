      *    OPERADOR=XXXXXXXX    - SOLICITANTE (OBRIGATORIO ANTES DO
      *                           PRIMEIRO ALTERA; VAI PARA A TRILHA)
      *    CONSULTA=XXXXXXXXXX  - IMPRIME O REGISTRO COMPLETO DO
      *                           CONTRATO E AS SUAS PARALISACOES
      *                           (CADASTRO CTPARA), OU AVISO DE NAO
      *                           ENCONTRADO
      *    ALTERA=XXXXXXXXXX    - ABRE UMA CORRECAO SUPERVISIONADA DO
      *                           CONTRATO; SEGUEM CARTOES DE CAMPO:
      *      DATA-INICIAL=DDMMAAAA / DATA-FINAL=DDMMAAAA /
      *      TIPO-CALCULO=X / PRAZO=NNNNN / REGIAO=XXX /
      *      VALOR-DIARIA=NNNNNNNNN / AJUSTE=X /
      *      INDICE=XXXXXX (INDICE DE REAJUSTE ANUAL; EM BRANCO
      *      RETIRA O CONTRATO DO REAJUSTE) /
      *      RENOVACAO=X (S = RENOVACAO AUTOMATICA NO VENCIMENTO,
      *      N = NAO RENOVA) / PRAZO-RENOVACAO=NNNNN (PRAZO DE CADA
      *      RENOVACAO; ZERO = O MESMO PRAZO DO CONTRATO)
      *    APLICAR              - CRITICA OS CAMPOS INFORMADOS (DATAS
      *                           NO 04DTUTIL). SE A CORRECAO MEXE EM
      *                           DATAS, TIPO DE CALCULO, REGIAO OU
      *                           DIARIA, ELA VIRA UMA SOLICITACAO
      *                           PENDENTE (CTSOLC) E O MESTRE NAO E
      *                           TOCADO; SENAO REGRAVA O REGISTRO,
      *                           IMPRIME ANTES/DEPOIS, GUARDA A
      *                           IMAGEM ANTES NO HISTORICO DE
      *                           VERSOES (CTHIST) E ECOA A
      *                           MUDANCA NA TRILHA DE AUDITORIA
      *    APROVA=NNNNNN        - APROVA A SOLICITACAO PENDENTE NNNNNN
      *                           E A APLICA COMO O APLICAR ACIMA
      *    REJEITA=NNNNNN MOTIVO- REJEITA A SOLICITACAO PENDENTE
      *                           NNNNNN (MOTIVO LIVRE A PARTIR DA
      *                           COLUNA 16; O PROPRIO SOLICITANTE
      *                           PODE RETIRAR O SEU PEDIDO)
      *
      *  DUPLA CUSTODIA: AS SOLICITACOES VEM DO SOLICIN E SAEM,
      *  ATUALIZADAS, NO SOLICOUT. SO UM OPERADOR DIFERENTE DO
      *  SOLICITANTE, EM EXECUCAO POSTERIOR A DO PEDIDO, APROVA.
      *  A APROVACAO E RECUSADA (E A SOLICITACAO REJEITADA) SE O
      *  CONTRATO SAIU DO MESTRE OU TEVE OS PARAMETROS ALTERADOS
      *  DEPOIS DO PEDIDO. PENDENTE HA MAIS DE WS-DIAS-VALIDADE
      *  DIAS EXPIRA. APROVACOES, REJEICOES E EXPIRACOES VAO PARA A
      *  TRILHA COM O SOLICITANTE (LOG-OPERADOR-ID) E QUEM DECIDIU
      *  (LOG-OPERADOR-APROVADOR). O RELATORIO DO SUPERVISOR
      *  (RELSOLIC) LISTA AS PENDENTES E AS DECIDIDAS NOS ULTIMOS
      *  WS-DIAS-RETENCAO DIAS, QUE DEPOIS SAEM DO ARQUIVO.
      *
      *  OS RESULTADOS CALCULADOS (DIAS CORRIDOS/UTEIS) NAO SAO
      *  EDITAVEIS AQUI: SAO REFEITOS PELO 04UNISYS QUANDO O CONTRATO
      *  E O DELTA DA NOITE MARCA A ALTERACAO PARA O FATURAMENTO).
      *
      *  RETURN-CODE: 0 TUDO ATENDIDO; 4 HOUVE CONTRATO NAO
      *  ENCONTRADO, CORRECAO REJEITADA, APROVACAO/REJEICAO RECUSADA
      *  OU SOLICITACAO EXPIRADA; 16 ERRO FATAL.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS MST-CONTRATO-ID
               FILE STATUS IS WS-FS-MESTRE.

      *    PARALISACOES (MANTIDAS PELO 04UNISYS), SO CONSULTADAS
           SELECT PARALISACOES-ARQ ASSIGN TO "PARALDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-FS-PARALISACAO.

           SELECT CARTOES-IN ASSIGN TO "CARDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTOES.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

           SELECT HISTORICO-OUT ASSIGN TO "HISTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

      *    SOLICITACOES DE CORRECAO: GERACAO ANTERIOR E NOVA
           SELECT SOLICITACOES-IN ASSIGN TO "SOLICIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOLIC-IN.

           SELECT SOLICITACOES-OUT ASSIGN TO "SOLICOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SOLIC-OUT.

           SELECT RELATORIO-SOLIC-OUT ASSIGN TO "RELSOLIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL-SOLIC.

       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE-ARQ.
           COPY CTMEST.

       FD  PARALISACOES-ARQ.
           COPY CTPARA.

       FD  CARTOES-IN.
       01  REG-CARTAO               PIC X(80).

       FD  RELATORIO-OUT.
       01  LINHA-RELATORIO          PIC X(132).

       FD  HISTORICO-OUT.
           COPY CTHIST.

       FD  SOLICITACOES-IN.
       01  REG-SOLICITACAO-ENTRADA  PIC X(240).

       FD  SOLICITACOES-OUT.
       01  REG-SOLICITACAO-SAIDA    PIC X(240).

       FD  RELATORIO-SOLIC-OUT.
       01  LINHA-SOLICITACOES       PIC X(132).

       WORKING-STORAGE SECTION.
      *--- status dos arquivos ---------------------------------------
       01 WS-FS-MESTRE          PIC X(02).
       01 WS-FS-CARTOES         PIC X(02).
       01 WS-FS-LOG             PIC X(02).
       01 WS-FS-RELATORIO       PIC X(02).
       01 WS-FS-HISTORICO       PIC X(02).
       01 WS-FS-PARALISACAO     PIC X(02).
       01 WS-FS-SOLIC-IN        PIC X(02).
       01 WS-FS-SOLIC-OUT       PIC X(02).
       01 WS-FS-REL-SOLIC       PIC X(02).

       01 WS-EOF-CARTOES        PIC X(01) VALUE 'N'.
         88 FIM-CARTOES           VALUE 'S'.
       01 WS-PARALISACOES-DISPONIVEIS PIC X(01) VALUE 'S'.
         88 PARALISACOES-DISPONIVEIS VALUE 'S'.
       01 WS-EOF-PARALISACOES   PIC X(01) VALUE 'N'.
         88 FIM-PARALISACOES      VALUE 'S'.
       01 WS-QTD-PARAL-CONTRATO PIC 9(04) VALUE 0.
       01 WS-EOF-SOLICITACOES   PIC X(01) VALUE 'N'.
         88 FIM-SOLICITACOES      VALUE 'S'.

      *--- identificacao da execucao p/ trilha de auditoria -----------
       01 WS-DATA-HORA-EXECUCAO PIC X(26).
       01 WS-NOVO-VALOR-NUM REDEFINES WS-NOVO-VALOR
                                PIC 9(07)V99.
       01 WS-NOVO-AJUSTE        PIC X(01) VALUE LOW-VALUE.
       01 WS-NOVO-INDICE        PIC X(06) VALUE LOW-VALUES.
       01 WS-NOVA-RENOVACAO     PIC X(01) VALUE LOW-VALUE.
       01 WS-NOVO-PRAZO-RENOV   PIC X(05) VALUE SPACES.
       01 WS-ALTERACAO-VALIDA   PIC X(01).
         88 ALTERACAO-VALIDA      VALUE 'S'.
       01 WS-ALTERACAO-REJEITADA PIC X(01) VALUE 'N'.
         88 ALTERACAO-REJEITADA   VALUE 'S'.
       01 WS-MOTIVO-CRITICA     PIC X(40).
      *    QUEM PEDIU E QUEM APROVOU A CORRECAO QUE 420 ESTA APLICANDO
      *    (APROVADOR EM BRANCO NA CORRECAO DIRETA, SEM SOLICITACAO)
       01 WS-OPERADOR-ALTERACAO PIC X(08) VALUE SPACES.
       01 WS-OPERADOR-APROVACAO PIC X(08) VALUE SPACES.
       01 WS-SITUACAO-TRILHA    PIC X(01).

      *--- dupla custodia: solicitacoes de correcao (CTSOLC), --------
      *--- CARREGADAS DO SOLICIN, ATUALIZADAS PELOS CARTOES E ---------
      *--- REGRAVADAS INTEIRAS NO SOLICOUT NO FIM DA EXECUCAO ---------
           COPY CTSOLC.
       01 WS-DIAS-VALIDADE      PIC 9(03) VALUE 7.
       01 WS-DIAS-RETENCAO      PIC 9(03) VALUE 30.
       01 WS-ULTIMO-NUMERO-SOLIC PIC 9(06) VALUE 0.
       01 WS-QTD-SOLICITACOES   PIC 9(04) VALUE 0.
       01 TABELA-SOLICITACOES.
           03 OCORRENCIA-SOLICITACAO OCCURS 500 TIMES
                                      INDEXED BY IDX-SOLICITACAO.
               05 TSO-NUMERO        PIC 9(06).
               05 TSO-REGISTRO      PIC X(240).
               05 TSO-NESTA-EXECUCAO PIC X(01).
                 88 TSO-CRIADA-NESTA-EXECUCAO VALUE 'S'.
       01 WS-SUB-SOLICITACAO    PIC 9(04).
       01 WS-SOLICITACAO-ACHADA PIC X(01).
         88 SOLICITACAO-ACHADA    VALUE 'S'.
       01 WS-NUMERO-CARTAO      PIC X(06).
       01 WS-EXIGE-APROVACAO    PIC X(01).
         88 EXIGE-APROVACAO       VALUE 'S'.
       01 WS-MOTIVO-RECUSA      PIC X(40).
       01 WS-SITUACAO-LISTADA   PIC X(01).
       01 WS-QTD-LISTADAS       PIC 9(04).
       01 WS-DATA-AMD           PIC X(08).
       01 WS-ABS-HOJE           PIC 9(08).
       01 WS-DIAS-DECORRIDOS    PIC 9(08).
       01 WS-LINHA-CAMPOS-1     PIC X(132).
       01 WS-LINHA-CAMPOS-2     PIC X(132).
       01 WS-POSICAO-LINHA      PIC 9(03).
       01 WS-DATA-HORA-EDITADA  PIC X(16).
       01 WS-VALOR-SOLICITADO   PIC X(09).
       01 WS-VALOR-SOLICITADO-NUM REDEFINES WS-VALOR-SOLICITADO
                                PIC 9(07)V99.

      *--- busca no cadastro ------------------------------------------
       01 WS-MESTRE-ACHADO      PIC X(01).
       01 WS-QTD-NAO-ENCONTRADOS PIC 9(05) VALUE 0.
       01 WS-QTD-ALTERACOES     PIC 9(05) VALUE 0.
       01 WS-QTD-ALT-REJEITADAS PIC 9(05) VALUE 0.
       01 WS-QTD-SOL-REGISTRADAS PIC 9(05) VALUE 0.
       01 WS-QTD-SOL-APROVADAS  PIC 9(05) VALUE 0.
       01 WS-QTD-SOL-REJEITADAS PIC 9(05) VALUE 0.
       01 WS-QTD-SOL-EXPIRADAS  PIC 9(05) VALUE 0.
       01 WS-QTD-SOL-EXPURGADAS PIC 9(05) VALUE 0.
       01 WS-QTD-DECISOES-RECUSADAS PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *    CADASTRO DE PARALISACOES AINDA NAO CRIADO PELO 04UNISYS
      *    (FS 35) = NENHUM CONTRATO PARALISADO
           OPEN INPUT PARALISACOES-ARQ.
           IF WS-FS-PARALISACAO = "35"
               DISPLAY "04MESTCN - AVISO: PARALDD NAO ENCONTRADO, "
                       "CONSULTA SEM PARALISACOES"
               MOVE 'N' TO WS-PARALISACOES-DISPONIVEIS
           ELSE
               IF WS-FS-PARALISACAO NOT = "00"
                   DISPLAY "04MESTCN - FALHA AO ABRIR PARALISACOES-ARQ"
                           ", FS=" WS-FS-PARALISACAO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT CARTOES-IN.
           IF WS-FS-CARTOES NOT = "00"
               DISPLAY "04MESTCN - FALHA AO ABRIR CARTOES-IN, FS="
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN EXTEND HISTORICO-OUT.
           IF WS-FS-HISTORICO NOT = "00"
               CLOSE HISTORICO-OUT
               OPEN OUTPUT HISTORICO-OUT
               IF WS-FS-HISTORICO NOT = "00"
                   DISPLAY "04MESTCN - FALHA AO ABRIR HISTORICO-OUT, "
                           "FS=" WS-FS-HISTORICO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN OUTPUT SOLICITACOES-OUT.
           IF WS-FS-SOLIC-OUT NOT = "00"
               DISPLAY "04MESTCN - FALHA AO ABRIR SOLICITACOES-OUT, "
                       "FS=" WS-FS-SOLIC-OUT
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN OUTPUT RELATORIO-SOLIC-OUT.
           IF WS-FS-REL-SOLIC NOT = "00"
               DISPLAY "04MESTCN - FALHA AO ABRIR RELATORIO-SOLIC-OUT, "
                       "FS=" WS-FS-REL-SOLIC
               PERFORM 910-ABENDAR-JOB
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONSULTA/MANUTENCAO DO CADASTRO MESTRE - 04MESTCN"
                   DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           PERFORM 020-CARREGAR-SOLICITACOES.

           PERFORM 110-LER-PROXIMO-CARTAO.

      *================================================================
      * 020 - CARGA DAS SOLICITACOES DE CORRECAO DA EXECUCAO ANTERIOR
      *       (SOLICIN AUSENTE = NENHUMA). A PENDENTE VENCIDA EXPIRA
      *       AQUI; A DECIDIDA HA MAIS DE WS-DIAS-RETENCAO DIAS E
      *       EXPURGADA (NAO VOLTA PARA O SOLICOUT)
      *================================================================
       020-CARREGAR-SOLICITACOES.
           MOVE WS-DATA-HORA-EXECUCAO(1:8) TO WS-DATA-AMD.
           MOVE 0 TO WS-ABS-HOJE.
           PERFORM 160-CALCULAR-DIAS-DECORRIDOS.
           MOVE LK-DIAS-ABSOLUTOS TO WS-ABS-HOJE.

           OPEN INPUT SOLICITACOES-IN.
           IF WS-FS-SOLIC-IN = "35"
               DISPLAY "04MESTCN - AVISO: SOLICIN NAO ENCONTRADO, "
                       "NENHUMA SOLICITACAO ANTERIOR"
           ELSE
               IF WS-FS-SOLIC-IN NOT = "00"
                   DISPLAY "04MESTCN - FALHA AO ABRIR SOLICITACOES-IN, "
                           "FS=" WS-FS-SOLIC-IN
                   PERFORM 910-ABENDAR-JOB
               END-IF
               PERFORM 021-LER-SOLICITACAO
               PERFORM UNTIL FIM-SOLICITACOES
                   MOVE REG-SOLICITACAO-ENTRADA TO REG-SOLICITACAO
                   EVALUATE TRUE
                     WHEN SOL-REGISTRO-HEADER
                       IF SOL-HDR-ULTIMO-NUMERO > WS-ULTIMO-NUMERO-SOLIC
                           MOVE SOL-HDR-ULTIMO-NUMERO
                               TO WS-ULTIMO-NUMERO-SOLIC
                       END-IF
                     WHEN SOL-REGISTRO-DETALHE
                       PERFORM 022-GUARDAR-SOLICITACAO
                     WHEN OTHER
                       DISPLAY "04MESTCN - REGISTRO INVALIDO NO "
                               "SOLICIN: " REG-SOLICITACAO-ENTRADA(1:20)
                       PERFORM 910-ABENDAR-JOB
                   END-EVALUATE
                   PERFORM 021-LER-SOLICITACAO
               END-PERFORM
               CLOSE SOLICITACOES-IN
           END-IF.

       021-LER-SOLICITACAO.
           READ SOLICITACOES-IN
               AT END MOVE 'S' TO WS-EOF-SOLICITACOES
           END-READ.
           IF (WS-FS-SOLIC-IN NOT = "00")
                   AND (WS-FS-SOLIC-IN NOT = "10")
               DISPLAY "04MESTCN - FALHA NA LEITURA DE "
                       "SOLICITACOES-IN, FS=" WS-FS-SOLIC-IN
               PERFORM 910-ABENDAR-JOB
           END-IF.

       022-GUARDAR-SOLICITACAO.
           IF SOL-NUMERO > WS-ULTIMO-NUMERO-SOLIC
               MOVE SOL-NUMERO TO WS-ULTIMO-NUMERO-SOLIC
           END-IF.
           IF SOL-PENDENTE
               MOVE SOL-DATA-HORA-SOLICITACAO(1:8) TO WS-DATA-AMD
               PERFORM 160-CALCULAR-DIAS-DECORRIDOS
               IF WS-DIAS-DECORRIDOS > WS-DIAS-VALIDADE
                   PERFORM 023-EXPIRAR-SOLICITACAO
               END-IF
               PERFORM 024-INCLUIR-NA-TABELA
           ELSE
               MOVE SOL-DATA-HORA-DECISAO(1:8) TO WS-DATA-AMD
               PERFORM 160-CALCULAR-DIAS-DECORRIDOS
               IF WS-DIAS-DECORRIDOS > WS-DIAS-RETENCAO
                   ADD 1 TO WS-QTD-SOL-EXPURGADAS
               ELSE
                   PERFORM 024-INCLUIR-NA-TABELA
               END-IF
           END-IF.

       023-EXPIRAR-SOLICITACAO.
           MOVE 'E' TO SOL-SITUACAO.
           MOVE SPACES TO SOL-OPERADOR-DECISAO.
           MOVE WS-DATA-HORA-EXECUCAO(1:14) TO SOL-DATA-HORA-DECISAO.
           MOVE "EXPIRADA SEM DECISAO NO PRAZO"
               TO SOL-MOTIVO-DECISAO.
           ADD 1 TO WS-QTD-SOL-EXPIRADAS.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SOLICITACAO " DELIMITED BY SIZE
                  SOL-NUMERO DELIMITED BY SIZE
                  " DO CONTRATO " DELIMITED BY SIZE
                  SOL-CONTRATO-ID DELIMITED BY SIZE
                  " (OPERADOR " DELIMITED BY SIZE
                  SOL-OPERADOR-SOLICITANTE DELIMITED BY SIZE
                  ")  *** EXPIRADA: PENDENTE HA MAIS DE "
                  DELIMITED BY SIZE
                  WS-DIAS-VALIDADE DELIMITED BY SIZE
                  " DIAS ***" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SOL-OPERADOR-SOLICITANTE TO WS-OPERADOR-ALTERACAO.
           MOVE SPACES                   TO WS-OPERADOR-APROVACAO.
           PERFORM 480-ECOAR-DECISAO-NA-TRILHA.

       024-INCLUIR-NA-TABELA.
           IF WS-QTD-SOLICITACOES >= 500
               DISPLAY "04MESTCN - TABELA DE SOLICITACOES CHEIA (500) "
                       "- ABEND"
               PERFORM 910-ABENDAR-JOB
           END-IF.
           ADD 1 TO WS-QTD-SOLICITACOES.
           MOVE SOL-NUMERO      TO TSO-NUMERO(WS-QTD-SOLICITACOES).
           MOVE REG-SOLICITACAO TO TSO-REGISTRO(WS-QTD-SOLICITACOES).
           MOVE 'N' TO TSO-NESTA-EXECUCAO(WS-QTD-SOLICITACOES).

       110-LER-PROXIMO-CARTAO.
           READ CARTOES-IN
               AT END MOVE 'S' TO WS-EOF-CARTOES
             WHEN REG-CARTAO(1:7) = "AJUSTE="
               PERFORM 310-EXIGIR-ALTERACAO-ABERTA
               MOVE REG-CARTAO(8:1) TO WS-NOVO-AJUSTE
             WHEN REG-CARTAO(1:7) = "INDICE="
               PERFORM 310-EXIGIR-ALTERACAO-ABERTA
               MOVE REG-CARTAO(8:6) TO WS-NOVO-INDICE
             WHEN REG-CARTAO(1:10) = "RENOVACAO="
               PERFORM 310-EXIGIR-ALTERACAO-ABERTA
               MOVE REG-CARTAO(11:1) TO WS-NOVA-RENOVACAO
             WHEN REG-CARTAO(1:16) = "PRAZO-RENOVACAO="
               PERFORM 310-EXIGIR-ALTERACAO-ABERTA
               MOVE REG-CARTAO(17:5) TO WS-NOVO-PRAZO-RENOV
             WHEN REG-CARTAO(1:7) = "APLICAR"
               PERFORM 400-APLICAR-ALTERACAO
             WHEN REG-CARTAO(1:7) = "APROVA="
               PERFORM 450-APROVAR-SOLICITACAO
             WHEN REG-CARTAO(1:8) = "REJEITA="
               PERFORM 470-REJEITAR-SOLICITACAO
             WHEN REG-CARTAO(1:1) = "*"
               CONTINUE
             WHEN REG-CARTAO = SPACES
               PERFORM 910-ABENDAR-JOB
           END-EVALUATE.

      *    DIAS DE WS-DATA-AMD (AAAAMMDD) ATE HOJE; DATA FUTURA OU NAO
      *    NUMERICA = ZERO
       160-CALCULAR-DIAS-DECORRIDOS.
           MOVE 0 TO WS-DIAS-DECORRIDOS.
           MOVE 0 TO LK-DIAS-ABSOLUTOS.
           IF WS-DATA-AMD IS NUMERIC
               MOVE 'JD' TO LK-FUNCAO
               MOVE WS-DATA-AMD(1:4) TO LK-ANO
               MOVE WS-DATA-AMD(5:2) TO LK-MES
               MOVE WS-DATA-AMD(7:2) TO LK-DIA
               CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                     LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                     LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                     LK-DIAS-ABSOLUTOS
               IF LK-DIAS-ABSOLUTOS < WS-ABS-HOJE
                   COMPUTE WS-DIAS-DECORRIDOS =
                       WS-ABS-HOJE - LK-DIAS-ABSOLUTOS
               END-IF
           END-IF.

      *================================================================
      * 200 - CONSULTA: IMPRIME O REGISTRO COMPLETO DO CONTRATO, OU
      *       UM AVISO DE NAO ENCONTRADO (EM VEZ DE SILENCIO)

           IF MESTRE-ACHADO
               PERFORM 210-IMPRIMIR-REGISTRO
               PERFORM 220-IMPRIMIR-PARALISACOES
           ELSE
               ADD 1 TO WS-QTD-NAO-ENCONTRADOS
               MOVE SPACES TO LINHA-RELATORIO
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  VALOR DIARIA ......: " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  "   INDICE REAJUSTE: " DELIMITED BY SIZE
                  MST-INDICE-REAJUSTE DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  RENOVACAO AUTOMAT. : " DELIMITED BY SIZE
                  MST-RENOVACAO-AUTOMATICA DELIMITED BY SIZE
                  "   PRAZO RENOVACAO: " DELIMITED BY SIZE
                  MST-PRAZO-RENOVACAO DELIMITED BY SIZE
                  "   BASE REAJUSTE: " DELIMITED BY SIZE
                  DIA-MST-BASE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MES-MST-BASE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ANO-MST-BASE DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

      *================================================================
      * 220 - PARALISACOES DO CONTRATO CONSULTADO, EM ORDEM DE INICIO
      *       (START NA PRIMEIRA CHAVE DO CONTRATO E READ NEXT
      *       ENQUANTO O CONTRATO-ID FOR O MESMO)
      *================================================================
       220-IMPRIMIR-PARALISACOES.
           MOVE 0 TO WS-QTD-PARAL-CONTRATO.
           MOVE 'S' TO WS-EOF-PARALISACOES.
           IF PARALISACOES-DISPONIVEIS
               MOVE MST-CONTRATO-ID TO PAR-CONTRATO-ID
               MOVE 0 TO PAR-INICIO-AMD
               START PARALISACOES-ARQ KEY IS NOT LESS THAN PAR-CHAVE
               EVALUATE WS-FS-PARALISACAO
                 WHEN "00"
                   MOVE 'N' TO WS-EOF-PARALISACOES
                   PERFORM 221-LER-PROXIMA-PARALISACAO
                 WHEN "23"
                   CONTINUE
                 WHEN OTHER
                   DISPLAY "04MESTCN - FALHA NO START DE "
                           "PARALISACOES-ARQ, FS=" WS-FS-PARALISACAO
                   PERFORM 910-ABENDAR-JOB
               END-EVALUATE
           END-IF.

           IF FIM-PARALISACOES
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  PARALISACOES ......: NENHUMA"
                      DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
           END-IF.

           PERFORM UNTIL FIM-PARALISACOES
               ADD 1 TO WS-QTD-PARAL-CONTRATO
               MOVE SPACES TO LINHA-RELATORIO
               IF WS-QTD-PARAL-CONTRATO = 1
                   MOVE "  PARALISACOES ......: " TO LINHA-RELATORIO
               END-IF
               STRING DIA-PAR-INICIAL DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MES-PAR-INICIAL DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ANO-PAR-INICIAL DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      DIA-PAR-FINAL DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MES-PAR-FINAL DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ANO-PAR-FINAL DELIMITED BY SIZE
                      "   REGISTRADA EM " DELIMITED BY SIZE
                      PAR-DATA-REGISTRO(1:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      PAR-DATA-REGISTRO(3:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      PAR-DATA-REGISTRO(5:4) DELIMITED BY SIZE
                      "   ORIGEM: " DELIMITED BY SIZE
                      PAR-SISTEMA-ORIGEM DELIMITED BY SIZE
                   INTO LINHA-RELATORIO(24:)
               PERFORM 500-GRAVAR-LINHA
               PERFORM 221-LER-PROXIMA-PARALISACAO
           END-PERFORM.

       221-LER-PROXIMA-PARALISACAO.
           READ PARALISACOES-ARQ NEXT RECORD
               AT END MOVE 'S' TO WS-EOF-PARALISACOES
           END-READ.
           IF (WS-FS-PARALISACAO NOT = "00")
                   AND (WS-FS-PARALISACAO NOT = "10")
               DISPLAY "04MESTCN - FALHA NA LEITURA DE "
                       "PARALISACOES-ARQ, FS=" WS-FS-PARALISACAO
               PERFORM 910-ABENDAR-JOB
           END-IF.
           IF NOT FIM-PARALISACOES
               IF PAR-CONTRATO-ID NOT = MST-CONTRATO-ID
                   MOVE 'S' TO WS-EOF-PARALISACOES
               END-IF
           END-IF.

      *================================================================
      * 300 - ABRE UMA CORRECAO SUPERVISIONADA: EXIGE OPERADOR
      *       IDENTIFICADO E CONTRATO EXISTENTE; OS CARTOES DE CAMPO
               MOVE 'S' TO WS-ALTERACAO-ABERTA
               MOVE 'N' TO WS-ALTERACAO-REJEITADA
               MOVE MST-CONTRATO-ID TO WS-ID-ALTERACAO
               PERFORM 305-LIMPAR-CAMPOS-NOVOS
           ELSE
               ADD 1 TO WS-QTD-NAO-ENCONTRADOS
               ADD 1 TO WS-QTD-ALT-REJEITADAS
               PERFORM 500-GRAVAR-LINHA
           END-IF.

      *    CAMPO NAO INFORMADO: ESPACOS NOS NUMERICOS E NAS DATAS,
      *    LOW-VALUE NOS QUE ACEITAM ESPACO COMO VALOR NOVO
       305-LIMPAR-CAMPOS-NOVOS.
           MOVE SPACES     TO WS-NOVA-DATA-INICIAL.
           MOVE SPACES     TO WS-NOVA-DATA-FINAL.
           MOVE LOW-VALUE  TO WS-NOVO-TIPO.
           MOVE SPACES     TO WS-NOVO-PRAZO.
           MOVE LOW-VALUES TO WS-NOVA-REGIAO.
           MOVE SPACES     TO WS-NOVO-VALOR.
           MOVE LOW-VALUE  TO WS-NOVO-AJUSTE.
           MOVE LOW-VALUES TO WS-NOVO-INDICE.
           MOVE LOW-VALUE  TO WS-NOVA-RENOVACAO.
           MOVE SPACES     TO WS-NOVO-PRAZO-RENOV.

      *================================================================
      * 400 - APLICA A CORRECAO ABERTA: CRITICA OS CAMPOS INFORMADOS;
      *       CORRECAO DE DATAS, TIPO DE CALCULO, REGIAO OU DIARIA VAI
      *       PARA APROVACAO (440); AS DEMAIS SAO REGRAVADAS NA HORA,
      *       COM ANTES E DEPOIS NO RELATORIO E ECO NA TRILHA DE
      *       AUDITORIA (JOB 04MESTCN + OPERADOR DO CARTAO)
      *================================================================
       400-APLICAR-ALTERACAO.
           IF NOT ALTERACAO-ABERTA
           ELSE
               PERFORM 410-CRITICAR-CAMPOS-NOVOS
               IF ALTERACAO-VALIDA
                   PERFORM 435-VERIFICAR-DUPLA-CUSTODIA
                   IF EXIGE-APROVACAO
                       PERFORM 440-REGISTRAR-SOLICITACAO
                   ELSE
                       MOVE WS-OPERADOR-ID TO WS-OPERADOR-ALTERACAO
                       MOVE SPACES         TO WS-OPERADOR-APROVACAO
                       PERFORM 420-REGRAVAR-CONTRATO
                   END-IF
               ELSE
                   ADD 1 TO WS-QTD-ALT-REJEITADAS
                   MOVE SPACES TO LINHA-RELATORIO
               END-IF
           END-IF.

           IF ALTERACAO-VALIDA
                   AND (WS-NOVA-RENOVACAO NOT = LOW-VALUE)
               IF (WS-NOVA-RENOVACAO NOT = 'S')
                       AND (WS-NOVA-RENOVACAO NOT = 'N')
                   MOVE 'N' TO WS-ALTERACAO-VALIDA
                   MOVE "RENOVACAO INVALIDA (S OU N)"
                       TO WS-MOTIVO-CRITICA
               END-IF
           END-IF.

           IF ALTERACAO-VALIDA
                   AND (WS-NOVO-PRAZO-RENOV NOT = SPACES)
               IF WS-NOVO-PRAZO-RENOV IS NOT NUMERIC
                   MOVE 'N' TO WS-ALTERACAO-VALIDA
                   MOVE "PRAZO-RENOVACAO NAO NUMERICO"
                       TO WS-MOTIVO-CRITICA
               END-IF
           END-IF.

       415-VALIDAR-DATA-CARTAO.
           IF WS-NOVA-DATA-INICIAL IS NOT NUMERIC
               MOVE 'N' TO LK-DATA-VALIDA
           END-IF.

      *================================================================
      * 420 - RELE O REGISTRO, GUARDA A IMAGEM ANTES NO HISTORICO
      *       DE VERSOES, APLICA SO OS CAMPOS INFORMADOS, CARIMBA A
      *       DATA DE ATUALIZACAO, REGRAVA E ECOA NA TRILHA; O
      *       RELATORIO MOSTRA O ANTES E O DEPOIS. SERVE A CORRECAO
      *       DIRETA E A SOLICITACAO APROVADA (WS-OPERADOR-ALTERACAO
      *       E WS-OPERADOR-APROVACAO PREENCHIDOS PELO CHAMADOR)
      *================================================================
       420-REGRAVAR-CONTRATO.
           MOVE WS-ID-ALTERACAO TO MST-CONTRATO-ID.
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-OPERADOR-APROVACAO = SPACES
               STRING "ALTERACAO DE " DELIMITED BY SIZE
                      WS-ID-ALTERACAO DELIMITED BY SIZE
                      " PELO OPERADOR " DELIMITED BY SIZE
                      WS-OPERADOR-ALTERACAO DELIMITED BY SIZE
                      " - REGISTRO ANTES:" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING "ALTERACAO DE " DELIMITED BY SIZE
                      WS-ID-ALTERACAO DELIMITED BY SIZE
                      " PELO OPERADOR " DELIMITED BY SIZE
                      WS-OPERADOR-ALTERACAO DELIMITED BY SIZE
                      " APROVADA POR " DELIMITED BY SIZE
                      WS-OPERADOR-APROVACAO DELIMITED BY SIZE
                      " - REGISTRO ANTES:" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF.
           PERFORM 500-GRAVAR-LINHA.
           PERFORM 210-IMPRIMIR-REGISTRO.
           PERFORM 425-GRAVAR-HISTORICO.

      *    A BASE DO REAJUSTE ACOMPANHA A DATA INICIAL CORRIGIDA SO
      *    ENQUANTO AS DUAS SAO IGUAIS (CONTRATO AINDA NAO RENOVADO);
      *    DEPOIS DE UMA RENOVACAO A BASE E A DATA ORIGINAL E FICA
           IF WS-NOVA-DATA-INICIAL NOT = SPACES
               IF MST-DATA-BASE-REAJUSTE = MST-DATA-INICIAL
                   MOVE WS-NOVA-DATA-INICIAL TO MST-DATA-BASE-REAJUSTE
               END-IF
               MOVE WS-NOVA-DATA-INICIAL TO MST-DATA-INICIAL
           END-IF.
           IF WS-NOVA-DATA-FINAL NOT = SPACES
           IF WS-NOVO-AJUSTE NOT = LOW-VALUE
               MOVE WS-NOVO-AJUSTE TO MST-AJUSTE-FINAL
           END-IF.
           IF WS-NOVO-INDICE NOT = LOW-VALUES
               MOVE WS-NOVO-INDICE TO MST-INDICE-REAJUSTE
           END-IF.
           IF WS-NOVA-RENOVACAO NOT = LOW-VALUE
               MOVE WS-NOVA-RENOVACAO TO MST-RENOVACAO-AUTOMATICA
           END-IF.
           IF WS-NOVO-PRAZO-RENOV NOT = SPACES
               MOVE WS-NOVO-PRAZO-RENOV TO MST-PRAZO-RENOVACAO
           END-IF.
           MOVE WS-DATA-HORA-EXECUCAO(7:2)
               TO MST-DATA-ATUALIZACAO(1:2).
           MOVE WS-DATA-HORA-EXECUCAO(5:2)
           PERFORM 500-GRAVAR-LINHA.
           PERFORM 210-IMPRIMIR-REGISTRO.

           MOVE 'A' TO WS-SITUACAO-TRILHA.
           PERFORM 430-ECOAR-NA-TRILHA.

      *================================================================
      * 425 - GUARDA NO HISTORICO DE VERSOES (CTHIST) A IMAGEM DO
      *       MESTRE ANTES DA CORRECAO, COM O JOB 04MESTCN, O
      *       OPERADOR QUE PEDIU A CORRECAO E A ACAO 'M' (CORRECAO
      *       DE BALCAO)
      *================================================================
       425-GRAVAR-HISTORICO.
           MOVE WS-DATA-HORA-EXECUCAO TO HST-DATA-HORA.
           MOVE WS-JOB-ID             TO HST-JOB-ID.
           MOVE WS-OPERADOR-ALTERACAO TO HST-OPERADOR-ID.
           MOVE 'M'                   TO HST-ACAO.
           MOVE WS-DATA-HORA-EXECUCAO(7:2)
               TO HST-DATA-SUBSTITUICAO(1:2).
           MOVE WS-DATA-HORA-EXECUCAO(5:2)
               TO HST-DATA-SUBSTITUICAO(3:2).
           MOVE WS-DATA-HORA-EXECUCAO(1:4)
               TO HST-DATA-SUBSTITUICAO(5:4).
           MOVE REG-MESTRE            TO HST-IMAGEM-MESTRE.
           WRITE REG-HISTORICO.
           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "04MESTCN - FALHA NA GRAVACAO DE HISTORICO-OUT, "
                       "FS=" WS-FS-HISTORICO
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 430 - ECOA A CORRECAO NA TRILHA DE AUDITORIA (CTLOG), COM O
      *       JOB 04MESTCN, O OPERADOR QUE PEDIU E O QUE APROVOU OU
      *       REJEITOU, PARA O HISTORICO DO 04AUDREL MOSTRAR TAMBEM AS
      *       CORRECOES DE BALCAO. SITUACAO 'A' = APLICADA, 'R' =
      *       SOLICITACAO REJEITADA OU EXPIRADA (IMAGEM DO PEDIDO)
      *================================================================
       430-ECOAR-NA-TRILHA.
           MOVE WS-DATA-HORA-EXECUCAO TO LOG-DATA-HORA.
           MOVE WS-JOB-ID             TO LOG-JOB-ID.
           MOVE WS-OPERADOR-ALTERACAO TO LOG-OPERADOR-ID.
           MOVE WS-OPERADOR-APROVACAO TO LOG-OPERADOR-APROVADOR.
           MOVE MST-CONTRATO-ID       TO LOG-CONTRATO-ID.
           MOVE DIA-MST-INICIAL       TO LOG-DIA-INICIAL.
           MOVE MES-MST-INICIAL       TO LOG-MES-INICIAL.
           MOVE MES-MST-FINAL         TO LOG-MES-FINAL.
           MOVE ANO-MST-FINAL         TO LOG-ANO-FINAL.
           MOVE MST-DIFERENCA-DIAS    TO LOG-DIFERENCA-DIAS.
           MOVE WS-SITUACAO-TRILHA    TO LOG-SITUACAO.
           WRITE REG-LOG-AUDITORIA.
           IF WS-FS-LOG NOT = "00"
               DISPLAY "04MESTCN - FALHA NA GRAVACAO DE LOG-AUDITORIA, "
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 435 - A CORRECAO PRECISA DE APROVACAO QUANDO MEXE EM DATAS,
      *       TIPO DE CALCULO, REGIAO OU DIARIA (OS PARAMETROS DO
      *       FATURAMENTO); PRAZO, AJUSTE, INDICE E RENOVACAO SEGUEM
      *       DIRETO
      *================================================================
       435-VERIFICAR-DUPLA-CUSTODIA.
           MOVE 'N' TO WS-EXIGE-APROVACAO.
           IF (WS-NOVA-DATA-INICIAL NOT = SPACES)
                   OR (WS-NOVA-DATA-FINAL NOT = SPACES)
                   OR (WS-NOVO-TIPO NOT = LOW-VALUE)
                   OR (WS-NOVA-REGIAO NOT = LOW-VALUES)
                   OR (WS-NOVO-VALOR NOT = SPACES)
               MOVE 'S' TO WS-EXIGE-APROVACAO
           END-IF.

      *================================================================
      * 440 - GUARDA A CORRECAO CRITICADA COMO SOLICITACAO PENDENTE,
      *       COM O OPERADOR QUE A PEDIU E A IMAGEM ATUAL DO MESTRE.
      *       SO UMA SOLICITACAO PENDENTE POR CONTRATO
      *================================================================
       440-REGISTRAR-SOLICITACAO.
           MOVE 'N' TO WS-SOLICITACAO-ACHADA.
           PERFORM VARYING IDX-SOLICITACAO FROM 1 BY 1
                   UNTIL (IDX-SOLICITACAO > WS-QTD-SOLICITACOES)
                      OR SOLICITACAO-ACHADA
               MOVE TSO-REGISTRO(IDX-SOLICITACAO) TO REG-SOLICITACAO
               IF SOL-PENDENTE
                       AND (SOL-CONTRATO-ID = WS-ID-ALTERACAO)
                   MOVE 'S' TO WS-SOLICITACAO-ACHADA
               END-IF
           END-PERFORM.

           IF SOLICITACAO-ACHADA
               ADD 1 TO WS-QTD-ALT-REJEITADAS
               MOVE SPACES TO LINHA-RELATORIO
               STRING "ALTERACAO DE " DELIMITED BY SIZE
                      WS-ID-ALTERACAO DELIMITED BY SIZE
                      "  *** REJEITADA: JA HA SOLICITACAO PENDENTE "
                      DELIMITED BY SIZE
                      SOL-NUMERO DELIMITED BY SIZE
                      " ***" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
           ELSE
               IF WS-QTD-SOLICITACOES >= 500
                   DISPLAY "04MESTCN - TABELA DE SOLICITACOES CHEIA "
                           "(500) - ABEND"
                   PERFORM 910-ABENDAR-JOB
               END-IF
               MOVE WS-ID-ALTERACAO TO MST-CONTRATO-ID
               PERFORM 150-LER-MESTRE-POR-CHAVE
               IF NOT MESTRE-ACHADO
                   DISPLAY "04MESTCN - CONTRATO " WS-ID-ALTERACAO
                           " SUMIU ENTRE O ALTERA E O APLICAR - ABEND"
                   PERFORM 910-ABENDAR-JOB
               END-IF
               ADD 1 TO WS-ULTIMO-NUMERO-SOLIC
               MOVE SPACES TO REG-SOLICITACAO
               MOVE 'D'                    TO SOL-TIPO-REGISTRO
               MOVE WS-ULTIMO-NUMERO-SOLIC TO SOL-NUMERO
               MOVE 'P'                    TO SOL-SITUACAO
               MOVE WS-ID-ALTERACAO        TO SOL-CONTRATO-ID
               MOVE WS-OPERADOR-ID         TO SOL-OPERADOR-SOLICITANTE
               MOVE WS-DATA-HORA-EXECUCAO(1:14)
                   TO SOL-DATA-HORA-SOLICITACAO
               PERFORM 441-GUARDAR-CAMPOS-NOVOS
               MOVE REG-MESTRE             TO SOL-IMAGEM-MESTRE
               ADD 1 TO WS-QTD-SOLICITACOES
               MOVE SOL-NUMERO      TO TSO-NUMERO(WS-QTD-SOLICITACOES)
               MOVE REG-SOLICITACAO TO TSO-REGISTRO(WS-QTD-SOLICITACOES)
               MOVE 'S' TO TSO-NESTA-EXECUCAO(WS-QTD-SOLICITACOES)
               ADD 1 TO WS-QTD-SOL-REGISTRADAS

               MOVE SPACES TO LINHA-RELATORIO
               STRING "ALTERACAO DE " DELIMITED BY SIZE
                      WS-ID-ALTERACAO DELIMITED BY SIZE
                      " PELO OPERADOR " DELIMITED BY SIZE
                      WS-OPERADOR-ID DELIMITED BY SIZE
                      " REGISTRADA COMO SOLICITACAO " DELIMITED BY SIZE
                      SOL-NUMERO DELIMITED BY SIZE
                      " - AGUARDA APROVACAO DE OUTRO OPERADOR"
                      DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "REGISTRO ATUAL:" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
               PERFORM 210-IMPRIMIR-REGISTRO
               PERFORM 442-MONTAR-CAMPOS-PEDIDOS
               MOVE WS-LINHA-CAMPOS-1 TO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
               IF WS-LINHA-CAMPOS-2 NOT = SPACES
                   MOVE WS-LINHA-CAMPOS-2 TO LINHA-RELATORIO
                   PERFORM 500-GRAVAR-LINHA
               END-IF
           END-IF.

       441-GUARDAR-CAMPOS-NOVOS.
           MOVE 'NNNNNNNNNN' TO SOL-CAMPOS-INFORMADOS.
           IF WS-NOVA-DATA-INICIAL NOT = SPACES
               MOVE 'S' TO SOL-INF-DATA-INICIAL
               MOVE WS-NOVA-DATA-INICIAL TO SOL-NOVA-DATA-INICIAL
           END-IF.
           IF WS-NOVA-DATA-FINAL NOT = SPACES
               MOVE 'S' TO SOL-INF-DATA-FINAL
               MOVE WS-NOVA-DATA-FINAL TO SOL-NOVA-DATA-FINAL
           END-IF.
           IF WS-NOVO-TIPO NOT = LOW-VALUE
               MOVE 'S' TO SOL-INF-TIPO
               MOVE WS-NOVO-TIPO TO SOL-NOVO-TIPO
           END-IF.
           IF WS-NOVO-PRAZO NOT = SPACES
               MOVE 'S' TO SOL-INF-PRAZO
               MOVE WS-NOVO-PRAZO TO SOL-NOVO-PRAZO
           END-IF.
           IF WS-NOVA-REGIAO NOT = LOW-VALUES
               MOVE 'S' TO SOL-INF-REGIAO
               MOVE WS-NOVA-REGIAO TO SOL-NOVA-REGIAO
           END-IF.
           IF WS-NOVO-VALOR NOT = SPACES
               MOVE 'S' TO SOL-INF-VALOR
               MOVE WS-NOVO-VALOR TO SOL-NOVO-VALOR
           END-IF.
           IF WS-NOVO-AJUSTE NOT = LOW-VALUE
               MOVE 'S' TO SOL-INF-AJUSTE
               MOVE WS-NOVO-AJUSTE TO SOL-NOVO-AJUSTE
           END-IF.
           IF WS-NOVO-INDICE NOT = LOW-VALUES
               MOVE 'S' TO SOL-INF-INDICE
               MOVE WS-NOVO-INDICE TO SOL-NOVO-INDICE
           END-IF.
           IF WS-NOVA-RENOVACAO NOT = LOW-VALUE
               MOVE 'S' TO SOL-INF-RENOVACAO
               MOVE WS-NOVA-RENOVACAO TO SOL-NOVA-RENOVACAO
           END-IF.
           IF WS-NOVO-PRAZO-RENOV NOT = SPACES
               MOVE 'S' TO SOL-INF-PRAZO-RENOV
               MOVE WS-NOVO-PRAZO-RENOV TO SOL-NOVO-PRAZO-RENOV
           END-IF.

      *    LINHAS "CAMPOS PEDIDOS" DA SOLICITACAO EM REG-SOLICITACAO:
      *    PARAMETROS DO FATURAMENTO NA PRIMEIRA, O RESTO NA SEGUNDA
       442-MONTAR-CAMPOS-PEDIDOS.
           MOVE SPACES TO WS-LINHA-CAMPOS-1.
           MOVE SPACES TO WS-LINHA-CAMPOS-2.
           MOVE 1 TO WS-POSICAO-LINHA.
           STRING "  CAMPOS PEDIDOS ....: " DELIMITED BY SIZE
               INTO WS-LINHA-CAMPOS-1 WITH POINTER WS-POSICAO-LINHA.
           IF SOL-INF-DATA-INICIAL = 'S'
               STRING "DATA-INICIAL=" DELIMITED BY SIZE
                      SOL-NOVA-DATA-INICIAL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                   INTO WS-LINHA-CAMPOS-1
                   WITH POINTER WS-POSICAO-LINHA
           END-IF.
           IF SOL-INF-DATA-FINAL = 'S'
               STRING "DATA-FINAL=" DELIMITED BY SIZE
                      SOL-NOVA-DATA-FINAL DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                   INTO WS-LINHA-CAMPOS-1
                   WITH POINTER WS-POSICAO-LINHA
           END-IF.
           IF SOL-INF-TIPO = 'S'
               STRING "TIPO-CALCULO=" DELIMITED BY SIZE
                      SOL-NOVO-TIPO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                   INTO WS-LINHA-CAMPOS-1
                   WITH POINTER WS-POSICAO-LINHA
           END-IF.
           IF SOL-INF-REGIAO = 'S'
               STRING "REGIAO=" DELIMITED BY SIZE
                      SOL-NOVA-REGIAO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                   INTO WS-LINHA-CAMPOS-1
                   WITH POINTER WS-POSICAO-LINHA
           END-IF.
           IF SOL-INF-VALOR = 'S'
               MOVE SOL-NOVO-VALOR TO WS-VALOR-SOLICITADO
               MOVE WS-VALOR-SOLICITADO-NUM TO WS-VALOR-EDITADO
               STRING "VALOR-DIARIA=" DELIMITED BY SIZE
                      WS-VALOR-EDITADO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                   INTO WS-LINHA-CAMPOS-1
                   WITH POINTER WS-POSICAO-LINHA
           END-IF.

           MOVE 1 TO WS-POSICAO-LINHA.
           STRING "                       " DELIMITED BY SIZE
               INTO WS-LINHA-CAMPOS-2 WITH POINTER WS-POSICAO-LINHA.
           IF SOL-INF-PRAZO = 'S'
               STRING "PRAZO=" DELIMITED BY SIZE
                      SOL-NOVO-PRAZO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                   INTO WS-LINHA-CAMPOS-2
                   WITH POINTER WS-POSICAO-LINHA
           END-IF.
           IF SOL-INF-AJUSTE = 'S'
               STRING "AJUSTE=" DELIMITED BY SIZE
                      SOL-NOVO-AJUSTE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                   INTO WS-LINHA-CAMPOS-2
                   WITH POINTER WS-POSICAO-LINHA
           END-IF.
           IF SOL-INF-INDICE = 'S'
               STRING "INDICE=" DELIMITED BY SIZE
                      SOL-NOVO-INDICE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                   INTO WS-LINHA-CAMPOS-2
                   WITH POINTER WS-POSICAO-LINHA
           END-IF.
           IF SOL-INF-RENOVACAO = 'S'
               STRING "RENOVACAO=" DELIMITED BY SIZE
                      SOL-NOVA-RENOVACAO DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                   INTO WS-LINHA-CAMPOS-2
                   WITH POINTER WS-POSICAO-LINHA
           END-IF.
           IF SOL-INF-PRAZO-RENOV = 'S'
               STRING "PRAZO-RENOVACAO=" DELIMITED BY SIZE
                      SOL-NOVO-PRAZO-RENOV DELIMITED BY SIZE
                   INTO WS-LINHA-CAMPOS-2
                   WITH POINTER WS-POSICAO-LINHA
           END-IF.
      *    SO O RECUO: NENHUM CAMPO DA SEGUNDA LINHA FOI PEDIDO
           IF WS-POSICAO-LINHA = 24
               MOVE SPACES TO WS-LINHA-CAMPOS-2
           END-IF.

      *    APROVA=/REJEITA= FORA DE UMA CORRECAO ABERTA E COM O
      *    OPERADOR JA IDENTIFICADO
       445-EXIGIR-DECISOR.
           IF ALTERACAO-ABERTA
               DISPLAY "04MESTCN - " REG-CARTAO(1:14)
                       " DENTRO DO ALTERA= DE " WS-ID-ALTERACAO
                       " - ABEND"
               PERFORM 910-ABENDAR-JOB
           END-IF.
           IF WS-OPERADOR-ID = SPACES
               DISPLAY "04MESTCN - " REG-CARTAO(1:14)
                       " SEM CARTAO OPERADOR= ANTERIOR - ABEND"
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 450 - APROVA=NNNNNN: SO PARA SOLICITACAO PENDENTE DE EXECUCAO
      *       ANTERIOR E APROVADOR DIFERENTE DO SOLICITANTE; SENAO O
      *       CARTAO E RECUSADO E A SOLICITACAO CONTINUA PENDENTE
      *================================================================
       450-APROVAR-SOLICITACAO.
           PERFORM 445-EXIGIR-DECISOR.
           MOVE REG-CARTAO(8:6) TO WS-NUMERO-CARTAO.
           PERFORM 460-LOCALIZAR-SOLICITACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           EVALUATE TRUE
             WHEN NOT SOLICITACAO-ACHADA
               MOVE "SOLICITACAO NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
               PERFORM 485-RECUSAR-CARTAO
             WHEN NOT SOL-PENDENTE
               MOVE "SOLICITACAO NAO ESTA PENDENTE"
                   TO WS-MOTIVO-RECUSA
               PERFORM 485-RECUSAR-CARTAO
             WHEN TSO-CRIADA-NESTA-EXECUCAO(WS-SUB-SOLICITACAO)
               MOVE "PEDIDO DESTA EXECUCAO - APROVAR DEPOIS"
                   TO WS-MOTIVO-RECUSA
               PERFORM 485-RECUSAR-CARTAO
             WHEN SOL-OPERADOR-SOLICITANTE = WS-OPERADOR-ID
               MOVE "APROVADOR E O PROPRIO SOLICITANTE"
                   TO WS-MOTIVO-RECUSA
               PERFORM 485-RECUSAR-CARTAO
             WHEN OTHER
               PERFORM 455-EFETIVAR-SOLICITACAO
               MOVE REG-SOLICITACAO
                   TO TSO-REGISTRO(WS-SUB-SOLICITACAO)
           END-EVALUATE.

      *    RELE O CONTRATO E SO APLICA SE OS PARAMETROS EDITAVEIS
      *    (DATAS A AJUSTE, POSICOES 11-45, E INDICE A PRAZO DE
      *    RENOVACAO, 64-75) ESTAO COMO NO PEDIDO; DIAS CALCULADOS E
      *    DATA DE ATUALIZACAO MUDAM NO PROCESSAMENTO NOTURNO E NAO
      *    INVALIDAM A SOLICITACAO
       455-EFETIVAR-SOLICITACAO.
           MOVE SOL-CONTRATO-ID TO MST-CONTRATO-ID.
           PERFORM 150-LER-MESTRE-POR-CHAVE.
           MOVE WS-OPERADOR-ID TO SOL-OPERADOR-DECISAO.
           MOVE WS-DATA-HORA-EXECUCAO(1:14) TO SOL-DATA-HORA-DECISAO.
           MOVE SOL-OPERADOR-SOLICITANTE TO WS-OPERADOR-ALTERACAO.
           MOVE WS-OPERADOR-ID           TO WS-OPERADOR-APROVACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "APROVACAO DA SOLICITACAO " DELIMITED BY SIZE
                  SOL-NUMERO DELIMITED BY SIZE
                  " DO CONTRATO " DELIMITED BY SIZE
                  SOL-CONTRATO-ID DELIMITED BY SIZE
                  " PELO OPERADOR " DELIMITED BY SIZE
                  WS-OPERADOR-ID DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           EVALUATE TRUE
             WHEN NOT MESTRE-ACHADO
               MOVE "CONTRATO NAO ESTA MAIS NO CADASTRO MESTRE"
                   TO SOL-MOTIVO-DECISAO
               PERFORM 475-REJEITAR-NA-APROVACAO
             WHEN (REG-MESTRE(11:35) NOT = SOL-IMAGEM-MESTRE(11:35))
                  OR (REG-MESTRE(64:12) NOT = SOL-IMAGEM-MESTRE(64:12))
               MOVE "CONTRATO ALTERADO DEPOIS DA SOLICITACAO"
                   TO SOL-MOTIVO-DECISAO
               PERFORM 475-REJEITAR-NA-APROVACAO
             WHEN OTHER
               MOVE 'A' TO SOL-SITUACAO
               MOVE "APROVADA" TO SOL-MOTIVO-DECISAO
               MOVE SOL-CONTRATO-ID TO WS-ID-ALTERACAO
               PERFORM 456-CARREGAR-CAMPOS-NOVOS
               PERFORM 420-REGRAVAR-CONTRATO
               ADD 1 TO WS-QTD-SOL-APROVADAS
           END-EVALUATE.
           MOVE SPACES TO WS-OPERADOR-APROVACAO.

       456-CARREGAR-CAMPOS-NOVOS.
           PERFORM 305-LIMPAR-CAMPOS-NOVOS.
           IF SOL-INF-DATA-INICIAL = 'S'
               MOVE SOL-NOVA-DATA-INICIAL TO WS-NOVA-DATA-INICIAL
           END-IF.
           IF SOL-INF-DATA-FINAL = 'S'
               MOVE SOL-NOVA-DATA-FINAL TO WS-NOVA-DATA-FINAL
           END-IF.
           IF SOL-INF-TIPO = 'S'
               MOVE SOL-NOVO-TIPO TO WS-NOVO-TIPO
           END-IF.
           IF SOL-INF-PRAZO = 'S'
               MOVE SOL-NOVO-PRAZO TO WS-NOVO-PRAZO
           END-IF.
           IF SOL-INF-REGIAO = 'S'
               MOVE SOL-NOVA-REGIAO TO WS-NOVA-REGIAO
           END-IF.
           IF SOL-INF-VALOR = 'S'
               MOVE SOL-NOVO-VALOR TO WS-NOVO-VALOR
           END-IF.
           IF SOL-INF-AJUSTE = 'S'
               MOVE SOL-NOVO-AJUSTE TO WS-NOVO-AJUSTE
           END-IF.
           IF SOL-INF-INDICE = 'S'
               MOVE SOL-NOVO-INDICE TO WS-NOVO-INDICE
           END-IF.
           IF SOL-INF-RENOVACAO = 'S'
               MOVE SOL-NOVA-RENOVACAO TO WS-NOVA-RENOVACAO
           END-IF.
           IF SOL-INF-PRAZO-RENOV = 'S'
               MOVE SOL-NOVO-PRAZO-RENOV TO WS-NOVO-PRAZO-RENOV
           END-IF.

      *    PROCURA NA TABELA A SOLICITACAO WS-NUMERO-CARTAO; ACHADA,
      *    FICA EM REG-SOLICITACAO E A POSICAO EM WS-SUB-SOLICITACAO
       460-LOCALIZAR-SOLICITACAO.
           MOVE 'N' TO WS-SOLICITACAO-ACHADA.
           IF WS-NUMERO-CARTAO IS NUMERIC
               PERFORM VARYING IDX-SOLICITACAO FROM 1 BY 1
                       UNTIL (IDX-SOLICITACAO > WS-QTD-SOLICITACOES)
                          OR SOLICITACAO-ACHADA
                   IF TSO-NUMERO(IDX-SOLICITACAO) = WS-NUMERO-CARTAO
                       MOVE 'S' TO WS-SOLICITACAO-ACHADA
                       SET WS-SUB-SOLICITACAO TO IDX-SOLICITACAO
                       MOVE TSO-REGISTRO(IDX-SOLICITACAO)
                           TO REG-SOLICITACAO
                   END-IF
               END-PERFORM
           END-IF.

      *================================================================
      * 470 - REJEITA=NNNNNN [MOTIVO]: QUALQUER OPERADOR REJEITA UMA
      *       SOLICITACAO PENDENTE (O SOLICITANTE, PARA RETIRA-LA);
      *       A REJEICAO VAI PARA A TRILHA COM OS DOIS OPERADORES
      *================================================================
       470-REJEITAR-SOLICITACAO.
           PERFORM 445-EXIGIR-DECISOR.
           MOVE REG-CARTAO(9:6) TO WS-NUMERO-CARTAO.
           PERFORM 460-LOCALIZAR-SOLICITACAO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           EVALUATE TRUE
             WHEN NOT SOLICITACAO-ACHADA
               MOVE "SOLICITACAO NAO ENCONTRADA" TO WS-MOTIVO-RECUSA
               PERFORM 485-RECUSAR-CARTAO
             WHEN NOT SOL-PENDENTE
               MOVE "SOLICITACAO NAO ESTA PENDENTE"
                   TO WS-MOTIVO-RECUSA
               PERFORM 485-RECUSAR-CARTAO
             WHEN OTHER
               MOVE WS-OPERADOR-ID TO SOL-OPERADOR-DECISAO
               MOVE WS-DATA-HORA-EXECUCAO(1:14)
                   TO SOL-DATA-HORA-DECISAO
               EVALUATE TRUE
                 WHEN REG-CARTAO(16:40) NOT = SPACES
                   MOVE REG-CARTAO(16:40) TO SOL-MOTIVO-DECISAO
                 WHEN SOL-OPERADOR-SOLICITANTE = WS-OPERADOR-ID
                   MOVE "RETIRADA PELO SOLICITANTE"
                       TO SOL-MOTIVO-DECISAO
                 WHEN OTHER
                   MOVE "REJEITADA PELO APROVADOR"
                       TO SOL-MOTIVO-DECISAO
               END-EVALUATE
               MOVE SOL-OPERADOR-SOLICITANTE TO WS-OPERADOR-ALTERACAO
               MOVE WS-OPERADOR-ID           TO WS-OPERADOR-APROVACAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "REJEICAO DA SOLICITACAO " DELIMITED BY SIZE
                      SOL-NUMERO DELIMITED BY SIZE
                      " DO CONTRATO " DELIMITED BY SIZE
                      SOL-CONTRATO-ID DELIMITED BY SIZE
                      " PELO OPERADOR " DELIMITED BY SIZE
                      WS-OPERADOR-ID DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
               PERFORM 475-REJEITAR-NA-APROVACAO
               MOVE SPACES TO WS-OPERADOR-APROVACAO
               MOVE REG-SOLICITACAO
                   TO TSO-REGISTRO(WS-SUB-SOLICITACAO)
           END-EVALUATE.

      *    FECHA A SOLICITACAO COMO REJEITADA (MOTIVO JA EM
      *    SOL-MOTIVO-DECISAO) E ECOA NA TRILHA
       475-REJEITAR-NA-APROVACAO.
           MOVE 'R' TO SOL-SITUACAO.
           ADD 1 TO WS-QTD-SOL-REJEITADAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SOLICITACAO " DELIMITED BY SIZE
                  SOL-NUMERO DELIMITED BY SIZE
                  " (OPERADOR " DELIMITED BY SIZE
                  SOL-OPERADOR-SOLICITANTE DELIMITED BY SIZE
                  ")  *** REJEITADA: " DELIMITED BY SIZE
                  SOL-MOTIVO-DECISAO DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           PERFORM 480-ECOAR-DECISAO-NA-TRILHA.

      *    SOLICITACAO QUE NAO CHEGOU AO MESTRE: A TRILHA LEVA A
      *    IMAGEM DO CONTRATO NO PEDIDO, COM SITUACAO 'R'
       480-ECOAR-DECISAO-NA-TRILHA.
           MOVE SOL-IMAGEM-MESTRE TO REG-MESTRE.
           MOVE SOL-CONTRATO-ID   TO MST-CONTRATO-ID.
           MOVE 'R' TO WS-SITUACAO-TRILHA.
           PERFORM 430-ECOAR-NA-TRILHA.

       485-RECUSAR-CARTAO.
           ADD 1 TO WS-QTD-DECISOES-RECUSADAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING REG-CARTAO(1:14) DELIMITED BY SIZE
                  " PELO OPERADOR " DELIMITED BY SIZE
                  WS-OPERADOR-ID DELIMITED BY SIZE
                  "  *** RECUSADO: " DELIMITED BY SIZE
                  WS-MOTIVO-RECUSA DELIMITED BY SIZE
                  " ***" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

       500-GRAVAR-LINHA.
           WRITE LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               PERFORM 910-ABENDAR-JOB
           END-IF.

           PERFORM 600-GRAVAR-SOLICITACOES.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SOLICITACOES REGISTRADAS ..: " DELIMITED BY SIZE
                  WS-QTD-SOL-REGISTRADAS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SOLICITACOES APROVADAS ....: " DELIMITED BY SIZE
                  WS-QTD-SOL-APROVADAS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SOLICITACOES REJEITADAS ...: " DELIMITED BY SIZE
                  WS-QTD-SOL-REJEITADAS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SOLICITACOES EXPIRADAS ....: " DELIMITED BY SIZE
                  WS-QTD-SOL-EXPIRADAS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "APROVA/REJEITA RECUSADOS ..: " DELIMITED BY SIZE
                  WS-QTD-DECISOES-RECUSADAS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           CLOSE MESTRE-ARQ.
           CLOSE PARALISACOES-ARQ.
           CLOSE CARTOES-IN.
           CLOSE LOG-AUDITORIA.
           CLOSE RELATORIO-OUT.
           CLOSE HISTORICO-OUT.
           CLOSE SOLICITACOES-OUT.
           CLOSE RELATORIO-SOLIC-OUT.

           DISPLAY "04MESTCN - CONSULTAS: " WS-QTD-CONSULTAS
                   "  ALTERACOES: " WS-QTD-ALTERACOES
                   "  NAO ENCONTRADOS: " WS-QTD-NAO-ENCONTRADOS.
           DISPLAY "04MESTCN - SOLICITACOES REGISTRADAS: "
                   WS-QTD-SOL-REGISTRADAS
                   "  APROVADAS: " WS-QTD-SOL-APROVADAS
                   "  REJEITADAS: " WS-QTD-SOL-REJEITADAS
                   "  EXPIRADAS: " WS-QTD-SOL-EXPIRADAS
                   "  EXPURGADAS: " WS-QTD-SOL-EXPURGADAS.

           IF (WS-QTD-NAO-ENCONTRADOS > 0)
                   OR (WS-QTD-ALT-REJEITADAS > 0)
                   OR (WS-QTD-DECISOES-RECUSADAS > 0)
                   OR (WS-QTD-SOL-EXPIRADAS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================
      * 600 - REGRAVA O ARQUIVO DE SOLICITACOES (HEADER + TABELA) NO
      *       SOLICOUT E EMITE O RELATORIO DO SUPERVISOR: PENDENTES,
      *       APROVADAS, REJEITADAS E EXPIRADAS, CADA GRUPO COM O SEU
      *       TOTAL
      *================================================================
       600-GRAVAR-SOLICITACOES.
           MOVE SPACES TO REG-SOLICITACAO.
           MOVE 'H' TO SOL-TIPO-REGISTRO.
           MOVE WS-ULTIMO-NUMERO-SOLIC TO SOL-HDR-ULTIMO-NUMERO.
           MOVE WS-DATA-HORA-EXECUCAO(1:14) TO SOL-HDR-DATA-HORA.
           PERFORM 620-GRAVAR-SOLICITACAO.
           PERFORM VARYING IDX-SOLICITACAO FROM 1 BY 1
                   UNTIL IDX-SOLICITACAO > WS-QTD-SOLICITACOES
               MOVE TSO-REGISTRO(IDX-SOLICITACAO) TO REG-SOLICITACAO
               PERFORM 620-GRAVAR-SOLICITACAO
           END-PERFORM.

           MOVE SPACES TO LINHA-SOLICITACOES.
           STRING "04MESTCN - SOLICITACOES DE CORRECAO DO CADASTRO "
                  DELIMITED BY SIZE
                  "MESTRE - EXECUCAO " DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(11:2) DELIMITED BY SIZE
               INTO LINHA-SOLICITACOES.
           PERFORM 510-GRAVAR-LINHA-SOLIC.
           MOVE SPACES TO LINHA-SOLICITACOES.
           STRING "PENDENTE EXPIRA EM " DELIMITED BY SIZE
                  WS-DIAS-VALIDADE DELIMITED BY SIZE
                  " DIAS; DECIDIDA FICA " DELIMITED BY SIZE
                  WS-DIAS-RETENCAO DELIMITED BY SIZE
                  " DIAS NESTE RELATORIO" DELIMITED BY SIZE
               INTO LINHA-SOLICITACOES.
           PERFORM 510-GRAVAR-LINHA-SOLIC.

           MOVE 'P' TO WS-SITUACAO-LISTADA.
           PERFORM 605-LISTAR-SITUACAO.
           MOVE 'A' TO WS-SITUACAO-LISTADA.
           PERFORM 605-LISTAR-SITUACAO.
           MOVE 'R' TO WS-SITUACAO-LISTADA.
           PERFORM 605-LISTAR-SITUACAO.
           MOVE 'E' TO WS-SITUACAO-LISTADA.
           PERFORM 605-LISTAR-SITUACAO.

       605-LISTAR-SITUACAO.
           MOVE SPACES TO LINHA-SOLICITACOES.
           PERFORM 510-GRAVAR-LINHA-SOLIC.
           MOVE SPACES TO LINHA-SOLICITACOES.
           EVALUATE WS-SITUACAO-LISTADA
             WHEN 'P'
               MOVE "SOLICITACOES PENDENTES" TO LINHA-SOLICITACOES
             WHEN 'A'
               MOVE "SOLICITACOES APROVADAS" TO LINHA-SOLICITACOES
             WHEN 'R'
               MOVE "SOLICITACOES REJEITADAS" TO LINHA-SOLICITACOES
             WHEN OTHER
               MOVE "SOLICITACOES EXPIRADAS" TO LINHA-SOLICITACOES
           END-EVALUATE.
           PERFORM 510-GRAVAR-LINHA-SOLIC.
           MOVE SPACES TO LINHA-SOLICITACOES.
           STRING "NUMERO  CONTRATO    SOLICITANTE PEDIDO EM         "
                  DELIMITED BY SIZE
                  "DECISAO  DECIDIDO EM       MOTIVO" DELIMITED BY SIZE
               INTO LINHA-SOLICITACOES.
           PERFORM 510-GRAVAR-LINHA-SOLIC.

           MOVE 0 TO WS-QTD-LISTADAS.
           PERFORM VARYING IDX-SOLICITACAO FROM 1 BY 1
                   UNTIL IDX-SOLICITACAO > WS-QTD-SOLICITACOES
               MOVE TSO-REGISTRO(IDX-SOLICITACAO) TO REG-SOLICITACAO
               IF SOL-SITUACAO = WS-SITUACAO-LISTADA
                   PERFORM 610-LISTAR-SOLICITACAO
               END-IF
           END-PERFORM.

           MOVE SPACES TO LINHA-SOLICITACOES.
           STRING "TOTAL ....: " DELIMITED BY SIZE
                  WS-QTD-LISTADAS DELIMITED BY SIZE
               INTO LINHA-SOLICITACOES.
           PERFORM 510-GRAVAR-LINHA-SOLIC.

       610-LISTAR-SOLICITACAO.
           ADD 1 TO WS-QTD-LISTADAS.
           MOVE SPACES TO LINHA-SOLICITACOES.
           STRING SOL-NUMERO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SOL-CONTRATO-ID DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  SOL-OPERADOR-SOLICITANTE DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  SOL-DATA-HORA-SOLICITACAO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SOL-DATA-HORA-SOLICITACAO(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  SOL-DATA-HORA-SOLICITACAO(1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  SOL-DATA-HORA-SOLICITACAO(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  SOL-DATA-HORA-SOLICITACAO(11:2) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
               INTO LINHA-SOLICITACOES.
           IF NOT SOL-PENDENTE
               MOVE SOL-OPERADOR-DECISAO TO LINHA-SOLICITACOES(51:8)
               MOVE SPACES TO WS-DATA-HORA-EDITADA
               STRING SOL-DATA-HORA-DECISAO(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      SOL-DATA-HORA-DECISAO(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      SOL-DATA-HORA-DECISAO(1:4) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      SOL-DATA-HORA-DECISAO(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      SOL-DATA-HORA-DECISAO(11:2) DELIMITED BY SIZE
                   INTO WS-DATA-HORA-EDITADA
               MOVE WS-DATA-HORA-EDITADA TO LINHA-SOLICITACOES(60:16)
               MOVE SOL-MOTIVO-DECISAO TO LINHA-SOLICITACOES(78:40)
           END-IF.
           PERFORM 510-GRAVAR-LINHA-SOLIC.
           PERFORM 442-MONTAR-CAMPOS-PEDIDOS.
           MOVE WS-LINHA-CAMPOS-1 TO LINHA-SOLICITACOES.
           PERFORM 510-GRAVAR-LINHA-SOLIC.
           IF WS-LINHA-CAMPOS-2 NOT = SPACES
               MOVE WS-LINHA-CAMPOS-2 TO LINHA-SOLICITACOES
               PERFORM 510-GRAVAR-LINHA-SOLIC
           END-IF.

       620-GRAVAR-SOLICITACAO.
           MOVE REG-SOLICITACAO TO REG-SOLICITACAO-SAIDA.
           WRITE REG-SOLICITACAO-SAIDA.
           IF WS-FS-SOLIC-OUT NOT = "00"
               DISPLAY "04MESTCN - FALHA NA GRAVACAO DE "
                       "SOLICITACOES-OUT, FS=" WS-FS-SOLIC-OUT
               PERFORM 910-ABENDAR-JOB
           END-IF.

       510-GRAVAR-LINHA-SOLIC.
           WRITE LINHA-SOLICITACOES.
           IF WS-FS-REL-SOLIC NOT = "00"
               DISPLAY "04MESTCN - FALHA NA GRAVACAO DE "
                       "RELATORIO-SOLIC-OUT, FS=" WS-FS-REL-SOLIC
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 910 - ENCERRA O JOB EM ERRO FATAL DE ARQUIVO OU CARTAO
      *================================================================
       910-ABENDAR-JOB.
           CLOSE MESTRE-ARQ.
           CLOSE PARALISACOES-ARQ.
           CLOSE CARTOES-IN.
           CLOSE LOG-AUDITORIA.
           CLOSE RELATORIO-OUT.
           CLOSE HISTORICO-OUT.
           CLOSE SOLICITACOES-OUT.
           CLOSE RELATORIO-SOLIC-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

