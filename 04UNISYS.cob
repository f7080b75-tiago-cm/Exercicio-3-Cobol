               RECORD KEY IS MST-CONTRATO-ID
               FILE STATUS IS WS-FS-MESTRE.

      *    CADASTRO DE PARALISACOES (LAYOUT CTPARA), CHAVE CONTRATO-ID
      *    + INICIO DA PARALISACAO: LIDO POR CONTRATO (START + READ
      *    NEXT) E ATUALIZADO NO LUGAR PELOS MOVIMENTOS 'P'/'L'
           SELECT PARALISACOES-ARQ ASSIGN TO "PARALDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-FS-PARALISACAO.

           SELECT PARAMETROS-IN ASSIGN TO "PARMIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PARAMETROS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

      *    HISTORICO DE VERSOES DO MESTRE: IMAGEM ANTES DE CADA
      *    REWRITE/DELETE, SEMPRE ACRESCENTADA (LAYOUT CTHIST)
           SELECT HISTORICO-OUT ASSIGN TO "HISTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATOS-IN.
       FD  MESTRE-ARQ.
           COPY CTMEST.

       FD  PARALISACOES-ARQ.
           COPY CTPARA.

       FD  PARAMETROS-IN.
       01  REG-PARAMETRO            PIC X(80).

       FD  CONTROLE-LOTES.
           COPY CTRCTL.

       FD  HISTORICO-OUT.
           COPY CTHIST.

       WORKING-STORAGE SECTION.
       01 DATA-INICIAL.
           COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==INICIAL==.
       01 WS-FS-MESTRE          PIC X(02).
       01 WS-FS-PARAMETROS      PIC X(02).
       01 WS-FS-CONTROLE        PIC X(02).
       01 WS-FS-HISTORICO       PIC X(02).
       01 WS-FS-PARALISACAO     PIC X(02).

       01 WS-EOF-CONTRATOS      PIC X(01) VALUE 'N'.
         88 FIM-CONTRATOS         VALUE 'S'.
         88 FIM-PARAMETROS        VALUE 'S'.
       01 WS-EOF-CONTROLE       PIC X(01) VALUE 'N'.
         88 FIM-CONTROLE          VALUE 'S'.
       01 WS-PARALISACOES-DISPONIVEIS PIC X(01) VALUE 'S'.
         88 PARALISACOES-DISPONIVEIS VALUE 'S'.
       01 WS-EOF-PARALISACOES   PIC X(01) VALUE 'N'.
         88 FIM-PARALISACOES      VALUE 'S'.

      *--- controles de execucao vindos do cartao de parametros -------
      *--- (PARMIN; ARQUIVO AUSENTE = PADROES DE SEMPRE) --------------
       01 WS-FIM-BUSCA-FERIADO  PIC X(01).
         88 BUSCA-FERIADO-ENCERRADA VALUE 'S'.

      *--- paralisacoes do contrato corrente (CTPARA), carregadas -----
      *--- POR 160 A CADA CONTRATO, EM DIAS ABSOLUTOS, PARA O ---------
      *--- DESCONTO DOS DIAS PARADOS (422) E A PROJECAO (424) ---------
       01 WS-QTD-PARALISACOES   PIC 9(04) VALUE 0.
       01 TABELA-PARALISACOES.
           03 OCORRENCIA-PARALISACAO OCCURS 100 TIMES
                                      INDEXED BY IDX-PARALISACAO.
               05 TPR-DATA-INICIAL  PIC X(08).
               05 TPR-DATA-FINAL    PIC X(08).
               05 TPR-INICIO-ABS    PIC 9(08).
               05 TPR-FIM-ABS       PIC 9(08).
       01 WS-PARAL-ACHADA       PIC 9(04).
       01 WS-DIA-PARALISADO     PIC X(01).
         88 DIA-PARALISADO        VALUE 'S'.
       01 WS-DIA-PARADO         PIC 9(08).
       01 WS-PARAL-DIA-DE       PIC 9(08).
       01 WS-PARAL-DIA-ATE      PIC 9(08).
       01 WS-DIAS-PARAL-CORRIDOS PIC 9(05).
       01 WS-DIAS-PARAL-UTEIS   PIC 9(05).

      *--- movimento de paralisacao (CT-TIPO-CALCULO 'P'/'L'): O ------
      *--- REGISTRO ORIGINAL FICA GUARDADO PARA O SUSPENSO, E O -------
      *--- REG-CONTRATO E RECOMPOSTO COM OS DADOS DO MESTRE -----------
       01 WS-TIPO-PARALISACAO   PIC X(01).
         88 MOVIMENTO-PARALISACAO VALUES 'P', 'L'.
         88 MOVIMENTO-REGISTRO-PARAL VALUE 'P'.
         88 MOVIMENTO-LEVANTAMENTO VALUE 'L'.
       01 WS-MOVIMENTO-ORIGINAL PIC X(45).
       01 WS-PARAL-DATA-INICIAL.
           COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==PARAL-INICIAL==.
       01 WS-PARAL-DATA-FINAL.
           COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==PARAL-FINAL==.
       01 WS-PARAL-INICIO-ABS   PIC 9(08).
       01 WS-PARAL-FIM-ABS      PIC 9(08).
       01 WS-PARAL-INICIO-AMD   PIC 9(08).

      *--- validacao de datas ------------------------------------------
       01 WS-DATA-INICIAL-OK    PIC X(01).
         88 DATA-INICIAL-VALIDA   VALUE 'S'.
           03 TRB-DIFERENCA-DIAS    PIC 9(05).
           03 TRB-DIFERENCA-UTEIS   PIC 9(05).
           03 TRB-DATA-ATUALIZACAO  PIC X(08).
           03 TRB-INDICE-REAJUSTE   PIC X(06).
           03 TRB-RENOVACAO-AUTOMATICA PIC X(01).
           03 TRB-PRAZO-RENOVACAO   PIC 9(05).
           03 TRB-DATA-BASE-REAJUSTE PIC X(08).

      *--- totais de controle p/ resumo do relatorio e trailer do ------
      *--- extrato (PRESERVADOS NO CHECKPOINT P/ RESTART) --------------
       01 WS-QTD-INALTERADOS    PIC 9(07) VALUE 0.
       01 WS-QTD-CANCELADOS     PIC 9(07) VALUE 0.

      *--- totais de paralisacao do resumo (NAO VAO AO CHECKPOINT: ----
      *--- EM RESTART COBREM SO O TRECHO RETOMADO) --------------------
       01 WS-QTD-PARAL-REGISTRADAS PIC 9(07) VALUE 0.
       01 WS-QTD-PARAL-LEVANTADAS  PIC 9(07) VALUE 0.
       01 WS-TOTAL-PARAL-CORRIDOS  PIC 9(09) VALUE 0.
       01 WS-TOTAL-PARAL-UTEIS     PIC 9(09) VALUE 0.

      *--- controle de lote / checkpoint-restart -----------------------
      *    WS-INTERVALO-CKPT E WS-OPERADOR-ID SAO PADROES, AJUSTAVEIS
      *    PELO CARTAO DE PARAMETROS (VER 005-LER-PARAMETROS)
               END-IF
           END-IF.

      *    O HISTORICO DE VERSOES SO E ACRESCENTADO, E EM SIMULACAO
      *    NEM E ABERTO (O MESTRE NAO E TOCADO, NAO HA VERSAO A
      *    GUARDAR)
           IF NOT SIMULACAO-ATIVA
               OPEN EXTEND HISTORICO-OUT
               IF WS-FS-HISTORICO NOT = "00"
                   CLOSE HISTORICO-OUT
                   OPEN OUTPUT HISTORICO-OUT
                   IF WS-FS-HISTORICO NOT = "00"
                       DISPLAY "04UNISYS - FALHA AO ABRIR "
                               "HISTORICO-OUT, FS=" WS-FS-HISTORICO
                       PERFORM 910-ABENDAR-JOB
                   END-IF
               END-IF
           END-IF.

      *    CADASTRO MESTRE INDEXADO: ABERTO EM I-O PARA ATUALIZACAO
      *    POR CHAVE (EM SIMULACAO, SO LEITURA). ARQUIVO AINDA NAO
      *    CARREGADO (FS 35) = PRIMEIRA CARGA: E CRIADO VAZIO E
               END-IF
           END-IF.

      *    CADASTRO DE PARALISACOES: MESMO TRATAMENTO DO MESTRE. AINDA
      *    NAO CRIADO (FS 35) = NENHUM CONTRATO PARALISADO; FORA DE
      *    SIMULACAO E CRIADO VAZIO PARA RECEBER OS MOVIMENTOS 'P'.
           IF SIMULACAO-ATIVA
               OPEN INPUT PARALISACOES-ARQ
           ELSE
               OPEN I-O PARALISACOES-ARQ
           END-IF.
           IF WS-FS-PARALISACAO = "35"
               IF SIMULACAO-ATIVA
                   DISPLAY "04UNISYS - AVISO: PARALDD NAO ENCONTRADO "
                           "EM SIMULACAO, NENHUM CONTRATO PARALISADO"
                   MOVE 'N' TO WS-PARALISACOES-DISPONIVEIS
               ELSE
                   DISPLAY "04UNISYS - AVISO: PARALDD NAO CARREGADO, "
                           "CADASTRO DE PARALISACOES CRIADO VAZIO"
                   OPEN OUTPUT PARALISACOES-ARQ
                   IF WS-FS-PARALISACAO NOT = "00"
                       DISPLAY "04UNISYS - FALHA NA CRIACAO DE "
                               "PARALISACOES-ARQ, FS="
                               WS-FS-PARALISACAO
                       PERFORM 910-ABENDAR-JOB
                   END-IF
                   CLOSE PARALISACOES-ARQ
                   OPEN I-O PARALISACOES-ARQ
                   IF WS-FS-PARALISACAO NOT = "00"
                       DISPLAY "04UNISYS - FALHA AO REABRIR "
                               "PARALISACOES-ARQ, FS="
                               WS-FS-PARALISACAO
                       PERFORM 910-ABENDAR-JOB
                   END-IF
               END-IF
           ELSE
               IF WS-FS-PARALISACAO NOT = "00"
                   DISPLAY "04UNISYS - FALHA AO ABRIR "
                           "PARALISACOES-ARQ, FS=" WS-FS-PARALISACAO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           PERFORM 030-GRAVAR-CABECALHO-RELATORIO.

           PERFORM 110-LER-PROXIMO-CONTRATO.
               END-EVALUATE
           END-IF.

      *================================================================
      * 160 - CARREGA AS PARALISACOES DO CONTRATO CORRENTE (START NA
      *       PRIMEIRA CHAVE DO CONTRATO E READ NEXT ENQUANTO O
      *       CONTRATO-ID FOR O MESMO), COM O DIA ABSOLUTO DO INICIO
      *       E DO FIM DE CADA UMA
      *================================================================
       160-CARREGAR-PARALISACOES.
           MOVE 0 TO WS-QTD-PARALISACOES.
           IF PARALISACOES-DISPONIVEIS
               MOVE CONTRATO-ID OF REG-CONTRATO TO PAR-CONTRATO-ID
               MOVE 0 TO PAR-INICIO-AMD
               START PARALISACOES-ARQ KEY IS NOT LESS THAN PAR-CHAVE
               EVALUATE WS-FS-PARALISACAO
                 WHEN "00"
                   MOVE 'N' TO WS-EOF-PARALISACOES
                   PERFORM 161-LER-PROXIMA-PARALISACAO
                   PERFORM 162-GUARDAR-PARALISACAO
                       UNTIL FIM-PARALISACOES
                 WHEN "23"
                   CONTINUE
                 WHEN OTHER
                   DISPLAY "04UNISYS - FALHA NO START DE "
                           "PARALISACOES-ARQ, FS=" WS-FS-PARALISACAO
                   PERFORM 910-ABENDAR-JOB
               END-EVALUATE
           END-IF.

       161-LER-PROXIMA-PARALISACAO.
           READ PARALISACOES-ARQ NEXT RECORD
               AT END MOVE 'S' TO WS-EOF-PARALISACOES
           END-READ.
           IF (WS-FS-PARALISACAO NOT = "00")
                   AND (WS-FS-PARALISACAO NOT = "10")
               DISPLAY "04UNISYS - FALHA NA LEITURA DE "
                       "PARALISACOES-ARQ, FS=" WS-FS-PARALISACAO
               PERFORM 910-ABENDAR-JOB
           END-IF.
           IF NOT FIM-PARALISACOES
               IF PAR-CONTRATO-ID NOT = CONTRATO-ID OF REG-CONTRATO
                   MOVE 'S' TO WS-EOF-PARALISACOES
               END-IF
           END-IF.

       162-GUARDAR-PARALISACAO.
           IF WS-QTD-PARALISACOES >= 100
               DISPLAY "04UNISYS - MAIS DE 100 PARALISACOES NO "
                       "CONTRATO " PAR-CONTRATO-ID " - ABEND"
               PERFORM 910-ABENDAR-JOB
           END-IF.
           ADD 1 TO WS-QTD-PARALISACOES.
           MOVE PAR-DATA-INICIAL
               TO TPR-DATA-INICIAL(WS-QTD-PARALISACOES).
           MOVE PAR-DATA-FINAL
               TO TPR-DATA-FINAL(WS-QTD-PARALISACOES).

           MOVE 'JD' TO LK-FUNCAO.
           MOVE ANO-PAR-INICIAL TO LK-ANO.
           MOVE MES-PAR-INICIAL TO LK-MES.
           MOVE DIA-PAR-INICIAL TO LK-DIA.
           CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                 LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                 LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                 LK-DIAS-ABSOLUTOS.
           MOVE LK-DIAS-ABSOLUTOS
               TO TPR-INICIO-ABS(WS-QTD-PARALISACOES).

           MOVE 'JD' TO LK-FUNCAO.
           MOVE ANO-PAR-FINAL TO LK-ANO.
           MOVE MES-PAR-FINAL TO LK-MES.
           MOVE DIA-PAR-FINAL TO LK-DIA.
           CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                 LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                 LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                 LK-DIAS-ABSOLUTOS.
           MOVE LK-DIAS-ABSOLUTOS
               TO TPR-FIM-ABS(WS-QTD-PARALISACOES).

           PERFORM 161-LER-PROXIMA-PARALISACAO.

       120-TRATAR-HEADER-LOTE.
           IF LOTE-ABERTO
               DISPLAY "04UNISYS - HEADER DE "
           MOVE 0 TO DIF-ANOS DIF-MESES DIF-DIAS.
           MOVE 0 TO WS-VALOR-FATURAVEL.
           MOVE SPACES TO WS-INFO-AJUSTE.
           MOVE 0 TO WS-DIAS-PARAL-CORRIDOS.
           MOVE 0 TO WS-DIAS-PARAL-UTEIS.
           MOVE SPACES TO WS-TIPO-PARALISACAO.

           MOVE SPACES TO WS-MOTIVO-REJEICAO.
           IF ID-DUPLICADO
               MOVE "REJEITADO - ID DUPLICADO" TO WS-SITUACAO-REGISTRO
               MOVE 'DU' TO WS-MOTIVO-REJEICAO
           ELSE
               PERFORM 160-CARREGAR-PARALISACOES
      *        UM MOVIMENTO DE PARALISACAO ACEITO POR 330 VOLTA COM O
      *        REG-CONTRATO RECOMPOSTO DO MESTRE E E RECALCULADO
      *        ABAIXO PELO TIPO DO PROPRIO CONTRATO
               IF CT-CALCULO-PARALISACAO
                   PERFORM 330-APURAR-PARALISACAO
               END-IF
               EVALUATE TRUE
                 WHEN WS-MOTIVO-REJEICAO NOT = SPACES
                   CONTINUE
                 WHEN CT-CALCULO-CANCELAMENTO
                   PERFORM 320-APURAR-CANCELAMENTO
      *          A DIARIA E OBRIGATORIA EM TODO DETALHE DE CALCULO
                       TO WS-SITUACAO-REGISTRO
                   MOVE 'TC' TO WS-MOTIVO-REJEICAO
               END-EVALUATE
               IF MOVIMENTO-PARALISACAO
                   PERFORM 335-CONCLUIR-PARALISACAO
               END-IF
           END-IF.

           PERFORM 500-GRAVAR-LINHA-RELATORIO.
                   ADD 1 TO WS-QTD-ACEITOS
                   ADD 1 TO LOT-QTD-ACEITOS(WS-LOTE-CORRENTE)
                   ADD DIFERENCA-DIAS-UTEIS TO WS-TOTAL-DIAS-UTEIS
                   ADD WS-DIAS-PARAL-CORRIDOS TO WS-TOTAL-PARAL-CORRIDOS
                   ADD WS-DIAS-PARAL-UTEIS    TO WS-TOTAL-PARAL-UTEIS
                   MOVE CT-VALOR-DIARIA TO WS-VALOR-DIARIA-USO
                   MOVE CT-TIPO-CALCULO TO WS-TIPO-CALCULO-VALOR
                   PERFORM 427-CALCULAR-VALOR-FATURAVEL
               MOVE 'NC' TO WS-MOTIVO-REJEICAO
           END-IF.

      *================================================================
      * 330 - CRITICA DO MOVIMENTO DE PARALISACAO ('P' REGISTRO, 'L'
      *       LEVANTAMENTO): O CONTRATO TEM QUE EXISTIR NO MESTRE
      *       ('NC'), AS DATAS TEM QUE SER VALIDAS E EM ORDEM ('DI'/
      *       'DF'/'PI'), O REGISTRO NAO PODE SOBREPOR OUTRA
      *       PARALISACAO DO CONTRATO ('PS') E O LEVANTAMENTO TEM QUE
      *       ACHAR A PARALISACAO PELO INICIO ('PN'). ACEITO, A
      *       MUDANCA E FEITA NA TABELA EM MEMORIA E O REG-CONTRATO
      *       E RECOMPOSTO COM OS DADOS DO MESTRE, PARA O CONTRATO SER
      *       RECALCULADO JA COM A PARALISACAO NOVA; O CADASTRO CTPARA
      *       SO E GRAVADO EM 335, SE O RECALCULO FOR ACEITO.
      *================================================================
       330-APURAR-PARALISACAO.
           MOVE REG-CONTRATO    TO WS-MOVIMENTO-ORIGINAL.
           MOVE CT-TIPO-CALCULO TO WS-TIPO-PARALISACAO.
           MOVE CT-DATA-INICIAL TO WS-PARAL-DATA-INICIAL.
           MOVE CT-DATA-FINAL   TO WS-PARAL-DATA-FINAL.

           PERFORM 150-LER-MESTRE-POR-CHAVE.
           IF NOT MESTRE-ACHADO
               MOVE "REJEITADO - NAO CADASTRADO"
                   TO WS-SITUACAO-REGISTRO
               MOVE 'NC' TO WS-MOTIVO-REJEICAO
           ELSE
               PERFORM 331-VALIDAR-DATAS-PARALISACAO
               IF WS-MOTIVO-REJEICAO = SPACES
                   IF MOVIMENTO-REGISTRO-PARAL
                       PERFORM 332-INCLUIR-PARALISACAO
                   ELSE
                       PERFORM 333-LEVANTAR-PARALISACAO
                   END-IF
               END-IF
               IF WS-MOTIVO-REJEICAO = SPACES
                   PERFORM 334-RECOMPOR-CONTRATO
               END-IF
           END-IF.

      *    NO LEVANTAMENTO, CT-DATA-FINAL ZERADA = ANULACAO (SEM
      *    DATA A CRITICAR)
       331-VALIDAR-DATAS-PARALISACAO.
           MOVE 'VD' TO LK-FUNCAO.
           MOVE ANO-PARAL-INICIAL TO LK-ANO.
           MOVE MES-PARAL-INICIAL TO LK-MES.
           MOVE DIA-PARAL-INICIAL TO LK-DIA.
           CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                 LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                 LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                 LK-DIAS-ABSOLUTOS.
           IF NOT LK-DATA-OK
               MOVE "REJEITADO - DATA INVALIDA" TO WS-SITUACAO-REGISTRO
               MOVE 'DI' TO WS-MOTIVO-REJEICAO
           ELSE
               MOVE 'JD' TO LK-FUNCAO
               CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                     LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                     LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                     LK-DIAS-ABSOLUTOS
               MOVE LK-DIAS-ABSOLUTOS TO WS-PARAL-INICIO-ABS
               COMPUTE WS-PARAL-INICIO-AMD = ANO-PARAL-INICIAL * 10000
                   + MES-PARAL-INICIAL * 100 + DIA-PARAL-INICIAL
           END-IF.

           MOVE 0 TO WS-PARAL-FIM-ABS.
           IF (WS-MOTIVO-REJEICAO = SPACES)
              AND (MOVIMENTO-REGISTRO-PARAL
                   OR (WS-PARAL-DATA-FINAL NOT = ZEROS))
               MOVE 'VD' TO LK-FUNCAO
               MOVE ANO-PARAL-FINAL TO LK-ANO
               MOVE MES-PARAL-FINAL TO LK-MES
               MOVE DIA-PARAL-FINAL TO LK-DIA
               CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                     LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                     LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                     LK-DIAS-ABSOLUTOS
               IF NOT LK-DATA-OK
                   MOVE "REJEITADO - DATA INVALIDA"
                       TO WS-SITUACAO-REGISTRO
                   MOVE 'DF' TO WS-MOTIVO-REJEICAO
               ELSE
                   MOVE 'JD' TO LK-FUNCAO
                   CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                         LK-DIAS-NO-MES
                                         LK-BISSEXTO-FLAG
                                         LK-DATA-VALIDA
                                         LK-DIA-SEMANA-NUM
                                         LK-DIAS-ABSOLUTOS
                   MOVE LK-DIAS-ABSOLUTOS TO WS-PARAL-FIM-ABS
                   IF WS-PARAL-FIM-ABS < WS-PARAL-INICIO-ABS
                       MOVE "REJEITADO - DATA INVALIDA"
                           TO WS-SITUACAO-REGISTRO
                       MOVE 'PI' TO WS-MOTIVO-REJEICAO
                   END-IF
               END-IF
           END-IF.

       332-INCLUIR-PARALISACAO.
           PERFORM VARYING IDX-PARALISACAO FROM 1 BY 1
                   UNTIL (IDX-PARALISACAO > WS-QTD-PARALISACOES)
                      OR (WS-MOTIVO-REJEICAO NOT = SPACES)
               IF (WS-PARAL-INICIO-ABS <=
                       TPR-FIM-ABS(IDX-PARALISACAO))
                  AND (WS-PARAL-FIM-ABS >=
                       TPR-INICIO-ABS(IDX-PARALISACAO))
                   MOVE "REJEITADO - PARAL. SOBREPOSTA"
                       TO WS-SITUACAO-REGISTRO
                   MOVE 'PS' TO WS-MOTIVO-REJEICAO
               END-IF
           END-PERFORM.
           IF WS-MOTIVO-REJEICAO = SPACES
               IF WS-QTD-PARALISACOES >= 100
                   DISPLAY "04UNISYS - MAIS DE 100 PARALISACOES NO "
                           "CONTRATO " CONTRATO-ID OF REG-CONTRATO
                           " - ABEND"
                   PERFORM 910-ABENDAR-JOB
               END-IF
               ADD 1 TO WS-QTD-PARALISACOES
               MOVE WS-PARAL-DATA-INICIAL
                   TO TPR-DATA-INICIAL(WS-QTD-PARALISACOES)
               MOVE WS-PARAL-DATA-FINAL
                   TO TPR-DATA-FINAL(WS-QTD-PARALISACOES)
               MOVE WS-PARAL-INICIO-ABS
                   TO TPR-INICIO-ABS(WS-QTD-PARALISACOES)
               MOVE WS-PARAL-FIM-ABS
                   TO TPR-FIM-ABS(WS-QTD-PARALISACOES)
           END-IF.

      *    O LEVANTAMENTO SO ENCURTA A PARALISACAO (NOVO ULTIMO DIA
      *    PARADO ENTRE O INICIO E O FIM REGISTRADO) OU A ANULA;
      *    ESTENDER E REGISTRAR OUTRA PARALISACAO ('P')
       333-LEVANTAR-PARALISACAO.
           MOVE 0 TO WS-PARAL-ACHADA.
           PERFORM VARYING IDX-PARALISACAO FROM 1 BY 1
                   UNTIL (IDX-PARALISACAO > WS-QTD-PARALISACOES)
                      OR (WS-PARAL-ACHADA NOT = 0)
               IF TPR-INICIO-ABS(IDX-PARALISACAO) = WS-PARAL-INICIO-ABS
                   SET WS-PARAL-ACHADA TO IDX-PARALISACAO
               END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN WS-PARAL-ACHADA = 0
               MOVE "REJEITADO - PARAL. INEXISTENTE"
                   TO WS-SITUACAO-REGISTRO
               MOVE 'PN' TO WS-MOTIVO-REJEICAO
             WHEN WS-PARAL-DATA-FINAL = ZEROS
               MOVE OCORRENCIA-PARALISACAO(WS-QTD-PARALISACOES)
                   TO OCORRENCIA-PARALISACAO(WS-PARAL-ACHADA)
               SUBTRACT 1 FROM WS-QTD-PARALISACOES
             WHEN WS-PARAL-FIM-ABS > TPR-FIM-ABS(WS-PARAL-ACHADA)
               MOVE "REJEITADO - DATA INVALIDA" TO WS-SITUACAO-REGISTRO
               MOVE 'PI' TO WS-MOTIVO-REJEICAO
             WHEN OTHER
               MOVE WS-PARAL-DATA-FINAL
                   TO TPR-DATA-FINAL(WS-PARAL-ACHADA)
               MOVE WS-PARAL-FIM-ABS TO TPR-FIM-ABS(WS-PARAL-ACHADA)
           END-EVALUATE.

      *    OS DADOS DO CONTRATO VEM DO MESTRE LIDO POR 330: O
      *    MOVIMENTO DE PARALISACAO SO TRAZ O PERIODO PARADO
       334-RECOMPOR-CONTRATO.
           MOVE MST-DATA-INICIAL   TO CT-DATA-INICIAL.
           MOVE MST-DATA-FINAL     TO CT-DATA-FINAL.
           MOVE MST-TIPO-CALCULO   TO CT-TIPO-CALCULO.
           MOVE MST-PRAZO-CONTRATO TO CT-PRAZO-CONTRATO.
           MOVE MST-REGIAO         TO CT-REGIAO.
           MOVE MST-VALOR-DIARIA   TO CT-VALOR-DIARIA.
           MOVE MST-AJUSTE-FINAL   TO CT-AJUSTE-DATA-FINAL.
           MOVE CT-DATA-INICIAL    TO DATA-INICIAL.
           MOVE CT-DATA-FINAL      TO DATA-FINAL.

      *================================================================
      * 335 - FECHAMENTO DO MOVIMENTO DE PARALISACAO: RECALCULO
      *       ACEITO, A MUDANCA VAI PARA O CADASTRO CTPARA (EXCETO EM
      *       SIMULACAO); REJEITADO, O REG-CONTRATO VOLTA A SER O
      *       MOVIMENTO RECEBIDO, QUE E O QUE VAI PARA OS SUSPENSOS
      *================================================================
       335-CONCLUIR-PARALISACAO.
           IF REGISTRO-VALIDO
               IF MOVIMENTO-REGISTRO-PARAL
                   MOVE "OK - PARALISACAO REGISTRADA"
                       TO WS-SITUACAO-REGISTRO
                   ADD 1 TO WS-QTD-PARAL-REGISTRADAS
               ELSE
                   MOVE "OK - PARALISACAO LEVANTADA"
                       TO WS-SITUACAO-REGISTRO
                   ADD 1 TO WS-QTD-PARAL-LEVANTADAS
               END-IF
               IF NOT SIMULACAO-ATIVA
                   PERFORM 336-GRAVAR-PARALISACAO
               END-IF
           ELSE
               MOVE WS-MOVIMENTO-ORIGINAL TO REG-CONTRATO
           END-IF.

       336-GRAVAR-PARALISACAO.
           MOVE SPACES TO REG-PARALISACAO.
           MOVE CONTRATO-ID OF REG-CONTRATO TO PAR-CONTRATO-ID.
           MOVE WS-PARAL-INICIO-AMD         TO PAR-INICIO-AMD.
           EVALUATE TRUE
             WHEN MOVIMENTO-REGISTRO-PARAL
               MOVE WS-PARAL-DATA-INICIAL TO PAR-DATA-INICIAL
               MOVE WS-PARAL-DATA-FINAL   TO PAR-DATA-FINAL
               MOVE WS-DIA-EXEC TO PAR-DATA-REGISTRO(1:2)
               MOVE WS-MES-EXEC TO PAR-DATA-REGISTRO(3:2)
               MOVE WS-ANO-EXEC TO PAR-DATA-REGISTRO(5:4)
               MOVE WS-SISTEMA-ORIGEM     TO PAR-SISTEMA-ORIGEM
               WRITE REG-PARALISACAO
             WHEN WS-PARAL-DATA-FINAL = ZEROS
               DELETE PARALISACOES-ARQ
             WHEN OTHER
               READ PARALISACOES-ARQ
               IF WS-FS-PARALISACAO = "00"
                   MOVE WS-PARAL-DATA-FINAL TO PAR-DATA-FINAL
                   REWRITE REG-PARALISACAO
               END-IF
           END-EVALUATE.
           IF WS-FS-PARALISACAO NOT = "00"
               DISPLAY "04UNISYS - FALHA NA GRAVACAO DE "
                       "PARALISACOES-ARQ, FS=" WS-FS-PARALISACAO
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 400 - DIFERENCA EM DIAS CORRIDOS, PELA SUBTRACAO DIRETA DO
      *       DIA ABSOLUTO (NUMERO DE ORDEM NO CALENDARIO) DE CADA
           END-PERFORM.

           PERFORM 425-DESCONTAR-FERIADOS.
           PERFORM 422-DESCONTAR-PARALISACOES.

      *================================================================
      * 422 - DESCONTA DOS DIAS CORRIDOS E UTEIS OS DIAS PARADOS DO
      *       CONTRATO (CADASTRO CTPARA) DENTRO DO INTERVALO (INICIO
      *       EXCLUSIVO / FIM INCLUSIVO). CADA DIA PARADO SAI DOS
      *       CORRIDOS; SAI DOS UTEIS SO SE FOR DIA DE SEMANA QUE NAO
      *       E FERIADO DA REGIAO (O FERIADO JA SAIU EM 425)
      *================================================================
       422-DESCONTAR-PARALISACOES.
           PERFORM VARYING IDX-PARALISACAO FROM 1 BY 1
                   UNTIL IDX-PARALISACAO > WS-QTD-PARALISACOES
               IF TPR-INICIO-ABS(IDX-PARALISACAO) >
                       WS-DIA-ABSOLUTO-INICIAL
                   MOVE TPR-INICIO-ABS(IDX-PARALISACAO)
                       TO WS-PARAL-DIA-DE
               ELSE
                   COMPUTE WS-PARAL-DIA-DE =
                       WS-DIA-ABSOLUTO-INICIAL + 1
               END-IF
               IF TPR-FIM-ABS(IDX-PARALISACAO) < WS-DIA-ABSOLUTO-FINAL
                   MOVE TPR-FIM-ABS(IDX-PARALISACAO)
                       TO WS-PARAL-DIA-ATE
               ELSE
                   MOVE WS-DIA-ABSOLUTO-FINAL TO WS-PARAL-DIA-ATE
               END-IF
               IF WS-PARAL-DIA-DE <= WS-PARAL-DIA-ATE
                   COMPUTE WS-DIAS-PARAL-CORRIDOS =
                       WS-DIAS-PARAL-CORRIDOS
                       + (WS-PARAL-DIA-ATE - WS-PARAL-DIA-DE + 1)
                   PERFORM 423-DESCONTAR-DIA-UTIL-PARADO
                       VARYING WS-DIA-PARADO FROM WS-PARAL-DIA-DE BY 1
                       UNTIL WS-DIA-PARADO > WS-PARAL-DIA-ATE
               END-IF
           END-PERFORM.
           SUBTRACT WS-DIAS-PARAL-CORRIDOS FROM DIFERENCA-DIAS.
           SUBTRACT WS-DIAS-PARAL-UTEIS    FROM DIFERENCA-DIAS-UTEIS.

       423-DESCONTAR-DIA-UTIL-PARADO.
           COMPUTE WS-DOW-EXTRA = FUNCTION MOD(
               WS-DIA-SEMANA-INICIAL
               + (WS-DIA-PARADO - WS-DIA-ABSOLUTO-INICIAL), 7).
           IF (WS-DOW-EXTRA NOT = 0) AND (WS-DOW-EXTRA NOT = 6)
               PERFORM 426-VERIFICAR-FERIADO-ABS
               IF NOT WS-DATA-E-FERIADO
                   ADD 1 TO WS-DIAS-PARAL-UTEIS
               END-IF
           END-IF.

      *    DIA PARADO NA PROJECAO (430): O DIA CORRENTE DO LACO
      *    (WS-DIA-ABSOLUTO-FINAL) CAI EM ALGUMA PARALISACAO?
       424-TESTAR-DIA-PARALISADO.
           MOVE 'N' TO WS-DIA-PARALISADO.
           PERFORM VARYING IDX-PARALISACAO FROM 1 BY 1
                   UNTIL (IDX-PARALISACAO > WS-QTD-PARALISACOES)
                      OR DIA-PARALISADO
               IF (WS-DIA-ABSOLUTO-FINAL >=
                       TPR-INICIO-ABS(IDX-PARALISACAO))
                  AND (WS-DIA-ABSOLUTO-FINAL <=
                       TPR-FIM-ABS(IDX-PARALISACAO))
                   MOVE 'S' TO WS-DIA-PARALISADO
               END-IF
           END-PERFORM.

      *    FERIADO DA REGIAO NO DIA ABSOLUTO WS-DIA-PARADO (MESMO
      *    CRITERIO DE 421, PELA TABELA ORDENADA)
       426-VERIFICAR-FERIADO-ABS.
           MOVE 'N' TO WS-EH-FERIADO.
           MOVE 'N' TO WS-FIM-BUSCA-FERIADO.
           PERFORM VARYING IDX-FERIADO FROM 1 BY 1
                   UNTIL (IDX-FERIADO > WS-QTD-FERIADOS)
                      OR BUSCA-FERIADO-ENCERRADA
                      OR WS-DATA-E-FERIADO
               IF FER-DIA-ABS(IDX-FERIADO) > WS-DIA-PARADO
                   MOVE 'S' TO WS-FIM-BUSCA-FERIADO
               ELSE
                   IF (FER-DIA-ABS(IDX-FERIADO) = WS-DIA-PARADO)
                      AND ((FER-REGIAO(IDX-FERIADO) = 'NAC')
                           OR (FER-REGIAO(IDX-FERIADO) = SPACES)
                           OR (FER-REGIAO(IDX-FERIADO) =
                               CT-REGIAO OF REG-CONTRATO))
                       MOVE 'S' TO WS-EH-FERIADO
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================
      * 425 - DESCONTA OS FERIADOS QUE CAEM EM DIA DE SEMANA DENTRO

           MOVE WS-DATA-CORRENTE TO DATA-FINAL.

      *    OS DIAS PARADOS DO CONTRATO NAO CONTAM PARA O PRAZO: A
      *    PARALISACAO EMPURRA A DATA-FINAL PROJETADA
       431-AVANCAR-DIA-CORRIDO.
           PERFORM 433-AVANCAR-DATA-CORRENTE.
           PERFORM 424-TESTAR-DIA-PARALISADO.
           IF NOT DIA-PARALISADO
               ADD 1 TO WS-DIAS-PROJETADOS
           END-IF.

       432-AVANCAR-DIA-UTIL.
           PERFORM 433-AVANCAR-DATA-CORRENTE.
              AND (LK-DIA-SEMANA-NUM NOT = 6)
               PERFORM 421-VERIFICAR-FERIADO
               IF NOT WS-DATA-E-FERIADO
                   PERFORM 424-TESTAR-DIA-PARALISADO
                   IF NOT DIA-PARALISADO
                       ADD 1 TO WS-DIAS-PROJETADOS
                   END-IF
               END-IF
           END-IF.

           MOVE CT-AJUSTE-DATA-FINAL        TO TRB-AJUSTE-FINAL.
           MOVE DIFERENCA-DIAS              TO TRB-DIFERENCA-DIAS.
           MOVE DIFERENCA-DIAS-UTEIS        TO TRB-DIFERENCA-UTEIS.
      *    O INDICE DE REAJUSTE, A RENOVACAO AUTOMATICA E A BASE DO
      *    REAJUSTE NAO VEM NO MOVIMENTO: NA ALTERACAO (INCLUSIVE A
      *    RENOVACAO, QUE MUDA A DATA INICIAL) FICA O QUE JA ESTAVA NO
      *    CADASTRO (LIDO POR 440); A INCLUSAO ENTRA SEM REAJUSTE, SEM
      *    RENOVACAO AUTOMATICA E COM A BASE NA PROPRIA DATA INICIAL
           IF DELTA-INCLUSAO
               MOVE SPACES                  TO TRB-INDICE-REAJUSTE
               MOVE 'N'                     TO TRB-RENOVACAO-AUTOMATICA
               MOVE 0                       TO TRB-PRAZO-RENOVACAO
               MOVE DATA-INICIAL            TO TRB-DATA-BASE-REAJUSTE
           ELSE
               MOVE MST-INDICE-REAJUSTE     TO TRB-INDICE-REAJUSTE
               MOVE MST-RENOVACAO-AUTOMATICA
                   TO TRB-RENOVACAO-AUTOMATICA
               MOVE MST-PRAZO-RENOVACAO     TO TRB-PRAZO-RENOVACAO
               MOVE MST-DATA-BASE-REAJUSTE  TO TRB-DATA-BASE-REAJUSTE
           END-IF.
           IF SIMULACAO-ATIVA
               CONTINUE
           ELSE
      *        NA ALTERACAO, REG-MESTRE AINDA TEM A IMAGEM LIDA POR
      *        440: ELA VAI PARA O HISTORICO ANTES DE SER SOBREPOSTA
               IF NOT DELTA-INCLUSAO
                   PERFORM 446-GRAVAR-HISTORICO
               END-IF
               MOVE MESTRE-TRABALHO TO REG-MESTRE
               IF DELTA-INCLUSAO
                   WRITE REG-MESTRE
               END-IF
           END-IF.

      *================================================================
      * 446 - GUARDA NO HISTORICO DE VERSOES A IMAGEM DO MESTRE QUE
      *       ESTA PARA SER SUBSTITUIDA (REWRITE EM 444) OU REMOVIDA
      *       (DELETE EM 450), CARIMBADA COM O RELOGIO DA EXECUCAO,
      *       A DATA DE PROCESSAMENTO, O JOB, O OPERADOR E A ACAO
      *       ('C' ALTERACAO / 'E' CANCELAMENTO, A MESMA DO EXTRATO)
      *================================================================
       446-GRAVAR-HISTORICO.
           MOVE WS-DATA-HORA-EXECUCAO    TO HST-DATA-HORA.
           MOVE WS-JOB-ID                TO HST-JOB-ID.
           MOVE WS-OPERADOR-ID           TO HST-OPERADOR-ID.
           MOVE WS-ACAO-DELTA            TO HST-ACAO.
           MOVE WS-DIA-EXEC TO HST-DATA-SUBSTITUICAO(1:2).
           MOVE WS-MES-EXEC TO HST-DATA-SUBSTITUICAO(3:2).
           MOVE WS-ANO-EXEC TO HST-DATA-SUBSTITUICAO(5:4).
           MOVE REG-MESTRE               TO HST-IMAGEM-MESTRE.
           WRITE REG-HISTORICO.
           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "04UNISYS - FALHA NA GRAVACAO DE "
                       "HISTORICO-OUT, FS=" WS-FS-HISTORICO
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 450 - EFETIVA O CANCELAMENTO APROVADO POR 320: O REGISTRO E
      *       REMOVIDO DO CADASTRO (DELETE PELA CHAVE) E O EXTRATO
      *       RECEBE A ACAO 'E' COM AS ULTIMAS DATAS/RESULTADOS,
      *       PARA O FATURAMENTO ENCERRAR A CONTA SEM TROCA DE
      *       E-MAIL. A IMAGEM LIDA POR 320 VAI ANTES PARA O
      *       HISTORICO DE VERSOES. AS PARALISACOES DO CONTRATO SAEM
      *       JUNTO (452), PARA NAO VOLTAREM A DESCONTAR DIAS SE O
      *       MESMO CONTRATO-ID FOR INCLUIDO DE NOVO. EM SIMULACAO
      *       NADA E REMOVIDO.
      *================================================================
       450-EFETIVAR-CANCELAMENTO.
           ADD 1 TO WS-QTD-ACEITOS.
           MOVE 'E' TO WS-ACAO-DELTA.
           PERFORM 510-GRAVAR-EXTRATO.
           IF NOT SIMULACAO-ATIVA
               PERFORM 446-GRAVAR-HISTORICO
               DELETE MESTRE-ARQ
               IF WS-FS-MESTRE NOT = "00"
                   DISPLAY "04UNISYS - FALHA NA EXCLUSAO EM "
                           "MESTRE-ARQ, FS=" WS-FS-MESTRE
                   PERFORM 910-ABENDAR-JOB
               END-IF
               PERFORM 452-EXCLUIR-PARALISACOES
           END-IF.

      *================================================================
      * 452 - REMOVE DO CADASTRO DE PARALISACOES TODAS AS DO CONTRATO
      *       CANCELADO (START NA PRIMEIRA CHAVE DO CONTRATO, COMO EM
      *       160, E DELETE DE CADA UMA LIDA POR 161)
      *================================================================
       452-EXCLUIR-PARALISACOES.
           MOVE CONTRATO-ID OF REG-CONTRATO TO PAR-CONTRATO-ID.
           MOVE 0 TO PAR-INICIO-AMD.
           START PARALISACOES-ARQ KEY IS NOT LESS THAN PAR-CHAVE.
           EVALUATE WS-FS-PARALISACAO
             WHEN "00"
               MOVE 'N' TO WS-EOF-PARALISACOES
               PERFORM 161-LER-PROXIMA-PARALISACAO
               PERFORM 453-EXCLUIR-PARALISACAO
                   UNTIL FIM-PARALISACOES
             WHEN "23"
               CONTINUE
             WHEN OTHER
               DISPLAY "04UNISYS - FALHA NO START DE "
                       "PARALISACOES-ARQ, FS=" WS-FS-PARALISACAO
               PERFORM 910-ABENDAR-JOB
           END-EVALUATE.

       453-EXCLUIR-PARALISACAO.
           DELETE PARALISACOES-ARQ.
           IF WS-FS-PARALISACAO NOT = "00"
               DISPLAY "04UNISYS - FALHA NA EXCLUSAO EM "
                       "PARALISACOES-ARQ, FS=" WS-FS-PARALISACAO
               PERFORM 910-ABENDAR-JOB
           END-IF.
           PERFORM 161-LER-PROXIMA-PARALISACAO.

      *================================================================
      * 500 - GRAVA A LINHA DE DETALHE NO RELATORIO
      *================================================================
                  WS-SITUACAO-REGISTRO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF.
           PERFORM 501-ESCREVER-LINHA.

      *    CONTRATO ACEITO COM PARALISACAO: O PERIODO REGISTRADO OU
      *    LEVANTADO PELO MOVIMENTO E OS DIAS DESCONTADOS SAEM EM
      *    LINHAS PROPRIAS LOGO ABAIXO DA LINHA DO CONTRATO
           IF REGISTRO-VALIDO AND MOVIMENTO-PARALISACAO
               MOVE SPACES TO LINHA-RELATORIO
               IF WS-PARAL-DATA-FINAL = ZEROS
                   STRING "            PARALISACAO INICIADA EM "
                          DELIMITED BY SIZE
                      DIA-PARAL-INICIAL DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MES-PARAL-INICIAL DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ANO-PARAL-INICIAL DELIMITED BY SIZE
                      " ANULADA" DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
               ELSE
                   STRING "            PARALISACAO DE "
                          DELIMITED BY SIZE
                      DIA-PARAL-INICIAL DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MES-PARAL-INICIAL DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ANO-PARAL-INICIAL DELIMITED BY SIZE
                      " A " DELIMITED BY SIZE
                      DIA-PARAL-FINAL DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MES-PARAL-FINAL DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ANO-PARAL-FINAL DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
               END-IF
               PERFORM 501-ESCREVER-LINHA
           END-IF.
           IF REGISTRO-VALIDO AND (WS-DIAS-PARAL-CORRIDOS > 0)
               MOVE SPACES TO LINHA-RELATORIO
               STRING "            DIAS PARADOS DESCONTADOS: "
                      DELIMITED BY SIZE
                  WS-DIAS-PARAL-CORRIDOS DELIMITED BY SIZE
                  " CORRIDOS  " DELIMITED BY SIZE
                  WS-DIAS-PARAL-UTEIS DELIMITED BY SIZE
                  " UTEIS" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 501-ESCREVER-LINHA
           END-IF.

       501-ESCREVER-LINHA.
           WRITE LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04UNISYS - FALHA NA GRAVACAO DE RELATORIO-OUT, "
           MOVE WS-DATA-HORA-EXECUCAO   TO LOG-DATA-HORA.
           MOVE WS-JOB-ID                TO LOG-JOB-ID.
           MOVE WS-OPERADOR-ID           TO LOG-OPERADOR-ID.
           MOVE SPACES                   TO LOG-OPERADOR-APROVADOR.
           MOVE CONTRATO-ID OF REG-CONTRATO TO LOG-CONTRATO-ID.
           MOVE DIA-INICIAL TO LOG-DIA-INICIAL.
           MOVE MES-INICIAL TO LOG-MES-INICIAL.
               INTO LINHA-RELATORIO.
           PERFORM 551-GRAVAR-LINHA-RESUMO.

      *    PARALISACOES: COMO OS SUBTOTAIS POR LOTE, EM RESTART
      *    COBREM APENAS O TRECHO RETOMADO
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PARALISACOES REGISTRADAS ..: " DELIMITED BY SIZE
                  WS-QTD-PARAL-REGISTRADAS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 551-GRAVAR-LINHA-RESUMO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PARALISACOES LEVANTADAS ...: " DELIMITED BY SIZE
                  WS-QTD-PARAL-LEVANTADAS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 551-GRAVAR-LINHA-RESUMO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DIAS CORRIDOS PARADOS .....: " DELIMITED BY SIZE
                  WS-TOTAL-PARAL-CORRIDOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 551-GRAVAR-LINHA-RESUMO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DIAS UTEIS PARADOS ........: " DELIMITED BY SIZE
                  WS-TOTAL-PARAL-UTEIS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 551-GRAVAR-LINHA-RESUMO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SEM ALTERACAO (SUPRIMIDOS): " DELIMITED BY SIZE
                  WS-QTD-INALTERADOS DELIMITED BY SIZE
           CLOSE LOG-AUDITORIA.
           CLOSE CHECKPOINT-FILE.
           CLOSE MESTRE-ARQ.
           CLOSE PARALISACOES-ARQ.
           CLOSE HISTORICO-OUT.

           DISPLAY "04UNISYS - CONTRATOS PROCESSADOS: "
                   WS-QTD-PROCESSADOS.
           CLOSE LOG-AUDITORIA.
           CLOSE CHECKPOINT-FILE.
           CLOSE MESTRE-ARQ.
           CLOSE PARALISACOES-ARQ.
           CLOSE HISTORICO-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

