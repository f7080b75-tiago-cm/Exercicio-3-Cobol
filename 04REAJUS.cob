       IDENTIFICATION DIVISION.
       PROGRAM-ID. 04REAJUS.
      *================================================================
      *  REAJUSTE ANUAL DA DIARIA POR INDICE DE PRECOS: VARRE O
      *  CADASTRO MESTRE (VSAM KSDS, LAYOUT CTMEST) E SELECIONA OS
      *  CONTRATOS QUE FAZEM ANIVERSARIO NO MES - O MES DE
      *  MST-DATA-BASE-REAJUSTE E O MES SELECIONADO E O ANO DA BASE E
      *  ANTERIOR AO ANO SELECIONADO. A BASE E A DATA INICIAL DA
      *  INCLUSAO, PRESERVADA NAS RENOVACOES (O 04RENOVA LEVA A DATA
      *  INICIAL PARA O PERIODO NOVO, QUE COMECA NO PROPRIO
      *  ANIVERSARIO). PARA CADA UM, APLICA A DIARIA
      *  GRAVADA O PERCENTUAL DO INDICE DO CONTRATO
      *  (MST-INDICE-REAJUSTE) NA TABELA DE INDICES (CTINDC), NO MES
      *  DE REFERENCIA ANTERIOR AO DO ANIVERSARIO (O ULTIMO INDICE
      *  PUBLICADO QUANDO O MES DO ANIVERSARIO COMECA):
      *      DIARIA NOVA = DIARIA ANTERIOR X (1 + PERCENTUAL / 100)
      *  ARREDONDADA NOS CENTAVOS.
      *
      *  NAO SAO REAJUSTADOS (E SAEM NO RELATORIO COM O MOTIVO) OS
      *  ANIVERSARIANTES SEM INDICE NO CADASTRO, COM DATAS OU DIARIA
      *  INVALIDAS, JA ENCERRADOS ANTES DA DATA DO ANIVERSARIO, OU
      *  CUJO INDICE NAO TEM PERCENTUAL NA REFERENCIA.
      *
      *  SAIDAS:
      *  - LOTE DE REAJUSTE NO LAYOUT CTCONTR, COM 00HEADER E
      *    99TRAILER PROPRIOS (ORIGEM '04REAJUS'), COM OS PARAMETROS
      *    DO MESTRE E A DIARIA NOVA, PRONTO PARA SER FUNDIDO NO LOTE
      *    DA PROXIMA NOITE: O 04UNISYS RECALCULA O VALOR FATURAVEL,
      *    O DELTA MARCA A ALTERACAO E O EXTRATO LEVA A DIARIA NOVA AO
      *    FATURAMENTO PELO FLUXO NORMAL;
      *  - RELATORIO COM A DIARIA ANTERIOR, O INDICE APLICADO E A
      *    DIARIA NOVA DE CADA CONTRATO, E OS NAO REAJUSTADOS.
      *
      *  CARTAO OPCIONAL (CARDIN):
      *    MES-ANIVERSARIO=MMAAAA - MES DOS ANIVERSARIOS A REAJUSTAR;
      *                             SEM O CARTAO, O MES CORRENTE.
      *
      *  RETURN-CODE: 0 NENHUM CONTRATO REAJUSTADO; 4 HA LOTE DE
      *  REAJUSTE A FUNDIR NO MOVIMENTO; 16 ERRO FATAL.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    CADASTRO MESTRE INDEXADO, VARRIDO EM ORDEM DE CHAVE
           SELECT MESTRE-IN ASSIGN TO "MASTERIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-CONTRATO-ID
               FILE STATUS IS WS-FS-MESTRE.

           SELECT INDICES-IN ASSIGN TO "INDICEIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-INDICES.

           SELECT CARTOES-IN ASSIGN TO "CARDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTOES.

           SELECT REAJUSTE-OUT ASSIGN TO "REAJOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REAJUSTE.

           SELECT RELATORIO-OUT ASSIGN TO "RELREAJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE-IN.
           COPY CTMEST.

       FD  INDICES-IN.
           COPY CTINDC.

       FD  CARTOES-IN.
       01  REG-CARTAO               PIC X(80).

       FD  REAJUSTE-OUT.
           COPY CTCONTR.

       FD  RELATORIO-OUT.
       01  LINHA-RELATORIO          PIC X(132).

       WORKING-STORAGE SECTION.
      *--- status dos arquivos ---------------------------------------
       01 WS-FS-MESTRE          PIC X(02).
       01 WS-FS-INDICES         PIC X(02).
       01 WS-FS-CARTOES         PIC X(02).
       01 WS-FS-REAJUSTE        PIC X(02).
       01 WS-FS-RELATORIO       PIC X(02).

       01 WS-EOF-MESTRE         PIC X(01) VALUE 'N'.
         88 FIM-MESTRE            VALUE 'S'.
       01 WS-EOF-INDICES        PIC X(01) VALUE 'N'.
         88 FIM-INDICES           VALUE 'S'.
       01 WS-EOF-CARTOES        PIC X(01) VALUE 'N'.
         88 FIM-CARTOES           VALUE 'S'.

      *--- data de processamento --------------------------------------
       01 WS-DATA-HORA-EXECUCAO PIC X(26).
       01 WS-DATA-HOJE.
           03 WS-DIA-HOJE       PIC 9(02).
           03 WS-MES-HOJE       PIC 9(02).
           03 WS-ANO-HOJE       PIC 9(04).

      *--- mes dos aniversarios e mes de referencia do indice ---------
       01 WS-MES-ANIVERSARIO    PIC 9(02).
       01 WS-ANO-ANIVERSARIO    PIC 9(04).
       01 WS-MES-REFERENCIA     PIC 9(02).
       01 WS-ANO-REFERENCIA     PIC 9(04).

      *--- tabela de indices (CTINDC) ---------------------------------
       01 WS-QTD-INDICES        PIC 9(04) VALUE 0.
       01 TABELA-INDICES.
           03 OCORRENCIA-INDICE OCCURS 2000 TIMES
                                 INDEXED BY IDX-INDICE.
               05 TIX-CODIGO     PIC X(06).
               05 TIX-MES        PIC 9(02).
               05 TIX-ANO        PIC 9(04).
               05 TIX-PERCENTUAL PIC S9(03)V9(04).
       01 WS-BUSCA-CODIGO       PIC X(06).
       01 WS-BUSCA-MES          PIC 9(02).
       01 WS-BUSCA-ANO          PIC 9(04).
       01 WS-SUB-BUSCA          PIC 9(04).
       01 WS-INDICE-ACHADO      PIC X(01).
         88 INDICE-ACHADO         VALUE 'S'.

      *--- apuracao do contrato corrente ------------------------------
       01 WS-MOTIVO-NAO-REAJUSTE PIC X(45).
       01 WS-DIA-ANIVERSARIO    PIC 9(02).
       01 WS-ANIVERSARIO-AMD    PIC X(08).
       01 WS-FINAL-AMD          PIC X(08).
       01 WS-ANOS-CONTRATO      PIC 9(04).
       01 WS-PERCENTUAL-APLICADO PIC S9(03)V9(04).
       01 WS-DIARIA-NOVA        PIC 9(07)V99.

      *--- campos de apoio para CALL '04DTUTIL' -----------------------
       01 LK-FUNCAO             PIC X(02).
       01 LK-ANO                PIC 9(04).
       01 LK-MES                PIC 9(02).
       01 LK-DIA                PIC 9(02).
       01 LK-DIAS-NO-MES        PIC 9(02).
       01 LK-BISSEXTO-FLAG      PIC X(01).
       01 LK-DATA-VALIDA        PIC X(01).
         88 LK-DATA-OK            VALUE 'S'.
       01 LK-DIA-SEMANA-NUM     PIC 9(01).
       01 LK-DIAS-ABSOLUTOS     PIC 9(08).

      *--- edicao de valores no relatorio -----------------------------
       01 WS-VALOR-EDITADO      PIC 9(07).9(02).
       01 WS-VALOR-NOVO-EDITADO PIC 9(07).9(02).
       01 WS-PERCENTUAL-EDITADO PIC +9(03).9(04).
       01 WS-TOTAL-EDITADO      PIC 9(11).9(02).

      *--- totais -----------------------------------------------------
       01 WS-QTD-MESTRES-LIDOS  PIC 9(07) VALUE 0.
       01 WS-QTD-ANIVERSARIANTES PIC 9(07) VALUE 0.
       01 WS-QTD-REAJUSTADOS    PIC 9(07) VALUE 0.
       01 WS-QTD-NAO-REAJUSTADOS PIC 9(07) VALUE 0.
       01 WS-TOTAL-DIARIAS-ANTES PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-DIARIAS-DEPOIS PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INICIALIZAR.
           PERFORM 100-PROCESSAR-MESTRES
               UNTIL FIM-MESTRE.
           PERFORM 600-GRAVAR-TRAILER-REAJUSTE.
           PERFORM 900-FINALIZAR.
           STOP RUN.

      *================================================================
      * 000 - ABERTURA DE ARQUIVOS, CARTAO, TABELA DE INDICES, HEADER
      *       DO LOTE DE REAJUSTE E CABECALHO DO RELATORIO
      *================================================================
       000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO.
           MOVE WS-DATA-HORA-EXECUCAO(1:4)  TO WS-ANO-HOJE.
           MOVE WS-DATA-HORA-EXECUCAO(5:2)  TO WS-MES-HOJE.
           MOVE WS-DATA-HORA-EXECUCAO(7:2)  TO WS-DIA-HOJE.
           MOVE WS-MES-HOJE TO WS-MES-ANIVERSARIO.
           MOVE WS-ANO-HOJE TO WS-ANO-ANIVERSARIO.

           PERFORM 010-LER-CARTOES.

           IF WS-MES-ANIVERSARIO = 1
               MOVE 12 TO WS-MES-REFERENCIA
               COMPUTE WS-ANO-REFERENCIA = WS-ANO-ANIVERSARIO - 1
           ELSE
               COMPUTE WS-MES-REFERENCIA = WS-MES-ANIVERSARIO - 1
               MOVE WS-ANO-ANIVERSARIO TO WS-ANO-REFERENCIA
           END-IF.

           PERFORM 020-CARREGAR-INDICES.

           OPEN INPUT MESTRE-IN.
           IF WS-FS-MESTRE = "35"
               DISPLAY "04REAJUS - AVISO: MASTERIN NAO ENCONTRADO, "
                       "NAO HA CONTRATOS A REAJUSTAR"
               MOVE 'S' TO WS-EOF-MESTRE
           ELSE
               IF WS-FS-MESTRE NOT = "00"
                   DISPLAY "04REAJUS - FALHA AO ABRIR MESTRE-IN, FS="
                           WS-FS-MESTRE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN OUTPUT REAJUSTE-OUT.
           IF WS-FS-REAJUSTE NOT = "00"
               DISPLAY "04REAJUS - FALHA AO ABRIR REAJUSTE-OUT, FS="
                       WS-FS-REAJUSTE
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN OUTPUT RELATORIO-OUT.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04REAJUS - FALHA AO ABRIR RELATORIO-OUT, FS="
                       WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REAJUSTE ANUAL DA DIARIA POR INDICE - 04REAJUS"
                   DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DATA DE EXECUCAO: " DELIMITED BY SIZE
                  WS-DIA-HOJE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-MES-HOJE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANO-HOJE DELIMITED BY SIZE
                  "   ANIVERSARIOS DE: " DELIMITED BY SIZE
                  WS-MES-ANIVERSARIO DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANO-ANIVERSARIO DELIMITED BY SIZE
                  "   INDICES DE REFERENCIA: " DELIMITED BY SIZE
                  WS-MES-REFERENCIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANO-REFERENCIA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATO   BASE REAJ.  ANOS  DIARIA ANTERIOR  "
                  DELIMITED BY SIZE
                  "INDICE  REF.     PERCENTUAL  DIARIA NOVA  "
                  DELIMITED BY SIZE
                  "SITUACAO" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           PERFORM 300-GRAVAR-HEADER-REAJUSTE.
           PERFORM 110-LER-PROXIMO-MESTRE.

      *================================================================
      * 010 - CARTAO DE CONTROLE (ARQUIVO AUSENTE = MES CORRENTE):
      *       MES-ANIVERSARIO=MMAAAA
      *================================================================
       010-LER-CARTOES.
           OPEN INPUT CARTOES-IN.
           IF WS-FS-CARTOES = "35"
               MOVE 'S' TO WS-EOF-CARTOES
           ELSE
               IF WS-FS-CARTOES NOT = "00"
                   DISPLAY "04REAJUS - FALHA AO ABRIR CARTOES-IN, FS="
                           WS-FS-CARTOES
                   PERFORM 910-ABENDAR-JOB
               END-IF
               READ CARTOES-IN
                   AT END MOVE 'S' TO WS-EOF-CARTOES
               END-READ
               PERFORM UNTIL FIM-CARTOES
                   EVALUATE TRUE
                     WHEN REG-CARTAO(1:16) = "MES-ANIVERSARIO="
                       IF (REG-CARTAO(17:6) IS NUMERIC)
                               AND (REG-CARTAO(17:2) >= "01")
                               AND (REG-CARTAO(17:2) <= "12")
                           MOVE REG-CARTAO(17:2) TO WS-MES-ANIVERSARIO
                           MOVE REG-CARTAO(19:4) TO WS-ANO-ANIVERSARIO
                       ELSE
                           DISPLAY "04REAJUS - MES DE ANIVERSARIO "
                                   "INVALIDO NO CARTAO: "
                                   REG-CARTAO(1:24)
                           PERFORM 910-ABENDAR-JOB
                       END-IF
                     WHEN REG-CARTAO(1:1) = "*"
                       CONTINUE
                     WHEN REG-CARTAO = SPACES
                       CONTINUE
                     WHEN OTHER
                       DISPLAY "04REAJUS - CARTAO DE CONTROLE NAO "
                               "RECONHECIDO: " REG-CARTAO(1:24)
                       PERFORM 910-ABENDAR-JOB
                   END-EVALUATE
                   READ CARTOES-IN
                       AT END MOVE 'S' TO WS-EOF-CARTOES
                   END-READ
               END-PERFORM
               CLOSE CARTOES-IN
           END-IF.

      *================================================================
      * 020 - CARGA DA TABELA DE INDICES. REGISTRO COM REFERENCIA OU
      *       PERCENTUAL NAO NUMERICO E IGNORADO COM AVISO; O MESMO
      *       INDICE E REFERENCIA REPETIDOS VALEM PELA PRIMEIRA
      *       OCORRENCIA (AS SEGUINTES SAO AVISADAS E IGNORADAS)
      *================================================================
       020-CARREGAR-INDICES.
           OPEN INPUT INDICES-IN.
           IF WS-FS-INDICES NOT = "00"
               DISPLAY "04REAJUS - FALHA AO ABRIR INDICES-IN, FS="
                       WS-FS-INDICES
               PERFORM 910-ABENDAR-JOB
           END-IF.
           READ INDICES-IN
               AT END MOVE 'S' TO WS-EOF-INDICES
           END-READ.
           PERFORM UNTIL FIM-INDICES
               IF (IND-REFERENCIA IS NOT NUMERIC)
                       OR (IND-PERCENTUAL IS NOT NUMERIC)
                       OR (IND-CODIGO = SPACES)
                   DISPLAY "04REAJUS - AVISO: REGISTRO DE INDICE "
                           "INVALIDO IGNORADO: " REG-INDICE
               ELSE
                   PERFORM 021-GUARDAR-INDICE
               END-IF
               READ INDICES-IN
                   AT END MOVE 'S' TO WS-EOF-INDICES
               END-READ
               IF (WS-FS-INDICES NOT = "00")
                       AND (WS-FS-INDICES NOT = "10")
                   DISPLAY "04REAJUS - FALHA NA LEITURA DE "
                           "INDICES-IN, FS=" WS-FS-INDICES
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-PERFORM.
           CLOSE INDICES-IN.

       021-GUARDAR-INDICE.
           MOVE IND-CODIGO         TO WS-BUSCA-CODIGO.
           MOVE IND-MES-REFERENCIA TO WS-BUSCA-MES.
           MOVE IND-ANO-REFERENCIA TO WS-BUSCA-ANO.
           PERFORM 220-LOCALIZAR-INDICE.
           IF INDICE-ACHADO
               DISPLAY "04REAJUS - AVISO: INDICE " IND-CODIGO
                       " REPETIDO NA REFERENCIA "
                       IND-MES-REFERENCIA "/" IND-ANO-REFERENCIA
                       " - VALE A PRIMEIRA OCORRENCIA"
           ELSE
               IF WS-QTD-INDICES >= 2000
                   DISPLAY "04REAJUS - TABELA DE INDICES CHEIA "
                           "(2000) - ABEND"
                   PERFORM 910-ABENDAR-JOB
               END-IF
               ADD 1 TO WS-QTD-INDICES
               MOVE IND-CODIGO TO TIX-CODIGO(WS-QTD-INDICES)
               MOVE IND-MES-REFERENCIA TO TIX-MES(WS-QTD-INDICES)
               MOVE IND-ANO-REFERENCIA TO TIX-ANO(WS-QTD-INDICES)
               MOVE IND-PERCENTUAL
                   TO TIX-PERCENTUAL(WS-QTD-INDICES)
           END-IF.

      *================================================================
      * 100 - VARRE O CADASTRO MESTRE: O CONTRATO QUE FAZ ANIVERSARIO
      *       NO MES SELECIONADO E CRITICADO E, SE APTO, REAJUSTADO E
      *       GRAVADO NO LOTE; OS DEMAIS CONTRATOS NAO SAO LISTADOS
      *================================================================
       100-PROCESSAR-MESTRES.
           ADD 1 TO WS-QTD-MESTRES-LIDOS.
           IF (MST-DATA-BASE-REAJUSTE IS NUMERIC)
                   AND (MES-MST-BASE = WS-MES-ANIVERSARIO)
                   AND (ANO-MST-BASE < WS-ANO-ANIVERSARIO)
               ADD 1 TO WS-QTD-ANIVERSARIANTES
               PERFORM 200-CRITICAR-ANIVERSARIANTE
               IF WS-MOTIVO-NAO-REAJUSTE = SPACES
                   PERFORM 230-CALCULAR-DIARIA-NOVA
               END-IF
               IF WS-MOTIVO-NAO-REAJUSTE = SPACES
                   ADD 1 TO WS-QTD-REAJUSTADOS
                   ADD MST-VALOR-DIARIA TO WS-TOTAL-DIARIAS-ANTES
                   ADD WS-DIARIA-NOVA   TO WS-TOTAL-DIARIAS-DEPOIS
                   PERFORM 400-GRAVAR-DETALHE-REAJUSTE
               ELSE
                   ADD 1 TO WS-QTD-NAO-REAJUSTADOS
               END-IF
               PERFORM 410-LISTAR-CONTRATO
           END-IF.
           PERFORM 110-LER-PROXIMO-MESTRE.

       110-LER-PROXIMO-MESTRE.
           IF NOT FIM-MESTRE
               READ MESTRE-IN
                   AT END MOVE 'S' TO WS-EOF-MESTRE
               END-READ
               IF (WS-FS-MESTRE NOT = "00")
                       AND (WS-FS-MESTRE NOT = "10")
                   DISPLAY "04REAJUS - FALHA NA LEITURA DE MESTRE-IN, "
                           "FS=" WS-FS-MESTRE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

      *================================================================
      * 200 - CRITICA DO ANIVERSARIANTE: INDICE NO CADASTRO, DATA
      *       FINAL E DIARIA VALIDAS, CONTRATO AINDA VIGENTE NA DATA
      *       DO ANIVERSARIO (O DIA DA BASE NO MES SELECIONADO; UMA
      *       BASE EM 29/02 FAZ ANIVERSARIO NO ULTIMO DIA DE
      *       FEVEREIRO NOS ANOS COMUNS) E PERCENTUAL PUBLICADO PARA O
      *       INDICE NA REFERENCIA. WS-MOTIVO-NAO-REAJUSTE EM BRANCO =
      *       APTO.
      *================================================================
       200-CRITICAR-ANIVERSARIANTE.
           MOVE SPACES TO WS-MOTIVO-NAO-REAJUSTE.
           MOVE 0 TO WS-PERCENTUAL-APLICADO.
           MOVE 0 TO WS-DIARIA-NOVA.
           COMPUTE WS-ANOS-CONTRATO =
                   WS-ANO-ANIVERSARIO - ANO-MST-BASE.

           IF MST-INDICE-REAJUSTE = SPACES
               MOVE "CONTRATO SEM INDICE DE REAJUSTE NO CADASTRO"
                   TO WS-MOTIVO-NAO-REAJUSTE
           ELSE
               IF MST-DATA-FINAL IS NOT NUMERIC
                   MOVE "DATA FINAL INVALIDA NO CADASTRO"
                       TO WS-MOTIVO-NAO-REAJUSTE
               ELSE
                   IF (MST-VALOR-DIARIA IS NOT NUMERIC)
                           OR (MST-VALOR-DIARIA = 0)
                       MOVE "DIARIA ZERADA OU INVALIDA NO CADASTRO"
                           TO WS-MOTIVO-NAO-REAJUSTE
                   END-IF
               END-IF
           END-IF.

           IF WS-MOTIVO-NAO-REAJUSTE = SPACES
               PERFORM 210-APURAR-DATA-ANIVERSARIO
               MOVE MST-DATA-FINAL(5:4) TO WS-FINAL-AMD(1:4)
               MOVE MST-DATA-FINAL(3:2) TO WS-FINAL-AMD(5:2)
               MOVE MST-DATA-FINAL(1:2) TO WS-FINAL-AMD(7:2)
               IF WS-FINAL-AMD < WS-ANIVERSARIO-AMD
                   MOVE "CONTRATO ENCERRADO ANTES DO ANIVERSARIO"
                       TO WS-MOTIVO-NAO-REAJUSTE
               END-IF
           END-IF.

           IF WS-MOTIVO-NAO-REAJUSTE = SPACES
               MOVE MST-INDICE-REAJUSTE TO WS-BUSCA-CODIGO
               MOVE WS-MES-REFERENCIA   TO WS-BUSCA-MES
               MOVE WS-ANO-REFERENCIA   TO WS-BUSCA-ANO
               PERFORM 220-LOCALIZAR-INDICE
               IF INDICE-ACHADO
                   MOVE TIX-PERCENTUAL(WS-SUB-BUSCA)
                       TO WS-PERCENTUAL-APLICADO
               ELSE
                   MOVE "INDICE SEM PERCENTUAL NA REFERENCIA"
                       TO WS-MOTIVO-NAO-REAJUSTE
               END-IF
           END-IF.

       210-APURAR-DATA-ANIVERSARIO.
           MOVE 'DM' TO LK-FUNCAO.
           MOVE WS-ANO-ANIVERSARIO TO LK-ANO.
           MOVE WS-MES-ANIVERSARIO TO LK-MES.
           MOVE 1 TO LK-DIA.
           CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                 LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                 LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                 LK-DIAS-ABSOLUTOS.
           IF DIA-MST-BASE > LK-DIAS-NO-MES
               MOVE LK-DIAS-NO-MES TO WS-DIA-ANIVERSARIO
           ELSE
               MOVE DIA-MST-BASE TO WS-DIA-ANIVERSARIO
           END-IF.
           MOVE WS-ANO-ANIVERSARIO TO WS-ANIVERSARIO-AMD(1:4).
           MOVE WS-MES-ANIVERSARIO TO WS-ANIVERSARIO-AMD(5:2).
           MOVE WS-DIA-ANIVERSARIO TO WS-ANIVERSARIO-AMD(7:2).

      *================================================================
      * 220 - PROCURA NA TABELA O INDICE WS-BUSCA-CODIGO NA REFERENCIA
      *       WS-BUSCA-MES/WS-BUSCA-ANO; ACHADO, WS-SUB-BUSCA APONTA A
      *       OCORRENCIA
      *================================================================
       220-LOCALIZAR-INDICE.
           MOVE 'N' TO WS-INDICE-ACHADO.
           PERFORM VARYING WS-SUB-BUSCA FROM 1 BY 1
                   UNTIL (WS-SUB-BUSCA > WS-QTD-INDICES)
                      OR INDICE-ACHADO
               IF (TIX-CODIGO(WS-SUB-BUSCA) = WS-BUSCA-CODIGO)
                  AND (TIX-MES(WS-SUB-BUSCA) = WS-BUSCA-MES)
                  AND (TIX-ANO(WS-SUB-BUSCA) = WS-BUSCA-ANO)
                   MOVE 'S' TO WS-INDICE-ACHADO
               END-IF
           END-PERFORM.
      *    O VARYING AVANCA O SUBSCRITO UMA VEZ DEPOIS DO ACHADO
           IF INDICE-ACHADO
               SUBTRACT 1 FROM WS-SUB-BUSCA
           END-IF.

      *================================================================
      * 230 - DIARIA NOVA = DIARIA ANTERIOR X (1 + PERCENTUAL / 100),
      *       ARREDONDADA NOS CENTAVOS. RESULTADO QUE NAO CABE NO CAMPO
      *       DE DIARIA DO CTCONTR NAO E GRAVADO NO LOTE.
      *================================================================
       230-CALCULAR-DIARIA-NOVA.
           COMPUTE WS-DIARIA-NOVA ROUNDED =
                   MST-VALOR-DIARIA +
                   (MST-VALOR-DIARIA * WS-PERCENTUAL-APLICADO / 100)
               ON SIZE ERROR
                   MOVE 0 TO WS-DIARIA-NOVA
                   MOVE "DIARIA REAJUSTADA EXCEDE O CAMPO DE DIARIA"
                       TO WS-MOTIVO-NAO-REAJUSTE
           END-COMPUTE.

      *================================================================
      * 300 - HEADER DO LOTE DE REAJUSTE, ORIGEM '04REAJUS'. A DATA DO
      *       LOTE E O PRIMEIRO DIA DO MES DOS ANIVERSARIOS (E NAO A
      *       DATA DE EXECUCAO): O CONTROLE DE LOTES DO 04UNISYS
      *       (RUNCTL) RECUSA ENTAO UM SEGUNDO LOTE DE REAJUSTE DO MESMO
      *       MES, QUE APLICARIA O INDICE DUAS VEZES SOBRE A DIARIA
      *================================================================
       300-GRAVAR-HEADER-REAJUSTE.
           MOVE SPACES TO REG-CONTRATO.
           MOVE "00HEADER  "       TO CONTRATO-ID.
           MOVE 1                  TO DIA-HDR-LOTE.
           MOVE WS-MES-ANIVERSARIO TO MES-HDR-LOTE.
           MOVE WS-ANO-ANIVERSARIO TO ANO-HDR-LOTE.
           MOVE "04REAJUS"         TO CT-HDR-SISTEMA-ORIGEM.
           PERFORM 610-GRAVAR-REGISTRO-REAJUSTE.

      *================================================================
      * 400 - DETALHE DO LOTE DE REAJUSTE, COM OS PARAMETROS DE
      *       ENTRADA GUARDADOS NO MESTRE E A DIARIA NOVA
      *================================================================
       400-GRAVAR-DETALHE-REAJUSTE.
           MOVE SPACES TO REG-CONTRATO.
           MOVE MST-CONTRATO-ID   TO CONTRATO-ID.
           MOVE MST-DATA-INICIAL  TO CT-DATA-INICIAL.
           MOVE MST-DATA-FINAL    TO CT-DATA-FINAL.
           MOVE MST-TIPO-CALCULO  TO CT-TIPO-CALCULO.
           MOVE MST-PRAZO-CONTRATO TO CT-PRAZO-CONTRATO.
           MOVE MST-REGIAO        TO CT-REGIAO.
           MOVE WS-DIARIA-NOVA    TO CT-VALOR-DIARIA.
           MOVE MST-AJUSTE-FINAL  TO CT-AJUSTE-DATA-FINAL.
           PERFORM 610-GRAVAR-REGISTRO-REAJUSTE.

      *================================================================
      * 410 - LINHA DO ANIVERSARIANTE NO RELATORIO: DIARIA ANTERIOR,
      *       INDICE E REFERENCIA, PERCENTUAL E DIARIA NOVA, OU O
      *       MOTIVO DE NAO TER SIDO REAJUSTADO
      *================================================================
       410-LISTAR-CONTRATO.
           MOVE MST-VALOR-DIARIA       TO WS-VALOR-EDITADO.
           MOVE WS-DIARIA-NOVA         TO WS-VALOR-NOVO-EDITADO.
           MOVE WS-PERCENTUAL-APLICADO TO WS-PERCENTUAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING MST-CONTRATO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DIA-MST-BASE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MES-MST-BASE DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ANO-MST-BASE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-ANOS-CONTRATO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  "       " DELIMITED BY SIZE
                  MST-INDICE-REAJUSTE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-MES-REFERENCIA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-ANO-REFERENCIA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           IF WS-MOTIVO-NAO-REAJUSTE = SPACES
               MOVE WS-PERCENTUAL-EDITADO TO LINHA-RELATORIO(64:9)
               MOVE WS-VALOR-NOVO-EDITADO TO LINHA-RELATORIO(76:10)
               MOVE "REAJUSTADO" TO LINHA-RELATORIO(89:10)
           ELSE
               MOVE WS-MOTIVO-NAO-REAJUSTE TO LINHA-RELATORIO(64:45)
           END-IF.
           PERFORM 500-GRAVAR-LINHA.

       500-GRAVAR-LINHA.
           WRITE LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04REAJUS - FALHA NA GRAVACAO DE RELATORIO-OUT, "
                       "FS=" WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 600 - TRAILER DO LOTE DE REAJUSTE COM A QUANTIDADE GRAVADA,
      *       PARA A CRITICA DE COMPLETEZA DO 04UNISYS
      *================================================================
       600-GRAVAR-TRAILER-REAJUSTE.
           MOVE SPACES TO REG-CONTRATO.
           MOVE "99TRAILER "       TO CONTRATO-ID.
           MOVE WS-QTD-REAJUSTADOS TO CT-TRL-QTD-CONTRATOS.
           PERFORM 610-GRAVAR-REGISTRO-REAJUSTE.

       610-GRAVAR-REGISTRO-REAJUSTE.
           WRITE REG-CONTRATO.
           IF WS-FS-REAJUSTE NOT = "00"
               DISPLAY "04REAJUS - FALHA NA GRAVACAO DE REAJUSTE-OUT, "
                       "FS=" WS-FS-REAJUSTE
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 900 - TOTAIS, FECHAMENTO E RETURN-CODE DE ADVERTENCIA (RC=4
      *       QUANDO HA CONTRATOS REAJUSTADOS, PARA O JCL PODER
      *       CONDICIONAR A FUSAO DO LOTE NO MOVIMENTO DA NOITE)
      *================================================================
       900-FINALIZAR.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "INDICES CARREGADOS .........: " DELIMITED BY SIZE
                  WS-QTD-INDICES DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS NO MESTRE ........: " DELIMITED BY SIZE
                  WS-QTD-MESTRES-LIDOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ANIVERSARIANTES NO MES .....: " DELIMITED BY SIZE
                  WS-QTD-ANIVERSARIANTES DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS REAJUSTADOS ......: " DELIMITED BY SIZE
                  WS-QTD-REAJUSTADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS NAO REAJUSTADOS ..: " DELIMITED BY SIZE
                  WS-QTD-NAO-REAJUSTADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE WS-TOTAL-DIARIAS-ANTES TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SOMA DAS DIARIAS ANTERIORES : " DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE WS-TOTAL-DIARIAS-DEPOIS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SOMA DAS DIARIAS NOVAS .....: " DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           CLOSE MESTRE-IN.
           CLOSE REAJUSTE-OUT.
           CLOSE RELATORIO-OUT.

           DISPLAY "04REAJUS - ANIVERSARIANTES: " WS-QTD-ANIVERSARIANTES
                   "  REAJUSTADOS: " WS-QTD-REAJUSTADOS
                   "  NAO REAJUSTADOS: " WS-QTD-NAO-REAJUSTADOS.

           IF WS-QTD-REAJUSTADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================
      * 910 - ENCERRA O JOB EM ERRO FATAL DE ARQUIVO (OPEN/READ/WRITE)
      *================================================================
       910-ABENDAR-JOB.
           CLOSE MESTRE-IN.
           CLOSE INDICES-IN.
           CLOSE CARTOES-IN.
           CLOSE REAJUSTE-OUT.
           CLOSE RELATORIO-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM 04REAJUS.
