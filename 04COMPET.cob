       IDENTIFICATION DIVISION.
       PROGRAM-ID. 04COMPET.
      *================================================================
      *  APROPRIACAO MENSAL POR COMPETENCIA DO VALOR FATURAVEL: PARA
      *  CADA CONTRATO ATIVO DO CADASTRO MESTRE (VSAM KSDS, LAYOUT
      *  CTMEST) RATEIA O VALOR FATURAVEL DO PERIODO (O MESMO DO
      *  EXTRATO: DIAS UTEIS X DIARIA NO TIPO 'U', DIAS CORRIDOS X
      *  DIARIA NOS DEMAIS) PELOS MESES CIVIS ENTRE MST-DATA-INICIAL
      *  E MST-DATA-FINAL, NA MESMA BASE DE DIAS EM QUE O CONTRATO E
      *  FATURADO: NO TIPO 'U' OS DIAS UTEIS DE CADA MES, CONTADOS
      *  COMO NO 04UNISYS (INICIO EXCLUSIVO / FIM INCLUSIVO, FINS DE
      *  SEMANA E FERIADOS DO CALENDARIO DA REGIAO - FERIADIN -
      *  FORA); NOS DEMAIS, OS DIAS CORRIDOS DE CADA MES. OS DIAS
      *  EM QUE O CONTRATO ESTEVE PARALISADO (CADASTRO CTPARA -
      *  PARALDD) SAEM DA CONTAGEM DE CADA MES, COMO SAIRAM DO
      *  CALCULO DO 04UNISYS: NAO HA PARCELA DE DIA PARADO.
      *
      *  A PARCELA DE CADA MES E VALOR FATURAVEL X DIAS DO MES / DIAS
      *  DO PERIODO, E O ULTIMO MES COM DIAS ABSORVE O ARREDONDAMENTO:
      *  A SOMA DAS PARCELAS FECHA SEMPRE COM O VALOR FATURADO. SE A
      *  RECONTAGEM DO PERIODO NAO BATER COM OS DIAS GRAVADOS NO
      *  MESTRE (CALENDARIO ALTERADO DEPOIS DO CALCULO), O RATEIO
      *  E PROPORCIONAL E O CONTRATO SAI MARCADO NO RELATORIO.
      *
      *  SAIDAS: INTERFACE DE LAYOUT FIXO PARA A CONTABILIDADE
      *  (CTCOMP - DETALHES, TOTAIS POR REGIAO E TRAILER DE
      *  CONTROLE) E RELATORIO DE CONCILIACAO CONTRATO A CONTRATO
      *  DA SOMA DAS PARCELAS CONTRA O VALOR FATURAVEL.
      *
      *  CARTAO OPCIONAL (CARDIN):
      *    COMPETENCIA=MMAAAA - SO AS PARCELAS DESSE MES VAO PARA A
      *                         INTERFACE (O FECHAMENTO MENSAL); SEM
      *                         O CARTAO VAI O CRONOGRAMA COMPLETO.
      *                         A CONCILIACAO E SEMPRE DO PERIODO
      *                         INTEIRO DE CADA CONTRATO.
      *
      *  RETURN-CODE: 0 TUDO CONCILIADO; 4 HOUVE CONTRATO NAO
      *  APROPRIADO (DATAS OU DIARIA INVALIDAS NO MESTRE) OU COM
      *  RECONTAGEM DIVERGENTE; 16 ERRO FATAL.
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

      *    PARALISACOES DOS CONTRATOS (MANTIDAS PELO 04UNISYS), LIDAS
      *    POR CONTRATO COM START + READ NEXT
           SELECT PARALISACOES-IN ASSIGN TO "PARALDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WS-FS-PARALISACAO.

           SELECT FERIADOS-IN ASSIGN TO "FERIADIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FERIADOS.

           SELECT CARTOES-IN ASSIGN TO "CARDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTOES.

           SELECT COMPETENCIA-OUT ASSIGN TO "COMPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-COMPETENCIA.

           SELECT RELATORIO-OUT ASSIGN TO "RELCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE-IN.
           COPY CTMEST.

       FD  PARALISACOES-IN.
           COPY CTPARA.

       FD  FERIADOS-IN.
           COPY CTFERIA.

       FD  CARTOES-IN.
       01  REG-CARTAO               PIC X(80).

       FD  COMPETENCIA-OUT.
           COPY CTCOMP.

       FD  RELATORIO-OUT.
       01  LINHA-RELATORIO          PIC X(132).

       WORKING-STORAGE SECTION.
      *--- status dos arquivos ---------------------------------------
       01 WS-FS-MESTRE          PIC X(02).
       01 WS-FS-FERIADOS        PIC X(02).
       01 WS-FS-CARTOES         PIC X(02).
       01 WS-FS-COMPETENCIA     PIC X(02).
       01 WS-FS-RELATORIO       PIC X(02).
       01 WS-FS-PARALISACAO     PIC X(02).

       01 WS-EOF-MESTRE         PIC X(01) VALUE 'N'.
         88 FIM-MESTRE            VALUE 'S'.
       01 WS-EOF-FERIADOS       PIC X(01) VALUE 'N'.
         88 FIM-FERIADOS          VALUE 'S'.
       01 WS-EOF-CARTOES        PIC X(01) VALUE 'N'.
         88 FIM-CARTOES           VALUE 'S'.
       01 WS-EOF-PARALISACOES   PIC X(01) VALUE 'N'.
         88 FIM-PARALISACOES      VALUE 'S'.
       01 WS-PARALISACOES-DISPONIVEIS PIC X(01) VALUE 'S'.
         88 PARALISACOES-DISPONIVEIS VALUE 'S'.

      *--- competencia selecionada no cartao (ZEROS = TODAS) ----------
       01 WS-MES-SELECIONADO    PIC 9(02) VALUE 0.
       01 WS-ANO-SELECIONADO    PIC 9(04) VALUE 0.
       01 WS-COMPETENCIA-UNICA  PIC X(01) VALUE 'N'.
         88 COMPETENCIA-UNICA     VALUE 'S'.

      *--- data de processamento --------------------------------------
       01 WS-DATA-HORA-EXECUCAO PIC X(26).
       01 WS-DATA-HOJE.
           03 WS-DIA-HOJE       PIC 9(02).
           03 WS-MES-HOJE       PIC 9(02).
           03 WS-ANO-HOJE       PIC 9(04).

      *--- tabela de feriados (MESMO CRITERIO DO 04UNISYS) ------------
       01 WS-QTD-FERIADOS       PIC 9(04) VALUE 0.
       01 TABELA-FERIADOS.
           03 OCORRENCIA-FERIADO OCCURS 500 TIMES
                                  INDEXED BY IDX-FERIADO.
               05 FER-DIA        PIC 9(02).
               05 FER-MES        PIC 9(02).
               05 FER-ANO        PIC 9(04).
               05 FER-REGIAO     PIC X(03).
               05 FER-DIA-ABS    PIC 9(08).
               05 FER-DIA-SEMANA PIC 9(01).
       01 WS-FERIADO-TROCA      PIC X(20).
       01 WS-SUB-I              PIC 9(04).
       01 WS-SUB-J              PIC 9(04).
       01 WS-ULTIMO-ABS-USADO   PIC 9(08).
       01 WS-FIM-BUSCA-FERIADO  PIC X(01).
         88 BUSCA-FERIADO-ENCERRADA VALUE 'S'.

      *--- apuracao do contrato corrente ------------------------------
       01 WS-CONTRATO-VALIDO    PIC X(01).
         88 CONTRATO-VALIDO       VALUE 'S'.
       01 WS-MOTIVO-INVALIDO    PIC X(40).
       01 WS-ABS-INICIAL        PIC 9(08).
       01 WS-ABS-FINAL          PIC 9(08).
       01 WS-DOW-INICIAL        PIC 9(01).
       01 WS-ABS-CORTE-ANTERIOR PIC 9(08).
       01 WS-ABS-FIM-MES        PIC 9(08).
       01 WS-ABS-LIMITE-MES     PIC 9(08).
       01 WS-ANO-COMPETENCIA    PIC 9(04).
       01 WS-MES-COMPETENCIA    PIC 9(02).
       01 WS-DIAS-MESTRE        PIC 9(05).
       01 WS-DIAS-RECONTADOS    PIC 9(05).
       01 WS-VALOR-FATURAVEL    PIC 9(11)V99.
       01 WS-SOMA-PARCELAS      PIC 9(11)V99.
       01 WS-VALOR-RESTANTE     PIC S9(11)V99.
       01 WS-MES-RESIDUO        PIC 9(04).

      *--- dias de um mes: formula de semanas + dia da semana, como ---
      *--- NO 420/425 DO 04UNISYS -------------------------------------
       01 WS-DIAS-CORRIDOS-MES  PIC 9(05).
       01 WS-DIAS-UTEIS-MES     PIC 9(05).
       01 WS-SEMANAS-COMPLETAS  PIC 9(05).
       01 WS-RESTO-DIAS         PIC 9(01).
       01 WS-DIA-EXTRA          PIC 9(01).
       01 WS-DOW-CORTE          PIC 9(01).
       01 WS-DOW-EXTRA          PIC 9(01).
       01 WS-QUOCIENTE          PIC 9(08).
       01 WS-SOMA-DOW           PIC 9(08).

      *--- paralisacoes do contrato corrente (CTPARA), em dias --------
      *--- ABSOLUTOS, COMO NO 160/422 DO 04UNISYS ---------------------
       01 WS-QTD-PARALISACOES   PIC 9(04) VALUE 0.
       01 TABELA-PARALISACOES.
           03 OCORRENCIA-PARALISACAO OCCURS 100 TIMES
                                      INDEXED BY IDX-PARALISACAO.
               05 TPR-INICIO-ABS    PIC 9(08).
               05 TPR-FIM-ABS       PIC 9(08).
       01 WS-PARAL-DIA-DE       PIC 9(08).
       01 WS-PARAL-DIA-ATE      PIC 9(08).
       01 WS-DIA-PARADO         PIC 9(08).
       01 WS-DOW-PARADO         PIC 9(01).
       01 WS-EH-FERIADO         PIC X(01).
         88 DIA-E-FERIADO         VALUE 'S'.

      *--- parcelas mensais do contrato corrente ----------------------
       01 WS-QTD-MESES          PIC 9(04) VALUE 0.
       01 TABELA-MESES.
           03 OCORRENCIA-MES OCCURS 600 TIMES
                              INDEXED BY IDX-MES.
               05 MES-ANO        PIC 9(04).
               05 MES-MES        PIC 9(02).
               05 MES-DIAS       PIC 9(05).
               05 MES-VALOR      PIC 9(11)V99.

      *--- totais da interface por regiao -----------------------------
       01 WS-QTD-REGIOES        PIC 9(04) VALUE 0.
       01 TABELA-REGIOES.
           03 OCORRENCIA-REGIAO OCCURS 200 TIMES
                                 INDEXED BY IDX-REGIAO.
               05 RGT-REGIAO     PIC X(03).
               05 RGT-QTD        PIC 9(07).
               05 RGT-VALOR      PIC 9(13)V99.
       01 WS-REGIAO-TROCA       PIC X(25).
       01 WS-REGIAO-ACHADA      PIC X(01).
         88 REGIAO-ACHADA         VALUE 'S'.

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
       01 WS-VALOR-EDITADO      PIC 9(11).9(02).
       01 WS-SOMA-EDITADA       PIC 9(11).9(02).
       01 WS-TOTAL-EDITADO      PIC 9(13).9(02).

      *--- totais -----------------------------------------------------
       01 WS-QTD-MESTRES-LIDOS  PIC 9(07) VALUE 0.
       01 WS-QTD-APROPRIADOS    PIC 9(07) VALUE 0.
       01 WS-QTD-DIVERGENTES    PIC 9(07) VALUE 0.
       01 WS-QTD-INVALIDOS      PIC 9(07) VALUE 0.
       01 WS-QTD-SEM-VALOR      PIC 9(07) VALUE 0.
       01 WS-QTD-DETALHES       PIC 9(07) VALUE 0.
       01 WS-QTD-COM-PARALISACAO PIC 9(07) VALUE 0.
       01 WS-TOTAL-DIAS-PARADOS PIC 9(09) VALUE 0.
       01 WS-TOTAL-FATURAVEL    PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-PARCELAS     PIC 9(13)V99 VALUE 0.
       01 WS-TOTAL-INTERFACE    PIC 9(13)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INICIALIZAR.
           PERFORM 100-PROCESSAR-MESTRES
               UNTIL FIM-MESTRE.
           PERFORM 600-GRAVAR-TOTAIS-INTERFACE.
           PERFORM 900-FINALIZAR.
           STOP RUN.

      *================================================================
      * 000 - ABERTURA DE ARQUIVOS, CARTAO, FERIADOS, HEADER DA
      *       INTERFACE E CABECALHO DO RELATORIO
      *================================================================
       000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO.
           MOVE WS-DATA-HORA-EXECUCAO(1:4)  TO WS-ANO-HOJE.
           MOVE WS-DATA-HORA-EXECUCAO(5:2)  TO WS-MES-HOJE.
           MOVE WS-DATA-HORA-EXECUCAO(7:2)  TO WS-DIA-HOJE.

           PERFORM 010-LER-CARTOES.
           PERFORM 020-CARREGAR-FERIADOS.

           OPEN INPUT MESTRE-IN.
           IF WS-FS-MESTRE = "35"
               DISPLAY "04COMPET - AVISO: MASTERIN NAO ENCONTRADO, "
                       "NAO HA CONTRATOS A APROPRIAR"
               MOVE 'S' TO WS-EOF-MESTRE
           ELSE
               IF WS-FS-MESTRE NOT = "00"
                   DISPLAY "04COMPET - FALHA AO ABRIR MESTRE-IN, FS="
                           WS-FS-MESTRE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

      *    CADASTRO DE PARALISACOES AINDA NAO CRIADO PELO 04UNISYS
      *    (FS 35) = NENHUM CONTRATO PARALISADO
           OPEN INPUT PARALISACOES-IN.
           IF WS-FS-PARALISACAO = "35"
               DISPLAY "04COMPET - AVISO: PARALDD NAO ENCONTRADO, "
                       "APURACAO SEM PARALISACOES"
               MOVE 'N' TO WS-PARALISACOES-DISPONIVEIS
           ELSE
               IF WS-FS-PARALISACAO NOT = "00"
                   DISPLAY "04COMPET - FALHA AO ABRIR PARALISACOES-IN"
                           ", FS=" WS-FS-PARALISACAO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN OUTPUT COMPETENCIA-OUT.
           IF WS-FS-COMPETENCIA NOT = "00"
               DISPLAY "04COMPET - FALHA AO ABRIR COMPETENCIA-OUT, FS="
                       WS-FS-COMPETENCIA
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN OUTPUT RELATORIO-OUT.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04COMPET - FALHA AO ABRIR RELATORIO-OUT, FS="
                       WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

           MOVE SPACES TO REG-COMPETENCIA.
           MOVE 'H' TO CMP-TIPO-REGISTRO.
           MOVE WS-DIA-HOJE TO DIA-CMP-GERACAO.
           MOVE WS-MES-HOJE TO MES-CMP-GERACAO.
           MOVE WS-ANO-HOJE TO ANO-CMP-GERACAO.
           MOVE WS-MES-SELECIONADO TO CMP-HDR-MES-SELECIONADO.
           MOVE WS-ANO-SELECIONADO TO CMP-HDR-ANO-SELECIONADO.
           MOVE "04COMPET" TO CMP-HDR-PROGRAMA.
           PERFORM 520-GRAVAR-INTERFACE.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "APROPRIACAO MENSAL POR COMPETENCIA - 04COMPET"
                   DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           IF COMPETENCIA-UNICA
               STRING "DATA DE PROCESSAMENTO: " DELIMITED BY SIZE
                      WS-DIA-HOJE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-MES-HOJE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-ANO-HOJE DELIMITED BY SIZE
                      "   COMPETENCIA NA INTERFACE: " DELIMITED BY SIZE
                      WS-MES-SELECIONADO DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-ANO-SELECIONADO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING "DATA DE PROCESSAMENTO: " DELIMITED BY SIZE
                      WS-DIA-HOJE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-MES-HOJE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-ANO-HOJE DELIMITED BY SIZE
                      "   INTERFACE: CRONOGRAMA COMPLETO"
                      DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATO   REG T  PERIODO                  D.MST  "
                  DELIMITED BY SIZE
                  " RECNT   MESES  VLR FATURAVEL   SOMA PARCELAS  "
                  DELIMITED BY SIZE
                  "SITUACAO" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           PERFORM 110-LER-PROXIMO-MESTRE.

      *================================================================
      * 010 - CARTAO DE CONTROLE (ARQUIVO AUSENTE = CRONOGRAMA
      *       COMPLETO): COMPETENCIA=MMAAAA
      *================================================================
       010-LER-CARTOES.
           OPEN INPUT CARTOES-IN.
           IF WS-FS-CARTOES = "35"
               MOVE 'S' TO WS-EOF-CARTOES
           ELSE
               IF WS-FS-CARTOES NOT = "00"
                   DISPLAY "04COMPET - FALHA AO ABRIR CARTOES-IN, FS="
                           WS-FS-CARTOES
                   PERFORM 910-ABENDAR-JOB
               END-IF
               READ CARTOES-IN
                   AT END MOVE 'S' TO WS-EOF-CARTOES
               END-READ
               PERFORM UNTIL FIM-CARTOES
                   EVALUATE TRUE
                     WHEN REG-CARTAO(1:12) = "COMPETENCIA="
                       IF (REG-CARTAO(13:6) IS NUMERIC)
                               AND (REG-CARTAO(13:2) >= "01")
                               AND (REG-CARTAO(13:2) <= "12")
                           MOVE REG-CARTAO(13:2) TO WS-MES-SELECIONADO
                           MOVE REG-CARTAO(15:4) TO WS-ANO-SELECIONADO
                           MOVE 'S' TO WS-COMPETENCIA-UNICA
                       ELSE
                           DISPLAY "04COMPET - COMPETENCIA INVALIDA "
                                   "NO CARTAO: " REG-CARTAO(1:20)
                           PERFORM 910-ABENDAR-JOB
                       END-IF
                     WHEN REG-CARTAO(1:1) = "*"
                       CONTINUE
                     WHEN REG-CARTAO = SPACES
                       CONTINUE
                     WHEN OTHER
                       DISPLAY "04COMPET - CARTAO DE CONTROLE NAO "
                               "RECONHECIDO: " REG-CARTAO(1:20)
                       PERFORM 910-ABENDAR-JOB
                   END-EVALUATE
                   READ CARTOES-IN
                       AT END MOVE 'S' TO WS-EOF-CARTOES
                   END-READ
               END-PERFORM
               CLOSE CARTOES-IN
           END-IF.

      *================================================================
      * 020 - CARGA DA TABELA DE FERIADOS, COM DIA ABSOLUTO E DIA DA
      *       SEMANA, ORDENADA POR DIA ABSOLUTO (COMO NO 04UNISYS)
      *================================================================
       020-CARREGAR-FERIADOS.
           OPEN INPUT FERIADOS-IN.
           IF WS-FS-FERIADOS = "00"
               READ FERIADOS-IN
                   AT END MOVE 'S' TO WS-EOF-FERIADOS
               END-READ
               PERFORM UNTIL FIM-FERIADOS
                   IF DATA-FERIADO-REG IS NOT NUMERIC
                       DISPLAY "04COMPET - AVISO: FERIADO COM DATA "
                               "NAO NUMERICA IGNORADO: "
                               DESCRICAO-FERIADO
                   ELSE
                       PERFORM 021-GUARDAR-FERIADO
                   END-IF
                   READ FERIADOS-IN
                       AT END MOVE 'S' TO WS-EOF-FERIADOS
                   END-READ
               END-PERFORM
               CLOSE FERIADOS-IN
               PERFORM 025-ORDENAR-FERIADOS
           ELSE
               IF WS-FS-FERIADOS = "35"
                   DISPLAY "04COMPET - AVISO: FERIADIN NAO "
                           "ENCONTRADO, PROSSEGUINDO SEM FERIADOS"
               ELSE
                   DISPLAY "04COMPET - FALHA AO ABRIR FERIADOS-IN, "
                           "FS=" WS-FS-FERIADOS
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

      *    A DATA PASSA PELA MESMA CRITICA 'VD' DO 04UNISYS: UMA DATA
      *    INEXISTENTE SERIA MAPEADA PELO 'JD' NO DIA REAL SEGUINTE
       021-GUARDAR-FERIADO.
           MOVE 'VD' TO LK-FUNCAO.
           MOVE ANO-FERIADO TO LK-ANO.
           MOVE MES-FERIADO TO LK-MES.
           MOVE DIA-FERIADO TO LK-DIA.
           CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                 LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                 LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                 LK-DIAS-ABSOLUTOS.
           IF NOT LK-DATA-OK
               DISPLAY "04COMPET - AVISO: FERIADO COM DATA INVALIDA "
                       "IGNORADO: " DESCRICAO-FERIADO
           ELSE
               IF WS-QTD-FERIADOS < 500
                   ADD 1 TO WS-QTD-FERIADOS
                   PERFORM 022-ARMAZENAR-FERIADO
               END-IF
           END-IF.

       022-ARMAZENAR-FERIADO.
           MOVE DIA-FERIADO    TO FER-DIA(WS-QTD-FERIADOS).
           MOVE MES-FERIADO    TO FER-MES(WS-QTD-FERIADOS).
           MOVE ANO-FERIADO    TO FER-ANO(WS-QTD-FERIADOS).
           MOVE FERIADO-REGIAO TO FER-REGIAO(WS-QTD-FERIADOS).

           MOVE 'JD' TO LK-FUNCAO.
           MOVE ANO-FERIADO TO LK-ANO.
           MOVE MES-FERIADO TO LK-MES.
           MOVE DIA-FERIADO TO LK-DIA.
           CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                 LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                 LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                 LK-DIAS-ABSOLUTOS.
           MOVE LK-DIAS-ABSOLUTOS TO FER-DIA-ABS(WS-QTD-FERIADOS).

           MOVE 'DS' TO LK-FUNCAO.
           MOVE ANO-FERIADO TO LK-ANO.
           MOVE MES-FERIADO TO LK-MES.
           MOVE DIA-FERIADO TO LK-DIA.
           CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                 LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                 LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                 LK-DIAS-ABSOLUTOS.
           MOVE LK-DIA-SEMANA-NUM TO FER-DIA-SEMANA(WS-QTD-FERIADOS).

       025-ORDENAR-FERIADOS.
           IF WS-QTD-FERIADOS > 1
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
                       UNTIL WS-SUB-I >= WS-QTD-FERIADOS
                   PERFORM VARYING WS-SUB-J FROM 1 BY 1
                           UNTIL WS-SUB-J > (WS-QTD-FERIADOS - WS-SUB-I)
                       IF FER-DIA-ABS(WS-SUB-J) >
                               FER-DIA-ABS(WS-SUB-J + 1)
                           MOVE OCORRENCIA-FERIADO(WS-SUB-J)
                               TO WS-FERIADO-TROCA
                           MOVE OCORRENCIA-FERIADO(WS-SUB-J + 1)
                               TO OCORRENCIA-FERIADO(WS-SUB-J)
                           MOVE WS-FERIADO-TROCA
                               TO OCORRENCIA-FERIADO(WS-SUB-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       110-LER-PROXIMO-MESTRE.
           IF NOT FIM-MESTRE
               READ MESTRE-IN
                   AT END MOVE 'S' TO WS-EOF-MESTRE
               END-READ
               IF (WS-FS-MESTRE NOT = "00")
                       AND (WS-FS-MESTRE NOT = "10")
                   DISPLAY "04COMPET - FALHA NA LEITURA DE "
                           "MESTRE-IN, FS=" WS-FS-MESTRE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

      *================================================================
      * 100 - UM CONTRATO DO MESTRE: CRITICA, RECONTAGEM MES A MES,
      *       RATEIO, INTERFACE E LINHA DE CONCILIACAO
      *================================================================
       100-PROCESSAR-MESTRES.
           ADD 1 TO WS-QTD-MESTRES-LIDOS.
           PERFORM 200-CRITICAR-CONTRATO.
           IF CONTRATO-VALIDO
               PERFORM 220-CARREGAR-PARALISACOES
               PERFORM 300-APURAR-MESES
           END-IF.
           IF CONTRATO-VALIDO
               PERFORM 400-RATEAR-VALOR
               PERFORM 450-GRAVAR-PARCELAS
               PERFORM 470-IMPRIMIR-CONCILIACAO
           ELSE
               ADD 1 TO WS-QTD-INVALIDOS
               PERFORM 480-IMPRIMIR-INVALIDO
           END-IF.
           PERFORM 110-LER-PROXIMO-MESTRE.

      *================================================================
      * 200 - DATAS VALIDAS, FINAL NAO ANTERIOR AO INICIAL E DIARIA
      *       NUMERICA; CALCULA OS DIAS ABSOLUTOS E O DIA DA SEMANA
      *       DA DATA-INICIAL, BASE DA CONTAGEM DE DIAS UTEIS
      *================================================================
       200-CRITICAR-CONTRATO.
           MOVE 'S' TO WS-CONTRATO-VALIDO.
           MOVE SPACES TO WS-MOTIVO-INVALIDO.

           IF (MST-DATA-INICIAL IS NOT NUMERIC)
                   OR (MST-DATA-FINAL IS NOT NUMERIC)
               MOVE 'N' TO WS-CONTRATO-VALIDO
               MOVE "DATAS NAO NUMERICAS NO MESTRE"
                   TO WS-MOTIVO-INVALIDO
           END-IF.

           IF CONTRATO-VALIDO
               MOVE 'VD' TO LK-FUNCAO
               MOVE ANO-MST-INICIAL TO LK-ANO
               MOVE MES-MST-INICIAL TO LK-MES
               MOVE DIA-MST-INICIAL TO LK-DIA
               PERFORM 210-CHAMAR-DTUTIL
               IF NOT LK-DATA-OK
                   MOVE 'N' TO WS-CONTRATO-VALIDO
                   MOVE "DATA-INICIAL INVALIDA NO MESTRE"
                       TO WS-MOTIVO-INVALIDO
               END-IF
           END-IF.

           IF CONTRATO-VALIDO
               MOVE 'VD' TO LK-FUNCAO
               MOVE ANO-MST-FINAL TO LK-ANO
               MOVE MES-MST-FINAL TO LK-MES
               MOVE DIA-MST-FINAL TO LK-DIA
               PERFORM 210-CHAMAR-DTUTIL
               IF NOT LK-DATA-OK
                   MOVE 'N' TO WS-CONTRATO-VALIDO
                   MOVE "DATA-FINAL INVALIDA NO MESTRE"
                       TO WS-MOTIVO-INVALIDO
               END-IF
           END-IF.

           IF CONTRATO-VALIDO
               IF (MST-VALOR-DIARIA IS NOT NUMERIC)
                       OR (MST-DIFERENCA-DIAS IS NOT NUMERIC)
                       OR (MST-DIFERENCA-UTEIS IS NOT NUMERIC)
                   MOVE 'N' TO WS-CONTRATO-VALIDO
                   MOVE "DIARIA OU DIAS NAO NUMERICOS NO MESTRE"
                       TO WS-MOTIVO-INVALIDO
               END-IF
           END-IF.

           IF CONTRATO-VALIDO
               MOVE 'JD' TO LK-FUNCAO
               MOVE ANO-MST-INICIAL TO LK-ANO
               MOVE MES-MST-INICIAL TO LK-MES
               MOVE DIA-MST-INICIAL TO LK-DIA
               PERFORM 210-CHAMAR-DTUTIL
               MOVE LK-DIAS-ABSOLUTOS TO WS-ABS-INICIAL

               MOVE 'DS' TO LK-FUNCAO
               MOVE ANO-MST-INICIAL TO LK-ANO
               MOVE MES-MST-INICIAL TO LK-MES
               MOVE DIA-MST-INICIAL TO LK-DIA
               PERFORM 210-CHAMAR-DTUTIL
               MOVE LK-DIA-SEMANA-NUM TO WS-DOW-INICIAL

               MOVE 'JD' TO LK-FUNCAO
               MOVE ANO-MST-FINAL TO LK-ANO
               MOVE MES-MST-FINAL TO LK-MES
               MOVE DIA-MST-FINAL TO LK-DIA
               PERFORM 210-CHAMAR-DTUTIL
               MOVE LK-DIAS-ABSOLUTOS TO WS-ABS-FINAL

               IF WS-ABS-FINAL < WS-ABS-INICIAL
                   MOVE 'N' TO WS-CONTRATO-VALIDO
                   MOVE "DATA-FINAL ANTERIOR A DATA-INICIAL"
                       TO WS-MOTIVO-INVALIDO
               END-IF
           END-IF.

       210-CHAMAR-DTUTIL.
           CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                 LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                 LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                 LK-DIAS-ABSOLUTOS.

      *================================================================
      * 220 - PARALISACOES DO CONTRATO: START NA PRIMEIRA CHAVE DO
      *       CONTRATO E READ NEXT ENQUANTO O CONTRATO-ID FOR O MESMO
      *================================================================
       220-CARREGAR-PARALISACOES.
           MOVE 0 TO WS-QTD-PARALISACOES.
           IF PARALISACOES-DISPONIVEIS
               MOVE MST-CONTRATO-ID TO PAR-CONTRATO-ID
               MOVE 0 TO PAR-INICIO-AMD
               START PARALISACOES-IN KEY IS NOT LESS THAN PAR-CHAVE
               EVALUATE WS-FS-PARALISACAO
                 WHEN "00"
                   MOVE 'N' TO WS-EOF-PARALISACOES
                   PERFORM 221-LER-PROXIMA-PARALISACAO
                   PERFORM 222-GUARDAR-PARALISACAO
                       UNTIL FIM-PARALISACOES
                 WHEN "23"
                   CONTINUE
                 WHEN OTHER
                   DISPLAY "04COMPET - FALHA NO START DE "
                           "PARALISACOES-IN, FS=" WS-FS-PARALISACAO
                   PERFORM 910-ABENDAR-JOB
               END-EVALUATE
           END-IF.
           IF WS-QTD-PARALISACOES > 0
               ADD 1 TO WS-QTD-COM-PARALISACAO
           END-IF.

       221-LER-PROXIMA-PARALISACAO.
           READ PARALISACOES-IN NEXT RECORD
               AT END MOVE 'S' TO WS-EOF-PARALISACOES
           END-READ.
           IF (WS-FS-PARALISACAO NOT = "00")
                   AND (WS-FS-PARALISACAO NOT = "10")
               DISPLAY "04COMPET - FALHA NA LEITURA DE "
                       "PARALISACOES-IN, FS=" WS-FS-PARALISACAO
               PERFORM 910-ABENDAR-JOB
           END-IF.
           IF NOT FIM-PARALISACOES
               IF PAR-CONTRATO-ID NOT = MST-CONTRATO-ID
                   MOVE 'S' TO WS-EOF-PARALISACOES
               END-IF
           END-IF.

       222-GUARDAR-PARALISACAO.
           IF WS-QTD-PARALISACOES >= 100
               DISPLAY "04COMPET - MAIS DE 100 PARALISACOES NO "
                       "CONTRATO " PAR-CONTRATO-ID " - ABEND"
               PERFORM 910-ABENDAR-JOB
           END-IF.
           ADD 1 TO WS-QTD-PARALISACOES.

           MOVE 'JD' TO LK-FUNCAO.
           MOVE ANO-PAR-INICIAL TO LK-ANO.
           MOVE MES-PAR-INICIAL TO LK-MES.
           MOVE DIA-PAR-INICIAL TO LK-DIA.
           PERFORM 210-CHAMAR-DTUTIL.
           MOVE LK-DIAS-ABSOLUTOS
               TO TPR-INICIO-ABS(WS-QTD-PARALISACOES).

           MOVE 'JD' TO LK-FUNCAO.
           MOVE ANO-PAR-FINAL TO LK-ANO.
           MOVE MES-PAR-FINAL TO LK-MES.
           MOVE DIA-PAR-FINAL TO LK-DIA.
           PERFORM 210-CHAMAR-DTUTIL.
           MOVE LK-DIAS-ABSOLUTOS
               TO TPR-FIM-ABS(WS-QTD-PARALISACOES).

           PERFORM 221-LER-PROXIMA-PARALISACAO.

      *================================================================
      * 300 - QUEBRA O PERIODO (INICIO EXCLUSIVO / FIM INCLUSIVO) NOS
      *       MESES CIVIS: CADA FATIA VAI DO CORTE ANTERIOR (A DATA-
      *       INICIAL OU O ULTIMO DIA DO MES ANTERIOR) ATE O ULTIMO
      *       DIA DO MES OU A DATA-FINAL, O QUE VIER PRIMEIRO
      *================================================================
       300-APURAR-MESES.
           MOVE 0 TO WS-QTD-MESES.
           MOVE 0 TO WS-DIAS-RECONTADOS.
           MOVE WS-ABS-INICIAL  TO WS-ABS-CORTE-ANTERIOR.
           MOVE ANO-MST-INICIAL TO WS-ANO-COMPETENCIA.
           MOVE MES-MST-INICIAL TO WS-MES-COMPETENCIA.

           PERFORM 310-APURAR-UM-MES
               UNTIL (WS-ABS-CORTE-ANTERIOR >= WS-ABS-FINAL)
                  OR (NOT CONTRATO-VALIDO).

      *    PERIODO DE DIA UNICO (INICIAL = FINAL): NAO HA DIA A
      *    CONTAR, MAS O MES DA DATA-FINAL FICA NA TABELA PARA
      *    RECEBER UM EVENTUAL VALOR GRAVADO NO MESTRE
           IF CONTRATO-VALIDO AND (WS-QTD-MESES = 0)
               ADD 1 TO WS-QTD-MESES
               MOVE ANO-MST-FINAL TO MES-ANO(WS-QTD-MESES)
               MOVE MES-MST-FINAL TO MES-MES(WS-QTD-MESES)
               MOVE 0 TO MES-DIAS(WS-QTD-MESES)
               MOVE 0 TO MES-VALOR(WS-QTD-MESES)
           END-IF.

       310-APURAR-UM-MES.
           IF WS-QTD-MESES >= 600
               MOVE 'N' TO WS-CONTRATO-VALIDO
               MOVE "PERIODO ACIMA DE 600 MESES"
                   TO WS-MOTIVO-INVALIDO
           ELSE
               MOVE 'DM' TO LK-FUNCAO
               MOVE WS-ANO-COMPETENCIA TO LK-ANO
               MOVE WS-MES-COMPETENCIA TO LK-MES
               PERFORM 210-CHAMAR-DTUTIL
               MOVE 'JD' TO LK-FUNCAO
               MOVE WS-ANO-COMPETENCIA TO LK-ANO
               MOVE WS-MES-COMPETENCIA TO LK-MES
               MOVE LK-DIAS-NO-MES     TO LK-DIA
               PERFORM 210-CHAMAR-DTUTIL
               MOVE LK-DIAS-ABSOLUTOS TO WS-ABS-FIM-MES

               IF WS-ABS-FIM-MES < WS-ABS-FINAL
                   MOVE WS-ABS-FIM-MES TO WS-ABS-LIMITE-MES
               ELSE
                   MOVE WS-ABS-FINAL   TO WS-ABS-LIMITE-MES
               END-IF

               COMPUTE WS-DIAS-CORRIDOS-MES =
                   WS-ABS-LIMITE-MES - WS-ABS-CORTE-ANTERIOR
               IF MST-TIPO-CALCULO = 'U'
                   PERFORM 320-CONTAR-DIAS-UTEIS-MES
               END-IF
               PERFORM 330-DESCONTAR-PARALISACOES-MES

               ADD 1 TO WS-QTD-MESES
               MOVE WS-ANO-COMPETENCIA TO MES-ANO(WS-QTD-MESES)
               MOVE WS-MES-COMPETENCIA TO MES-MES(WS-QTD-MESES)
               MOVE 0 TO MES-VALOR(WS-QTD-MESES)
               IF MST-TIPO-CALCULO = 'U'
                   MOVE WS-DIAS-UTEIS-MES TO MES-DIAS(WS-QTD-MESES)
               ELSE
                   MOVE WS-DIAS-CORRIDOS-MES TO MES-DIAS(WS-QTD-MESES)
               END-IF
               ADD MES-DIAS(WS-QTD-MESES) TO WS-DIAS-RECONTADOS

               MOVE WS-ABS-LIMITE-MES TO WS-ABS-CORTE-ANTERIOR
               IF WS-MES-COMPETENCIA = 12
                   MOVE 1 TO WS-MES-COMPETENCIA
                   ADD 1 TO WS-ANO-COMPETENCIA
               ELSE
                   ADD 1 TO WS-MES-COMPETENCIA
               END-IF
           END-IF.

      *================================================================
      * 320 - DIAS UTEIS DA FATIA (CORTE ANTERIOR, LIMITE DO MES]:
      *       SEMANAS COMPLETAS X 5, MAIS OS ATE 6 DIAS RESTANTES
      *       CLASSIFICADOS PELO DIA DA SEMANA, MENOS OS FERIADOS EM
      *       DIA DE SEMANA DO CALENDARIO DA REGIAO - A MESMA
      *       CONTA DO 420/425 DO 04UNISYS, FEITA POR MES
      *================================================================
       320-CONTAR-DIAS-UTEIS-MES.
           COMPUTE WS-SOMA-DOW = WS-DOW-INICIAL
               + (WS-ABS-CORTE-ANTERIOR - WS-ABS-INICIAL).
           DIVIDE WS-SOMA-DOW BY 7
               GIVING WS-QUOCIENTE
               REMAINDER WS-DOW-CORTE.

           DIVIDE WS-DIAS-CORRIDOS-MES BY 7
               GIVING WS-SEMANAS-COMPLETAS
               REMAINDER WS-RESTO-DIAS.
           COMPUTE WS-DIAS-UTEIS-MES = WS-SEMANAS-COMPLETAS * 5.

           PERFORM VARYING WS-DIA-EXTRA FROM 1 BY 1
                   UNTIL WS-DIA-EXTRA > WS-RESTO-DIAS
               COMPUTE WS-SOMA-DOW = WS-DOW-CORTE + WS-DIA-EXTRA
               DIVIDE WS-SOMA-DOW BY 7
                   GIVING WS-QUOCIENTE
                   REMAINDER WS-DOW-EXTRA
               IF (WS-DOW-EXTRA NOT = 0) AND (WS-DOW-EXTRA NOT = 6)
                   ADD 1 TO WS-DIAS-UTEIS-MES
               END-IF
           END-PERFORM.

           PERFORM 325-DESCONTAR-FERIADOS-MES.

      *    TABELA ORDENADA POR DIA ABSOLUTO: A VARREDURA PARA NO
      *    PRIMEIRO FERIADO ALEM DO LIMITE DO MES; DUAS ENTRADAS NA
      *    MESMA DATA (NACIONAL + REGIONAL) DESCONTAM UM DIA SO
       325-DESCONTAR-FERIADOS-MES.
           MOVE 0 TO WS-ULTIMO-ABS-USADO.
           MOVE 'N' TO WS-FIM-BUSCA-FERIADO.
           PERFORM VARYING IDX-FERIADO FROM 1 BY 1
                   UNTIL (IDX-FERIADO > WS-QTD-FERIADOS)
                      OR BUSCA-FERIADO-ENCERRADA
               IF FER-DIA-ABS(IDX-FERIADO) > WS-ABS-LIMITE-MES
                   MOVE 'S' TO WS-FIM-BUSCA-FERIADO
               ELSE
                   IF (FER-DIA-ABS(IDX-FERIADO) >
                           WS-ABS-CORTE-ANTERIOR)
                      AND (FER-DIA-SEMANA(IDX-FERIADO) NOT = 0)
                      AND (FER-DIA-SEMANA(IDX-FERIADO) NOT = 6)
                      AND (FER-DIA-ABS(IDX-FERIADO) NOT =
                           WS-ULTIMO-ABS-USADO)
                      AND ((FER-REGIAO(IDX-FERIADO) = 'NAC')
                           OR (FER-REGIAO(IDX-FERIADO) = SPACES)
                           OR (FER-REGIAO(IDX-FERIADO) = MST-REGIAO))
                       SUBTRACT 1 FROM WS-DIAS-UTEIS-MES
                       MOVE FER-DIA-ABS(IDX-FERIADO)
                           TO WS-ULTIMO-ABS-USADO
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================
      * 330 - TIRA DA FATIA (CORTE ANTERIOR, LIMITE DO MES] OS DIAS
      *       PARADOS DO CONTRATO, COMO NO 422 DO 04UNISYS: CADA DIA
      *       PARADO SAI DOS CORRIDOS; NO TIPO 'U' SAI TAMBEM DOS
      *       UTEIS QUANDO E DIA DE SEMANA QUE NAO E FERIADO DA
      *       REGIAO (O FERIADO JA SAIU EM 325)
      *================================================================
       330-DESCONTAR-PARALISACOES-MES.
           PERFORM VARYING IDX-PARALISACAO FROM 1 BY 1
                   UNTIL IDX-PARALISACAO > WS-QTD-PARALISACOES
               IF TPR-INICIO-ABS(IDX-PARALISACAO) >
                       WS-ABS-CORTE-ANTERIOR
                   MOVE TPR-INICIO-ABS(IDX-PARALISACAO)
                       TO WS-PARAL-DIA-DE
               ELSE
                   COMPUTE WS-PARAL-DIA-DE =
                       WS-ABS-CORTE-ANTERIOR + 1
               END-IF
               IF TPR-FIM-ABS(IDX-PARALISACAO) < WS-ABS-LIMITE-MES
                   MOVE TPR-FIM-ABS(IDX-PARALISACAO)
                       TO WS-PARAL-DIA-ATE
               ELSE
                   MOVE WS-ABS-LIMITE-MES TO WS-PARAL-DIA-ATE
               END-IF
               IF WS-PARAL-DIA-DE <= WS-PARAL-DIA-ATE
                   COMPUTE WS-DIAS-CORRIDOS-MES =
                       WS-DIAS-CORRIDOS-MES
                       - (WS-PARAL-DIA-ATE - WS-PARAL-DIA-DE + 1)
                   IF MST-TIPO-CALCULO = 'U'
                       PERFORM 331-DESCONTAR-DIA-UTIL-PARADO
                           VARYING WS-DIA-PARADO
                           FROM WS-PARAL-DIA-DE BY 1
                           UNTIL WS-DIA-PARADO > WS-PARAL-DIA-ATE
                   ELSE
                       COMPUTE WS-TOTAL-DIAS-PARADOS =
                           WS-TOTAL-DIAS-PARADOS
                           + (WS-PARAL-DIA-ATE - WS-PARAL-DIA-DE + 1)
                   END-IF
               END-IF
           END-PERFORM.

       331-DESCONTAR-DIA-UTIL-PARADO.
           COMPUTE WS-SOMA-DOW = WS-DOW-INICIAL
               + (WS-DIA-PARADO - WS-ABS-INICIAL).
           DIVIDE WS-SOMA-DOW BY 7
               GIVING WS-QUOCIENTE
               REMAINDER WS-DOW-PARADO.
           IF (WS-DOW-PARADO NOT = 0) AND (WS-DOW-PARADO NOT = 6)
               PERFORM 332-VERIFICAR-FERIADO-ABS
               IF NOT DIA-E-FERIADO
                   SUBTRACT 1 FROM WS-DIAS-UTEIS-MES
                   ADD 1 TO WS-TOTAL-DIAS-PARADOS
               END-IF
           END-IF.

      *    FERIADO DA REGIAO NO DIA ABSOLUTO WS-DIA-PARADO (MESMO
      *    CRITERIO DE 325, PELA TABELA ORDENADA)
       332-VERIFICAR-FERIADO-ABS.
           MOVE 'N' TO WS-EH-FERIADO.
           MOVE 'N' TO WS-FIM-BUSCA-FERIADO.
           PERFORM VARYING IDX-FERIADO FROM 1 BY 1
                   UNTIL (IDX-FERIADO > WS-QTD-FERIADOS)
                      OR BUSCA-FERIADO-ENCERRADA
                      OR DIA-E-FERIADO
               IF FER-DIA-ABS(IDX-FERIADO) > WS-DIA-PARADO
                   MOVE 'S' TO WS-FIM-BUSCA-FERIADO
               ELSE
                   IF (FER-DIA-ABS(IDX-FERIADO) = WS-DIA-PARADO)
                      AND ((FER-REGIAO(IDX-FERIADO) = 'NAC')
                           OR (FER-REGIAO(IDX-FERIADO) = SPACES)
                           OR (FER-REGIAO(IDX-FERIADO) = MST-REGIAO))
                       MOVE 'S' TO WS-EH-FERIADO
                   END-IF
               END-IF
           END-PERFORM.

      *================================================================
      * 400 - RATEIO: VALOR FATURAVEL DO MESTRE (COMO NO 427 DO
      *       04UNISYS) X DIAS DO MES / DIAS RECONTADOS DO PERIODO;
      *       O ULTIMO MES COM DIAS (OU O ULTIMO MES, SE NENHUM TEM)
      *       RECEBE O RESIDUO DO ARREDONDAMENTO
      *================================================================
       400-RATEAR-VALOR.
           IF MST-TIPO-CALCULO = 'U'
               MOVE MST-DIFERENCA-UTEIS TO WS-DIAS-MESTRE
           ELSE
               MOVE MST-DIFERENCA-DIAS  TO WS-DIAS-MESTRE
           END-IF.
           COMPUTE WS-VALOR-FATURAVEL =
               WS-DIAS-MESTRE * MST-VALOR-DIARIA.

           MOVE WS-QTD-MESES TO WS-MES-RESIDUO.
           PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > WS-QTD-MESES
               IF MES-DIAS(IDX-MES) > 0
                   SET WS-MES-RESIDUO TO IDX-MES
               END-IF
           END-PERFORM.

           MOVE WS-VALOR-FATURAVEL TO WS-VALOR-RESTANTE.
           PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > WS-QTD-MESES
               IF (MES-DIAS(IDX-MES) > 0)
                       AND (IDX-MES NOT = WS-MES-RESIDUO)
                   COMPUTE MES-VALOR(IDX-MES) ROUNDED =
                       WS-VALOR-FATURAVEL * MES-DIAS(IDX-MES)
                       / WS-DIAS-RECONTADOS
                   SUBTRACT MES-VALOR(IDX-MES) FROM WS-VALOR-RESTANTE
               END-IF
           END-PERFORM.
           MOVE WS-VALOR-RESTANTE TO MES-VALOR(WS-MES-RESIDUO).

           MOVE 0 TO WS-SOMA-PARCELAS.
           PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > WS-QTD-MESES
               ADD MES-VALOR(IDX-MES) TO WS-SOMA-PARCELAS
           END-PERFORM.

           ADD 1 TO WS-QTD-APROPRIADOS.
           ADD WS-VALOR-FATURAVEL TO WS-TOTAL-FATURAVEL.
           ADD WS-SOMA-PARCELAS   TO WS-TOTAL-PARCELAS.
           IF WS-DIAS-RECONTADOS NOT = WS-DIAS-MESTRE
               ADD 1 TO WS-QTD-DIVERGENTES
           END-IF.
           IF WS-VALOR-FATURAVEL = 0
               ADD 1 TO WS-QTD-SEM-VALOR
           END-IF.

      *================================================================
      * 450 - PARCELAS COM VALOR VAO PARA A INTERFACE (SO A DA
      *       COMPETENCIA DO CARTAO, QUANDO INFORMADA)
      *================================================================
       450-GRAVAR-PARCELAS.
           PERFORM VARYING IDX-MES FROM 1 BY 1
                   UNTIL IDX-MES > WS-QTD-MESES
               IF MES-VALOR(IDX-MES) > 0
                   IF (NOT COMPETENCIA-UNICA)
                      OR ((MES-ANO(IDX-MES) = WS-ANO-SELECIONADO)
                      AND (MES-MES(IDX-MES) = WS-MES-SELECIONADO))
                       PERFORM 460-GRAVAR-UMA-PARCELA
                   END-IF
               END-IF
           END-PERFORM.

       460-GRAVAR-UMA-PARCELA.
           MOVE SPACES TO REG-COMPETENCIA.
           MOVE 'D' TO CMP-TIPO-REGISTRO.
           MOVE MST-CONTRATO-ID     TO CMP-CONTRATO-ID.
           MOVE MST-REGIAO          TO CMP-REGIAO.
           MOVE MES-ANO(IDX-MES)    TO CMP-ANO-COMPETENCIA.
           MOVE MES-MES(IDX-MES)    TO CMP-MES-COMPETENCIA.
           MOVE MST-TIPO-CALCULO    TO CMP-TIPO-CALCULO.
           MOVE MES-DIAS(IDX-MES)   TO CMP-DIAS-COMPETENCIA.
           MOVE WS-DIAS-RECONTADOS  TO CMP-DIAS-PERIODO.
           MOVE MST-VALOR-DIARIA    TO CMP-VALOR-DIARIA.
           MOVE MES-VALOR(IDX-MES)  TO CMP-VALOR-COMPETENCIA.
           PERFORM 520-GRAVAR-INTERFACE.

           ADD 1 TO WS-QTD-DETALHES.
           ADD MES-VALOR(IDX-MES) TO WS-TOTAL-INTERFACE.
           PERFORM 465-ACUMULAR-REGIAO.

       465-ACUMULAR-REGIAO.
           MOVE 'N' TO WS-REGIAO-ACHADA.
           PERFORM VARYING IDX-REGIAO FROM 1 BY 1
                   UNTIL (IDX-REGIAO > WS-QTD-REGIOES)
                      OR REGIAO-ACHADA
               IF RGT-REGIAO(IDX-REGIAO) = MST-REGIAO
                   MOVE 'S' TO WS-REGIAO-ACHADA
                   ADD 1 TO RGT-QTD(IDX-REGIAO)
                   ADD MES-VALOR(IDX-MES) TO RGT-VALOR(IDX-REGIAO)
               END-IF
           END-PERFORM.
           IF NOT REGIAO-ACHADA
               IF WS-QTD-REGIOES >= 200
                   DISPLAY "04COMPET - TABELA DE REGIOES CHEIA (200) "
                           "- ABEND"
                   PERFORM 910-ABENDAR-JOB
               END-IF
               ADD 1 TO WS-QTD-REGIOES
               MOVE MST-REGIAO TO RGT-REGIAO(WS-QTD-REGIOES)
               MOVE 1 TO RGT-QTD(WS-QTD-REGIOES)
               MOVE MES-VALOR(IDX-MES) TO RGT-VALOR(WS-QTD-REGIOES)
           END-IF.

      *================================================================
      * 470 - LINHA DE CONCILIACAO DO CONTRATO: DIAS DO MESTRE X
      *       RECONTADOS, VALOR FATURAVEL X SOMA DAS PARCELAS
      *================================================================
       470-IMPRIMIR-CONCILIACAO.
           MOVE WS-VALOR-FATURAVEL TO WS-VALOR-EDITADO.
           MOVE WS-SOMA-PARCELAS   TO WS-SOMA-EDITADA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING MST-CONTRATO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MST-REGIAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MST-TIPO-CALCULO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DIA-MST-INICIAL DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MES-MST-INICIAL DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ANO-MST-INICIAL DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  DIA-MST-FINAL DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MES-MST-FINAL DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ANO-MST-FINAL DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-DIAS-MESTRE DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-DIAS-RECONTADOS DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-QTD-MESES DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SOMA-EDITADA DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           EVALUATE TRUE
             WHEN WS-DIAS-RECONTADOS NOT = WS-DIAS-MESTRE
               MOVE "RECONTAGEM DIVERGE" TO LINHA-RELATORIO(98:19)
             WHEN WS-VALOR-FATURAVEL = 0
               MOVE "SEM VALOR" TO LINHA-RELATORIO(98:19)
             WHEN OTHER
               MOVE "CONCILIADO" TO LINHA-RELATORIO(98:19)
           END-EVALUATE.
           PERFORM 500-GRAVAR-LINHA.

       480-IMPRIMIR-INVALIDO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING MST-CONTRATO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MST-REGIAO DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MST-TIPO-CALCULO DELIMITED BY SIZE
                  "  *** NAO APROPRIADO: " DELIMITED BY SIZE
                  WS-MOTIVO-INVALIDO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

       500-GRAVAR-LINHA.
           WRITE LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04COMPET - FALHA NA GRAVACAO DE "
                       "RELATORIO-OUT, FS=" WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

       520-GRAVAR-INTERFACE.
           WRITE REG-COMPETENCIA.
           IF WS-FS-COMPETENCIA NOT = "00"
               DISPLAY "04COMPET - FALHA NA GRAVACAO DE "
                       "COMPETENCIA-OUT, FS=" WS-FS-COMPETENCIA
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 600 - TOTAIS POR REGIAO (EM ORDEM DE CODIGO) E TRAILER DE
      *       CONTROLE DA INTERFACE, ESPELHADOS NO RELATORIO
      *================================================================
       600-GRAVAR-TOTAIS-INTERFACE.
           IF WS-QTD-REGIOES > 1
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
                       UNTIL WS-SUB-I >= WS-QTD-REGIOES
                   PERFORM VARYING WS-SUB-J FROM 1 BY 1
                           UNTIL WS-SUB-J > (WS-QTD-REGIOES - WS-SUB-I)
                       IF RGT-REGIAO(WS-SUB-J) >
                               RGT-REGIAO(WS-SUB-J + 1)
                           MOVE OCORRENCIA-REGIAO(WS-SUB-J)
                               TO WS-REGIAO-TROCA
                           MOVE OCORRENCIA-REGIAO(WS-SUB-J + 1)
                               TO OCORRENCIA-REGIAO(WS-SUB-J)
                           MOVE WS-REGIAO-TROCA
                               TO OCORRENCIA-REGIAO(WS-SUB-J + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "TOTAIS DA INTERFACE POR REGIAO" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           PERFORM VARYING IDX-REGIAO FROM 1 BY 1
                   UNTIL IDX-REGIAO > WS-QTD-REGIOES
               MOVE SPACES TO REG-COMPETENCIA
               MOVE 'R' TO CMP-TIPO-REGISTRO
               MOVE RGT-REGIAO(IDX-REGIAO) TO CMP-TOT-REGIAO
               MOVE RGT-QTD(IDX-REGIAO)    TO CMP-TOT-QTD-DETALHES
               MOVE RGT-VALOR(IDX-REGIAO)  TO CMP-TOT-VALOR
               PERFORM 520-GRAVAR-INTERFACE

               MOVE RGT-VALOR(IDX-REGIAO) TO WS-TOTAL-EDITADO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "REGIAO " DELIMITED BY SIZE
                      RGT-REGIAO(IDX-REGIAO) DELIMITED BY SIZE
                      "  PARCELAS: " DELIMITED BY SIZE
                      RGT-QTD(IDX-REGIAO) DELIMITED BY SIZE
                      "  VALOR: " DELIMITED BY SIZE
                      WS-TOTAL-EDITADO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
           END-PERFORM.

           MOVE SPACES TO REG-COMPETENCIA.
           MOVE 'T' TO CMP-TIPO-REGISTRO.
           MOVE WS-QTD-DETALHES    TO CMP-TRL-QTD-DETALHES.
           MOVE WS-QTD-REGIOES     TO CMP-TRL-QTD-REGIOES.
           MOVE WS-TOTAL-INTERFACE TO CMP-TRL-VALOR-TOTAL.
           PERFORM 520-GRAVAR-INTERFACE.

      *================================================================
      * 900 - CONCILIACAO GERAL, FECHAMENTO E RETURN-CODE
      *================================================================
       900-FINALIZAR.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS NO MESTRE .......: " DELIMITED BY SIZE
                  WS-QTD-MESTRES-LIDOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS APROPRIADOS .....: " DELIMITED BY SIZE
                  WS-QTD-APROPRIADOS DELIMITED BY SIZE
                  "   SEM VALOR: " DELIMITED BY SIZE
                  WS-QTD-SEM-VALOR DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RECONTAGEM DIVERGENTE .....: " DELIMITED BY SIZE
                  WS-QTD-DIVERGENTES DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "NAO APROPRIADOS (INVALIDOS): " DELIMITED BY SIZE
                  WS-QTD-INVALIDOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS COM PARALISACAO .: " DELIMITED BY SIZE
                  WS-QTD-COM-PARALISACAO DELIMITED BY SIZE
                  "   DIAS PARADOS FORA DO RATEIO: " DELIMITED BY SIZE
                  WS-TOTAL-DIAS-PARADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE WS-TOTAL-FATURAVEL TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VALOR FATURAVEL TOTAL .....: " DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE WS-TOTAL-PARCELAS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SOMA DE TODAS AS PARCELAS .: " DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE WS-TOTAL-INTERFACE TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ENVIADO NA INTERFACE ......: " DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
                  "   PARCELAS: " DELIMITED BY SIZE
                  WS-QTD-DETALHES DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           CLOSE MESTRE-IN.
           CLOSE PARALISACOES-IN.
           CLOSE COMPETENCIA-OUT.
           CLOSE RELATORIO-OUT.

           DISPLAY "04COMPET - CONTRATOS: " WS-QTD-MESTRES-LIDOS
                   "  APROPRIADOS: " WS-QTD-APROPRIADOS
                   "  DIVERGENTES: " WS-QTD-DIVERGENTES
                   "  INVALIDOS: " WS-QTD-INVALIDOS
                   "  PARCELAS: " WS-QTD-DETALHES.

           IF (WS-QTD-INVALIDOS > 0)
                   OR (WS-QTD-DIVERGENTES > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================
      * 910 - ENCERRA O JOB EM ERRO FATAL DE ARQUIVO OU CARTAO
      *================================================================
       910-ABENDAR-JOB.
           CLOSE MESTRE-IN.
           CLOSE PARALISACOES-IN.
           CLOSE FERIADOS-IN.
           CLOSE CARTOES-IN.
           CLOSE COMPETENCIA-OUT.
           CLOSE RELATORIO-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM 04COMPET.
