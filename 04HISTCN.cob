       IDENTIFICATION DIVISION.
       PROGRAM-ID. 04HISTCN.
      *================================================================
      *  CONSULTA DO HISTORICO DE VERSOES DE CONTRATOS: RECONSTROI,
      *  A PARTIR DO ARQUIVO DE VERSOES SUBSTITUIDAS (CTHIST) E DO
      *  REGISTRO ATUAL DO CADASTRO MESTRE (CTMEST), A LINHA DO
      *  TEMPO COMPLETA DE UM CONTRATO E RESPONDE "COMO ESTAVA O
      *  CONTRATO X NA DATA D" - REGIAO, DIARIA, PRAZO, CONVENCAO DE
      *  AJUSTE E RESULTADOS VIGENTES NAQUELE DIA, QUE A TRILHA DE
      *  AUDITORIA (CTLOG) NAO GUARDA. ATENDE AS CONTESTACOES DE
      *  CLIENTE E DO FATURAMENTO SOBRE CONDICOES PASSADAS.
      *
      *  CARTOES DE REQUISICAO (CARDIN):
      *    CONTRATO=XXXXXXXXXX  - SELECIONA O CONTRATO E IMPRIME A
      *                           LINHA DO TEMPO DE TODAS AS VERSOES
      *                           (HISTORICO + VERSAO ATUAL)
      *    POSICAO-EM=DDMMAAAA  - IMPRIME A VERSAO DO CONTRATO
      *                           SELECIONADO VIGENTE NA DATA (PODE
      *                           HAVER VARIOS APOS UM CONTRATO=)
      *
      *  UMA VERSAO VALE DE SUA DATA DE ATUALIZACAO ATE A VESPERA DA
      *  DATA DE SUBSTITUICAO CARIMBADA NO HISTORICO; A VERSAO ATUAL
      *  DO MESTRE VALE DE SUA DATA DE ATUALIZACAO EM DIANTE. UM
      *  REGISTRO LEGADO SEM DATA DE ATUALIZACAO VALE DESDE SEMPRE.
      *
      *  RETURN-CODE: 0 TUDO ATENDIDO; 4 HOUVE CONTRATO SEM NENHUMA
      *  VERSAO OU DATA SEM VERSAO VIGENTE; 16 ERRO FATAL.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-IN ASSIGN TO "HISTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT MESTRE-ARQ ASSIGN TO "MASTERDD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CONTRATO-ID
               FILE STATUS IS WS-FS-MESTRE.

           SELECT CARTOES-IN ASSIGN TO "CARDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTOES.

           SELECT RELATORIO-OUT ASSIGN TO "RELHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORICO-IN.
           COPY CTHIST.

       FD  MESTRE-ARQ.
           COPY CTMEST.

       FD  CARTOES-IN.
       01  REG-CARTAO               PIC X(80).

       FD  RELATORIO-OUT.
       01  LINHA-RELATORIO          PIC X(132).

       WORKING-STORAGE SECTION.
      *--- status dos arquivos ---------------------------------------
       01 WS-FS-HISTORICO       PIC X(02).
       01 WS-FS-MESTRE          PIC X(02).
       01 WS-FS-CARTOES         PIC X(02).
       01 WS-FS-RELATORIO       PIC X(02).

       01 WS-EOF-HISTORICO      PIC X(01) VALUE 'N'.
         88 FIM-HISTORICO         VALUE 'S'.
       01 WS-EOF-CARTOES        PIC X(01) VALUE 'N'.
         88 FIM-CARTOES           VALUE 'S'.
       01 WS-MESTRE-DISPONIVEL  PIC X(01) VALUE 'S'.
         88 MESTRE-DISPONIVEL     VALUE 'S'.
       01 WS-HISTORICO-DISPONIVEL PIC X(01) VALUE 'S'.
         88 HISTORICO-DISPONIVEL  VALUE 'S'.

       01 WS-DATA-HORA-EXECUCAO PIC X(26).

      *--- contrato selecionado (CONTRATO=) e suas versoes ------------
       01 WS-CONTRATO-SELECIONADO PIC X(10) VALUE SPACES.
       01 WS-MESTRE-ACHADO      PIC X(01) VALUE 'N'.
         88 MESTRE-ACHADO         VALUE 'S'.
       01 WS-INICIO-ATUAL-AMD   PIC X(08).
       01 WS-QTD-VERSOES        PIC 9(04) VALUE 0.
       01 TABELA-VERSOES.
           03 OCORRENCIA-VERSAO OCCURS 500 TIMES
                                 INDEXED BY IDX-VERSAO.
               05 VER-REGISTRO   PIC X(134).
               05 VER-INICIO-AMD PIC X(08).
               05 VER-FIM-AMD    PIC X(08).

      *--- espelho local do layout CTHIST, p/ imprimir uma versao -----
      *--- DA TABELA OU O REGISTRO ATUAL DO MESTRE --------------------
       01 VERSAO-TRABALHO.
           03 VT-DATA-HORA          PIC X(26).
           03 VT-JOB-ID             PIC X(08).
           03 VT-OPERADOR-ID        PIC X(08).
           03 VT-ACAO               PIC X(01).
           03 VT-DATA-SUBSTITUICAO  PIC X(08).
           03 VT-IMAGEM-MESTRE.
             04 VT-CONTRATO-ID      PIC X(10).
             04 VT-DATA-INICIAL     PIC X(08).
             04 VT-DATA-FINAL       PIC X(08).
             04 VT-TIPO-CALCULO     PIC X(01).
             04 VT-PRAZO-CONTRATO   PIC 9(05).
             04 VT-REGIAO           PIC X(03).
             04 VT-VALOR-DIARIA     PIC 9(07)V99.
             04 VT-AJUSTE-FINAL     PIC X(01).
             04 VT-DIFERENCA-DIAS   PIC 9(05).
             04 VT-DIFERENCA-UTEIS  PIC 9(05).
             04 VT-DATA-ATUALIZACAO PIC X(08).
             04 VT-INDICE-REAJUSTE  PIC X(06).
             04 VT-RENOVACAO-AUTOMATICA PIC X(01).
             04 VT-PRAZO-RENOVACAO  PIC 9(05).
             04 VT-DATA-BASE-REAJUSTE PIC X(08).

      *--- apoio da consulta por data (POSICAO-EM=) -------------------
       01 WS-DATA-POSICAO       PIC X(08).
       01 WS-DATA-POSICAO-AMD   PIC X(08).
       01 WS-DATA-DDMMAAAA      PIC X(08).
       01 WS-DATA-AMD           PIC X(08).
       01 WS-VERSAO-VIGENTE     PIC 9(04).
       01 WS-NUMERO-VERSAO      PIC 9(04).

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

      *--- edicao de valores monetarios no relatorio ------------------
       01 WS-VALOR-EDITADO      PIC 9(07).9(02).

      *--- totais -----------------------------------------------------
       01 WS-QTD-CONTRATOS      PIC 9(05) VALUE 0.
       01 WS-QTD-SEM-VERSAO     PIC 9(05) VALUE 0.
       01 WS-QTD-POSICOES       PIC 9(05) VALUE 0.
       01 WS-QTD-SEM-VIGENCIA   PIC 9(05) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INICIALIZAR.
           PERFORM 100-PROCESSAR-CARTOES
               UNTIL FIM-CARTOES.
           PERFORM 900-FINALIZAR.
           STOP RUN.

      *================================================================
      * 000 - ABERTURA DE ARQUIVOS E CABECALHO DO RELATORIO. O
      *       HISTORICO E RELIDO A CADA CONTRATO= (ABERTO EM 200);
      *       AQUI SO SE CONFERE SE ELE EXISTE
      *================================================================
       000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO.

           OPEN INPUT HISTORICO-IN.
           IF WS-FS-HISTORICO = "35"
               DISPLAY "04HISTCN - AVISO: HISTIN NAO ENCONTRADO, "
                       "SO A VERSAO ATUAL DO MESTRE SERA MOSTRADA"
               MOVE 'N' TO WS-HISTORICO-DISPONIVEL
           ELSE
               IF WS-FS-HISTORICO NOT = "00"
                   DISPLAY "04HISTCN - FALHA AO ABRIR HISTORICO-IN, FS="
                           WS-FS-HISTORICO
                   PERFORM 910-ABENDAR-JOB
               END-IF
               CLOSE HISTORICO-IN
           END-IF.

           OPEN INPUT MESTRE-ARQ.
           IF WS-FS-MESTRE = "35"
               DISPLAY "04HISTCN - AVISO: MASTERDD NAO ENCONTRADO, "
                       "SO O HISTORICO SERA MOSTRADO"
               MOVE 'N' TO WS-MESTRE-DISPONIVEL
           ELSE
               IF WS-FS-MESTRE NOT = "00"
                   DISPLAY "04HISTCN - FALHA AO ABRIR MESTRE-ARQ, FS="
                           WS-FS-MESTRE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT CARTOES-IN.
           IF WS-FS-CARTOES NOT = "00"
               DISPLAY "04HISTCN - FALHA AO ABRIR CARTOES-IN, FS="
                       WS-FS-CARTOES
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN OUTPUT RELATORIO-OUT.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04HISTCN - FALHA AO ABRIR RELATORIO-OUT, FS="
                       WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "HISTORICO DE VERSOES DE CONTRATOS - 04HISTCN"
                   DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXECUTADO EM " DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(11:2) DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           PERFORM 110-LER-PROXIMO-CARTAO.

       110-LER-PROXIMO-CARTAO.
           READ CARTOES-IN
               AT END MOVE 'S' TO WS-EOF-CARTOES
           END-READ.
           IF (WS-FS-CARTOES NOT = "00")
                   AND (WS-FS-CARTOES NOT = "10")
               DISPLAY "04HISTCN - FALHA NA LEITURA DE CARTOES-IN, "
                       "FS=" WS-FS-CARTOES
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 100 - INTERPRETA UM CARTAO DE REQUISICAO
      *================================================================
       100-PROCESSAR-CARTOES.
           EVALUATE TRUE
             WHEN REG-CARTAO(1:9) = "CONTRATO="
               MOVE REG-CARTAO(10:10) TO WS-CONTRATO-SELECIONADO
               PERFORM 200-CONSULTAR-CONTRATO
             WHEN REG-CARTAO(1:11) = "POSICAO-EM="
               IF WS-CONTRATO-SELECIONADO = SPACES
                   DISPLAY "04HISTCN - POSICAO-EM= SEM CARTAO "
                           "CONTRATO= ANTERIOR - ABEND"
                   PERFORM 910-ABENDAR-JOB
               END-IF
               MOVE REG-CARTAO(12:8) TO WS-DATA-POSICAO
               PERFORM 300-CONSULTAR-POSICAO
             WHEN REG-CARTAO(1:1) = "*"
               CONTINUE
             WHEN REG-CARTAO = SPACES
               CONTINUE
             WHEN OTHER
               DISPLAY "04HISTCN - CARTAO DE REQUISICAO NAO "
                       "RECONHECIDO: " REG-CARTAO(1:24)
               PERFORM 910-ABENDAR-JOB
           END-EVALUATE.

           PERFORM 110-LER-PROXIMO-CARTAO.

      *================================================================
      * 200 - CONTRATO=: CARREGA EM MEMORIA AS VERSOES SUBSTITUIDAS DO
      *       CONTRATO (VARREDURA DO HISTORICO, QUE JA ESTA EM ORDEM
      *       CRONOLOGICA), LE A VERSAO ATUAL NO MESTRE E IMPRIME A
      *       LINHA DO TEMPO
      *================================================================
       200-CONSULTAR-CONTRATO.
           ADD 1 TO WS-QTD-CONTRATOS.
           MOVE 0 TO WS-QTD-VERSOES.
           IF HISTORICO-DISPONIVEL
               PERFORM 210-CARREGAR-VERSOES
           END-IF.

           MOVE 'N' TO WS-MESTRE-ACHADO.
           IF MESTRE-DISPONIVEL
               MOVE WS-CONTRATO-SELECIONADO TO MST-CONTRATO-ID
               PERFORM 150-LER-MESTRE-POR-CHAVE
           END-IF.
           IF MESTRE-ACHADO
               MOVE MST-DATA-ATUALIZACAO TO WS-DATA-DDMMAAAA
               PERFORM 250-CONVERTER-DATA-AMD
               MOVE WS-DATA-AMD TO WS-INICIO-ATUAL-AMD
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LINHA DO TEMPO DO CONTRATO " DELIMITED BY SIZE
                  WS-CONTRATO-SELECIONADO DELIMITED BY SIZE
                  "  (" DELIMITED BY SIZE
                  WS-QTD-VERSOES DELIMITED BY SIZE
                  " VERSOES SUBSTITUIDAS)" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           IF (WS-QTD-VERSOES = 0) AND (NOT MESTRE-ACHADO)
               ADD 1 TO WS-QTD-SEM-VERSAO
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  *** CONTRATO SEM NENHUMA VERSAO NO HISTORICO "
                      DELIMITED BY SIZE
                      "NEM NO CADASTRO MESTRE ***" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
           ELSE
               PERFORM VARYING IDX-VERSAO FROM 1 BY 1
                       UNTIL IDX-VERSAO > WS-QTD-VERSOES
                   SET WS-NUMERO-VERSAO TO IDX-VERSAO
                   PERFORM 230-IMPRIMIR-VERSAO-HISTORICO
               END-PERFORM
               PERFORM 240-IMPRIMIR-VERSAO-ATUAL
           END-IF.

       210-CARREGAR-VERSOES.
           OPEN INPUT HISTORICO-IN.
           IF WS-FS-HISTORICO NOT = "00"
               DISPLAY "04HISTCN - FALHA AO ABRIR HISTORICO-IN, FS="
                       WS-FS-HISTORICO
               PERFORM 910-ABENDAR-JOB
           END-IF.
           MOVE 'N' TO WS-EOF-HISTORICO.
           PERFORM 220-LER-PROXIMO-HISTORICO.
           PERFORM UNTIL FIM-HISTORICO
               IF HST-CONTRATO-ID = WS-CONTRATO-SELECIONADO
                   PERFORM 215-GUARDAR-VERSAO
               END-IF
               PERFORM 220-LER-PROXIMO-HISTORICO
           END-PERFORM.
           CLOSE HISTORICO-IN.

      *    O INICIO DA VIGENCIA E A DATA DE ATUALIZACAO DA PROPRIA
      *    IMAGEM; O FIM (EXCLUSIVO) E A DATA DE SUBSTITUICAO. AS DUAS
      *    FICAM EM AAAAMMDD PARA A COMPARACAO SER DE TEXTO SIMPLES
       215-GUARDAR-VERSAO.
           IF WS-QTD-VERSOES >= 500
               DISPLAY "04HISTCN - TABELA DE VERSOES CHEIA (500) "
                       "PARA O CONTRATO " WS-CONTRATO-SELECIONADO
                       " - ABEND"
               PERFORM 910-ABENDAR-JOB
           END-IF.
           ADD 1 TO WS-QTD-VERSOES.
           MOVE REG-HISTORICO TO VER-REGISTRO(WS-QTD-VERSOES).
           MOVE HST-DATA-ATUALIZACAO TO WS-DATA-DDMMAAAA.
           PERFORM 250-CONVERTER-DATA-AMD.
           MOVE WS-DATA-AMD TO VER-INICIO-AMD(WS-QTD-VERSOES).
           MOVE HST-DATA-SUBSTITUICAO TO WS-DATA-DDMMAAAA.
           PERFORM 250-CONVERTER-DATA-AMD.
           MOVE WS-DATA-AMD TO VER-FIM-AMD(WS-QTD-VERSOES).

       220-LER-PROXIMO-HISTORICO.
           READ HISTORICO-IN
               AT END MOVE 'S' TO WS-EOF-HISTORICO
           END-READ.
           IF (WS-FS-HISTORICO NOT = "00")
                   AND (WS-FS-HISTORICO NOT = "10")
               DISPLAY "04HISTCN - FALHA NA LEITURA DE HISTORICO-IN, "
                       "FS=" WS-FS-HISTORICO
               PERFORM 910-ABENDAR-JOB
           END-IF.

       150-LER-MESTRE-POR-CHAVE.
           MOVE 'N' TO WS-MESTRE-ACHADO.
           READ MESTRE-ARQ
           EVALUATE WS-FS-MESTRE
             WHEN "00"
               MOVE 'S' TO WS-MESTRE-ACHADO
             WHEN "23"
               CONTINUE
             WHEN OTHER
               DISPLAY "04HISTCN - FALHA NA LEITURA DE MESTRE-ARQ, "
                       "FS=" WS-FS-MESTRE
               PERFORM 910-ABENDAR-JOB
           END-EVALUATE.

      *================================================================
      * 230 - UMA VERSAO SUBSTITUIDA: PERIODO DE VIGENCIA, QUEM A
      *       SUBSTITUIU (JOB/OPERADOR/CARIMBO) E COMO, E OS CAMPOS
      *================================================================
       230-IMPRIMIR-VERSAO-HISTORICO.
           MOVE VER-REGISTRO(IDX-VERSAO) TO VERSAO-TRABALHO.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  VERSAO " DELIMITED BY SIZE
                  WS-NUMERO-VERSAO DELIMITED BY SIZE
                  "  VIGENTE DE " DELIMITED BY SIZE
                  VT-DATA-ATUALIZACAO(1:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-ATUALIZACAO(3:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-ATUALIZACAO(5:4) DELIMITED BY SIZE
                  " ATE A VESPERA DE " DELIMITED BY SIZE
                  VT-DATA-SUBSTITUICAO(1:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-SUBSTITUICAO(3:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-SUBSTITUICAO(5:4) DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    ENCERRADA POR " DELIMITED BY SIZE
                  VT-JOB-ID DELIMITED BY SIZE
                  " OPERADOR " DELIMITED BY SIZE
                  VT-OPERADOR-ID DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  VT-DATA-HORA(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-HORA(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-HORA(1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VT-DATA-HORA(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  VT-DATA-HORA(11:2) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           EVALUATE VT-ACAO
             WHEN 'C'
               MOVE "ALTERACAO DO LOTE NOTURNO"
                   TO LINHA-RELATORIO(64:30)
             WHEN 'M'
               MOVE "CORRECAO DE BALCAO"
                   TO LINHA-RELATORIO(64:30)
             WHEN 'E'
               MOVE "CANCELAMENTO DO CONTRATO"
                   TO LINHA-RELATORIO(64:30)
             WHEN OTHER
               MOVE VT-ACAO TO LINHA-RELATORIO(64:1)
           END-EVALUATE.
           PERFORM 500-GRAVAR-LINHA.

           PERFORM 260-IMPRIMIR-CAMPOS.

      *================================================================
      * 240 - A VERSAO ATUAL, VINDA DO CADASTRO MESTRE; SEM REGISTRO
      *       NO MESTRE O CONTRATO FOI CANCELADO (A ULTIMA VERSAO DO
      *       HISTORICO MOSTRA QUANDO E POR QUEM)
      *================================================================
       240-IMPRIMIR-VERSAO-ATUAL.
           MOVE SPACES TO LINHA-RELATORIO.
           IF MESTRE-ACHADO
               MOVE SPACES TO VERSAO-TRABALHO
               MOVE REG-MESTRE TO VT-IMAGEM-MESTRE
               STRING "  VERSAO ATUAL  VIGENTE DESDE " DELIMITED BY SIZE
                      VT-DATA-ATUALIZACAO(1:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      VT-DATA-ATUALIZACAO(3:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      VT-DATA-ATUALIZACAO(5:4) DELIMITED BY SIZE
                      " (CADASTRO MESTRE)" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
               PERFORM 260-IMPRIMIR-CAMPOS
           ELSE
               STRING "  SEM VERSAO ATUAL: CONTRATO AUSENTE DO "
                      DELIMITED BY SIZE
                      "CADASTRO MESTRE" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
           END-IF.

      *    DATA DDMMAAAA -> AAAAMMDD; DATA AUSENTE OU NAO NUMERICA
      *    (REGISTRO LEGADO) VIRA ZEROS, ISTO E, "DESDE SEMPRE"
       250-CONVERTER-DATA-AMD.
           IF WS-DATA-DDMMAAAA IS NUMERIC
               MOVE WS-DATA-DDMMAAAA(5:4) TO WS-DATA-AMD(1:4)
               MOVE WS-DATA-DDMMAAAA(3:2) TO WS-DATA-AMD(5:2)
               MOVE WS-DATA-DDMMAAAA(1:2) TO WS-DATA-AMD(7:2)
           ELSE
               MOVE ZEROS TO WS-DATA-AMD
           END-IF.

       260-IMPRIMIR-CAMPOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    PERIODO " DELIMITED BY SIZE
                  VT-DATA-INICIAL(1:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-INICIAL(3:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-INICIAL(5:4) DELIMITED BY SIZE
                  " A " DELIMITED BY SIZE
                  VT-DATA-FINAL(1:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-FINAL(3:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-FINAL(5:4) DELIMITED BY SIZE
                  "  TIPO " DELIMITED BY SIZE
                  VT-TIPO-CALCULO DELIMITED BY SIZE
                  "  PRAZO " DELIMITED BY SIZE
                  VT-PRAZO-CONTRATO DELIMITED BY SIZE
                  "  REGIAO " DELIMITED BY SIZE
                  VT-REGIAO DELIMITED BY SIZE
                  "  AJUSTE " DELIMITED BY SIZE
                  VT-AJUSTE-FINAL DELIMITED BY SIZE
                  "  BASE REAJUSTE " DELIMITED BY SIZE
                  VT-DATA-BASE-REAJUSTE(1:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-BASE-REAJUSTE(3:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  VT-DATA-BASE-REAJUSTE(5:4) DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE VT-VALOR-DIARIA TO WS-VALOR-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "    DIARIA " DELIMITED BY SIZE
                  WS-VALOR-EDITADO DELIMITED BY SIZE
                  "  DIAS CORRIDOS " DELIMITED BY SIZE
                  VT-DIFERENCA-DIAS DELIMITED BY SIZE
                  "  DIAS UTEIS " DELIMITED BY SIZE
                  VT-DIFERENCA-UTEIS DELIMITED BY SIZE
                  "  INDICE REAJUSTE " DELIMITED BY SIZE
                  VT-INDICE-REAJUSTE DELIMITED BY SIZE
                  "  RENOVACAO AUTOMATICA " DELIMITED BY SIZE
                  VT-RENOVACAO-AUTOMATICA DELIMITED BY SIZE
                  "  PRAZO RENOVACAO " DELIMITED BY SIZE
                  VT-PRAZO-RENOVACAO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

      *================================================================
      * 300 - POSICAO-EM=: LOCALIZA A VERSAO DO CONTRATO SELECIONADO
      *       VIGENTE NA DATA (INICIO <= DATA < SUBSTITUICAO NO
      *       HISTORICO; INICIO <= DATA NA VERSAO ATUAL) E A IMPRIME
      *================================================================
       300-CONSULTAR-POSICAO.
           ADD 1 TO WS-QTD-POSICOES.
           MOVE 'N' TO LK-DATA-VALIDA.
           IF WS-DATA-POSICAO IS NUMERIC
               MOVE 'VD' TO LK-FUNCAO
               MOVE WS-DATA-POSICAO(5:4) TO LK-ANO
               MOVE WS-DATA-POSICAO(3:2) TO LK-MES
               MOVE WS-DATA-POSICAO(1:2) TO LK-DIA
               CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                     LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                     LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                     LK-DIAS-ABSOLUTOS
           END-IF.
           IF NOT LK-DATA-OK
               DISPLAY "04HISTCN - DATA INVALIDA NO CARTAO POSICAO-EM: "
                       WS-DATA-POSICAO
               PERFORM 910-ABENDAR-JOB
           END-IF.
           MOVE WS-DATA-POSICAO TO WS-DATA-DDMMAAAA.
           PERFORM 250-CONVERTER-DATA-AMD.
           MOVE WS-DATA-AMD TO WS-DATA-POSICAO-AMD.

           MOVE 0 TO WS-VERSAO-VIGENTE.
           PERFORM VARYING IDX-VERSAO FROM 1 BY 1
                   UNTIL (IDX-VERSAO > WS-QTD-VERSOES)
                      OR (WS-VERSAO-VIGENTE > 0)
               IF (VER-INICIO-AMD(IDX-VERSAO) <= WS-DATA-POSICAO-AMD)
                  AND (VER-FIM-AMD(IDX-VERSAO) > WS-DATA-POSICAO-AMD)
                   SET WS-VERSAO-VIGENTE TO IDX-VERSAO
               END-IF
           END-PERFORM.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "POSICAO DO CONTRATO " DELIMITED BY SIZE
                  WS-CONTRATO-SELECIONADO DELIMITED BY SIZE
                  " EM " DELIMITED BY SIZE
                  WS-DATA-POSICAO(1:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-POSICAO(3:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-POSICAO(5:4) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           EVALUATE TRUE
             WHEN WS-VERSAO-VIGENTE > 0
               SET IDX-VERSAO TO WS-VERSAO-VIGENTE
               MOVE WS-VERSAO-VIGENTE TO WS-NUMERO-VERSAO
               PERFORM 230-IMPRIMIR-VERSAO-HISTORICO
             WHEN MESTRE-ACHADO
                  AND (WS-INICIO-ATUAL-AMD <= WS-DATA-POSICAO-AMD)
               PERFORM 240-IMPRIMIR-VERSAO-ATUAL
             WHEN OTHER
               ADD 1 TO WS-QTD-SEM-VIGENCIA
               MOVE SPACES TO LINHA-RELATORIO
               STRING "  *** NENHUMA VERSAO VIGENTE NA DATA (ANTES DA "
                      DELIMITED BY SIZE
                      "INCLUSAO OU APOS CANCELAMENTO) ***"
                      DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
           END-EVALUATE.

       500-GRAVAR-LINHA.
           WRITE LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04HISTCN - FALHA NA GRAVACAO DE RELATORIO-OUT, "
                       "FS=" WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 900 - TOTAIS, FECHAMENTO E RETURN-CODE
      *================================================================
       900-FINALIZAR.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS CONSULTADOS .....: " DELIMITED BY SIZE
                  WS-QTD-CONTRATOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS SEM NENHUMA VERSAO: " DELIMITED BY SIZE
                  WS-QTD-SEM-VERSAO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "POSICOES EM DATA ATENDIDAS : " DELIMITED BY SIZE
                  WS-QTD-POSICOES DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DATAS SEM VERSAO VIGENTE ..: " DELIMITED BY SIZE
                  WS-QTD-SEM-VIGENCIA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           CLOSE MESTRE-ARQ.
           CLOSE CARTOES-IN.
           CLOSE RELATORIO-OUT.

           DISPLAY "04HISTCN - CONTRATOS: " WS-QTD-CONTRATOS
                   "  POSICOES: " WS-QTD-POSICOES
                   "  SEM VERSAO: " WS-QTD-SEM-VERSAO
                   "  SEM VIGENCIA: " WS-QTD-SEM-VIGENCIA.

           IF (WS-QTD-SEM-VERSAO > 0)
                   OR (WS-QTD-SEM-VIGENCIA > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================
      * 910 - ENCERRA O JOB EM ERRO FATAL DE ARQUIVO OU CARTAO
      *================================================================
       910-ABENDAR-JOB.
           CLOSE HISTORICO-IN.
           CLOSE MESTRE-ARQ.
           CLOSE CARTOES-IN.
           CLOSE RELATORIO-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM 04HISTCN.
