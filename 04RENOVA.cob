       IDENTIFICATION DIVISION.
       PROGRAM-ID. 04RENOVA.
      *================================================================
      *  RENOVACAO AUTOMATICA DE CONTRATOS NO VENCIMENTO: VARRE O
      *  CADASTRO MESTRE (VSAM KSDS, LAYOUT CTMEST) E SELECIONA OS
      *  CONTRATOS MARCADOS PARA RENOVAR SOZINHOS
      *  (MST-RENOVACAO-AUTOMATICA = 'S') CUJA DATA FINAL CAI DENTRO
      *  DA ANTECEDENCIA CONFIGURADA (DE HOJE ATE HOJE + N DIAS).
      *  PARA CADA UM, GERA UM MOVIMENTO DE PROJECAO QUE ABRE O
      *  PERIODO SEGUINTE:
      *      INICIO NOVO = DIA SEGUINTE A DATA FINAL ATUAL
      *      PRAZO       = MST-PRAZO-RENOVACAO (ZERO = O MESMO
      *                    MST-PRAZO-CONTRATO)
      *      TIPO        = 'U' (DIAS UTEIS) PARA CONTRATO 'U'; 'C'
      *                    (DIAS CORRIDOS) PARA OS DEMAIS - CONTRATO
      *                    DE DIFERENCA ENTRE DATAS PASSA A SER
      *                    PROJETADO EM DIAS CORRIDOS NA RENOVACAO
      *  COM A MESMA REGIAO, DIARIA E CONVENCAO DE AJUSTE DA DATA
      *  FINAL GRAVADAS NO MESTRE. O 04UNISYS PROJETA A DATA FINAL
      *  NOVA PELO FLUXO NORMAL DOS TIPOS 'C'/'U' E PRESERVA A BASE
      *  DO REAJUSTE (MST-DATA-BASE-REAJUSTE), ENTAO O CONTRATO
      *  RENOVADO CONTINUA FAZENDO ANIVERSARIO PARA O 04REAJUS.
      *
      *  NAO SAO RENOVADOS (E SAEM NO RELATORIO COM O MOTIVO) OS
      *  CONTRATOS JA VENCIDOS (DATA FINAL ANTERIOR A HOJE - A
      *  RENOVACAO FORA DE PRAZO E FEITA PELO BALCAO), COM DATA
      *  FINAL OU DIARIA INVALIDAS, SEM PRAZO DE RENOVACAO, OU CUJO
      *  PERIODO CORRENTE AINDA NAO COMECOU (RENOVACAO ANTERIOR JA
      *  APLICADA E AINDA NAO INICIADA - EVITA RENOVAR DUAS VEZES
      *  QUANDO O PRAZO E MENOR QUE A ANTECEDENCIA).
      *
      *  SAIDAS:
      *  - LOTE DE RENOVACAO NO LAYOUT CTCONTR, COM 00HEADER E
      *    99TRAILER PROPRIOS (ORIGEM '04RENOVA', DATA DO LOTE = DATA
      *    DE EXECUCAO), PRONTO PARA SER FUNDIDO NO MOVIMENTO DA
      *    NOITE;
      *  - RELATORIO COM OS CONTRATOS RENOVADOS (FINAL ATUAL, INICIO
      *    NOVO, TIPO, PRAZO, REGIAO E DIARIA) E OS NAO RENOVADOS
      *    COM O MOTIVO.
      *
      *  CARTAO OPCIONAL (CARDIN):
      *    ANTECEDENCIA=NNN - DIAS DE ANTECEDENCIA DO VENCIMENTO PARA
      *                       RENOVAR; SEM O CARTAO, 030.
      *
      *  RETURN-CODE: 0 NENHUM CONTRATO RENOVADO; 4 HA LOTE DE
      *  RENOVACAO A FUNDIR NO MOVIMENTO; 16 ERRO FATAL.
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

           SELECT CARTOES-IN ASSIGN TO "CARDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTOES.

           SELECT RENOVACAO-OUT ASSIGN TO "RENOVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RENOVACAO.

           SELECT RELATORIO-OUT ASSIGN TO "RELRENOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE-IN.
           COPY CTMEST.

       FD  CARTOES-IN.
       01  REG-CARTAO               PIC X(80).

       FD  RENOVACAO-OUT.
           COPY CTCONTR.

       FD  RELATORIO-OUT.
       01  LINHA-RELATORIO          PIC X(132).

       WORKING-STORAGE SECTION.
      *--- status dos arquivos ---------------------------------------
       01 WS-FS-MESTRE          PIC X(02).
       01 WS-FS-CARTOES         PIC X(02).
       01 WS-FS-RENOVACAO       PIC X(02).
       01 WS-FS-RELATORIO       PIC X(02).

       01 WS-EOF-MESTRE         PIC X(01) VALUE 'N'.
         88 FIM-MESTRE            VALUE 'S'.
       01 WS-EOF-CARTOES        PIC X(01) VALUE 'N'.
         88 FIM-CARTOES           VALUE 'S'.

      *--- data de processamento --------------------------------------
       01 WS-DATA-HORA-EXECUCAO PIC X(26).
       01 WS-DATA-HOJE.
           03 WS-DIA-HOJE       PIC 9(02).
           03 WS-MES-HOJE       PIC 9(02).
           03 WS-ANO-HOJE       PIC 9(04).
       01 WS-HOJE-ABSOLUTO      PIC 9(08).

      *--- antecedencia do vencimento (cartao ANTECEDENCIA=) ----------
       01 WS-ANTECEDENCIA       PIC 9(03) VALUE 030.

      *--- apuracao do contrato corrente ------------------------------
       01 WS-CANDIDATO          PIC X(01).
         88 CONTRATO-CANDIDATO    VALUE 'S'.
       01 WS-MOTIVO-NAO-RENOVA  PIC X(45).
       01 WS-DIAS-PARA-VENCER   PIC S9(08).
       01 WS-INICIO-AMD         PIC X(08).
       01 WS-HOJE-AMD           PIC X(08).
       01 WS-PRAZO-RENOVADO     PIC 9(05).
       01 WS-TIPO-RENOVADO      PIC X(01).
       01 WS-NOVO-INICIO.
           03 WS-DIA-NOVO-INICIO PIC 9(02).
           03 WS-MES-NOVO-INICIO PIC 9(02).
           03 WS-ANO-NOVO-INICIO PIC 9(04).

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
       01 WS-TOTAL-EDITADO      PIC 9(11).9(02).

      *--- totais -----------------------------------------------------
       01 WS-QTD-MESTRES-LIDOS  PIC 9(07) VALUE 0.
       01 WS-QTD-AUTOMATICOS    PIC 9(07) VALUE 0.
       01 WS-QTD-VENCENDO       PIC 9(07) VALUE 0.
       01 WS-QTD-RENOVADOS      PIC 9(07) VALUE 0.
       01 WS-QTD-NAO-RENOVADOS  PIC 9(07) VALUE 0.
       01 WS-TOTAL-DIARIAS      PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INICIALIZAR.
           PERFORM 100-PROCESSAR-MESTRES
               UNTIL FIM-MESTRE.
           PERFORM 600-GRAVAR-TRAILER-RENOVACAO.
           PERFORM 900-FINALIZAR.
           STOP RUN.

      *================================================================
      * 000 - ABERTURA DE ARQUIVOS, CARTAO, HEADER DO LOTE DE
      *       RENOVACAO E CABECALHO DO RELATORIO
      *================================================================
       000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO.
           MOVE WS-DATA-HORA-EXECUCAO(1:4)  TO WS-ANO-HOJE.
           MOVE WS-DATA-HORA-EXECUCAO(5:2)  TO WS-MES-HOJE.
           MOVE WS-DATA-HORA-EXECUCAO(7:2)  TO WS-DIA-HOJE.
           MOVE WS-DATA-HORA-EXECUCAO(1:8)  TO WS-HOJE-AMD.

           MOVE 'JD' TO LK-FUNCAO.
           MOVE WS-ANO-HOJE TO LK-ANO.
           MOVE WS-MES-HOJE TO LK-MES.
           MOVE WS-DIA-HOJE TO LK-DIA.
           CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                 LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                 LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                 LK-DIAS-ABSOLUTOS.
           MOVE LK-DIAS-ABSOLUTOS TO WS-HOJE-ABSOLUTO.

           PERFORM 010-LER-CARTOES.

           OPEN INPUT MESTRE-IN.
           IF WS-FS-MESTRE = "35"
               DISPLAY "04RENOVA - AVISO: MASTERIN NAO ENCONTRADO, "
                       "NAO HA CONTRATOS A RENOVAR"
               MOVE 'S' TO WS-EOF-MESTRE
           ELSE
               IF WS-FS-MESTRE NOT = "00"
                   DISPLAY "04RENOVA - FALHA AO ABRIR MESTRE-IN, FS="
                           WS-FS-MESTRE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN OUTPUT RENOVACAO-OUT.
           IF WS-FS-RENOVACAO NOT = "00"
               DISPLAY "04RENOVA - FALHA AO ABRIR RENOVACAO-OUT, FS="
                       WS-FS-RENOVACAO
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN OUTPUT RELATORIO-OUT.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04RENOVA - FALHA AO ABRIR RELATORIO-OUT, FS="
                       WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RENOVACAO AUTOMATICA DE CONTRATOS - 04RENOVA"
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
                  "   ANTECEDENCIA: " DELIMITED BY SIZE
                  WS-ANTECEDENCIA DELIMITED BY SIZE
                  " DIAS" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATO   FINAL ATUAL  INICIO NOVO  TIPO  "
                  DELIMITED BY SIZE
                  "PRAZO  REGIAO  DIARIA      SITUACAO"
                  DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           PERFORM 300-GRAVAR-HEADER-RENOVACAO.
           PERFORM 110-LER-PROXIMO-MESTRE.

      *================================================================
      * 010 - CARTAO DE CONTROLE (ARQUIVO AUSENTE = 030 DIAS):
      *       ANTECEDENCIA=NNN
      *================================================================
       010-LER-CARTOES.
           OPEN INPUT CARTOES-IN.
           IF WS-FS-CARTOES = "35"
               MOVE 'S' TO WS-EOF-CARTOES
           ELSE
               IF WS-FS-CARTOES NOT = "00"
                   DISPLAY "04RENOVA - FALHA AO ABRIR CARTOES-IN, FS="
                           WS-FS-CARTOES
                   PERFORM 910-ABENDAR-JOB
               END-IF
               READ CARTOES-IN
                   AT END MOVE 'S' TO WS-EOF-CARTOES
               END-READ
               PERFORM UNTIL FIM-CARTOES
                   EVALUATE TRUE
                     WHEN REG-CARTAO(1:13) = "ANTECEDENCIA="
                       IF REG-CARTAO(14:3) IS NUMERIC
                           MOVE REG-CARTAO(14:3) TO WS-ANTECEDENCIA
                       ELSE
                           DISPLAY "04RENOVA - ANTECEDENCIA INVALIDA "
                                   "NO CARTAO: " REG-CARTAO(1:24)
                           PERFORM 910-ABENDAR-JOB
                       END-IF
                     WHEN REG-CARTAO(1:1) = "*"
                       CONTINUE
                     WHEN REG-CARTAO = SPACES
                       CONTINUE
                     WHEN OTHER
                       DISPLAY "04RENOVA - CARTAO DE CONTROLE NAO "
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
      * 100 - VARRE O CADASTRO MESTRE: O CONTRATO COM RENOVACAO
      *       AUTOMATICA QUE VENCE DENTRO DA ANTECEDENCIA (OU QUE JA
      *       VENCEU) E CRITICADO E, SE APTO, RENOVADO NO LOTE; OS
      *       DEMAIS CONTRATOS NAO SAO LISTADOS
      *================================================================
       100-PROCESSAR-MESTRES.
           ADD 1 TO WS-QTD-MESTRES-LIDOS.
           IF MST-RENOVA-AUTOMATICO
               ADD 1 TO WS-QTD-AUTOMATICOS
               PERFORM 200-AVALIAR-VENCIMENTO
               IF CONTRATO-CANDIDATO
                   ADD 1 TO WS-QTD-VENCENDO
                   IF WS-MOTIVO-NAO-RENOVA = SPACES
                       PERFORM 210-CRITICAR-RENOVACAO
                   END-IF
                   IF WS-MOTIVO-NAO-RENOVA = SPACES
                       ADD 1 TO WS-QTD-RENOVADOS
                       ADD MST-VALOR-DIARIA TO WS-TOTAL-DIARIAS
                       PERFORM 400-GRAVAR-DETALHE-RENOVACAO
                   ELSE
                       ADD 1 TO WS-QTD-NAO-RENOVADOS
                   END-IF
                   PERFORM 410-LISTAR-CONTRATO
               END-IF
           END-IF.
           PERFORM 110-LER-PROXIMO-MESTRE.

       110-LER-PROXIMO-MESTRE.
           IF NOT FIM-MESTRE
               READ MESTRE-IN
                   AT END MOVE 'S' TO WS-EOF-MESTRE
               END-READ
               IF (WS-FS-MESTRE NOT = "00")
                       AND (WS-FS-MESTRE NOT = "10")
                   DISPLAY "04RENOVA - FALHA NA LEITURA DE MESTRE-IN, "
                           "FS=" WS-FS-MESTRE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

      *================================================================
      * 200 - SITUACAO DO VENCIMENTO: DATA FINAL ENTRE HOJE E HOJE +
      *       ANTECEDENCIA = CANDIDATO; DATA FINAL ANTERIOR A HOJE OU
      *       INVALIDA = CANDIDATO NAO RENOVADO (LISTADO COM O
      *       MOTIVO); VENCIMENTO ALEM DA ANTECEDENCIA = IGNORADO
      *================================================================
       200-AVALIAR-VENCIMENTO.
           MOVE 'N' TO WS-CANDIDATO.
           MOVE SPACES TO WS-MOTIVO-NAO-RENOVA.
           MOVE ZEROS TO WS-NOVO-INICIO.
           MOVE 0 TO WS-PRAZO-RENOVADO.
           MOVE SPACE TO WS-TIPO-RENOVADO.

           IF MST-DATA-FINAL IS NUMERIC
               MOVE 'VD' TO LK-FUNCAO
               MOVE ANO-MST-FINAL TO LK-ANO
               MOVE MES-MST-FINAL TO LK-MES
               MOVE DIA-MST-FINAL TO LK-DIA
               CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                     LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                     LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                     LK-DIAS-ABSOLUTOS
           ELSE
               MOVE 'N' TO LK-DATA-VALIDA
           END-IF.

           IF NOT LK-DATA-OK
               MOVE 'S' TO WS-CANDIDATO
               MOVE "DATA FINAL INVALIDA NO CADASTRO"
                   TO WS-MOTIVO-NAO-RENOVA
           ELSE
               MOVE 'JD' TO LK-FUNCAO
               CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                     LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                     LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                     LK-DIAS-ABSOLUTOS
               COMPUTE WS-DIAS-PARA-VENCER =
                       LK-DIAS-ABSOLUTOS - WS-HOJE-ABSOLUTO
               IF WS-DIAS-PARA-VENCER < 0
                   MOVE 'S' TO WS-CANDIDATO
                   MOVE "CONTRATO JA VENCIDO - RENOVAR PELO BALCAO"
                       TO WS-MOTIVO-NAO-RENOVA
               ELSE
                   IF WS-DIAS-PARA-VENCER <= WS-ANTECEDENCIA
                       MOVE 'S' TO WS-CANDIDATO
                   END-IF
               END-IF
           END-IF.

      *================================================================
      * 210 - CRITICA DO CANDIDATO: PERIODO CORRENTE JA INICIADO,
      *       PRAZO DE RENOVACAO E DIARIA VALIDOS. APTO, APURA O
      *       INICIO NOVO (DIA SEGUINTE A DATA FINAL ATUAL) E O TIPO
      *       DA PROJECAO. WS-MOTIVO-NAO-RENOVA EM BRANCO = APTO.
      *================================================================
       210-CRITICAR-RENOVACAO.
           IF MST-DATA-INICIAL IS NUMERIC
               MOVE MST-DATA-INICIAL(5:4) TO WS-INICIO-AMD(1:4)
               MOVE MST-DATA-INICIAL(3:2) TO WS-INICIO-AMD(5:2)
               MOVE MST-DATA-INICIAL(1:2) TO WS-INICIO-AMD(7:2)
               IF WS-INICIO-AMD > WS-HOJE-AMD
                   MOVE "RENOVACAO ANTERIOR AINDA NAO INICIADA"
                       TO WS-MOTIVO-NAO-RENOVA
               END-IF
           END-IF.

           IF WS-MOTIVO-NAO-RENOVA = SPACES
               IF (MST-PRAZO-RENOVACAO IS NUMERIC)
                       AND (MST-PRAZO-RENOVACAO > 0)
                   MOVE MST-PRAZO-RENOVACAO TO WS-PRAZO-RENOVADO
               ELSE
                   IF MST-PRAZO-CONTRATO IS NUMERIC
                       MOVE MST-PRAZO-CONTRATO TO WS-PRAZO-RENOVADO
                   END-IF
               END-IF
               IF WS-PRAZO-RENOVADO = 0
                   MOVE "PRAZO DE RENOVACAO NAO INFORMADO"
                       TO WS-MOTIVO-NAO-RENOVA
               END-IF
           END-IF.

           IF WS-MOTIVO-NAO-RENOVA = SPACES
               IF MST-VALOR-DIARIA IS NOT NUMERIC
                   MOVE "DIARIA INVALIDA NO CADASTRO"
                       TO WS-MOTIVO-NAO-RENOVA
               END-IF
           END-IF.

           IF WS-MOTIVO-NAO-RENOVA = SPACES
               MOVE 'PD' TO LK-FUNCAO
               MOVE ANO-MST-FINAL TO LK-ANO
               MOVE MES-MST-FINAL TO LK-MES
               MOVE DIA-MST-FINAL TO LK-DIA
               CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                     LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                     LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                     LK-DIAS-ABSOLUTOS
               MOVE LK-DIA TO WS-DIA-NOVO-INICIO
               MOVE LK-MES TO WS-MES-NOVO-INICIO
               MOVE LK-ANO TO WS-ANO-NOVO-INICIO
               IF MST-TIPO-CALCULO = 'U'
                   MOVE 'U' TO WS-TIPO-RENOVADO
               ELSE
                   MOVE 'C' TO WS-TIPO-RENOVADO
               END-IF
           END-IF.

      *================================================================
      * 300 - HEADER DO LOTE DE RENOVACAO, ORIGEM '04RENOVA', COM A
      *       DATA DE EXECUCAO: O CONTROLE DE LOTES DO 04UNISYS
      *       (RUNCTL) RECUSA UM SEGUNDO LOTE DE RENOVACAO DO MESMO DIA
      *================================================================
       300-GRAVAR-HEADER-RENOVACAO.
           MOVE SPACES TO REG-CONTRATO.
           MOVE "00HEADER  "       TO CONTRATO-ID.
           MOVE WS-DIA-HOJE        TO DIA-HDR-LOTE.
           MOVE WS-MES-HOJE        TO MES-HDR-LOTE.
           MOVE WS-ANO-HOJE        TO ANO-HDR-LOTE.
           MOVE "04RENOVA"         TO CT-HDR-SISTEMA-ORIGEM.
           PERFORM 610-GRAVAR-REGISTRO-RENOVACAO.

      *================================================================
      * 400 - DETALHE DO LOTE DE RENOVACAO: PROJECAO A PARTIR DO
      *       INICIO NOVO (A DATA FINAL DE ENTRADA E IGNORADA NAS
      *       PROJECOES; LEVA O PROPRIO INICIO NOVO), COM REGIAO,
      *       DIARIA E AJUSTE DO MESTRE
      *================================================================
       400-GRAVAR-DETALHE-RENOVACAO.
           MOVE SPACES TO REG-CONTRATO.
           MOVE MST-CONTRATO-ID   TO CONTRATO-ID.
           MOVE WS-NOVO-INICIO    TO CT-DATA-INICIAL.
           MOVE WS-NOVO-INICIO    TO CT-DATA-FINAL.
           MOVE WS-TIPO-RENOVADO  TO CT-TIPO-CALCULO.
           MOVE WS-PRAZO-RENOVADO TO CT-PRAZO-CONTRATO.
           MOVE MST-REGIAO        TO CT-REGIAO.
           MOVE MST-VALOR-DIARIA  TO CT-VALOR-DIARIA.
           MOVE MST-AJUSTE-FINAL  TO CT-AJUSTE-DATA-FINAL.
           PERFORM 610-GRAVAR-REGISTRO-RENOVACAO.

      *================================================================
      * 410 - LINHA DO CANDIDATO NO RELATORIO: FINAL ATUAL E, SE
      *       RENOVADO, INICIO NOVO, TIPO, PRAZO, REGIAO E DIARIA;
      *       SENAO O MOTIVO DE NAO TER SIDO RENOVADO
      *================================================================
       410-LISTAR-CONTRATO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING MST-CONTRATO-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  MST-DATA-FINAL(1:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MST-DATA-FINAL(3:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MST-DATA-FINAL(5:4) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           IF WS-MOTIVO-NAO-RENOVA = SPACES
               MOVE MST-VALOR-DIARIA TO WS-VALOR-EDITADO
               MOVE WS-DIA-NOVO-INICIO TO LINHA-RELATORIO(25:2)
               MOVE "/"                TO LINHA-RELATORIO(27:1)
               MOVE WS-MES-NOVO-INICIO TO LINHA-RELATORIO(28:2)
               MOVE "/"                TO LINHA-RELATORIO(30:1)
               MOVE WS-ANO-NOVO-INICIO TO LINHA-RELATORIO(31:4)
               MOVE WS-TIPO-RENOVADO   TO LINHA-RELATORIO(39:1)
               MOVE WS-PRAZO-RENOVADO  TO LINHA-RELATORIO(44:5)
               MOVE MST-REGIAO         TO LINHA-RELATORIO(51:3)
               MOVE WS-VALOR-EDITADO   TO LINHA-RELATORIO(58:10)
               MOVE "RENOVADO"         TO LINHA-RELATORIO(71:8)
           ELSE
               MOVE WS-MOTIVO-NAO-RENOVA TO LINHA-RELATORIO(71:45)
           END-IF.
           PERFORM 500-GRAVAR-LINHA.

       500-GRAVAR-LINHA.
           WRITE LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04RENOVA - FALHA NA GRAVACAO DE RELATORIO-OUT, "
                       "FS=" WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 600 - TRAILER DO LOTE DE RENOVACAO COM A QUANTIDADE GRAVADA,
      *       PARA A CRITICA DE COMPLETEZA DO 04UNISYS
      *================================================================
       600-GRAVAR-TRAILER-RENOVACAO.
           MOVE SPACES TO REG-CONTRATO.
           MOVE "99TRAILER "       TO CONTRATO-ID.
           MOVE WS-QTD-RENOVADOS   TO CT-TRL-QTD-CONTRATOS.
           PERFORM 610-GRAVAR-REGISTRO-RENOVACAO.

       610-GRAVAR-REGISTRO-RENOVACAO.
           WRITE REG-CONTRATO.
           IF WS-FS-RENOVACAO NOT = "00"
               DISPLAY "04RENOVA - FALHA NA GRAVACAO DE RENOVACAO-OUT, "
                       "FS=" WS-FS-RENOVACAO
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 900 - TOTAIS, FECHAMENTO E RETURN-CODE DE ADVERTENCIA (RC=4
      *       QUANDO HA CONTRATOS RENOVADOS, PARA O JCL PODER
      *       CONDICIONAR A FUSAO DO LOTE NO MOVIMENTO DA NOITE)
      *================================================================
       900-FINALIZAR.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS NO MESTRE ........: " DELIMITED BY SIZE
                  WS-QTD-MESTRES-LIDOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "COM RENOVACAO AUTOMATICA ...: " DELIMITED BY SIZE
                  WS-QTD-AUTOMATICOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VENCENDO OU VENCIDOS .......: " DELIMITED BY SIZE
                  WS-QTD-VENCENDO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS RENOVADOS ........: " DELIMITED BY SIZE
                  WS-QTD-RENOVADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS NAO RENOVADOS ....: " DELIMITED BY SIZE
                  WS-QTD-NAO-RENOVADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE WS-TOTAL-DIARIAS TO WS-TOTAL-EDITADO.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SOMA DAS DIARIAS RENOVADAS .: " DELIMITED BY SIZE
                  WS-TOTAL-EDITADO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           CLOSE MESTRE-IN.
           CLOSE RENOVACAO-OUT.
           CLOSE RELATORIO-OUT.

           DISPLAY "04RENOVA - VENCENDO: " WS-QTD-VENCENDO
                   "  RENOVADOS: " WS-QTD-RENOVADOS
                   "  NAO RENOVADOS: " WS-QTD-NAO-RENOVADOS.

           IF WS-QTD-RENOVADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================
      * 910 - ENCERRA O JOB EM ERRO FATAL DE ARQUIVO (OPEN/READ/WRITE)
      *================================================================
       910-ABENDAR-JOB.
           CLOSE MESTRE-IN.
           CLOSE CARTOES-IN.
           CLOSE RENOVACAO-OUT.
           CLOSE RELATORIO-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM 04RENOVA.
