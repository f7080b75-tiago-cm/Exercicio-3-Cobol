       IDENTIFICATION DIVISION.
       PROGRAM-ID. 04INTEGR.
      *================================================================
      *  VERIFICACAO SEMANAL DE INTEGRIDADE ENTRE OS ARQUIVOS DA
      *  CADEIA NOTURNA, QUE PRECISAM CONCORDAR ENTRE SI: CADASTRO
      *  MESTRE (CTMEST), SUSPENSOS (CTSUSP), PENDENCIAS DE
      *  CONCILIACAO (CTPEND), TRILHA DE AUDITORIA (CTLOG) E
      *  CONTROLE DE LOTES (CTRCTL). NADA E CORRIGIDO AQUI: CADA
      *  QUEBRA SAI NO RELATORIO COM UMA SEVERIDADE, PARA A OPERACAO
      *  AGIR ANTES DE O CLIENTE RECLAMAR.
      *
      *  PASSO 1 - LOTES X TRILHA (ARQUIVOS EM ORDEM CRONOLOGICA):
      *    CADA EXECUCAO DO 04UNISYS CARIMBA A TRILHA E O RUNCTL COM
      *    O MESMO RELOGIO (RCT-DATA-HORA-APLICACAO = LOG-DATA-HORA).
      *    POR CARIMBO, A SOMA DE ACEITOS/REJEITADOS DOS LOTES TEM
      *    QUE BATER COM OS REGISTROS 'A'/'R' DO 04UNISYS NA TRILHA
      *    (O CANCELAMENTO CONTA COMO ACEITO NOS DOIS).
      *      ALTA  - CONTAGEM DIFERENTE, OU LOTE COM MOVIMENTO SEM
      *              NENHUM REGISTRO NA TRILHA
      *      BAIXA - EXECUCAO NA TRILHA SEM LOTE NO RUNCTL (EXECUCAO
      *              INTERROMPIDA E RETOMADA POR RESTART)
      *
      *  PASSO 2 - CONFRONTO POR CONTRATO (TODOS ORDENADOS POR ID; OS
      *    SUSPENSOS, A TRILHA E OS CANCELAMENTOS DO HISTORICO SAO
      *    ORDENADOS NO PROPRIO JOB):
      *      ALTA  - PENDENCIA DE CONTRATO FORA DO MESTRE QUE NUNCA
      *              FOI CANCELADO (NAO HA VERSAO 'E' NO HISTORICO)
      *      BAIXA - PENDENCIA DE CONTRATO CANCELADO AINDA ABERTA
      *      MEDIA - SUSPENSO CUJO CONTRATO FOI ACEITO NO MESTRE NA
      *              DATA DA REJEICAO OU DEPOIS (A RECICLAGEM
      *              SOBREPORIA A VERSAO BOA); BAIXA SE O MOTIVO E
      *              'DU' (COPIA DUPLICADA, SO DESCARTAR)
      *      MEDIA - MESTRE ATUALIZADO NUMA DATA SEM REGISTRO ACEITO
      *              DO CONTRATO NA TRILHA NESSA DATA (REPROCESSO
      *              COM DATA-PROCESSAMENTO= CARIMBA O MESTRE COM A
      *              DATA-BASE E A TRILHA COM O RELOGIO: CONFERIR)
      *      ALTA  - MESTRE ATUALIZADO DENTRO DA JANELA DA TRILHA SEM
      *              NENHUM REGISTRO DO CONTRATO NELA
      *    ATUALIZACOES ANTERIORES AO REGISTRO MAIS ANTIGO DA TRILHA
      *    (EXPURGADAS PELO 04AUDARQ) NAO SAO CONFERIDAS, SO CONTADAS.
      *
      *  RETURN-CODE: 0 SEM QUEBRA; 4 SO QUEBRAS DE SEVERIDADE BAIXA;
      *  8 HA QUEBRA MEDIA; 12 HA QUEBRA ALTA.
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

           SELECT PENDENCIAS-IN ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENCIA.

           SELECT SUSPENSOS-IN ASSIGN TO "SUSPORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.

           SELECT AUDITORIA-ORD ASSIGN TO "AUDITORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUDITORIA-ORD.

           SELECT HISTORICO-IN ASSIGN TO "HISTORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-HISTORICO.

           SELECT LOG-AUDITORIA ASSIGN TO "LOGAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CONTROLE-LOTES ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT RELATORIO-OUT ASSIGN TO "RELINTEG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  MESTRE-IN.
           COPY CTMEST.

       FD  PENDENCIAS-IN.
           COPY CTPEND.

       FD  SUSPENSOS-IN.
           COPY CTSUSP.

      *    TRILHA ORDENADA POR CONTRATO (LAYOUT CTLOG; SO OS CAMPOS
      *    USADOS NO CONFRONTO TEM NOME)
       FD  AUDITORIA-ORD.
       01  REG-AUDITORIA-ORD.
           03 AUO-DATA-EXECUCAO      PIC X(08).
           03 FILLER                 PIC X(18).
           03 AUO-JOB-ID             PIC X(08).
           03 FILLER                 PIC X(08).
           03 AUO-CONTRATO-ID        PIC X(10).
           03 FILLER                 PIC X(21).
           03 AUO-SITUACAO           PIC X(01).
           03 FILLER                 PIC X(08).

       FD  HISTORICO-IN.
           COPY CTHIST.

       FD  LOG-AUDITORIA.
           COPY CTLOG.

       FD  CONTROLE-LOTES.
           COPY CTRCTL.

       FD  RELATORIO-OUT.
       01  LINHA-RELATORIO          PIC X(132).

       WORKING-STORAGE SECTION.
      *--- status dos arquivos ---------------------------------------
       01 WS-FS-MESTRE          PIC X(02).
       01 WS-FS-PENDENCIA       PIC X(02).
       01 WS-FS-SUSPENSO        PIC X(02).
       01 WS-FS-AUDITORIA-ORD   PIC X(02).
       01 WS-FS-HISTORICO       PIC X(02).
       01 WS-FS-LOG             PIC X(02).
       01 WS-FS-CONTROLE        PIC X(02).
       01 WS-FS-RELATORIO       PIC X(02).

       01 WS-EOF-MESTRE         PIC X(01) VALUE 'N'.
         88 FIM-MESTRE            VALUE 'S'.
       01 WS-EOF-PENDENCIAS     PIC X(01) VALUE 'N'.
         88 FIM-PENDENCIAS        VALUE 'S'.
       01 WS-EOF-SUSPENSOS      PIC X(01) VALUE 'N'.
         88 FIM-SUSPENSOS         VALUE 'S'.
       01 WS-EOF-AUDITORIA-ORD  PIC X(01) VALUE 'N'.
         88 FIM-AUDITORIA-ORD     VALUE 'S'.
       01 WS-EOF-HISTORICO      PIC X(01) VALUE 'N'.
         88 FIM-HISTORICO         VALUE 'S'.
       01 WS-EOF-LOG            PIC X(01) VALUE 'N'.
         88 FIM-LOG               VALUE 'S'.
       01 WS-EOF-CONTROLE       PIC X(01) VALUE 'N'.
         88 FIM-CONTROLE          VALUE 'S'.

      *--- data de processamento --------------------------------------
       01 WS-DATA-HORA-EXECUCAO PIC X(26).

      *--- passo 1: carimbos de execucao (HIGH-VALUES = ESGOTADO) ------
       01 WS-CHAVE-LOG          PIC X(26) VALUE HIGH-VALUES.
       01 WS-CHAVE-CONTROLE     PIC X(26) VALUE HIGH-VALUES.
       01 WS-CARIMBO-MENOR      PIC X(26).
       01 WS-CARIMBO-ANTERIOR   PIC X(26) VALUE LOW-VALUES.
      *    DATA (AAAAMMDD) DO REGISTRO MAIS ANTIGO DA TRILHA, DE
      *    QUALQUER JOB: INICIO DA JANELA CONFERIVEL
       01 WS-INICIO-TRILHA      PIC X(08) VALUE HIGH-VALUES.
       01 WS-PRIMEIRO-LOG       PIC X(01) VALUE 'S'.
         88 PRIMEIRO-LOG          VALUE 'S'.
       01 WS-ORDEM-LOG-OK       PIC X(01) VALUE 'S'.
         88 ORDEM-LOG-OK          VALUE 'S'.
       01 WS-LOTES-CARIMBO      PIC 9(03).
       01 WS-RCT-ACEITOS        PIC 9(07).
       01 WS-RCT-REJEITADOS     PIC 9(07).
       01 WS-LOG-ACEITOS        PIC 9(07).
       01 WS-LOG-REJEITADOS     PIC 9(07).

      *--- passo 2: chaves de confronto (HIGH-VALUES = ESGOTADO) ------
       01 WS-CHAVE-MESTRE       PIC X(10) VALUE HIGH-VALUES.
       01 WS-CHAVE-PENDENCIA    PIC X(10) VALUE HIGH-VALUES.
       01 WS-CHAVE-SUSPENSO     PIC X(10) VALUE HIGH-VALUES.
       01 WS-CHAVE-AUDITORIA    PIC X(10) VALUE HIGH-VALUES.
       01 WS-CHAVE-HISTORICO    PIC X(10) VALUE HIGH-VALUES.
       01 WS-CHAVE-MENOR        PIC X(10).

      *--- situacao do contrato em confronto --------------------------
       01 WS-NO-MESTRE          PIC X(01).
         88 CONTRATO-NO-MESTRE    VALUE 'S'.
       01 WS-CANCELADO          PIC X(01).
         88 CONTRATO-CANCELADO    VALUE 'S'.
       01 WS-TEM-TRILHA         PIC X(01).
         88 CONTRATO-TEM-TRILHA   VALUE 'S'.
       01 WS-TRILHA-CONFERE     PIC X(01).
         88 TRILHA-CONFERE        VALUE 'S'.
      *    DATAS NO FORMATO AAAAMMDD, PARA COMPARACAO
       01 WS-ATUALIZACAO-MESTRE PIC X(08).
       01 WS-DATA-REJEICAO      PIC X(08).

      *--- quebra em gravacao -----------------------------------------
       01 WS-SEVERIDADE         PIC X(01).
         88 SEVERIDADE-ALTA       VALUE 'A'.
         88 SEVERIDADE-MEDIA      VALUE 'M'.
         88 SEVERIDADE-BAIXA      VALUE 'B'.
       01 WS-VERIFICACAO        PIC X(10).
       01 WS-CHAVE-QUEBRA       PIC X(19).
       01 WS-DESCRICAO-QUEBRA   PIC X(90).

      *--- totais -----------------------------------------------------
       01 WS-QTD-CARIMBOS       PIC 9(07) VALUE 0.
       01 WS-QTD-CONTRATOS      PIC 9(07) VALUE 0.
       01 WS-QTD-MESTRES        PIC 9(07) VALUE 0.
       01 WS-QTD-PENDENCIAS     PIC 9(07) VALUE 0.
       01 WS-QTD-SUSPENSOS      PIC 9(07) VALUE 0.
       01 WS-QTD-FORA-JANELA    PIC 9(07) VALUE 0.
       01 WS-QTD-LOTE-FORA-JAN  PIC 9(07) VALUE 0.
       01 WS-QTD-QUEBRA-LOTE    PIC 9(07) VALUE 0.
       01 WS-QTD-QUEBRA-PEND    PIC 9(07) VALUE 0.
       01 WS-QTD-QUEBRA-SUSP    PIC 9(07) VALUE 0.
       01 WS-QTD-QUEBRA-MEST    PIC 9(07) VALUE 0.
       01 WS-QTD-ALTA           PIC 9(07) VALUE 0.
       01 WS-QTD-MEDIA          PIC 9(07) VALUE 0.
       01 WS-QTD-BAIXA          PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INICIALIZAR.
           PERFORM 100-CONFERIR-LOTES
               UNTIL FIM-LOG AND FIM-CONTROLE.
           PERFORM 200-CONFERIR-CONTRATO
               UNTIL FIM-MESTRE AND FIM-PENDENCIAS AND FIM-SUSPENSOS
                     AND FIM-AUDITORIA-ORD AND FIM-HISTORICO.
           PERFORM 900-FINALIZAR.
           STOP RUN.

      *================================================================
      * 000 - ABERTURA DE ARQUIVOS, CABECALHO E PRIMEIRAS LEITURAS
      *================================================================
       000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO.

           OPEN OUTPUT RELATORIO-OUT.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04INTEGR - FALHA AO ABRIR RELATORIO-OUT, FS="
                       WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN INPUT MESTRE-IN.
           IF WS-FS-MESTRE = "35"
               DISPLAY "04INTEGR - AVISO: MASTERIN NAO ENCONTRADO, "
                       "CADASTRO MESTRE VAZIO"
               MOVE 'S' TO WS-EOF-MESTRE
           ELSE
               IF WS-FS-MESTRE NOT = "00"
                   DISPLAY "04INTEGR - FALHA AO ABRIR MESTRE-IN, FS="
                           WS-FS-MESTRE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT PENDENCIAS-IN.
           IF WS-FS-PENDENCIA = "35"
               DISPLAY "04INTEGR - AVISO: PENDIN NAO ENCONTRADO, "
                       "NAO HA PENDENCIAS"
               MOVE 'S' TO WS-EOF-PENDENCIAS
           ELSE
               IF WS-FS-PENDENCIA NOT = "00"
                   DISPLAY "04INTEGR - FALHA AO ABRIR PENDENCIAS-IN, "
                           "FS=" WS-FS-PENDENCIA
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT SUSPENSOS-IN.
           IF WS-FS-SUSPENSO = "35"
               DISPLAY "04INTEGR - AVISO: SUSPORD NAO ENCONTRADO, "
                       "NAO HA SUSPENSOS"
               MOVE 'S' TO WS-EOF-SUSPENSOS
           ELSE
               IF WS-FS-SUSPENSO NOT = "00"
                   DISPLAY "04INTEGR - FALHA AO ABRIR SUSPENSOS-IN, "
                           "FS=" WS-FS-SUSPENSO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT AUDITORIA-ORD.
           IF WS-FS-AUDITORIA-ORD = "35"
               DISPLAY "04INTEGR - AVISO: AUDITORD NAO ENCONTRADO, "
                       "TRILHA VAZIA"
               MOVE 'S' TO WS-EOF-AUDITORIA-ORD
           ELSE
               IF WS-FS-AUDITORIA-ORD NOT = "00"
                   DISPLAY "04INTEGR - FALHA AO ABRIR AUDITORIA-ORD, "
                           "FS=" WS-FS-AUDITORIA-ORD
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT HISTORICO-IN.
           IF WS-FS-HISTORICO = "35"
               DISPLAY "04INTEGR - AVISO: HISTORD NAO ENCONTRADO, "
                       "NAO HA CANCELAMENTOS REGISTRADOS"
               MOVE 'S' TO WS-EOF-HISTORICO
           ELSE
               IF WS-FS-HISTORICO NOT = "00"
                   DISPLAY "04INTEGR - FALHA AO ABRIR HISTORICO-IN, "
                           "FS=" WS-FS-HISTORICO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT LOG-AUDITORIA.
           IF WS-FS-LOG = "35"
               DISPLAY "04INTEGR - AVISO: LOGAUDIT NAO ENCONTRADO, "
                       "TRILHA VAZIA"
               MOVE 'S' TO WS-EOF-LOG
           ELSE
               IF WS-FS-LOG NOT = "00"
                   DISPLAY "04INTEGR - FALHA AO ABRIR LOG-AUDITORIA, "
                           "FS=" WS-FS-LOG
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT CONTROLE-LOTES.
           IF WS-FS-CONTROLE = "35"
               DISPLAY "04INTEGR - AVISO: RUNCTL NAO ENCONTRADO, "
                       "NAO HA LOTES APLICADOS"
               MOVE 'S' TO WS-EOF-CONTROLE
           ELSE
               IF WS-FS-CONTROLE NOT = "00"
                   DISPLAY "04INTEGR - FALHA AO ABRIR CONTROLE-LOTES, "
                           "FS=" WS-FS-CONTROLE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "VERIFICACAO DE INTEGRIDADE ENTRE ARQUIVOS - "
                  DELIMITED BY SIZE
                  "04INTEGR" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DATA DE EXECUCAO: " DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(1:4) DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SEV.   VERIFICACAO CHAVE               DESCRICAO"
                  DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           PERFORM 110-LER-PROXIMO-LOG.
           PERFORM 120-LER-PROXIMO-CONTROLE.
           PERFORM 210-LER-PROXIMO-MESTRE.
           PERFORM 211-LER-PROXIMA-PENDENCIA.
           PERFORM 212-LER-PROXIMO-SUSPENSO.
           PERFORM 213-LER-PROXIMA-AUDITORIA.
           PERFORM 214-LER-PROXIMO-HISTORICO.

      *================================================================
      * 100 - PASSO 1: UM CARIMBO DE EXECUCAO POR ITERACAO (O MENOR
      *       ENTRE A TRILHA E O RUNCTL). SOMA OS LOTES APLICADOS E OS
      *       REGISTROS DO 04UNISYS COM ESSE CARIMBO E CONFRONTA
      *================================================================
       100-CONFERIR-LOTES.
           MOVE WS-CHAVE-LOG TO WS-CARIMBO-MENOR.
           IF WS-CHAVE-CONTROLE < WS-CARIMBO-MENOR
               MOVE WS-CHAVE-CONTROLE TO WS-CARIMBO-MENOR
           END-IF.
           ADD 1 TO WS-QTD-CARIMBOS.

           MOVE 0      TO WS-LOTES-CARIMBO.
           MOVE 0      TO WS-RCT-ACEITOS WS-RCT-REJEITADOS.
           MOVE 0      TO WS-LOG-ACEITOS WS-LOG-REJEITADOS.

           PERFORM UNTIL WS-CHAVE-CONTROLE NOT = WS-CARIMBO-MENOR
               ADD 1 TO WS-LOTES-CARIMBO
               ADD RCT-QTD-ACEITOS    TO WS-RCT-ACEITOS
               ADD RCT-QTD-REJEITADOS TO WS-RCT-REJEITADOS
               PERFORM 120-LER-PROXIMO-CONTROLE
           END-PERFORM.

           PERFORM UNTIL WS-CHAVE-LOG NOT = WS-CARIMBO-MENOR
               IF LOG-SITUACAO-ACEITO
                   ADD 1 TO WS-LOG-ACEITOS
               ELSE
                   ADD 1 TO WS-LOG-REJEITADOS
               END-IF
               PERFORM 110-LER-PROXIMO-LOG
           END-PERFORM.

           MOVE "LOTES"     TO WS-VERIFICACAO.
           MOVE SPACES      TO WS-CHAVE-QUEBRA.
           STRING WS-CARIMBO-MENOR(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CARIMBO-MENOR(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-CARIMBO-MENOR(1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CARIMBO-MENOR(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CARIMBO-MENOR(11:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CARIMBO-MENOR(13:2) DELIMITED BY SIZE
               INTO WS-CHAVE-QUEBRA.

           EVALUATE TRUE
             WHEN WS-LOTES-CARIMBO = 0
               MOVE 'B' TO WS-SEVERIDADE
               MOVE SPACES TO WS-DESCRICAO-QUEBRA
               STRING "EXECUCAO NA TRILHA SEM LOTE NO RUNCTL "
                      DELIMITED BY SIZE
                      "(INTERROMPIDA?) ACEITOS " DELIMITED BY SIZE
                      WS-LOG-ACEITOS DELIMITED BY SIZE
                      " REJ " DELIMITED BY SIZE
                      WS-LOG-REJEITADOS DELIMITED BY SIZE
                   INTO WS-DESCRICAO-QUEBRA
               PERFORM 600-REGISTRAR-QUEBRA
               ADD 1 TO WS-QTD-QUEBRA-LOTE
             WHEN (WS-LOG-ACEITOS + WS-LOG-REJEITADOS = 0)
                  AND (WS-CARIMBO-MENOR(1:8) < WS-INICIO-TRILHA)
      *        LOTE APLICADO ANTES DO INICIO DA TRILHA RETIDA
               ADD 1 TO WS-QTD-LOTE-FORA-JAN
             WHEN (WS-RCT-ACEITOS NOT = WS-LOG-ACEITOS)
                  OR (WS-RCT-REJEITADOS NOT = WS-LOG-REJEITADOS)
               MOVE 'A' TO WS-SEVERIDADE
               MOVE SPACES TO WS-DESCRICAO-QUEBRA
               STRING "RUNCTL ACEITOS " DELIMITED BY SIZE
                      WS-RCT-ACEITOS DELIMITED BY SIZE
                      " REJ " DELIMITED BY SIZE
                      WS-RCT-REJEITADOS DELIMITED BY SIZE
                      " X TRILHA ACEITOS " DELIMITED BY SIZE
                      WS-LOG-ACEITOS DELIMITED BY SIZE
                      " REJ " DELIMITED BY SIZE
                      WS-LOG-REJEITADOS DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-LOTES-CARIMBO DELIMITED BY SIZE
                      " LOTE(S))" DELIMITED BY SIZE
                   INTO WS-DESCRICAO-QUEBRA
               PERFORM 600-REGISTRAR-QUEBRA
               ADD 1 TO WS-QTD-QUEBRA-LOTE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *================================================================
      * 110 - PROXIMO REGISTRO DO 04UNISYS NA TRILHA (OS DE OUTROS
      *       JOBS, COMO O 04MESTCN, NAO PERTENCEM A LOTE NENHUM). O
      *       PRIMEIRO REGISTRO LIDO, DE QUALQUER JOB, MARCA O INICIO
      *       DA TRILHA RETIDA; UM CARIMBO FORA DE ORDEM E AVISADO
      *================================================================
       110-LER-PROXIMO-LOG.
           MOVE HIGH-VALUES TO WS-CHAVE-LOG.
           PERFORM UNTIL FIM-LOG OR (WS-CHAVE-LOG NOT = HIGH-VALUES)
               READ LOG-AUDITORIA
                   AT END MOVE 'S' TO WS-EOF-LOG
               END-READ
               IF (WS-FS-LOG NOT = "00") AND (WS-FS-LOG NOT = "10")
                   DISPLAY "04INTEGR - FALHA NA LEITURA DE "
                           "LOG-AUDITORIA, FS=" WS-FS-LOG
                   PERFORM 910-ABENDAR-JOB
               END-IF
               IF NOT FIM-LOG
                   IF PRIMEIRO-LOG
                       MOVE 'N' TO WS-PRIMEIRO-LOG
                       MOVE LOG-DATA-HORA(1:8) TO WS-INICIO-TRILHA
                   END-IF
                   IF LOG-DATA-HORA < WS-CARIMBO-ANTERIOR
                           AND ORDEM-LOG-OK
                       MOVE 'N' TO WS-ORDEM-LOG-OK
                       MOVE 'B'      TO WS-SEVERIDADE
                       MOVE "LOTES"  TO WS-VERIFICACAO
                       MOVE LOG-CONTRATO-ID TO WS-CHAVE-QUEBRA
                       MOVE SPACES   TO WS-DESCRICAO-QUEBRA
                       STRING "TRILHA FORA DE ORDEM CRONOLOGICA "
                              DELIMITED BY SIZE
                              "NESTE REGISTRO - CONFRONTO DE LOTES "
                              DELIMITED BY SIZE
                              "PODE FALHAR" DELIMITED BY SIZE
                           INTO WS-DESCRICAO-QUEBRA
                       PERFORM 600-REGISTRAR-QUEBRA
                   END-IF
                   MOVE LOG-DATA-HORA TO WS-CARIMBO-ANTERIOR
                   IF LOG-JOB-ID = "04UNISYS"
                       MOVE LOG-DATA-HORA TO WS-CHAVE-LOG
                   END-IF
               END-IF
           END-PERFORM.

       120-LER-PROXIMO-CONTROLE.
           IF NOT FIM-CONTROLE
               READ CONTROLE-LOTES
                   AT END MOVE 'S' TO WS-EOF-CONTROLE
               END-READ
               IF (WS-FS-CONTROLE NOT = "00")
                       AND (WS-FS-CONTROLE NOT = "10")
                   DISPLAY "04INTEGR - FALHA NA LEITURA DE "
                           "CONTROLE-LOTES, FS=" WS-FS-CONTROLE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.
           IF FIM-CONTROLE
               MOVE HIGH-VALUES TO WS-CHAVE-CONTROLE
           ELSE
               MOVE RCT-DATA-HORA-APLICACAO TO WS-CHAVE-CONTROLE
           END-IF.

      *================================================================
      * 200 - PASSO 2: UM CONTRATO POR ITERACAO (A MENOR CHAVE DOS
      *       CINCO ARQUIVOS). PRIMEIRO A SITUACAO DO CONTRATO NO
      *       MESTRE, NO HISTORICO E NA TRILHA; DEPOIS CADA SUSPENSO
      *       E CADA PENDENCIA DELE; POR FIM O PROPRIO MESTRE
      *================================================================
       200-CONFERIR-CONTRATO.
           MOVE WS-CHAVE-MESTRE TO WS-CHAVE-MENOR.
           IF WS-CHAVE-PENDENCIA < WS-CHAVE-MENOR
               MOVE WS-CHAVE-PENDENCIA TO WS-CHAVE-MENOR
           END-IF.
           IF WS-CHAVE-SUSPENSO < WS-CHAVE-MENOR
               MOVE WS-CHAVE-SUSPENSO TO WS-CHAVE-MENOR
           END-IF.
           IF WS-CHAVE-AUDITORIA < WS-CHAVE-MENOR
               MOVE WS-CHAVE-AUDITORIA TO WS-CHAVE-MENOR
           END-IF.
           IF WS-CHAVE-HISTORICO < WS-CHAVE-MENOR
               MOVE WS-CHAVE-HISTORICO TO WS-CHAVE-MENOR
           END-IF.
           ADD 1 TO WS-QTD-CONTRATOS.

           MOVE 'N' TO WS-NO-MESTRE.
           MOVE SPACES TO WS-ATUALIZACAO-MESTRE.
           IF WS-CHAVE-MESTRE = WS-CHAVE-MENOR
               MOVE 'S' TO WS-NO-MESTRE
               MOVE MST-DATA-ATUALIZACAO(5:4)
                   TO WS-ATUALIZACAO-MESTRE(1:4)
               MOVE MST-DATA-ATUALIZACAO(3:2)
                   TO WS-ATUALIZACAO-MESTRE(5:2)
               MOVE MST-DATA-ATUALIZACAO(1:2)
                   TO WS-ATUALIZACAO-MESTRE(7:2)
           END-IF.

           MOVE 'N' TO WS-CANCELADO.
           PERFORM UNTIL WS-CHAVE-HISTORICO NOT = WS-CHAVE-MENOR
               IF HST-ACAO-CANCELAMENTO
                   MOVE 'S' TO WS-CANCELADO
               END-IF
               PERFORM 214-LER-PROXIMO-HISTORICO
           END-PERFORM.

           MOVE 'N' TO WS-TEM-TRILHA.
           MOVE 'N' TO WS-TRILHA-CONFERE.
           PERFORM UNTIL WS-CHAVE-AUDITORIA NOT = WS-CHAVE-MENOR
               MOVE 'S' TO WS-TEM-TRILHA
               IF (AUO-SITUACAO = 'A')
                  AND (AUO-DATA-EXECUCAO = WS-ATUALIZACAO-MESTRE)
                   MOVE 'S' TO WS-TRILHA-CONFERE
               END-IF
               PERFORM 213-LER-PROXIMA-AUDITORIA
           END-PERFORM.

           PERFORM UNTIL WS-CHAVE-SUSPENSO NOT = WS-CHAVE-MENOR
               PERFORM 220-CONFERIR-SUSPENSO
               PERFORM 212-LER-PROXIMO-SUSPENSO
           END-PERFORM.

           PERFORM UNTIL WS-CHAVE-PENDENCIA NOT = WS-CHAVE-MENOR
               PERFORM 230-CONFERIR-PENDENCIA
               PERFORM 211-LER-PROXIMA-PENDENCIA
           END-PERFORM.

           IF CONTRATO-NO-MESTRE
               PERFORM 240-CONFERIR-MESTRE
               PERFORM 210-LER-PROXIMO-MESTRE
           END-IF.

       210-LER-PROXIMO-MESTRE.
           IF NOT FIM-MESTRE
               READ MESTRE-IN
                   AT END MOVE 'S' TO WS-EOF-MESTRE
               END-READ
               IF (WS-FS-MESTRE NOT = "00")
                       AND (WS-FS-MESTRE NOT = "10")
                   DISPLAY "04INTEGR - FALHA NA LEITURA DE "
                           "MESTRE-IN, FS=" WS-FS-MESTRE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.
           IF FIM-MESTRE
               MOVE HIGH-VALUES TO WS-CHAVE-MESTRE
           ELSE
               ADD 1 TO WS-QTD-MESTRES
               MOVE MST-CONTRATO-ID TO WS-CHAVE-MESTRE
           END-IF.

       211-LER-PROXIMA-PENDENCIA.
           IF NOT FIM-PENDENCIAS
               READ PENDENCIAS-IN
                   AT END MOVE 'S' TO WS-EOF-PENDENCIAS
               END-READ
               IF (WS-FS-PENDENCIA NOT = "00")
                       AND (WS-FS-PENDENCIA NOT = "10")
                   DISPLAY "04INTEGR - FALHA NA LEITURA DE "
                           "PENDENCIAS-IN, FS=" WS-FS-PENDENCIA
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.
           IF FIM-PENDENCIAS
               MOVE HIGH-VALUES TO WS-CHAVE-PENDENCIA
           ELSE
               ADD 1 TO WS-QTD-PENDENCIAS
               MOVE PEND-CONTRATO-ID TO WS-CHAVE-PENDENCIA
           END-IF.

       212-LER-PROXIMO-SUSPENSO.
           IF NOT FIM-SUSPENSOS
               READ SUSPENSOS-IN
                   AT END MOVE 'S' TO WS-EOF-SUSPENSOS
               END-READ
               IF (WS-FS-SUSPENSO NOT = "00")
                       AND (WS-FS-SUSPENSO NOT = "10")
                   DISPLAY "04INTEGR - FALHA NA LEITURA DE "
                           "SUSPENSOS-IN, FS=" WS-FS-SUSPENSO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.
           IF FIM-SUSPENSOS
               MOVE HIGH-VALUES TO WS-CHAVE-SUSPENSO
           ELSE
               ADD 1 TO WS-QTD-SUSPENSOS
               MOVE SUSP-REGISTRO-CONTRATO(1:10) TO WS-CHAVE-SUSPENSO
           END-IF.

       213-LER-PROXIMA-AUDITORIA.
           IF NOT FIM-AUDITORIA-ORD
               READ AUDITORIA-ORD
                   AT END MOVE 'S' TO WS-EOF-AUDITORIA-ORD
               END-READ
               IF (WS-FS-AUDITORIA-ORD NOT = "00")
                       AND (WS-FS-AUDITORIA-ORD NOT = "10")
                   DISPLAY "04INTEGR - FALHA NA LEITURA DE "
                           "AUDITORIA-ORD, FS=" WS-FS-AUDITORIA-ORD
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.
           IF FIM-AUDITORIA-ORD
               MOVE HIGH-VALUES TO WS-CHAVE-AUDITORIA
           ELSE
               MOVE AUO-CONTRATO-ID TO WS-CHAVE-AUDITORIA
           END-IF.

       214-LER-PROXIMO-HISTORICO.
           IF NOT FIM-HISTORICO
               READ HISTORICO-IN
                   AT END MOVE 'S' TO WS-EOF-HISTORICO
               END-READ
               IF (WS-FS-HISTORICO NOT = "00")
                       AND (WS-FS-HISTORICO NOT = "10")
                   DISPLAY "04INTEGR - FALHA NA LEITURA DE "
                           "HISTORICO-IN, FS=" WS-FS-HISTORICO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.
           IF FIM-HISTORICO
               MOVE HIGH-VALUES TO WS-CHAVE-HISTORICO
           ELSE
               MOVE HST-CONTRATO-ID TO WS-CHAVE-HISTORICO
           END-IF.

      *================================================================
      * 220 - SUSPENSO CUJO CONTRATO JA ESTA NO MESTRE COM ATUALIZACAO
      *       NA DATA DA REJEICAO OU DEPOIS: A VERSAO BOA ENTROU POR
      *       OUTRO CAMINHO E A RECICLAGEM DO SUSPENSO A SOBREPORIA
      *================================================================
       220-CONFERIR-SUSPENSO.
           MOVE ANO-SUSP-REJ TO WS-DATA-REJEICAO(1:4).
           MOVE MES-SUSP-REJ TO WS-DATA-REJEICAO(5:2).
           MOVE DIA-SUSP-REJ TO WS-DATA-REJEICAO(7:2).
      *    MOVIMENTO DE PARALISACAO ('P'/'L' NA POSICAO 27, O TIPO DE
      *    CALCULO DA IMAGEM CTCONTR) NAO REGRAVA OS PARAMETROS DO
      *    MESTRE: A ATUALIZACAO POSTERIOR DO CONTRATO NAO O SUPRE
           IF CONTRATO-NO-MESTRE
                   AND (WS-ATUALIZACAO-MESTRE NOT < WS-DATA-REJEICAO)
                   AND (SUSP-REGISTRO-CONTRATO(27:1) NOT = 'P')
                   AND (SUSP-REGISTRO-CONTRATO(27:1) NOT = 'L')
               IF SUSP-MOTIVO-DUPLICADO
                   MOVE 'B' TO WS-SEVERIDADE
               ELSE
                   MOVE 'M' TO WS-SEVERIDADE
               END-IF
               MOVE "SUSPENSO"        TO WS-VERIFICACAO
               MOVE WS-CHAVE-MENOR    TO WS-CHAVE-QUEBRA
               MOVE SPACES            TO WS-DESCRICAO-QUEBRA
               STRING "SUSPENSO (MOTIVO " DELIMITED BY SIZE
                      SUSP-MOTIVO DELIMITED BY SIZE
                      " EM " DELIMITED BY SIZE
                      DIA-SUSP-REJ DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MES-SUSP-REJ DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ANO-SUSP-REJ DELIMITED BY SIZE
                      ", ORIGEM " DELIMITED BY SIZE
                      SUSP-SISTEMA-ORIGEM DELIMITED BY SIZE
                      ") JA ACEITO NO MESTRE EM " DELIMITED BY SIZE
                      MST-DATA-ATUALIZACAO(1:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MST-DATA-ATUALIZACAO(3:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MST-DATA-ATUALIZACAO(5:4) DELIMITED BY SIZE
                   INTO WS-DESCRICAO-QUEBRA
               PERFORM 600-REGISTRAR-QUEBRA
               ADD 1 TO WS-QTD-QUEBRA-SUSP
           END-IF.

      *================================================================
      * 230 - PENDENCIA DE CONCILIACAO DE CONTRATO QUE NAO ESTA MAIS
      *       NO MESTRE: SEM CANCELAMENTO NO HISTORICO O CONTRATO
      *       SUMIU DO CADASTRO (ALTA); CANCELADO, A PENDENCIA JA
      *       DEVERIA TER SIDO ENCERRADA PELO 04CONCIL (BAIXA)
      *================================================================
       230-CONFERIR-PENDENCIA.
           IF NOT CONTRATO-NO-MESTRE
               MOVE "PENDENCIA"       TO WS-VERIFICACAO
               MOVE WS-CHAVE-MENOR    TO WS-CHAVE-QUEBRA
               MOVE SPACES            TO WS-DESCRICAO-QUEBRA
               IF CONTRATO-CANCELADO
                   MOVE 'B' TO WS-SEVERIDADE
                   STRING "PENDENCIA DE CONTRATO CANCELADO AINDA "
                          DELIMITED BY SIZE
                          "ABERTA (DESDE " DELIMITED BY SIZE
                          DIA-PEND-EXTR DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          MES-PEND-EXTR DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          ANO-PEND-EXTR DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO WS-DESCRICAO-QUEBRA
               ELSE
                   MOVE 'A' TO WS-SEVERIDADE
                   STRING "PENDENCIA DE CONTRATO FORA DO MESTRE E "
                          DELIMITED BY SIZE
                          "NUNCA CANCELADO (DESDE " DELIMITED BY SIZE
                          DIA-PEND-EXTR DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          MES-PEND-EXTR DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          ANO-PEND-EXTR DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO WS-DESCRICAO-QUEBRA
               END-IF
               PERFORM 600-REGISTRAR-QUEBRA
               ADD 1 TO WS-QTD-QUEBRA-PEND
           END-IF.

      *================================================================
      * 240 - ULTIMA ATUALIZACAO DO MESTRE X TRILHA: TEM QUE HAVER UM
      *       REGISTRO ACEITO DO CONTRATO NA TRILHA NA MESMA DATA.
      *       ATUALIZACAO ANTERIOR AO INICIO DA TRILHA RETIDA NAO E
      *       CONFERIVEL
      *================================================================
       240-CONFERIR-MESTRE.
           MOVE "MESTRE"          TO WS-VERIFICACAO.
           MOVE WS-CHAVE-MENOR    TO WS-CHAVE-QUEBRA.
           MOVE SPACES            TO WS-DESCRICAO-QUEBRA.
           EVALUATE TRUE
             WHEN MST-DATA-ATUALIZACAO NOT NUMERIC
               MOVE 'M' TO WS-SEVERIDADE
               STRING "DATA DE ATUALIZACAO INVALIDA NO MESTRE: '"
                      DELIMITED BY SIZE
                      MST-DATA-ATUALIZACAO DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                   INTO WS-DESCRICAO-QUEBRA
               PERFORM 600-REGISTRAR-QUEBRA
               ADD 1 TO WS-QTD-QUEBRA-MEST
             WHEN WS-ATUALIZACAO-MESTRE < WS-INICIO-TRILHA
               ADD 1 TO WS-QTD-FORA-JANELA
             WHEN TRILHA-CONFERE
               CONTINUE
             WHEN CONTRATO-TEM-TRILHA
               MOVE 'M' TO WS-SEVERIDADE
               STRING "ATUALIZADO EM " DELIMITED BY SIZE
                      MST-DATA-ATUALIZACAO(1:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MST-DATA-ATUALIZACAO(3:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MST-DATA-ATUALIZACAO(5:4) DELIMITED BY SIZE
                      " SEM REGISTRO ACEITO NA TRILHA NESSA DATA"
                      DELIMITED BY SIZE
                   INTO WS-DESCRICAO-QUEBRA
               PERFORM 600-REGISTRAR-QUEBRA
               ADD 1 TO WS-QTD-QUEBRA-MEST
             WHEN OTHER
               MOVE 'A' TO WS-SEVERIDADE
               STRING "ATUALIZADO EM " DELIMITED BY SIZE
                      MST-DATA-ATUALIZACAO(1:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MST-DATA-ATUALIZACAO(3:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      MST-DATA-ATUALIZACAO(5:4) DELIMITED BY SIZE
                      " E SEM NENHUM REGISTRO NA TRILHA"
                      DELIMITED BY SIZE
                   INTO WS-DESCRICAO-QUEBRA
               PERFORM 600-REGISTRAR-QUEBRA
               ADD 1 TO WS-QTD-QUEBRA-MEST
           END-EVALUATE.

       500-GRAVAR-LINHA.
           WRITE LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04INTEGR - FALHA NA GRAVACAO DE RELATORIO-OUT, "
                       "FS=" WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 600 - GRAVA UMA QUEBRA NO RELATORIO E CONTA A SEVERIDADE
      *================================================================
       600-REGISTRAR-QUEBRA.
           MOVE SPACES TO LINHA-RELATORIO.
           EVALUATE TRUE
             WHEN SEVERIDADE-ALTA
               ADD 1 TO WS-QTD-ALTA
               MOVE "ALTA"  TO LINHA-RELATORIO(1:5)
             WHEN SEVERIDADE-MEDIA
               ADD 1 TO WS-QTD-MEDIA
               MOVE "MEDIA" TO LINHA-RELATORIO(1:5)
             WHEN OTHER
               ADD 1 TO WS-QTD-BAIXA
               MOVE "BAIXA" TO LINHA-RELATORIO(1:5)
           END-EVALUATE.
           MOVE WS-VERIFICACAO      TO LINHA-RELATORIO(8:10).
           MOVE WS-CHAVE-QUEBRA     TO LINHA-RELATORIO(20:19).
           MOVE WS-DESCRICAO-QUEBRA TO LINHA-RELATORIO(40:90).
           PERFORM 500-GRAVAR-LINHA.

      *================================================================
      * 900 - TOTAIS, FECHAMENTO E RETURN-CODE
      *================================================================
       900-FINALIZAR.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-INICIO-TRILHA = HIGH-VALUES
               STRING "TRILHA DE AUDITORIA VAZIA - MESTRE E LOTES NAO "
                      DELIMITED BY SIZE
                      "CONFERIDOS CONTRA A TRILHA" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING "INICIO DA TRILHA RETIDA ..: " DELIMITED BY SIZE
                      WS-INICIO-TRILHA(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-INICIO-TRILHA(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-INICIO-TRILHA(1:4) DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "EXECUCOES CONFERIDAS .....: " DELIMITED BY SIZE
                  WS-QTD-CARIMBOS DELIMITED BY SIZE
                  "   ANTERIORES A TRILHA: " DELIMITED BY SIZE
                  WS-QTD-LOTE-FORA-JAN DELIMITED BY SIZE
                  "   QUEBRAS: " DELIMITED BY SIZE
                  WS-QTD-QUEBRA-LOTE DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS NO MESTRE ......: " DELIMITED BY SIZE
                  WS-QTD-MESTRES DELIMITED BY SIZE
                  "   ANTERIORES A TRILHA: " DELIMITED BY SIZE
                  WS-QTD-FORA-JANELA DELIMITED BY SIZE
                  "   QUEBRAS: " DELIMITED BY SIZE
                  WS-QTD-QUEBRA-MEST DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SUSPENSOS ................: " DELIMITED BY SIZE
                  WS-QTD-SUSPENSOS DELIMITED BY SIZE
                  "   QUEBRAS: " DELIMITED BY SIZE
                  WS-QTD-QUEBRA-SUSP DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PENDENCIAS ...............: " DELIMITED BY SIZE
                  WS-QTD-PENDENCIAS DELIMITED BY SIZE
                  "   QUEBRAS: " DELIMITED BY SIZE
                  WS-QTD-QUEBRA-PEND DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "QUEBRAS POR SEVERIDADE ...: ALTA " DELIMITED BY SIZE
                  WS-QTD-ALTA DELIMITED BY SIZE
                  "   MEDIA " DELIMITED BY SIZE
                  WS-QTD-MEDIA DELIMITED BY SIZE
                  "   BAIXA " DELIMITED BY SIZE
                  WS-QTD-BAIXA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           CLOSE MESTRE-IN.
           CLOSE PENDENCIAS-IN.
           CLOSE SUSPENSOS-IN.
           CLOSE AUDITORIA-ORD.
           CLOSE HISTORICO-IN.
           CLOSE LOG-AUDITORIA.
           CLOSE CONTROLE-LOTES.
           CLOSE RELATORIO-OUT.

           DISPLAY "04INTEGR - QUEBRAS ALTA: " WS-QTD-ALTA
                   "  MEDIA: " WS-QTD-MEDIA
                   "  BAIXA: " WS-QTD-BAIXA.

           EVALUATE TRUE
             WHEN WS-QTD-ALTA > 0
               MOVE 12 TO RETURN-CODE
             WHEN WS-QTD-MEDIA > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-QTD-BAIXA > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *================================================================
      * 910 - ENCERRA O JOB EM ERRO FATAL DE ARQUIVO (OPEN/READ/WRITE)
      *================================================================
       910-ABENDAR-JOB.
           CLOSE MESTRE-IN.
           CLOSE PENDENCIAS-IN.
           CLOSE SUSPENSOS-IN.
           CLOSE AUDITORIA-ORD.
           CLOSE HISTORICO-IN.
           CLOSE LOG-AUDITORIA.
           CLOSE CONTROLE-LOTES.
           CLOSE RELATORIO-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM 04INTEGR.
