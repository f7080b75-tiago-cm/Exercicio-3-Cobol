      *                            ESPERA FATURA, NAO VIRA PENDENCIA
      *                            E ENCERRA PENDENCIA ABERTA DO
      *                            MESMO CONTRATO
      *    ALTERACAO JA FATURADA - DETALHE 'C' DE CONTRATO QUE JA TEM
      *                            FATURA: O ACERTO VAI POR NOTA DE
      *                            AJUSTE, NAO VIRA PENDENCIA.
      *                            A RENOVACAO (PERIODO NOVO QUE
      *                            COMECA DEPOIS DO FATURADO) E CICLO
      *                            NOVO: ESPERA FATURA COMO A INCLUSAO
      *
      *  NOTAS DE CREDITO/DEBITO: O ARQUIVO DE ULTIMO FATURADO
      *  (CTFATU, UM REGISTRO POR CONTRATO, RELIDO E REGRAVADO A CADA
      *  RODADA JUNTO COM O CONFRONTO) GUARDA O ULTIMO DETALHE DE
      *  EXTRATO ENVIADO E A FATURA QUE O LIQUIDOU (NUMERO, DATA,
      *  DIAS E VALOR). UM DETALHE 'C' OU 'E' POSTERIOR QUE MUDE O
      *  VALOR FATURADO GERA UMA NOTA (CTNOTA) COM A FATURA ORIGINAL,
      *  O VALOR FATURADO, O VALOR NOVO E A DIFERENCA; A BASE PASSA A
      *  SER O VALOR NOVO (O CANCELAMENTO RETIRA O CONTRATO). A
      *  MUDANCA SO DE DIAS, SEM EFEITO NO VALOR, SAI NO RELATORIO E
      *  NAO GERA NOTA.
      *
      *  O TRAILER DE CONCILIACAO DO EXTRATO (QUANTIDADE + HASH DE
      *  DIAS + HASH DE VALOR FATURAVEL) E CONFERIDO NO FIM DO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENCIA-OUT.

           SELECT FATURADOS-IN ASSIGN TO "FATIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATURADO-IN.

           SELECT FATURADOS-OUT ASSIGN TO "FATOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-FATURADO-OUT.

           SELECT NOTAS-OUT ASSIGN TO "NOTAOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTA.

           SELECT RELATORIO-OUT ASSIGN TO "RELCONC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.
       FD  PENDENCIAS-OUT.
       01  REG-PENDENCIA-SAIDA      PIC X(21).

       FD  FATURADOS-IN.
           COPY CTFATU.

       FD  FATURADOS-OUT.
       01  REG-FATURADO-SAIDA       PIC X(115).

       FD  NOTAS-OUT.
           COPY CTNOTA.

       FD  RELATORIO-OUT.
       01  LINHA-RELATORIO          PIC X(132).

       01 WS-FS-RETORNO         PIC X(02).
       01 WS-FS-PENDENCIA-IN    PIC X(02).
       01 WS-FS-PENDENCIA-OUT   PIC X(02).
       01 WS-FS-FATURADO-IN     PIC X(02).
       01 WS-FS-FATURADO-OUT    PIC X(02).
       01 WS-FS-NOTA            PIC X(02).
       01 WS-FS-RELATORIO       PIC X(02).

       01 WS-EOF-EXTRATO        PIC X(01) VALUE 'N'.
         88 FIM-RETORNO           VALUE 'S'.
       01 WS-EOF-PENDENCIAS     PIC X(01) VALUE 'N'.
         88 FIM-PENDENCIAS        VALUE 'S'.
       01 WS-EOF-FATURADOS      PIC X(01) VALUE 'N'.
         88 FIM-FATURADOS         VALUE 'S'.

      *--- chaves de confronto (HIGH-VALUES = ARQUIVO ESGOTADO) -------
       01 WS-CHAVE-EXTRATO      PIC X(10) VALUE HIGH-VALUES.
       01 WS-CHAVE-RETORNO      PIC X(10) VALUE HIGH-VALUES.
       01 WS-CHAVE-PENDENCIA    PIC X(10) VALUE HIGH-VALUES.
       01 WS-CHAVE-MENOR        PIC X(10).
       01 WS-CHAVE-FATURADO     PIC X(10) VALUE HIGH-VALUES.
      *    CHAVE CUJO ULTIMO FATURADO ESTA EM WS-FATURADO-TRABALHO
      *    (ESPACOS = NENHUMA)
       01 WS-CHAVE-FAT-CORRENTE PIC X(10) VALUE SPACES.

      *--- parm de limite de envelhecimento ---------------------------
       01 WS-PARM-ENTRADA       PIC X(80) VALUE SPACES.
           03 TRB-PEND-DATA     PIC X(08).
           03 TRB-PEND-DIAS     PIC 9(03).

      *--- ultimo faturado do contrato em confronto (imagem CTFATU) ---
       01 WS-FATURADO-TRABALHO.
           03 TRB-FAT-ID              PIC X(10).
           03 TRB-FAT-DATA-EXTRACAO   PIC X(08).
           03 TRB-FAT-ACAO            PIC X(01).
           03 TRB-FAT-PERIODO         PIC X(16).
           03 TRB-FAT-DIAS            PIC 9(05).
           03 TRB-FAT-UTEIS           PIC 9(05).
           03 TRB-FAT-VALOR           PIC 9(11)V99.
           03 TRB-FAT-NUMERO-FATURA   PIC X(10).
           03 TRB-FAT-DATA-FATURA     PIC X(08).
           03 TRB-FAT-BASE-PERIODO    PIC X(16).
           03 TRB-FAT-BASE-DIAS       PIC 9(05).
           03 TRB-FAT-BASE-UTEIS      PIC 9(05).
           03 TRB-FAT-BASE-VALOR      PIC 9(11)V99.
       01 WS-FATURADO-EXCLUIDO  PIC X(01) VALUE 'N'.
         88 FATURADO-EXCLUIDO     VALUE 'S'.
       01 WS-AJUSTE-POR-NOTA    PIC X(01) VALUE 'N'.
         88 AJUSTE-POR-NOTA       VALUE 'S'.
       01 WS-CICLO-NOVO         PIC X(01) VALUE 'N'.
         88 CICLO-NOVO            VALUE 'S'.
      *--- inicio do periodo extraido e fim do periodo faturado,
      *--- em AAAAMMDD para comparacao direta
       01 WS-INICIO-EXTRAIDO    PIC X(08).
       01 WS-FIM-FATURADO       PIC X(08).
       01 WS-VLR-FATURADO-EDIT  PIC 9(11).9(02).
       01 WS-VLR-NOVO-EDIT      PIC 9(11).9(02).
       01 WS-VLR-DIFERENCA-EDIT PIC 9(11).9(02).

      *--- campos de apoio para CALL '04DTUTIL' -----------------------
       01 LK-FUNCAO             PIC X(02).
       01 LK-ANO                PIC 9(04).
       01 WS-QTD-PEND-LIQUIDADAS PIC 9(07) VALUE 0.
       01 WS-QTD-PEND-ABERTAS   PIC 9(07) VALUE 0.
       01 WS-QTD-PEND-VENCIDAS  PIC 9(07) VALUE 0.
       01 WS-QTD-ALTER-FATURADAS PIC 9(07) VALUE 0.
       01 WS-QTD-FATURADOS-GRAV PIC 9(07) VALUE 0.
       01 WS-QTD-NOTAS          PIC 9(07) VALUE 0.
       01 WS-QTD-NOTAS-CREDITO  PIC 9(07) VALUE 0.
       01 WS-QTD-NOTAS-DEBITO   PIC 9(07) VALUE 0.
       01 WS-VLR-NOTAS-CREDITO  PIC 9(13)V99 VALUE 0.
       01 WS-VLR-NOTAS-DEBITO   PIC 9(13)V99 VALUE 0.
       01 WS-VLR-TOTAL-EDITADO  PIC 9(13).9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INICIALIZAR.
           PERFORM 100-CONFRONTAR
               UNTIL FIM-EXTRATO AND FIM-RETORNO AND FIM-PENDENCIAS.
           PERFORM 340-ENCERRAR-FATURADOS.
           PERFORM 800-CONFERIR-TRAILER-EXTRATO.
           PERFORM 900-FINALIZAR.
           STOP RUN.
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *    ULTIMO FATURADO DA RODADA ANTERIOR: ARQUIVO AUSENTE =
      *    NENHUM CONTRATO FATURADO AINDA, NAO HA BASE PARA NOTAS
           OPEN INPUT FATURADOS-IN.
           IF WS-FS-FATURADO-IN = "35"
               DISPLAY "04CONCIL - AVISO: FATIN NAO ENCONTRADO, "
                       "NAO HA FATURAS ANTERIORES"
               MOVE 'S' TO WS-EOF-FATURADOS
           ELSE
               IF WS-FS-FATURADO-IN NOT = "00"
                   DISPLAY "04CONCIL - FALHA AO ABRIR FATURADOS-IN, "
                           "FS=" WS-FS-FATURADO-IN
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN OUTPUT FATURADOS-OUT.
           IF WS-FS-FATURADO-OUT NOT = "00"
               DISPLAY "04CONCIL - FALHA AO ABRIR FATURADOS-OUT, FS="
                       WS-FS-FATURADO-OUT
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN OUTPUT NOTAS-OUT.
           IF WS-FS-NOTA NOT = "00"
               DISPLAY "04CONCIL - FALHA AO ABRIR NOTAS-OUT, FS="
                       WS-FS-NOTA
               PERFORM 910-ABENDAR-JOB
           END-IF.

           MOVE SPACES         TO REG-NOTA-AJUSTE.
           MOVE 'H'            TO NOT-TIPO-REGISTRO.
           MOVE WS-DIA-HOJE    TO DIA-NOT-GERACAO.
           MOVE WS-MES-HOJE    TO MES-NOT-GERACAO.
           MOVE WS-ANO-HOJE    TO ANO-NOT-GERACAO.
           MOVE "04CONCIL"     TO NOT-HDR-PROGRAMA.
           MOVE WS-DATA-HORA-EXECUCAO(9:6) TO NOT-HDR-HORA-GERACAO.
           PERFORM 287-GRAVAR-NOTA.

           OPEN OUTPUT RELATORIO-OUT.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04CONCIL - FALHA AO ABRIR RELATORIO-OUT, FS="
           PERFORM 110-LER-PROXIMO-EXTRATO.
           PERFORM 120-LER-PROXIMO-RETORNO.
           PERFORM 130-LER-PROXIMA-PENDENCIA.
           PERFORM 310-LER-PROXIMO-FATURADO.

      *================================================================
      * 110 - ENTREGA O PROXIMO DETALHE DO EXTRATO (INCLUSIVE OS DE
               MOVE WS-CHAVE-PENDENCIA TO WS-CHAVE-MENOR
           END-IF.

           PERFORM 300-POSICIONAR-FATURADO.
           MOVE 'N' TO WS-AJUSTE-POR-NOTA.
           IF WS-CHAVE-EXTRATO = WS-CHAVE-MENOR
               PERFORM 280-CONFRONTAR-FATURADO
           END-IF.

           EVALUATE TRUE
      *      CANCELAMENTO NAO ESPERA FATURA: SAI NA PROPRIA
      *      CATEGORIA E, SE HOUVER PENDENCIA ABERTA DO MESMO
               PERFORM 220-EXTRAIDO-NAO-FATURADO
               PERFORM 260-ENVELHECER-PENDENTE
               PERFORM 130-LER-PROXIMA-PENDENCIA
      *      ALTERACAO DE CONTRATO JA FATURADO: O ACERTO E A NOTA DE
      *      AJUSTE (OU NADA, SE O VALOR NAO MUDOU); NAO SE ESPERA
      *      FATURA NOVA, ENTAO NAO ABRE PENDENCIA
             WHEN (WS-CHAVE-EXTRATO = WS-CHAVE-MENOR)
                  AND AJUSTE-POR-NOTA
               PERFORM 225-ALTERACAO-JA-FATURADA
             WHEN WS-CHAVE-EXTRATO = WS-CHAVE-MENOR
               PERFORM 220-EXTRAIDO-NAO-FATURADO
               PERFORM 250-ABRIR-PENDENCIA-NOVA

       210-CONCILIADO.
           ADD 1 TO WS-QTD-CONCILIADOS.
           PERFORM 290-REGISTRAR-FATURA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING EXT-CONTRATO-ID DELIMITED BY SIZE
                  "  CONCILIADO - FATURA " DELIMITED BY SIZE
           PERFORM 500-GRAVAR-LINHA.
           PERFORM 110-LER-PROXIMO-EXTRATO.

      *================================================================
      * 225 - DETALHE 'C' DE CONTRATO QUE JA TEM FATURA: A DIFERENCA
      *       DE VALOR, SE HOUVE, JA SAIU EM NOTA DE AJUSTE (280)
      *================================================================
       225-ALTERACAO-JA-FATURADA.
           ADD 1 TO WS-QTD-ALTER-FATURADAS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING EXT-CONTRATO-ID DELIMITED BY SIZE
                  "  ALTERACAO DE CONTRATO JA FATURADO (FATURA "
                  DELIMITED BY SIZE
                  TRB-FAT-NUMERO-FATURA DELIMITED BY SIZE
                  ") - SEM FATURA NOVA ESPERADA" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           PERFORM 110-LER-PROXIMO-EXTRATO.

       230-FATURADO-SEM-EXTRATO.
           ADD 1 TO WS-QTD-SEM-EXTRATO.
           MOVE SPACES TO LINHA-RELATORIO.
                  ")" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           PERFORM 290-REGISTRAR-FATURA.
           PERFORM 130-LER-PROXIMA-PENDENCIA.

      *================================================================
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 280 - CONFRONTA O DETALHE DE EXTRATO COM O ULTIMO FATURADO DO
      *       CONTRATO: ALTERACAO ('C') OU CANCELAMENTO ('E') DE
      *       CONTRATO JA FATURADO COM VALOR DIFERENTE DA BASE GERA
      *       NOTA DE AJUSTE E A BASE PASSA A SER O VALOR NOVO (A
      *       FATURA ORIGINAL CONTINUA A REFERENCIA). EM SEGUIDA O
      *       DETALHE VIRA O ULTIMO EXTRATO DO CONTRATO; O
      *       CANCELAMENTO RETIRA O CONTRATO DO ARQUIVO.
      *       RENOVACAO: 'C' CUJO INICIO E POSTERIOR AO FIM DO PERIODO
      *       FATURADO (282) E CICLO NOVO - SEM NOTA E SEM AJUSTE-POR-
      *       NOTA, ABRE PENDENCIA QUE A PROXIMA FATURA LIQUIDA
      *================================================================
       280-CONFRONTAR-FATURADO.
           MOVE 'N' TO WS-CICLO-NOVO.
           IF EXT-ACAO-ALTERACAO
                   AND (TRB-FAT-NUMERO-FATURA NOT = SPACES)
               PERFORM 282-VERIFICAR-CICLO-NOVO
           END-IF.

           IF (EXT-ACAO-ALTERACAO OR EXT-ACAO-CANCELAMENTO)
                   AND (TRB-FAT-NUMERO-FATURA NOT = SPACES)
                   AND (NOT CICLO-NOVO)
               IF EXT-ACAO-ALTERACAO
                   MOVE 'S' TO WS-AJUSTE-POR-NOTA
               END-IF
               IF EXT-VALOR-FATURAVEL NOT = TRB-FAT-BASE-VALOR
                   PERFORM 285-EMITIR-NOTA-AJUSTE
               ELSE
                   IF (EXT-DIFERENCA-DIAS NOT = TRB-FAT-BASE-DIAS)
                      OR (EXT-DIFERENCA-UTEIS NOT = TRB-FAT-BASE-UTEIS)
                       MOVE SPACES TO LINHA-RELATORIO
                       STRING EXT-CONTRATO-ID DELIMITED BY SIZE
                              "  DIAS ALTERADOS SEM EFEITO NO VALOR "
                              DELIMITED BY SIZE
                              "FATURADO - SEM NOTA" DELIMITED BY SIZE
                           INTO LINHA-RELATORIO
                       PERFORM 500-GRAVAR-LINHA
                   END-IF
               END-IF
      *        PERIODO = DATAS INICIAL E FINAL (16 PRIMEIRAS POSICOES
      *        DO DETALHE DO EXTRATO)
               MOVE EXT-DETALHE(1:16)  TO TRB-FAT-BASE-PERIODO
               MOVE EXT-DIFERENCA-DIAS TO TRB-FAT-BASE-DIAS
               MOVE EXT-DIFERENCA-UTEIS TO TRB-FAT-BASE-UTEIS
               MOVE EXT-VALOR-FATURAVEL TO TRB-FAT-BASE-VALOR
           END-IF.

           MOVE WS-DIA-HOJE         TO TRB-FAT-DATA-EXTRACAO(1:2).
           MOVE WS-MES-HOJE         TO TRB-FAT-DATA-EXTRACAO(3:2).
           MOVE WS-ANO-HOJE         TO TRB-FAT-DATA-EXTRACAO(5:4).
           MOVE EXT-ACAO            TO TRB-FAT-ACAO.
           MOVE EXT-DETALHE(1:16)   TO TRB-FAT-PERIODO.
           MOVE EXT-DIFERENCA-DIAS  TO TRB-FAT-DIAS.
           MOVE EXT-DIFERENCA-UTEIS TO TRB-FAT-UTEIS.
           MOVE EXT-VALOR-FATURAVEL TO TRB-FAT-VALOR.
           IF EXT-ACAO-CANCELAMENTO
               MOVE 'S' TO WS-FATURADO-EXCLUIDO
           END-IF.

      *================================================================
      * 282 - ALTERACAO DE CONTRATO JA FATURADO: E RENOVACAO (CICLO
      *       NOVO) QUANDO O INICIO DO PERIODO EXTRAIDO E POSTERIOR AO
      *       FIM DO PERIODO JA FATURADO (DDMMAAAA, COMPARADOS COMO
      *       AAAAMMDD). A BASE FATURADA NAO MUDA: A FATURA DO PERIODO
      *       NOVO A SUBSTITUI AO LIQUIDAR A PENDENCIA (290)
      *================================================================
       282-VERIFICAR-CICLO-NOVO.
           IF TRB-FAT-BASE-PERIODO(9:8) IS NUMERIC
               MOVE EXT-ANO-INICIAL TO WS-INICIO-EXTRAIDO(1:4)
               MOVE EXT-MES-INICIAL TO WS-INICIO-EXTRAIDO(5:2)
               MOVE EXT-DIA-INICIAL TO WS-INICIO-EXTRAIDO(7:2)
               MOVE TRB-FAT-BASE-PERIODO(13:4)
                   TO WS-FIM-FATURADO(1:4)
               MOVE TRB-FAT-BASE-PERIODO(11:2)
                   TO WS-FIM-FATURADO(5:2)
               MOVE TRB-FAT-BASE-PERIODO(9:2)
                   TO WS-FIM-FATURADO(7:2)
               IF WS-INICIO-EXTRAIDO > WS-FIM-FATURADO
                   MOVE 'S' TO WS-CICLO-NOVO
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING EXT-CONTRATO-ID DELIMITED BY SIZE
                          "  RENOVACAO - PERIODO NOVO APOS A FATURA "
                          DELIMITED BY SIZE
                          TRB-FAT-NUMERO-FATURA DELIMITED BY SIZE
                          ", FATURA NOVA ESPERADA" DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                   PERFORM 500-GRAVAR-LINHA
               END-IF
           END-IF.

      *================================================================
      * 285 - NOTA DE AJUSTE CONTRA A FATURA ORIGINAL: DEBITO QUANDO
      *       O VALOR NOVO E MAIOR QUE O FATURADO, CREDITO QUANDO E
      *       MENOR; A DIFERENCA VAI SEMPRE POSITIVA
      *================================================================
       285-EMITIR-NOTA-AJUSTE.
           MOVE SPACES                TO REG-NOTA-AJUSTE.
           MOVE 'D'                   TO NOT-TIPO-REGISTRO.
           MOVE EXT-CONTRATO-ID       TO NOT-CONTRATO-ID.
           MOVE EXT-ACAO              TO NOT-ACAO-ORIGEM.
           MOVE TRB-FAT-NUMERO-FATURA TO NOT-FATURA-ORIGINAL.
           MOVE TRB-FAT-DATA-FATURA   TO NOT-DATA-FATURA-ORIGINAL.
           MOVE TRB-FAT-BASE-DIAS     TO NOT-DIAS-FATURADOS.
           MOVE TRB-FAT-BASE-UTEIS    TO NOT-UTEIS-FATURADOS.
           MOVE EXT-DIFERENCA-DIAS    TO NOT-DIAS-NOVOS.
           MOVE EXT-DIFERENCA-UTEIS   TO NOT-UTEIS-NOVOS.
           MOVE TRB-FAT-BASE-VALOR    TO NOT-VALOR-FATURADO.
           MOVE EXT-VALOR-FATURAVEL   TO NOT-VALOR-NOVO.
           IF EXT-VALOR-FATURAVEL > TRB-FAT-BASE-VALOR
               MOVE 'D' TO NOT-TIPO-NOTA
               COMPUTE NOT-VALOR-DIFERENCA =
                   EXT-VALOR-FATURAVEL - TRB-FAT-BASE-VALOR
               ADD 1 TO WS-QTD-NOTAS-DEBITO
               ADD NOT-VALOR-DIFERENCA TO WS-VLR-NOTAS-DEBITO
           ELSE
               MOVE 'C' TO NOT-TIPO-NOTA
               COMPUTE NOT-VALOR-DIFERENCA =
                   TRB-FAT-BASE-VALOR - EXT-VALOR-FATURAVEL
               ADD 1 TO WS-QTD-NOTAS-CREDITO
               ADD NOT-VALOR-DIFERENCA TO WS-VLR-NOTAS-CREDITO
           END-IF.
           ADD 1 TO WS-QTD-NOTAS.
           PERFORM 287-GRAVAR-NOTA.

           MOVE NOT-VALOR-FATURADO  TO WS-VLR-FATURADO-EDIT.
           MOVE NOT-VALOR-NOVO      TO WS-VLR-NOVO-EDIT.
           MOVE NOT-VALOR-DIFERENCA TO WS-VLR-DIFERENCA-EDIT.
           MOVE SPACES TO LINHA-RELATORIO.
           IF NOT-NOTA-DEBITO
               STRING NOT-CONTRATO-ID DELIMITED BY SIZE
                      "  NOTA DE DEBITO  - FATURA " DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING NOT-CONTRATO-ID DELIMITED BY SIZE
                      "  NOTA DE CREDITO - FATURA " DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF.
           STRING NOT-FATURA-ORIGINAL DELIMITED BY SIZE
                  " DE " DELIMITED BY SIZE
                  DIA-NOT-FATURA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  MES-NOT-FATURA DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  ANO-NOT-FATURA DELIMITED BY SIZE
                  " FATURADO " DELIMITED BY SIZE
                  WS-VLR-FATURADO-EDIT DELIMITED BY SIZE
                  " NOVO " DELIMITED BY SIZE
                  WS-VLR-NOVO-EDIT DELIMITED BY SIZE
                  " DIF " DELIMITED BY SIZE
                  WS-VLR-DIFERENCA-EDIT DELIMITED BY SIZE
               INTO LINHA-RELATORIO(38:).
           PERFORM 500-GRAVAR-LINHA.

       287-GRAVAR-NOTA.
           WRITE REG-NOTA-AJUSTE.
           IF WS-FS-NOTA NOT = "00"
               DISPLAY "04CONCIL - FALHA NA GRAVACAO DE NOTAS-OUT, FS="
                       WS-FS-NOTA
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 290 - FATURA DO RETORNO CASADA COM O CONTRATO: O ULTIMO
      *       EXTRATO ENVIADO (O DE HOJE OU, NA PENDENCIA LIQUIDADA,
      *       O DA RODADA EM QUE FOI EXTRAIDO) PASSA A SER A BASE
      *       FATURADA, COM O NUMERO E A DATA DA FATURA. SEM EXTRATO
      *       REGISTRADO (PENDENCIA ABERTA ANTES DO ARQUIVO DE ULTIMO
      *       FATURADO EXISTIR) NAO HA VALOR PARA GUARDAR E O
      *       CONTRATO FICA SEM BASE PARA NOTA
      *================================================================
       290-REGISTRAR-FATURA.
           IF TRB-FAT-ACAO = SPACES
               MOVE SPACES TO LINHA-RELATORIO
               STRING RET-CONTRATO-ID DELIMITED BY SIZE
                      "  FATURA SEM EXTRATO REGISTRADO - NAO GUARDADA "
                      DELIMITED BY SIZE
                      "COMO BASE PARA NOTA DE AJUSTE" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
           ELSE
               MOVE RET-NUMERO-FATURA TO TRB-FAT-NUMERO-FATURA
               MOVE RET-DATA-FATURA   TO TRB-FAT-DATA-FATURA
               MOVE TRB-FAT-PERIODO   TO TRB-FAT-BASE-PERIODO
               MOVE TRB-FAT-DIAS      TO TRB-FAT-BASE-DIAS
               MOVE TRB-FAT-UTEIS     TO TRB-FAT-BASE-UTEIS
               MOVE TRB-FAT-VALOR     TO TRB-FAT-BASE-VALOR
           END-IF.

      *================================================================
      * 300 - POSICIONA O ARQUIVO DE ULTIMO FATURADO NA CHAVE EM
      *       CONFRONTO (MESMA ORDEM DOS DEMAIS): DESCARREGA A CHAVE
      *       ANTERIOR, COPIA SEM MUDANCA OS CONTRATOS QUE NAO TIVERAM
      *       MOVIMENTO E CARREGA O DA CHAVE ATUAL (OU UM REGISTRO
      *       VAZIO, SE O CONTRATO AINDA NAO CONSTA)
      *================================================================
       300-POSICIONAR-FATURADO.
           IF WS-CHAVE-FAT-CORRENTE NOT = WS-CHAVE-MENOR
               PERFORM 320-DESCARREGAR-FATURADO
               PERFORM UNTIL WS-CHAVE-FATURADO NOT < WS-CHAVE-MENOR
                   MOVE REG-FATURADO TO WS-FATURADO-TRABALHO
                   PERFORM 330-GRAVAR-FATURADO
                   PERFORM 310-LER-PROXIMO-FATURADO
               END-PERFORM
               MOVE SPACES TO WS-FATURADO-TRABALHO
               MOVE 0      TO TRB-FAT-DIAS TRB-FAT-UTEIS
                              TRB-FAT-VALOR TRB-FAT-BASE-DIAS
                              TRB-FAT-BASE-UTEIS TRB-FAT-BASE-VALOR
               MOVE WS-CHAVE-MENOR TO TRB-FAT-ID
               MOVE WS-CHAVE-MENOR TO WS-CHAVE-FAT-CORRENTE
               MOVE 'N' TO WS-FATURADO-EXCLUIDO
               IF WS-CHAVE-FATURADO = WS-CHAVE-MENOR
                   MOVE REG-FATURADO TO WS-FATURADO-TRABALHO
                   PERFORM 310-LER-PROXIMO-FATURADO
               END-IF
           END-IF.

       310-LER-PROXIMO-FATURADO.
           IF NOT FIM-FATURADOS
               READ FATURADOS-IN
                   AT END MOVE 'S' TO WS-EOF-FATURADOS
               END-READ
               IF (WS-FS-FATURADO-IN NOT = "00")
                       AND (WS-FS-FATURADO-IN NOT = "10")
                   DISPLAY "04CONCIL - FALHA NA LEITURA DE "
                           "FATURADOS-IN, FS=" WS-FS-FATURADO-IN
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.
           IF FIM-FATURADOS
               MOVE HIGH-VALUES TO WS-CHAVE-FATURADO
           ELSE
               MOVE FAT-CONTRATO-ID TO WS-CHAVE-FATURADO
           END-IF.

      *================================================================
      * 320 - REGRAVA O ULTIMO FATURADO DA CHAVE QUE SAIU DO CONFRONTO,
      *       SALVO CANCELADO OU SEM NADA A GUARDAR (CHAVE QUE SO
      *       TEVE RETORNO SEM EXTRATO, POR EXEMPLO)
      *================================================================
       320-DESCARREGAR-FATURADO.
           IF (WS-CHAVE-FAT-CORRENTE NOT = SPACES)
                   AND (NOT FATURADO-EXCLUIDO)
                   AND ((TRB-FAT-ACAO NOT = SPACES)
                        OR (TRB-FAT-NUMERO-FATURA NOT = SPACES))
               PERFORM 330-GRAVAR-FATURADO
           END-IF.
           MOVE SPACES TO WS-CHAVE-FAT-CORRENTE.

       330-GRAVAR-FATURADO.
           ADD 1 TO WS-QTD-FATURADOS-GRAV.
           MOVE WS-FATURADO-TRABALHO TO REG-FATURADO-SAIDA.
           WRITE REG-FATURADO-SAIDA.
           IF WS-FS-FATURADO-OUT NOT = "00"
               DISPLAY "04CONCIL - FALHA NA GRAVACAO DE "
                       "FATURADOS-OUT, FS=" WS-FS-FATURADO-OUT
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 340 - FIM DO CONFRONTO: DESCARREGA A ULTIMA CHAVE E COPIA O
      *       RESTANTE DO ARQUIVO DE ULTIMO FATURADO
      *================================================================
       340-ENCERRAR-FATURADOS.
           PERFORM 320-DESCARREGAR-FATURADO.
           PERFORM UNTIL FIM-FATURADOS
               MOVE REG-FATURADO TO WS-FATURADO-TRABALHO
               PERFORM 330-GRAVAR-FATURADO
               PERFORM 310-LER-PROXIMO-FATURADO
           END-PERFORM.

      *================================================================
      * 800 - CONFERE A INTEGRIDADE DO EXTRATO LIDO CONTRA O TRAILER
      *       GRAVADO PELO 04UNISYS (QUANTIDADE, HASH DE DIAS E HASH
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "ALTERACOES JA FATURADAS ..: " DELIMITED BY SIZE
                  WS-QTD-ALTER-FATURADAS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE WS-VLR-NOTAS-CREDITO TO WS-VLR-TOTAL-EDITADO.
           STRING "NOTAS DE CREDITO .........: " DELIMITED BY SIZE
                  WS-QTD-NOTAS-CREDITO DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  WS-VLR-TOTAL-EDITADO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE WS-VLR-NOTAS-DEBITO TO WS-VLR-TOTAL-EDITADO.
           STRING "NOTAS DE DEBITO ..........: " DELIMITED BY SIZE
                  WS-QTD-NOTAS-DEBITO DELIMITED BY SIZE
                  "  VALOR " DELIMITED BY SIZE
                  WS-VLR-TOTAL-EDITADO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATOS COM FATURA/BASE : " DELIMITED BY SIZE
                  WS-QTD-FATURADOS-GRAV DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

      *    TRAILER DE CONTROLE DAS NOTAS DE AJUSTE
           MOVE SPACES               TO REG-NOTA-AJUSTE.
           MOVE 'T'                  TO NOT-TIPO-REGISTRO.
           MOVE WS-QTD-NOTAS         TO NOT-TRL-QTD-NOTAS.
           MOVE WS-QTD-NOTAS-CREDITO TO NOT-TRL-QTD-CREDITOS.
           MOVE WS-VLR-NOTAS-CREDITO TO NOT-TRL-VALOR-CREDITOS.
           MOVE WS-QTD-NOTAS-DEBITO  TO NOT-TRL-QTD-DEBITOS.
           MOVE WS-VLR-NOTAS-DEBITO  TO NOT-TRL-VALOR-DEBITOS.
           PERFORM 287-GRAVAR-NOTA.

           CLOSE EXTRATO-IN.
           CLOSE RETORNO-IN.
           CLOSE PENDENCIAS-IN.
           CLOSE PENDENCIAS-OUT.
           CLOSE FATURADOS-IN.
           CLOSE FATURADOS-OUT.
           CLOSE NOTAS-OUT.
           CLOSE RELATORIO-OUT.

           DISPLAY "04CONCIL - CONCILIADOS: " WS-QTD-CONCILIADOS
                   "  NAO FATURADOS: " WS-QTD-NAO-FATURADOS
                   "  SEM EXTRATO: " WS-QTD-SEM-EXTRATO
                   "  PEND ABERTAS: " WS-QTD-PEND-ABERTAS
                   "  PEND VENCIDAS: " WS-QTD-PEND-VENCIDAS
                   "  NOTAS: " WS-QTD-NOTAS.

           EVALUATE TRUE
             WHEN NOT EXTRATO-INTEGRO
           CLOSE RETORNO-IN.
           CLOSE PENDENCIAS-IN.
           CLOSE PENDENCIAS-OUT.
           CLOSE FATURADOS-IN.
           CLOSE FATURADOS-OUT.
           CLOSE NOTAS-OUT.
           CLOSE RELATORIO-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
