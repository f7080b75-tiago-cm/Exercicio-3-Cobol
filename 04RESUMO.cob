       IDENTIFICATION DIVISION.
       PROGRAM-ID. 04RESUMO.
      *================================================================
      *  RESUMO OPERACIONAL DA CADEIA NOTURNA (04RENOVA, 04RECICL,
      *  04UNISYS, 04AVISOS E 04CONCIL), EM UMA PAGINA, PARA O LIDER
      *  DE TURNO DAR O VISTO DA MANHA SEM ABRIR OS RELATORIOS DE CADA
      *  JOB. RODA NO FIM DA CADEIA, MESMO QUANDO UM JOB ANTERIOR
      *  FALHOU (E JUSTAMENTE O QUE ELE PRECISA MOSTRAR), E SO LE
      *  ARQUIVOS:
      *    RUNCTL  - LOTES APLICADOS PELO 04UNISYS (POR ORIGEM; OS
      *              LOTES DE ORIGEM '04RECICL' E '04RENOVA' SAO OS
      *              DOS RECICLADOS E DAS RENOVACOES. AS ORIGENS
      *              INTERNAS, INICIADAS POR '04' - 04RECICL,
      *              04RENOVA, 04REAJUS, 04FERIMP - SO TEM LOTE EM
      *              ALGUMAS NOITES E NAO SAO DADAS COMO AUSENTES)
      *    CKPTDD  - CHECKPOINT DO 04UNISYS: TOTAIS DO LOTE INTEIRO
      *              (ACEITOS/REJEITADOS/CANCELADOS) E, QUANDO HA
      *              MAIS DE UMA EXECUCAO NO ARQUIVO, O RESTART E O
      *              CONTRATO A PARTIR DO QUAL O LOTE FOI RETOMADO
      *    NOTASIN - GERACAO CORRENTE DAS NOTAS DE AJUSTE DO 04CONCIL
      *              (HEADER COM DATA/HORA, TRAILER COM OS TOTAIS);
      *              O 04CONCIL SO CATALOGA A GERACAO QUANDO TERMINA
      *              SEM ERRO GRAVE
      *    AVISOIN - GERACAO CORRENTE DOS AVISOS DE REJEICAO DE UM
      *              REMETENTE COM CARTAO ORIGEM= NO 04AVISOS (QUE
      *              RECEBE UM BLOCO TODA NOITE, MESMO VAZIO): HEADER
      *              COM DATA/HORA, TRAILER COM A QUANTIDADE
      *    SUSPIN  - SUSPENSOS (IDADE DO 04RECICL; OS DA NOITE TEM 0)
      *    PENDIN  - PENDENCIAS DE FATURAMENTO (IDADE DO 04CONCIL)
      *    RESANT  - FOTOGRAFIA DO RESUMO ANTERIOR (LAYOUT CTRESU)
      *
      *  UM PASSO SO CONTA COMO EXECUTADO NESTA NOITE QUANDO A MARCA
      *  QUE ELE DEIXA (CARIMBO DO RUNCTL/CHECKPOINT, DATA/HORA DAS
      *  NOTAS E DOS AVISOS) E POSTERIOR A MARCA GUARDADA NO RESUMO
      *  ANTERIOR; SEM RESUMO ANTERIOR VALE A ULTIMA EXECUCAO
      *  REGISTRADA.
      *
      *  CADA INDICADOR SAI COM O VALOR DA NOITE ANTERIOR E A
      *  VARIACAO; A VARIACAO E DESTACADA QUANDO PASSA DO PERCENTUAL
      *  DO CARTAO VARIACAO=NNN (PADRAO 050) E, AO MESMO TEMPO, DO
      *  MINIMO ABSOLUTO DO CARTAO VARIACAO-MINIMA=NNNNNNNNN (PADRAO
      *  10), PARA NAO DESTACAR 1 -> 2. O CARTAO LIMITE=NNN (PADRAO
      *  030, O MESMO DO 04RECICL/04CONCIL) DEFINE A ESCALADA.
      *  A FOTOGRAFIA DESTA NOITE SAI EM RESNOVO PARA A PROXIMA.
      *
      *  RETURN-CODE: 0 NOITE NORMAL; 4 HA VARIACAO DESTACADA OU
      *  PENDENCIA DE FATURAMENTO ACIMA DO LIMITE, OU O 04AVISOS NAO
      *  CONCLUIU NESTA NOITE (OS AVISOS PENDENTES SAEM NA PROXIMA);
      *  8 O 04UNISYS OU O 04CONCIL NAO CONCLUIU NESTA NOITE.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTOES-IN ASSIGN TO "CARDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTOES.

           SELECT CONTROLE-LOTES ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE.

           SELECT CHECKPOINT-FILE ASSIGN TO "CKPTDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CHECKPOINT.

           SELECT NOTAS-IN ASSIGN TO "NOTASIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-NOTA.

           SELECT AVISOS-IN ASSIGN TO "AVISOIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVISO.

           SELECT SUSPENSOS-IN ASSIGN TO "SUSPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.

           SELECT PENDENCIAS-IN ASSIGN TO "PENDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PENDENCIA.

           SELECT RESUMO-ANTERIOR ASSIGN TO "RESANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO-ANT.

           SELECT RESUMO-NOVO ASSIGN TO "RESNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RESUMO-NOVO.

           SELECT RELATORIO-OUT ASSIGN TO "RELRESUM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTOES-IN.
       01  REG-CARTAO               PIC X(80).

       FD  CONTROLE-LOTES.
           COPY CTRCTL.

       FD  CHECKPOINT-FILE.
           COPY CTCKPT.

       FD  NOTAS-IN.
           COPY CTNOTA.

       FD  AVISOS-IN.
           COPY CTAVIS.

       FD  SUSPENSOS-IN.
           COPY CTSUSP.

       FD  PENDENCIAS-IN.
           COPY CTPEND.

       FD  RESUMO-ANTERIOR.
           COPY CTRESU.

       FD  RESUMO-NOVO.
       01  REG-RESUMO-NOVO          PIC X(79).

       FD  RELATORIO-OUT.
       01  LINHA-RELATORIO          PIC X(132).

       WORKING-STORAGE SECTION.
      *--- status dos arquivos ---------------------------------------
       01 WS-FS-CARTOES         PIC X(02).
       01 WS-FS-CONTROLE        PIC X(02).
       01 WS-FS-CHECKPOINT      PIC X(02).
       01 WS-FS-NOTA            PIC X(02).
       01 WS-FS-AVISO           PIC X(02).
       01 WS-FS-SUSPENSO        PIC X(02).
       01 WS-FS-PENDENCIA       PIC X(02).
       01 WS-FS-RESUMO-ANT      PIC X(02).
       01 WS-FS-RESUMO-NOVO     PIC X(02).
       01 WS-FS-RELATORIO       PIC X(02).

       01 WS-EOF-CARTOES        PIC X(01) VALUE 'N'.
         88 FIM-CARTOES           VALUE 'S'.
       01 WS-EOF-CONTROLE       PIC X(01) VALUE 'N'.
         88 FIM-CONTROLE          VALUE 'S'.
       01 WS-EOF-CHECKPOINT     PIC X(01) VALUE 'N'.
         88 FIM-CHECKPOINT        VALUE 'S'.
       01 WS-EOF-NOTAS          PIC X(01) VALUE 'N'.
         88 FIM-NOTAS             VALUE 'S'.
       01 WS-EOF-AVISOS         PIC X(01) VALUE 'N'.
         88 FIM-AVISOS            VALUE 'S'.
       01 WS-EOF-SUSPENSOS      PIC X(01) VALUE 'N'.
         88 FIM-SUSPENSOS         VALUE 'S'.
       01 WS-EOF-PENDENCIAS     PIC X(01) VALUE 'N'.
         88 FIM-PENDENCIAS        VALUE 'S'.
       01 WS-EOF-RESUMO-ANT     PIC X(01) VALUE 'N'.
         88 FIM-RESUMO-ANT        VALUE 'S'.

      *--- parametros dos cartoes de controle -------------------------
       01 WS-LIMITE-DIAS        PIC 9(03) VALUE 030.
       01 WS-VARIACAO-PCT       PIC 9(03) VALUE 050.
       01 WS-VARIACAO-MINIMA    PIC 9(09) VALUE 10.

      *--- data de processamento --------------------------------------
       01 WS-DATA-HORA-EXECUCAO PIC X(26).

      *--- resumo anterior (FOTOGRAFIA DA NOITE PASSADA) --------------
       01 WS-HA-ANTERIOR        PIC X(01) VALUE 'N'.
         88 HA-RESUMO-ANTERIOR    VALUE 'S'.
       01 WS-DATA-HORA-ANT      PIC X(26) VALUE SPACES.
       01 WS-MARCA-UNISYS-ANT   PIC X(26) VALUE LOW-VALUES.
       01 WS-MARCA-CONCIL-ANT   PIC X(14) VALUE LOW-VALUES.
       01 WS-MARCA-AVISOS-ANT   PIC X(12) VALUE LOW-VALUES.
       01 WS-QTD-ANTERIOR       PIC 9(04) VALUE 0.
       01 TABELA-ANTERIOR.
           03 OCORRENCIA-ANTERIOR OCCURS 300 TIMES
                                   INDEXED BY IDX-ANTERIOR.
               05 ANT-INDICADOR   PIC X(30).
               05 ANT-QUANTIDADE  PIC 9(09).
               05 ANT-USADO       PIC X(01).

      *--- lotes aplicados (RUNCTL) -----------------------------------
       01 WS-RCT-ULTIMO-CARIMBO PIC X(26) VALUE LOW-VALUES.
       01 WS-RCT-EXECUCOES      PIC 9(03) VALUE 0.
       01 WS-RCT-LOTES          PIC 9(09) VALUE 0.
       01 WS-RCT-LIDOS          PIC 9(09) VALUE 0.
       01 WS-RCT-ACEITOS        PIC 9(09) VALUE 0.
       01 WS-RCT-REJEITADOS     PIC 9(09) VALUE 0.
       01 WS-QTD-RECICLADOS     PIC 9(09) VALUE 0.
       01 WS-QTD-RENOVADOS      PIC 9(09) VALUE 0.

      *--- checkpoint do 04UNISYS -------------------------------------
       01 WS-CKP-ULTIMO-CARIMBO PIC X(26) VALUE LOW-VALUES.
       01 WS-CKP-EXECUCOES      PIC 9(03) VALUE 0.
       01 WS-CKP-ULTIMO-ID      PIC X(10) VALUE SPACES.
       01 WS-CKP-ID-RETOMADA    PIC X(10) VALUE SPACES.
       01 WS-CKP-PROCESSADOS    PIC 9(09) VALUE 0.
       01 WS-CKP-ACEITOS        PIC 9(09) VALUE 0.
       01 WS-CKP-REJEITADOS     PIC 9(09) VALUE 0.
       01 WS-CKP-CANCELADOS     PIC 9(09) VALUE 0.

      *--- notas de ajuste do 04CONCIL --------------------------------
       01 WS-NOT-MARCA          PIC X(14) VALUE LOW-VALUES.
       01 WS-NOT-TRAILER        PIC X(01) VALUE 'N'.
         88 NOTAS-COM-TRAILER     VALUE 'S'.
       01 WS-NOT-QTD-NOTAS      PIC 9(09) VALUE 0.

      *--- avisos de rejeicao do 04AVISOS -----------------------------
       01 WS-AVI-MARCA          PIC X(12) VALUE LOW-VALUES.
       01 WS-AVI-TRAILER        PIC X(01) VALUE 'N'.
         88 AVISOS-COM-TRAILER    VALUE 'S'.
       01 WS-AVI-QTD-AVISOS     PIC 9(09) VALUE 0.

      *--- situacao de cada passo -------------------------------------
       01 WS-SITUACAO-UNISYS    PIC X(01).
         88 UNISYS-CONCLUIDO      VALUE 'C'.
         88 UNISYS-COM-RESTART    VALUE 'R'.
         88 UNISYS-INTERROMPIDO   VALUE 'I'.
         88 UNISYS-NAO-EXECUTADO  VALUE 'N'.
       01 WS-SITUACAO-CONCIL    PIC X(01).
         88 CONCIL-CONCLUIDO      VALUE 'C'.
         88 CONCIL-INCOMPLETO     VALUE 'I'.
         88 CONCIL-NAO-EXECUTADO  VALUE 'N'.
       01 WS-SITUACAO-AVISOS    PIC X(01).
         88 AVISOS-CONCLUIDO      VALUE 'C'.
         88 AVISOS-INCOMPLETO     VALUE 'I'.
         88 AVISOS-NAO-EXECUTADO  VALUE 'N'.
       01 WS-MARCA-UNISYS-NOVA  PIC X(26).
       01 WS-MARCA-CONCIL-NOVA  PIC X(14).
       01 WS-MARCA-AVISOS-NOVA  PIC X(12).
      *    NUMEROS DA NOITE DO 04UNISYS (CHECKPOINT QUANDO HOUVER,
      *    SENAO SOMA DOS LOTES DO RUNCTL)
       01 WS-NOITE-LIDOS        PIC 9(09) VALUE 0.
       01 WS-NOITE-ACEITOS      PIC 9(09) VALUE 0.
       01 WS-NOITE-REJEITADOS   PIC 9(09) VALUE 0.
       01 WS-NOITE-CANCELADOS   PIC 9(09) VALUE 0.
       01 WS-NOTAS-NOITE        PIC 9(09) VALUE 0.

      *--- origens (LOTES DA NOITE E SUSPENSOS) -----------------------
       01 WS-ORIGEM-PROCURADA   PIC X(08).
       01 WS-QTD-ORIGENS        PIC 9(03) VALUE 0.
       01 TABELA-ORIGENS.
           03 OCORRENCIA-ORIGEM OCCURS 50 TIMES
                                 INDEXED BY IDX-ORIGEM.
               05 ORG-SISTEMA-ORIGEM PIC X(08).
               05 ORG-QTD-LOTES      PIC 9(05).
               05 ORG-QTD-LIDOS      PIC 9(09).
               05 ORG-QTD-ACEITOS    PIC 9(09).
               05 ORG-QTD-REJEITADOS PIC 9(09).
               05 ORG-SUSP-FAIXA     PIC 9(07) OCCURS 5 TIMES.
               05 ORG-SUSP-TOTAL     PIC 9(07).
               05 ORG-SUSP-ACIMA     PIC 9(07).

      *--- faixas de idade (DIAS) -------------------------------------
       01 WS-NOMES-FAIXA-VALORES.
           03 FILLER            PIC X(12) VALUE "ATE 7 DIAS".
           03 FILLER            PIC X(12) VALUE "8 A 15 DIAS".
           03 FILLER            PIC X(12) VALUE "16 A 30 DIAS".
           03 FILLER            PIC X(12) VALUE "31 A 60 DIAS".
           03 FILLER            PIC X(12) VALUE "ACIMA DE 60".
       01 WS-NOMES-FAIXA REDEFINES WS-NOMES-FAIXA-VALORES.
           03 WS-NOME-FAIXA     PIC X(12) OCCURS 5 TIMES.
       01 WS-IDADE-DIAS         PIC 9(03).
       01 WS-FAIXA              PIC 9(01).

      *--- suspensos e pendencias por faixa ---------------------------
       01 WS-SUSP-FAIXA         PIC 9(07) OCCURS 5 TIMES.
       01 WS-SUSP-TOTAL         PIC 9(07) VALUE 0.
       01 WS-SUSP-ACIMA         PIC 9(07) VALUE 0.
       01 WS-PEND-FAIXA         PIC 9(07) OCCURS 5 TIMES.
       01 WS-PEND-TOTAL         PIC 9(07) VALUE 0.
       01 WS-PEND-ACIMA         PIC 9(07) VALUE 0.
      *    AS PRIMEIRAS PENDENCIAS ACIMA DO LIMITE, LISTADAS NO RESUMO
       01 WS-QTD-LISTADAS       PIC 9(02) VALUE 0.
       01 TABELA-ESCALADA.
           03 OCORRENCIA-ESCALADA OCCURS 14 TIMES
                                   INDEXED BY IDX-ESCALADA.
               05 ESC-CONTRATO-ID    PIC X(10).
               05 ESC-DIAS           PIC 9(03).
       01 WS-POSICAO-LINHA      PIC 9(03).

      *--- comparacao com a noite anterior ----------------------------
       01 WS-IND-NOME           PIC X(30).
       01 WS-IND-VALOR          PIC 9(09).
       01 WS-IND-ANTERIOR       PIC 9(09).
       01 WS-IND-SINAL          PIC X(01).
       01 WS-IND-VARIACAO       PIC 9(09).
       01 WS-IND-DESTACAR       PIC X(01).
         88 VARIACAO-DESTACADA    VALUE 'S'.
       01 WS-IND-GRAVAR         PIC X(01).
         88 GRAVAR-NA-FOTOGRAFIA  VALUE 'S'.
       01 WS-TEXTO-ANTERIOR     PIC X(09).
       01 WS-TEXTO-VARIACAO     PIC X(10).
       01 WS-TEXTO-DESTAQUE     PIC X(30).
       01 WS-PRODUTO-VARIACAO   PIC 9(12).
       01 WS-PRODUTO-LIMITE     PIC 9(12).

      *--- totais de controle -----------------------------------------
       01 WS-QTD-DESTACADAS     PIC 9(05) VALUE 0.
       01 WS-SUB-I              PIC 9(02).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INICIALIZAR.
           PERFORM 100-APURAR-LOTE
               UNTIL FIM-CONTROLE.
           PERFORM 200-APURAR-CHECKPOINT
               UNTIL FIM-CHECKPOINT.
           PERFORM 300-APURAR-NOTA
               UNTIL FIM-NOTAS.
           PERFORM 350-APURAR-AVISO
               UNTIL FIM-AVISOS.
           PERFORM 400-APURAR-SUSPENSO
               UNTIL FIM-SUSPENSOS.
           PERFORM 450-APURAR-PENDENCIA
               UNTIL FIM-PENDENCIAS.
           PERFORM 600-AVALIAR-PASSOS.
           PERFORM 610-EMITIR-PASSOS.
           PERFORM 620-EMITIR-INDICADORES.
           PERFORM 630-EMITIR-LOTES-ORIGEM.
           PERFORM 640-EMITIR-SUSPENSOS-ORIGEM.
           PERFORM 650-EMITIR-ESCALADA.
           PERFORM 900-FINALIZAR.
           STOP RUN.

      *================================================================
      * 000 - CARTOES, RESUMO ANTERIOR, ABERTURA DE ARQUIVOS E
      *       PRIMEIRAS LEITURAS
      *================================================================
       000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO.
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 5
               MOVE 0 TO WS-SUSP-FAIXA(WS-FAIXA)
               MOVE 0 TO WS-PEND-FAIXA(WS-FAIXA)
           END-PERFORM.

           PERFORM 010-LER-CARTOES.
           PERFORM 020-CARREGAR-RESUMO-ANTERIOR.

           OPEN OUTPUT RELATORIO-OUT.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04RESUMO - FALHA AO ABRIR RELATORIO-OUT, FS="
                       WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN OUTPUT RESUMO-NOVO.
           IF WS-FS-RESUMO-NOVO NOT = "00"
               DISPLAY "04RESUMO - FALHA AO ABRIR RESUMO-NOVO, FS="
                       WS-FS-RESUMO-NOVO
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN INPUT CONTROLE-LOTES.
           IF WS-FS-CONTROLE = "35"
               DISPLAY "04RESUMO - AVISO: RUNCTL NAO ENCONTRADO, "
                       "NENHUM LOTE APLICADO"
               MOVE 'S' TO WS-EOF-CONTROLE
           ELSE
               IF WS-FS-CONTROLE NOT = "00"
                   DISPLAY "04RESUMO - FALHA AO ABRIR CONTROLE-LOTES, "
                           "FS=" WS-FS-CONTROLE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT CHECKPOINT-FILE.
           IF WS-FS-CHECKPOINT = "35"
               DISPLAY "04RESUMO - AVISO: CKPTDD NAO ENCONTRADO, "
                       "SEM CHECKPOINT DO 04UNISYS"
               MOVE 'S' TO WS-EOF-CHECKPOINT
           ELSE
               IF WS-FS-CHECKPOINT NOT = "00"
                   DISPLAY "04RESUMO - FALHA AO ABRIR CHECKPOINT-FILE, "
                           "FS=" WS-FS-CHECKPOINT
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT NOTAS-IN.
           IF WS-FS-NOTA = "35"
               DISPLAY "04RESUMO - AVISO: NOTASIN NAO ENCONTRADO, "
                       "SEM GERACAO DE NOTAS DO 04CONCIL"
               MOVE 'S' TO WS-EOF-NOTAS
           ELSE
               IF WS-FS-NOTA NOT = "00"
                   DISPLAY "04RESUMO - FALHA AO ABRIR NOTAS-IN, FS="
                           WS-FS-NOTA
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT AVISOS-IN.
           IF WS-FS-AVISO = "35"
               DISPLAY "04RESUMO - AVISO: AVISOIN NAO ENCONTRADO, "
                       "SEM GERACAO DE AVISOS DO 04AVISOS"
               MOVE 'S' TO WS-EOF-AVISOS
           ELSE
               IF WS-FS-AVISO NOT = "00"
                   DISPLAY "04RESUMO - FALHA AO ABRIR AVISOS-IN, FS="
                           WS-FS-AVISO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT SUSPENSOS-IN.
           IF WS-FS-SUSPENSO = "35"
               DISPLAY "04RESUMO - AVISO: SUSPIN NAO ENCONTRADO, "
                       "NAO HA SUSPENSOS"
               MOVE 'S' TO WS-EOF-SUSPENSOS
           ELSE
               IF WS-FS-SUSPENSO NOT = "00"
                   DISPLAY "04RESUMO - FALHA AO ABRIR SUSPENSOS-IN, "
                           "FS=" WS-FS-SUSPENSO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT PENDENCIAS-IN.
           IF WS-FS-PENDENCIA = "35"
               DISPLAY "04RESUMO - AVISO: PENDIN NAO ENCONTRADO, "
                       "NAO HA PENDENCIAS"
               MOVE 'S' TO WS-EOF-PENDENCIAS
           ELSE
               IF WS-FS-PENDENCIA NOT = "00"
                   DISPLAY "04RESUMO - FALHA AO ABRIR PENDENCIAS-IN, "
                           "FS=" WS-FS-PENDENCIA
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           PERFORM 110-LER-PROXIMO-CONTROLE.
           PERFORM 210-LER-PROXIMO-CHECKPOINT.
           PERFORM 310-LER-PROXIMA-NOTA.
           PERFORM 360-LER-PROXIMO-AVISO.
           PERFORM 410-LER-PROXIMO-SUSPENSO.
           PERFORM 460-LER-PROXIMA-PENDENCIA.

      *================================================================
      * 010 - CARTOES DE CONTROLE (ARQUIVO AUSENTE = PADROES):
      *       LIMITE=NNN / VARIACAO=NNN / VARIACAO-MINIMA=NNNNNNNNN
      *================================================================
       010-LER-CARTOES.
           OPEN INPUT CARTOES-IN.
           IF WS-FS-CARTOES = "35"
               MOVE 'S' TO WS-EOF-CARTOES
           ELSE
               IF WS-FS-CARTOES NOT = "00"
                   DISPLAY "04RESUMO - FALHA AO ABRIR CARTOES-IN, FS="
                           WS-FS-CARTOES
                   PERFORM 910-ABENDAR-JOB
               END-IF
               READ CARTOES-IN
                   AT END MOVE 'S' TO WS-EOF-CARTOES
               END-READ
               PERFORM UNTIL FIM-CARTOES
                   EVALUATE TRUE
                     WHEN REG-CARTAO(1:7) = "LIMITE="
                       IF (REG-CARTAO(8:3) IS NUMERIC)
                               AND (REG-CARTAO(8:3) NOT = "000")
                           MOVE REG-CARTAO(8:3) TO WS-LIMITE-DIAS
                       ELSE
                           DISPLAY "04RESUMO - LIMITE INVALIDO NO "
                                   "CARTAO: " REG-CARTAO(1:20)
                           PERFORM 910-ABENDAR-JOB
                       END-IF
                     WHEN REG-CARTAO(1:9) = "VARIACAO="
                       IF (REG-CARTAO(10:3) IS NUMERIC)
                               AND (REG-CARTAO(10:3) NOT = "000")
                           MOVE REG-CARTAO(10:3) TO WS-VARIACAO-PCT
                       ELSE
                           DISPLAY "04RESUMO - VARIACAO INVALIDA NO "
                                   "CARTAO: " REG-CARTAO(1:20)
                           PERFORM 910-ABENDAR-JOB
                       END-IF
                     WHEN REG-CARTAO(1:16) = "VARIACAO-MINIMA="
                       IF REG-CARTAO(17:9) IS NUMERIC
                           MOVE REG-CARTAO(17:9) TO WS-VARIACAO-MINIMA
                       ELSE
                           DISPLAY "04RESUMO - VARIACAO-MINIMA "
                                   "INVALIDA NO CARTAO: "
                                   REG-CARTAO(1:30)
                           PERFORM 910-ABENDAR-JOB
                       END-IF
                     WHEN REG-CARTAO(1:1) = "*"
                       CONTINUE
                     WHEN REG-CARTAO = SPACES
                       CONTINUE
                     WHEN OTHER
                       DISPLAY "04RESUMO - CARTAO DE CONTROLE NAO "
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
      * 020 - CARGA DA FOTOGRAFIA DO RESUMO ANTERIOR: MARCAS DOS
      *       PASSOS (HEADER) E INDICADORES (DETALHES). ARQUIVO
      *       AUSENTE OU VAZIO = PRIMEIRO RESUMO, SEM COMPARACAO
      *================================================================
       020-CARREGAR-RESUMO-ANTERIOR.
           OPEN INPUT RESUMO-ANTERIOR.
           IF WS-FS-RESUMO-ANT = "35"
               DISPLAY "04RESUMO - AVISO: RESANT NAO ENCONTRADO, "
                       "PRIMEIRO RESUMO SEM COMPARACAO"
               MOVE 'S' TO WS-EOF-RESUMO-ANT
           ELSE
               IF WS-FS-RESUMO-ANT NOT = "00"
                   DISPLAY "04RESUMO - FALHA AO ABRIR "
                           "RESUMO-ANTERIOR, FS=" WS-FS-RESUMO-ANT
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           PERFORM UNTIL FIM-RESUMO-ANT
               READ RESUMO-ANTERIOR
                   AT END MOVE 'S' TO WS-EOF-RESUMO-ANT
               END-READ
               IF (WS-FS-RESUMO-ANT NOT = "00")
                       AND (WS-FS-RESUMO-ANT NOT = "10")
                   DISPLAY "04RESUMO - FALHA NA LEITURA DE "
                           "RESUMO-ANTERIOR, FS=" WS-FS-RESUMO-ANT
                   PERFORM 910-ABENDAR-JOB
               END-IF
               IF NOT FIM-RESUMO-ANT
                   EVALUATE TRUE
                     WHEN RES-REGISTRO-HEADER
                       MOVE 'S' TO WS-HA-ANTERIOR
                       MOVE RES-HDR-DATA-HORA    TO WS-DATA-HORA-ANT
                       MOVE RES-HDR-MARCA-UNISYS TO WS-MARCA-UNISYS-ANT
                       MOVE RES-HDR-MARCA-CONCIL TO WS-MARCA-CONCIL-ANT
                       MOVE RES-HDR-MARCA-AVISOS TO WS-MARCA-AVISOS-ANT
                     WHEN RES-REGISTRO-DETALHE
                       IF WS-QTD-ANTERIOR < 300
                           ADD 1 TO WS-QTD-ANTERIOR
                           SET IDX-ANTERIOR TO WS-QTD-ANTERIOR
                           MOVE RES-INDICADOR
                               TO ANT-INDICADOR(IDX-ANTERIOR)
                           MOVE RES-QUANTIDADE
                               TO ANT-QUANTIDADE(IDX-ANTERIOR)
                           MOVE 'N' TO ANT-USADO(IDX-ANTERIOR)
                       ELSE
                           DISPLAY "04RESUMO - AVISO: RESUMO ANTERIOR "
                                   "COM MAIS DE 300 INDICADORES, "
                                   "IGNORADO: " RES-INDICADOR
                       END-IF
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.

           IF WS-FS-RESUMO-ANT NOT = "35"
               CLOSE RESUMO-ANTERIOR
           END-IF.

      *================================================================
      * 100 - LOTES DO RUNCTL APLICADOS DEPOIS DO RESUMO ANTERIOR
      *       (SEM RESUMO ANTERIOR, SO OS DA ULTIMA EXECUCAO),
      *       SOMADOS POR ORIGEM
      *================================================================
       100-APURAR-LOTE.
           IF RCT-DATA-HORA-APLICACAO NOT = WS-RCT-ULTIMO-CARIMBO
               IF NOT HA-RESUMO-ANTERIOR
                   MOVE 0 TO WS-RCT-EXECUCOES WS-RCT-LOTES
                   MOVE 0 TO WS-RCT-LIDOS WS-RCT-ACEITOS
                   MOVE 0 TO WS-RCT-REJEITADOS WS-QTD-RECICLADOS
                   MOVE 0 TO WS-QTD-RENOVADOS
                   MOVE 0 TO WS-QTD-ORIGENS
               END-IF
               IF RCT-DATA-HORA-APLICACAO > WS-RCT-ULTIMO-CARIMBO
                   MOVE RCT-DATA-HORA-APLICACAO
                       TO WS-RCT-ULTIMO-CARIMBO
               END-IF
               IF RCT-DATA-HORA-APLICACAO > WS-MARCA-UNISYS-ANT
                   ADD 1 TO WS-RCT-EXECUCOES
               END-IF
           END-IF.

           IF RCT-DATA-HORA-APLICACAO > WS-MARCA-UNISYS-ANT
               ADD 1                  TO WS-RCT-LOTES
               ADD RCT-QTD-DETALHES   TO WS-RCT-LIDOS
               ADD RCT-QTD-ACEITOS    TO WS-RCT-ACEITOS
               ADD RCT-QTD-REJEITADOS TO WS-RCT-REJEITADOS
               IF RCT-SISTEMA-ORIGEM = "04RECICL"
                   ADD RCT-QTD-DETALHES TO WS-QTD-RECICLADOS
               END-IF
               IF RCT-SISTEMA-ORIGEM = "04RENOVA"
                   ADD RCT-QTD-DETALHES TO WS-QTD-RENOVADOS
               END-IF
               MOVE RCT-SISTEMA-ORIGEM TO WS-ORIGEM-PROCURADA
               PERFORM 120-LOCALIZAR-ORIGEM
               ADD 1                  TO ORG-QTD-LOTES(IDX-ORIGEM)
               ADD RCT-QTD-DETALHES   TO ORG-QTD-LIDOS(IDX-ORIGEM)
               ADD RCT-QTD-ACEITOS    TO ORG-QTD-ACEITOS(IDX-ORIGEM)
               ADD RCT-QTD-REJEITADOS
                   TO ORG-QTD-REJEITADOS(IDX-ORIGEM)
           END-IF.

           PERFORM 110-LER-PROXIMO-CONTROLE.

       110-LER-PROXIMO-CONTROLE.
           IF NOT FIM-CONTROLE
               READ CONTROLE-LOTES
                   AT END MOVE 'S' TO WS-EOF-CONTROLE
               END-READ
               IF (WS-FS-CONTROLE NOT = "00")
                       AND (WS-FS-CONTROLE NOT = "10")
                   DISPLAY "04RESUMO - FALHA NA LEITURA DE "
                           "CONTROLE-LOTES, FS=" WS-FS-CONTROLE
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

      *================================================================
      * 120 - POSICIONA IDX-ORIGEM NA ORIGEM PROCURADA, INCLUINDO-A
      *       ZERADA NA TABELA QUANDO AINDA NAO EXISTE
      *================================================================
       120-LOCALIZAR-ORIGEM.
           SET IDX-ORIGEM TO 1.
           PERFORM UNTIL (IDX-ORIGEM > WS-QTD-ORIGENS)
                   OR (ORG-SISTEMA-ORIGEM(IDX-ORIGEM)
                       = WS-ORIGEM-PROCURADA)
               SET IDX-ORIGEM UP BY 1
           END-PERFORM.
           IF IDX-ORIGEM > WS-QTD-ORIGENS
               IF WS-QTD-ORIGENS NOT < 50
                   DISPLAY "04RESUMO - MAIS DE 50 SISTEMAS DE ORIGEM, "
                           "AMPLIAR TABELA-ORIGENS"
                   PERFORM 910-ABENDAR-JOB
               END-IF
               ADD 1 TO WS-QTD-ORIGENS
               SET IDX-ORIGEM TO WS-QTD-ORIGENS
               MOVE WS-ORIGEM-PROCURADA
                   TO ORG-SISTEMA-ORIGEM(IDX-ORIGEM)
               MOVE 0 TO ORG-QTD-LOTES(IDX-ORIGEM)
               MOVE 0 TO ORG-QTD-LIDOS(IDX-ORIGEM)
               MOVE 0 TO ORG-QTD-ACEITOS(IDX-ORIGEM)
               MOVE 0 TO ORG-QTD-REJEITADOS(IDX-ORIGEM)
               MOVE 0 TO ORG-SUSP-TOTAL(IDX-ORIGEM)
               MOVE 0 TO ORG-SUSP-ACIMA(IDX-ORIGEM)
               PERFORM VARYING WS-SUB-I FROM 1 BY 1
                       UNTIL WS-SUB-I > 5
                   MOVE 0 TO ORG-SUSP-FAIXA(IDX-ORIGEM, WS-SUB-I)
               END-PERFORM
           END-IF.

      *================================================================
      * 200 - CHECKPOINT DO 04UNISYS: O ULTIMO REGISTRO TRAZ OS TOTAIS
      *       DO LOTE INTEIRO. CADA TROCA DE CARIMBO E UMA EXECUCAO
      *       (O RESTART ACRESCENTA AO ARQUIVO DA EXECUCAO
      *       INTERROMPIDA); O ULTIMO CONTRATO GRAVADO ANTES DA
      *       ULTIMA TROCA E O PONTO DE RETOMADA
      *================================================================
       200-APURAR-CHECKPOINT.
           IF CKPT-DATA-HORA NOT = WS-CKP-ULTIMO-CARIMBO
               ADD 1 TO WS-CKP-EXECUCOES
               IF WS-CKP-EXECUCOES > 1
                   MOVE WS-CKP-ULTIMO-ID TO WS-CKP-ID-RETOMADA
               END-IF
               MOVE CKPT-DATA-HORA TO WS-CKP-ULTIMO-CARIMBO
           END-IF.
           MOVE CKPT-CONTRATO-ID       TO WS-CKP-ULTIMO-ID.
           MOVE CKPT-QTD-PROCESSADOS   TO WS-CKP-PROCESSADOS.
           MOVE CKPT-QTD-ACEITOS       TO WS-CKP-ACEITOS.
           MOVE CKPT-QTD-REJEITADOS    TO WS-CKP-REJEITADOS.
           MOVE CKPT-QTD-CANCELADOS    TO WS-CKP-CANCELADOS.

           PERFORM 210-LER-PROXIMO-CHECKPOINT.

       210-LER-PROXIMO-CHECKPOINT.
           IF NOT FIM-CHECKPOINT
               READ CHECKPOINT-FILE
                   AT END MOVE 'S' TO WS-EOF-CHECKPOINT
               END-READ
               IF (WS-FS-CHECKPOINT NOT = "00")
                       AND (WS-FS-CHECKPOINT NOT = "10")
                   DISPLAY "04RESUMO - FALHA NA LEITURA DE "
                           "CHECKPOINT-FILE, FS=" WS-FS-CHECKPOINT
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

      *================================================================
      * 300 - NOTAS DE AJUSTE: DATA/HORA DO HEADER (AAAAMMDDHHMMSS)
      *       E QUANTIDADE DO TRAILER
      *================================================================
       300-APURAR-NOTA.
           EVALUATE TRUE
             WHEN NOT-REGISTRO-HEADER
               MOVE ANO-NOT-GERACAO      TO WS-NOT-MARCA(1:4)
               MOVE MES-NOT-GERACAO      TO WS-NOT-MARCA(5:2)
               MOVE DIA-NOT-GERACAO      TO WS-NOT-MARCA(7:2)
               MOVE NOT-HDR-HORA-GERACAO TO WS-NOT-MARCA(9:6)
             WHEN NOT-REGISTRO-TRAILER
               MOVE 'S' TO WS-NOT-TRAILER
               MOVE NOT-TRL-QTD-NOTAS TO WS-NOT-QTD-NOTAS
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           PERFORM 310-LER-PROXIMA-NOTA.

       310-LER-PROXIMA-NOTA.
           IF NOT FIM-NOTAS
               READ NOTAS-IN
                   AT END MOVE 'S' TO WS-EOF-NOTAS
               END-READ
               IF (WS-FS-NOTA NOT = "00") AND (WS-FS-NOTA NOT = "10")
                   DISPLAY "04RESUMO - FALHA NA LEITURA DE NOTAS-IN, "
                           "FS=" WS-FS-NOTA
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

      *================================================================
      * 350 - AVISOS DE REJEICAO: DATA/HORA DO HEADER (AAAAMMDDHHMM,
      *       SEM OS SEGUNDOS) E QUANTIDADE DOS TRAILERS
      *================================================================
       350-APURAR-AVISO.
           EVALUATE TRUE
             WHEN AVI-REGISTRO-HEADER
               MOVE ANO-AVI-GERACAO      TO WS-AVI-MARCA(1:4)
               MOVE MES-AVI-GERACAO      TO WS-AVI-MARCA(5:2)
               MOVE DIA-AVI-GERACAO      TO WS-AVI-MARCA(7:2)
               MOVE AVI-HDR-HORA-GERACAO(1:4) TO WS-AVI-MARCA(9:4)
             WHEN AVI-REGISTRO-TRAILER
               MOVE 'S' TO WS-AVI-TRAILER
               ADD AVI-TRL-QTD-AVISOS TO WS-AVI-QTD-AVISOS
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           PERFORM 360-LER-PROXIMO-AVISO.

       360-LER-PROXIMO-AVISO.
           IF NOT FIM-AVISOS
               READ AVISOS-IN
                   AT END MOVE 'S' TO WS-EOF-AVISOS
               END-READ
               IF (WS-FS-AVISO NOT = "00") AND (WS-FS-AVISO NOT = "10")
                   DISPLAY "04RESUMO - FALHA NA LEITURA DE AVISOS-IN, "
                           "FS=" WS-FS-AVISO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

      *================================================================
      * 400 - ESTOQUE DE SUSPENSOS POR ORIGEM E FAIXA DE IDADE
      *================================================================
       400-APURAR-SUSPENSO.
           MOVE SUSP-DIAS-PENDENTES TO WS-IDADE-DIAS.
           PERFORM 420-CLASSIFICAR-FAIXA.
           ADD 1 TO WS-SUSP-FAIXA(WS-FAIXA).
           ADD 1 TO WS-SUSP-TOTAL.

           MOVE SUSP-SISTEMA-ORIGEM TO WS-ORIGEM-PROCURADA.
           PERFORM 120-LOCALIZAR-ORIGEM.
           ADD 1 TO ORG-SUSP-FAIXA(IDX-ORIGEM, WS-FAIXA).
           ADD 1 TO ORG-SUSP-TOTAL(IDX-ORIGEM).

           IF SUSP-DIAS-PENDENTES > WS-LIMITE-DIAS
               ADD 1 TO WS-SUSP-ACIMA
               ADD 1 TO ORG-SUSP-ACIMA(IDX-ORIGEM)
           END-IF.

           PERFORM 410-LER-PROXIMO-SUSPENSO.

       410-LER-PROXIMO-SUSPENSO.
           IF NOT FIM-SUSPENSOS
               READ SUSPENSOS-IN
                   AT END MOVE 'S' TO WS-EOF-SUSPENSOS
               END-READ
               IF (WS-FS-SUSPENSO NOT = "00")
                       AND (WS-FS-SUSPENSO NOT = "10")
                   DISPLAY "04RESUMO - FALHA NA LEITURA DE "
                           "SUSPENSOS-IN, FS=" WS-FS-SUSPENSO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

       420-CLASSIFICAR-FAIXA.
           EVALUATE TRUE
             WHEN WS-IDADE-DIAS NOT > 7
               MOVE 1 TO WS-FAIXA
             WHEN WS-IDADE-DIAS NOT > 15
               MOVE 2 TO WS-FAIXA
             WHEN WS-IDADE-DIAS NOT > 30
               MOVE 3 TO WS-FAIXA
             WHEN WS-IDADE-DIAS NOT > 60
               MOVE 4 TO WS-FAIXA
             WHEN OTHER
               MOVE 5 TO WS-FAIXA
           END-EVALUATE.

      *================================================================
      * 450 - PENDENCIAS DE FATURAMENTO POR FAIXA DE IDADE; AS ACIMA
      *       DO LIMITE DE ESCALADA SAO CONTADAS E AS PRIMEIRAS
      *       LISTADAS NO RESUMO
      *================================================================
       450-APURAR-PENDENCIA.
           MOVE PEND-DIAS-PENDENTES TO WS-IDADE-DIAS.
           PERFORM 420-CLASSIFICAR-FAIXA.
           ADD 1 TO WS-PEND-FAIXA(WS-FAIXA).
           ADD 1 TO WS-PEND-TOTAL.

           IF PEND-DIAS-PENDENTES > WS-LIMITE-DIAS
               ADD 1 TO WS-PEND-ACIMA
               IF WS-QTD-LISTADAS < 14
                   ADD 1 TO WS-QTD-LISTADAS
                   SET IDX-ESCALADA TO WS-QTD-LISTADAS
                   MOVE PEND-CONTRATO-ID
                       TO ESC-CONTRATO-ID(IDX-ESCALADA)
                   MOVE PEND-DIAS-PENDENTES TO ESC-DIAS(IDX-ESCALADA)
               END-IF
           END-IF.

           PERFORM 460-LER-PROXIMA-PENDENCIA.

       460-LER-PROXIMA-PENDENCIA.
           IF NOT FIM-PENDENCIAS
               READ PENDENCIAS-IN
                   AT END MOVE 'S' TO WS-EOF-PENDENCIAS
               END-READ
               IF (WS-FS-PENDENCIA NOT = "00")
                       AND (WS-FS-PENDENCIA NOT = "10")
                   DISPLAY "04RESUMO - FALHA NA LEITURA DE "
                           "PENDENCIAS-IN, FS=" WS-FS-PENDENCIA
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

       500-GRAVAR-LINHA.
           WRITE LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04RESUMO - FALHA NA GRAVACAO DE RELATORIO-OUT, "
                       "FS=" WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 600 - SITUACAO DE CADA PASSO PELAS MARCAS POSTERIORES AO
      *       RESUMO ANTERIOR, NUMEROS DA NOITE E HEADER DA NOVA
      *       FOTOGRAFIA (MARCAS ATUALIZADAS)
      *================================================================
       600-AVALIAR-PASSOS.
           EVALUATE TRUE
             WHEN WS-RCT-ULTIMO-CARIMBO > WS-MARCA-UNISYS-ANT
               IF (WS-CKP-ULTIMO-CARIMBO > WS-MARCA-UNISYS-ANT)
                       AND (WS-CKP-EXECUCOES > 1)
                   MOVE 'R' TO WS-SITUACAO-UNISYS
               ELSE
                   MOVE 'C' TO WS-SITUACAO-UNISYS
               END-IF
             WHEN WS-CKP-ULTIMO-CARIMBO > WS-MARCA-UNISYS-ANT
               MOVE 'I' TO WS-SITUACAO-UNISYS
             WHEN OTHER
               MOVE 'N' TO WS-SITUACAO-UNISYS
           END-EVALUATE.

      *    O CHECKPOINT TRAZ OS TOTAIS DO LOTE INTEIRO, INCLUSIVE EM
      *    RESTART; SEM CHECKPOINT NOVO (LOTE SEM DETALHES) VALEM AS
      *    SOMAS DO RUNCTL, QUE NAO SEPARAM OS CANCELAMENTOS
           IF WS-CKP-ULTIMO-CARIMBO > WS-MARCA-UNISYS-ANT
               MOVE WS-CKP-PROCESSADOS  TO WS-NOITE-LIDOS
               MOVE WS-CKP-ACEITOS      TO WS-NOITE-ACEITOS
               MOVE WS-CKP-REJEITADOS   TO WS-NOITE-REJEITADOS
               MOVE WS-CKP-CANCELADOS   TO WS-NOITE-CANCELADOS
           ELSE
               MOVE WS-RCT-LIDOS        TO WS-NOITE-LIDOS
               MOVE WS-RCT-ACEITOS      TO WS-NOITE-ACEITOS
               MOVE WS-RCT-REJEITADOS   TO WS-NOITE-REJEITADOS
               MOVE 0                   TO WS-NOITE-CANCELADOS
           END-IF.

           MOVE WS-MARCA-UNISYS-ANT TO WS-MARCA-UNISYS-NOVA.
           IF WS-RCT-ULTIMO-CARIMBO > WS-MARCA-UNISYS-NOVA
               MOVE WS-RCT-ULTIMO-CARIMBO TO WS-MARCA-UNISYS-NOVA
           END-IF.
           IF WS-CKP-ULTIMO-CARIMBO > WS-MARCA-UNISYS-NOVA
               MOVE WS-CKP-ULTIMO-CARIMBO TO WS-MARCA-UNISYS-NOVA
           END-IF.

           MOVE WS-MARCA-CONCIL-ANT TO WS-MARCA-CONCIL-NOVA.
           IF WS-NOT-MARCA > WS-MARCA-CONCIL-ANT
               MOVE WS-NOT-MARCA TO WS-MARCA-CONCIL-NOVA
               IF NOTAS-COM-TRAILER
                   MOVE 'C' TO WS-SITUACAO-CONCIL
                   MOVE WS-NOT-QTD-NOTAS TO WS-NOTAS-NOITE
               ELSE
                   MOVE 'I' TO WS-SITUACAO-CONCIL
               END-IF
           ELSE
               MOVE 'N' TO WS-SITUACAO-CONCIL
           END-IF.

           MOVE WS-MARCA-AVISOS-ANT TO WS-MARCA-AVISOS-NOVA.
           IF WS-AVI-MARCA > WS-MARCA-AVISOS-ANT
               MOVE WS-AVI-MARCA TO WS-MARCA-AVISOS-NOVA
               IF AVISOS-COM-TRAILER
                   MOVE 'C' TO WS-SITUACAO-AVISOS
               ELSE
                   MOVE 'I' TO WS-SITUACAO-AVISOS
               END-IF
           ELSE
               MOVE 'N' TO WS-SITUACAO-AVISOS
           END-IF.

           MOVE SPACES TO REG-RESUMO.
           MOVE 'H'                   TO RES-TIPO-REGISTRO.
           MOVE WS-DATA-HORA-EXECUCAO TO RES-HDR-DATA-HORA.
           MOVE WS-MARCA-UNISYS-NOVA  TO RES-HDR-MARCA-UNISYS.
           MOVE WS-MARCA-CONCIL-NOVA  TO RES-HDR-MARCA-CONCIL.
           MOVE WS-MARCA-AVISOS-NOVA  TO RES-HDR-MARCA-AVISOS.
           PERFORM 720-GRAVAR-FOTOGRAFIA.

      *================================================================
      * 610 - CABECALHO E SITUACAO DOS PASSOS DA CADEIA
      *================================================================
       610-EMITIR-PASSOS.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "RESUMO OPERACIONAL DA CADEIA NOTURNA - "
                  DELIMITED BY SIZE
                  "04RESUMO" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DATA DE EXECUCAO: " DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(7:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(5:2) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(1:4) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(9:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-DATA-HORA-EXECUCAO(11:2) DELIMITED BY SIZE
                  "   LIMITE DE PENDENCIA: " DELIMITED BY SIZE
                  WS-LIMITE-DIAS DELIMITED BY SIZE
                  " DIAS   VARIACAO DESTACADA: " DELIMITED BY SIZE
                  WS-VARIACAO-PCT DELIMITED BY SIZE
                  "% E MINIMO DE " DELIMITED BY SIZE
                  WS-VARIACAO-MINIMA DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           IF HA-RESUMO-ANTERIOR
               STRING "COMPARADO COM O RESUMO DE " DELIMITED BY SIZE
                      WS-DATA-HORA-ANT(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-DATA-HORA-ANT(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-DATA-HORA-ANT(1:4) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-DATA-HORA-ANT(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-DATA-HORA-ANT(11:2) DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING "NAO HA RESUMO ANTERIOR - SEM COMPARACAO COM A "
                      DELIMITED BY SIZE
                      "NOITE PASSADA" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SITUACAO DOS PASSOS" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-QTD-RENOVADOS > 0
               STRING "  04RENOVA  LOTE DE RENOVACAO APLICADO: "
                      DELIMITED BY SIZE
                      WS-QTD-RENOVADOS DELIMITED BY SIZE
                      " CONTRATO(S)" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING "  04RENOVA  SEM LOTE DE RENOVACAO APLICADO "
                      DELIMITED BY SIZE
                      "(NENHUM CONTRATO A RENOVAR)" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-QTD-RECICLADOS > 0
               STRING "  04RECICL  LOTE DE RECICLADOS APLICADO: "
                      DELIMITED BY SIZE
                      WS-QTD-RECICLADOS DELIMITED BY SIZE
                      " CONTRATO(S)" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING "  04RECICL  SEM LOTE DE RECICLADOS APLICADO "
                      DELIMITED BY SIZE
                      "(NENHUM SUSPENSO CORRIGIDO)" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           EVALUATE TRUE
             WHEN UNISYS-CONCLUIDO
               STRING "  04UNISYS  CONCLUIDO - EXECUCAO DE "
                      DELIMITED BY SIZE
                      WS-RCT-ULTIMO-CARIMBO(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-RCT-ULTIMO-CARIMBO(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-RCT-ULTIMO-CARIMBO(1:4) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RCT-ULTIMO-CARIMBO(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-RCT-ULTIMO-CARIMBO(11:2) DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      WS-RCT-EXECUCOES DELIMITED BY SIZE
                      " EXECUCAO(OES) COM LOTE APLICADO"
                      DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
             WHEN UNISYS-COM-RESTART
               STRING "  04UNISYS  CONCLUIDO COM RESTART - EXECUCAO DE "
                      DELIMITED BY SIZE
                      WS-RCT-ULTIMO-CARIMBO(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-RCT-ULTIMO-CARIMBO(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-RCT-ULTIMO-CARIMBO(1:4) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RCT-ULTIMO-CARIMBO(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-RCT-ULTIMO-CARIMBO(11:2) DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
             WHEN UNISYS-INTERROMPIDO
               STRING "  04UNISYS  *** INTERROMPIDO *** - SEM LOTE NO "
                      DELIMITED BY SIZE
                      "RUNCTL; ULTIMO CHECKPOINT NO " DELIMITED BY SIZE
                      "CONTRATO " DELIMITED BY SIZE
                      WS-CKP-ULTIMO-ID DELIMITED BY SIZE
                      " (RETOMAR COM PARM='RESTART')" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
             WHEN OTHER
               STRING "  04UNISYS  *** NAO EXECUTADO *** - NENHUM LOTE "
                      DELIMITED BY SIZE
                      "NEM CHECKPOINT DESDE O RESUMO ANTERIOR"
                      DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-EVALUATE.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           IF (WS-CKP-ULTIMO-CARIMBO > WS-MARCA-UNISYS-ANT)
                   AND (WS-CKP-EXECUCOES > 1)
               STRING "  RESTART   SIM - LOTE RETOMADO APOS O CONTRATO "
                      DELIMITED BY SIZE
                      WS-CKP-ID-RETOMADA DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      WS-CKP-EXECUCOES DELIMITED BY SIZE
                      " EXECUCOES NO CHECKPOINT)" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING "  RESTART   NAO HOUVE" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           EVALUATE TRUE
             WHEN AVISOS-CONCLUIDO
               STRING "  04AVISOS  CONCLUIDO - GERACAO DE AVISOS DE "
                      DELIMITED BY SIZE
                      WS-AVI-MARCA(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-AVI-MARCA(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-AVI-MARCA(1:4) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-AVI-MARCA(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-AVI-MARCA(11:2) DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      WS-AVI-QTD-AVISOS DELIMITED BY SIZE
                      " AVISO(S) AO REMETENTE" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
             WHEN AVISOS-INCOMPLETO
               STRING "  04AVISOS  *** INCOMPLETO *** - GERACAO DE "
                      DELIMITED BY SIZE
                      "AVISOS SEM TRAILER" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
             WHEN OTHER
               STRING "  04AVISOS  *** NAO EXECUTADO OU ENCERRADO COM "
                      DELIMITED BY SIZE
                      "ERRO *** - NENHUMA GERACAO DE AVISOS NOVA"
                      DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-EVALUATE.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           EVALUATE TRUE
             WHEN CONCIL-CONCLUIDO
               STRING "  04CONCIL  CONCLUIDO - GERACAO DE NOTAS DE "
                      DELIMITED BY SIZE
                      WS-NOT-MARCA(7:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-NOT-MARCA(5:2) DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      WS-NOT-MARCA(1:4) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-NOT-MARCA(9:2) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-NOT-MARCA(11:2) DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
             WHEN CONCIL-INCOMPLETO
               STRING "  04CONCIL  *** INCOMPLETO *** - GERACAO DE "
                      DELIMITED BY SIZE
                      "NOTAS SEM TRAILER" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
             WHEN OTHER
               STRING "  04CONCIL  *** NAO EXECUTADO OU ENCERRADO COM "
                      DELIMITED BY SIZE
                      "ERRO *** - NENHUMA GERACAO DE NOTAS NOVA"
                      DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-EVALUATE.
           PERFORM 500-GRAVAR-LINHA.

      *================================================================
      * 620 - INDICADORES DA NOITE X NOITE ANTERIOR
      *================================================================
       620-EMITIR-INDICADORES.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "INDICADOR                              HOJE  "
                  DELIMITED BY SIZE
                  "ANTERIOR    VARIACAO" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE "LOTES APLICADOS"          TO WS-IND-NOME.
           MOVE WS-RCT-LOTES               TO WS-IND-VALOR.
           PERFORM 710-GRAVAR-LINHA-INDICADOR.
           MOVE "CONTRATOS LIDOS"          TO WS-IND-NOME.
           MOVE WS-NOITE-LIDOS             TO WS-IND-VALOR.
           PERFORM 710-GRAVAR-LINHA-INDICADOR.
           MOVE "CONTRATOS ACEITOS"        TO WS-IND-NOME.
           MOVE WS-NOITE-ACEITOS           TO WS-IND-VALOR.
           PERFORM 710-GRAVAR-LINHA-INDICADOR.
           MOVE "CONTRATOS REJEITADOS"     TO WS-IND-NOME.
           MOVE WS-NOITE-REJEITADOS        TO WS-IND-VALOR.
           PERFORM 710-GRAVAR-LINHA-INDICADOR.
           MOVE "CONTRATOS CANCELADOS"     TO WS-IND-NOME.
           MOVE WS-NOITE-CANCELADOS        TO WS-IND-VALOR.
           PERFORM 710-GRAVAR-LINHA-INDICADOR.
           MOVE "RECICLADOS APLICADOS"     TO WS-IND-NOME.
           MOVE WS-QTD-RECICLADOS          TO WS-IND-VALOR.
           PERFORM 710-GRAVAR-LINHA-INDICADOR.
           MOVE "NOTAS DE AJUSTE EMITIDAS" TO WS-IND-NOME.
           MOVE WS-NOTAS-NOITE             TO WS-IND-VALOR.
           PERFORM 710-GRAVAR-LINHA-INDICADOR.
           MOVE "SUSPENSOS EM ESTOQUE"     TO WS-IND-NOME.
           MOVE WS-SUSP-TOTAL              TO WS-IND-VALOR.
           PERFORM 710-GRAVAR-LINHA-INDICADOR.
           MOVE "SUSPENSOS ACIMA DO LIMITE" TO WS-IND-NOME.
           MOVE WS-SUSP-ACIMA              TO WS-IND-VALOR.
           PERFORM 710-GRAVAR-LINHA-INDICADOR.
           MOVE "PENDENCIAS DE FATURAMENTO" TO WS-IND-NOME.
           MOVE WS-PEND-TOTAL              TO WS-IND-VALOR.
           PERFORM 710-GRAVAR-LINHA-INDICADOR.
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 5
               MOVE SPACES TO WS-IND-NOME
               STRING "  PENDENCIAS " DELIMITED BY SIZE
                      WS-NOME-FAIXA(WS-FAIXA) DELIMITED BY SIZE
                   INTO WS-IND-NOME
               MOVE WS-PEND-FAIXA(WS-FAIXA) TO WS-IND-VALOR
               PERFORM 710-GRAVAR-LINHA-INDICADOR
           END-PERFORM.
           MOVE "PENDENCIAS ACIMA DO LIMITE" TO WS-IND-NOME.
           MOVE WS-PEND-ACIMA              TO WS-IND-VALOR.
           PERFORM 710-GRAVAR-LINHA-INDICADOR.

      *================================================================
      * 630 - LOTES DA NOITE POR ORIGEM; A COMPARACAO E PELO VOLUME
      *       LIDO, E A ORIGEM QUE MANDOU LOTE NA NOITE ANTERIOR E
      *       NAO MANDOU NESTA E DESTACADA (MENOS AS ORIGENS INTERNAS,
      *       INICIADAS POR '04', CUJO LOTE SO EXISTE EM ALGUMAS
      *       NOITES: RECICLADOS, RENOVACOES, REAJUSTE MENSAL E
      *       RECALCULO DE FERIADOS)
      *================================================================
       630-EMITIR-LOTES-ORIGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "LOTES APLICADOS POR ORIGEM" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  ORIGEM    LOTES     LIDOS   ACEITOS REJEITADOS"
                  DELIMITED BY SIZE
                  "  LIDOS ANT.    VARIACAO" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           PERFORM VARYING IDX-ORIGEM FROM 1 BY 1
                   UNTIL IDX-ORIGEM > WS-QTD-ORIGENS
               IF ORG-QTD-LOTES(IDX-ORIGEM) > 0
                   MOVE SPACES TO WS-IND-NOME
                   STRING "LIDOS ORIGEM " DELIMITED BY SIZE
                          ORG-SISTEMA-ORIGEM(IDX-ORIGEM)
                          DELIMITED BY SIZE
                       INTO WS-IND-NOME
                   MOVE ORG-QTD-LIDOS(IDX-ORIGEM) TO WS-IND-VALOR
                   MOVE 'S' TO WS-IND-GRAVAR
                   PERFORM 700-COMPARAR-INDICADOR
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  " DELIMITED BY SIZE
                          ORG-SISTEMA-ORIGEM(IDX-ORIGEM)
                          DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ORG-QTD-LOTES(IDX-ORIGEM) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ORG-QTD-LIDOS(IDX-ORIGEM) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ORG-QTD-ACEITOS(IDX-ORIGEM) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          ORG-QTD-REJEITADOS(IDX-ORIGEM)
                          DELIMITED BY SIZE
                          "   " DELIMITED BY SIZE
                          WS-TEXTO-ANTERIOR DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-TEXTO-VARIACAO DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          WS-TEXTO-DESTAQUE DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                   PERFORM 500-GRAVAR-LINHA
               END-IF
           END-PERFORM.

           PERFORM VARYING IDX-ANTERIOR FROM 1 BY 1
                   UNTIL IDX-ANTERIOR > WS-QTD-ANTERIOR
               IF (ANT-INDICADOR(IDX-ANTERIOR)(1:13) = "LIDOS ORIGEM ")
                       AND (ANT-INDICADOR(IDX-ANTERIOR)(14:2)
                            NOT = "04")
                       AND (ANT-USADO(IDX-ANTERIOR) = 'N')
                   ADD 1 TO WS-QTD-DESTACADAS
                   MOVE SPACES TO LINHA-RELATORIO
                   STRING "  " DELIMITED BY SIZE
                          ANT-INDICADOR(IDX-ANTERIOR)(14:8)
                          DELIMITED BY SIZE
                          " *** SEM LOTE NESTA NOITE ***"
                          DELIMITED BY SIZE
                          "              " DELIMITED BY SIZE
                          ANT-QUANTIDADE(IDX-ANTERIOR) DELIMITED BY SIZE
                          "  " DELIMITED BY SIZE
                          "<<< ORIGEM AUSENTE" DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                   PERFORM 500-GRAVAR-LINHA
               END-IF
           END-PERFORM.

      *================================================================
      * 640 - ESTOQUE DE SUSPENSOS POR ORIGEM E FAIXA DE IDADE, COM A
      *       LINHA DE TOTAL; A COMPARACAO E PELO TOTAL DA ORIGEM
      *================================================================
       640-EMITIR-SUSPENSOS-ORIGEM.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SUSPENSOS POR ORIGEM E FAIXA DE IDADE (DIAS)"
                  DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  ORIGEM      ATE 7   8 A 15  16 A 30  31 A 60"
                  DELIMITED BY SIZE
                  "  ACIMA 60    TOTAL  ACIMA LIM.  TOTAL ANT."
                  DELIMITED BY SIZE
                  "    VARIACAO" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           PERFORM VARYING IDX-ORIGEM FROM 1 BY 1
                   UNTIL IDX-ORIGEM > WS-QTD-ORIGENS
               IF ORG-SUSP-TOTAL(IDX-ORIGEM) > 0
                   MOVE SPACES TO WS-IND-NOME
                   STRING "SUSPENSOS ORIGEM " DELIMITED BY SIZE
                          ORG-SISTEMA-ORIGEM(IDX-ORIGEM)
                          DELIMITED BY SIZE
                       INTO WS-IND-NOME
                   MOVE ORG-SUSP-TOTAL(IDX-ORIGEM) TO WS-IND-VALOR
                   MOVE 'S' TO WS-IND-GRAVAR
                   PERFORM 700-COMPARAR-INDICADOR
                   MOVE SPACES TO LINHA-RELATORIO
                   MOVE ORG-SISTEMA-ORIGEM(IDX-ORIGEM)
                       TO LINHA-RELATORIO(3:8)
                   MOVE 12 TO WS-POSICAO-LINHA
                   PERFORM VARYING WS-FAIXA FROM 1 BY 1
                           UNTIL WS-FAIXA > 5
                       MOVE ORG-SUSP-FAIXA(IDX-ORIGEM, WS-FAIXA)
                           TO LINHA-RELATORIO(WS-POSICAO-LINHA:7)
                       ADD 9 TO WS-POSICAO-LINHA
                   END-PERFORM
                   MOVE ORG-SUSP-TOTAL(IDX-ORIGEM)
                       TO LINHA-RELATORIO(57:7)
                   MOVE ORG-SUSP-ACIMA(IDX-ORIGEM)
                       TO LINHA-RELATORIO(68:7)
                   MOVE WS-TEXTO-ANTERIOR TO LINHA-RELATORIO(78:9)
                   MOVE WS-TEXTO-VARIACAO TO LINHA-RELATORIO(89:10)
                   MOVE WS-TEXTO-DESTAQUE TO LINHA-RELATORIO(101:30)
                   PERFORM 500-GRAVAR-LINHA
               END-IF
           END-PERFORM.

           MOVE SPACES TO LINHA-RELATORIO.
           MOVE "TOTAL" TO LINHA-RELATORIO(3:5).
           MOVE 12 TO WS-POSICAO-LINHA.
           PERFORM VARYING WS-FAIXA FROM 1 BY 1 UNTIL WS-FAIXA > 5
               MOVE WS-SUSP-FAIXA(WS-FAIXA)
                   TO LINHA-RELATORIO(WS-POSICAO-LINHA:7)
               ADD 9 TO WS-POSICAO-LINHA
           END-PERFORM.
           MOVE WS-SUSP-TOTAL TO LINHA-RELATORIO(57:7).
           MOVE WS-SUSP-ACIMA TO LINHA-RELATORIO(68:7).
           PERFORM 500-GRAVAR-LINHA.

      *================================================================
      * 650 - PENDENCIAS DE FATURAMENTO ACIMA DO LIMITE (ESCALAR): AS
      *       PRIMEIRAS, COM A IDADE; A LISTA COMPLETA ESTA NO RELCONC
      *================================================================
       650-EMITIR-ESCALADA.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           IF WS-PEND-ACIMA = 0
               STRING "NENHUMA PENDENCIA DE FATURAMENTO ACIMA DO "
                      DELIMITED BY SIZE
                      "LIMITE DE ESCALADA" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
           ELSE
               STRING "PENDENCIAS DE FATURAMENTO A ESCALAR (ACIMA DE "
                      DELIMITED BY SIZE
                      WS-LIMITE-DIAS DELIMITED BY SIZE
                      " DIAS): " DELIMITED BY SIZE
                      WS-PEND-ACIMA DELIMITED BY SIZE
                      " - CONTRATO(IDADE)" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
               MOVE SPACES TO LINHA-RELATORIO
               MOVE 3 TO WS-POSICAO-LINHA
               PERFORM VARYING IDX-ESCALADA FROM 1 BY 1
                       UNTIL IDX-ESCALADA > WS-QTD-LISTADAS
                   IF WS-POSICAO-LINHA > 99
                       PERFORM 500-GRAVAR-LINHA
                       MOVE SPACES TO LINHA-RELATORIO
                       MOVE 3 TO WS-POSICAO-LINHA
                   END-IF
                   STRING ESC-CONTRATO-ID(IDX-ESCALADA)
                          DELIMITED BY SIZE
                          "(" DELIMITED BY SIZE
                          ESC-DIAS(IDX-ESCALADA) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                       WITH POINTER WS-POSICAO-LINHA
                   ADD 2 TO WS-POSICAO-LINHA
               END-PERFORM
               IF WS-PEND-ACIMA > WS-QTD-LISTADAS
                   STRING "E OUTRAS (VER RELCONC)" DELIMITED BY SIZE
                       INTO LINHA-RELATORIO
                       WITH POINTER WS-POSICAO-LINHA
               END-IF
               PERFORM 500-GRAVAR-LINHA
           END-IF.

      *================================================================
      * 700 - COMPARA WS-IND-VALOR COM O MESMO INDICADOR NO RESUMO
      *       ANTERIOR, MONTA OS TEXTOS DE ANTERIOR/VARIACAO/DESTAQUE
      *       E GRAVA O INDICADOR NA NOVA FOTOGRAFIA
      *================================================================
       700-COMPARAR-INDICADOR.
           MOVE 0      TO WS-IND-ANTERIOR.
           MOVE 'N'    TO WS-IND-DESTACAR.
           MOVE SPACES TO WS-TEXTO-DESTAQUE.
           PERFORM VARYING IDX-ANTERIOR FROM 1 BY 1
                   UNTIL (IDX-ANTERIOR > WS-QTD-ANTERIOR)
                      OR (ANT-INDICADOR(IDX-ANTERIOR) = WS-IND-NOME)
               CONTINUE
           END-PERFORM.
           IF IDX-ANTERIOR NOT > WS-QTD-ANTERIOR
               MOVE ANT-QUANTIDADE(IDX-ANTERIOR) TO WS-IND-ANTERIOR
               MOVE 'S' TO ANT-USADO(IDX-ANTERIOR)
           END-IF.

           IF WS-IND-VALOR < WS-IND-ANTERIOR
               MOVE '-' TO WS-IND-SINAL
               COMPUTE WS-IND-VARIACAO = WS-IND-ANTERIOR - WS-IND-VALOR
           ELSE
               MOVE '+' TO WS-IND-SINAL
               COMPUTE WS-IND-VARIACAO = WS-IND-VALOR - WS-IND-ANTERIOR
           END-IF.

           IF HA-RESUMO-ANTERIOR
               MOVE WS-IND-ANTERIOR TO WS-TEXTO-ANTERIOR
               MOVE SPACES TO WS-TEXTO-VARIACAO
               STRING WS-IND-SINAL DELIMITED BY SIZE
                      WS-IND-VARIACAO DELIMITED BY SIZE
                   INTO WS-TEXTO-VARIACAO
               COMPUTE WS-PRODUTO-VARIACAO = WS-IND-VARIACAO * 100
               COMPUTE WS-PRODUTO-LIMITE =
                       WS-IND-ANTERIOR * WS-VARIACAO-PCT
               IF (WS-IND-VARIACAO NOT < WS-VARIACAO-MINIMA)
                       AND (WS-IND-VARIACAO > 0)
                       AND (WS-PRODUTO-VARIACAO NOT < WS-PRODUTO-LIMITE)
                   MOVE 'S' TO WS-IND-DESTACAR
                   ADD 1 TO WS-QTD-DESTACADAS
                   STRING "<<< VARIACAO ACIMA DE " DELIMITED BY SIZE
                          WS-VARIACAO-PCT DELIMITED BY SIZE
                          "%" DELIMITED BY SIZE
                       INTO WS-TEXTO-DESTAQUE
               END-IF
           ELSE
               MOVE "---------"  TO WS-TEXTO-ANTERIOR
               MOVE "----------" TO WS-TEXTO-VARIACAO
           END-IF.

           IF GRAVAR-NA-FOTOGRAFIA
               MOVE SPACES         TO REG-RESUMO
               MOVE 'D'            TO RES-TIPO-REGISTRO
               MOVE WS-IND-NOME    TO RES-INDICADOR
               MOVE WS-IND-VALOR   TO RES-QUANTIDADE
               PERFORM 720-GRAVAR-FOTOGRAFIA
           END-IF.

      *================================================================
      * 710 - LINHA DE UM INDICADOR DA NOITE (NOME, HOJE, ANTERIOR,
      *       VARIACAO E DESTAQUE)
      *================================================================
       710-GRAVAR-LINHA-INDICADOR.
           MOVE 'S' TO WS-IND-GRAVAR.
           PERFORM 700-COMPARAR-INDICADOR.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "  " DELIMITED BY SIZE
                  WS-IND-NOME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-IND-VALOR DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TEXTO-ANTERIOR DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TEXTO-VARIACAO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TEXTO-DESTAQUE DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

       720-GRAVAR-FOTOGRAFIA.
           MOVE REG-RESUMO TO REG-RESUMO-NOVO.
           WRITE REG-RESUMO-NOVO.
           IF WS-FS-RESUMO-NOVO NOT = "00"
               DISPLAY "04RESUMO - FALHA NA GRAVACAO DE RESUMO-NOVO, "
                       "FS=" WS-FS-RESUMO-NOVO
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 900 - FECHAMENTO E RETURN-CODE
      *================================================================
       900-FINALIZAR.
           CLOSE CONTROLE-LOTES.
           CLOSE CHECKPOINT-FILE.
           CLOSE NOTAS-IN.
           CLOSE AVISOS-IN.
           CLOSE SUSPENSOS-IN.
           CLOSE PENDENCIAS-IN.
           CLOSE RESUMO-NOVO.
           CLOSE RELATORIO-OUT.

           DISPLAY "04RESUMO - 04UNISYS: " WS-SITUACAO-UNISYS
                   "  04CONCIL: " WS-SITUACAO-CONCIL
                   "  04AVISOS: " WS-SITUACAO-AVISOS
                   "  VARIACOES DESTACADAS: " WS-QTD-DESTACADAS.

           EVALUATE TRUE
             WHEN (NOT UNISYS-CONCLUIDO) AND (NOT UNISYS-COM-RESTART)
               MOVE 8 TO RETURN-CODE
             WHEN NOT CONCIL-CONCLUIDO
               MOVE 8 TO RETURN-CODE
             WHEN (WS-QTD-DESTACADAS > 0) OR (WS-PEND-ACIMA > 0)
                     OR (NOT AVISOS-CONCLUIDO)
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *================================================================
      * 910 - ENCERRA O JOB EM ERRO FATAL DE ARQUIVO (OPEN/READ/WRITE)
      *================================================================
       910-ABENDAR-JOB.
           CLOSE CARTOES-IN.
           CLOSE CONTROLE-LOTES.
           CLOSE CHECKPOINT-FILE.
           CLOSE NOTAS-IN.
           CLOSE AVISOS-IN.
           CLOSE SUSPENSOS-IN.
           CLOSE PENDENCIAS-IN.
           CLOSE RESUMO-ANTERIOR.
           CLOSE RESUMO-NOVO.
           CLOSE RELATORIO-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM 04RESUMO.
