       IDENTIFICATION DIVISION.
       PROGRAM-ID. 04AVISOS.
      *================================================================
      *  AVISOS DE REJEICAO AOS SISTEMAS DE ORIGEM: LE O ARQUIVO DE
      *  SUSPENSOS (CTSUSP), ORDENADO PELO JCL POR ORIGEM, CONTRATO,
      *  MOTIVO E DATA DA REJEICAO, E GERA UM BLOCO DE AVISOS
      *  (CTAVIS, HEADER/DETALHES/TRAILER) POR SISTEMA DE ORIGEM,
      *  QUE O JCL SEPARA EM UM DATASET POR REMETENTE.
      *
      *  - CADA REJEICAO PENDENTE ('P') E ENVELHECIDA (DIAS DESDE A
      *    REJEICAO, VIA FUNCAO 'JD' DO 04DTUTIL) E CONFRONTADA COM
      *    O ARQUIVO DE CONTROLE (CTAVLG, ULTIMO AVISO MANDADO POR
      *    REJEICAO, NA MESMA ORDEM DOS SUSPENSOS);
      *  - SO SAI AVISO DA REJEICAO NOVA PARA O REMETENTE (SEM
      *    CONTROLE - TIPO 'N') OU DA QUE CRUZOU UMA FAIXA DE IDADE
      *    AINDA NAO AVISADA (TIPO 'E' - REENVIO). AS DEMAIS JA
      *    FORAM AVISADAS E SO TEM O CONTROLE CARREGADO;
      *  - SUSPENSO CORRIGIDO ('C') NAO GERA AVISO (A CORRECAO FOI
      *    FEITA AQUI); O CONTROLE SEGUE ATE O 04RECICL RETIRA-LO;
      *  - REJEICAO QUE SAIU DO ARQUIVO DE SUSPENSOS (RECICLADA) TEM
      *    O CONTROLE BAIXADO;
      *  - CADA AVISO MANDADO E GRAVADO NA REMESSA DA NOITE (AVISLOG),
      *    QUE O JCL ACRESCENTA AO HISTORICO PERMANENTE DE REMESSAS:
      *    E A PROVA DE QUE O REMETENTE FOI AVISADO.
      *
      *  TODA ORIGEM PRESENTE NOS SUSPENSOS E TODA ORIGEM DE CARTAO
      *  ORIGEM= RECEBE UM BLOCO, MESMO SEM AVISO NA NOITE (HEADER E
      *  TRAILER ZERADO), PARA O REMETENTE CONFERIR A CARGA.
      *
      *  CARTOES DE CONTROLE (CARDIN, OPCIONAL):
      *    FAIXA=NNN      - FAIXA DE IDADE (DIAS) QUE PROVOCA
      *                     REENVIO; ATE 5 CARTOES EM ORDEM
      *                     CRESCENTE. SEM CARTAO: 007/015/030/060,
      *                     AS MESMAS FAIXAS DO RESUMO OPERACIONAL
      *    ORIGEM=XXXXXXXX - SISTEMA DE ORIGEM COM ARQUIVO DE AVISOS
      *                     PROPRIO NO JCL (ATE 20 CARTOES)
      *
      *  RETURN-CODE: 0 NORMAL; 4 HOUVE AVISO PARA ORIGEM SEM CARTAO
      *  ORIGEM= (O BLOCO CAI NO ARQUIVO DE AVISOS NAO SEPARADOS, A
      *  ENCAMINHAR A MAO); 16 ERRO FATAL DE ARQUIVO OU CARTAO.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSOS-IN ASSIGN TO "SUSPORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-SUSPENSO.

           SELECT CARTOES-IN ASSIGN TO "CARDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CARTOES.

           SELECT CONTROLE-IN ASSIGN TO "AVISCTLI"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE-IN.

           SELECT CONTROLE-OUT ASSIGN TO "AVISCTLO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CONTROLE-OUT.

           SELECT AVISOS-OUT ASSIGN TO "AVISOOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AVISOS.

           SELECT REMESSA-OUT ASSIGN TO "AVISLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REMESSA.

           SELECT RELATORIO-OUT ASSIGN TO "RELAVIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSOS-IN.
           COPY CTSUSP.

       FD  CARTOES-IN.
       01  REG-CARTAO               PIC X(80).

       FD  CONTROLE-IN.
           COPY CTAVLG.

       FD  CONTROLE-OUT.
       01  REG-CONTROLE-SAIDA       PIC X(60).

       FD  AVISOS-OUT.
           COPY CTAVIS.

       FD  REMESSA-OUT.
       01  REG-REMESSA-SAIDA        PIC X(60).

       FD  RELATORIO-OUT.
       01  LINHA-RELATORIO          PIC X(132).

       WORKING-STORAGE SECTION.
      *--- status dos arquivos ---------------------------------------
       01 WS-FS-SUSPENSO        PIC X(02).
       01 WS-FS-CARTOES         PIC X(02).
       01 WS-FS-CONTROLE-IN     PIC X(02).
       01 WS-FS-CONTROLE-OUT    PIC X(02).
       01 WS-FS-AVISOS          PIC X(02).
       01 WS-FS-REMESSA         PIC X(02).
       01 WS-FS-RELATORIO       PIC X(02).

       01 WS-EOF-SUSPENSOS      PIC X(01) VALUE 'N'.
         88 FIM-SUSPENSOS         VALUE 'S'.
       01 WS-EOF-CARTOES        PIC X(01) VALUE 'N'.
         88 FIM-CARTOES           VALUE 'S'.
       01 WS-EOF-CONTROLE       PIC X(01) VALUE 'N'.
         88 FIM-CONTROLE          VALUE 'S'.

      *--- data de processamento e dia absoluto de hoje ---------------
       01 WS-DATA-HORA-EXECUCAO PIC X(26).
       01 WS-DATA-HOJE.
           03 WS-DIA-HOJE       PIC 9(02).
           03 WS-MES-HOJE       PIC 9(02).
           03 WS-ANO-HOJE       PIC 9(04).
       01 WS-DIA-ABSOLUTO-HOJE  PIC 9(08).
       01 WS-DIA-ABSOLUTO-REJ   PIC 9(08).
       01 WS-IDADE-DIAS         PIC 9(08).
       01 WS-DIAS-PENDENTES     PIC 9(03).

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

      *--- faixas de idade que provocam reenvio (cartoes FAIXA=) ------
       01 WS-QTD-FAIXAS         PIC 9(01) VALUE 0.
       01 WS-TABELA-FAIXAS.
           03 WS-FAIXA-DIAS     PIC 9(03) OCCURS 5 TIMES.
       01 WS-SUB-FAIXA          PIC 9(01).
       01 WS-FAIXA-ATUAL        PIC 9(03).
       01 WS-FAIXAS-EDITADAS    PIC X(20).
       01 WS-PONTEIRO           PIC 9(03).

      *--- origens com arquivo de avisos proprio (cartoes ORIGEM=) ----
       01 WS-QTD-ORIGENS        PIC 9(02) VALUE 0.
       01 TABELA-ORIGENS.
           03 OCORRENCIA-ORIGEM OCCURS 20 TIMES
                                 INDEXED BY IDX-ORIGEM.
               05 ORG-SISTEMA-ORIGEM PIC X(08).
               05 ORG-COM-BLOCO      PIC X(01).
       01 WS-ORIGEM-PROCURADA   PIC X(08).

      *--- descricao dos motivos de rejeicao (CTSUSP) -----------------
       01 TABELA-MOTIVOS-VALORES.
           03 FILLER PIC X(42) VALUE
               "DIDATA INICIAL INVALIDA                   ".
           03 FILLER PIC X(42) VALUE
               "DFDATA FINAL INVALIDA                     ".
           03 FILLER PIC X(42) VALUE
               "PIPERIODO INVALIDO - DATAS INCOERENTES    ".
           03 FILLER PIC X(42) VALUE
               "DUID DE CONTRATO DUPLICADO NO MOVIMENTO   ".
           03 FILLER PIC X(42) VALUE
               "TCTIPO DE CALCULO INVALIDO                ".
           03 FILLER PIC X(42) VALUE
               "PRPRAZO DO CONTRATO INVALIDO OU ZERO      ".
           03 FILLER PIC X(42) VALUE
               "NCCONTRATO NAO CADASTRADO NO MESTRE       ".
           03 FILLER PIC X(42) VALUE
               "VLVALOR DA DIARIA INVALIDO                ".
           03 FILLER PIC X(42) VALUE
               "AJCODIGO DE AJUSTE FINAL INVALIDO         ".
           03 FILLER PIC X(42) VALUE
               "PSPARALISACAO SOBREPOE OUTRA JA REGISTRADA".
           03 FILLER PIC X(42) VALUE
               "PNPARALISACAO A LEVANTAR NAO ENCONTRADA   ".
       01 TABELA-MOTIVOS REDEFINES TABELA-MOTIVOS-VALORES.
           03 OCORRENCIA-MOTIVO OCCURS 11 TIMES
                                INDEXED BY IDX-MOTIVO.
               05 MOT-CODIGO     PIC X(02).
               05 MOT-DESCRICAO  PIC X(40).
       01 WS-DESCRICAO-MOTIVO   PIC X(40).

      *--- chaves do confronto suspensos x controle -------------------
       01 WS-CHAVE-SUSPENSO.
           03 WS-CHV-ORIGEM     PIC X(08).
           03 WS-CHV-CONTRATO   PIC X(10).
           03 WS-CHV-MOTIVO     PIC X(02).
           03 WS-CHV-DATA       PIC X(08).
       01 WS-CHAVE-SUSP-ANTERIOR PIC X(28) VALUE LOW-VALUES.
       01 WS-CHAVE-CONTROLE     PIC X(28) VALUE LOW-VALUES.
       01 WS-TEM-CONTROLE       PIC X(01).
         88 TEM-CONTROLE          VALUE 'S'.
       01 WS-CONTROLE-ANTERIOR  PIC X(60).
       01 WS-FAIXA-AVISADA      PIC 9(03).
       01 WS-TIPO-AVISO         PIC X(01).
         88 AVISO-NOVO            VALUE 'N'.
         88 AVISO-REENVIO         VALUE 'E'.
         88 SEM-AVISO             VALUE ' '.

      *--- registro de remessa/controle em gravacao (imagem CTAVLG) ---
       01 WS-REMESSA-TRABALHO.
           03 TRB-AVL-DATA-HORA-ENVIO PIC X(14).
           03 TRB-AVL-CHAVE           PIC X(28).
           03 TRB-AVL-DIAS-PENDENTES  PIC 9(03).
           03 TRB-AVL-TIPO-AVISO      PIC X(01).
           03 TRB-AVL-FAIXA-DIAS      PIC 9(03).
           03 FILLER                  PIC X(11).

      *--- bloco da origem corrente -----------------------------------
       01 WS-BLOCO-ABERTO       PIC X(01) VALUE 'N'.
         88 BLOCO-ABERTO          VALUE 'S'.
       01 WS-ORIGEM-BLOCO       PIC X(08).
       01 WS-ORIGEM-CADASTRADA  PIC X(01).
         88 ORIGEM-CADASTRADA     VALUE 'S'.
       01 WS-BLOCO-NOVOS        PIC 9(07).
       01 WS-BLOCO-REENVIOS     PIC 9(07).
       01 WS-BLOCO-JA-AVISADOS  PIC 9(07).

      *--- totais -----------------------------------------------------
       01 WS-QTD-SUSPENSOS-LIDOS PIC 9(07) VALUE 0.
       01 WS-QTD-NOVOS          PIC 9(07) VALUE 0.
       01 WS-QTD-REENVIOS       PIC 9(07) VALUE 0.
       01 WS-QTD-JA-AVISADOS    PIC 9(07) VALUE 0.
       01 WS-QTD-CORRIGIDOS     PIC 9(07) VALUE 0.
       01 WS-QTD-DUPLICADOS     PIC 9(07) VALUE 0.
       01 WS-QTD-BAIXADOS       PIC 9(07) VALUE 0.
       01 WS-QTD-BLOCOS         PIC 9(07) VALUE 0.
       01 WS-QTD-SEM-CADASTRO   PIC 9(07) VALUE 0.
       01 WS-QTD-CONTROLES-GRAV PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM 000-INICIALIZAR.
           PERFORM 100-PROCESSAR-SUSPENSOS
               UNTIL FIM-SUSPENSOS.
           PERFORM 350-FECHAR-BLOCO-ORIGEM.
           PERFORM 360-BLOCOS-SEM-SUSPENSOS.
           PERFORM 380-BAIXAR-CONTROLES-RESTANTES.
           PERFORM 900-FINALIZAR.
           STOP RUN.

      *================================================================
      * 000 - ABERTURA DE ARQUIVOS, DATA DE HOJE, CARTOES E CABECALHO
      *================================================================
       000-INICIALIZAR.
           MOVE FUNCTION CURRENT-DATE TO WS-DATA-HORA-EXECUCAO.
           MOVE WS-DATA-HORA-EXECUCAO(1:4)  TO WS-ANO-HOJE.
           MOVE WS-DATA-HORA-EXECUCAO(5:2)  TO WS-MES-HOJE.
           MOVE WS-DATA-HORA-EXECUCAO(7:2)  TO WS-DIA-HOJE.

           MOVE 'JD' TO LK-FUNCAO.
           MOVE WS-ANO-HOJE TO LK-ANO.
           MOVE WS-MES-HOJE TO LK-MES.
           MOVE WS-DIA-HOJE TO LK-DIA.
           CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                 LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                 LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                 LK-DIAS-ABSOLUTOS.
           MOVE LK-DIAS-ABSOLUTOS TO WS-DIA-ABSOLUTO-HOJE.

           PERFORM 010-LER-CARTOES.

           OPEN INPUT SUSPENSOS-IN.
           IF WS-FS-SUSPENSO = "35"
               DISPLAY "04AVISOS - AVISO: SUSPORD NAO ENCONTRADO, "
                       "NAO HA REJEICOES A AVISAR"
               MOVE 'S' TO WS-EOF-SUSPENSOS
           ELSE
               IF WS-FS-SUSPENSO NOT = "00"
                   DISPLAY "04AVISOS - FALHA AO ABRIR SUSPENSOS-IN, "
                           "FS=" WS-FS-SUSPENSO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN INPUT CONTROLE-IN.
           IF WS-FS-CONTROLE-IN = "35"
               DISPLAY "04AVISOS - AVISO: AVISCTLI NAO ENCONTRADO, "
                       "TODAS AS REJEICOES SERAO AVISADAS COMO NOVAS"
               MOVE 'S' TO WS-EOF-CONTROLE
           ELSE
               IF WS-FS-CONTROLE-IN NOT = "00"
                   DISPLAY "04AVISOS - FALHA AO ABRIR CONTROLE-IN, "
                           "FS=" WS-FS-CONTROLE-IN
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

           OPEN OUTPUT CONTROLE-OUT.
           IF WS-FS-CONTROLE-OUT NOT = "00"
               DISPLAY "04AVISOS - FALHA AO ABRIR CONTROLE-OUT, FS="
                       WS-FS-CONTROLE-OUT
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN OUTPUT AVISOS-OUT.
           IF WS-FS-AVISOS NOT = "00"
               DISPLAY "04AVISOS - FALHA AO ABRIR AVISOS-OUT, FS="
                       WS-FS-AVISOS
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN OUTPUT REMESSA-OUT.
           IF WS-FS-REMESSA NOT = "00"
               DISPLAY "04AVISOS - FALHA AO ABRIR REMESSA-OUT, FS="
                       WS-FS-REMESSA
               PERFORM 910-ABENDAR-JOB
           END-IF.

           OPEN OUTPUT RELATORIO-OUT.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04AVISOS - FALHA AO ABRIR RELATORIO-OUT, FS="
                       WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

           MOVE SPACES TO WS-FAIXAS-EDITADAS.
           MOVE 1 TO WS-PONTEIRO.
           PERFORM VARYING WS-SUB-FAIXA FROM 1 BY 1
                   UNTIL WS-SUB-FAIXA > WS-QTD-FAIXAS
               STRING WS-FAIXA-DIAS(WS-SUB-FAIXA) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                   INTO WS-FAIXAS-EDITADAS
                   WITH POINTER WS-PONTEIRO
           END-PERFORM.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "AVISOS DE REJEICAO AOS SISTEMAS DE ORIGEM - 04AVISOS"
                   DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "DATA DE EXECUCAO: " DELIMITED BY SIZE
                  WS-DIA-HOJE  DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  WS-MES-HOJE  DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  WS-ANO-HOJE  DELIMITED BY SIZE
                  "   FAIXAS DE REENVIO (DIAS): " DELIMITED BY SIZE
                  WS-FAIXAS-EDITADAS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           PERFORM 110-LER-PROXIMO-SUSPENSO.
           PERFORM 310-LER-PROXIMO-CONTROLE.

      *================================================================
      * 010 - CARTOES DE CONTROLE (ARQUIVO AUSENTE = FAIXAS PADRAO E
      *       NENHUMA ORIGEM COM ARQUIVO PROPRIO):
      *       FAIXA=NNN / ORIGEM=XXXXXXXX
      *================================================================
       010-LER-CARTOES.
           OPEN INPUT CARTOES-IN.
           IF WS-FS-CARTOES = "35"
               MOVE 'S' TO WS-EOF-CARTOES
           ELSE
               IF WS-FS-CARTOES NOT = "00"
                   DISPLAY "04AVISOS - FALHA AO ABRIR CARTOES-IN, FS="
                           WS-FS-CARTOES
                   PERFORM 910-ABENDAR-JOB
               END-IF
               READ CARTOES-IN
                   AT END MOVE 'S' TO WS-EOF-CARTOES
               END-READ
               PERFORM UNTIL FIM-CARTOES
                   EVALUATE TRUE
                     WHEN REG-CARTAO(1:6) = "FAIXA="
                       PERFORM 020-INCLUIR-FAIXA
                     WHEN REG-CARTAO(1:7) = "ORIGEM="
                       PERFORM 030-INCLUIR-ORIGEM
                     WHEN REG-CARTAO(1:1) = "*"
                       CONTINUE
                     WHEN REG-CARTAO = SPACES
                       CONTINUE
                     WHEN OTHER
                       DISPLAY "04AVISOS - CARTAO DE CONTROLE NAO "
                               "RECONHECIDO: " REG-CARTAO(1:24)
                       PERFORM 910-ABENDAR-JOB
                   END-EVALUATE
                   READ CARTOES-IN
                       AT END MOVE 'S' TO WS-EOF-CARTOES
                   END-READ
               END-PERFORM
               CLOSE CARTOES-IN
           END-IF.

           IF WS-QTD-FAIXAS = 0
               MOVE 4   TO WS-QTD-FAIXAS
               MOVE 007 TO WS-FAIXA-DIAS(1)
               MOVE 015 TO WS-FAIXA-DIAS(2)
               MOVE 030 TO WS-FAIXA-DIAS(3)
               MOVE 060 TO WS-FAIXA-DIAS(4)
           END-IF.

      *================================================================
      * 020 - FAIXA=NNN: NUMERICA, MAIOR QUE ZERO E MAIOR QUE A FAIXA
      *       ANTERIOR (ATE 5 FAIXAS)
      *================================================================
       020-INCLUIR-FAIXA.
           IF (REG-CARTAO(7:3) IS NOT NUMERIC)
                   OR (REG-CARTAO(7:3) = "000")
               DISPLAY "04AVISOS - FAIXA INVALIDA NO CARTAO: "
                       REG-CARTAO(1:24)
               PERFORM 910-ABENDAR-JOB
           END-IF.
           IF WS-QTD-FAIXAS NOT < 5
               DISPLAY "04AVISOS - MAIS DE 5 CARTOES FAIXA="
               PERFORM 910-ABENDAR-JOB
           END-IF.
           IF WS-QTD-FAIXAS > 0
               IF REG-CARTAO(7:3)
                       NOT > WS-FAIXA-DIAS(WS-QTD-FAIXAS)
                   DISPLAY "04AVISOS - CARTOES FAIXA= FORA DE ORDEM "
                           "CRESCENTE: " REG-CARTAO(1:24)
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.
           ADD 1 TO WS-QTD-FAIXAS.
           MOVE REG-CARTAO(7:3) TO WS-FAIXA-DIAS(WS-QTD-FAIXAS).

      *================================================================
      * 030 - ORIGEM=XXXXXXXX: SISTEMA COM ARQUIVO DE AVISOS PROPRIO
      *       (O JCL TEM UM OUTFIL PARA ELE); REPETIDA E IGNORADA
      *================================================================
       030-INCLUIR-ORIGEM.
           IF REG-CARTAO(8:8) = SPACES
               DISPLAY "04AVISOS - ORIGEM EM BRANCO NO CARTAO: "
                       REG-CARTAO(1:24)
               PERFORM 910-ABENDAR-JOB
           END-IF.
           MOVE REG-CARTAO(8:8) TO WS-ORIGEM-PROCURADA.
           PERFORM 040-LOCALIZAR-ORIGEM.
           IF IDX-ORIGEM > WS-QTD-ORIGENS
               IF WS-QTD-ORIGENS NOT < 20
                   DISPLAY "04AVISOS - MAIS DE 20 CARTOES ORIGEM=, "
                           "AMPLIAR TABELA-ORIGENS"
                   PERFORM 910-ABENDAR-JOB
               END-IF
               ADD 1 TO WS-QTD-ORIGENS
               SET IDX-ORIGEM TO WS-QTD-ORIGENS
               MOVE WS-ORIGEM-PROCURADA
                   TO ORG-SISTEMA-ORIGEM(IDX-ORIGEM)
               MOVE 'N' TO ORG-COM-BLOCO(IDX-ORIGEM)
           END-IF.

      *================================================================
      * 040 - POSICIONA IDX-ORIGEM NA ORIGEM PROCURADA (ACIMA DE
      *       WS-QTD-ORIGENS QUANDO ELA NAO TEM CARTAO ORIGEM=)
      *================================================================
       040-LOCALIZAR-ORIGEM.
           SET IDX-ORIGEM TO 1.
           PERFORM UNTIL (IDX-ORIGEM > WS-QTD-ORIGENS)
                   OR (ORG-SISTEMA-ORIGEM(IDX-ORIGEM)
                       = WS-ORIGEM-PROCURADA)
               SET IDX-ORIGEM UP BY 1
           END-PERFORM.

       110-LER-PROXIMO-SUSPENSO.
           IF NOT FIM-SUSPENSOS
               READ SUSPENSOS-IN
                   AT END MOVE 'S' TO WS-EOF-SUSPENSOS
               END-READ
               IF (WS-FS-SUSPENSO NOT = "00")
                       AND (WS-FS-SUSPENSO NOT = "10")
                   DISPLAY "04AVISOS - FALHA NA LEITURA DE "
                           "SUSPENSOS-IN, FS=" WS-FS-SUSPENSO
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.

      *================================================================
      * 100 - TRATA UMA REJEICAO DO ARQUIVO DE SUSPENSOS: QUEBRA DE
      *       ORIGEM, CONFRONTO COM O CONTROLE E DECISAO DO AVISO.
      *       A MESMA REJEICAO REPETIDA (MESMA ORIGEM, CONTRATO,
      *       MOTIVO E DATA) SO E AVISADA UMA VEZ
      *================================================================
       100-PROCESSAR-SUSPENSOS.
           ADD 1 TO WS-QTD-SUSPENSOS-LIDOS.
           MOVE SUSP-SISTEMA-ORIGEM          TO WS-CHV-ORIGEM.
           MOVE SUSP-REGISTRO-CONTRATO(1:10) TO WS-CHV-CONTRATO.
           MOVE SUSP-MOTIVO                  TO WS-CHV-MOTIVO.
           MOVE SUSP-DATA-REJEICAO           TO WS-CHV-DATA.
           IF WS-CHAVE-SUSPENSO < WS-CHAVE-SUSP-ANTERIOR
               DISPLAY "04AVISOS - SUSPORD FORA DE ORDEM NO CONTRATO "
                       WS-CHV-CONTRATO " ORIGEM " WS-CHV-ORIGEM
               PERFORM 910-ABENDAR-JOB
           END-IF.

           IF (NOT BLOCO-ABERTO)
                   OR (SUSP-SISTEMA-ORIGEM NOT = WS-ORIGEM-BLOCO)
               PERFORM 350-FECHAR-BLOCO-ORIGEM
               MOVE SUSP-SISTEMA-ORIGEM TO WS-ORIGEM-PROCURADA
               PERFORM 340-ABRIR-BLOCO-ORIGEM
           END-IF.

           IF WS-CHAVE-SUSPENSO = WS-CHAVE-SUSP-ANTERIOR
               ADD 1 TO WS-QTD-DUPLICADOS
           ELSE
               PERFORM 300-POSICIONAR-CONTROLE
               IF SUSP-CORRIGIDO
                   ADD 1 TO WS-QTD-CORRIGIDOS
                   IF TEM-CONTROLE
                       MOVE WS-CONTROLE-ANTERIOR
                           TO WS-REMESSA-TRABALHO
                       PERFORM 330-GRAVAR-CONTROLE
                   END-IF
               ELSE
                   PERFORM 200-ENVELHECER-REJEICAO
                   PERFORM 210-DECIDIR-AVISO
                   IF SEM-AVISO
                       ADD 1 TO WS-QTD-JA-AVISADOS
                       ADD 1 TO WS-BLOCO-JA-AVISADOS
                       MOVE WS-CONTROLE-ANTERIOR
                           TO WS-REMESSA-TRABALHO
                       PERFORM 330-GRAVAR-CONTROLE
                   ELSE
                       PERFORM 400-EMITIR-AVISO
                   END-IF
               END-IF
           END-IF.

           MOVE WS-CHAVE-SUSPENSO TO WS-CHAVE-SUSP-ANTERIOR.
           PERFORM 110-LER-PROXIMO-SUSPENSO.

      *================================================================
      * 200 - DIAS PENDENTES DESDE A REJEICAO (SUBTRACAO DE DIAS
      *       ABSOLUTOS, LIMITADO A 999, COMO NO 04RECICL)
      *================================================================
       200-ENVELHECER-REJEICAO.
           MOVE 0 TO WS-IDADE-DIAS.
           IF SUSP-DATA-REJEICAO IS NUMERIC
               MOVE 'JD' TO LK-FUNCAO
               MOVE ANO-SUSP-REJ TO LK-ANO
               MOVE MES-SUSP-REJ TO LK-MES
               MOVE DIA-SUSP-REJ TO LK-DIA
               CALL '04DTUTIL' USING LK-FUNCAO LK-ANO LK-MES LK-DIA
                                     LK-DIAS-NO-MES LK-BISSEXTO-FLAG
                                     LK-DATA-VALIDA LK-DIA-SEMANA-NUM
                                     LK-DIAS-ABSOLUTOS
               MOVE LK-DIAS-ABSOLUTOS TO WS-DIA-ABSOLUTO-REJ
               IF WS-DIA-ABSOLUTO-HOJE > WS-DIA-ABSOLUTO-REJ
                   COMPUTE WS-IDADE-DIAS =
                       WS-DIA-ABSOLUTO-HOJE - WS-DIA-ABSOLUTO-REJ
               END-IF
           END-IF.
           IF WS-IDADE-DIAS > 999
               MOVE 999 TO WS-IDADE-DIAS
           END-IF.
           MOVE WS-IDADE-DIAS TO WS-DIAS-PENDENTES.

      *================================================================
      * 210 - FAIXA ATUAL (A MAIOR FAIXA JA ALCANCADA PELA IDADE, OU
      *       000) E TIPO DO AVISO: 'N' SEM CONTROLE, 'E' QUANDO A
      *       FAIXA ATUAL PASSOU DA ULTIMA AVISADA, BRANCO SEM AVISO
      *================================================================
       210-DECIDIR-AVISO.
           MOVE 0 TO WS-FAIXA-ATUAL.
           PERFORM VARYING WS-SUB-FAIXA FROM 1 BY 1
                   UNTIL WS-SUB-FAIXA > WS-QTD-FAIXAS
               IF WS-DIAS-PENDENTES NOT < WS-FAIXA-DIAS(WS-SUB-FAIXA)
                   MOVE WS-FAIXA-DIAS(WS-SUB-FAIXA) TO WS-FAIXA-ATUAL
               END-IF
           END-PERFORM.

           EVALUATE TRUE
             WHEN NOT TEM-CONTROLE
               MOVE 'N' TO WS-TIPO-AVISO
             WHEN WS-FAIXA-ATUAL > WS-FAIXA-AVISADA
               MOVE 'E' TO WS-TIPO-AVISO
             WHEN OTHER
               MOVE SPACE TO WS-TIPO-AVISO
           END-EVALUATE.

      *================================================================
      * 220 - DESCRICAO DO MOTIVO DA REJEICAO
      *================================================================
       220-DESCREVER-MOTIVO.
           SET IDX-MOTIVO TO 1.
           PERFORM UNTIL (IDX-MOTIVO > 11)
                   OR (MOT-CODIGO(IDX-MOTIVO) = SUSP-MOTIVO)
               SET IDX-MOTIVO UP BY 1
           END-PERFORM.
           IF IDX-MOTIVO > 11
               MOVE "MOTIVO NAO CATALOGADO" TO WS-DESCRICAO-MOTIVO
           ELSE
               MOVE MOT-DESCRICAO(IDX-MOTIVO) TO WS-DESCRICAO-MOTIVO
           END-IF.

      *================================================================
      * 300 - POSICIONA O CONTROLE NA REJEICAO EM CONFRONTO (MESMA
      *       ORDEM DOS SUSPENSOS): CONTROLES DE CHAVE MENOR SAO DE
      *       REJEICOES QUE SAIRAM DO ARQUIVO DE SUSPENSOS E SAO
      *       BAIXADOS; O DA CHAVE IGUAL E GUARDADO COM A ULTIMA
      *       FAIXA AVISADA
      *================================================================
       300-POSICIONAR-CONTROLE.
           MOVE 'N' TO WS-TEM-CONTROLE.
           MOVE 0   TO WS-FAIXA-AVISADA.
           PERFORM UNTIL WS-CHAVE-CONTROLE NOT < WS-CHAVE-SUSPENSO
               ADD 1 TO WS-QTD-BAIXADOS
               PERFORM 310-LER-PROXIMO-CONTROLE
           END-PERFORM.
           IF WS-CHAVE-CONTROLE = WS-CHAVE-SUSPENSO
               MOVE 'S' TO WS-TEM-CONTROLE
               MOVE REG-REMESSA-AVISO TO WS-CONTROLE-ANTERIOR
               MOVE AVL-FAIXA-DIAS    TO WS-FAIXA-AVISADA
               PERFORM 310-LER-PROXIMO-CONTROLE
           END-IF.

       310-LER-PROXIMO-CONTROLE.
           IF NOT FIM-CONTROLE
               READ CONTROLE-IN
                   AT END MOVE 'S' TO WS-EOF-CONTROLE
               END-READ
               IF (WS-FS-CONTROLE-IN NOT = "00")
                       AND (WS-FS-CONTROLE-IN NOT = "10")
                   DISPLAY "04AVISOS - FALHA NA LEITURA DE "
                           "CONTROLE-IN, FS=" WS-FS-CONTROLE-IN
                   PERFORM 910-ABENDAR-JOB
               END-IF
           END-IF.
           IF FIM-CONTROLE
               MOVE HIGH-VALUES TO WS-CHAVE-CONTROLE
           ELSE
               IF AVL-CHAVE < WS-CHAVE-CONTROLE
                   DISPLAY "04AVISOS - AVISCTLI FORA DE ORDEM NO "
                           "CONTRATO " AVL-CONTRATO-ID
                   PERFORM 910-ABENDAR-JOB
               END-IF
               MOVE AVL-CHAVE TO WS-CHAVE-CONTROLE
           END-IF.

       330-GRAVAR-CONTROLE.
           ADD 1 TO WS-QTD-CONTROLES-GRAV.
           MOVE WS-REMESSA-TRABALHO TO REG-CONTROLE-SAIDA.
           WRITE REG-CONTROLE-SAIDA.
           IF WS-FS-CONTROLE-OUT NOT = "00"
               DISPLAY "04AVISOS - FALHA NA GRAVACAO DE CONTROLE-OUT, "
                       "FS=" WS-FS-CONTROLE-OUT
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 340 - ABRE O BLOCO DA ORIGEM EM WS-ORIGEM-PROCURADA: HEADER
      *       DE AVISOS E TITULO NO RELATORIO
      *================================================================
       340-ABRIR-BLOCO-ORIGEM.
           MOVE 'S' TO WS-BLOCO-ABERTO.
           MOVE WS-ORIGEM-PROCURADA TO WS-ORIGEM-BLOCO.
           MOVE 0 TO WS-BLOCO-NOVOS.
           MOVE 0 TO WS-BLOCO-REENVIOS.
           MOVE 0 TO WS-BLOCO-JA-AVISADOS.
           ADD 1 TO WS-QTD-BLOCOS.

           PERFORM 040-LOCALIZAR-ORIGEM.
           IF IDX-ORIGEM > WS-QTD-ORIGENS
               MOVE 'N' TO WS-ORIGEM-CADASTRADA
           ELSE
               MOVE 'S' TO WS-ORIGEM-CADASTRADA
               MOVE 'S' TO ORG-COM-BLOCO(IDX-ORIGEM)
           END-IF.

           MOVE SPACES TO REG-AVISO-REJEICAO.
           MOVE 'H' TO AVI-TIPO-REGISTRO.
           MOVE WS-ORIGEM-BLOCO TO AVI-SISTEMA-ORIGEM.
           MOVE WS-DIA-HOJE TO DIA-AVI-GERACAO.
           MOVE WS-MES-HOJE TO MES-AVI-GERACAO.
           MOVE WS-ANO-HOJE TO ANO-AVI-GERACAO.
           MOVE WS-DATA-HORA-EXECUCAO(9:6) TO AVI-HDR-HORA-GERACAO.
           MOVE "04AVISOS" TO AVI-HDR-PROGRAMA.
           PERFORM 510-GRAVAR-AVISO.

           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           IF ORIGEM-CADASTRADA
               STRING "SISTEMA DE ORIGEM: " DELIMITED BY SIZE
                      WS-ORIGEM-BLOCO DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING "SISTEMA DE ORIGEM: " DELIMITED BY SIZE
                      WS-ORIGEM-BLOCO DELIMITED BY SIZE
                      "   ** SEM CARTAO ORIGEM= - AVISOS NO ARQUIVO "
                      DELIMITED BY SIZE
                      "NAO SEPARADO, ENCAMINHAR **" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF.
           PERFORM 500-GRAVAR-LINHA.
           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTRATO   MOTIVO  DESCRICAO" DELIMITED BY SIZE
                  "                                 REJEITADO EM  "
                  DELIMITED BY SIZE
                  "IDADE  FAIXA  AVISO" DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

      *================================================================
      * 350 - FECHA O BLOCO DA ORIGEM CORRENTE: TRAILER DE CONTROLE
      *       E SUBTOTAL NO RELATORIO
      *================================================================
       350-FECHAR-BLOCO-ORIGEM.
           IF BLOCO-ABERTO
               MOVE 'N' TO WS-BLOCO-ABERTO
               MOVE SPACES TO REG-AVISO-REJEICAO
               MOVE 'T' TO AVI-TIPO-REGISTRO
               MOVE WS-ORIGEM-BLOCO TO AVI-SISTEMA-ORIGEM
               COMPUTE AVI-TRL-QTD-AVISOS =
                   WS-BLOCO-NOVOS + WS-BLOCO-REENVIOS
               MOVE WS-BLOCO-NOVOS    TO AVI-TRL-QTD-NOVOS
               MOVE WS-BLOCO-REENVIOS TO AVI-TRL-QTD-REENVIOS
               PERFORM 510-GRAVAR-AVISO

               MOVE SPACES TO LINHA-RELATORIO
               STRING "  TOTAL " DELIMITED BY SIZE
                      WS-ORIGEM-BLOCO DELIMITED BY SIZE
                      " - AVISOS: " DELIMITED BY SIZE
                      AVI-TRL-QTD-AVISOS DELIMITED BY SIZE
                      "  NOVOS: " DELIMITED BY SIZE
                      WS-BLOCO-NOVOS DELIMITED BY SIZE
                      "  REENVIOS: " DELIMITED BY SIZE
                      WS-BLOCO-REENVIOS DELIMITED BY SIZE
                      "  JA AVISADOS: " DELIMITED BY SIZE
                      WS-BLOCO-JA-AVISADOS DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
               PERFORM 500-GRAVAR-LINHA
           END-IF.

      *================================================================
      * 360 - ORIGEM DE CARTAO ORIGEM= SEM NENHUM SUSPENSO RECEBE UM
      *       BLOCO VAZIO (HEADER E TRAILER ZERADO): O REMETENTE
      *       RECEBE O ARQUIVO TODA NOITE
      *================================================================
       360-BLOCOS-SEM-SUSPENSOS.
           PERFORM VARYING IDX-ORIGEM FROM 1 BY 1
                   UNTIL IDX-ORIGEM > WS-QTD-ORIGENS
               IF ORG-COM-BLOCO(IDX-ORIGEM) = 'N'
                   MOVE ORG-SISTEMA-ORIGEM(IDX-ORIGEM)
                       TO WS-ORIGEM-PROCURADA
                   PERFORM 340-ABRIR-BLOCO-ORIGEM
                   PERFORM 350-FECHAR-BLOCO-ORIGEM
               END-IF
           END-PERFORM.

      *================================================================
      * 380 - CONTROLES QUE SOBRARAM DEPOIS DO ULTIMO SUSPENSO SAO DE
      *       REJEICOES QUE SAIRAM DO ARQUIVO: BAIXADOS
      *================================================================
       380-BAIXAR-CONTROLES-RESTANTES.
           PERFORM UNTIL FIM-CONTROLE
               ADD 1 TO WS-QTD-BAIXADOS
               PERFORM 310-LER-PROXIMO-CONTROLE
           END-PERFORM.

      *================================================================
      * 400 - EMITE O AVISO DA REJEICAO: DETALHE NO BLOCO DA ORIGEM,
      *       REGISTRO NA REMESSA DA NOITE, NOVO CONTROLE E LINHA NO
      *       RELATORIO
      *================================================================
       400-EMITIR-AVISO.
           PERFORM 220-DESCREVER-MOTIVO.

           MOVE SPACES TO REG-AVISO-REJEICAO.
           MOVE 'D' TO AVI-TIPO-REGISTRO.
           MOVE SUSP-SISTEMA-ORIGEM    TO AVI-SISTEMA-ORIGEM.
           MOVE SUSP-REGISTRO-CONTRATO TO AVI-REGISTRO-CONTRATO.
           MOVE SUSP-MOTIVO            TO AVI-MOTIVO.
           MOVE WS-DESCRICAO-MOTIVO    TO AVI-DESCRICAO-MOTIVO.
           MOVE SUSP-DATA-REJEICAO     TO AVI-DATA-REJEICAO.
           MOVE WS-DIAS-PENDENTES      TO AVI-DIAS-PENDENTES.
           MOVE WS-TIPO-AVISO          TO AVI-TIPO-AVISO.
           MOVE WS-FAIXA-ATUAL         TO AVI-FAIXA-DIAS.
           PERFORM 510-GRAVAR-AVISO.

           IF AVISO-NOVO
               ADD 1 TO WS-QTD-NOVOS
               ADD 1 TO WS-BLOCO-NOVOS
           ELSE
               ADD 1 TO WS-QTD-REENVIOS
               ADD 1 TO WS-BLOCO-REENVIOS
           END-IF.
           IF NOT ORIGEM-CADASTRADA
               ADD 1 TO WS-QTD-SEM-CADASTRO
           END-IF.

           MOVE SPACES TO WS-REMESSA-TRABALHO.
           MOVE WS-DATA-HORA-EXECUCAO(1:14) TO TRB-AVL-DATA-HORA-ENVIO.
           MOVE WS-CHAVE-SUSPENSO  TO TRB-AVL-CHAVE.
           MOVE WS-DIAS-PENDENTES  TO TRB-AVL-DIAS-PENDENTES.
           MOVE WS-TIPO-AVISO      TO TRB-AVL-TIPO-AVISO.
           MOVE WS-FAIXA-ATUAL     TO TRB-AVL-FAIXA-DIAS.
           MOVE WS-REMESSA-TRABALHO TO REG-REMESSA-SAIDA.
           WRITE REG-REMESSA-SAIDA.
           IF WS-FS-REMESSA NOT = "00"
               DISPLAY "04AVISOS - FALHA NA GRAVACAO DE REMESSA-OUT, "
                       "FS=" WS-FS-REMESSA
               PERFORM 910-ABENDAR-JOB
           END-IF.
           PERFORM 330-GRAVAR-CONTROLE.

           MOVE SPACES TO LINHA-RELATORIO.
           IF AVISO-NOVO
               STRING SUSP-REGISTRO-CONTRATO(1:10) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  SUSP-MOTIVO DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-DESCRICAO-MOTIVO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DIA-SUSP-REJ DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES-SUSP-REJ DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO-SUSP-REJ DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-DIAS-PENDENTES DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-FAIXA-ATUAL DELIMITED BY SIZE
                  "    NOVO" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           ELSE
               STRING SUSP-REGISTRO-CONTRATO(1:10) DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  SUSP-MOTIVO DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-DESCRICAO-MOTIVO DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  DIA-SUSP-REJ DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  MES-SUSP-REJ DELIMITED BY SIZE "/" DELIMITED BY SIZE
                  ANO-SUSP-REJ DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-DIAS-PENDENTES DELIMITED BY SIZE
                  "    " DELIMITED BY SIZE
                  WS-FAIXA-ATUAL DELIMITED BY SIZE
                  "    REENVIO" DELIMITED BY SIZE
                   INTO LINHA-RELATORIO
           END-IF.
           PERFORM 500-GRAVAR-LINHA.

       500-GRAVAR-LINHA.
           WRITE LINHA-RELATORIO.
           IF WS-FS-RELATORIO NOT = "00"
               DISPLAY "04AVISOS - FALHA NA GRAVACAO DE RELATORIO-OUT, "
                       "FS=" WS-FS-RELATORIO
               PERFORM 910-ABENDAR-JOB
           END-IF.

       510-GRAVAR-AVISO.
           WRITE REG-AVISO-REJEICAO.
           IF WS-FS-AVISOS NOT = "00"
               DISPLAY "04AVISOS - FALHA NA GRAVACAO DE AVISOS-OUT, "
                       "FS=" WS-FS-AVISOS
               PERFORM 910-ABENDAR-JOB
           END-IF.

      *================================================================
      * 900 - TOTAIS NO RELATORIO E FECHAMENTO DOS ARQUIVOS
      *================================================================
       900-FINALIZAR.
           MOVE SPACES TO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "SUSPENSOS LIDOS .............: " DELIMITED BY SIZE
                  WS-QTD-SUSPENSOS-LIDOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "AVISOS NOVOS ................: " DELIMITED BY SIZE
                  WS-QTD-NOVOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REENVIOS POR FAIXA DE IDADE .: " DELIMITED BY SIZE
                  WS-QTD-REENVIOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "PENDENTES JA AVISADOS .......: " DELIMITED BY SIZE
                  WS-QTD-JA-AVISADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CORRIGIDOS (SEM AVISO) ......: " DELIMITED BY SIZE
                  WS-QTD-CORRIGIDOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "REJEICOES REPETIDAS .........: " DELIMITED BY SIZE
                  WS-QTD-DUPLICADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTROLES BAIXADOS ..........: " DELIMITED BY SIZE
                  WS-QTD-BAIXADOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "CONTROLES GRAVADOS ..........: " DELIMITED BY SIZE
                  WS-QTD-CONTROLES-GRAV DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "BLOCOS DE ORIGEM GRAVADOS ...: " DELIMITED BY SIZE
                  WS-QTD-BLOCOS DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           MOVE SPACES TO LINHA-RELATORIO.
           STRING "AVISOS SEM CARTAO ORIGEM= ...: " DELIMITED BY SIZE
                  WS-QTD-SEM-CADASTRO DELIMITED BY SIZE
               INTO LINHA-RELATORIO.
           PERFORM 500-GRAVAR-LINHA.

           CLOSE SUSPENSOS-IN.
           CLOSE CONTROLE-IN.
           CLOSE CONTROLE-OUT.
           CLOSE AVISOS-OUT.
           CLOSE REMESSA-OUT.
           CLOSE RELATORIO-OUT.

           DISPLAY "04AVISOS - AVISOS NOVOS: " WS-QTD-NOVOS
                   "  REENVIOS: " WS-QTD-REENVIOS
                   "  JA AVISADOS: " WS-QTD-JA-AVISADOS.

           IF WS-QTD-SEM-CADASTRO > 0
               DISPLAY "04AVISOS - AVISOS PARA ORIGEM SEM CARTAO "
                       "ORIGEM=: " WS-QTD-SEM-CADASTRO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *================================================================
      * 910 - ENCERRA O JOB EM ERRO FATAL DE ARQUIVO OU CARTAO
      *================================================================
       910-ABENDAR-JOB.
           CLOSE SUSPENSOS-IN.
           CLOSE CONTROLE-IN.
           CLOSE CONTROLE-OUT.
           CLOSE AVISOS-OUT.
           CLOSE REMESSA-OUT.
           CLOSE RELATORIO-OUT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       END PROGRAM 04AVISOS.
