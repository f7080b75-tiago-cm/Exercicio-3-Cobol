       01  REG-CARTAO               PIC X(80).

       FD  ARQUIVO-MORTO-OUT.
       01  REG-LOG-ARQUIVADO        PIC X(82).

       FD  LOG-RETIDO-OUT.
       01  REG-LOG-RETIDO           PIC X(82).

       FD  RELATORIO-OUT.
       01  LINHA-RELATORIO          PIC X(132).
