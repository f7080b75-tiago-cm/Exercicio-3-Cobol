      *================================================================
      *  CTLOG - LAYOUT DO REGISTRO DA TRILHA DE AUDITORIA
      *  LOG-OPERADOR-APROVADOR SO E PREENCHIDO NAS CORRECOES DE
      *  BALCAO SOB DUPLA CUSTODIA (04MESTCN): LOG-OPERADOR-ID E QUEM
      *  SOLICITOU E LOG-OPERADOR-APROVADOR QUEM APROVOU OU REJEITOU.
      *  NOS DEMAIS REGISTROS FICA EM BRANCO.
      *================================================================
       01 REG-LOG-AUDITORIA.
           03 LOG-DATA-HORA          PIC X(26).
           03 LOG-SITUACAO           PIC X(01).
             88 LOG-SITUACAO-ACEITO    VALUE 'A'.
             88 LOG-SITUACAO-REJEITADO VALUE 'R'.
           03 LOG-OPERADOR-APROVADOR PIC X(08).
