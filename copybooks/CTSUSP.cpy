             88 SUSP-MOTIVO-NAO-CADASTR  VALUE 'NC'.
             88 SUSP-MOTIVO-VALOR        VALUE 'VL'.
             88 SUSP-MOTIVO-AJUSTE       VALUE 'AJ'.
             88 SUSP-MOTIVO-PARAL-SOBREP VALUE 'PS'.
             88 SUSP-MOTIVO-PARAL-INEXIST VALUE 'PN'.
           03 SUSP-DATA-REJEICAO.
               COPY DTDDMMYY REPLACING ==:PREFIXO:== BY ==SUSP-REJ==.
           03 SUSP-DIAS-PENDENTES    PIC 9(03).
