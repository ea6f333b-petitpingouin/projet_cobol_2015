               REWRITE Tcloture
           END-WRITE
           DISPLAY "Période ",WclPeriode," close par ",WoperLogin,"."
           PERFORM SCELLE_CLOTURE
         END-IF
       END-IF.

