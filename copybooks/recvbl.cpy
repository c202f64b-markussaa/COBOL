                   88 RV-OPEN          VALUE 'O'.
                   88 RV-SETTLED       VALUE 'S'.
                   88 RV-TRANSFERRED   VALUE 'T'.
      * RV-ASSESS-RUN is the FEE-ASSESSMENT run (YYMMDDHHMM of its
      * first start) that raised the row, so a restarted run knows
      * the installments it raised itself before it died. Every
      * other writer leaves it spaces.
               05 RV-ASSESS-RUN        PIC X(10).
