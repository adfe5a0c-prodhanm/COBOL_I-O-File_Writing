      * breaks total bonus dollars and headcount out by state, with a
      * subtotal line at each state break and a grand total at the end.
      * It assumes OUTBONUS arrives sorted by WS-OUT-STATE-CODE - see
      * the OUTSORT step in jcl/BONUSJOB.jcl, which re-sorts it after
      * BONUS because a bonus split across work states writes its
      * pieces together, each under its own state.  Each piece counts
      * in its own state's headcount, but only once in the grand
      * headcount, which stays a count of payments.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OUTPUT-BONUS ASSIGN TO OUTBONUS
            ADD WS-OUT-BONUS-AMT TO WS-STATE-TOTAL-AMT.
            ADD 1 TO WS-STATE-HEADCOUNT.
            ADD WS-OUT-BONUS-AMT TO WS-GRAND-TOTAL-AMT.
            IF WS-OUT-ALLOC-PIECE NOT > 1
                ADD 1 TO WS-GRAND-HEADCOUNT
            END-IF.

            PERFORM P0380-READ-DETAIL.

