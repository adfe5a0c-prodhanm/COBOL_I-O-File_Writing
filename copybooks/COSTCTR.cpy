      *****************************************************************
      * COSTCTR
      *
      * Record layout of the cost-center table (PROD.BONUS.CCTABLE),
      * one 80-byte record per department cost center a bonus may
      * be charged to, keyed by finance.  BONUSEDT rejects a detail
      * whose cost center is not on it (E011), and BONBUDG names
      * each cost center on the budget report from it.
      *
      * CC-STATUS: A = open, C = closed.  A closed cost center takes
      * no new bonuses, but a clawback may still be charged back to
      * it - money is recovered for departments that have gone too.
      * A record with a blank code or any other status stops the
      * reading program.  Copy it under the FD for the dataset.
      *****************************************************************
        01 COST-CTR-REC.
            05 CC-CODE                       PIC X(04).
            05 CC-NAME                       PIC X(30).
            05 CC-STATUS                     PIC X(01).
                88 CC-OPEN                             VALUE 'A'.
                88 CC-CLOSED                           VALUE 'C'.
            05 FILLER                        PIC X(45).
