      *****************************************************************
      * DEDNXREC
      *
      * Record layout of the cumulative deduction order
      * cross-reference (PROD.BONUS.DEDNXREF), one record per
      * posting to the deduction order master: the pay date of the
      * run, the order posted, the amount, and what the order held
      * before the posting touched it.  The order master keeps only
      * running totals, so this is the only record of which orders
      * a run took from and what they stood at - BONUSBKO reads it
      * to put a backed-out cycle's orders back the way they were.
      * Cumulative - BONUS and BONUSBKO always extend it.  Copy it
      * under the FD in each program.
      *
      * DX-ENTRY-TYPE: T = taken - BONUS took DX-TAKEN-AMT from a
      * payment for the order; B = backed out - BONUSBKO put
      * DX-TAKEN-AMT back on the order.  The records for a run date
      * net to what still stands on the orders from it, so a second
      * backout of the same date finds nothing left to put back.
      * DX-PRIOR-STATUS, DX-PRIOR-BALANCE, DX-PRIOR-TAKEN-DATE: the
      * DO-STATUS, DO-BALANCE, and DO-LAST-TAKEN-DATE the order held
      * just before this posting (see DEDNREC.cpy).
      *****************************************************************
        01 DEDN-XREF-REC.
            05 DX-RUN-DATE                  PIC 9(08).
            05 DX-ENTRY-TYPE                PIC X(01).
            05 DX-ORDER-KEY.
                10 DX-EMPL-ID                PIC X(09).
                10 DX-ORDER-SEQ              PIC 9(02).
            05 DX-TAKEN-AMT                 PIC S9(7)V99.
            05 DX-PRIOR-STATUS              PIC X(01).
            05 DX-PRIOR-BALANCE             PIC S9(7)V99.
            05 DX-PRIOR-TAKEN-DATE          PIC 9(08).
            05 FILLER                       PIC X(13).
