      *****************************************************************
      * CLAWXREC
      *
      * Record layout of the cumulative clawback cross-reference
      * (PROD.BONUS.CLAWXREF), one record per payment history row
      * BONUS marks clawed back (PH-CLAWED-IND set to Y): the pay
      * date of the run that clawed it, the key of the row, what
      * its indicator held before, and the amounts reversed.  A
      * clawback writes no history row of its own, so this is the
      * only record of which rows a run clawed - BONUSBKO reads it
      * to put a backed-out cycle's clawed rows back the way they
      * were, and DEPRECON to date each clawback's withholding
      * reversal into its quarter.  Cumulative - BONUS always
      * extends it.  Copy it under the FD in each program.
      *
      * CX-PRIOR-IND: the PH-CLAWED-IND value the row held when it
      * was clawed - N, R, or V (see PAYHREC.cpy).
      *****************************************************************
        01 CLAW-XREF-REC.
            05 CX-RUN-DATE                  PIC 9(08).
            05 CX-CLAWED-KEY.
                10 CX-EMPL-ID                PIC X(09).
                10 CX-PAY-DATE               PIC 9(08).
                10 CX-PAY-SEQ                PIC 9(04).
            05 CX-PRIOR-IND                 PIC X(01).
            05 CX-GROSS-AMT                 PIC S9(7)V99.
            05 CX-NET-AMT                   PIC S9(7)V99.
            05 FILLER                       PIC X(12).
