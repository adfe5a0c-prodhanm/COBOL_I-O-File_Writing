      * instead of holding it again every cycle.  Anything else is
      * screened normally.
            05 WS-IN-DUP-OK-IND             PIC X(01).
      * WS-IN-COST-CTR: the department cost center HR charges the
      * bonus to (columns 60-63).  BONUSEDT rejects a code that is
      * not on the cost-center table (see COSTCTR.cpy), and BONUSGL
      * posts the expense to it.
            05 WS-IN-COST-CTR               PIC X(04).
            05 WS-IN-FILLER                 PIC X(17).

        01 WS-OUTBONUS-REC.
            05 WS-OUT-STATE-CODE            PIC X(02).
      * downstream accounting never has to re-derive them from the
      * net.  Packed decimal - three zoned amounts would not fit in
      * the filler bytes left after the employee ID.
      * WS-OUT-BONUS-AMT is the net actually paid, after any
      * involuntary deduction orders - the deduction on a record is
      * its gross less the two taxes less the net (see PAYHREC.cpy).
            05 WS-OUT-GROSS-AMT             PIC S9(7)V99 COMP-3.
            05 WS-OUT-FED-TAX               PIC S9(7)V99 COMP-3.
            05 WS-OUT-ST-TAX                PIC S9(7)V99 COMP-3.
      * WS-OUT-ALLOC-PIECE: 0 = the whole payment went to the one
      * state on the record.  1-9 = this record is one state's piece
      * of a bonus BONUS split across work states off the state
      * allocation table - the other pieces follow it on the file
      * under their own state codes, and only piece 1 counts as a
      * payment in the headcounts.
            05 WS-OUT-ALLOC-PIECE           PIC 9(01).
      * WS-OUT-COST-CTR: the cost center the expense belongs to -
      * the detail's own, except that a clawback carries the cost
      * center of the payment it reverses, so the credit goes back
      * to the department that bore the original expense.
            05 WS-OUT-COST-CTR              PIC X(04).
            05 WS-OUT-FILLER                PIC X(02).
