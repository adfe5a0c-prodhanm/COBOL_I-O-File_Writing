      * employee / pay date / sequence - PH-PAY-SEQ exists only to
      * keep the key unique when an employee is paid more than once
      * on the same date.  Written by BONUS, screened against by
      * BONUSDUP, reported from by BONWHSTM, BONUSINQ, and DEPRECON,
      * marked by ACHRTN when the bank returns an entry and by
      * CHKRECON when a check is voided, purged by PAYHPURG, and a
      * whole cycle's rows deleted again by BONUSBKO when the cycle
      * is backed out.  Copy it under the FD for the cluster in
      * each program.
      *
      * PH-CLAWED-IND: N = live payment, Y = clawed back, R = ACH
      * entry returned by the bank (ACHRTN marks it; the payment is
      * reissued through the check leg, so its withholding stands
      * and it remains clawback-eligible), V = the check that paid
      * it was voided unpresented (CHKRECON marks it when it stale-
      * dates a check or the bank reports a void; the net is still
      * owed, so its withholding stands, it remains clawback-
      * eligible, and payroll reissues it or escheats it to the
      * state as unclaimed property).
      *
      * PH-NET-AMT is always the net actually paid.  Any involuntary
      * deduction BONUS took from the payment (see DEDNREC.cpy) is
      * the part of the gross the two taxes do not account for -
      * PH-GROSS-AMT - PH-FED-TAX - PH-ST-TAX - PH-NET-AMT - and
      * is zero on a payment with no order against it.
      *
      * PH-COST-CTR is the department cost center the payment was
      * charged to, as it rode OUTBONUS.  Rows written before the
      * cost center was carried hold spaces.
      *****************************************************************
        01 PAYHIST-REC.
            05 PH-KEY.
            05 PH-ST-TAX                     PIC S9(7)V99.
            05 PH-NET-AMT                    PIC S9(7)V99.
            05 PH-CLAWED-IND                 PIC X(01).
            05 PH-COST-CTR                   PIC X(04).
