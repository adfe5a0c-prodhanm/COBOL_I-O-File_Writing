      *****************************************************************
      * OCHKREC
      *
      * Record layout of the outstanding-check master
      * (PROD.BONUS.OUTCHK), one record per check BONUSCHK has ever
      * issued, keyed on the check number: what was issued, to
      * whom, for how much, and where the check stands now.
      * Written by BONUSCHK as each check is cut, and worked by
      * CHKRECON against the bank's daily paid/void items file.
      * Copy it under the FD for the cluster in each program.
      *
      * OC-STATUS: O = outstanding (issued, not yet presented), P =
      * paid by the bank, V = voided - either stale-dated by
      * CHKRECON once the check passed the stale-date window,
      * voided at the bank, or voided by BONUSBKO before it ever
      * left payroll because its cycle was backed out (the payment
      * itself is gone from history).  Any other voided check's
      * payment is flagged on PROD.BONUS.PAYHIST for reissue or
      * escheat (see PAYHREC.cpy).  OC-STATUS-DATE is the date the check
      * reached its current status; OC-PAID-AMT is what the bank
      * actually paid, which can differ from OC-AMOUNT on an
      * altered or mis-encoded item.
      *
      * OC-ISSUE-DATE is the date on the check - the banking day
      * BONUSCHK dated it for, which can be after the run.
      * OC-PAY-DATE is the run date the payment went onto
      * PROD.BONUS.PAYHIST under; it is spaces on checks issued
      * before it was carried, where the issue date was the run
      * date.
      *****************************************************************
        01 OUTCHK-REC.
            05 OC-KEY.
                10 OC-CHECK-NO               PIC 9(10).
            05 OC-ISSUE-DATE                 PIC 9(08).
            05 OC-AMOUNT                     PIC S9(7)V99.
            05 OC-EMPL-ID                    PIC X(09).
            05 OC-LAST-NAME                  PIC X(20).
            05 OC-FIRST-NAME                 PIC X(15).
            05 OC-MID-INIT                   PIC X(01).
            05 OC-STATE-CODE                 PIC X(02).
            05 OC-STATUS                     PIC X(01).
            05 OC-STATUS-DATE                PIC 9(08).
            05 OC-PAID-AMT                   PIC S9(7)V99.
            05 OC-PAY-DATE                   PIC 9(08).
