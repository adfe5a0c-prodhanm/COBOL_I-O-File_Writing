      *****************************************************************
      * PPAYREC
      *
      * Positive-pay record in the bank's layout: issue code, the
      * corporate check-clearing account the checks draw on, check
      * number, issue date, amount in cents, payee.  Shared by
      * BONUSCHK (which sends an I = issue record per check cut)
      * and CHKRECON (which sends a V = void record per check it
      * stale-dates), so the bank's layout and the account number
      * only have to change in one place.  The account number
      * belongs to the disbursement account and changes only if
      * treasury moves banks, like the identifiers in ACHRECS.
      *****************************************************************
        01 WS-POSPAY-REC.
            05 WS-PP-ISSUE-CODE             PIC X(01) VALUE 'I'.
            05 WS-PP-ACCOUNT                PIC X(17)
                VALUE '00000002109876540'.
            05 WS-PP-CHECK-NO               PIC 9(10).
            05 WS-PP-ISSUE-DATE             PIC 9(08).
            05 WS-PP-AMT-CENTS              PIC 9(10).
            05 WS-PP-PAYEE                  PIC X(30).
            05 FILLER                       PIC X(04) VALUE SPACES.
