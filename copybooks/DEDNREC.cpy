      *****************************************************************
      * DEDNREC
      *
      * Record layout of the involuntary deduction order master
      * (PROD.BONUS.DEDNORD): one record per court or agency order
      * payroll's garnishment unit has on file for an employee -
      * child support, creditor garnishment, tax levy, student loan
      * - keyed by employee ID and an order sequence number, so all
      * of an employee's orders sit together.  Keyed and maintained
      * by the garnishment unit; BONUS applies the active orders to
      * each bonus and posts what it took, BONUSREM remits what was
      * taken to the agencies, and BONUSBKO puts a backed-out
      * cycle's postings back (see DEDNXREC.cpy).  Copy it under the
      * FD for the cluster in each program.
      *
      * DO-ORDER-TYPE: CS = child support, GN = creditor
      * garnishment, TL = tax levy, SL = student loan.
      * DO-PRIORITY: lower number is applied first; ties go in
      * DO-ORDER-SEQ order.
      * DO-STATUS: A = active, S = suspended (skipped, kept on
      * file), C = satisfied - BONUS closes a balance order at zero.
      * DO-CALC-METHOD: F = DO-FLAT-AMT per payment, P = DO-PERCENT
      * of disposable earnings (the gross less the taxes withheld).
      * DO-DISP-LIMIT-PCT: the most all of the employee's orders of
      * this type together may take, as a percentage of disposable
      * earnings (05000 = 50.00 PCT); zeros = no limit short of the
      * whole net.
      * DO-BALANCE-IND: Y = DO-BALANCE is the amount still owed and
      * is drawn down by every deduction; N = an ongoing order with
      * no balance.
      * DO-REMIT-PENDING: taken from pay by BONUS and not yet sent
      * to the agency - BONUSREM remits it and clears it.
      *****************************************************************
        01 DEDN-ORDER-REC.
            05 DO-KEY.
                10 DO-EMPL-ID                PIC X(09).
                10 DO-ORDER-SEQ              PIC 9(02).
            05 DO-ORDER-TYPE                 PIC X(02).
            05 DO-PRIORITY                   PIC 9(02).
            05 DO-STATUS                     PIC X(01).
            05 DO-AGENCY-ID                  PIC X(08).
            05 DO-AGENCY-NAME                PIC X(30).
            05 DO-CASE-NUMBER                PIC X(20).
            05 DO-CALC-METHOD                PIC X(01).
            05 DO-FLAT-AMT                   PIC 9(7)V99.
            05 DO-PERCENT                    PIC 9(3)V99.
            05 DO-DISP-LIMIT-PCT             PIC 9(3)V99.
            05 DO-BALANCE-IND                PIC X(01).
            05 DO-BALANCE                    PIC S9(7)V99.
            05 DO-REMIT-PENDING              PIC S9(7)V99.
            05 DO-TOTAL-TAKEN                PIC S9(9)V99.
            05 DO-LAST-TAKEN-DATE            PIC 9(08).
            05 DO-LAST-REMIT-DATE            PIC 9(08).
            05 FILLER                        PIC X(10).
