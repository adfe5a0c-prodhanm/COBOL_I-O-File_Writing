        IDENTIFICATION DIVISION.
        PROGRAM-ID. DEPRECON.

        ENVIRONMENT DIVISION.
      * DEPRECON reconciles a quarter's bonus withholding deposits
      * against the liability the payments actually carried, for
      * the quarter-end 941 and the state quarterly returns.
      *
      * The liability is every payment on PROD.BONUS.PAYHIST paid
      * in the quarter - its PH-FED-TAX to the federal (FD) bucket,
      * its PH-ST-TAX to its state - plus any payment of the quarter
      * already purged to the payment archive.  Clawed, returned,
      * and voided payments all count on their pay date: the tax
      * was withheld and deposited with that cycle.  A clawback
      * reverses the original payment's withholding on the date of
      * the run that clawed it (TAXREG netted it into that cycle's
      * deposit), so every clawback the cross-reference dates in
      * the quarter comes back off, valued from the clawed row on
      * the cluster or the archive - unless the row no longer
      * stands clawed because the cycle that clawed it was backed
      * out.  The archive and cross-reference arrive sorted by
      * history key (the job sorts them): a duplicate archive row
      * left by a purge rerun counts once, and only a row's latest
      * clawback is taken.
      *
      * The deposits are the ledger the tax team keys each
      * confirmation into - jurisdiction, deposit date, amount,
      * confirmation number, and the tax period (year and quarter)
      * the deposit was made for.  Only the quarter's deposits are
      * reconciled.  For each jurisdiction the report lists the
      * withholding, the clawbacks, the net liability, what was
      * deposited, and whether it is balanced, under-deposited, or
      * over-deposited.  Each deposit is listed too: late if,
      * when it was made, the jurisdiction's deposits to date were
      * short of the liability already due (each pay date's tax is
      * due a set number of days after it, per the DEPRULE
      * control, or on the federal semi-weekly schedule), and no
      * matching liability if the quarter has none for its
      * jurisdiction.
      *
      * Any discrepancy ends the run RC 8.  Read-only on every
      * dataset - safe to rerun as often as deposits are corrected.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT QUARTER-CONTROL ASSIGN TO DEPCTL
                FILE STATUS IS WS-DEPCTL-STATUS.
            SELECT DEPOSIT-RULES ASSIGN TO DEPRULE
                FILE STATUS IS WS-DEPRULE-STATUS.
            SELECT DEPOSIT-LEDGER ASSIGN TO DEPLEDG
                FILE STATUS IS WS-DEPLEDG-STATUS.
            SELECT CLAW-XREF ASSIGN TO CLAWXRF
                FILE STATUS IS WS-CLAWXRF-STATUS.
            SELECT PAY-HISTORY ASSIGN TO PAYHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PH-KEY
                FILE STATUS IS WS-PAYHIST-STATUS.
            SELECT PAY-ARCHIVE ASSIGN TO PAYARCH
                FILE STATUS IS WS-PAYARCH-STATUS.
            SELECT DEP-REPORT ASSIGN TO DEPRPT
                FILE STATUS IS WS-DEPRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.

      * The quarter to reconcile, keyed by the tax team: cols 1-4
      * the year, col 5 the quarter (1-4).  Missing or empty means
      * the last quarter completed before the run date.
        FD QUARTER-CONTROL
            RECORDING MODE IS F.
        01 DEPCTL-REC.
            05 DEPCTL-YEAR                  PIC 9(04).
            05 DEPCTL-QUARTER               PIC 9(01).
            05 FILLER                       PIC X(03).

        FD DEPOSIT-RULES
            RECORDING MODE IS F
            DATA RECORD IS FD-DEPRULE-REC.
        01 FD-DEPRULE-REC                   PIC X(80).

        FD DEPOSIT-LEDGER
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-DEPLEDG-REC.
        01 FD-DEPLEDG-REC                   PIC X(80).

      * Same cumulative cross-reference BONUS extends - layout in
      * copybooks/CLAWXREC.cpy - sorted by clawed key, run date.
        FD CLAW-XREF
            RECORDING MODE IS F.

        COPY CLAWXREC.

      * Same cluster BONUS maintains - layout and PH-CLAWED-IND
      * values in copybooks/PAYHREC.cpy.
        FD PAY-HISTORY
            RECORDING MODE IS F.

        COPY PAYHREC.

      * The payment archive PAYHPURG extends, sorted by the history
      * key - keep this in step with the FD in PAYHPURG.cbl.
        FD PAY-ARCHIVE
            RECORDING MODE IS F.
        01 PAYARCH-REC.
            05 PA-PURGE-DATE                 PIC 9(08).
            05 PA-PAYHIST-REC                PIC X(64).

        FD DEP-REPORT
            RECORDING MODE IS F
            DATA RECORD IS DEP-REPORT-LINE.
        01 DEP-REPORT-LINE                  PIC X(132).

        WORKING-STORAGE SECTION.
        01 FILLER                           PIC X(37)  VALUE
            'BEGIN WORKING STORAGE FOR DEPRECON '.
        01 WS-DEPCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-DEPRULE-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-DEPLEDG-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-CLAWXRF-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-PAYHIST-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-PAYARCH-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-DEPRPT-STATUS                 PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-HIST-READ                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-HIST-IN-QTR               PIC S9(9) COMP VALUE ZEROS.
            05 WS-ARC-READ                  PIC S9(9) COMP VALUE ZEROS.
            05 WS-ARC-IN-QTR                PIC S9(9) COMP VALUE ZEROS.
            05 WS-ARC-DUP                   PIC S9(9) COMP VALUE ZEROS.
            05 WS-ARC-ON-CLUSTER            PIC S9(9) COMP VALUE ZEROS.
            05 WS-CLAW-READ                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-CLAW-REVERSED             PIC S9(9) COMP VALUE ZEROS.
            05 WS-CLAW-BACKED-OUT           PIC S9(9) COMP VALUE ZEROS.
            05 WS-CLAW-NOT-FOUND            PIC S9(9) COMP VALUE ZEROS.
            05 WS-DEP-READ                  PIC S9(9) COMP VALUE ZEROS.
            05 WS-DEP-OTHER-QTR             PIC S9(9) COMP VALUE ZEROS.
            05 WS-DEP-LATE                  PIC S9(9) COMP VALUE ZEROS.
            05 WS-DEP-NO-LIAB               PIC S9(9) COMP VALUE ZEROS.
            05 WS-JUR-OUT                   PIC S9(9) COMP VALUE ZEROS.
            05 WS-DISCREPANCY-COUNT         PIC S9(9) COMP VALUE ZEROS.
            05 WS-SUB                       PIC S9(9) COMP VALUE ZEROS.
            05 WS-SUB2                      PIC S9(9) COMP VALUE ZEROS.
            05 WS-SUB3                      PIC S9(9) COMP VALUE ZEROS.

        01 W02-SWITCHES.
            05 WS-RULE-EOF-SW               PIC X(01)  VALUE 'N'.
            05 WS-LEDGER-EOF-SW             PIC X(01)  VALUE 'N'.
            05 WS-CLAW-EOF-SW               PIC X(01)  VALUE 'N'.
            05 WS-PAYHIST-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-ARCHIVE-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-ON-CLUSTER-SW             PIC X(01)  VALUE 'N'.
                88 WS-ON-CLUSTER                       VALUE 'Y'.

        01 W03-DATE-FIELDS.
            05 WS-RUN-DATE.
                10 WS-RUN-YEAR              PIC 9(04).
                10 WS-RUN-MONTH             PIC 9(02).
                10 WS-RUN-DAY               PIC 9(02).
            05 WS-QTR-YEAR                  PIC 9(04)  VALUE ZEROS.
            05 WS-QTR-NO                    PIC 9(01)  VALUE ZEROS.
            05 WS-QTR-START                 PIC 9(08)  VALUE ZEROS.
            05 WS-QTR-END                   PIC 9(08)  VALUE ZEROS.
            05 WS-QTR-PERIOD.
                10 WS-QTR-PERIOD-YEAR       PIC 9(04).
                10 WS-QTR-PERIOD-NO         PIC 9(01).
            05 WS-DUE-BASE-DATE             PIC 9(08)  VALUE ZEROS.
            05 WS-DUE-DATE                  PIC 9(08)  VALUE ZEROS.
            05 WS-DUE-INT                   PIC S9(9) COMP VALUE ZEROS.
            05 WS-DUE-WEEKS                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-DUE-WEEKDAY               PIC S9(4) COMP VALUE ZEROS.
            05 WS-DUE-DAYS                  PIC S9(4) COMP VALUE ZEROS.

      * Federal semi-weekly schedule: tax on wages paid Wednesday
      * through Friday is due the following Wednesday, Saturday
      * through Tuesday the following Friday.  Days from the pay
      * date to the due date, by weekday - Sunday first (day
      * integer 1 of the calendar, 1601-01-01, was a Monday, so
      * the integer modulo 7 is 0 for Sunday).
        01 W04-SEMIWEEKLY-DAYS.
            05 FILLER                       PIC X(07)  VALUE '5437656'.
        01 W04-SEMIWEEKLY-TABLE REDEFINES W04-SEMIWEEKLY-DAYS.
            05 WS-SW-DAYS OCCURS 7 TIMES    PIC 9(01).

      * One deposit as the tax team keys it: jurisdiction (FD or a
      * state code), deposit date, amount, the bank or agency
      * confirmation number, and the tax period it was made for.
        01 WS-LEDGER-REC.
            05 WS-LG-JURIS                  PIC X(02).
            05 WS-LG-DEPOSIT-DATE           PIC 9(08).
            05 WS-LG-AMOUNT                 PIC 9(09)V99.
            05 WS-LG-CONFIRM-NO             PIC X(20).
            05 WS-LG-PERIOD.
                10 WS-LG-PERIOD-YEAR        PIC 9(04).
                10 WS-LG-PERIOD-NO          PIC 9(01).
            05 FILLER                       PIC X(34).

      * One deposit-schedule row: jurisdiction and the days after
      * the pay date its deposit is due.
        01 WS-RULE-REC.
            05 WS-RL-JURIS                  PIC X(02).
            05 WS-RL-DAYS                   PIC 9(03).
            05 FILLER                       PIC X(75).

      * A payment taken off the archive - keep this in step with
      * copybooks/PAYHREC.cpy.
        01 WS-ARC-HIST-REC.
            05 WS-AH-KEY.
                10 WS-AH-EMPL-ID            PIC X(09).
                10 WS-AH-PAY-DATE           PIC 9(08).
                10 WS-AH-PAY-SEQ            PIC 9(04).
            05 WS-AH-STATE-CODE             PIC X(02).
            05 WS-AH-GROSS-AMT              PIC S9(7)V99.
            05 WS-AH-FED-TAX                PIC S9(7)V99.
            05 WS-AH-ST-TAX                 PIC S9(7)V99.
            05 WS-AH-NET-AMT                PIC S9(7)V99.
            05 WS-AH-CLAWED-IND             PIC X(01).
            05 WS-AH-COST-CTR               PIC X(04).
        01 WS-PREV-ARC-KEY                  PIC X(21)  VALUE SPACES.

      * The clawback cross-reference record held while the next
      * one is read, so only a row's latest clawback is kept.
        01 WS-CX-HOLD-REC.
            05 WS-CXH-RUN-DATE              PIC 9(08).
            05 WS-CXH-CLAWED-KEY            PIC X(21).
            05 FILLER                       PIC X(31).

      * One payment's withholding on its way to the buckets.
        01 W05-POST-FIELDS.
            05 WS-POST-JURIS                PIC X(02)  VALUE SPACES.
            05 WS-POST-DATE                 PIC 9(08)  VALUE ZEROS.
            05 WS-POST-AMOUNT               PIC S9(9)V99 VALUE ZEROS.
            05 WS-POST-KIND                 PIC X(01)  VALUE SPACES.
                88 WS-POST-WITHHELD                    VALUE 'W'.
                88 WS-POST-CLAWBACK                    VALUE 'C'.
            05 WS-POST-STATE                PIC X(02)  VALUE SPACES.
            05 WS-POST-FED-TAX              PIC S9(7)V99 VALUE ZEROS.
            05 WS-POST-ST-TAX               PIC S9(7)V99 VALUE ZEROS.

      * The jurisdictions of the quarter, federal first, with the
      * quarter's totals.
        01 W06-JURIS-TABLE.
            05 WS-JUR-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-JUR-MAX                   PIC S9(9) COMP VALUE 60.
            05 WS-JUR-ENTRY OCCURS 60 TIMES
                INDEXED BY WS-JUR-IDX.
                10 WS-JUR-CODE               PIC X(02).
                10 WS-JUR-WITHHELD           PIC S9(11)V99.
                10 WS-JUR-CLAWED             PIC S9(11)V99.
                10 WS-JUR-LIABILITY          PIC S9(11)V99.
                10 WS-JUR-DEPOSITED          PIC S9(11)V99.
                10 WS-JUR-DEP-COUNT          PIC S9(9) COMP.
                10 WS-JUR-LIAB-COUNT         PIC S9(9) COMP.

      * The quarter's liability by jurisdiction and pay date (for a
      * clawback, the date of the run that clawed), with the date
      * it was due on deposit.
        01 W07-LIABILITY-TABLE.
            05 WS-LIA-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-LIA-MAX                   PIC S9(9) COMP VALUE 3000.
            05 WS-LIA-ENTRY OCCURS 3000 TIMES
                INDEXED BY WS-LIA-IDX.
                10 WS-LIA-JURIS              PIC X(02).
                10 WS-LIA-PAY-DATE           PIC 9(08).
                10 WS-LIA-DUE-DATE           PIC 9(08).
                10 WS-LIA-AMOUNT             PIC S9(11)V99.

      * The quarter's deposits, in ledger order.
        01 W08-DEPOSIT-TABLE.
            05 WS-DEP-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-DEP-MAX                   PIC S9(9) COMP VALUE 3000.
            05 WS-DEP-ENTRY OCCURS 3000 TIMES
                INDEXED BY WS-DEP-IDX.
                10 WS-DEP-JURIS              PIC X(02).
                10 WS-DEP-DATE               PIC 9(08).
                10 WS-DEP-AMOUNT             PIC S9(11)V99.
                10 WS-DEP-CONFIRM-NO         PIC X(20).

        01 W09-RULE-TABLE.
            05 WS-RUL-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-RUL-MAX                   PIC S9(9) COMP VALUE 60.
            05 WS-RUL-ENTRY OCCURS 60 TIMES
                INDEXED BY WS-RUL-IDX.
                10 WS-RUL-JURIS              PIC X(02).
                10 WS-RUL-DAYS               PIC 9(03).

      * The quarter's clawbacks still to be valued off the clawed
      * row - found on the cluster, on the archive, or not at all.
        01 W10-CLAWBACK-TABLE.
            05 WS-CLW-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-CLW-MAX                   PIC S9(9) COMP VALUE 5000.
            05 WS-CLW-ENTRY OCCURS 5000 TIMES
                INDEXED BY WS-CLW-IDX.
                10 WS-CLW-KEY                PIC X(21).
                10 WS-CLW-RUN-DATE           PIC 9(08).
                10 WS-CLW-DONE-SW            PIC X(01).

        01 W11-LATE-FIELDS.
            05 WS-DUE-TO-DATE               PIC S9(11)V99 VALUE ZEROS.
            05 WS-PAID-TO-DATE              PIC S9(11)V99 VALUE ZEROS.
            05 WS-BEHIND-AMT                PIC S9(11)V99 VALUE ZEROS.
            05 WS-DIFF-AMT                  PIC S9(11)V99 VALUE ZEROS.

        01 W12-REPORT-FIELDS.
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-RPT-STATUS                PIC X(24).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-AMT-EDIT              PIC ZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-AMT2-EDIT             PIC ZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-AMT3-EDIT             PIC ZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-AMT4-EDIT             PIC ZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-AMT5-EDIT             PIC ZZ,ZZZ,ZZ9.99-.

        PROCEDURE DIVISION.

        P0100-MAINLINE.
            PERFORM P0200-INITIALIZES       THRU P0299-EXIT.

            PERFORM P0300-PROCESS-HISTORY   THRU P0399-EXIT
                UNTIL WS-PAYHIST-EOF-SW = 'Y'.

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            STOP RUN.

        P0199-EXIT.
            EXIT.

        P0200-INITIALIZES.
            OPEN OUTPUT DEP-REPORT.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM P0210-LOAD-QUARTER.

            MOVE SPACES TO WS-RPT-LINE.
            STRING 'QUARTERLY WITHHOLDING DEPOSIT RECONCILIATION - '
                                               DELIMITED BY SIZE
                   WS-QTR-YEAR                 DELIMITED BY SIZE
                   ' QUARTER '                 DELIMITED BY SIZE
                   WS-QTR-NO                   DELIMITED BY SIZE
                   ' (PAYMENTS '               DELIMITED BY SIZE
                   WS-QTR-START                DELIMITED BY SIZE
                   ' THRU '                    DELIMITED BY SIZE
                   WS-QTR-END                  DELIMITED BY SIZE
                   ')'                         DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

      * Federal always leads the report, whether or not the quarter
      * carried any federal withholding.
            MOVE 'FD' TO WS-POST-JURIS.
            PERFORM P0325-FIND-JURIS.

            PERFORM P0220-LOAD-RULES.
            PERFORM P0230-LOAD-DEPOSITS.
            PERFORM P0240-LOAD-CLAWBACKS.

            OPEN INPUT PAY-HISTORY.
            PERFORM P0530-CHECK-PAYHIST-STATUS.

            PERFORM P0380-READ-HISTORY.

        P0299-EXIT.
            EXIT.

        P0210-LOAD-QUARTER.
      * No control means the quarter just closed - the normal
      * quarter-end run.  A garbage control is a hard stop: a
      * reconciliation of the wrong quarter is worse than none.
            OPEN INPUT QUARTER-CONTROL.
            PERFORM P0500-CHECK-DEPCTL-STATUS.
            IF WS-DEPCTL-STATUS = 00
                READ QUARTER-CONTROL
                PERFORM P0500-CHECK-DEPCTL-STATUS
                IF WS-DEPCTL-STATUS = 00
                    IF DEPCTL-YEAR IS NOT NUMERIC
                        OR DEPCTL-QUARTER IS NOT NUMERIC
                        OR DEPCTL-YEAR < 1900
                        OR DEPCTL-QUARTER < 1
                        OR DEPCTL-QUARTER > 4
                        DISPLAY 'DEPRECON ABEND - BAD QUARTER ON '
                            'DEPCTL'
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE DEPCTL-YEAR    TO WS-QTR-YEAR
                    MOVE DEPCTL-QUARTER TO WS-QTR-NO
                END-IF
                CLOSE QUARTER-CONTROL
                PERFORM P0500-CHECK-DEPCTL-STATUS
            END-IF.

            IF WS-QTR-NO = ZEROS
                COMPUTE WS-QTR-NO = (WS-RUN-MONTH - 1) / 3
                MOVE WS-RUN-YEAR TO WS-QTR-YEAR
                IF WS-QTR-NO = ZEROS
                    MOVE 4 TO WS-QTR-NO
                    SUBTRACT 1 FROM WS-QTR-YEAR
                END-IF
                MOVE 'NO QUARTER ON DEPCTL - RECONCILING THE QUARTER'
                    TO WS-RPT-LINE
                WRITE DEP-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0560-CHECK-DEPRPT-STATUS
                MOVE '  LAST COMPLETED BEFORE THE RUN DATE'
                    TO WS-RPT-LINE
                WRITE DEP-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0560-CHECK-DEPRPT-STATUS
            END-IF.

            COMPUTE WS-QTR-START = WS-QTR-YEAR * 10000
                + ((WS-QTR-NO - 1) * 3 + 1) * 100 + 1.
            IF WS-QTR-NO = 1 OR WS-QTR-NO = 4
                COMPUTE WS-QTR-END = WS-QTR-YEAR * 10000
                    + WS-QTR-NO * 300 + 31
            ELSE
                COMPUTE WS-QTR-END = WS-QTR-YEAR * 10000
                    + WS-QTR-NO * 300 + 30
            END-IF.
            MOVE WS-QTR-YEAR TO WS-QTR-PERIOD-YEAR.
            MOVE WS-QTR-NO   TO WS-QTR-PERIOD-NO.

        P0220-LOAD-RULES.
      * No deposit-schedule control at all is not an error - every
      * jurisdiction is then held to the federal semi-weekly
      * schedule, which most states follow for these deposits.
            OPEN INPUT DEPOSIT-RULES.
            PERFORM P0510-CHECK-DEPRULE-STATUS.
            IF WS-DEPRULE-STATUS = 35
                MOVE 'DEPOSIT SCHEDULE CONTROL MISSING - SEMI-WEEKLY '
                    TO WS-RPT-LINE
                WRITE DEP-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0560-CHECK-DEPRPT-STATUS
            ELSE
                PERFORM P0225-READ-RULE
                PERFORM P0226-STORE-RULE
                    UNTIL WS-RULE-EOF-SW = 'Y'
                CLOSE DEPOSIT-RULES
                PERFORM P0510-CHECK-DEPRULE-STATUS
            END-IF.

        P0225-READ-RULE.
            READ DEPOSIT-RULES INTO WS-RULE-REC
                AT END
                    MOVE 'Y' TO WS-RULE-EOF-SW
            END-READ.
            PERFORM P0510-CHECK-DEPRULE-STATUS.

        P0226-STORE-RULE.
            IF WS-RL-JURIS = SPACES
                OR WS-RL-DAYS IS NOT NUMERIC
                DISPLAY 'DEPRECON ABEND - BAD DEPRULE RECORD, JURIS='
                    WS-RL-JURIS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-RUL-COUNT >= WS-RUL-MAX
                DISPLAY 'DEPRECON ABEND - DEPOSIT RULE TABLE FULL, '
                    'JURIS=' WS-RL-JURIS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-RUL-COUNT.
            SET WS-RUL-IDX TO WS-RUL-COUNT.
            MOVE WS-RL-JURIS TO WS-RUL-JURIS (WS-RUL-IDX).
            MOVE WS-RL-DAYS  TO WS-RUL-DAYS (WS-RUL-IDX).
            PERFORM P0225-READ-RULE.

        P0230-LOAD-DEPOSITS.
      * An empty ledger is reconciled as it stands - every
      * jurisdiction with a liability comes out under-deposited.
            OPEN INPUT DEPOSIT-LEDGER.
            PERFORM P0520-CHECK-DEPLEDG-STATUS.
            IF WS-DEPLEDG-STATUS = 35
                MOVE 'DEPOSIT LEDGER MISSING - NO DEPOSITS LOADED'
                    TO WS-RPT-LINE
                WRITE DEP-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0560-CHECK-DEPRPT-STATUS
            ELSE
                PERFORM P0235-READ-DEPOSIT
                PERFORM P0236-STORE-DEPOSIT
                    UNTIL WS-LEDGER-EOF-SW = 'Y'
                CLOSE DEPOSIT-LEDGER
                PERFORM P0520-CHECK-DEPLEDG-STATUS
            END-IF.

        P0235-READ-DEPOSIT.
            READ DEPOSIT-LEDGER INTO WS-LEDGER-REC
                AT END
                    MOVE 'Y' TO WS-LEDGER-EOF-SW
            END-READ.
            PERFORM P0520-CHECK-DEPLEDG-STATUS.

        P0236-STORE-DEPOSIT.
      * The ledger is keyed by hand, so a malformed deposit is a
      * hard stop - the reconciliation cannot guess what was paid.
            IF WS-LG-JURIS = SPACES
                OR WS-LG-DEPOSIT-DATE IS NOT NUMERIC
                OR WS-LG-DEPOSIT-DATE = ZEROS
                OR WS-LG-AMOUNT IS NOT NUMERIC
                OR WS-LG-CONFIRM-NO = SPACES
                OR WS-LG-PERIOD-YEAR IS NOT NUMERIC
                OR WS-LG-PERIOD-NO IS NOT NUMERIC
                OR WS-LG-PERIOD-NO < 1
                OR WS-LG-PERIOD-NO > 4
                DISPLAY 'DEPRECON ABEND - BAD DEPOSIT LEDGER RECORD, '
                    'CONFIRMATION=' WS-LG-CONFIRM-NO
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-DEP-READ.
            IF WS-LG-PERIOD NOT = WS-QTR-PERIOD
                ADD 1 TO WS-DEP-OTHER-QTR
            ELSE
                IF WS-DEP-COUNT >= WS-DEP-MAX
                    DISPLAY 'DEPRECON ABEND - DEPOSIT TABLE FULL, '
                        'CONFIRMATION=' WS-LG-CONFIRM-NO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-DEP-COUNT
                SET WS-DEP-IDX TO WS-DEP-COUNT
                MOVE WS-LG-JURIS        TO WS-DEP-JURIS (WS-DEP-IDX)
                MOVE WS-LG-DEPOSIT-DATE TO WS-DEP-DATE (WS-DEP-IDX)
                MOVE WS-LG-AMOUNT       TO WS-DEP-AMOUNT (WS-DEP-IDX)
                MOVE WS-LG-CONFIRM-NO
                    TO WS-DEP-CONFIRM-NO (WS-DEP-IDX)
                MOVE WS-LG-JURIS TO WS-POST-JURIS
                PERFORM P0325-FIND-JURIS
                ADD WS-LG-AMOUNT TO WS-JUR-DEPOSITED (WS-JUR-IDX)
                ADD 1 TO WS-JUR-DEP-COUNT (WS-JUR-IDX)
            END-IF.
            PERFORM P0235-READ-DEPOSIT.

        P0240-LOAD-CLAWBACKS.
      * The cross-reference is sorted by clawed key and run date, so
      * the last record of each key is the row's latest clawback -
      * an earlier one was undone by a backout before the row could
      * be clawed again.  Only a latest clawback run in the quarter
      * is kept to be valued.
            OPEN INPUT CLAW-XREF.
            PERFORM P0540-CHECK-CLAWXRF-STATUS.
            PERFORM P0248-READ-CLAWBACK.
            PERFORM P0245-NEXT-CLAWBACK
                UNTIL WS-CLAW-EOF-SW = 'Y'.
            CLOSE CLAW-XREF.
            PERFORM P0540-CHECK-CLAWXRF-STATUS.

        P0245-NEXT-CLAWBACK.
            MOVE CLAW-XREF-REC TO WS-CX-HOLD-REC.
            PERFORM P0248-READ-CLAWBACK.
            IF WS-CLAW-EOF-SW = 'Y'
                OR CX-CLAWED-KEY NOT = WS-CXH-CLAWED-KEY
                IF WS-CXH-RUN-DATE NOT < WS-QTR-START
                    AND WS-CXH-RUN-DATE NOT > WS-QTR-END
                    PERFORM P0246-STORE-CLAWBACK
                END-IF
            END-IF.

        P0246-STORE-CLAWBACK.
            IF WS-CLW-COUNT >= WS-CLW-MAX
                DISPLAY 'DEPRECON ABEND - CLAWBACK TABLE FULL, KEY='
                    WS-CXH-CLAWED-KEY
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CLW-COUNT.
            SET WS-CLW-IDX TO WS-CLW-COUNT.
            MOVE WS-CXH-CLAWED-KEY TO WS-CLW-KEY (WS-CLW-IDX).
            MOVE WS-CXH-RUN-DATE   TO WS-CLW-RUN-DATE (WS-CLW-IDX).
            MOVE 'N'               TO WS-CLW-DONE-SW (WS-CLW-IDX).

        P0248-READ-CLAWBACK.
            READ CLAW-XREF
                AT END
                    MOVE 'Y' TO WS-CLAW-EOF-SW
            END-READ.
            PERFORM P0540-CHECK-CLAWXRF-STATUS.
            IF WS-CLAW-EOF-SW NOT = 'Y'
                ADD 1 TO WS-CLAW-READ
            END-IF.

        P0300-PROCESS-HISTORY.
      * Only the quarter's payments carry its liability - the
      * cluster holds every pay date since the last purge.
            IF PH-PAY-DATE < WS-QTR-START
                OR PH-PAY-DATE > WS-QTR-END
                PERFORM P0380-READ-HISTORY
                GO TO P0399-EXIT
            END-IF.

            ADD 1 TO WS-HIST-IN-QTR.
            MOVE PH-STATE-CODE TO WS-POST-STATE.
            MOVE PH-PAY-DATE   TO WS-POST-DATE.
            MOVE PH-FED-TAX    TO WS-POST-FED-TAX.
            MOVE PH-ST-TAX     TO WS-POST-ST-TAX.
            MOVE 'W'           TO WS-POST-KIND.
            PERFORM P0310-POST-PAYMENT.

            PERFORM P0380-READ-HISTORY.

        P0399-EXIT.
            EXIT.

        P0310-POST-PAYMENT.
      * A payment's withholding (or, for a clawback, its reversal,
      * already negated by the caller) goes to the federal bucket
      * and to its state's bucket on the same date.
            MOVE 'FD'            TO WS-POST-JURIS.
            MOVE WS-POST-FED-TAX TO WS-POST-AMOUNT.
            PERFORM P0320-POST-LIABILITY.
            MOVE WS-POST-STATE   TO WS-POST-JURIS.
            MOVE WS-POST-ST-TAX  TO WS-POST-AMOUNT.
            PERFORM P0320-POST-LIABILITY.

        P0320-POST-LIABILITY.
            PERFORM P0325-FIND-JURIS.
            IF WS-POST-CLAWBACK
                ADD WS-POST-AMOUNT TO WS-JUR-CLAWED (WS-JUR-IDX)
            ELSE
                ADD WS-POST-AMOUNT TO WS-JUR-WITHHELD (WS-JUR-IDX)
            END-IF.
            ADD WS-POST-AMOUNT TO WS-JUR-LIABILITY (WS-JUR-IDX).
            ADD 1 TO WS-JUR-LIAB-COUNT (WS-JUR-IDX).

            SET WS-LIA-IDX TO 1.
            SEARCH WS-LIA-ENTRY
                AT END
                    PERFORM P0327-NEW-LIABILITY
                WHEN WS-LIA-IDX > WS-LIA-COUNT
                    PERFORM P0327-NEW-LIABILITY
                WHEN WS-LIA-JURIS (WS-LIA-IDX) = WS-POST-JURIS
                    AND WS-LIA-PAY-DATE (WS-LIA-IDX) = WS-POST-DATE
                    CONTINUE
            END-SEARCH.
            ADD WS-POST-AMOUNT TO WS-LIA-AMOUNT (WS-LIA-IDX).

        P0325-FIND-JURIS.
            SET WS-JUR-IDX TO 1.
            SEARCH WS-JUR-ENTRY
                AT END
                    PERFORM P0326-NEW-JURIS
                WHEN WS-JUR-IDX > WS-JUR-COUNT
                    PERFORM P0326-NEW-JURIS
                WHEN WS-JUR-CODE (WS-JUR-IDX) = WS-POST-JURIS
                    CONTINUE
            END-SEARCH.

        P0326-NEW-JURIS.
            IF WS-JUR-COUNT >= WS-JUR-MAX
                DISPLAY 'DEPRECON ABEND - JURISDICTION TABLE FULL, '
                    'JURIS=' WS-POST-JURIS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-JUR-COUNT.
            SET WS-JUR-IDX TO WS-JUR-COUNT.
            MOVE WS-POST-JURIS TO WS-JUR-CODE (WS-JUR-IDX).
            MOVE ZEROS TO WS-JUR-WITHHELD (WS-JUR-IDX).
            MOVE ZEROS TO WS-JUR-CLAWED (WS-JUR-IDX).
            MOVE ZEROS TO WS-JUR-LIABILITY (WS-JUR-IDX).
            MOVE ZEROS TO WS-JUR-DEPOSITED (WS-JUR-IDX).
            MOVE ZEROS TO WS-JUR-DEP-COUNT (WS-JUR-IDX).
            MOVE ZEROS TO WS-JUR-LIAB-COUNT (WS-JUR-IDX).

        P0327-NEW-LIABILITY.
            IF WS-LIA-COUNT >= WS-LIA-MAX
                DISPLAY 'DEPRECON ABEND - LIABILITY TABLE FULL, '
                    'JURIS=' WS-POST-JURIS ' DATE=' WS-POST-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-LIA-COUNT.
            SET WS-LIA-IDX TO WS-LIA-COUNT.
            MOVE WS-POST-JURIS TO WS-LIA-JURIS (WS-LIA-IDX).
            MOVE WS-POST-DATE  TO WS-LIA-PAY-DATE (WS-LIA-IDX).
            MOVE ZEROS         TO WS-LIA-DUE-DATE (WS-LIA-IDX).
            MOVE ZEROS         TO WS-LIA-AMOUNT (WS-LIA-IDX).

        P0380-READ-HISTORY.
            READ PAY-HISTORY NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-PAYHIST-EOF-SW
            END-READ.
            PERFORM P0530-CHECK-PAYHIST-STATUS.
            IF WS-PAYHIST-EOF-SW NOT = 'Y'
                ADD 1 TO WS-HIST-READ
            END-IF.

        P0400-WRAP-UP.
            PERFORM P0410-VALUE-CLAWBACK
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CLW-COUNT.

            PERFORM P0420-SCAN-ARCHIVE.

            PERFORM P0430-SET-DUE-DATE
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-LIA-COUNT.

            MOVE SPACES TO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.
            MOVE 'LIABILITY AND DEPOSITS BY JURISDICTION'
                TO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.
            PERFORM P0440-PRINT-JURIS
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-JUR-COUNT.

            MOVE SPACES TO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.
            MOVE 'DEPOSITS FOR THE QUARTER' TO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.
            PERFORM P0450-PRINT-JURIS-DEPOSITS
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-JUR-COUNT.

            PERFORM P0460-PRINT-UNVALUED
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CLW-COUNT.

            PERFORM P0470-PRINT-TOTALS.

            CLOSE PAY-HISTORY.
            PERFORM P0530-CHECK-PAYHIST-STATUS.
            CLOSE DEP-REPORT.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            IF WS-DISCREPANCY-COUNT > ZEROS
                MOVE 8 TO RETURN-CODE
            END-IF.

        P0499-EXIT.
            EXIT.

        P0410-VALUE-CLAWBACK.
      * The clawed row is normally still on the cluster.  A row no
      * longer marked Y was put back by a backout of the clawing
      * cycle - there is nothing to reverse.  A row not on the
      * cluster may have been purged; the archive scan tries it.
            SET WS-CLW-IDX TO WS-SUB.
            MOVE WS-CLW-KEY (WS-CLW-IDX) TO PH-KEY.
            READ PAY-HISTORY
                INVALID KEY
                    PERFORM P0530-CHECK-PAYHIST-STATUS
                NOT INVALID KEY
                    PERFORM P0530-CHECK-PAYHIST-STATUS
                    MOVE 'Y' TO WS-CLW-DONE-SW (WS-CLW-IDX)
                    IF PH-CLAWED-IND = 'Y'
                        MOVE PH-STATE-CODE TO WS-POST-STATE
                        MOVE PH-FED-TAX    TO WS-POST-FED-TAX
                        MOVE PH-ST-TAX     TO WS-POST-ST-TAX
                        PERFORM P0415-POST-CLAWBACK
                    ELSE
                        ADD 1 TO WS-CLAW-BACKED-OUT
                    END-IF
            END-READ.

        P0415-POST-CLAWBACK.
            ADD 1 TO WS-CLAW-REVERSED.
            MOVE WS-CLW-RUN-DATE (WS-CLW-IDX) TO WS-POST-DATE.
            COMPUTE WS-POST-FED-TAX = 0 - WS-POST-FED-TAX.
            COMPUTE WS-POST-ST-TAX  = 0 - WS-POST-ST-TAX.
            MOVE 'C' TO WS-POST-KIND.
            PERFORM P0310-POST-PAYMENT.

        P0420-SCAN-ARCHIVE.
            OPEN INPUT PAY-ARCHIVE.
            PERFORM P0550-CHECK-PAYARCH-STATUS.
            PERFORM P0428-READ-ARCHIVE.
            PERFORM P0425-PROCESS-ARCHIVE
                UNTIL WS-ARCHIVE-EOF-SW = 'Y'.
            CLOSE PAY-ARCHIVE.
            PERFORM P0550-CHECK-PAYARCH-STATUS.

        P0425-PROCESS-ARCHIVE.
      * A purge rerun can leave a payment on the archive twice, and
      * one caught between archive and delete on the cluster as
      * well - either way it was already counted once.
            MOVE PA-PAYHIST-REC TO WS-ARC-HIST-REC.
            IF WS-AH-KEY = WS-PREV-ARC-KEY
                ADD 1 TO WS-ARC-DUP
            ELSE
                MOVE WS-AH-KEY TO WS-PREV-ARC-KEY
                IF WS-AH-PAY-DATE NOT < WS-QTR-START
                    AND WS-AH-PAY-DATE NOT > WS-QTR-END
                    PERFORM P0426-ARCHIVED-PAYMENT
                END-IF
                SET WS-CLW-IDX TO 1
                SEARCH WS-CLW-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-CLW-IDX > WS-CLW-COUNT
                        CONTINUE
                    WHEN WS-CLW-KEY (WS-CLW-IDX) = WS-AH-KEY
                        AND WS-CLW-DONE-SW (WS-CLW-IDX) = 'N'
                        PERFORM P0427-ARCHIVED-CLAWBACK
                END-SEARCH
            END-IF.
            PERFORM P0428-READ-ARCHIVE.

        P0426-ARCHIVED-PAYMENT.
            MOVE WS-AH-KEY TO PH-KEY.
            MOVE 'N' TO WS-ON-CLUSTER-SW.
            READ PAY-HISTORY
                INVALID KEY
                    PERFORM P0530-CHECK-PAYHIST-STATUS
                NOT INVALID KEY
                    PERFORM P0530-CHECK-PAYHIST-STATUS
                    MOVE 'Y' TO WS-ON-CLUSTER-SW
            END-READ.
            IF WS-ON-CLUSTER
                ADD 1 TO WS-ARC-ON-CLUSTER
            ELSE
                ADD 1 TO WS-ARC-IN-QTR
                MOVE WS-AH-STATE-CODE TO WS-POST-STATE
                MOVE WS-AH-PAY-DATE   TO WS-POST-DATE
                MOVE WS-AH-FED-TAX    TO WS-POST-FED-TAX
                MOVE WS-AH-ST-TAX     TO WS-POST-ST-TAX
                MOVE 'W'              TO WS-POST-KIND
                PERFORM P0310-POST-PAYMENT
            END-IF.

        P0427-ARCHIVED-CLAWBACK.
            MOVE 'Y' TO WS-CLW-DONE-SW (WS-CLW-IDX).
            IF WS-AH-CLAWED-IND = 'Y'
                MOVE WS-AH-STATE-CODE TO WS-POST-STATE
                MOVE WS-AH-FED-TAX    TO WS-POST-FED-TAX
                MOVE WS-AH-ST-TAX     TO WS-POST-ST-TAX
                PERFORM P0415-POST-CLAWBACK
            ELSE
                ADD 1 TO WS-CLAW-BACKED-OUT
            END-IF.

        P0428-READ-ARCHIVE.
            READ PAY-ARCHIVE
                AT END
                    MOVE 'Y' TO WS-ARCHIVE-EOF-SW
            END-READ.
            PERFORM P0550-CHECK-PAYARCH-STATUS.
            IF WS-ARCHIVE-EOF-SW NOT = 'Y'
                ADD 1 TO WS-ARC-READ
            END-IF.

        P0430-SET-DUE-DATE.
      * A jurisdiction on DEPRULE is due its fixed number of days
      * after the pay date; any other follows the federal
      * semi-weekly schedule.
            SET WS-LIA-IDX TO WS-SUB.
            MOVE WS-LIA-PAY-DATE (WS-LIA-IDX) TO WS-DUE-BASE-DATE.
            COMPUTE WS-DUE-INT =
                FUNCTION INTEGER-OF-DATE (WS-DUE-BASE-DATE).
            SET WS-RUL-IDX TO 1.
            SEARCH WS-RUL-ENTRY
                AT END
                    PERFORM P0435-SEMIWEEKLY-DAYS
                WHEN WS-RUL-IDX > WS-RUL-COUNT
                    PERFORM P0435-SEMIWEEKLY-DAYS
                WHEN WS-RUL-JURIS (WS-RUL-IDX) =
                        WS-LIA-JURIS (WS-LIA-IDX)
                    MOVE WS-RUL-DAYS (WS-RUL-IDX) TO WS-DUE-DAYS
            END-SEARCH.
            COMPUTE WS-DUE-DATE = FUNCTION DATE-OF-INTEGER
                (WS-DUE-INT + WS-DUE-DAYS).
            MOVE WS-DUE-DATE TO WS-LIA-DUE-DATE (WS-LIA-IDX).

        P0435-SEMIWEEKLY-DAYS.
            DIVIDE WS-DUE-INT BY 7 GIVING WS-DUE-WEEKS
                REMAINDER WS-DUE-WEEKDAY.
            MOVE WS-SW-DAYS (WS-DUE-WEEKDAY + 1) TO WS-DUE-DAYS.

        P0440-PRINT-JURIS.
      * A jurisdiction with neither a liability nor a deposit (the
      * federal line of a quarter with no payments) is not listed.
            SET WS-JUR-IDX TO WS-SUB.
            IF WS-JUR-LIAB-COUNT (WS-JUR-IDX) > ZEROS
                OR WS-JUR-DEP-COUNT (WS-JUR-IDX) > ZEROS
                PERFORM P0445-PRINT-JURIS-LINE
            END-IF.

        P0445-PRINT-JURIS-LINE.
      * Difference is deposited less net liability - to the penny.
            COMPUTE WS-DIFF-AMT = WS-JUR-DEPOSITED (WS-JUR-IDX)
                - WS-JUR-LIABILITY (WS-JUR-IDX).
            IF WS-JUR-LIAB-COUNT (WS-JUR-IDX) = ZEROS
                MOVE 'NO MATCHING LIABILITY' TO WS-RPT-STATUS
                ADD 1 TO WS-JUR-OUT
                ADD 1 TO WS-DISCREPANCY-COUNT
            ELSE
            IF WS-DIFF-AMT < ZEROS
                MOVE 'UNDER-DEPOSITED'       TO WS-RPT-STATUS
                ADD 1 TO WS-JUR-OUT
                ADD 1 TO WS-DISCREPANCY-COUNT
            ELSE
            IF WS-DIFF-AMT > ZEROS
                MOVE 'OVER-DEPOSITED'        TO WS-RPT-STATUS
                ADD 1 TO WS-JUR-OUT
                ADD 1 TO WS-DISCREPANCY-COUNT
            ELSE
                MOVE 'BALANCED'              TO WS-RPT-STATUS
            END-IF
            END-IF
            END-IF.

            MOVE WS-JUR-WITHHELD (WS-JUR-IDX)  TO WS-RPT-AMT-EDIT.
            MOVE WS-JUR-CLAWED (WS-JUR-IDX)    TO WS-RPT-AMT2-EDIT.
            MOVE WS-JUR-LIABILITY (WS-JUR-IDX) TO WS-RPT-AMT3-EDIT.
            MOVE WS-JUR-DEPOSITED (WS-JUR-IDX) TO WS-RPT-AMT4-EDIT.
            MOVE WS-DIFF-AMT                   TO WS-RPT-AMT5-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '  '                        DELIMITED BY SIZE
                   WS-JUR-CODE (WS-JUR-IDX)    DELIMITED BY SIZE
                   ' WITHHELD='                DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                   ' CLAWED='                  DELIMITED BY SIZE
                   WS-RPT-AMT2-EDIT            DELIMITED BY SIZE
                   ' NET='                     DELIMITED BY SIZE
                   WS-RPT-AMT3-EDIT            DELIMITED BY SIZE
                   ' DEPOSITED='               DELIMITED BY SIZE
                   WS-RPT-AMT4-EDIT            DELIMITED BY SIZE
                   ' DIFF='                    DELIMITED BY SIZE
                   WS-RPT-AMT5-EDIT            DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-RPT-STATUS               DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

        P0450-PRINT-JURIS-DEPOSITS.
            SET WS-JUR-IDX TO WS-SUB.
            PERFORM P0455-PRINT-DEPOSIT
                VARYING WS-SUB2 FROM 1 BY 1
                UNTIL WS-SUB2 > WS-DEP-COUNT.

        P0455-PRINT-DEPOSIT.
            SET WS-DEP-IDX TO WS-SUB2.
            IF WS-DEP-JURIS (WS-DEP-IDX) = WS-JUR-CODE (WS-JUR-IDX)
                PERFORM P0456-PRINT-DEPOSIT-LINE
            END-IF.

        P0456-PRINT-DEPOSIT-LINE.
      * A deposit made while the jurisdiction's deposits to date
      * were short of the liability already due is late - it is
      * (at least in part) catching up a missed due date.
            MOVE ZEROS TO WS-BEHIND-AMT.
            IF WS-JUR-LIAB-COUNT (WS-JUR-IDX) = ZEROS
                MOVE 'NO MATCHING LIABILITY' TO WS-RPT-STATUS
                ADD 1 TO WS-DEP-NO-LIAB
                ADD 1 TO WS-DISCREPANCY-COUNT
            ELSE
                MOVE ZEROS TO WS-DUE-TO-DATE
                MOVE ZEROS TO WS-PAID-TO-DATE
                PERFORM P0457-ADD-DUE-BEFORE
                    VARYING WS-LIA-IDX FROM 1 BY 1
                    UNTIL WS-LIA-IDX > WS-LIA-COUNT
                PERFORM P0458-ADD-PAID-BEFORE
                    VARYING WS-SUB3 FROM 1 BY 1
                    UNTIL WS-SUB3 > WS-DEP-COUNT
                COMPUTE WS-BEHIND-AMT = WS-DUE-TO-DATE
                    - WS-PAID-TO-DATE
                IF WS-BEHIND-AMT > ZEROS
                    MOVE 'LATE - BEHIND BY'  TO WS-RPT-STATUS
                    ADD 1 TO WS-DEP-LATE
                    ADD 1 TO WS-DISCREPANCY-COUNT
                ELSE
                    MOVE 'ON TIME'           TO WS-RPT-STATUS
                    MOVE ZEROS TO WS-BEHIND-AMT
                END-IF
            END-IF.

            MOVE WS-DEP-AMOUNT (WS-DEP-IDX) TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-BEHIND-AMT > ZEROS
                MOVE WS-BEHIND-AMT TO WS-RPT-AMT2-EDIT
                STRING '  '                    DELIMITED BY SIZE
                       WS-DEP-JURIS (WS-DEP-IDX) DELIMITED BY SIZE
                       ' DEPOSITED '           DELIMITED BY SIZE
                       WS-DEP-DATE (WS-DEP-IDX) DELIMITED BY SIZE
                       ' AMOUNT='              DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT         DELIMITED BY SIZE
                       ' CONF='                DELIMITED BY SIZE
                       WS-DEP-CONFIRM-NO (WS-DEP-IDX)
                                               DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-RPT-STATUS           DELIMITED BY '  '
                       ' '                     DELIMITED BY SIZE
                       WS-RPT-AMT2-EDIT        DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                STRING '  '                    DELIMITED BY SIZE
                       WS-DEP-JURIS (WS-DEP-IDX) DELIMITED BY SIZE
                       ' DEPOSITED '           DELIMITED BY SIZE
                       WS-DEP-DATE (WS-DEP-IDX) DELIMITED BY SIZE
                       ' AMOUNT='              DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT         DELIMITED BY SIZE
                       ' CONF='                DELIMITED BY SIZE
                       WS-DEP-CONFIRM-NO (WS-DEP-IDX)
                                               DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-RPT-STATUS           DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

        P0457-ADD-DUE-BEFORE.
            IF WS-LIA-JURIS (WS-LIA-IDX) = WS-DEP-JURIS (WS-DEP-IDX)
                AND WS-LIA-DUE-DATE (WS-LIA-IDX) <
                    WS-DEP-DATE (WS-DEP-IDX)
                ADD WS-LIA-AMOUNT (WS-LIA-IDX) TO WS-DUE-TO-DATE
            END-IF.

        P0458-ADD-PAID-BEFORE.
      * Deposits made earlier - or the same day but keyed ahead of
      * this one - count toward what was paid before it.
            IF WS-DEP-JURIS (WS-SUB3) = WS-DEP-JURIS (WS-DEP-IDX)
                IF WS-DEP-DATE (WS-SUB3) < WS-DEP-DATE (WS-DEP-IDX)
                    OR (WS-DEP-DATE (WS-SUB3) =
                            WS-DEP-DATE (WS-DEP-IDX)
                        AND WS-SUB3 < WS-SUB2)
                    ADD WS-DEP-AMOUNT (WS-SUB3) TO WS-PAID-TO-DATE
                END-IF
            END-IF.

        P0460-PRINT-UNVALUED.
      * A clawback whose row is on neither the cluster nor the
      * archive cannot be valued - its reversal is missing from the
      * liability above and has to be worked by hand.
            SET WS-CLW-IDX TO WS-SUB.
            IF WS-CLW-DONE-SW (WS-CLW-IDX) = 'N'
                ADD 1 TO WS-CLAW-NOT-FOUND
                ADD 1 TO WS-DISCREPANCY-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING 'EXCEPTION - CLAWED ROW NOT FOUND  KEY='
                                               DELIMITED BY SIZE
                       WS-CLW-KEY (WS-CLW-IDX) DELIMITED BY SIZE
                       ' CLAWED '              DELIMITED BY SIZE
                       WS-CLW-RUN-DATE (WS-CLW-IDX)
                                               DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE DEP-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0560-CHECK-DEPRPT-STATUS
            END-IF.

        P0470-PRINT-TOTALS.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-HIST-READ TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'HISTORY RECORDS READ ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-HIST-IN-QTR TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'HISTORY PAYMENTS IN QUARTER . ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-ARC-READ TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ARCHIVE RECORDS READ ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-ARC-IN-QTR TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ARCHIVE PAYMENTS IN QUARTER . ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-ARC-DUP TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ARCHIVE DUPLICATES SKIPPED .. ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-ARC-ON-CLUSTER TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ARCHIVED BUT STILL ON CLUSTER ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-CLAW-REVERSED TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CLAWBACKS REVERSED .......... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-CLAW-BACKED-OUT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CLAWBACKS BACKED OUT ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-CLAW-NOT-FOUND TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CLAWBACKS NOT VALUED ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-DEP-READ TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'LEDGER DEPOSITS READ ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-DEP-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'DEPOSITS FOR THE QUARTER .... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-DEP-OTHER-QTR TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'DEPOSITS FOR OTHER QUARTERS . ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-JUR-OUT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'JURISDICTIONS OUT OF BALANCE  ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-DEP-LATE TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'LATE DEPOSITS ............... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            MOVE WS-DEP-NO-LIAB TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'DEPOSITS WITH NO LIABILITY .. ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

            IF WS-DISCREPANCY-COUNT = ZEROS
                MOVE 'DEPOSITS RECONCILE TO THE QUARTER''S LIABILITY'
                    TO WS-RPT-LINE
            ELSE
                MOVE 'DEPOSITS DO NOT RECONCILE - SEE ABOVE'
                    TO WS-RPT-LINE
            END-IF.
            WRITE DEP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0560-CHECK-DEPRPT-STATUS.

        P0500-CHECK-DEPCTL-STATUS.
      * 35 = no control dataset and 10 = an empty one - both mean
      * the default quarter.
            IF WS-DEPCTL-STATUS = 00 OR WS-DEPCTL-STATUS = 10
                OR WS-DEPCTL-STATUS = 35
                CONTINUE
            ELSE
                DISPLAY 'DEPRECON ABEND - DEPCTL I-O ERROR, STATUS = '
                    WS-DEPCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0510-CHECK-DEPRULE-STATUS.
            IF WS-DEPRULE-STATUS = 00 OR WS-DEPRULE-STATUS = 10
                OR WS-DEPRULE-STATUS = 35
                CONTINUE
            ELSE
                DISPLAY 'DEPRECON ABEND - DEPRULE I-O ERROR, STATUS = '
                    WS-DEPRULE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0520-CHECK-DEPLEDG-STATUS.
            IF WS-DEPLEDG-STATUS = 00 OR WS-DEPLEDG-STATUS = 10
                OR WS-DEPLEDG-STATUS = 35
                CONTINUE
            ELSE
                DISPLAY 'DEPRECON ABEND - DEPLEDG I-O ERROR, STATUS = '
                    WS-DEPLEDG-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0530-CHECK-PAYHIST-STATUS.
      * 10 = end of file and 23 = record not found are both expected
      * outcomes of looking a clawed or archived row up.
            IF WS-PAYHIST-STATUS = 00 OR WS-PAYHIST-STATUS = 10
                OR WS-PAYHIST-STATUS = 23
                CONTINUE
            ELSE
                DISPLAY 'DEPRECON ABEND - PAYHIST I-O ERROR, STATUS = '
                    WS-PAYHIST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0540-CHECK-CLAWXRF-STATUS.
            IF WS-CLAWXRF-STATUS = 00 OR WS-CLAWXRF-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'DEPRECON ABEND - CLAWXRF I-O ERROR, STATUS = '
                    WS-CLAWXRF-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0550-CHECK-PAYARCH-STATUS.
            IF WS-PAYARCH-STATUS = 00 OR WS-PAYARCH-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'DEPRECON ABEND - PAYARCH I-O ERROR, STATUS = '
                    WS-PAYARCH-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0560-CHECK-DEPRPT-STATUS.
            IF WS-DEPRPT-STATUS NOT = 00
                DISPLAY 'DEPRECON ABEND - DEPRPT I-O ERROR, STATUS = '
                    WS-DEPRPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
