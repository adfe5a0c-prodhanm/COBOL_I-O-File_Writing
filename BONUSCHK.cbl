      * file in BONUS.  It must be seeded by treasury with the first
      * number of the check stock before the first run - inventing a
      * starting number here would collide with live stock.
      *
      * Every check cut is also recorded on the outstanding-check
      * master (PROD.BONUS.OUTCHK, keyed on check number) so
      * CHKRECON can reconcile the bank's paid items against what
      * was actually issued and stale-date whatever never clears.
      *
      * Checks are dated the way BONUSACH dates the ACH batch: the
      * next banking day after the run on the holiday calendar
      * (PROD.BONUS.BANKCAL, see BANKCAL.cpy), or treasury's
      * requested pay date on PAYDATE when that is itself a banking
      * day after the run, so both legs pay on the same day.  The
      * check date is what prints, what goes on positive pay, and
      * the issue date on the outstanding-check master; the run date
      * the payment was posted to history under rides beside it
      * (OC-PAY-DATE) for CHKRECON.  The dates chosen head the
      * register; a calendar with nothing keyed for the coming year
      * stops the run before a check is cut.
      *
      * At a clean finish the run's control totals also go onto the
      * cycle run-control log (PROD.BONUS.RUNCTL, see RUNCTLRC.cpy)
      * for BONUSBAL to prove against the other steps.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EXCP-DETAIL ASSIGN TO EXCPDTL
                FILE STATUS IS WS-POSPAY-STATUS.
            SELECT CHECK-REGISTER ASSIGN TO CHKREG
                FILE STATUS IS WS-CHKREG-STATUS.
            SELECT OUTSTANDING-CHECKS ASSIGN TO OUTCHK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS OC-KEY
                FILE STATUS IS WS-OUTCHK-STATUS.
            SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
                FILE STATUS IS WS-CYCCTL-STATUS.
            SELECT RUN-CONTROL-LOG ASSIGN TO RUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT BANK-CALENDAR ASSIGN TO BANKCAL
                FILE STATUS IS WS-BANKCAL-STATUS.
            SELECT PAY-DATE-CONTROL ASSIGN TO PAYDATE
                FILE STATUS IS WS-PAYDATE-STATUS.

        DATA DIVISION.
        FILE SECTION.
            DATA RECORD IS CHECK-REGISTER-LINE.
        01 CHECK-REGISTER-LINE              PIC X(132).

      * Outstanding-check master - layout and OC-STATUS values in
      * copybooks/OCHKREC.cpy.
        FD OUTSTANDING-CHECKS
            RECORDING MODE IS F.

        COPY OCHKREC.

      * CYCLE-CONTROL holds the transmission BONUSEDT last accepted -
      * the cycle this run's control figures are logged under.
        FD CYCLE-CONTROL
            RECORDING MODE IS F.
        01 CYCCTL-REC.
            05 CYC-FILE-DATE                PIC 9(08).
            05 CYC-CYCLE-NO                 PIC 9(04).

        FD RUN-CONTROL-LOG
            RECORDING MODE IS F.

        COPY RUNCTLRC.

      * Bank holiday calendar - layout in copybooks/BANKCAL.cpy.
        FD BANK-CALENDAR
            RECORDING MODE IS F.

        COPY BANKCAL.

      * PAY-DATE-CONTROL holds the pay date treasury wants the cycle
      * to settle on, YYYYMMDD - the same dataset BONUSACH reads.
      * Empty (or blank) means the next banking day after the run.
        FD PAY-DATE-CONTROL
            RECORDING MODE IS F.
        01 PAYDATE-REC.
            05 PAYDATE-REQUESTED            PIC 9(08).

        WORKING-STORAGE SECTION.
        01 FILLER                           PIC X(37)  VALUE
            'BEGIN WORKING STORAGE FOR BONUSCHK '.
        01 WS-CHKPRINT-STATUS               PIC 9(02)  VALUE ZEROS.
        01 WS-POSPAY-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-CHKREG-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-OUTCHK-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-CYCCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-RUNCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-BANKCAL-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-PAYDATE-STATUS                PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-REC-READ                  PIC S9(9) COMP VALUE ZEROS.
            05 WS-CHECK-COUNT               PIC S9(9) COMP VALUE ZEROS.
            05 WS-NOCHK-COUNT               PIC S9(9) COMP VALUE ZEROS.
            05 WS-CHECK-TOTAL-AMT           PIC S9(9)V99 VALUE ZEROS.
            05 WS-NOCHK-TOTAL-AMT           PIC S9(9)V99 VALUE ZEROS.
            05 WS-AMT-CENTS                 PIC 9(10)  VALUE ZEROS.

        01 W02-SWITCHES.
            05 WS-EXCPDTL-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-BANKCAL-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-BANK-DAY-SW               PIC X(01)  VALUE 'N'.
                88 WS-BANK-DAY                         VALUE 'Y'.
            05 WS-DATE-VALID-SW             PIC X(01)  VALUE 'N'.
                88 WS-DATE-IS-VALID                    VALUE 'Y'.

        01 W03-CHECK-FIELDS.
            05 WS-RUN-DATE                  PIC 9(08)  VALUE ZEROS.
            05 WS-NEXT-CHECK-NO             PIC 9(10)  VALUE ZEROS.
            05 WS-CHECK-DATE                PIC 9(08)  VALUE ZEROS.
            05 WS-CHECK-DATE-BASIS          PIC X(20)  VALUE SPACES.
            05 WS-REQ-PAY-DATE              PIC 9(08)  VALUE ZEROS.
            05 WS-REQ-PAY-DATE-X REDEFINES WS-REQ-PAY-DATE.
                10 WS-REQ-PAY-YEAR          PIC 9(04).
                10 FILLER                   PIC 9(04).
            05 WS-REQ-REASON                PIC X(24)  VALUE SPACES.

      * The holiday calendar, and the working fields for walking it.
      * Day 1 of the integer calendar (1 January 1601) was a Monday,
      * so an integer date's remainder by 7 gives the weekday with
      * 0 = Sunday and 6 = Saturday.
        01 W06-CALENDAR-FIELDS.
            05 WS-CAL-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-CAL-MAX                   PIC S9(9) COMP VALUE 500.
            05 WS-CAL-NEXT-YR-COUNT         PIC S9(9) COMP VALUE ZEROS.
            05 WS-CAL-NEXT-YEAR             PIC 9(04)  VALUE ZEROS.
            05 WS-CAL-LAST-YEAR             PIC 9(04)  VALUE ZEROS.
            05 WS-CAL-INT                   PIC S9(9) COMP VALUE ZEROS.
            05 WS-CAL-WEEKS                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-CAL-WEEKDAY               PIC S9(4) COMP VALUE ZEROS.
            05 WS-CAL-CHECK-DATE            PIC 9(08)  VALUE ZEROS.
            05 WS-CAL-TEST-DATE             PIC 9(08)  VALUE ZEROS.
            05 WS-CAL-TEST-PARTS REDEFINES WS-CAL-TEST-DATE.
                10 WS-CAL-TEST-YEAR         PIC 9(04).
                10 WS-CAL-TEST-MONTH        PIC 9(02).
                10 WS-CAL-TEST-DAY          PIC 9(02).
            05 WS-CAL-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-CAL-IDX.
                10 WS-CAL-HOLIDAY            PIC 9(08).

      * WS-OUTBONUS-REC below is the layout BONUS wrote OUTBONUS
      * with, which BONUSACH copies untouched onto the exception
            05 WS-CP-STATE-CODE             PIC X(02).
            05 FILLER                       PIC X(06) VALUE SPACES.

      * Positive-pay issue record in the bank's layout, shared with
      * CHKRECON's void records - see copybooks/PPAYREC.cpy.  The
      * issue code defaults to I, which is all this program sends.
        COPY PPAYREC.

        01 W04-REPORT-FIELDS.
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-CHKNO-EDIT            PIC 9(10).
            05 WS-RPT-DATE-EDIT             PIC 9(08).

      * This run's control figures as they go onto the run-control
      * log - see copybooks/RUNCTLRC.cpy.
        01 W05-RUN-CONTROL-FIELDS.
            05 WS-LOG-CYCLE-DATE            PIC 9(08)  VALUE ZEROS.
            05 WS-LOG-CYCLE-NO              PIC 9(04)  VALUE ZEROS.
            05 WS-LOG-RUN-DATE              PIC 9(08)  VALUE ZEROS.
            05 WS-LOG-RUN-TIME              PIC 9(08)  VALUE ZEROS.
            05 WS-LOG-ITEM-NAME             PIC X(08)  VALUE SPACES.
            05 WS-LOG-ITEM-DESC             PIC X(24)  VALUE SPACES.
            05 WS-LOG-COUNT                 PIC S9(09) VALUE ZEROS.
            05 WS-LOG-AMOUNT                PIC S9(11)V99 VALUE ZEROS.

        PROCEDURE DIVISION.

            EXIT.

        P0200-INITIALIZES.
            PERFORM P0220-READ-LOG-CYCLE.

            OPEN INPUT EXCP-DETAIL.
            PERFORM P0500-CHECK-EXCPDTL-STATUS.
            OPEN OUTPUT CHECK-PRINT.
            PERFORM P0530-CHECK-POSPAY-STATUS.
            OPEN OUTPUT CHECK-REGISTER.
            PERFORM P0540-CHECK-CHKREG-STATUS.
      * The master is defined empty by the job's DEFYTD step, so the
      * first check run ever finds no data component behind it -
      * load it empty once, then open it for update as usual.
            OPEN I-O OUTSTANDING-CHECKS.
            IF WS-OUTCHK-STATUS = 35
                OPEN OUTPUT OUTSTANDING-CHECKS
                CLOSE OUTSTANDING-CHECKS
                PERFORM P0550-CHECK-OUTCHK-STATUS
                OPEN I-O OUTSTANDING-CHECKS
            END-IF.
            PERFORM P0550-CHECK-OUTCHK-STATUS.

            MOVE 'BONUS CHECK RUN - CHECK REGISTER'
                TO WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKREG-STATUS.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM P0230-LOAD-CALENDAR.
            PERFORM P0240-CHOOSE-CHECK-DATE.
            PERFORM P0250-PRINT-DATES.
            PERFORM P0210-LOAD-CHECK-NUMBER.

            PERFORM P0380-READ-EXCP.
            CLOSE CHECK-CONTROL.
            PERFORM P0510-CHECK-CHKCTL-STATUS.

        P0220-READ-LOG-CYCLE.
      * The cycle this run's control figures are logged under - the
      * transmission BONUSEDT last accepted.  This step only runs
      * after a clean edit, so no cycle on file stops the run before
      * anything is touched.
            OPEN INPUT CYCLE-CONTROL.
            PERFORM P0560-CHECK-CYCCTL-STATUS.
            READ CYCLE-CONTROL
                AT END
                    DISPLAY 'BONUSCHK ABEND - NO CYCLE ON CYCCTL TO '
                        'LOG UNDER'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0560-CHECK-CYCCTL-STATUS.
            MOVE CYC-FILE-DATE TO WS-LOG-CYCLE-DATE.
            MOVE CYC-CYCLE-NO  TO WS-LOG-CYCLE-NO.
            CLOSE CYCLE-CONTROL.
            PERFORM P0560-CHECK-CYCCTL-STATUS.

        P0230-LOAD-CALENDAR.
      * A missing or empty calendar is simply one with no entries for
      * the coming year - the check date cannot be trusted either
      * way, so the run stops before a check is cut.
            COMPUTE WS-CAL-NEXT-YEAR = WS-RUN-DATE / 10000 + 1.
            OPEN INPUT BANK-CALENDAR.
            PERFORM P0580-CHECK-BANKCAL-STATUS.
            IF WS-BANKCAL-STATUS = 00
                PERFORM P0235-READ-CALENDAR
                    UNTIL WS-BANKCAL-EOF-SW = 'Y'
                CLOSE BANK-CALENDAR
                PERFORM P0580-CHECK-BANKCAL-STATUS
            END-IF.

            IF WS-CAL-NEXT-YR-COUNT = ZEROS
                MOVE SPACES TO WS-RPT-LINE
                STRING 'NO BANK HOLIDAYS ON BANKCAL FOR '
                                             DELIMITED BY SIZE
                       WS-CAL-NEXT-YEAR      DELIMITED BY SIZE
                       ' - RUN STOPPED, NO CHECKS CUT'
                                             DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE CHECK-REGISTER-LINE FROM WS-RPT-LINE
                PERFORM P0540-CHECK-CHKREG-STATUS
                DISPLAY 'BONUSCHK ABEND - BANKCAL HAS NO ENTRIES FOR '
                    WS-CAL-NEXT-YEAR
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0235-READ-CALENDAR.
            READ BANK-CALENDAR
                AT END
                    MOVE 'Y' TO WS-BANKCAL-EOF-SW
            END-READ.
            PERFORM P0580-CHECK-BANKCAL-STATUS.
            IF WS-BANKCAL-EOF-SW NOT = 'Y'
                PERFORM P0236-STORE-HOLIDAY
            END-IF.

        P0236-STORE-HOLIDAY.
      * A date that is not a real date is a keying error on a file
      * treasury maintains by hand - stop rather than guess.
            IF CAL-DATE IS NOT NUMERIC
                DISPLAY 'BONUSCHK ABEND - BAD DATE ON BANKCAL: '
                    CAL-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE CAL-DATE TO WS-CAL-TEST-DATE.
            PERFORM P0237-VALIDATE-DATE.
            IF NOT WS-DATE-IS-VALID
                DISPLAY 'BONUSCHK ABEND - BAD DATE ON BANKCAL: '
                    CAL-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-CAL-COUNT >= WS-CAL-MAX
                DISPLAY 'BONUSCHK ABEND - BANKCAL TABLE FULL AT '
                    WS-CAL-MAX ' ENTRIES'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CAL-COUNT.
            SET WS-CAL-IDX TO WS-CAL-COUNT.
            MOVE CAL-DATE TO WS-CAL-HOLIDAY (WS-CAL-IDX).
            IF CAL-YEAR = WS-CAL-NEXT-YEAR
                ADD 1 TO WS-CAL-NEXT-YR-COUNT
            END-IF.
            IF CAL-YEAR > WS-CAL-LAST-YEAR
                MOVE CAL-YEAR TO WS-CAL-LAST-YEAR
            END-IF.

        P0237-VALIDATE-DATE.
      * WS-CAL-TEST-DATE (already numeric) is a real date when it
      * survives the round trip through the integer calendar - that
      * catches 30 February as well as month 13.
            MOVE 'N' TO WS-DATE-VALID-SW.
            IF WS-CAL-TEST-YEAR > 1600
                AND WS-CAL-TEST-MONTH >= 1 AND WS-CAL-TEST-MONTH <= 12
                AND WS-CAL-TEST-DAY >= 1 AND WS-CAL-TEST-DAY <= 31
                COMPUTE WS-CAL-CHECK-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (WS-CAL-TEST-DATE))
                IF WS-CAL-CHECK-DATE = WS-CAL-TEST-DATE
                    MOVE 'Y' TO WS-DATE-VALID-SW
                END-IF
            END-IF.

        P0240-CHOOSE-CHECK-DATE.
      * Same choice as BONUSACH makes for the ACH batch: the next
      * banking day after the run stands unless treasury keyed a
      * pay date that is itself a banking day after the run and
      * inside the calendar.
            PERFORM P0241-READ-REQUESTED.

            COMPUTE WS-CAL-INT =
                FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
            MOVE 'N' TO WS-BANK-DAY-SW.
            PERFORM P0245-NEXT-DAY
                UNTIL WS-BANK-DAY.
            MOVE WS-CAL-TEST-DATE   TO WS-CHECK-DATE.
            MOVE 'NEXT BANKING DAY' TO WS-CHECK-DATE-BASIS.

            IF WS-REQ-PAY-DATE NOT = ZEROS
                PERFORM P0247-CHECK-REQUESTED
            END-IF.

        P0241-READ-REQUESTED.
      * No control, an empty one, or a blank record mean no pay date
      * was asked for.
      * Anything else that is not a real date is a hard stop - a
      * pay date is not something to guess at.
            MOVE ZEROS TO WS-REQ-PAY-DATE.
            OPEN INPUT PAY-DATE-CONTROL.
            PERFORM P0590-CHECK-PAYDATE-STATUS.
            IF WS-PAYDATE-STATUS = 00
                READ PAY-DATE-CONTROL
                PERFORM P0590-CHECK-PAYDATE-STATUS
                IF WS-PAYDATE-STATUS = 00
                    AND PAYDATE-REC NOT = SPACES
                    IF PAYDATE-REQUESTED IS NOT NUMERIC
                        DISPLAY 'BONUSCHK ABEND - BAD PAY DATE ON '
                            'PAYDATE: ' PAYDATE-REC
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE PAYDATE-REQUESTED TO WS-CAL-TEST-DATE
                    PERFORM P0237-VALIDATE-DATE
                    IF NOT WS-DATE-IS-VALID
                        DISPLAY 'BONUSCHK ABEND - BAD PAY DATE ON '
                            'PAYDATE: ' PAYDATE-REC
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE PAYDATE-REQUESTED TO WS-REQ-PAY-DATE
                END-IF
                CLOSE PAY-DATE-CONTROL
                PERFORM P0590-CHECK-PAYDATE-STATUS
            END-IF.

        P0245-NEXT-DAY.
            ADD 1 TO WS-CAL-INT.
            PERFORM P0246-TEST-BANK-DAY.

        P0246-TEST-BANK-DAY.
      * WS-CAL-INT is a banking day unless it falls on a weekend or
      * on the calendar.  Leaves the date itself in WS-CAL-TEST-DATE.
            COMPUTE WS-CAL-TEST-DATE =
                FUNCTION DATE-OF-INTEGER (WS-CAL-INT).
            DIVIDE WS-CAL-INT BY 7 GIVING WS-CAL-WEEKS
                REMAINDER WS-CAL-WEEKDAY.
            MOVE 'Y' TO WS-BANK-DAY-SW.
            IF WS-CAL-WEEKDAY = 0 OR WS-CAL-WEEKDAY = 6
                MOVE 'N' TO WS-BANK-DAY-SW
            ELSE
                SET WS-CAL-IDX TO 1
                SEARCH WS-CAL-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-CAL-IDX > WS-CAL-COUNT
                        CONTINUE
                    WHEN WS-CAL-HOLIDAY (WS-CAL-IDX) = WS-CAL-TEST-DATE
                        MOVE 'N' TO WS-BANK-DAY-SW
                END-SEARCH
            END-IF.

        P0247-CHECK-REQUESTED.
            IF WS-REQ-PAY-DATE NOT > WS-RUN-DATE
                MOVE 'NOT AFTER THE RUN DATE' TO WS-REQ-REASON
            ELSE
            IF WS-REQ-PAY-YEAR > WS-CAL-LAST-YEAR
                MOVE 'BEYOND THE CALENDAR'    TO WS-REQ-REASON
            ELSE
                COMPUTE WS-CAL-INT =
                    FUNCTION INTEGER-OF-DATE (WS-REQ-PAY-DATE)
                PERFORM P0246-TEST-BANK-DAY
                IF WS-BANK-DAY
                    MOVE WS-REQ-PAY-DATE      TO WS-CHECK-DATE
                    MOVE 'REQUESTED PAY DATE' TO WS-CHECK-DATE-BASIS
                ELSE
                    MOVE 'NOT A BANKING DAY'  TO WS-REQ-REASON
                END-IF
            END-IF
            END-IF.

        P0250-PRINT-DATES.
            MOVE WS-RUN-DATE TO WS-RPT-DATE-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RUN DATE .............. ' DELIMITED BY SIZE
                   WS-RPT-DATE-EDIT            DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE CHECK-REGISTER-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKREG-STATUS.

            MOVE WS-CAL-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'BANK HOLIDAYS ON FILE . ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   '  THROUGH '                DELIMITED BY SIZE
                   WS-CAL-LAST-YEAR            DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE CHECK-REGISTER-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKREG-STATUS.

            MOVE SPACES TO WS-RPT-LINE.
            IF WS-REQ-PAY-DATE = ZEROS
                MOVE 'REQUESTED PAY DATE .... NONE' TO WS-RPT-LINE
            ELSE
            IF WS-REQ-REASON = SPACES
                MOVE WS-REQ-PAY-DATE TO WS-RPT-DATE-EDIT
                STRING 'REQUESTED PAY DATE .... ' DELIMITED BY SIZE
                       WS-RPT-DATE-EDIT            DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                MOVE WS-REQ-PAY-DATE TO WS-RPT-DATE-EDIT
                STRING 'REQUESTED PAY DATE .... ' DELIMITED BY SIZE
                       WS-RPT-DATE-EDIT            DELIMITED BY SIZE
                       ' NOT USED - '              DELIMITED BY SIZE
                       WS-REQ-REASON               DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF
            END-IF.
            WRITE CHECK-REGISTER-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKREG-STATUS.

            MOVE WS-CHECK-DATE TO WS-RPT-DATE-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CHECK DATE ............ ' DELIMITED BY SIZE
                   WS-RPT-DATE-EDIT            DELIMITED BY SIZE
                   ' - '                       DELIMITED BY SIZE
                   WS-CHECK-DATE-BASIS         DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE CHECK-REGISTER-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKREG-STATUS.

        P0300-PROCESS-EXCP.
      * Only a positive net becomes a check.  Zero and negative nets
      * (matched clawbacks) stay on the register as NO CHECK items

        P0310-CUT-CHECK.
            MOVE WS-NEXT-CHECK-NO      TO WS-CP-CHECK-NO.
            MOVE WS-CHECK-DATE         TO WS-CP-ISSUE-DATE.
            MOVE WS-OUT-BONUS-AMT      TO WS-CP-AMOUNT.
            MOVE WS-OUT-EMPL-ID        TO WS-CP-EMPL-ID.
            MOVE WS-OUT-LAST-NAME      TO WS-CP-LAST-NAME.
            PERFORM P0520-CHECK-CHKPRINT-STATUS.

            MOVE WS-NEXT-CHECK-NO      TO WS-PP-CHECK-NO.
            MOVE WS-CHECK-DATE         TO WS-PP-ISSUE-DATE.
            COMPUTE WS-AMT-CENTS = WS-OUT-BONUS-AMT * 100.
            MOVE WS-AMT-CENTS          TO WS-PP-AMT-CENTS.
            MOVE SPACES                TO WS-PP-PAYEE.
            PERFORM P0530-CHECK-POSPAY-STATUS.

            PERFORM P0320-WRITE-REGISTER-LINE.
            PERFORM P0340-RECORD-OUTSTANDING.

            ADD 1 TO WS-CHECK-COUNT.
            ADD WS-OUT-BONUS-AMT TO WS-CHECK-TOTAL-AMT.

        P0330-WRITE-NO-CHECK.
            ADD 1 TO WS-NOCHK-COUNT.
            ADD WS-OUT-BONUS-AMT TO WS-NOCHK-TOTAL-AMT.
            MOVE WS-OUT-BONUS-AMT TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'NO CHECK - NON-POSITIVE NET  EMPL='
            WRITE CHECK-REGISTER-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKREG-STATUS.

        P0340-RECORD-OUTSTANDING.
      * A check number already on the master is normally this same
      * check from a run that abended before CHKCTL was advanced -
      * the rerun reissues off the same starting number, so the
      * still-outstanding record is simply replaced.  A number the
      * bank has already paid or that was already voided is real
      * used stock: issuing over it would lose the reconciliation
      * history, so that stops the run.
            MOVE WS-NEXT-CHECK-NO TO OC-CHECK-NO.
            READ OUTSTANDING-CHECKS
                INVALID KEY
                    PERFORM P0550-CHECK-OUTCHK-STATUS
                    PERFORM P0345-BUILD-OUTSTANDING
                    WRITE OUTCHK-REC
                    PERFORM P0550-CHECK-OUTCHK-STATUS
                NOT INVALID KEY
                    PERFORM P0550-CHECK-OUTCHK-STATUS
                    IF OC-STATUS NOT = 'O'
                        DISPLAY 'BONUSCHK ABEND - CHECK NUMBER '
                            OC-CHECK-NO ' ALREADY USED, STATUS = '
                            OC-STATUS
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    PERFORM P0345-BUILD-OUTSTANDING
                    REWRITE OUTCHK-REC
                    PERFORM P0550-CHECK-OUTCHK-STATUS
            END-READ.

        P0345-BUILD-OUTSTANDING.
            MOVE WS-NEXT-CHECK-NO      TO OC-CHECK-NO.
            MOVE WS-CHECK-DATE         TO OC-ISSUE-DATE.
            MOVE WS-RUN-DATE           TO OC-PAY-DATE.
            MOVE WS-OUT-BONUS-AMT      TO OC-AMOUNT.
            MOVE WS-OUT-EMPL-ID        TO OC-EMPL-ID.
            MOVE WS-OUT-LAST-NAME      TO OC-LAST-NAME.
            MOVE WS-OUT-FIRST-NAME     TO OC-FIRST-NAME.
            MOVE WS-OUT-MID-INIT       TO OC-MID-INIT.
            MOVE WS-OUT-STATE-CODE     TO OC-STATE-CODE.
            MOVE 'O'                   TO OC-STATUS.
            MOVE WS-RUN-DATE           TO OC-STATUS-DATE.
            MOVE ZEROS                 TO OC-PAID-AMT.

        P0380-READ-EXCP.
            READ EXCP-DETAIL INTO WS-OUTBONUS-REC
                AT END
            PERFORM P0530-CHECK-POSPAY-STATUS.
            CLOSE CHECK-REGISTER.
            PERFORM P0540-CHECK-CHKREG-STATUS.
            CLOSE OUTSTANDING-CHECKS.
            PERFORM P0550-CHECK-OUTCHK-STATUS.

            PERFORM P0420-UPDATE-CHECK-CONTROL.
            PERFORM P0430-LOG-RUN-CONTROL.

        P0499-EXIT.
            EXIT.
            CLOSE CHECK-CONTROL.
            PERFORM P0510-CHECK-CHKCTL-STATUS.

        P0430-LOG-RUN-CONTROL.
      * Leave this run's control figures on the run-control log for
      * BONUSBAL to prove against the other steps.  A rerun of the
      * step for the same cycle rewrites its own records.  Same
      * first-run fallback as the VSAM masters in BONUS.
            ACCEPT WS-LOG-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-LOG-RUN-TIME FROM TIME.
            OPEN I-O RUN-CONTROL-LOG.
            IF WS-RUNCTL-STATUS = 35
                OPEN OUTPUT RUN-CONTROL-LOG
                CLOSE RUN-CONTROL-LOG
                PERFORM P0570-CHECK-RUNCTL-STATUS
                OPEN I-O RUN-CONTROL-LOG
            END-IF.
            PERFORM P0570-CHECK-RUNCTL-STATUS.

            MOVE 'INPUT   ' TO WS-LOG-ITEM-NAME.
            MOVE 'EXCEPTIONS READ' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-READ TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            MOVE 'CHECKS  ' TO WS-LOG-ITEM-NAME.
            MOVE 'CHECKS ISSUED' TO WS-LOG-ITEM-DESC.
            MOVE WS-CHECK-COUNT TO WS-LOG-COUNT.
            MOVE WS-CHECK-TOTAL-AMT TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            MOVE 'NOCHECK ' TO WS-LOG-ITEM-NAME.
            MOVE 'NO-CHECK ITEMS' TO WS-LOG-ITEM-DESC.
            MOVE WS-NOCHK-COUNT TO WS-LOG-COUNT.
            MOVE WS-NOCHK-TOTAL-AMT TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            CLOSE RUN-CONTROL-LOG.
            PERFORM P0570-CHECK-RUNCTL-STATUS.

        P0435-WRITE-RUNCTL.
            MOVE SPACES            TO RUN-CTL-REC.
            MOVE WS-LOG-CYCLE-DATE TO RC-CYCLE-DATE.
            MOVE WS-LOG-CYCLE-NO   TO RC-CYCLE-NO.
            MOVE 'BONUSCHK'        TO RC-STEP-NAME.
            MOVE WS-LOG-ITEM-NAME  TO RC-ITEM-NAME.
            MOVE WS-LOG-RUN-DATE   TO RC-RUN-DATE.
            MOVE WS-LOG-RUN-TIME   TO RC-RUN-TIME.
            MOVE WS-LOG-COUNT      TO RC-COUNT.
            MOVE WS-LOG-AMOUNT     TO RC-AMOUNT.
            MOVE WS-LOG-ITEM-DESC  TO RC-ITEM-DESC.
            WRITE RUN-CTL-REC
                INVALID KEY
                    REWRITE RUN-CTL-REC
            END-WRITE.
            PERFORM P0570-CHECK-RUNCTL-STATUS.

        P0500-CHECK-EXCPDTL-STATUS.
            IF WS-EXCPDTL-STATUS = 00 OR WS-EXCPDTL-STATUS = 10
                CONTINUE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0550-CHECK-OUTCHK-STATUS.
      * 23 = check number not yet on the master, the normal case
      * for every check this run cuts.
            IF WS-OUTCHK-STATUS = 00 OR WS-OUTCHK-STATUS = 23
                CONTINUE
            ELSE
                DISPLAY 'BONUSCHK ABEND - OUTCHK I-O ERROR, STATUS = '
                    WS-OUTCHK-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0560-CHECK-CYCCTL-STATUS.
            IF WS-CYCCTL-STATUS = 00 OR WS-CYCCTL-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSCHK ABEND - CYCCTL I-O ERROR, STATUS = '
                    WS-CYCCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0570-CHECK-RUNCTL-STATUS.
            IF WS-RUNCTL-STATUS NOT = 00
                DISPLAY 'BONUSCHK ABEND - RUNCTL I-O ERROR, STATUS = '
                    WS-RUNCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0580-CHECK-BANKCAL-STATUS.
      * 35 = no calendar dataset, handled in P0230 as a calendar with
      * no entries.
            IF WS-BANKCAL-STATUS = 00 OR WS-BANKCAL-STATUS = 10
                OR WS-BANKCAL-STATUS = 35
                CONTINUE
            ELSE
                DISPLAY 'BONUSCHK ABEND - BANKCAL I-O ERROR, STATUS = '
                    WS-BANKCAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0590-CHECK-PAYDATE-STATUS.
      * 35 = no control dataset, the same as no requested pay date.
            IF WS-PAYDATE-STATUS = 00 OR WS-PAYDATE-STATUS = 10
                OR WS-PAYDATE-STATUS = 35
                CONTINUE
            ELSE
                DISPLAY 'BONUSCHK ABEND - PAYDATE I-O ERROR, STATUS = '
                    WS-PAYDATE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
