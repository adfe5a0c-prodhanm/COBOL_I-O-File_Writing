      * eight digits of each routing number, rightmost ten digits
      * kept), and the total credit amount, and the file is padded
      * with 9-filled records to a multiple of ten per the format.
      *
      * The batch effective date is the day the bank settles the
      * credits, so it has to be a banking day after the run: the
      * next one on the holiday calendar (PROD.BONUS.BANKCAL, see
      * BANKCAL.cpy), or the pay date treasury keys on the PAYDATE
      * control when that is itself a banking day after the run.
      * A Friday-night or holiday-eve run no longer sends a date
      * the bank rejects or settles late.  BONUSCHK dates the
      * cycle's checks off the same two datasets, so both legs pay
      * on the same day.  The dates chosen head the exception
      * report; a calendar with nothing keyed for the coming year
      * stops the run before the file is built.
      *
      * At a clean finish the run's control totals also go onto the
      * cycle run-control log (PROD.BONUS.RUNCTL, see RUNCTLRC.cpy)
      * for BONUSBAL to prove against the other steps.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OUTPUT-BONUS ASSIGN TO OUTBONUS
                FILE STATUS IS WS-EXCPDTL-STATUS.
            SELECT ACH-XREF ASSIGN TO ACHXREF
                FILE STATUS IS WS-ACHXREF-STATUS.
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

        COPY XREFREC.

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
      * to settle on, YYYYMMDD.  Empty (or blank) means the next
      * banking day after the run.
        FD PAY-DATE-CONTROL
            RECORDING MODE IS F.
        01 PAYDATE-REC.
            05 PAYDATE-REQUESTED            PIC 9(08).

        WORKING-STORAGE SECTION.
        01 FILLER                           PIC X(37)  VALUE
            'BEGIN WORKING STORAGE FOR BONUSACH '.
        01 WS-ACHEXCP-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-EXCPDTL-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-ACHXREF-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-CYCCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-RUNCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-BANKCAL-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-PAYDATE-STATUS                PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-REC-READ                  PIC S9(9) COMP VALUE ZEROS.
                88 WS-BANK-FOUND                       VALUE 'Y'.
            05 WS-PRENOTE-HOLD-SW           PIC X(01)  VALUE 'N'.
                88 WS-PRENOTE-HOLD                     VALUE 'Y'.
            05 WS-BANKCAL-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-BANK-DAY-SW               PIC X(01)  VALUE 'N'.
                88 WS-BANK-DAY                         VALUE 'Y'.
            05 WS-DATE-VALID-SW             PIC X(01)  VALUE 'N'.
                88 WS-DATE-IS-VALID                    VALUE 'Y'.

        01 W03-DATE-FIELDS.
            05 WS-RUN-DATE-X.
            05 WS-RUN-TIME-X.
                10 WS-RUN-HHMM              PIC 9(04).
                10 FILLER                   PIC 9(04).
            05 WS-SETTLE-DATE               PIC 9(08)  VALUE ZEROS.
            05 WS-SETTLE-DATE-X REDEFINES WS-SETTLE-DATE.
                10 FILLER                   PIC 9(02).
                10 WS-SETTLE-YYMMDD         PIC 9(06).
            05 WS-SETTLE-BASIS              PIC X(20)  VALUE SPACES.
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
      * with - see copybooks/BONUSREC.cpy.
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
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
            PERFORM P0210-READ-LOG-CYCLE.

            OPEN INPUT OUTPUT-BONUS.
            PERFORM P0500-CHECK-OUTBONUS-STATUS.
            OPEN INPUT BANK-MASTER.

            ACCEPT WS-RUN-DATE-X FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME-X FROM TIME.
            PERFORM P0220-LOAD-CALENDAR.
            PERFORM P0230-CHOOSE-PAY-DATE.
            PERFORM P0240-PRINT-DATES.

      * The file header carries the day the file was built; the
      * batch carries the day the money settles.
            MOVE WS-RUN-YYMMDD    TO ACH-FH-DATE.
            MOVE WS-RUN-HHMM      TO ACH-FH-TIME.
            MOVE WS-SETTLE-YYMMDD TO ACH-BH-DESC-DATE.
            MOVE WS-SETTLE-YYMMDD TO ACH-BH-EFF-DATE.

            WRITE FD-ACHFILE-REC FROM WS-ACH-FILE-HEADER.
            PERFORM P0520-CHECK-ACHFILE-STATUS.
        P0299-EXIT.
            EXIT.

        P0210-READ-LOG-CYCLE.
      * The cycle this run's control figures are logged under - the
      * transmission BONUSEDT last accepted.  This step only runs
      * after a clean edit, so no cycle on file stops the run before
      * anything is touched.
            OPEN INPUT CYCLE-CONTROL.
            PERFORM P0560-CHECK-CYCCTL-STATUS.
            READ CYCLE-CONTROL
                AT END
                    DISPLAY 'BONUSACH ABEND - NO CYCLE ON CYCCTL TO '
                        'LOG UNDER'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0560-CHECK-CYCCTL-STATUS.
            MOVE CYC-FILE-DATE TO WS-LOG-CYCLE-DATE.
            MOVE CYC-CYCLE-NO  TO WS-LOG-CYCLE-NO.
            CLOSE CYCLE-CONTROL.
            PERFORM P0560-CHECK-CYCCTL-STATUS.

        P0220-LOAD-CALENDAR.
      * A missing or empty calendar is simply one with no entries for
      * the coming year - the settlement date cannot be trusted
      * either way, so the run stops before the file is built.
            COMPUTE WS-CAL-NEXT-YEAR = WS-RUN-DATE-FULL / 10000 + 1.
            OPEN INPUT BANK-CALENDAR.
            PERFORM P0580-CHECK-BANKCAL-STATUS.
            IF WS-BANKCAL-STATUS = 00
                PERFORM P0225-READ-CALENDAR
                    UNTIL WS-BANKCAL-EOF-SW = 'Y'
                CLOSE BANK-CALENDAR
                PERFORM P0580-CHECK-BANKCAL-STATUS
            END-IF.

            IF WS-CAL-NEXT-YR-COUNT = ZEROS
                MOVE SPACES TO WS-RPT-LINE
                STRING 'NO BANK HOLIDAYS ON BANKCAL FOR '
                                             DELIMITED BY SIZE
                       WS-CAL-NEXT-YEAR      DELIMITED BY SIZE
                       ' - RUN STOPPED, NO FILE BUILT'
                                             DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE ACH-EXCP-LINE FROM WS-RPT-LINE
                PERFORM P0530-CHECK-ACHEXCP-STATUS
                DISPLAY 'BONUSACH ABEND - BANKCAL HAS NO ENTRIES FOR '
                    WS-CAL-NEXT-YEAR
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0225-READ-CALENDAR.
            READ BANK-CALENDAR
                AT END
                    MOVE 'Y' TO WS-BANKCAL-EOF-SW
            END-READ.
            PERFORM P0580-CHECK-BANKCAL-STATUS.
            IF WS-BANKCAL-EOF-SW NOT = 'Y'
                PERFORM P0226-STORE-HOLIDAY
            END-IF.

        P0226-STORE-HOLIDAY.
      * A date that is not a real date is a keying error on a file
      * treasury maintains by hand - stop rather than guess.
            IF CAL-DATE IS NOT NUMERIC
                DISPLAY 'BONUSACH ABEND - BAD DATE ON BANKCAL: '
                    CAL-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE CAL-DATE TO WS-CAL-TEST-DATE.
            PERFORM P0227-VALIDATE-DATE.
            IF NOT WS-DATE-IS-VALID
                DISPLAY 'BONUSACH ABEND - BAD DATE ON BANKCAL: '
                    CAL-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-CAL-COUNT >= WS-CAL-MAX
                DISPLAY 'BONUSACH ABEND - BANKCAL TABLE FULL AT '
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

        P0227-VALIDATE-DATE.
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

        P0230-CHOOSE-PAY-DATE.
      * The next banking day after the run stands unless treasury
      * keyed a pay date that is itself a banking day after the run
      * and inside the calendar.
            PERFORM P0231-READ-REQUESTED.

            COMPUTE WS-CAL-INT =
                FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-FULL).
            MOVE 'N' TO WS-BANK-DAY-SW.
            PERFORM P0235-NEXT-DAY
                UNTIL WS-BANK-DAY.
            MOVE WS-CAL-TEST-DATE   TO WS-SETTLE-DATE.
            MOVE 'NEXT BANKING DAY' TO WS-SETTLE-BASIS.

            IF WS-REQ-PAY-DATE NOT = ZEROS
                PERFORM P0237-CHECK-REQUESTED
            END-IF.

        P0231-READ-REQUESTED.
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
                        DISPLAY 'BONUSACH ABEND - BAD PAY DATE ON '
                            'PAYDATE: ' PAYDATE-REC
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE PAYDATE-REQUESTED TO WS-CAL-TEST-DATE
                    PERFORM P0227-VALIDATE-DATE
                    IF NOT WS-DATE-IS-VALID
                        DISPLAY 'BONUSACH ABEND - BAD PAY DATE ON '
                            'PAYDATE: ' PAYDATE-REC
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE PAYDATE-REQUESTED TO WS-REQ-PAY-DATE
                END-IF
                CLOSE PAY-DATE-CONTROL
                PERFORM P0590-CHECK-PAYDATE-STATUS
            END-IF.

        P0235-NEXT-DAY.
            ADD 1 TO WS-CAL-INT.
            PERFORM P0236-TEST-BANK-DAY.

        P0236-TEST-BANK-DAY.
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

        P0237-CHECK-REQUESTED.
            IF WS-REQ-PAY-DATE NOT > WS-RUN-DATE-FULL
                MOVE 'NOT AFTER THE RUN DATE' TO WS-REQ-REASON
            ELSE
            IF WS-REQ-PAY-YEAR > WS-CAL-LAST-YEAR
                MOVE 'BEYOND THE CALENDAR'    TO WS-REQ-REASON
            ELSE
                COMPUTE WS-CAL-INT =
                    FUNCTION INTEGER-OF-DATE (WS-REQ-PAY-DATE)
                PERFORM P0236-TEST-BANK-DAY
                IF WS-BANK-DAY
                    MOVE WS-REQ-PAY-DATE      TO WS-SETTLE-DATE
                    MOVE 'REQUESTED PAY DATE' TO WS-SETTLE-BASIS
                ELSE
                    MOVE 'NOT A BANKING DAY'  TO WS-REQ-REASON
                END-IF
            END-IF
            END-IF.

        P0240-PRINT-DATES.
            MOVE WS-RUN-DATE-FULL TO WS-RPT-DATE-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RUN DATE .............. ' DELIMITED BY SIZE
                   WS-RPT-DATE-EDIT            DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE ACH-EXCP-LINE FROM WS-RPT-LINE.
            PERFORM P0530-CHECK-ACHEXCP-STATUS.

            MOVE WS-CAL-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'BANK HOLIDAYS ON FILE . ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   '  THROUGH '                DELIMITED BY SIZE
                   WS-CAL-LAST-YEAR            DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE ACH-EXCP-LINE FROM WS-RPT-LINE.
            PERFORM P0530-CHECK-ACHEXCP-STATUS.

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
            WRITE ACH-EXCP-LINE FROM WS-RPT-LINE.
            PERFORM P0530-CHECK-ACHEXCP-STATUS.

            MOVE WS-SETTLE-DATE TO WS-RPT-DATE-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'SETTLEMENT DATE ....... ' DELIMITED BY SIZE
                   WS-RPT-DATE-EDIT            DELIMITED BY SIZE
                   ' - '                       DELIMITED BY SIZE
                   WS-SETTLE-BASIS             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE ACH-EXCP-LINE FROM WS-RPT-LINE.
            PERFORM P0530-CHECK-ACHEXCP-STATUS.

        P0300-PROCESS-DETAIL.
      * Clawbacks (negative net) cannot ride a credit-only file and
      * a zero net buys nothing - both go to the exception report,
            WRITE FD-ACHFILE-REC FROM WS-ACH-ENTRY.
            PERFORM P0520-CHECK-ACHFILE-STATUS.

      * XRF-PAY-DATE keys back to the history record, which BONUS
      * posted under the run date - not the settlement date.
            MOVE ACH-EN-TRACE         TO XRF-TRACE.
            MOVE WS-OUT-EMPL-ID       TO XRF-EMPL-ID.
            MOVE WS-RUN-DATE-FULL     TO XRF-PAY-DATE.
            CLOSE ACH-XREF.
            PERFORM P0550-CHECK-ACHXREF-STATUS.

            PERFORM P0430-LOG-RUN-CONTROL.

        P0499-EXIT.
            EXIT.

            WRITE ACH-EXCP-LINE FROM WS-RPT-LINE.
            PERFORM P0530-CHECK-ACHEXCP-STATUS.

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
            MOVE 'DETAIL RECORDS READ' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-READ TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            MOVE 'ACHENTRY' TO WS-LOG-ITEM-NAME.
            MOVE 'ACH ENTRIES / CREDITS' TO WS-LOG-ITEM-DESC.
            MOVE WS-ENTRY-COUNT TO WS-LOG-COUNT.
            COMPUTE WS-LOG-AMOUNT = WS-CREDIT-CENTS / 100.
            PERFORM P0435-WRITE-RUNCTL.

            MOVE 'EXCEPT  ' TO WS-LOG-ITEM-NAME.
            MOVE 'EXCEPTIONS FOR CHECKS' TO WS-LOG-ITEM-DESC.
            MOVE WS-EXCP-COUNT TO WS-LOG-COUNT.
            MOVE WS-EXCP-TOTAL-AMT TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            CLOSE RUN-CONTROL-LOG.
            PERFORM P0570-CHECK-RUNCTL-STATUS.

        P0435-WRITE-RUNCTL.
            MOVE SPACES            TO RUN-CTL-REC.
            MOVE WS-LOG-CYCLE-DATE TO RC-CYCLE-DATE.
            MOVE WS-LOG-CYCLE-NO   TO RC-CYCLE-NO.
            MOVE 'BONUSACH'        TO RC-STEP-NAME.
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

        P0500-CHECK-OUTBONUS-STATUS.
            IF WS-OUTBONUS-STATUS = 00 OR WS-OUTBONUS-STATUS = 10
                CONTINUE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0560-CHECK-CYCCTL-STATUS.
            IF WS-CYCCTL-STATUS = 00 OR WS-CYCCTL-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSACH ABEND - CYCCTL I-O ERROR, STATUS = '
                    WS-CYCCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0570-CHECK-RUNCTL-STATUS.
            IF WS-RUNCTL-STATUS NOT = 00
                DISPLAY 'BONUSACH ABEND - RUNCTL I-O ERROR, STATUS = '
                    WS-RUNCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0580-CHECK-BANKCAL-STATUS.
      * 35 = no calendar dataset, handled in P0220 as a calendar with
      * no entries.
            IF WS-BANKCAL-STATUS = 00 OR WS-BANKCAL-STATUS = 10
                OR WS-BANKCAL-STATUS = 35
                CONTINUE
            ELSE
                DISPLAY 'BONUSACH ABEND - BANKCAL I-O ERROR, STATUS = '
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
                DISPLAY 'BONUSACH ABEND - PAYDATE I-O ERROR, STATUS = '
                    WS-PAYDATE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
