      * is older than the window with no return worked against it
      * (returns come back through ACHRTN and are corrected here)
      * is approved and starts receiving ACH credits.
      *
      * Both the prenote file's effective date and the prenote
      * window run off the bank holiday calendar (PROD.BONUS.BANKCAL,
      * see BANKCAL.cpy): the file settles on the next banking day
      * after the run, and the window is counted in banking days, so
      * a holiday weekend does not eat into the bank's time to
      * bounce a bad prenote.  The dates chosen head the change
      * report; a calendar with nothing keyed for the coming year
      * stops the run before any transaction is applied.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BANK-TRANS ASSIGN TO BNKTRAN
                FILE STATUS IS WS-PRENOTE-STATUS.
            SELECT MAINT-REPORT ASSIGN TO BNKRPT
                FILE STATUS IS WS-BNKRPT-STATUS.
            SELECT BANK-CALENDAR ASSIGN TO BANKCAL
                FILE STATUS IS WS-BANKCAL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            DATA RECORD IS MAINT-REPORT-LINE.
        01 MAINT-REPORT-LINE                PIC X(132).

      * Bank holiday calendar - layout in copybooks/BANKCAL.cpy.
        FD BANK-CALENDAR
            RECORDING MODE IS F.

        COPY BANKCAL.

        WORKING-STORAGE SECTION.
        01 FILLER                           PIC X(37)  VALUE
            'BEGIN WORKING STORAGE FOR BANKMNT '.
        01 WS-BANKMSTR-STATUS               PIC 9(02)  VALUE ZEROS.
        01 WS-PRENOTE-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-BNKRPT-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-BANKCAL-STATUS                PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-TRANS-READ                PIC S9(9) COMP VALUE ZEROS.
                88 WS-ABA-IS-VALID                     VALUE 'Y'.
            05 WS-PRENOTE-NEEDED-SW         PIC X(01)  VALUE 'N'.
                88 WS-PRENOTE-NEEDED                   VALUE 'Y'.
            05 WS-BANKCAL-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-BANK-DAY-SW               PIC X(01)  VALUE 'N'.
                88 WS-BANK-DAY                         VALUE 'Y'.
            05 WS-DATE-VALID-SW             PIC X(01)  VALUE 'N'.
                88 WS-DATE-IS-VALID                    VALUE 'Y'.

        01 W03-DATE-FIELDS.
            05 WS-RUN-DATE                  PIC 9(08)  VALUE ZEROS.
            05 WS-RUN-TIME-X.
                10 WS-RUN-HHMM              PIC 9(04).
                10 FILLER                   PIC 9(04).
      * An account stays in prenote this many banking days; the
      * bank has to bounce a bad prenote well inside it.
            05 WS-PRENOTE-WINDOW-DAYS       PIC S9(4) COMP VALUE 6.
            05 WS-DAYS-ELAPSED              PIC S9(9) COMP VALUE ZEROS.
            05 WS-RUN-INT                   PIC S9(9) COMP VALUE ZEROS.
            05 WS-EFF-DATE                  PIC 9(08)  VALUE ZEROS.
            05 WS-EFF-DATE-X REDEFINES WS-EFF-DATE.
                10 FILLER                   PIC 9(02).
                10 WS-EFF-YYMMDD            PIC 9(06).

        01 WS-BNKTRAN-REC.
            05 WS-TX-ACTION                 PIC X(01).
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-REJECT-REASON             PIC X(16).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-DATE-EDIT             PIC 9(08).

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

        PROCEDURE DIVISION.


            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME-X FROM TIME.
            PERFORM P0210-LOAD-CALENDAR.
            PERFORM P0220-SET-EFFECTIVE-DATE.
            PERFORM P0230-PRINT-DATES.
            MOVE WS-RUN-YYMMDD TO ACH-FH-DATE.
            MOVE WS-RUN-HHMM   TO ACH-FH-TIME.
            MOVE WS-EFF-YYMMDD TO ACH-BH-DESC-DATE.
            MOVE WS-EFF-YYMMDD TO ACH-BH-EFF-DATE.
            MOVE 'PRENOTE'     TO ACH-BH-ENTRY-DESC.

            WRITE FD-PRENOTE-REC FROM WS-ACH-FILE-HEADER.
        P0299-EXIT.
            EXIT.

        P0210-LOAD-CALENDAR.
      * A missing or empty calendar is simply one with no entries for
      * the coming year - neither the prenote effective date nor the
      * window can be trusted either way, so the run stops before
      * any transaction is applied.
            COMPUTE WS-CAL-NEXT-YEAR = WS-RUN-DATE / 10000 + 1.
            OPEN INPUT BANK-CALENDAR.
            PERFORM P0740-CHECK-BANKCAL-STATUS.
            IF WS-BANKCAL-STATUS = 00
                PERFORM P0215-READ-CALENDAR
                    UNTIL WS-BANKCAL-EOF-SW = 'Y'
                CLOSE BANK-CALENDAR
                PERFORM P0740-CHECK-BANKCAL-STATUS
            END-IF.

            IF WS-CAL-NEXT-YR-COUNT = ZEROS
                MOVE SPACES TO WS-RPT-LINE
                STRING 'NO BANK HOLIDAYS ON BANKCAL FOR '
                                             DELIMITED BY SIZE
                       WS-CAL-NEXT-YEAR      DELIMITED BY SIZE
                       ' - RUN STOPPED, NOTHING APPLIED'
                                             DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE MAINT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0730-CHECK-BNKRPT-STATUS
                DISPLAY 'BANKMNT ABEND - BANKCAL HAS NO ENTRIES FOR '
                    WS-CAL-NEXT-YEAR
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0215-READ-CALENDAR.
            READ BANK-CALENDAR
                AT END
                    MOVE 'Y' TO WS-BANKCAL-EOF-SW
            END-READ.
            PERFORM P0740-CHECK-BANKCAL-STATUS.
            IF WS-BANKCAL-EOF-SW NOT = 'Y'
                PERFORM P0216-STORE-HOLIDAY
            END-IF.

        P0216-STORE-HOLIDAY.
      * A date that is not a real date is a keying error on a file
      * treasury maintains by hand - stop rather than guess.
            IF CAL-DATE IS NOT NUMERIC
                DISPLAY 'BANKMNT ABEND - BAD DATE ON BANKCAL: '
                    CAL-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE CAL-DATE TO WS-CAL-TEST-DATE.
            PERFORM P0217-VALIDATE-DATE.
            IF NOT WS-DATE-IS-VALID
                DISPLAY 'BANKMNT ABEND - BAD DATE ON BANKCAL: '
                    CAL-DATE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-CAL-COUNT >= WS-CAL-MAX
                DISPLAY 'BANKMNT ABEND - BANKCAL TABLE FULL AT '
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

        P0217-VALIDATE-DATE.
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

        P0220-SET-EFFECTIVE-DATE.
      * A prenote settles like a live entry - on the next banking
      * day after the run.
            COMPUTE WS-CAL-INT =
                FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
            MOVE 'N' TO WS-BANK-DAY-SW.
            PERFORM P0225-NEXT-DAY
                UNTIL WS-BANK-DAY.
            MOVE WS-CAL-TEST-DATE TO WS-EFF-DATE.

        P0225-NEXT-DAY.
            ADD 1 TO WS-CAL-INT.
            PERFORM P0226-TEST-BANK-DAY.

        P0226-TEST-BANK-DAY.
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

        P0230-PRINT-DATES.
            MOVE WS-RUN-DATE TO WS-RPT-DATE-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RUN DATE .............. ' DELIMITED BY SIZE
                   WS-RPT-DATE-EDIT            DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE MAINT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0730-CHECK-BNKRPT-STATUS.

            MOVE WS-CAL-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'BANK HOLIDAYS ON FILE . ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   '  THROUGH '                DELIMITED BY SIZE
                   WS-CAL-LAST-YEAR            DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE MAINT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0730-CHECK-BNKRPT-STATUS.

            MOVE WS-EFF-DATE TO WS-RPT-DATE-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'PRENOTE EFFECTIVE DATE  ' DELIMITED BY SIZE
                   WS-RPT-DATE-EDIT            DELIMITED BY SIZE
                   ' - NEXT BANKING DAY'       DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE MAINT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0730-CHECK-BNKRPT-STATUS.

            MOVE WS-PRENOTE-WINDOW-DAYS TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'PRENOTE WINDOW ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   ' BANKING DAYS'             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE MAINT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0730-CHECK-BNKRPT-STATUS.

        P0300-PROCESS-TRANS.
            PERFORM P0310-VALIDATE-TRANS.

                    WRITE MAINT-REPORT-LINE FROM WS-RPT-LINE
                    PERFORM P0730-CHECK-BNKRPT-STATUS
                ELSE
                    PERFORM P0420-COUNT-BANK-DAYS
                    IF WS-DAYS-ELAPSED >= WS-PRENOTE-WINDOW-DAYS
                        MOVE 'A' TO BK-PRENOTE-STATUS
                        REWRITE BANK-REC
                END-IF
            END-IF.

        P0420-COUNT-BANK-DAYS.
      * Banking days after the prenote went out, through the run
      * date.  Counting stops once the window is reached - a record
      * left pending for months needs no more than that.
            MOVE ZEROS TO WS-DAYS-ELAPSED.
            COMPUTE WS-CAL-INT =
                FUNCTION INTEGER-OF-DATE (BK-PRENOTE-DATE).
            COMPUTE WS-RUN-INT =
                FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
            PERFORM P0425-COUNT-BANK-DAY
                UNTIL WS-CAL-INT >= WS-RUN-INT
                    OR WS-DAYS-ELAPSED >= WS-PRENOTE-WINDOW-DAYS.

        P0425-COUNT-BANK-DAY.
            ADD 1 TO WS-CAL-INT.
            PERFORM P0226-TEST-BANK-DAY.
            IF WS-BANK-DAY
                ADD 1 TO WS-DAYS-ELAPSED
            END-IF.

        P0500-WRAP-UP.
      * Close the prenote ACH file out like BONUSACH does the live
      * one: batch control, file control, pad to a multiple of ten.
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0740-CHECK-BANKCAL-STATUS.
      * 35 = no calendar dataset, handled in P0210 as a calendar with
      * no entries.
            IF WS-BANKCAL-STATUS = 00 OR WS-BANKCAL-STATUS = 10
                OR WS-BANKCAL-STATUS = 35
                CONTINUE
            ELSE
                DISPLAY 'BANKMNT ABEND - BANKCAL I-O ERROR, STATUS = '
                    WS-BANKCAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
