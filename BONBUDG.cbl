        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONBUDG.

        ENVIRONMENT DIVISION.
      * BONBUDG compares each department cost center's bonus spend
      * against its annual bonus budget, so a department that has
      * gone over is seen before the next cycle is paid.
      *
      * The cost centers come from the table finance keeps
      * (PROD.BONUS.CCTABLE - layout in copybooks/COSTCTR.cpy), the
      * budgets from the annual budget file finance keys
      * (PROD.BONUS.CCBUDGT): one row per cost center per year, only
      * the run date's calendar year is used.  A malformed budget
      * row, two rows for the same cost center and year, or a budget
      * for a cost center not on the table stops the run RC 16 -
      * a budget report off a bad budget file is worse than none.
      *
      * The cycle spend is the gross on this cycle's OUTBONUS by
      * cost center - a clawback is the negative gross charged back
      * to the cost center the reversed payment was charged to.  The
      * year-to-date spend is the gross of every payment on
      * PROD.BONUS.PAYHIST paid in the year that has not since been
      * clawed back (returned and voided payments still count - the
      * money is still owed).  It already includes this cycle.  A
      * clawback of a payment made in an earlier year shows in the
      * cycle column only; that year's spend is closed.
      *
      * A cost center is flagged OVER BUDGET when its year-to-date
      * spend passes its budget, NO BUDGET when it has spend but no
      * budget row for the year, and NOT ON TABLE when the payments
      * carry a code finance has since taken off the table.  Rows
      * paid before the cost center was carried hold spaces and are
      * listed, unflagged, as UNASSIGNED.  Any flag ends the run
      * RC 4 - a warning for finance, not a reason to hold the
      * cycle's transmissions.  Read-only on every dataset.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OUTPUT-BONUS ASSIGN TO OUTBONUS
                FILE STATUS IS WS-OUTBONUS-STATUS.
            SELECT PAY-HISTORY ASSIGN TO PAYHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS PH-KEY
                FILE STATUS IS WS-PAYHIST-STATUS.
            SELECT COST-CENTERS ASSIGN TO CCTABLE
                FILE STATUS IS WS-CCTABLE-STATUS.
            SELECT CC-BUDGETS ASSIGN TO CCBUDGT
                FILE STATUS IS WS-CCBUDGT-STATUS.
            SELECT BUD-REPORT ASSIGN TO BUDRPT
                FILE STATUS IS WS-BUDRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD OUTPUT-BONUS
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-OUTBONUS-REC.
        01 FD-OUTBONUS-REC                  PIC X(80).

      * Same cluster BONUS maintains - layout and PH-CLAWED-IND
      * values in copybooks/PAYHREC.cpy.
        FD PAY-HISTORY
            RECORDING MODE IS F.

        COPY PAYHREC.

        FD COST-CENTERS
            RECORDING MODE IS F.

        COPY COSTCTR.

        FD CC-BUDGETS
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-CCBUDGT-REC.
        01 FD-CCBUDGT-REC                   PIC X(80).

        FD BUD-REPORT
            RECORDING MODE IS F
            DATA RECORD IS BUD-REPORT-LINE.
        01 BUD-REPORT-LINE                  PIC X(132).

        WORKING-STORAGE SECTION.
        01 FILLER                           PIC X(37)  VALUE
            'BEGIN WORKING STORAGE FOR BONBUDG '.
        01 WS-OUTBONUS-STATUS               PIC 9(02)  VALUE ZEROS.
        01 WS-PAYHIST-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-CCTABLE-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-CCBUDGT-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-BUDRPT-STATUS                 PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-CC-READ                   PIC S9(9) COMP VALUE ZEROS.
            05 WS-BUD-READ                  PIC S9(9) COMP VALUE ZEROS.
            05 WS-BUD-LOADED                PIC S9(9) COMP VALUE ZEROS.
            05 WS-BUD-OTHER-YEAR            PIC S9(9) COMP VALUE ZEROS.
            05 WS-CYC-READ                  PIC S9(9) COMP VALUE ZEROS.
            05 WS-HIST-READ                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-HIST-IN-YEAR              PIC S9(9) COMP VALUE ZEROS.
            05 WS-HIST-CLAWED               PIC S9(9) COMP VALUE ZEROS.
            05 WS-CC-LISTED                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-CC-IDLE                   PIC S9(9) COMP VALUE ZEROS.
            05 WS-OVER-COUNT                PIC S9(9) COMP VALUE ZEROS.
            05 WS-NO-BUDGET-COUNT           PIC S9(9) COMP VALUE ZEROS.
            05 WS-NOT-ON-TABLE-COUNT        PIC S9(9) COMP VALUE ZEROS.
            05 WS-FLAGGED-COUNT             PIC S9(9) COMP VALUE ZEROS.
            05 WS-TOT-CYCLE                 PIC S9(11)V99 VALUE ZEROS.
            05 WS-TOT-YTD                   PIC S9(11)V99 VALUE ZEROS.
            05 WS-TOT-BUDGET                PIC S9(11)V99 VALUE ZEROS.
            05 WS-REMAINING-AMT             PIC S9(11)V99 VALUE ZEROS.
            05 WS-SUB                       PIC S9(9) COMP VALUE ZEROS.

        01 W02-SWITCHES.
            05 WS-OUTBONUS-EOF-SW           PIC X(01)  VALUE 'N'.
            05 WS-PAYHIST-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-CCTABLE-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-CCBUDGT-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-CC-FOUND-SW               PIC X(01)  VALUE 'N'.
                88 WS-CC-FOUND                         VALUE 'Y'.

        01 W03-DATE-FIELDS.
            05 WS-RUN-DATE.
                10 WS-RUN-YEAR              PIC 9(04).
                10 WS-RUN-MONTH             PIC 9(02).
                10 WS-RUN-DAY               PIC 9(02).
            05 WS-YEAR-START                PIC 9(08)  VALUE ZEROS.

        COPY BONUSREC.

      * One budget row as finance keys it: the budget year, the cost
      * center, and the annual bonus budget in dollars and cents.
        01 WS-BUDGET-REC.
            05 WS-BG-YEAR                   PIC 9(04).
            05 WS-BG-COST-CTR               PIC X(04).
            05 WS-BG-AMOUNT                 PIC 9(09)V99.
            05 FILLER                       PIC X(61).

        01 WS-POST-COST-CTR                 PIC X(04)  VALUE SPACES.

      * Every cost center on the table in table order, then any code
      * the payments carry that the table does not, as met - with
      * the year's budget and the cycle and year-to-date spend.
        01 W04-COST-CENTER-TABLE.
            05 WS-CCS-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-CCS-MAX                   PIC S9(9) COMP VALUE 600.
            05 WS-CCS-ENTRY OCCURS 600 TIMES
                INDEXED BY WS-CCS-IDX.
                10 WS-CCS-CODE               PIC X(04).
                10 WS-CCS-NAME               PIC X(30).
                10 WS-CCS-ON-TABLE-SW        PIC X(01).
                10 WS-CCS-BUDGET-SW          PIC X(01).
                10 WS-CCS-BUDGET             PIC S9(11)V99.
                10 WS-CCS-CYCLE              PIC S9(11)V99.
                10 WS-CCS-YTD                PIC S9(11)V99.

        01 W05-REPORT-FIELDS.
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-RPT-STATUS                PIC X(12).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-AMT2-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-AMT3-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-AMT4-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-NO-AMT                PIC X(15)  VALUE SPACES.

        PROCEDURE DIVISION.

        P0100-MAINLINE.
            PERFORM P0200-INITIALIZES       THRU P0299-EXIT.

            PERFORM P0300-PROCESS-CYCLE     THRU P0399-EXIT
                UNTIL WS-OUTBONUS-EOF-SW = 'Y'.

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            STOP RUN.

        P0199-EXIT.
            EXIT.

        P0200-INITIALIZES.
            OPEN OUTPUT BUD-REPORT.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-YEAR-START = WS-RUN-YEAR * 10000 + 0101.

            MOVE SPACES TO WS-RPT-LINE.
            STRING 'BONUS SPEND AGAINST BUDGET BY COST CENTER - '
                                               DELIMITED BY SIZE
                   'BUDGET YEAR '              DELIMITED BY SIZE
                   WS-RUN-YEAR                 DELIMITED BY SIZE
                   ' (RUN DATE '               DELIMITED BY SIZE
                   WS-RUN-DATE                 DELIMITED BY SIZE
                   ')'                         DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            PERFORM P0210-LOAD-COST-CENTERS.
            PERFORM P0220-LOAD-BUDGETS.

            OPEN INPUT OUTPUT-BONUS.
            PERFORM P0500-CHECK-OUTBONUS-STATUS.

            PERFORM P0380-READ-CYCLE.

        P0299-EXIT.
            EXIT.

        P0210-LOAD-COST-CENTERS.
      * The table names every cost center on the report and is what
      * a budget row is proved against - without it there is nothing
      * to report on.
            OPEN INPUT COST-CENTERS.
            IF WS-CCTABLE-STATUS = 35
                DISPLAY 'BONBUDG ABEND - COST-CENTER TABLE MISSING'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM P0520-CHECK-CCTABLE-STATUS.
            PERFORM P0212-READ-COST-CENTER.
            PERFORM P0214-STORE-COST-CENTER
                UNTIL WS-CCTABLE-EOF-SW = 'Y'.
            CLOSE COST-CENTERS.
            PERFORM P0520-CHECK-CCTABLE-STATUS.

            IF WS-CCS-COUNT = ZEROS
                DISPLAY 'BONBUDG ABEND - COST-CENTER TABLE EMPTY'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0212-READ-COST-CENTER.
            READ COST-CENTERS
                AT END
                    MOVE 'Y' TO WS-CCTABLE-EOF-SW
            END-READ.
            PERFORM P0520-CHECK-CCTABLE-STATUS.
            IF WS-CCTABLE-EOF-SW NOT = 'Y'
                ADD 1 TO WS-CC-READ
            END-IF.

        P0214-STORE-COST-CENTER.
            IF CC-CODE = SPACES
                OR (NOT CC-OPEN AND NOT CC-CLOSED)
                DISPLAY 'BONBUDG ABEND - BAD COST-CENTER RECORD, '
                    'CODE=' CC-CODE ' STATUS=' CC-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            MOVE CC-CODE TO WS-POST-COST-CTR.
            PERFORM P0325-NEW-COST-CTR.
            MOVE CC-NAME TO WS-CCS-NAME (WS-CCS-IDX).
            MOVE 'Y'     TO WS-CCS-ON-TABLE-SW (WS-CCS-IDX).
            PERFORM P0212-READ-COST-CENTER.

        P0220-LOAD-BUDGETS.
      * No budget file at all lists every cost center with spend as
      * NO BUDGET - finance has not keyed the year yet.
            OPEN INPUT CC-BUDGETS.
            PERFORM P0530-CHECK-CCBUDGT-STATUS.
            IF WS-CCBUDGT-STATUS = 35
                MOVE 'BUDGET FILE MISSING - NO BUDGETS FOR THE YEAR'
                    TO WS-RPT-LINE
                WRITE BUD-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0540-CHECK-BUDRPT-STATUS
            ELSE
                PERFORM P0225-READ-BUDGET
                PERFORM P0226-STORE-BUDGET
                    UNTIL WS-CCBUDGT-EOF-SW = 'Y'
                CLOSE CC-BUDGETS
                PERFORM P0530-CHECK-CCBUDGT-STATUS
            END-IF.

        P0225-READ-BUDGET.
            READ CC-BUDGETS INTO WS-BUDGET-REC
                AT END
                    MOVE 'Y' TO WS-CCBUDGT-EOF-SW
            END-READ.
            PERFORM P0530-CHECK-CCBUDGT-STATUS.
            IF WS-CCBUDGT-EOF-SW NOT = 'Y'
                ADD 1 TO WS-BUD-READ
            END-IF.

        P0226-STORE-BUDGET.
      * The budget file is keyed by hand, so a bad row is a hard
      * stop rather than a department silently left unbudgeted.
            IF WS-BG-YEAR IS NOT NUMERIC
                OR WS-BG-COST-CTR = SPACES
                OR WS-BG-AMOUNT IS NOT NUMERIC
                DISPLAY 'BONBUDG ABEND - BAD CCBUDGT RECORD, YEAR='
                    WS-BG-YEAR ' CODE=' WS-BG-COST-CTR
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            IF WS-BG-YEAR NOT = WS-RUN-YEAR
                ADD 1 TO WS-BUD-OTHER-YEAR
            ELSE
                MOVE WS-BG-COST-CTR TO WS-POST-COST-CTR
                PERFORM P0330-SEARCH-COST-CTR
                IF NOT WS-CC-FOUND
                    DISPLAY 'BONBUDG ABEND - BUDGET FOR COST CENTER '
                        'NOT ON CCTABLE, CODE=' WS-BG-COST-CTR
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF WS-CCS-BUDGET-SW (WS-CCS-IDX) = 'Y'
                    DISPLAY 'BONBUDG ABEND - DUPLICATE BUDGET, YEAR='
                        WS-BG-YEAR ' CODE=' WS-BG-COST-CTR
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE 'Y'          TO WS-CCS-BUDGET-SW (WS-CCS-IDX)
                MOVE WS-BG-AMOUNT TO WS-CCS-BUDGET (WS-CCS-IDX)
                ADD 1 TO WS-BUD-LOADED
            END-IF.

            PERFORM P0225-READ-BUDGET.

        P0300-PROCESS-CYCLE.
            MOVE WS-OUT-COST-CTR TO WS-POST-COST-CTR.
            PERFORM P0320-FIND-COST-CTR.
            ADD WS-OUT-GROSS-AMT TO WS-CCS-CYCLE (WS-CCS-IDX).

            PERFORM P0380-READ-CYCLE.

        P0399-EXIT.
            EXIT.

        P0320-FIND-COST-CTR.
      * A code the table does not carry still gets its spend - it
      * is listed, and flagged, behind the table's own.
            PERFORM P0330-SEARCH-COST-CTR.
            IF NOT WS-CC-FOUND
                PERFORM P0325-NEW-COST-CTR
                IF WS-POST-COST-CTR = SPACES
                    MOVE 'UNASSIGNED' TO WS-CCS-NAME (WS-CCS-IDX)
                END-IF
            END-IF.

        P0325-NEW-COST-CTR.
            IF WS-CCS-COUNT >= WS-CCS-MAX
                DISPLAY 'BONBUDG ABEND - COST-CENTER TABLE FULL, '
                    'CODE=' WS-POST-COST-CTR
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CCS-COUNT.
            SET WS-CCS-IDX TO WS-CCS-COUNT.
            MOVE WS-POST-COST-CTR TO WS-CCS-CODE (WS-CCS-IDX).
            MOVE SPACES           TO WS-CCS-NAME (WS-CCS-IDX).
            MOVE 'N'              TO WS-CCS-ON-TABLE-SW (WS-CCS-IDX).
            MOVE 'N'              TO WS-CCS-BUDGET-SW (WS-CCS-IDX).
            MOVE ZEROS            TO WS-CCS-BUDGET (WS-CCS-IDX).
            MOVE ZEROS            TO WS-CCS-CYCLE (WS-CCS-IDX).
            MOVE ZEROS            TO WS-CCS-YTD (WS-CCS-IDX).

        P0330-SEARCH-COST-CTR.
            MOVE 'N' TO WS-CC-FOUND-SW.
            SET WS-CCS-IDX TO 1.
            SEARCH WS-CCS-ENTRY
                AT END
                    CONTINUE
                WHEN WS-CCS-IDX > WS-CCS-COUNT
                    CONTINUE
                WHEN WS-CCS-CODE (WS-CCS-IDX) = WS-POST-COST-CTR
                    MOVE 'Y' TO WS-CC-FOUND-SW
            END-SEARCH.

        P0380-READ-CYCLE.
            READ OUTPUT-BONUS INTO WS-OUTBONUS-REC
                AT END
                    MOVE 'Y' TO WS-OUTBONUS-EOF-SW
            END-READ.
            PERFORM P0500-CHECK-OUTBONUS-STATUS.
            IF WS-OUTBONUS-EOF-SW NOT = 'Y'
                ADD 1 TO WS-CYC-READ
            END-IF.

        P0400-WRAP-UP.
            CLOSE OUTPUT-BONUS.
            PERFORM P0500-CHECK-OUTBONUS-STATUS.

            OPEN INPUT PAY-HISTORY.
            PERFORM P0510-CHECK-PAYHIST-STATUS.
            PERFORM P0412-READ-HISTORY.
            PERFORM P0410-ADD-HISTORY
                UNTIL WS-PAYHIST-EOF-SW = 'Y'.
            CLOSE PAY-HISTORY.
            PERFORM P0510-CHECK-PAYHIST-STATUS.

            MOVE SPACES TO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CC    COST CENTER                    '
                                               DELIMITED BY SIZE
                   '     THIS CYCLE    YEAR TO DATE'
                                               DELIMITED BY SIZE
                   '   ANNUAL BUDGET       REMAINING'
                                               DELIMITED BY SIZE
                   '  STATUS'                  DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            PERFORM P0440-PRINT-COST-CTR
                VARYING WS-SUB FROM 1 BY 1
                UNTIL WS-SUB > WS-CCS-COUNT.

            PERFORM P0470-PRINT-TOTALS.

            CLOSE BUD-REPORT.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            IF WS-FLAGGED-COUNT > ZEROS
                MOVE 4 TO RETURN-CODE
            END-IF.

        P0499-EXIT.
            EXIT.

        P0410-ADD-HISTORY.
      * Only the year's payments count, and a payment since clawed
      * back is no longer spend.
            IF PH-PAY-DATE NOT < WS-YEAR-START
                AND PH-PAY-DATE NOT > WS-RUN-DATE
                ADD 1 TO WS-HIST-IN-YEAR
                IF PH-CLAWED-IND = 'Y'
                    ADD 1 TO WS-HIST-CLAWED
                ELSE
                    MOVE PH-COST-CTR TO WS-POST-COST-CTR
                    PERFORM P0320-FIND-COST-CTR
                    ADD PH-GROSS-AMT TO WS-CCS-YTD (WS-CCS-IDX)
                END-IF
            END-IF.

            PERFORM P0412-READ-HISTORY.

        P0412-READ-HISTORY.
            READ PAY-HISTORY NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-PAYHIST-EOF-SW
            END-READ.
            PERFORM P0510-CHECK-PAYHIST-STATUS.
            IF WS-PAYHIST-EOF-SW NOT = 'Y'
                ADD 1 TO WS-HIST-READ
            END-IF.

        P0440-PRINT-COST-CTR.
      * A cost center with no budget and no spend this year has
      * nothing to say - it is only counted.
            SET WS-CCS-IDX TO WS-SUB.
            IF WS-CCS-BUDGET-SW (WS-CCS-IDX) NOT = 'Y'
                AND WS-CCS-CYCLE (WS-CCS-IDX) = ZEROS
                AND WS-CCS-YTD (WS-CCS-IDX) = ZEROS
                ADD 1 TO WS-CC-IDLE
            ELSE
                PERFORM P0445-SET-STATUS
                PERFORM P0450-PRINT-DETAIL
            END-IF.

        P0445-SET-STATUS.
            ADD 1 TO WS-CC-LISTED.
            ADD WS-CCS-CYCLE (WS-CCS-IDX)  TO WS-TOT-CYCLE.
            ADD WS-CCS-YTD (WS-CCS-IDX)    TO WS-TOT-YTD.
            ADD WS-CCS-BUDGET (WS-CCS-IDX) TO WS-TOT-BUDGET.
            COMPUTE WS-REMAINING-AMT = WS-CCS-BUDGET (WS-CCS-IDX)
                - WS-CCS-YTD (WS-CCS-IDX).

            MOVE SPACES TO WS-RPT-STATUS.
            IF WS-CCS-ON-TABLE-SW (WS-CCS-IDX) NOT = 'Y'
                AND WS-CCS-CODE (WS-CCS-IDX) NOT = SPACES
                MOVE 'NOT ON TABLE' TO WS-RPT-STATUS
                ADD 1 TO WS-NOT-ON-TABLE-COUNT
                ADD 1 TO WS-FLAGGED-COUNT
            ELSE
            IF WS-CCS-BUDGET-SW (WS-CCS-IDX) = 'Y'
                IF WS-REMAINING-AMT < ZEROS
                    MOVE 'OVER BUDGET' TO WS-RPT-STATUS
                    ADD 1 TO WS-OVER-COUNT
                    ADD 1 TO WS-FLAGGED-COUNT
                END-IF
            ELSE
            IF WS-CCS-CODE (WS-CCS-IDX) NOT = SPACES
                MOVE 'NO BUDGET' TO WS-RPT-STATUS
                ADD 1 TO WS-NO-BUDGET-COUNT
                ADD 1 TO WS-FLAGGED-COUNT
            END-IF
            END-IF
            END-IF.

        P0450-PRINT-DETAIL.
            MOVE WS-CCS-CYCLE (WS-CCS-IDX)  TO WS-RPT-AMT-EDIT.
            MOVE WS-CCS-YTD (WS-CCS-IDX)    TO WS-RPT-AMT2-EDIT.
            MOVE WS-CCS-BUDGET (WS-CCS-IDX) TO WS-RPT-AMT3-EDIT.
            MOVE WS-REMAINING-AMT           TO WS-RPT-AMT4-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-CCS-BUDGET-SW (WS-CCS-IDX) = 'Y'
                STRING WS-CCS-CODE (WS-CCS-IDX) DELIMITED BY SIZE
                       '  '                    DELIMITED BY SIZE
                       WS-CCS-NAME (WS-CCS-IDX) DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT         DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-RPT-AMT2-EDIT        DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-RPT-AMT3-EDIT        DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-RPT-AMT4-EDIT        DELIMITED BY SIZE
                       '  '                    DELIMITED BY SIZE
                       WS-RPT-STATUS           DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                STRING WS-CCS-CODE (WS-CCS-IDX) DELIMITED BY SIZE
                       '  '                    DELIMITED BY SIZE
                       WS-CCS-NAME (WS-CCS-IDX) DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT         DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-RPT-AMT2-EDIT        DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-RPT-NO-AMT           DELIMITED BY SIZE
                       ' '                     DELIMITED BY SIZE
                       WS-RPT-NO-AMT           DELIMITED BY SIZE
                       '  '                    DELIMITED BY SIZE
                       WS-RPT-STATUS           DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

        P0470-PRINT-TOTALS.
            MOVE WS-TOT-CYCLE  TO WS-RPT-AMT-EDIT.
            MOVE WS-TOT-YTD    TO WS-RPT-AMT2-EDIT.
            MOVE WS-TOT-BUDGET TO WS-RPT-AMT3-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'TOTAL                                '
                                               DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-RPT-AMT2-EDIT            DELIMITED BY SIZE
                   ' '                         DELIMITED BY SIZE
                   WS-RPT-AMT3-EDIT            DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE SPACES TO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-CC-READ TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'COST CENTERS ON TABLE ....... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-BUD-LOADED TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'BUDGETS FOR THE YEAR ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-BUD-OTHER-YEAR TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'BUDGETS FOR OTHER YEARS ..... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-CYC-READ TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CYCLE RECORDS READ .......... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-HIST-READ TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'HISTORY RECORDS READ ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-HIST-IN-YEAR TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'HISTORY RECORDS IN YEAR ..... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-HIST-CLAWED TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '  CLAWED BACK, NOT COUNTED .. ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-CC-LISTED TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'COST CENTERS LISTED ......... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-CC-IDLE TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '  NO BUDGET AND NO SPEND .... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-OVER-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'OVER BUDGET ................. ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-NO-BUDGET-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'SPEND WITH NO BUDGET ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

            MOVE WS-NOT-ON-TABLE-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'SPEND NOT ON TABLE .......... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BUD-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-BUDRPT-STATUS.

        P0500-CHECK-OUTBONUS-STATUS.
            IF WS-OUTBONUS-STATUS = 00 OR WS-OUTBONUS-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONBUDG ABEND - OUTBONUS I-O ERROR, STATUS = '
                    WS-OUTBONUS-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0510-CHECK-PAYHIST-STATUS.
            IF WS-PAYHIST-STATUS = 00 OR WS-PAYHIST-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONBUDG ABEND - PAYHIST I-O ERROR, STATUS = '
                    WS-PAYHIST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0520-CHECK-CCTABLE-STATUS.
            IF WS-CCTABLE-STATUS = 00 OR WS-CCTABLE-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONBUDG ABEND - CCTABLE I-O ERROR, STATUS = '
                    WS-CCTABLE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0530-CHECK-CCBUDGT-STATUS.
            IF WS-CCBUDGT-STATUS = 00 OR WS-CCBUDGT-STATUS = 10
                OR WS-CCBUDGT-STATUS = 35
                CONTINUE
            ELSE
                DISPLAY 'BONBUDG ABEND - CCBUDGT I-O ERROR, STATUS = '
                    WS-CCBUDGT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0540-CHECK-BUDRPT-STATUS.
            IF WS-BUDRPT-STATUS NOT = 00
                DISPLAY 'BONBUDG ABEND - BUDRPT I-O ERROR, STATUS = '
                    WS-BUDRPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
