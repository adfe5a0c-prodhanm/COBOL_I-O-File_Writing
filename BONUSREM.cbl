        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONUSREM.

        ENVIRONMENT DIVISION.
      * BONUSREM sends the agencies the money BONUS took from bonus
      * nets under court and agency deduction orders.  BONUS posts
      * every deduction to its order's DO-REMIT-PENDING on the order
      * master (PROD.BONUS.DEDNORD - see copybooks/DEDNREC.cpy);
      * this program picks up every order with money pending and
      * writes the agency payment file treasury transmits - per
      * agency a header, one detail per case, and a file trailer -
      * plus the remittance register, grouped by agency with
      * agency and grand totals.
      *
      * The pending amounts are cleared off the orders only after
      * the payment file has been written and closed clean, so a
      * run that dies before then leaves every order still pending
      * and a rerun writes the file again from the top.  The
      * payment file is kept however the step ends; a run that dies
      * while clearing leaves a complete file - trailer and all -
      * behind it, and a rerun against that file writes nothing new
      * and only finishes clearing the orders on it.  An order whose
      * DO-LAST-REMIT-DATE is the file's date was cleared by the
      * run that wrote it.  A normal run holds back an order already
      * remitted today for the next run, so no order is ever on two
      * files of the same date.  The orders are read in
      * key (employee) order, not agency order, so what is being
      * remitted is held in a table and the file and register are
      * written one agency at a time from it - the same way
      * BONUSAPR groups its held details by level.
      *
      * Pending money is not tied to a cycle: an order whose pay was
      * taken in a cycle this step did not run for is simply sent
      * with the next run.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DEDN-ORDER ASSIGN TO DEDNORD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DO-KEY
                FILE STATUS IS WS-DEDNORD-STATUS.
            SELECT REMIT-FILE ASSIGN TO REMITFL
                FILE STATUS IS WS-REMITFL-STATUS.
            SELECT REMIT-REPORT ASSIGN TO REMRPT
                FILE STATUS IS WS-REMRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.

      * Same cluster BONUS posts the deductions to - layout and
      * code values in copybooks/DEDNREC.cpy.
        FD DEDN-ORDER
            RECORDING MODE IS F.

        COPY DEDNREC.

        FD REMIT-FILE
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-REMITFL-REC.
        01 FD-REMITFL-REC                   PIC X(80).

        FD REMIT-REPORT
            RECORDING MODE IS F
            DATA RECORD IS REMIT-REPORT-LINE.
        01 REMIT-REPORT-LINE                PIC X(132).

        WORKING-STORAGE SECTION.
        01 FILLER                           PIC X(37)  VALUE
            'BEGIN WORKING STORAGE FOR BONUSREM '.
        01 WS-DEDNORD-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-REMITFL-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-REMRPT-STATUS                 PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-ORDERS-READ               PIC S9(9) COMP VALUE ZEROS.
            05 WS-RECS-WRITTEN              PIC S9(9) COMP VALUE ZEROS.
            05 WS-CASES-REMITTED            PIC S9(9) COMP VALUE ZEROS.
            05 WS-ORDERS-CLEARED            PIC S9(9) COMP VALUE ZEROS.
            05 WS-AGY-CASES                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-PENDING-TOTAL             PIC S9(9)V99 VALUE ZEROS.
            05 WS-REMITTED-TOTAL            PIC S9(9)V99 VALUE ZEROS.
            05 WS-CLEARED-TOTAL             PIC S9(9)V99 VALUE ZEROS.
            05 WS-AGY-TOTAL                 PIC S9(9)V99 VALUE ZEROS.
            05 WS-HELD-COUNT                PIC S9(9) COMP VALUE ZEROS.
            05 WS-HELD-TOTAL                PIC S9(9)V99 VALUE ZEROS.
            05 WS-EARLIER-COUNT             PIC S9(9) COMP VALUE ZEROS.
            05 WS-EARLIER-TOTAL             PIC S9(9)V99 VALUE ZEROS.

        01 W02-SWITCHES.
            05 WS-DEDNORD-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-REMITFL-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-EMPL-EOF-SW               PIC X(01)  VALUE 'N'.
            05 WS-ORDER-FOUND-SW            PIC X(01)  VALUE 'N'.
            05 WS-RERUN-SW                  PIC X(01)  VALUE 'N'.
                88 WS-RERUN                            VALUE 'Y'.

        01 W03-DATE-FIELDS.
            05 WS-RUN-DATE                  PIC 9(08)  VALUE ZEROS.

      * Every order with money pending, in the order read.  A cycle
      * carries a few hundred garnished employees at most, so 5,000
      * is generous - the load abends rather than leave money
      * unremitted if it ever fills.
        01 W04-REMIT-TABLE.
            05 WS-REM-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-REM-MAX                   PIC S9(9) COMP VALUE 5000.
            05 WS-REM-ENTRY OCCURS 5000 TIMES
                INDEXED BY WS-REM-IDX.
                10 WS-REM-KEY                PIC X(11).
                10 WS-REM-EMPL-ID            PIC X(09).
                10 WS-REM-AGENCY-ID          PIC X(08).
                10 WS-REM-CASE-NUMBER        PIC X(20).
                10 WS-REM-ORDER-TYPE         PIC X(02).
                10 WS-REM-AMOUNT             PIC S9(7)V99.

      * One entry per agency owed money, in the order first met.
        01 W05-AGENCY-TABLE.
            05 WS-AGY-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-AGY-MAX                   PIC S9(9) COMP VALUE 500.
            05 WS-AGY-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-AGY-IDX.
                10 WS-AGY-ID                 PIC X(08).
                10 WS-AGY-NAME               PIC X(30).
                10 WS-AGY-CASE-COUNT         PIC S9(9) COMP.
                10 WS-AGY-AMOUNT             PIC S9(9)V99.

      * The agency payment file: per agency a header, then one
      * detail per case, and one trailer for the file.  Amounts are
      * unsigned - only positive pending money is ever remitted.
        01 WS-REMIT-HDR-REC.
            05 WS-RH-REC-TYPE               PIC X(01)  VALUE 'H'.
            05 WS-RH-AGENCY-ID              PIC X(08).
            05 WS-RH-AGENCY-NAME            PIC X(30).
            05 WS-RH-REMIT-DATE             PIC 9(08).
            05 WS-RH-CASE-COUNT             PIC 9(05).
            05 WS-RH-AGENCY-TOTAL           PIC 9(09)V99.
            05 FILLER                       PIC X(17)  VALUE SPACES.

        01 WS-REMIT-DTL-REC.
            05 WS-RD-REC-TYPE               PIC X(01)  VALUE 'D'.
            05 WS-RD-AGENCY-ID              PIC X(08).
            05 WS-RD-CASE-NUMBER            PIC X(20).
            05 WS-RD-EMPL-ID                PIC X(09).
            05 WS-RD-ORDER-TYPE             PIC X(02).
            05 WS-RD-REMIT-DATE             PIC 9(08).
            05 WS-RD-AMOUNT                 PIC 9(07)V99.
            05 FILLER                       PIC X(23)  VALUE SPACES.

        01 WS-REMIT-TRL-REC.
            05 WS-RT-REC-TYPE               PIC X(01)  VALUE 'T'.
            05 WS-RT-AGENCY-COUNT           PIC 9(05).
            05 WS-RT-CASE-COUNT             PIC 9(07).
            05 WS-RT-REMIT-TOTAL            PIC 9(09)V99.
            05 WS-RT-REMIT-DATE             PIC 9(08).
            05 FILLER                       PIC X(48)  VALUE SPACES.

      * A record of a kept payment file read back on a rerun - the
      * type byte says which of the layouts above it is.
        01 WS-REMIT-IN-REC.
            05 WS-RI-REC-TYPE               PIC X(01).
            05 FILLER                       PIC X(79).

        01 W06-REPORT-FIELDS.
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-REASON                PIC X(25).

        PROCEDURE DIVISION.

        P0100-MAINLINE.
            PERFORM P0200-INITIALIZES       THRU P0299-EXIT.

            PERFORM P0300-SELECT-ORDER      THRU P0399-EXIT
                UNTIL WS-DEDNORD-EOF-SW = 'Y'.

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            STOP RUN.

        P0199-EXIT.
            EXIT.

        P0200-INITIALIZES.
            OPEN I-O DEDN-ORDER.
            PERFORM P0500-CHECK-DEDNORD-STATUS.
            OPEN OUTPUT REMIT-REPORT.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            MOVE 'DEDUCTION ORDER REMITTANCE REGISTER'
                TO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

            PERFORM P0210-CHECK-KEPT-FILE.

            IF WS-RERUN
                MOVE SPACES TO WS-RPT-LINE
                STRING 'RERUN - PAYMENT FILE OF '  DELIMITED BY SIZE
                       WS-RT-REMIT-DATE            DELIMITED BY SIZE
                       ' IS COMPLETE AND KEPT, CLEARING ITS ORDERS'
                                                   DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0520-CHECK-REMRPT-STATUS
                OPEN INPUT REMIT-FILE
                PERFORM P0510-CHECK-REMITFL-STATUS
                MOVE 'Y' TO WS-DEDNORD-EOF-SW
            ELSE
                OPEN OUTPUT REMIT-FILE
                PERFORM P0510-CHECK-REMITFL-STATUS
                PERFORM P0380-READ-ORDER
            END-IF.

        P0299-EXIT.
            EXIT.

        P0210-CHECK-KEPT-FILE.
      * A normal run finds the empty dataset the step allocated; a
      * rerun finds what the failed run left.  Only a file with its
      * trailer is complete - anything short of that was cut off
      * before a single order was cleared, and is written over.
            OPEN INPUT REMIT-FILE.
            PERFORM P0510-CHECK-REMITFL-STATUS.
            MOVE 'N' TO WS-REMITFL-EOF-SW.
            PERFORM P0215-READ-KEPT-REC
                UNTIL WS-REMITFL-EOF-SW = 'Y'.
            CLOSE REMIT-FILE.
            PERFORM P0510-CHECK-REMITFL-STATUS.

        P0215-READ-KEPT-REC.
            PERFORM P0455-READ-KEPT-FILE.
            IF WS-REMITFL-EOF-SW NOT = 'Y'
                AND WS-RI-REC-TYPE = 'T'
                MOVE WS-REMIT-IN-REC TO WS-REMIT-TRL-REC
                MOVE 'Y' TO WS-RERUN-SW
            END-IF.

        P0300-SELECT-ORDER.
      * Only money actually taken and not yet sent is remitted -
      * the order's status does not matter, since an order closed
      * by its last deduction still owes the agency that deduction.
      * An order already remitted today is held for the next run -
      * it is on today's file, and a second file of the same date
      * would make a rerun against either one unable to tell what
      * was cleared.
            IF DO-REMIT-PENDING > ZEROS
                IF DO-LAST-REMIT-DATE = WS-RUN-DATE
                    PERFORM P0330-HOLD-ORDER
                ELSE
                    PERFORM P0310-STORE-REMITTANCE
                END-IF
            END-IF.

            PERFORM P0380-READ-ORDER.

        P0399-EXIT.
            EXIT.

        P0310-STORE-REMITTANCE.
            IF WS-REM-COUNT >= WS-REM-MAX
                DISPLAY 'BONUSREM ABEND - REMITTANCE TABLE FULL, EMPL='
                    DO-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-REM-COUNT.
            SET WS-REM-IDX TO WS-REM-COUNT.
            MOVE DO-KEY           TO WS-REM-KEY (WS-REM-IDX).
            MOVE DO-EMPL-ID       TO WS-REM-EMPL-ID (WS-REM-IDX).
            MOVE DO-AGENCY-ID     TO WS-REM-AGENCY-ID (WS-REM-IDX).
            MOVE DO-CASE-NUMBER   TO WS-REM-CASE-NUMBER (WS-REM-IDX).
            MOVE DO-ORDER-TYPE    TO WS-REM-ORDER-TYPE (WS-REM-IDX).
            MOVE DO-REMIT-PENDING TO WS-REM-AMOUNT (WS-REM-IDX).
            ADD DO-REMIT-PENDING  TO WS-PENDING-TOTAL.

            SET WS-AGY-IDX TO 1.
            SEARCH WS-AGY-ENTRY
                AT END
                    PERFORM P0320-ADD-AGENCY
                WHEN WS-AGY-IDX > WS-AGY-COUNT
                    PERFORM P0320-ADD-AGENCY
                WHEN WS-AGY-ID (WS-AGY-IDX) = DO-AGENCY-ID
                    CONTINUE
            END-SEARCH.
            ADD 1 TO WS-AGY-CASE-COUNT (WS-AGY-IDX).
            ADD DO-REMIT-PENDING TO WS-AGY-AMOUNT (WS-AGY-IDX).

        P0320-ADD-AGENCY.
            IF WS-AGY-COUNT >= WS-AGY-MAX
                DISPLAY 'BONUSREM ABEND - AGENCY TABLE FULL, AGENCY='
                    DO-AGENCY-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-AGY-COUNT.
            SET WS-AGY-IDX TO WS-AGY-COUNT.
            MOVE DO-AGENCY-ID   TO WS-AGY-ID (WS-AGY-IDX).
            MOVE DO-AGENCY-NAME TO WS-AGY-NAME (WS-AGY-IDX).
            MOVE ZEROS          TO WS-AGY-CASE-COUNT (WS-AGY-IDX).
            MOVE ZEROS          TO WS-AGY-AMOUNT (WS-AGY-IDX).

        P0330-HOLD-ORDER.
            ADD 1 TO WS-HELD-COUNT.
            ADD DO-REMIT-PENDING TO WS-HELD-TOTAL.
            MOVE DO-REMIT-PENDING TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '  HELD - REMITTED EARLIER TODAY  CASE='
                                                DELIMITED BY SIZE
                   DO-CASE-NUMBER               DELIMITED BY SIZE
                   ' EMPL='                     DELIMITED BY SIZE
                   DO-EMPL-ID                   DELIMITED BY SIZE
                   ' AMT='                      DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT              DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

        P0380-READ-ORDER.
            READ DEDN-ORDER NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-DEDNORD-EOF-SW
            END-READ.
            PERFORM P0500-CHECK-DEDNORD-STATUS.
            IF WS-DEDNORD-STATUS = 00
                ADD 1 TO WS-ORDERS-READ
            END-IF.

        P0400-WRAP-UP.
            IF WS-RERUN
                PERFORM P0450-CLEAR-FROM-FILE
            ELSE
                PERFORM P0405-WRITE-AND-CLEAR
            END-IF.

            PERFORM P0440-PRINT-BALANCE-REPORT.

            CLOSE DEDN-ORDER.
            PERFORM P0500-CHECK-DEDNORD-STATUS.
            CLOSE REMIT-REPORT.
            PERFORM P0520-CHECK-REMRPT-STATUS.

        P0499-EXIT.
            EXIT.

        P0405-WRITE-AND-CLEAR.
      * Write the file and register one agency at a time, close the
      * file, and only then clear what was sent off the orders.
            IF WS-REM-COUNT = ZEROS
                MOVE 'NO DEDUCTIONS PENDING REMITTANCE'
                    TO WS-RPT-LINE
                WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0520-CHECK-REMRPT-STATUS
            END-IF.

            PERFORM P0410-REMIT-AGENCY
                VARYING WS-AGY-IDX FROM 1 BY 1
                UNTIL WS-AGY-IDX > WS-AGY-COUNT.

            MOVE WS-AGY-COUNT      TO WS-RT-AGENCY-COUNT.
            MOVE WS-CASES-REMITTED TO WS-RT-CASE-COUNT.
            MOVE WS-REMITTED-TOTAL TO WS-RT-REMIT-TOTAL.
            MOVE WS-RUN-DATE       TO WS-RT-REMIT-DATE.
            WRITE FD-REMITFL-REC FROM WS-REMIT-TRL-REC.
            PERFORM P0510-CHECK-REMITFL-STATUS.
            ADD 1 TO WS-RECS-WRITTEN.

            CLOSE REMIT-FILE.
            PERFORM P0510-CHECK-REMITFL-STATUS.

            PERFORM P0430-CLEAR-PENDING
                VARYING WS-REM-IDX FROM 1 BY 1
                UNTIL WS-REM-IDX > WS-REM-COUNT.

        P0410-REMIT-AGENCY.
      * The agency's header carries the count and total the table
      * built on the way in; its details are written from the
      * table and re-added, and the two must agree.
            MOVE WS-AGY-ID (WS-AGY-IDX)   TO WS-RH-AGENCY-ID.
            MOVE WS-AGY-NAME (WS-AGY-IDX) TO WS-RH-AGENCY-NAME.
            MOVE WS-RUN-DATE              TO WS-RH-REMIT-DATE.
            MOVE WS-AGY-CASE-COUNT (WS-AGY-IDX) TO WS-RH-CASE-COUNT.
            MOVE WS-AGY-AMOUNT (WS-AGY-IDX)     TO WS-RH-AGENCY-TOTAL.
            WRITE FD-REMITFL-REC FROM WS-REMIT-HDR-REC.
            PERFORM P0510-CHECK-REMITFL-STATUS.
            ADD 1 TO WS-RECS-WRITTEN.

            MOVE SPACES TO WS-RPT-LINE.
            STRING 'AGENCY '                   DELIMITED BY SIZE
                   WS-AGY-ID (WS-AGY-IDX)      DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   WS-AGY-NAME (WS-AGY-IDX)    DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            MOVE ZEROS TO WS-AGY-CASES.
            MOVE ZEROS TO WS-AGY-TOTAL.
            PERFORM P0415-REMIT-CASE
                VARYING WS-REM-IDX FROM 1 BY 1
                UNTIL WS-REM-IDX > WS-REM-COUNT.

            MOVE WS-AGY-CASES TO WS-RPT-CNT-EDIT.
            MOVE WS-AGY-TOTAL TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '  AGENCY TOTAL ...... '    DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   ' CASES  AMT='              DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            IF WS-AGY-CASES NOT = WS-AGY-CASE-COUNT (WS-AGY-IDX)
                OR WS-AGY-TOTAL NOT = WS-AGY-AMOUNT (WS-AGY-IDX)
                DISPLAY 'BONUSREM ABEND - AGENCY DETAILS DO NOT FOOT '
                    'TO HEADER, AGENCY=' WS-AGY-ID (WS-AGY-IDX)
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0415-REMIT-CASE.
            IF WS-REM-AGENCY-ID (WS-REM-IDX) = WS-AGY-ID (WS-AGY-IDX)
                MOVE WS-REM-AGENCY-ID (WS-REM-IDX)
                    TO WS-RD-AGENCY-ID
                MOVE WS-REM-CASE-NUMBER (WS-REM-IDX)
                    TO WS-RD-CASE-NUMBER
                MOVE WS-REM-EMPL-ID (WS-REM-IDX)
                    TO WS-RD-EMPL-ID
                MOVE WS-REM-ORDER-TYPE (WS-REM-IDX)
                    TO WS-RD-ORDER-TYPE
                MOVE WS-RUN-DATE TO WS-RD-REMIT-DATE
                MOVE WS-REM-AMOUNT (WS-REM-IDX) TO WS-RD-AMOUNT
                WRITE FD-REMITFL-REC FROM WS-REMIT-DTL-REC
                PERFORM P0510-CHECK-REMITFL-STATUS
                ADD 1 TO WS-RECS-WRITTEN
                ADD 1 TO WS-AGY-CASES
                ADD 1 TO WS-CASES-REMITTED
                ADD WS-REM-AMOUNT (WS-REM-IDX) TO WS-AGY-TOTAL
                ADD WS-REM-AMOUNT (WS-REM-IDX) TO WS-REMITTED-TOTAL

                MOVE WS-REM-AMOUNT (WS-REM-IDX) TO WS-RPT-AMT-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING '  CASE='                DELIMITED BY SIZE
                       WS-REM-CASE-NUMBER (WS-REM-IDX)
                                                DELIMITED BY SIZE
                       ' EMPL='                 DELIMITED BY SIZE
                       WS-REM-EMPL-ID (WS-REM-IDX)
                                                DELIMITED BY SIZE
                       ' TYPE='                 DELIMITED BY SIZE
                       WS-REM-ORDER-TYPE (WS-REM-IDX)
                                                DELIMITED BY SIZE
                       ' AMT='                  DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT          DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0520-CHECK-REMRPT-STATUS
            END-IF.

        P0430-CLEAR-PENDING.
      * Take what was sent off the order - subtracted, not zeroed,
      * so the order is left holding exactly what was not sent.
            MOVE WS-REM-KEY (WS-REM-IDX) TO DO-KEY.
            READ DEDN-ORDER
                INVALID KEY
                    DISPLAY 'BONUSREM ABEND - REMITTED ORDER NOT '
                        'FOUND, EMPL=' DO-EMPL-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0500-CHECK-DEDNORD-STATUS.
            SUBTRACT WS-REM-AMOUNT (WS-REM-IDX) FROM DO-REMIT-PENDING.
            MOVE WS-RUN-DATE TO DO-LAST-REMIT-DATE.
            REWRITE DEDN-ORDER-REC.
            PERFORM P0500-CHECK-DEDNORD-STATUS.
            ADD 1 TO WS-ORDERS-CLEARED.
            ADD WS-REM-AMOUNT (WS-REM-IDX) TO WS-CLEARED-TOTAL.

        P0450-CLEAR-FROM-FILE.
      * Rerun against a complete kept file: take each case on it
      * off its order, unless the failed run already had.  Only
      * the amount on the file comes off - whatever else the order
      * has pending goes with the next run.
            MOVE 'N' TO WS-REMITFL-EOF-SW.
            PERFORM P0455-READ-KEPT-FILE.
            PERFORM P0451-CLEAR-FILE-CASE
                UNTIL WS-REMITFL-EOF-SW = 'Y'.
            CLOSE REMIT-FILE.
            PERFORM P0510-CHECK-REMITFL-STATUS.

        P0451-CLEAR-FILE-CASE.
            IF WS-RI-REC-TYPE = 'D'
                MOVE WS-REMIT-IN-REC TO WS-REMIT-DTL-REC
                ADD 1 TO WS-CASES-REMITTED
                ADD WS-RD-AMOUNT TO WS-REMITTED-TOTAL
                PERFORM P0452-FIND-ORDER
                IF DO-LAST-REMIT-DATE = WS-RD-REMIT-DATE
                    ADD 1 TO WS-EARLIER-COUNT
                    ADD WS-RD-AMOUNT TO WS-EARLIER-TOTAL
                    MOVE 'CLEARED BY THE FAILED RUN' TO WS-RPT-REASON
                ELSE
                    IF DO-REMIT-PENDING < WS-RD-AMOUNT
                        DISPLAY 'BONUSREM ABEND - PENDING LESS THAN '
                            'KEPT FILE AMOUNT, EMPL=' DO-EMPL-ID
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    SUBTRACT WS-RD-AMOUNT FROM DO-REMIT-PENDING
                    MOVE WS-RD-REMIT-DATE TO DO-LAST-REMIT-DATE
                    REWRITE DEDN-ORDER-REC
                    PERFORM P0500-CHECK-DEDNORD-STATUS
                    ADD 1 TO WS-ORDERS-CLEARED
                    ADD WS-RD-AMOUNT TO WS-CLEARED-TOTAL
                    MOVE 'CLEARED NOW' TO WS-RPT-REASON
                END-IF
                MOVE WS-RD-AMOUNT TO WS-RPT-AMT-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING '  CASE='                DELIMITED BY SIZE
                       WS-RD-CASE-NUMBER        DELIMITED BY SIZE
                       ' EMPL='                 DELIMITED BY SIZE
                       WS-RD-EMPL-ID            DELIMITED BY SIZE
                       ' AMT='                  DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT          DELIMITED BY SIZE
                       '  '                     DELIMITED BY SIZE
                       WS-RPT-REASON            DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0520-CHECK-REMRPT-STATUS
            END-IF.
            PERFORM P0455-READ-KEPT-FILE.

        P0452-FIND-ORDER.
      * The file carries the employee, agency, case, and type, not
      * the order sequence - look through the employee's orders.
            MOVE 'N' TO WS-ORDER-FOUND-SW.
            MOVE 'N' TO WS-EMPL-EOF-SW.
            MOVE WS-RD-EMPL-ID TO DO-EMPL-ID.
            MOVE ZEROS         TO DO-ORDER-SEQ.
            START DEDN-ORDER KEY NOT LESS THAN DO-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-EMPL-EOF-SW
            END-START.
            PERFORM P0500-CHECK-DEDNORD-STATUS.
            PERFORM P0453-READ-EMPL-ORDER
                UNTIL WS-EMPL-EOF-SW = 'Y'
                    OR WS-ORDER-FOUND-SW = 'Y'.
            IF WS-ORDER-FOUND-SW NOT = 'Y'
                DISPLAY 'BONUSREM ABEND - KEPT FILE CASE NOT ON ORDER '
                    'FILE, EMPL=' WS-RD-EMPL-ID
                    ' CASE=' WS-RD-CASE-NUMBER
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0453-READ-EMPL-ORDER.
            READ DEDN-ORDER NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-EMPL-EOF-SW
            END-READ.
            PERFORM P0500-CHECK-DEDNORD-STATUS.
            IF WS-EMPL-EOF-SW NOT = 'Y'
                IF DO-EMPL-ID NOT = WS-RD-EMPL-ID
                    MOVE 'Y' TO WS-EMPL-EOF-SW
                ELSE
                IF DO-AGENCY-ID = WS-RD-AGENCY-ID
                    AND DO-CASE-NUMBER = WS-RD-CASE-NUMBER
                    AND DO-ORDER-TYPE = WS-RD-ORDER-TYPE
                    MOVE 'Y' TO WS-ORDER-FOUND-SW
                END-IF
                END-IF
            END-IF.

        P0455-READ-KEPT-FILE.
            READ REMIT-FILE INTO WS-REMIT-IN-REC
                AT END
                    MOVE 'Y' TO WS-REMITFL-EOF-SW
            END-READ.
            PERFORM P0510-CHECK-REMITFL-STATUS.

        P0440-PRINT-BALANCE-REPORT.
      * What was pending when read must be what went out on the
      * file and what came off the orders, to the penny.
            MOVE 'DEDUCTION REMITTANCE - CONTROL TOTALS'
                TO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            MOVE WS-ORDERS-READ TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ORDERS READ ........... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            MOVE WS-AGY-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'AGENCIES PAID ......... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            MOVE WS-CASES-REMITTED TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CASES REMITTED ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            MOVE WS-RECS-WRITTEN TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'PAYMENT FILE RECORDS .. ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            MOVE WS-PENDING-TOTAL TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'TOTAL PENDING ......... ' DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            MOVE WS-REMITTED-TOTAL TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'TOTAL REMITTED ........ ' DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            MOVE WS-CLEARED-TOTAL TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'TOTAL CLEARED ......... ' DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            MOVE WS-HELD-COUNT TO WS-RPT-CNT-EDIT.
            MOVE WS-HELD-TOTAL TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'HELD FOR NEXT RUN ..... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   '  AMT '                    DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

            IF WS-RERUN
                MOVE WS-EARLIER-COUNT TO WS-RPT-CNT-EDIT
                MOVE WS-EARLIER-TOTAL TO WS-RPT-AMT-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING 'CLEARED BY FAILED RUN . ' DELIMITED BY SIZE
                       WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                       '  AMT '                    DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0520-CHECK-REMRPT-STATUS
            END-IF.

      * On a rerun nothing is read as pending: the kept file's
      * details must foot to its trailer, and every case on it must
      * be off its order - now or by the failed run.
            IF WS-RERUN
                IF WS-CASES-REMITTED = WS-RT-CASE-COUNT
                    AND WS-REMITTED-TOTAL = WS-RT-REMIT-TOTAL
                    AND WS-REMITTED-TOTAL =
                        WS-CLEARED-TOTAL + WS-EARLIER-TOTAL
                    AND WS-CASES-REMITTED =
                        WS-ORDERS-CLEARED + WS-EARLIER-COUNT
                    MOVE SPACES TO WS-RPT-LINE
                    STRING 'CONTROL TOTALS BALANCE - FILE = CLEARED '
                           DELIMITED BY SIZE
                           '+ CLEARED BY FAILED RUN' DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                ELSE
                    MOVE SPACES TO WS-RPT-LINE
                    STRING 'DISCREPANCY - FILE, CLEARED, CLEARED BY '
                           DELIMITED BY SIZE
                           'FAILED RUN NOT EQUAL' DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                    MOVE 16 TO RETURN-CODE
                END-IF
            ELSE
            IF WS-PENDING-TOTAL = WS-REMITTED-TOTAL
                AND WS-REMITTED-TOTAL = WS-CLEARED-TOTAL
                AND WS-CASES-REMITTED = WS-REM-COUNT
                AND WS-ORDERS-CLEARED = WS-REM-COUNT
                MOVE
                'CONTROL TOTALS BALANCE - PENDING = REMITTED = CLEARED'
                    TO WS-RPT-LINE
            ELSE
                MOVE
                'DISCREPANCY - PENDING, REMITTED, CLEARED NOT EQUAL'
                    TO WS-RPT-LINE
                MOVE 16 TO RETURN-CODE
            END-IF
            END-IF.
            WRITE REMIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-REMRPT-STATUS.

        P0500-CHECK-DEDNORD-STATUS.
      * 10 = end of file on the sequential pass, 23 = no orders at
      * all for an employee on a kept file (caught by the caller).
            IF WS-DEDNORD-STATUS = 00 OR WS-DEDNORD-STATUS = 10
                OR WS-DEDNORD-STATUS = 23
                CONTINUE
            ELSE
                DISPLAY 'BONUSREM ABEND - DEDNORD I-O ERROR, STATUS = '
                    WS-DEDNORD-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0510-CHECK-REMITFL-STATUS.
      * 10 = end of a kept file read back.
            IF WS-REMITFL-STATUS = 00 OR WS-REMITFL-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSREM ABEND - REMITFL I-O ERROR, STATUS = '
                    WS-REMITFL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0520-CHECK-REMRPT-STATUS.
            IF WS-REMRPT-STATUS NOT = 00
                DISPLAY 'BONUSREM ABEND - REMRPT I-O ERROR, STATUS = '
                    WS-REMRPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
