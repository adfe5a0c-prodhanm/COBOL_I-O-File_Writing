                FILE STATUS IS WS-RSTWORK-STATUS.
            SELECT RATE-TABLE ASSIGN TO RATETBL
                FILE STATUS IS WS-RATETBL-STATUS.
            SELECT STATE-ALLOC ASSIGN TO STALLOC
                FILE STATUS IS WS-STALLOC-STATUS.
            SELECT YTD-BONUS-MASTER ASSIGN TO YTDMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PH-KEY
                FILE STATUS IS WS-PAYHIST-STATUS.
            SELECT DEDN-ORDER ASSIGN TO DEDNORD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DO-KEY
                FILE STATUS IS WS-DEDNORD-STATUS.
            SELECT AUDIT-FILE ASSIGN TO AUDTFL
                FILE STATUS IS WS-AUDTFL-STATUS.
            SELECT CLAW-XREF ASSIGN TO CLAWXRF
                FILE STATUS IS WS-CLAWXRF-STATUS.
            SELECT DEDN-XREF ASSIGN TO DEDNXRF
                FILE STATUS IS WS-DEDNXRF-STATUS.
            SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
                FILE STATUS IS WS-CYCCTL-STATUS.
            SELECT RUN-CONTROL-LOG ASSIGN TO RUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-RUNCTL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            DATA RECORD IS FD-RATETBL-REC.
        01 FD-RATETBL-REC                   PIC X(80).

      * STATE-ALLOC is the dataset payroll maintains of employees
      * whose bonus is earned in more than one state: one row per
      * employee per state with that state's percentage of the
      * bonus.  A bonus for an employee on it is split into one
      * piece per state, each withheld at its own state's rate.
        FD STATE-ALLOC
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-STALLOC-REC.
        01 FD-STALLOC-REC                   PIC X(80).

      * YTD-BONUS-MASTER is the running year-to-date total of net
      * bonus dollars paid to each employee, keyed by employee ID -
      * see copybooks/YTDREC.cpy.

        COPY PAYHREC.

      * DEDN-ORDER is the garnishment unit's file of court and
      * agency deduction orders, keyed by employee - BONUS takes
      * the active ones out of each bonus net and posts what it
      * took - see copybooks/DEDNREC.cpy.
        FD DEDN-ORDER
            RECORDING MODE IS F.

        COPY DEDNREC.

      * AUDIT-FILE is the cumulative trail of every update this
      * program applies to the YTD master - see BONSAUDT.cpy.
        FD AUDIT-FILE

        COPY BONSAUDT.

      * CLAW-XREF records every history row a clawback marks, so a
      * backout of the run can put the row back - see CLAWXREC.cpy.
        FD CLAW-XREF
            RECORDING MODE IS F.

        COPY CLAWXREC.

      * DEDN-XREF records every posting to a deduction order, with
      * what the order held before it, so a backout of the run can
      * put the order back - see DEDNXREC.cpy.
        FD DEDN-XREF
            RECORDING MODE IS F.

        COPY DEDNXREC.

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

        WORKING-STORAGE SECTION.
        01 FILLER                           PIC X(37)  VALUE
            'BEGIN WORKING STORAGE FOR BONUS '.
        01 WS-PAYHIST-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-AUDTFL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-RSTWORK-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-STALLOC-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-DEDNORD-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-CLAWXRF-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-DEDNXRF-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-CYCCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-RUNCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
      * 'VALUE ZEROES' are how you initialize a variable in COBOL.
      * The next section is the ACCUMULATORS, which is how we defined
      * the records that are to be input and output.
            05 WS-REC-OUT                   PIC S9(9) COMP VALUE ZEROS.
            05 WS-REC-REJECTED              PIC S9(9) COMP VALUE ZEROS.
            05 WS-EXPECTED-TOTAL            PIC S9(9) COMP VALUE ZEROS.
      * WS-REC-ADDED-PIECES counts the OUTBONUS records past the
      * first written for a bonus split across states - the records
      * out that have no input record of their own.
            05 WS-REC-ADDED-PIECES          PIC S9(9) COMP VALUE ZEROS.
            05 WS-BONUS-TOTAL               PIC S9(9)V99 VALUE ZEROS.
      * The records out that carry an involuntary deduction, and
      * the deductions' total - gross less taxes less net on each.
            05 WS-DEDN-REC-COUNT            PIC S9(9) COMP VALUE ZEROS.
            05 WS-DEDN-AMT-TOTAL            PIC S9(9)V99 VALUE ZEROS.

        01 W02-SWITCHES.
            05 WS-INBONUS-EOF-SW            PIC X(01)   VALUE 'N'.
                88 WS-CLAWBACK-REJECTED                 VALUE 'Y'.
            05 WS-CLAWBACK-MATCHED-SW       PIC X(01)   VALUE 'N'.
                88 WS-CLAWBACK-MATCHED                  VALUE 'Y'.
            05 WS-STALLOC-EOF-SW            PIC X(01)   VALUE 'N'.
            05 WS-ALLOC-FOUND-SW            PIC X(01)   VALUE 'N'.
                88 WS-ALLOC-FOUND                       VALUE 'Y'.
            05 WS-ALLOC-CLAW-SW             PIC X(01)   VALUE 'N'.
                88 WS-ALLOC-CLAW-MATCHED                VALUE 'Y'.
            05 WS-DEDNORD-EOF-SW            PIC X(01)   VALUE 'N'.
      * Set when a clawback found its payment but the payment had a
      * deduction taken from it - see P0327.
            05 WS-CLAWBACK-DEDN-SW          PIC X(01)   VALUE 'N'.
                88 WS-CLAWBACK-DEDUCTED                 VALUE 'Y'.
      * INPUT and OUTPUT layouts are shared with any other program
      * that reads OUTBONUS - see copybooks/BONUSREC.cpy.

            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.

      * W07-ALLOC-TABLE holds the state allocation rows in effect
      * for the run date, in employee-ID order, so each employee's
      * rows sit together.  WS-ALLOC-ROWS is set on the first row
      * of each employee's group to the number of rows in it.
        01 W07-ALLOC-TABLE.
            05 WS-ALLOC-COUNT               PIC S9(9) COMP VALUE ZEROS.
            05 WS-ALLOC-ENTRY OCCURS 3000 TIMES
                INDEXED BY WS-ALLOC-IDX.
                10 WS-ALLOC-EMPL-ID          PIC X(09).
                10 WS-ALLOC-STATE-CD         PIC X(02).
                10 WS-ALLOC-PCT              PIC 9(03)V99.
                10 WS-ALLOC-ROWS             PIC 9(01).

      * One row of the STATE-ALLOC dataset.  WS-AL-PCT is the
      * state's share as 9(3)V99 (06000 = 60.00 PCT); an employee's
      * rows must total 100.00.  WS-AL-THRU-DATE is the last run
      * date the row applies to - rows past it are ignored, and
      * zeros means no end date.
        01 WS-STALLOC-REC.
            05 WS-AL-EMPL-ID                PIC X(09).
            05 WS-AL-STATE-CODE             PIC X(02).
            05 WS-AL-PCT                    PIC 9(03)V99.
            05 WS-AL-THRU-DATE              PIC 9(08).
            05 WS-AL-FILLER                 PIC X(56).

        01 W08-ALLOC-WORK-FIELDS.
            05 WS-ALLOC-SUB                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-ALLOC-FIRST               PIC S9(9) COMP VALUE ZEROS.
            05 WS-ALLOC-LAST                PIC S9(9) COMP VALUE ZEROS.
            05 WS-ALLOC-GROUP-START         PIC S9(9) COMP VALUE ZEROS.
            05 WS-ALLOC-GROUP-PCT           PIC S9(5)V99 VALUE ZEROS.
            05 WS-ALLOC-PREV-EMPL-ID        PIC X(09)  VALUE SPACES.
            05 WS-ALLOC-PIECE-NO            PIC 9(01)  VALUE ZEROS.
            05 WS-ALLOC-BASE-GROSS          PIC S9(9)V99 VALUE ZEROS.
            05 WS-ALLOC-BASE-FED            PIC S9(9)V99 VALUE ZEROS.
            05 WS-ALLOC-LEFT-GROSS          PIC S9(9)V99 VALUE ZEROS.
            05 WS-ALLOC-LEFT-FED            PIC S9(9)V99 VALUE ZEROS.
            05 WS-ALLOC-PIECE-GROSS         PIC S9(9)V99 VALUE ZEROS.
            05 WS-ALLOC-PIECE-FED           PIC S9(9)V99 VALUE ZEROS.
            05 WS-CLAW-STATE-CODE           PIC X(02)  VALUE SPACES.
            05 WS-CLAW-PAY-DATE             PIC 9(08)  VALUE ZEROS.
            05 WS-CLAW-COST-CTR             PIC X(04)  VALUE SPACES.
      * The history rows a split clawback matched, one per piece,
      * held until every piece has matched - none is marked unless
      * all of them are.
            05 WS-CLAW-MATCH-COUNT          PIC S9(9) COMP VALUE ZEROS.
            05 WS-CLAW-MATCH-ENTRY OCCURS 9 TIMES.
                10 WS-CLAW-MATCH-KEY         PIC X(21).

      * W09-DEDN-FIELDS drive the deduction orders against one
      * payment.  WS-DEDN-ORD-ENTRY holds the employee's active
      * orders as read, to be taken in priority order;
      * WS-DEDN-TYPE-ENTRY is what each order type has taken so far
      * from this payment, against the type's disposable-earnings
      * limit.  WS-REC-DEDN-AMT is the deduction on the output
      * record being written, for the audit trail.
        01 W09-DEDN-FIELDS.
            05 WS-DEDN-DISPOSABLE           PIC S9(9)V99 VALUE ZEROS.
            05 WS-DEDN-TOTAL                PIC S9(9)V99 VALUE ZEROS.
            05 WS-DEDN-LEFT                 PIC S9(9)V99 VALUE ZEROS.
            05 WS-DEDN-TAKE-AMT             PIC S9(9)V99 VALUE ZEROS.
            05 WS-DEDN-ROOM-AMT             PIC S9(9)V99 VALUE ZEROS.
            05 WS-DEDN-PIECE-AMT            PIC S9(9)V99 VALUE ZEROS.
            05 WS-REC-DEDN-AMT              PIC S9(9)V99 VALUE ZEROS.
            05 WS-DEDN-SUB                  PIC S9(9) COMP VALUE ZEROS.
            05 WS-DEDN-PICK                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-DEDN-ORD-COUNT            PIC S9(9) COMP VALUE ZEROS.
            05 WS-DEDN-ORD-ENTRY OCCURS 20 TIMES.
                10 WS-DEDN-ORD-KEY           PIC X(11).
                10 WS-DEDN-ORD-PRIORITY      PIC 9(02).
                10 WS-DEDN-ORD-TAKEN-SW      PIC X(01).
            05 WS-DEDN-TYPE-COUNT           PIC S9(9) COMP VALUE ZEROS.
            05 WS-DEDN-TYPE-ENTRY OCCURS 20 TIMES
                INDEXED BY WS-DEDN-TYPE-IDX.
                10 WS-DEDN-TYPE-CD           PIC X(02).
                10 WS-DEDN-TYPE-TAKEN        PIC S9(9)V99.

      * This run's control figures as they go onto the run-control
      * log - see copybooks/RUNCTLRC.cpy.
        01 W10-RUN-CONTROL-FIELDS.
            05 WS-LOG-CYCLE-DATE            PIC 9(08)  VALUE ZEROS.
            05 WS-LOG-CYCLE-NO              PIC 9(04)  VALUE ZEROS.
            05 WS-LOG-RUN-DATE              PIC 9(08)  VALUE ZEROS.
            05 WS-LOG-RUN-TIME              PIC 9(08)  VALUE ZEROS.
            05 WS-LOG-ITEM-NAME             PIC X(08)  VALUE SPACES.
            05 WS-LOG-ITEM-DESC             PIC X(24)  VALUE SPACES.
            05 WS-LOG-COUNT                 PIC S9(09) VALUE ZEROS.
            05 WS-LOG-AMOUNT                PIC S9(11)V99 VALUE ZEROS.

        PROCEDURE DIVISION.
      * This is the main part of the program where
      * the logic is written.
            EXIT.

        P0200-INITIALIZES.
            PERFORM P0295-READ-LOG-CYCLE.

      * Look for a checkpoint left behind by a prior run that didn't
      * finish. If one is found, reopen INPUT-BONUS/OUTPUT-BONUS in
      * a way that resumes the batch window instead of starting over.

            PERFORM P0230-OPEN-YTD-MASTER.
            PERFORM P0235-OPEN-PAY-HISTORY.
            PERFORM P0236-OPEN-DEDN-ORDERS.

      * The audit trail is cumulative - always extend, never
      * rewrite.  The DD carries DISP=MOD so the dataset exists
      * from the first run on.
            OPEN EXTEND AUDIT-FILE.
            PERFORM P0580-CHECK-AUDTFL-STATUS.
            OPEN EXTEND CLAW-XREF.
            PERFORM P0597-CHECK-CLAWXRF-STATUS.
            OPEN EXTEND DEDN-XREF.
            PERFORM P0592-CHECK-DEDNXRF-STATUS.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM P0240-LOAD-RATE-TABLE.
            PERFORM P0280-LOAD-STATE-ALLOC.

            PERFORM P0380-READ-INPUT.

      * abend.  Whatever sits past a file's checkpointed count is
      * the flushed remainder of the aborted stretch; P0225 cuts
      * it off and the replay from the checkpoint regenerates it.
      * (Replayed records do re-apply their master updates - YTD
      * and deduction order alike - the
      * same exposure class the old every-record checkpoint had for
      * its one in-flight record, now documented at the interval.)
      *
            PERFORM P0510-CHECK-OUTBONUS-STATUS.
            WRITE FD-RSTWORK-REC FROM WS-OUTBONUS-REC.
            PERFORM P0590-CHECK-RSTWORK-STATUS.
      * The checkpoint does not carry the added-piece count or the
      * deduction totals, so rebuild them from the prefix being
      * kept.
            IF WS-OUT-ALLOC-PIECE > 1
                ADD 1 TO WS-REC-ADDED-PIECES
            END-IF.
            PERFORM P0342-COUNT-DEDUCTION.

        P0227-COPY-WORK-TO-OUT.
            READ RESTART-WORK INTO WS-OUTBONUS-REC
            END-IF.
            PERFORM P0570-CHECK-PAYHIST-STATUS.

        P0236-OPEN-DEDN-ORDERS.
      * Same first-run fallback - no orders on file simply means
      * nothing is deducted.
            OPEN I-O DEDN-ORDER.
            IF WS-DEDNORD-STATUS = 35
                OPEN OUTPUT DEDN-ORDER
                CLOSE DEDN-ORDER
                PERFORM P0596-CHECK-DEDNORD-STATUS
                OPEN I-O DEDN-ORDER
            END-IF.
            PERFORM P0596-CHECK-DEDNORD-STATUS.

        P0240-LOAD-RATE-TABLE.
      * Calculating withholding off stale rates is worse than not
      * running at all, so a missing table, no federal rate in
                    TO WS-STATE-EFF-DATE (WS-STATE-IDX)
            END-IF.

        P0280-LOAD-STATE-ALLOC.
      * An employee with no rows on STATE-ALLOC is paid in the one
      * state on the detail, as always, so a missing or empty
      * dataset just means no bonus is split.  The rows are keyed
      * by hand, though, and a bad one would misstate every state's
      * withholding for that employee - so a malformed row, a state
      * with no rate in effect, rows out of employee-ID order, or
      * an employee whose rows do not total 100 PCT are hard stops,
      * the same as the rate table.  Must run after the rate table
      * is loaded.
            OPEN INPUT STATE-ALLOC.
            IF WS-STALLOC-STATUS = 35
                MOVE 'Y' TO WS-STALLOC-EOF-SW
            ELSE
                PERFORM P0595-CHECK-STALLOC-STATUS
                PERFORM P0285-READ-ALLOC-ROW
                PERFORM P0290-LOAD-ALLOC-ROW
                    UNTIL WS-STALLOC-EOF-SW = 'Y'
                PERFORM P0292-CLOSE-ALLOC-GROUP
                CLOSE STATE-ALLOC
                PERFORM P0595-CHECK-STALLOC-STATUS
            END-IF.

        P0285-READ-ALLOC-ROW.
            READ STATE-ALLOC INTO WS-STALLOC-REC
                AT END
                    MOVE 'Y' TO WS-STALLOC-EOF-SW
            END-READ.
            PERFORM P0595-CHECK-STALLOC-STATUS.

        P0290-LOAD-ALLOC-ROW.
            IF WS-AL-EMPL-ID = SPACES
                OR WS-AL-PCT IS NOT NUMERIC
                OR WS-AL-THRU-DATE IS NOT NUMERIC
                DISPLAY 'BONUS ABEND - BAD STATE ALLOCATION ROW, '
                    'EMPL=' WS-AL-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

      * Rows whose thru date has passed belong to an allocation
      * that has ended - skip them.
            IF WS-AL-THRU-DATE NOT = ZEROS
                AND WS-AL-THRU-DATE < WS-RUN-DATE
                CONTINUE
            ELSE
                PERFORM P0291-STORE-ALLOC-ROW
            END-IF.
            PERFORM P0285-READ-ALLOC-ROW.

        P0291-STORE-ALLOC-ROW.
            IF WS-AL-EMPL-ID < WS-ALLOC-PREV-EMPL-ID
                DISPLAY 'BONUS ABEND - STATE ALLOCATION NOT IN '
                    'EMPL ID ORDER, EMPL=' WS-AL-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-AL-EMPL-ID NOT = WS-ALLOC-PREV-EMPL-ID
                PERFORM P0292-CLOSE-ALLOC-GROUP
                COMPUTE WS-ALLOC-GROUP-START = WS-ALLOC-COUNT + 1
                MOVE ZEROS TO WS-ALLOC-GROUP-PCT
                MOVE WS-AL-EMPL-ID TO WS-ALLOC-PREV-EMPL-ID
            END-IF.

            IF WS-AL-PCT = ZEROS OR WS-AL-PCT > 100
                DISPLAY 'BONUS ABEND - BAD STATE ALLOCATION PCT, '
                    'EMPL=' WS-AL-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE 'N' TO WS-RATE-FOUND-SW.
            SET WS-STATE-IDX TO 1.
            SEARCH WS-STATE-ENTRY
                AT END
                    CONTINUE
                WHEN WS-STATE-IDX > WS-STATE-COUNT
                    CONTINUE
                WHEN WS-STATE-CD (WS-STATE-IDX) = WS-AL-STATE-CODE
                    MOVE 'Y' TO WS-RATE-FOUND-SW
            END-SEARCH.
            IF WS-RATE-FOUND-SW NOT = 'Y'
                DISPLAY 'BONUS ABEND - NO RATE IN EFFECT FOR '
                    'ALLOCATION STATE ' WS-AL-STATE-CODE
                    ', EMPL=' WS-AL-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            PERFORM P0293-CHECK-ALLOC-STATE
                VARYING WS-ALLOC-SUB FROM WS-ALLOC-GROUP-START BY 1
                UNTIL WS-ALLOC-SUB > WS-ALLOC-COUNT.

      * The piece number rides OUTBONUS in one digit.
            IF WS-ALLOC-COUNT - WS-ALLOC-GROUP-START + 1 >= 9
                DISPLAY 'BONUS ABEND - MORE THAN 9 ALLOCATION '
                    'STATES, EMPL=' WS-AL-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-ALLOC-COUNT >= 3000
                DISPLAY 'BONUS ABEND - STATE ALLOCATION TABLE FULL, '
                    'EMPL=' WS-AL-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            ADD 1 TO WS-ALLOC-COUNT.
            MOVE WS-AL-EMPL-ID    TO WS-ALLOC-EMPL-ID (WS-ALLOC-COUNT).
            MOVE WS-AL-STATE-CODE TO WS-ALLOC-STATE-CD (WS-ALLOC-COUNT).
            MOVE WS-AL-PCT        TO WS-ALLOC-PCT (WS-ALLOC-COUNT).
            MOVE ZEROS            TO WS-ALLOC-ROWS (WS-ALLOC-COUNT).
            ADD WS-AL-PCT TO WS-ALLOC-GROUP-PCT.

        P0292-CLOSE-ALLOC-GROUP.
      * End of one employee's rows: they must account for the whole
      * bonus, and the group's row count goes on its first row for
      * P0321 to find the group's end by.
            IF WS-ALLOC-PREV-EMPL-ID NOT = SPACES
                IF WS-ALLOC-GROUP-PCT NOT = 100
                    DISPLAY 'BONUS ABEND - STATE ALLOCATION DOES NOT '
                        'TOTAL 100 PCT, EMPL=' WS-ALLOC-PREV-EMPL-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                COMPUTE WS-ALLOC-ROWS (WS-ALLOC-GROUP-START) =
                    WS-ALLOC-COUNT - WS-ALLOC-GROUP-START + 1
            END-IF.

        P0293-CHECK-ALLOC-STATE.
            IF WS-ALLOC-STATE-CD (WS-ALLOC-SUB) = WS-AL-STATE-CODE
                DISPLAY 'BONUS ABEND - STATE ALLOCATION REPEATS '
                    'STATE ' WS-AL-STATE-CODE ', EMPL=' WS-AL-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0295-READ-LOG-CYCLE.
      * The cycle this run's control figures are logged under - the
      * transmission BONUSEDT last accepted.  This step only runs
      * after a clean edit, so no cycle on file stops the run before
      * anything is touched.
            OPEN INPUT CYCLE-CONTROL.
            PERFORM P0598-CHECK-CYCCTL-STATUS.
            READ CYCLE-CONTROL
                AT END
                    DISPLAY 'BONUS ABEND - NO CYCLE ON CYCCTL TO '
                        'LOG UNDER'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0598-CHECK-CYCCTL-STATUS.
            MOVE CYC-FILE-DATE TO WS-LOG-CYCLE-DATE.
            MOVE CYC-CYCLE-NO  TO WS-LOG-CYCLE-NO.
            CLOSE CYCLE-CONTROL.
            PERFORM P0598-CHECK-CYCCTL-STATUS.

        P0300-PROCESS-INPUT.
            PERFORM P0310-VALIDATE-STATE.
            PERFORM P0315-VALIDATE-EMPL-ID.

      * An employee on the state allocation table has a positive
      * bonus split into one record per state (P0335) and a
      * clawback matched back piece by piece (P0328) - a split
      * clawback that matched reverses every piece (P0338).
            IF WS-STATE-IS-VALID AND WS-EMPL-ID-IS-VALID
                PERFORM P0321-FIND-ALLOCATION
                PERFORM P0320-CALC-WITHHOLDING
                IF WS-CLAWBACK-REJECTED
                    IF WS-CLAWBACK-DEDUCTED
                        MOVE 'DEDUCTED CLAWBK'  TO WS-REJECT-REASON
                    ELSE
                        MOVE 'UNMATCHED CLAWBK' TO WS-REJECT-REASON
                    END-IF
                    PERFORM P0360-REJECT-RECORD
                ELSE
                IF WS-ALLOC-CLAW-MATCHED
                    PERFORM P0338-REVERSE-ALLOC-PIECES
                ELSE
                IF WS-ALLOC-FOUND AND WS-IN-BONUS-AMT > 0
                    PERFORM P0335-WRITE-ALLOC-PIECES
                ELSE
                    PERFORM P0330-BUILD-OUTPUT-REC
                    MOVE WS-DEDN-TOTAL TO WS-REC-DEDN-AMT
                    PERFORM P0340-WRITE-OUTPUT
                    PERFORM P0350-UPDATE-YTD-MASTER
                    IF WS-IN-BONUS-AMT > 0
                        PERFORM P0341-RECORD-PAYMENT
                    END-IF
                END-IF
                END-IF
                END-IF
            ELSE
                IF WS-STATE-IS-VALID
                    MOVE 'BLANK EMPL ID' TO WS-REJECT-REASON
      * too, not just the gross.  The exempt-suppression logic below
      * only makes sense for a positive payout.
            MOVE 'N' TO WS-CLAWBACK-REJECT-SW.
            MOVE 'N' TO WS-CLAWBACK-DEDN-SW.
            MOVE 'N' TO WS-ALLOC-CLAW-SW.
            MOVE ZEROS TO WS-DEDN-TOTAL.
            MOVE SPACES TO WS-CLAW-COST-CTR.
            IF WS-IN-BONUS-AMT < 0
                IF WS-ALLOC-FOUND
                    PERFORM P0328-MATCH-ALLOC-CLAWBACK
                END-IF
                IF NOT WS-ALLOC-CLAW-MATCHED
                    PERFORM P0326-MATCH-CLAWBACK
                END-IF
            ELSE
                MOVE WS-IN-BONUS-AMT TO WS-WORK-GROSS-AMT
                MOVE ZEROS TO WS-WORK-FED-TAX
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-COMPUTE

      * Deduction orders come out of the net after withholding.  A
      * bonus split across states is priced piece by piece first
      * and has its orders applied to the whole in P0335.
                IF NOT WS-ALLOC-FOUND
                    MOVE WS-OUT-BONUS-AMT TO WS-DEDN-DISPOSABLE
                    PERFORM P0385-APPLY-DEDUCTIONS
                    SUBTRACT WS-DEDN-TOTAL FROM WS-OUT-BONUS-AMT
                END-IF
            END-IF.

        P0321-FIND-ALLOCATION.
      * Locate this employee's rows on the allocation table - they
      * run from WS-ALLOC-FIRST to WS-ALLOC-LAST.
            MOVE 'N' TO WS-ALLOC-FOUND-SW.
            SET WS-ALLOC-IDX TO 1.
            SEARCH WS-ALLOC-ENTRY
                AT END
                    CONTINUE
                WHEN WS-ALLOC-IDX > WS-ALLOC-COUNT
                    CONTINUE
                WHEN WS-ALLOC-EMPL-ID (WS-ALLOC-IDX) = WS-IN-EMPL-ID
                    MOVE 'Y' TO WS-ALLOC-FOUND-SW
            END-SEARCH.

            IF WS-ALLOC-FOUND
                SET WS-ALLOC-FIRST TO WS-ALLOC-IDX
                COMPUTE WS-ALLOC-LAST =
                    WS-ALLOC-FIRST + WS-ALLOC-ROWS (WS-ALLOC-FIRST) - 1
            END-IF.

        P0322-SPLIT-ALLOC-PIECE.
      * Row WS-ALLOC-SUB's share of the base gross and federal tax.
      * Every piece but the last takes its percentage, rounded; the
      * last takes whatever is left, so the pieces always add back
      * to the whole to the penny - and a clawback of the whole,
      * split the same way, lands on the same piece amounts.
            COMPUTE WS-ALLOC-PIECE-NO =
                WS-ALLOC-SUB - WS-ALLOC-FIRST + 1.
            IF WS-ALLOC-SUB = WS-ALLOC-LAST
                MOVE WS-ALLOC-LEFT-GROSS TO WS-ALLOC-PIECE-GROSS
                MOVE WS-ALLOC-LEFT-FED   TO WS-ALLOC-PIECE-FED
            ELSE
                COMPUTE WS-ALLOC-PIECE-GROSS ROUNDED =
                    WS-ALLOC-BASE-GROSS * WS-ALLOC-PCT (WS-ALLOC-SUB)
                    / 100
                COMPUTE WS-ALLOC-PIECE-FED ROUNDED =
                    WS-ALLOC-BASE-FED * WS-ALLOC-PCT (WS-ALLOC-SUB)
                    / 100
            END-IF.
            SUBTRACT WS-ALLOC-PIECE-GROSS FROM WS-ALLOC-LEFT-GROSS.
            SUBTRACT WS-ALLOC-PIECE-FED   FROM WS-ALLOC-LEFT-FED.

        P0324-SCAN-EMPL-HISTORY.
      * Walk this employee's payment history for the first live
      * payment of WS-CLAW-TARGET-AMT in WS-CLAW-STATE-CODE (and on
      * WS-CLAW-PAY-DATE, when that is set).  A match is left in
      * the PAYHIST-REC area for the caller.
            MOVE 'N' TO WS-CLAWBACK-MATCHED-SW.
            MOVE 'N' TO WS-PAYHIST-EOF-SW.

            MOVE WS-IN-EMPL-ID TO PH-EMPL-ID.
            MOVE ZEROS         TO PH-PAY-DATE.
            MOVE ZEROS         TO PH-PAY-SEQ.
            START PAY-HISTORY KEY NOT LESS THAN PH-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-PAYHIST-EOF-SW
            END-START.
            PERFORM P0570-CHECK-PAYHIST-STATUS.

            PERFORM P0327-SCAN-PAY-HISTORY
                UNTIL WS-CLAWBACK-MATCHED
                    OR WS-PAYHIST-EOF-SW = 'Y'.

        P0325-SPLIT-FED-PORTIONS.
      * Split this payment's gross into the piece under the
      * million-dollar year-to-date cap and the piece above it,
      * different state than the original payment, whose state-tax
      * reversal would land in the wrong state's remittance bucket -
      * means the clawback cannot be netted honestly, and it rejects
      * as an exception for the tax team to work by hand.  (A bonus
      * split across states is clawed back whole under any one of
      * its states - P0328 matches each piece to its own state.)
      * A payment that had a deduction order taken from it is not
      * matched either: the deduction has already gone to the
      * agency, and recovering it is the garnishment unit's to
      * work with the agency, so it rejects 'DEDUCTED CLAWBK'.
            COMPUTE WS-CLAW-TARGET-AMT = 0 - WS-IN-BONUS-AMT.
            MOVE WS-IN-STATE-CODE TO WS-CLAW-STATE-CODE.
            MOVE ZEROS            TO WS-CLAW-PAY-DATE.
            PERFORM P0324-SCAN-EMPL-HISTORY.

            IF WS-CLAWBACK-MATCHED
                PERFORM P0331-RECORD-CLAWED-ROW
                MOVE 'Y' TO PH-CLAWED-IND
                REWRITE PAYHIST-REC
                PERFORM P0570-CHECK-PAYHIST-STATUS
                MOVE PH-COST-CTR TO WS-CLAW-COST-CTR
                COMPUTE WS-WORK-GROSS-AMT = 0 - PH-GROSS-AMT
                COMPUTE WS-WORK-FED-TAX   = 0 - PH-FED-TAX
                COMPUTE WS-WORK-ST-TAX    = 0 - PH-ST-TAX
                ELSE
                    IF PH-CLAWED-IND NOT = 'Y'
                        AND PH-GROSS-AMT = WS-CLAW-TARGET-AMT
                        AND PH-STATE-CODE = WS-CLAW-STATE-CODE
                        AND (WS-CLAW-PAY-DATE = ZEROS
                            OR PH-PAY-DATE = WS-CLAW-PAY-DATE)
                        IF PH-GROSS-AMT - PH-FED-TAX - PH-ST-TAX
                            = PH-NET-AMT
                            MOVE 'Y' TO WS-CLAWBACK-MATCHED-SW
                        ELSE
                            MOVE 'Y' TO WS-CLAWBACK-DEDN-SW
                        END-IF
                    END-IF
                END-IF
            END-IF.

        P0328-MATCH-ALLOC-CLAWBACK.
      * A clawback for an employee on the allocation table is split
      * the way the bonus was, and each piece must match a live
      * history row of its own state and piece gross, all paid on
      * the same date.  Nothing is marked until every piece has
      * matched; if any piece does not, P0326 tries the clawback
      * against a single payment like anybody else's - which is how
      * a piece keyed back by hand under its own state still nets.
            MOVE ZEROS TO WS-CLAW-MATCH-COUNT.
            MOVE ZEROS TO WS-CLAW-PAY-DATE.
            COMPUTE WS-ALLOC-BASE-GROSS = 0 - WS-IN-BONUS-AMT.
            MOVE WS-ALLOC-BASE-GROSS TO WS-ALLOC-LEFT-GROSS.
            MOVE ZEROS TO WS-ALLOC-BASE-FED.
            MOVE ZEROS TO WS-ALLOC-LEFT-FED.
            MOVE 'Y' TO WS-ALLOC-CLAW-SW.
            PERFORM P0329-MATCH-ALLOC-PIECE
                VARYING WS-ALLOC-SUB FROM WS-ALLOC-FIRST BY 1
                UNTIL WS-ALLOC-SUB > WS-ALLOC-LAST
                    OR NOT WS-ALLOC-CLAW-MATCHED.

        P0329-MATCH-ALLOC-PIECE.
            PERFORM P0322-SPLIT-ALLOC-PIECE.
            MOVE WS-ALLOC-PIECE-GROSS TO WS-CLAW-TARGET-AMT.
            MOVE WS-ALLOC-STATE-CD (WS-ALLOC-SUB) TO WS-CLAW-STATE-CODE.
            PERFORM P0324-SCAN-EMPL-HISTORY.
            IF WS-CLAWBACK-MATCHED
                ADD 1 TO WS-CLAW-MATCH-COUNT
                MOVE PH-KEY TO WS-CLAW-MATCH-KEY (WS-CLAW-MATCH-COUNT)
                MOVE PH-PAY-DATE TO WS-CLAW-PAY-DATE
            ELSE
                MOVE 'N' TO WS-ALLOC-CLAW-SW
            END-IF.

        P0330-BUILD-OUTPUT-REC.
      * The output amounts are a digit narrower than the work
      * fields - a gross past their capacity has to stop the run
            MOVE WS-WORK-GROSS-AMT     TO WS-OUT-GROSS-AMT.
            MOVE WS-WORK-FED-TAX       TO WS-OUT-FED-TAX.
            MOVE WS-WORK-ST-TAX        TO WS-OUT-ST-TAX.
            MOVE ZEROS                 TO WS-OUT-ALLOC-PIECE.
            MOVE WS-IN-COST-CTR        TO WS-OUT-COST-CTR.
            MOVE SPACES                TO WS-OUT-FILLER.
      * A clawback's credit goes back to the cost center the payment
      * it reverses was charged to.  A history row older than the
      * cost center on the file has none, and takes the detail's.
            IF WS-CLAW-COST-CTR NOT = SPACES
                MOVE WS-CLAW-COST-CTR  TO WS-OUT-COST-CTR
            END-IF.
            MOVE ZEROS                 TO WS-REC-DEDN-AMT.

        P0331-RECORD-CLAWED-ROW.
      * Note the row about to be marked clawed, with the indicator
      * it holds now, so a backout of this run can restore it.
            MOVE WS-RUN-DATE   TO CX-RUN-DATE.
            MOVE PH-KEY        TO CX-CLAWED-KEY.
            MOVE PH-CLAWED-IND TO CX-PRIOR-IND.
            MOVE PH-GROSS-AMT  TO CX-GROSS-AMT.
            MOVE PH-NET-AMT    TO CX-NET-AMT.
            WRITE CLAW-XREF-REC.
            PERFORM P0597-CHECK-CLAWXRF-STATUS.

        P0334-PRICE-ALLOC-PIECE.
      * Row WS-ALLOC-SUB's gross, taxes, and net before deductions.
            PERFORM P0322-SPLIT-ALLOC-PIECE.
            MOVE WS-ALLOC-PIECE-GROSS TO WS-WORK-GROSS-AMT.
            MOVE WS-ALLOC-PIECE-FED   TO WS-WORK-FED-TAX.
            MOVE ZEROS                TO WS-WORK-ST-TAX.

      * P0291 proved every allocation state has a rate in effect.
            IF WS-IN-ST-EXEMPT-IND NOT = 'Y'
                SET WS-STATE-IDX TO 1
                SEARCH WS-STATE-ENTRY
                    AT END
                        CONTINUE
                    WHEN WS-STATE-IDX > WS-STATE-COUNT
                        CONTINUE
                    WHEN WS-STATE-CD (WS-STATE-IDX) =
                        WS-ALLOC-STATE-CD (WS-ALLOC-SUB)
                        COMPUTE WS-WORK-ST-TAX ROUNDED =
                            WS-WORK-GROSS-AMT *
                            WS-STATE-TAX-RATE (WS-STATE-IDX)
                END-SEARCH
            END-IF.

            COMPUTE WS-OUT-BONUS-AMT ROUNDED =
                WS-WORK-GROSS-AMT - WS-WORK-FED-TAX - WS-WORK-ST-TAX
                ON SIZE ERROR
                    DISPLAY 'BONUS ABEND - NET AMT OVERFLOW, LNAME='
                        WS-IN-LAST-NAME
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-COMPUTE.

        P0335-WRITE-ALLOC-PIECES.
      * Split a positive bonus across the employee's allocation
      * states.  Federal tax was figured on the whole gross in P0320
      * (the year-to-date cap is the employee's, not a state's) and
      * is spread over the pieces in proportion; each piece is then
      * withheld at its own state's rate, and written, posted to the
      * YTD master, and recorded on the history as its own payment.
      * The pieces are priced once first so the deduction orders
      * can be applied to the whole bonus's net, as they would be
      * to anybody else's; what the orders took then comes out of
      * the pieces' nets in piece order.
            MOVE WS-WORK-GROSS-AMT TO WS-ALLOC-BASE-GROSS.
            MOVE WS-WORK-FED-TAX   TO WS-ALLOC-BASE-FED.

            MOVE WS-ALLOC-BASE-GROSS TO WS-ALLOC-LEFT-GROSS.
            MOVE WS-ALLOC-BASE-FED   TO WS-ALLOC-LEFT-FED.
            MOVE ZEROS TO WS-DEDN-DISPOSABLE.
            PERFORM P0337-SUM-ALLOC-PIECE
                VARYING WS-ALLOC-SUB FROM WS-ALLOC-FIRST BY 1
                UNTIL WS-ALLOC-SUB > WS-ALLOC-LAST.
            PERFORM P0385-APPLY-DEDUCTIONS.
            MOVE WS-DEDN-TOTAL TO WS-DEDN-LEFT.

            MOVE WS-ALLOC-BASE-GROSS TO WS-ALLOC-LEFT-GROSS.
            MOVE WS-ALLOC-BASE-FED   TO WS-ALLOC-LEFT-FED.
            PERFORM P0336-WRITE-ALLOC-PIECE
                VARYING WS-ALLOC-SUB FROM WS-ALLOC-FIRST BY 1
                UNTIL WS-ALLOC-SUB > WS-ALLOC-LAST.

        P0336-WRITE-ALLOC-PIECE.
            PERFORM P0334-PRICE-ALLOC-PIECE.

            IF WS-OUT-BONUS-AMT < WS-DEDN-LEFT
                MOVE WS-OUT-BONUS-AMT TO WS-DEDN-PIECE-AMT
            ELSE
                MOVE WS-DEDN-LEFT     TO WS-DEDN-PIECE-AMT
            END-IF.
            SUBTRACT WS-DEDN-PIECE-AMT FROM WS-OUT-BONUS-AMT.
            SUBTRACT WS-DEDN-PIECE-AMT FROM WS-DEDN-LEFT.

            PERFORM P0330-BUILD-OUTPUT-REC.
            MOVE WS-ALLOC-STATE-CD (WS-ALLOC-SUB) TO WS-OUT-STATE-CODE.
            MOVE WS-ALLOC-PIECE-NO TO WS-OUT-ALLOC-PIECE.
            MOVE WS-DEDN-PIECE-AMT TO WS-REC-DEDN-AMT.
            PERFORM P0340-WRITE-OUTPUT.
            PERFORM P0350-UPDATE-YTD-MASTER.
            PERFORM P0341-RECORD-PAYMENT.

        P0337-SUM-ALLOC-PIECE.
            PERFORM P0334-PRICE-ALLOC-PIECE.
            ADD WS-OUT-BONUS-AMT TO WS-DEDN-DISPOSABLE.

        P0338-REVERSE-ALLOC-PIECES.
      * Every piece of a split clawback matched in P0328 - mark each
      * history row clawed and reverse its actual amounts under its
      * own state, one output record per piece.
            PERFORM P0339-REVERSE-ALLOC-PIECE
                VARYING WS-ALLOC-SUB FROM 1 BY 1
                UNTIL WS-ALLOC-SUB > WS-CLAW-MATCH-COUNT.

        P0339-REVERSE-ALLOC-PIECE.
            MOVE WS-CLAW-MATCH-KEY (WS-ALLOC-SUB) TO PH-KEY.
            READ PAY-HISTORY
                INVALID KEY
                    DISPLAY 'BONUS ABEND - MATCHED PAY HISTORY ROW '
                        'NOT FOUND, EMPL=' PH-EMPL-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0570-CHECK-PAYHIST-STATUS.
            PERFORM P0331-RECORD-CLAWED-ROW.
            MOVE 'Y' TO PH-CLAWED-IND.
            REWRITE PAYHIST-REC.
            PERFORM P0570-CHECK-PAYHIST-STATUS.

            COMPUTE WS-WORK-GROSS-AMT = 0 - PH-GROSS-AMT.
            COMPUTE WS-WORK-FED-TAX   = 0 - PH-FED-TAX.
            COMPUTE WS-WORK-ST-TAX    = 0 - PH-ST-TAX.
            COMPUTE WS-OUT-BONUS-AMT  = 0 - PH-NET-AMT.

            PERFORM P0330-BUILD-OUTPUT-REC.
            MOVE PH-STATE-CODE TO WS-OUT-STATE-CODE.
            MOVE WS-ALLOC-SUB  TO WS-OUT-ALLOC-PIECE.
            IF PH-COST-CTR NOT = SPACES
                MOVE PH-COST-CTR TO WS-OUT-COST-CTR
            END-IF.
            PERFORM P0340-WRITE-OUTPUT.
            PERFORM P0350-UPDATE-YTD-MASTER.


        P0340-WRITE-OUTPUT.
            PERFORM P0510-CHECK-OUTBONUS-STATUS.
            ADD 1 TO WS-REC-OUT.
            ADD WS-OUT-BONUS-AMT TO WS-BONUS-TOTAL.
            IF WS-OUT-ALLOC-PIECE > 1
                ADD 1 TO WS-REC-ADDED-PIECES
            END-IF.
            PERFORM P0342-COUNT-DEDUCTION.

        P0342-COUNT-DEDUCTION.
      * The deduction is not carried on the record as a field of
      * its own - it is whatever the gross less the taxes does not
      * account for in the net.
            IF WS-OUT-GROSS-AMT - WS-OUT-FED-TAX - WS-OUT-ST-TAX
                NOT = WS-OUT-BONUS-AMT
                ADD 1 TO WS-DEDN-REC-COUNT
                COMPUTE WS-DEDN-AMT-TOTAL = WS-DEDN-AMT-TOTAL
                    + WS-OUT-GROSS-AMT - WS-OUT-FED-TAX
                    - WS-OUT-ST-TAX - WS-OUT-BONUS-AMT
            END-IF.

        P0341-RECORD-PAYMENT.
      * Cut the history record for this payment.  The sequence
            MOVE WS-OUT-ST-TAX    TO PH-ST-TAX.
            MOVE WS-OUT-BONUS-AMT TO PH-NET-AMT.
            MOVE 'N'              TO PH-CLAWED-IND.
            MOVE WS-OUT-COST-CTR  TO PH-COST-CTR.

            MOVE 'N' TO WS-PAYHIST-WRITTEN-SW.
            PERFORM P0345-WRITE-PAY-HISTORY

        P0355-WRITE-AUDIT-REC.
      * Cut the trail record for the update just applied - the
      * master record area still holds the after image.  A payment
      * with a deduction taken from it is trailed as two records:
      * the net before the deduction, then the deduction coming
      * back off it, flagged 'D' - the two still sum to what the
      * master took, which is the net actually paid.
            MOVE WS-RUN-DATE        TO AUD-RUN-DATE.
            MOVE YTD-EMPL-ID        TO AUD-EMPL-ID.
            MOVE YTD-LAST-NAME      TO AUD-LAST-NAME.
            MOVE YTD-FIRST-NAME     TO AUD-FIRST-NAME.
            MOVE YTD-MID-INIT       TO AUD-MID-INIT.
            MOVE WS-AUD-BEFORE-NET  TO AUD-BEFORE-NET.
            COMPUTE AUD-APPLIED-NET =
                WS-OUT-BONUS-AMT + WS-REC-DEDN-AMT.
            COMPUTE AUD-AFTER-NET =
                YTD-BONUS-YTD-AMT + WS-REC-DEDN-AMT.
            MOVE WS-AUD-BEFORE-GROSS TO AUD-BEFORE-GROSS.
            MOVE WS-OUT-GROSS-AMT   TO AUD-APPLIED-GROSS.
            MOVE YTD-GROSS-YTD-AMT  TO AUD-AFTER-GROSS.
            WRITE AUDIT-REC.
            PERFORM P0580-CHECK-AUDTFL-STATUS.

            IF WS-REC-DEDN-AMT NOT = ZEROS
                MOVE AUD-AFTER-NET      TO AUD-BEFORE-NET
                COMPUTE AUD-APPLIED-NET = 0 - WS-REC-DEDN-AMT
                MOVE YTD-BONUS-YTD-AMT  TO AUD-AFTER-NET
                MOVE YTD-GROSS-YTD-AMT  TO AUD-BEFORE-GROSS
                MOVE ZEROS              TO AUD-APPLIED-GROSS
                MOVE 'D'                TO AUD-FILLER
                WRITE AUDIT-REC
                PERFORM P0580-CHECK-AUDTFL-STATUS
            END-IF.

        P0360-REJECT-RECORD.
      * Rejects go to BADBONUS untouched, plus one line on the
      * exception report so payroll knows what to fix and resubmit.
                ADD 1 TO WS-REC-IN
            END-IF.

        P0385-APPLY-DEDUCTIONS.
      * Take the employee's active deduction orders out of
      * WS-DEDN-DISPOSABLE - the net left after withholding, which
      * is the disposable earnings the orders are figured on - in
      * priority order.  Each order takes its flat amount or its
      * percentage, held to its remaining balance, to its type's
      * disposable-earnings limit less what earlier orders of the
      * type took from this payment, and to what is left of the
      * net.  The total taken is left in WS-DEDN-TOTAL.
            MOVE ZEROS TO WS-DEDN-TOTAL.
            MOVE ZEROS TO WS-DEDN-ORD-COUNT.
            MOVE ZEROS TO WS-DEDN-TYPE-COUNT.
            IF WS-DEDN-DISPOSABLE > ZEROS
                PERFORM P0386-LOAD-EMPL-ORDERS
                PERFORM P0388-TAKE-NEXT-ORDER
                    WS-DEDN-ORD-COUNT TIMES
            END-IF.

        P0386-LOAD-EMPL-ORDERS.
            MOVE 'N' TO WS-DEDNORD-EOF-SW.
            MOVE WS-IN-EMPL-ID TO DO-EMPL-ID.
            MOVE ZEROS         TO DO-ORDER-SEQ.
            START DEDN-ORDER KEY NOT LESS THAN DO-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-DEDNORD-EOF-SW
            END-START.
            PERFORM P0596-CHECK-DEDNORD-STATUS.
            PERFORM P0387-READ-EMPL-ORDER
                UNTIL WS-DEDNORD-EOF-SW = 'Y'.

        P0387-READ-EMPL-ORDER.
      * Suspended and satisfied orders stay on file but take
      * nothing, and neither does a balance order already paid off.
            READ DEDN-ORDER NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-DEDNORD-EOF-SW
            END-READ.
            PERFORM P0596-CHECK-DEDNORD-STATUS.
            IF WS-DEDNORD-EOF-SW NOT = 'Y'
                IF DO-EMPL-ID NOT = WS-IN-EMPL-ID
                    MOVE 'Y' TO WS-DEDNORD-EOF-SW
                ELSE
                IF DO-STATUS = 'A'
                    AND (DO-BALANCE-IND NOT = 'Y'
                        OR DO-BALANCE > ZEROS)
                    IF WS-DEDN-ORD-COUNT >= 20
                        DISPLAY 'BONUS ABEND - MORE THAN 20 ACTIVE '
                            'DEDUCTION ORDERS, EMPL=' DO-EMPL-ID
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-DEDN-ORD-COUNT
                    MOVE DO-KEY      TO
                        WS-DEDN-ORD-KEY (WS-DEDN-ORD-COUNT)
                    MOVE DO-PRIORITY TO
                        WS-DEDN-ORD-PRIORITY (WS-DEDN-ORD-COUNT)
                    MOVE 'N'         TO
                        WS-DEDN-ORD-TAKEN-SW (WS-DEDN-ORD-COUNT)
                END-IF
                END-IF
            END-IF.

        P0388-TAKE-NEXT-ORDER.
      * Take the untaken order with the lowest priority number -
      * the orders were loaded in key order, so a tie goes to the
      * lower order sequence - and post what it took back to it.
            MOVE ZEROS TO WS-DEDN-PICK.
            PERFORM P0389-FIND-NEXT-ORDER
                VARYING WS-DEDN-SUB FROM 1 BY 1
                UNTIL WS-DEDN-SUB > WS-DEDN-ORD-COUNT.
            MOVE 'Y' TO WS-DEDN-ORD-TAKEN-SW (WS-DEDN-PICK).

            MOVE WS-DEDN-ORD-KEY (WS-DEDN-PICK) TO DO-KEY.
            READ DEDN-ORDER
                INVALID KEY
                    DISPLAY 'BONUS ABEND - DEDUCTION ORDER NOT FOUND, '
                        'EMPL=' DO-EMPL-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0596-CHECK-DEDNORD-STATUS.

            PERFORM P0390-FIGURE-ORDER-AMT.
            IF WS-DEDN-TAKE-AMT > ZEROS
                PERFORM P0391-POST-ORDER
            END-IF.

        P0389-FIND-NEXT-ORDER.
            IF WS-DEDN-ORD-TAKEN-SW (WS-DEDN-SUB) = 'N'
                IF WS-DEDN-PICK = ZEROS
                    MOVE WS-DEDN-SUB TO WS-DEDN-PICK
                ELSE
                IF WS-DEDN-ORD-PRIORITY (WS-DEDN-SUB) <
                    WS-DEDN-ORD-PRIORITY (WS-DEDN-PICK)
                    MOVE WS-DEDN-SUB TO WS-DEDN-PICK
                END-IF
                END-IF
            END-IF.

        P0390-FIGURE-ORDER-AMT.
      * The limits are cut down to the penny, never rounded up - a
      * deduction a cent over the legal limit is still over it.
            IF DO-CALC-METHOD = 'P'
                COMPUTE WS-DEDN-TAKE-AMT ROUNDED =
                    WS-DEDN-DISPOSABLE * DO-PERCENT / 100
            ELSE
                MOVE DO-FLAT-AMT TO WS-DEDN-TAKE-AMT
            END-IF.

            IF DO-BALANCE-IND = 'Y'
                AND WS-DEDN-TAKE-AMT > DO-BALANCE
                MOVE DO-BALANCE TO WS-DEDN-TAKE-AMT
            END-IF.

            PERFORM P0392-FIND-ORDER-TYPE.
            IF DO-DISP-LIMIT-PCT > ZEROS
                COMPUTE WS-DEDN-ROOM-AMT =
                    WS-DEDN-DISPOSABLE * DO-DISP-LIMIT-PCT / 100
                    - WS-DEDN-TYPE-TAKEN (WS-DEDN-TYPE-IDX)
                IF WS-DEDN-TAKE-AMT > WS-DEDN-ROOM-AMT
                    MOVE WS-DEDN-ROOM-AMT TO WS-DEDN-TAKE-AMT
                END-IF
            END-IF.

            COMPUTE WS-DEDN-ROOM-AMT =
                WS-DEDN-DISPOSABLE - WS-DEDN-TOTAL.
            IF WS-DEDN-TAKE-AMT > WS-DEDN-ROOM-AMT
                MOVE WS-DEDN-ROOM-AMT TO WS-DEDN-TAKE-AMT
            END-IF.

        P0391-POST-ORDER.
      * A balance order paid down to zero is closed as satisfied.
      * DO-REMIT-PENDING holds the money for BONUSREM to send on.
      * The order as it stands is noted first, so a backout of this
      * run can put it back.
            MOVE WS-RUN-DATE        TO DX-RUN-DATE.
            MOVE 'T'                TO DX-ENTRY-TYPE.
            MOVE DO-KEY             TO DX-ORDER-KEY.
            MOVE WS-DEDN-TAKE-AMT   TO DX-TAKEN-AMT.
            MOVE DO-STATUS          TO DX-PRIOR-STATUS.
            MOVE DO-BALANCE         TO DX-PRIOR-BALANCE.
            MOVE DO-LAST-TAKEN-DATE TO DX-PRIOR-TAKEN-DATE.
            WRITE DEDN-XREF-REC.
            PERFORM P0592-CHECK-DEDNXRF-STATUS.

            ADD WS-DEDN-TAKE-AMT TO WS-DEDN-TOTAL.
            ADD WS-DEDN-TAKE-AMT TO
                WS-DEDN-TYPE-TAKEN (WS-DEDN-TYPE-IDX).
            IF DO-BALANCE-IND = 'Y'
                SUBTRACT WS-DEDN-TAKE-AMT FROM DO-BALANCE
                IF DO-BALANCE = ZEROS
                    MOVE 'C' TO DO-STATUS
                END-IF
            END-IF.
            ADD WS-DEDN-TAKE-AMT TO DO-REMIT-PENDING.
            ADD WS-DEDN-TAKE-AMT TO DO-TOTAL-TAKEN.
            MOVE WS-RUN-DATE     TO DO-LAST-TAKEN-DATE.
            REWRITE DEDN-ORDER-REC.
            PERFORM P0596-CHECK-DEDNORD-STATUS.

        P0392-FIND-ORDER-TYPE.
      * Point WS-DEDN-TYPE-IDX at this order type's running total
      * for the payment, starting one the first time it is seen.
            SET WS-DEDN-TYPE-IDX TO 1.
            SEARCH WS-DEDN-TYPE-ENTRY
                AT END
                    PERFORM P0393-ADD-ORDER-TYPE
                WHEN WS-DEDN-TYPE-IDX > WS-DEDN-TYPE-COUNT
                    PERFORM P0393-ADD-ORDER-TYPE
                WHEN WS-DEDN-TYPE-CD (WS-DEDN-TYPE-IDX) = DO-ORDER-TYPE
                    CONTINUE
            END-SEARCH.

        P0393-ADD-ORDER-TYPE.
            ADD 1 TO WS-DEDN-TYPE-COUNT.
            SET WS-DEDN-TYPE-IDX TO WS-DEDN-TYPE-COUNT.
            MOVE DO-ORDER-TYPE TO WS-DEDN-TYPE-CD (WS-DEDN-TYPE-IDX).
            MOVE ZEROS TO WS-DEDN-TYPE-TAKEN (WS-DEDN-TYPE-IDX).

        P0400-WRAP-UP.
            PERFORM P0410-PRINT-BALANCE-REPORT.

            PERFORM P0530-CHECK-YTDMSTR-STATUS.
            CLOSE PAY-HISTORY.
            PERFORM P0570-CHECK-PAYHIST-STATUS.
            CLOSE DEDN-ORDER.
            PERFORM P0596-CHECK-DEDNORD-STATUS.
            CLOSE AUDIT-FILE.
            PERFORM P0580-CHECK-AUDTFL-STATUS.
            CLOSE CLAW-XREF.
            PERFORM P0597-CHECK-CLAWXRF-STATUS.
            CLOSE DEDN-XREF.
            PERFORM P0592-CHECK-DEDNXRF-STATUS.
            CLOSE CTL-REPORT.
            PERFORM P0540-CHECK-CTLRPT-STATUS.

            PERFORM P0430-LOG-RUN-CONTROL.
            PERFORM P0420-RESET-CHECKPOINT.

        P0499-EXIT.
        P0410-PRINT-BALANCE-REPORT.
      * Records read should always reconcile to records written plus
      * rejects - if it doesn't, something silently dropped a record.
      * The pieces past the first of a bonus split across states
      * are records out with no record in, so they come off first.
            COMPUTE WS-EXPECTED-TOTAL =
                WS-REC-OUT - WS-REC-ADDED-PIECES + WS-REC-REJECTED.

            MOVE 'BONUS RUN - CONTROL TOTALS / BALANCING REPORT'
                TO WS-RPT-LINE.
            WRITE CTL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CTLRPT-STATUS.

            MOVE WS-REC-ADDED-PIECES TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ADDED STATE PIECES .... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE CTL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CTLRPT-STATUS.

            MOVE WS-REC-REJECTED TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RECORDS REJECTED ...... ' DELIMITED BY SIZE
            WRITE CTL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CTLRPT-STATUS.

            MOVE WS-DEDN-REC-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RECORDS WITH DEDUCTIONS ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE CTL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CTLRPT-STATUS.

            MOVE WS-DEDN-AMT-TOTAL TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'TOTAL DEDUCTIONS AMT .. ' DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE CTL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CTLRPT-STATUS.

            IF WS-REC-IN = WS-EXPECTED-TOTAL
                MOVE 'CONTROL TOTALS BALANCE - IN = OUT + REJECTS'
                    TO WS-RPT-LINE
            CLOSE CHECKPOINT-FILE.
            PERFORM P0550-CHECK-CHKPT-STATUS.

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
                PERFORM P0599-CHECK-RUNCTL-STATUS
                OPEN I-O RUN-CONTROL-LOG
            END-IF.
            PERFORM P0599-CHECK-RUNCTL-STATUS.

            MOVE 'INPUT   ' TO WS-LOG-ITEM-NAME.
            MOVE 'RECORDS READ' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-IN TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            MOVE 'OUTPUT  ' TO WS-LOG-ITEM-NAME.
            MOVE 'RECORDS OUT / NET PAID' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-OUT TO WS-LOG-COUNT.
            MOVE WS-BONUS-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            MOVE 'REJECT  ' TO WS-LOG-ITEM-NAME.
            MOVE 'RECORDS REJECTED' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-REJECTED TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            MOVE 'PIECES  ' TO WS-LOG-ITEM-NAME.
            MOVE 'ADDED STATE PIECES' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-ADDED-PIECES TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            MOVE 'DEDUCT  ' TO WS-LOG-ITEM-NAME.
            MOVE 'DEDUCTIONS TAKEN' TO WS-LOG-ITEM-DESC.
            MOVE WS-DEDN-REC-COUNT TO WS-LOG-COUNT.
            MOVE WS-DEDN-AMT-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            CLOSE RUN-CONTROL-LOG.
            PERFORM P0599-CHECK-RUNCTL-STATUS.

        P0435-WRITE-RUNCTL.
            MOVE SPACES            TO RUN-CTL-REC.
            MOVE WS-LOG-CYCLE-DATE TO RC-CYCLE-DATE.
            MOVE WS-LOG-CYCLE-NO   TO RC-CYCLE-NO.
            MOVE 'BONUS   '        TO RC-STEP-NAME.
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
            PERFORM P0599-CHECK-RUNCTL-STATUS.

        P0500-CHECK-INBONUS-STATUS.
      * 00 = normal read, 10 = end of file. Anything else is a real
      * I-O problem and the run cannot be trusted to continue.
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0592-CHECK-DEDNXRF-STATUS.
            IF WS-DEDNXRF-STATUS NOT = 00
                DISPLAY 'BONUS ABEND - DEDNXRF I-O ERROR, STATUS = '
                    WS-DEDNXRF-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0595-CHECK-STALLOC-STATUS.
            IF WS-STALLOC-STATUS = 00 OR WS-STALLOC-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUS ABEND - STALLOC I-O ERROR, STATUS = '
                    WS-STALLOC-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0596-CHECK-DEDNORD-STATUS.
      * 10 = end of file and 23 = start/record not found are both
      * expected outcomes of looking for an employee's orders.
            IF WS-DEDNORD-STATUS = 00 OR WS-DEDNORD-STATUS = 10
                OR WS-DEDNORD-STATUS = 23
                CONTINUE
            ELSE
                DISPLAY 'BONUS ABEND - DEDNORD I-O ERROR, STATUS = '
                    WS-DEDNORD-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0597-CHECK-CLAWXRF-STATUS.
            IF WS-CLAWXRF-STATUS NOT = 00
                DISPLAY 'BONUS ABEND - CLAWXRF I-O ERROR, STATUS = '
                    WS-CLAWXRF-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0598-CHECK-CYCCTL-STATUS.
            IF WS-CYCCTL-STATUS = 00 OR WS-CYCCTL-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUS ABEND - CYCCTL I-O ERROR, STATUS = '
                    WS-CYCCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0599-CHECK-RUNCTL-STATUS.
            IF WS-RUNCTL-STATUS NOT = 00
                DISPLAY 'BONUS ABEND - RUNCTL I-O ERROR, STATUS = '
                    WS-RUNCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
