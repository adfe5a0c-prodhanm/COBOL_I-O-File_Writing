        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONUSAPR.

        ENVIRONMENT DIVISION.
      * BONUSAPR is the approval-authority screen between the
      * duplicate screen and the state re-sort.  BONUSEDT and
      * BONUSDUP prove a detail is well-formed and not a repeat;
      * this program proves somebody with the authority to do so
      * approved it.  Any detail whose WS-IN-BONUS-AMT is above the
      * approval threshold is held unless the approvals file
      * carries a matching approval: the same employee and the
      * same whole-dollar amount, approved on or before the run
      * date by an approver of high enough level, and not yet
      * expired.  Amounts at or under the threshold, and
      * clawbacks, pass untouched.
      *
      * The approver level a detail needs depends on its size -
      * level 1 above the threshold, level 2 from the second band,
      * level 3 from the third.  The threshold and the two band
      * floors come from the APRCTL control dataset so
      * compensation can retune them without a program change; a
      * missing or empty control falls back to 25,000 / 100,000 /
      * 250,000 and says so on the report.
      *
      * The approvals file is keyed by compensation as approvals
      * are signed (layout in WS-APPROVAL-REC below) and is loaded
      * to a table at start-up.  Within a cycle each approval
      * authorizes one detail, so a detail keyed twice cannot ride
      * one signature; across cycles a repeat of the same payment
      * is BONUSDUP's job.
      *
      * Held details go to APRHOLD untouched and list on the review
      * report grouped by the approver level they are waiting on.
      * Once the approval lands on the approvals file, payroll
      * resubmits the held record through PROD.BONUS.RESUBMIT the
      * same way as a DUPHOLD record, and it passes here on the
      * approval itself - the approval record is the evidence, so
      * there is no override column to set.  Every approval
      * honored is listed on the report with its approver for
      * internal audit.
      *
      * At a clean finish the run's control totals also go onto the
      * cycle run-control log (PROD.BONUS.RUNCTL, see RUNCTLRC.cpy)
      * for BONUSBAL to prove against the other steps.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT APR-INPUT ASSIGN TO APRIN
                FILE STATUS IS WS-APRIN-STATUS.
            SELECT APPROVALS ASSIGN TO APPROVAL
                FILE STATUS IS WS-APPROVAL-STATUS.
            SELECT APR-OUTPUT ASSIGN TO APROK
                FILE STATUS IS WS-APROK-STATUS.
            SELECT APR-HOLD ASSIGN TO APRHOLD
                FILE STATUS IS WS-APRHOLD-STATUS.
            SELECT APR-REPORT ASSIGN TO APRRPT
                FILE STATUS IS WS-APRRPT-STATUS.
            SELECT APR-CONTROL ASSIGN TO APRCTL
                FILE STATUS IS WS-APRCTL-STATUS.
            SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
                FILE STATUS IS WS-CYCCTL-STATUS.
            SELECT RUN-CONTROL-LOG ASSIGN TO RUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-RUNCTL-STATUS.

        DATA DIVISION.
        FILE SECTION.

        FD APR-INPUT
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-APRIN-REC.
        01 FD-APRIN-REC                     PIC X(80).

        FD APPROVALS
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-APPROVAL-REC.
        01 FD-APPROVAL-REC                  PIC X(80).

        FD APR-OUTPUT
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-APROK-REC.
        01 FD-APROK-REC                     PIC X(80).

        FD APR-HOLD
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-APRHOLD-REC.
        01 FD-APRHOLD-REC                   PIC X(80).

        FD APR-REPORT
            RECORDING MODE IS F
            DATA RECORD IS APR-REPORT-LINE.
        01 APR-REPORT-LINE                  PIC X(132).

        FD APR-CONTROL
            RECORDING MODE IS F.
        01 APRCTL-REC.
            05 APRCTL-THRESHOLD             PIC 9(09).
            05 APRCTL-LEVEL2-FLOOR          PIC 9(09).
            05 APRCTL-LEVEL3-FLOOR          PIC 9(09).
            05 FILLER                       PIC X(53).

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
            'BEGIN WORKING STORAGE FOR BONUSAPR '.
        01 WS-APRIN-STATUS                  PIC 9(02)  VALUE ZEROS.
        01 WS-APPROVAL-STATUS               PIC 9(02)  VALUE ZEROS.
        01 WS-APROK-STATUS                  PIC 9(02)  VALUE ZEROS.
        01 WS-APRHOLD-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-APRRPT-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-APRCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-CYCCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-RUNCTL-STATUS                 PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-REC-IN                    PIC S9(9) COMP VALUE ZEROS.
            05 WS-REC-PASSED                PIC S9(9) COMP VALUE ZEROS.
            05 WS-REC-HELD                  PIC S9(9) COMP VALUE ZEROS.
            05 WS-REC-APPROVED              PIC S9(9) COMP VALUE ZEROS.
            05 WS-APPROVALS-LOADED          PIC S9(9) COMP VALUE ZEROS.
            05 WS-LEVEL-HELD                PIC S9(9) COMP VALUE ZEROS.
            05 WS-LEVEL-HELD-AMT            PIC S9(11) VALUE ZEROS.

        01 W02-SWITCHES.
            05 WS-APRIN-EOF-SW              PIC X(01)  VALUE 'N'.
            05 WS-APPROVAL-EOF-SW           PIC X(01)  VALUE 'N'.
            05 WS-APPROVED-SW               PIC X(01)  VALUE 'N'.
                88 WS-APPROVED                         VALUE 'Y'.
            05 WS-CANDIDATE-SW              PIC X(01)  VALUE 'N'.
                88 WS-CANDIDATE-FOUND                  VALUE 'Y'.

        01 W03-LIMIT-FIELDS.
            05 WS-RUN-DATE                  PIC 9(08)  VALUE ZEROS.
            05 WS-THRESHOLD                 PIC 9(09)  VALUE 25000.
            05 WS-LEVEL2-FLOOR              PIC 9(09)  VALUE 100000.
            05 WS-LEVEL3-FLOOR              PIC 9(09)  VALUE 250000.
            05 WS-REQUIRED-LEVEL            PIC 9(01)  VALUE ZERO.
            05 WS-PRINT-LEVEL               PIC 9(01)  VALUE ZERO.

      * One approval as compensation keys it: employee, the whole-
      * dollar amount approved (same units as WS-IN-BONUS-AMT),
      * who approved it and at what authority level (1-3), the
      * date it was signed, and the last date it may be paid on.
        01 WS-APPROVAL-REC.
            05 WS-AP-EMPL-ID                PIC X(09).
            05 WS-AP-BONUS-AMT              PIC 9(09).
            05 WS-AP-APPROVER-ID            PIC X(08).
            05 WS-AP-APPROVER-LEVEL         PIC 9(01).
            05 WS-AP-APPROVAL-DATE          PIC 9(08).
            05 WS-AP-EXPIRY-DATE            PIC 9(08).
            05 FILLER                       PIC X(37).

      * The approvals file is loaded to this table and searched
      * serially for every detail over the threshold.  Approvals
      * are only needed for the few large bonuses a cycle carries,
      * so 5,000 entries is generous - the load abends rather than
      * silently dropping approvals if it ever fills up.
        01 W04-APPROVAL-TABLE.
            05 WS-APR-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-APR-MAX                   PIC S9(9) COMP VALUE 5000.
            05 WS-APR-ENTRY OCCURS 5000 TIMES
                INDEXED BY WS-APR-IDX.
                10 WS-APR-EMPL-ID            PIC X(09).
                10 WS-APR-BONUS-AMT          PIC 9(09).
                10 WS-APR-APPROVER-ID        PIC X(08).
                10 WS-APR-APPROVER-LEVEL     PIC 9(01).
                10 WS-APR-APPROVAL-DATE      PIC 9(08).
                10 WS-APR-EXPIRY-DATE        PIC 9(08).
                10 WS-APR-USED-SW            PIC X(01).

      * Held details are kept here so the review report can list
      * them grouped by the approver level they are waiting on -
      * the input arrives in employee order, not level order.
        01 W05-HELD-TABLE.
            05 WS-HELD-COUNT                PIC S9(9) COMP VALUE ZEROS.
            05 WS-HELD-MAX                  PIC S9(9) COMP VALUE 5000.
            05 WS-HELD-ENTRY OCCURS 5000 TIMES
                INDEXED BY WS-HELD-IDX.
                10 WS-HELD-LEVEL             PIC 9(01).
                10 WS-HELD-EMPL-ID           PIC X(09).
                10 WS-HELD-LAST-NAME         PIC X(20).
                10 WS-HELD-BONUS-AMT         PIC S9(09).
                10 WS-HELD-REASON            PIC X(16).

      * INPUT layout is shared with BONUS - see BONUSREC.cpy.

        COPY BONUSREC.

        01 W06-REPORT-FIELDS.
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-HOLD-REASON               PIC X(16).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9-.
            05 WS-RPT-TOT-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9-.

      * This run's control figures as they go onto the run-control
      * log - see copybooks/RUNCTLRC.cpy.
        01 W07-RUN-CONTROL-FIELDS.
            05 WS-LOG-CYCLE-DATE            PIC 9(08)  VALUE ZEROS.
            05 WS-LOG-CYCLE-NO              PIC 9(04)  VALUE ZEROS.
            05 WS-LOG-RUN-DATE              PIC 9(08)  VALUE ZEROS.
            05 WS-LOG-RUN-TIME              PIC 9(08)  VALUE ZEROS.
            05 WS-LOG-ITEM-NAME             PIC X(08)  VALUE SPACES.
            05 WS-LOG-ITEM-DESC             PIC X(24)  VALUE SPACES.
            05 WS-LOG-COUNT                 PIC S9(09) VALUE ZEROS.
            05 WS-LOG-AMOUNT                PIC S9(11)V99 VALUE ZEROS.

        PROCEDURE DIVISION.

        P0100-MAINLINE.
            PERFORM P0200-INITIALIZES       THRU P0299-EXIT.

            PERFORM P0300-SCREEN-RECORD     THRU P0399-EXIT
                UNTIL WS-APRIN-EOF-SW = 'Y'.

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            STOP RUN.

        P0199-EXIT.
            EXIT.

        P0200-INITIALIZES.
            PERFORM P0260-READ-LOG-CYCLE.

            OPEN INPUT APR-INPUT.
            PERFORM P0500-CHECK-APRIN-STATUS.
            OPEN OUTPUT APR-OUTPUT.
            PERFORM P0520-CHECK-APROK-STATUS.
            OPEN OUTPUT APR-HOLD.
            PERFORM P0530-CHECK-APRHOLD-STATUS.
            OPEN OUTPUT APR-REPORT.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            MOVE 'APPROVAL AUTHORITY SCREEN - REVIEW REPORT'
                TO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM P0210-LOAD-LIMITS.
            PERFORM P0230-LOAD-APPROVALS.

            MOVE WS-THRESHOLD TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'APPROVAL REQUIRED ABOVE ' DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            MOVE WS-LEVEL2-FLOOR TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'LEVEL 2 APPROVER FROM . ' DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            MOVE WS-LEVEL3-FLOOR TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'LEVEL 3 APPROVER FROM . ' DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            PERFORM P0380-READ-INPUT.

        P0299-EXIT.
            EXIT.

        P0210-LOAD-LIMITS.
      * A missing or empty control dataset defaults the limits; a
      * garbage value, or bands out of order, is a hard stop - same
      * stance BONUSDUP takes on its lookback control.
            OPEN INPUT APR-CONTROL.
            PERFORM P0550-CHECK-APRCTL-STATUS.
            IF WS-APRCTL-STATUS = 00
                READ APR-CONTROL
                PERFORM P0550-CHECK-APRCTL-STATUS
                IF WS-APRCTL-STATUS = 00
                    IF APRCTL-THRESHOLD IS NOT NUMERIC
                        OR APRCTL-LEVEL2-FLOOR IS NOT NUMERIC
                        OR APRCTL-LEVEL3-FLOOR IS NOT NUMERIC
                        OR APRCTL-LEVEL2-FLOOR NOT > APRCTL-THRESHOLD
                        OR APRCTL-LEVEL3-FLOOR NOT > APRCTL-LEVEL2-FLOOR
                        DISPLAY 'BONUSAPR ABEND - BAD LIMITS ON APRCTL'
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    MOVE APRCTL-THRESHOLD    TO WS-THRESHOLD
                    MOVE APRCTL-LEVEL2-FLOOR TO WS-LEVEL2-FLOOR
                    MOVE APRCTL-LEVEL3-FLOOR TO WS-LEVEL3-FLOOR
                ELSE
                    MOVE 'APPROVAL CONTROL EMPTY - USING DEFAULT LIMITS'
                        TO WS-RPT-LINE
                    WRITE APR-REPORT-LINE FROM WS-RPT-LINE
                    PERFORM P0540-CHECK-APRRPT-STATUS
                END-IF
                CLOSE APR-CONTROL
                PERFORM P0550-CHECK-APRCTL-STATUS
            ELSE
                MOVE 'APPROVAL CONTROL MISSING - USING DEFAULT LIMITS'
                    TO WS-RPT-LINE
                WRITE APR-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0540-CHECK-APRRPT-STATUS
            END-IF.

        P0230-LOAD-APPROVALS.
      * No approvals file at all is not an error - it just means
      * nothing over the threshold pays this cycle.
            OPEN INPUT APPROVALS.
            PERFORM P0510-CHECK-APPROVAL-STATUS.
            IF WS-APPROVAL-STATUS = 35
                MOVE 'APPROVALS FILE MISSING - NO APPROVALS LOADED'
                    TO WS-RPT-LINE
                WRITE APR-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0540-CHECK-APRRPT-STATUS
            ELSE
                PERFORM P0240-READ-APPROVAL
                PERFORM P0250-STORE-APPROVAL
                    UNTIL WS-APPROVAL-EOF-SW = 'Y'
                CLOSE APPROVALS
                PERFORM P0510-CHECK-APPROVAL-STATUS
            END-IF.

            MOVE WS-APR-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'APPROVALS LOADED ...... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

        P0240-READ-APPROVAL.
            READ APPROVALS INTO WS-APPROVAL-REC
                AT END
                    MOVE 'Y' TO WS-APPROVAL-EOF-SW
            END-READ.
            PERFORM P0510-CHECK-APPROVAL-STATUS.

        P0250-STORE-APPROVAL.
      * The approvals are keyed by hand, so a malformed one is a
      * hard stop - guessing at an authorization is exactly what
      * this screen exists to prevent.
            IF WS-AP-EMPL-ID = SPACES
                OR WS-AP-BONUS-AMT IS NOT NUMERIC
                OR WS-AP-APPROVER-ID = SPACES
                OR WS-AP-APPROVER-LEVEL IS NOT NUMERIC
                OR WS-AP-APPROVER-LEVEL < 1
                OR WS-AP-APPROVER-LEVEL > 3
                OR WS-AP-APPROVAL-DATE IS NOT NUMERIC
                OR WS-AP-EXPIRY-DATE IS NOT NUMERIC
                DISPLAY 'BONUSAPR ABEND - BAD APPROVAL RECORD, EMPL='
                    WS-AP-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-APR-COUNT >= WS-APR-MAX
                DISPLAY 'BONUSAPR ABEND - APPROVAL TABLE FULL, EMPL='
                    WS-AP-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-APR-COUNT.
            SET WS-APR-IDX TO WS-APR-COUNT.
            MOVE WS-AP-EMPL-ID  TO WS-APR-EMPL-ID (WS-APR-IDX).
            MOVE WS-AP-BONUS-AMT
                TO WS-APR-BONUS-AMT (WS-APR-IDX).
            MOVE WS-AP-APPROVER-ID
                TO WS-APR-APPROVER-ID (WS-APR-IDX).
            MOVE WS-AP-APPROVER-LEVEL
                TO WS-APR-APPROVER-LEVEL (WS-APR-IDX).
            MOVE WS-AP-APPROVAL-DATE
                TO WS-APR-APPROVAL-DATE (WS-APR-IDX).
            MOVE WS-AP-EXPIRY-DATE
                TO WS-APR-EXPIRY-DATE (WS-APR-IDX).
            MOVE 'N' TO WS-APR-USED-SW (WS-APR-IDX).
            PERFORM P0240-READ-APPROVAL.

        P0260-READ-LOG-CYCLE.
      * The cycle this run's control figures are logged under - the
      * transmission BONUSEDT last accepted.  This step only runs
      * after a clean edit, so no cycle on file stops the run before
      * anything is touched.
            OPEN INPUT CYCLE-CONTROL.
            PERFORM P0560-CHECK-CYCCTL-STATUS.
            READ CYCLE-CONTROL
                AT END
                    DISPLAY 'BONUSAPR ABEND - NO CYCLE ON CYCCTL TO '
                        'LOG UNDER'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0560-CHECK-CYCCTL-STATUS.
            MOVE CYC-FILE-DATE TO WS-LOG-CYCLE-DATE.
            MOVE CYC-CYCLE-NO  TO WS-LOG-CYCLE-NO.
            CLOSE CYCLE-CONTROL.
            PERFORM P0560-CHECK-CYCCTL-STATUS.

        P0300-SCREEN-RECORD.
      * Only positive amounts over the threshold need an approval -
      * clawbacks and ordinary awards pass straight through.
            MOVE 'N' TO WS-APPROVED-SW.
            MOVE SPACES TO WS-HOLD-REASON.

            IF WS-IN-BONUS-AMT NOT > WS-THRESHOLD
                PERFORM P0330-PASS-RECORD
                PERFORM P0380-READ-INPUT
                GO TO P0399-EXIT
            END-IF.

            IF WS-IN-BONUS-AMT >= WS-LEVEL3-FLOOR
                MOVE 3 TO WS-REQUIRED-LEVEL
            ELSE
            IF WS-IN-BONUS-AMT >= WS-LEVEL2-FLOOR
                MOVE 2 TO WS-REQUIRED-LEVEL
            ELSE
                MOVE 1 TO WS-REQUIRED-LEVEL
            END-IF
            END-IF.

            PERFORM P0310-FIND-APPROVAL.

            IF WS-APPROVED
                PERFORM P0335-LIST-APPROVAL
                PERFORM P0330-PASS-RECORD
            ELSE
                PERFORM P0320-SET-HOLD-REASON
                PERFORM P0340-HOLD-RECORD
            END-IF.

            PERFORM P0380-READ-INPUT.

        P0399-EXIT.
            EXIT.

        P0310-FIND-APPROVAL.
      * The first unused approval for this employee and amount that
      * is in effect on the run date and signed at a high enough
      * level authorizes the detail, and is then used up.
            SET WS-APR-IDX TO 1.
            SEARCH WS-APR-ENTRY
                AT END
                    MOVE 'N' TO WS-APPROVED-SW
                WHEN WS-APR-IDX > WS-APR-COUNT
                    MOVE 'N' TO WS-APPROVED-SW
                WHEN WS-APR-EMPL-ID (WS-APR-IDX) = WS-IN-EMPL-ID
                    AND WS-APR-BONUS-AMT (WS-APR-IDX)
                        = WS-IN-BONUS-AMT
                    AND WS-APR-USED-SW (WS-APR-IDX) = 'N'
                    AND WS-APR-APPROVER-LEVEL (WS-APR-IDX)
                        >= WS-REQUIRED-LEVEL
                    AND WS-APR-APPROVAL-DATE (WS-APR-IDX)
                        <= WS-RUN-DATE
                    AND WS-APR-EXPIRY-DATE (WS-APR-IDX)
                        >= WS-RUN-DATE
                    MOVE 'Y' TO WS-APPROVED-SW
            END-SEARCH.

            IF WS-APPROVED
                MOVE 'Y' TO WS-APR-USED-SW (WS-APR-IDX)
                ADD 1 TO WS-REC-APPROVED
            END-IF.

        P0320-SET-HOLD-REASON.
      * Tell payroll why an approval on file did not count, so the
      * fix goes to the right person - no approval at all, one that
      * lapsed or is dated ahead, one signed below the authority the
      * amount needs, or one already spent on another detail.
            MOVE 'N' TO WS-CANDIDATE-SW.
            SET WS-APR-IDX TO 1.
            SEARCH WS-APR-ENTRY
                AT END
                    MOVE 'N' TO WS-CANDIDATE-SW
                WHEN WS-APR-IDX > WS-APR-COUNT
                    MOVE 'N' TO WS-CANDIDATE-SW
                WHEN WS-APR-EMPL-ID (WS-APR-IDX) = WS-IN-EMPL-ID
                    AND WS-APR-BONUS-AMT (WS-APR-IDX)
                        = WS-IN-BONUS-AMT
                    MOVE 'Y' TO WS-CANDIDATE-SW
            END-SEARCH.

            IF NOT WS-CANDIDATE-FOUND
                MOVE 'NO APPROVAL'      TO WS-HOLD-REASON
            ELSE
            IF WS-APR-EXPIRY-DATE (WS-APR-IDX) < WS-RUN-DATE
                MOVE 'APPROVAL EXPIRED' TO WS-HOLD-REASON
            ELSE
            IF WS-APR-APPROVAL-DATE (WS-APR-IDX) > WS-RUN-DATE
                MOVE 'APPROVAL FUTURE'  TO WS-HOLD-REASON
            ELSE
            IF WS-APR-APPROVER-LEVEL (WS-APR-IDX)
                < WS-REQUIRED-LEVEL
                MOVE 'LEVEL TOO LOW'    TO WS-HOLD-REASON
            ELSE
                MOVE 'APPROVAL USED'    TO WS-HOLD-REASON
            END-IF
            END-IF
            END-IF
            END-IF.

        P0330-PASS-RECORD.
            WRITE FD-APROK-REC FROM WS-INBONUS-REC.
            PERFORM P0520-CHECK-APROK-STATUS.
            ADD 1 TO WS-REC-PASSED.

        P0335-LIST-APPROVAL.
      * The authorization evidence internal audit asks for - every
      * large bonus paid, and who signed for it.
            MOVE WS-IN-BONUS-AMT TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'APPROVED  EMPL='            DELIMITED BY SIZE
                   WS-IN-EMPL-ID                DELIMITED BY SIZE
                   ' LNAME='                    DELIMITED BY SIZE
                   WS-IN-LAST-NAME              DELIMITED BY SIZE
                   ' AMT='                      DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT              DELIMITED BY SIZE
                   ' BY '                       DELIMITED BY SIZE
                   WS-APR-APPROVER-ID (WS-APR-IDX)
                                                DELIMITED BY SIZE
                   ' LEVEL '                    DELIMITED BY SIZE
                   WS-APR-APPROVER-LEVEL (WS-APR-IDX)
                                                DELIMITED BY SIZE
                   ' ON '                       DELIMITED BY SIZE
                   WS-APR-APPROVAL-DATE (WS-APR-IDX)
                                                DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

        P0340-HOLD-RECORD.
      * Held records go to APRHOLD untouched so payroll can resubmit
      * them as-is once the approval is on file.
            WRITE FD-APRHOLD-REC FROM WS-INBONUS-REC.
            PERFORM P0530-CHECK-APRHOLD-STATUS.
            ADD 1 TO WS-REC-HELD.

            IF WS-HELD-COUNT >= WS-HELD-MAX
                DISPLAY 'BONUSAPR ABEND - HELD TABLE FULL, EMPL='
                    WS-IN-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-HELD-COUNT.
            SET WS-HELD-IDX TO WS-HELD-COUNT.
            MOVE WS-REQUIRED-LEVEL TO WS-HELD-LEVEL (WS-HELD-IDX).
            MOVE WS-IN-EMPL-ID     TO WS-HELD-EMPL-ID (WS-HELD-IDX).
            MOVE WS-IN-LAST-NAME
                TO WS-HELD-LAST-NAME (WS-HELD-IDX).
            MOVE WS-IN-BONUS-AMT
                TO WS-HELD-BONUS-AMT (WS-HELD-IDX).
            MOVE WS-HOLD-REASON    TO WS-HELD-REASON (WS-HELD-IDX).

        P0380-READ-INPUT.
            READ APR-INPUT INTO WS-INBONUS-REC
                AT END
                    MOVE 'Y' TO WS-APRIN-EOF-SW
            END-READ.
            PERFORM P0500-CHECK-APRIN-STATUS.
            IF WS-APRIN-STATUS = 00
                ADD 1 TO WS-REC-IN
            END-IF.

        P0400-WRAP-UP.
            PERFORM P0420-PRINT-LEVEL-GROUP
                VARYING WS-PRINT-LEVEL FROM 1 BY 1
                UNTIL WS-PRINT-LEVEL > 3.

            PERFORM P0410-PRINT-BALANCE-REPORT.

            CLOSE APR-INPUT.
            PERFORM P0500-CHECK-APRIN-STATUS.
            CLOSE APR-OUTPUT.
            PERFORM P0520-CHECK-APROK-STATUS.
            CLOSE APR-HOLD.
            PERFORM P0530-CHECK-APRHOLD-STATUS.
            CLOSE APR-REPORT.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            PERFORM P0430-LOG-RUN-CONTROL.

        P0499-EXIT.
            EXIT.

        P0410-PRINT-BALANCE-REPORT.
            MOVE 'APPROVAL AUTHORITY SCREEN - CONTROL TOTALS'
                TO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            MOVE WS-REC-IN TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RECORDS READ .......... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            MOVE WS-REC-PASSED TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RECORDS PASSED ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            MOVE WS-REC-APPROVED TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '  PASSED ON APPROVAL .. ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            MOVE WS-REC-HELD TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'RECORDS HELD .......... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            IF WS-REC-IN = WS-REC-PASSED + WS-REC-HELD
                MOVE 'CONTROL TOTALS BALANCE - IN = PASSED + HELD'
                    TO WS-RPT-LINE
            ELSE
                MOVE 'DISCREPANCY - IN NOT EQUAL PASSED + HELD'
                    TO WS-RPT-LINE
            END-IF.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

        P0420-PRINT-LEVEL-GROUP.
      * One group per approver level, with its own count and total
      * so each level's approvers see their whole queue at once.
            MOVE ZEROS TO WS-LEVEL-HELD.
            MOVE ZEROS TO WS-LEVEL-HELD-AMT.

            MOVE SPACES TO WS-RPT-LINE.
            STRING 'HELD FOR APPROVER LEVEL ' DELIMITED BY SIZE
                   WS-PRINT-LEVEL              DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

            PERFORM P0425-PRINT-HELD-LINE
                VARYING WS-HELD-IDX FROM 1 BY 1
                UNTIL WS-HELD-IDX > WS-HELD-COUNT.

            MOVE WS-LEVEL-HELD     TO WS-RPT-CNT-EDIT.
            MOVE WS-LEVEL-HELD-AMT TO WS-RPT-TOT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '  LEVEL '                 DELIMITED BY SIZE
                   WS-PRINT-LEVEL              DELIMITED BY SIZE
                   ' HELD ....... '            DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   ' AMT='                     DELIMITED BY SIZE
                   WS-RPT-TOT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE APR-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-APRRPT-STATUS.

        P0425-PRINT-HELD-LINE.
            IF WS-HELD-LEVEL (WS-HELD-IDX) = WS-PRINT-LEVEL
                ADD 1 TO WS-LEVEL-HELD
                ADD WS-HELD-BONUS-AMT (WS-HELD-IDX)
                    TO WS-LEVEL-HELD-AMT
                MOVE WS-HELD-BONUS-AMT (WS-HELD-IDX)
                    TO WS-RPT-AMT-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING 'HELD - '                DELIMITED BY SIZE
                       WS-HELD-REASON (WS-HELD-IDX)
                                                DELIMITED BY SIZE
                       '  EMPL='                DELIMITED BY SIZE
                       WS-HELD-EMPL-ID (WS-HELD-IDX)
                                                DELIMITED BY SIZE
                       ' LNAME='                DELIMITED BY SIZE
                       WS-HELD-LAST-NAME (WS-HELD-IDX)
                                                DELIMITED BY SIZE
                       ' AMT='                  DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT          DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE APR-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0540-CHECK-APRRPT-STATUS
            END-IF.

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
            MOVE 'RECORDS SCREENED' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-IN TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            MOVE 'PASSED  ' TO WS-LOG-ITEM-NAME.
            MOVE 'RECORDS PASSED' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-PASSED TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            MOVE 'HELD    ' TO WS-LOG-ITEM-NAME.
            MOVE 'RECORDS HELD' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-HELD TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            MOVE 'APPROVED' TO WS-LOG-ITEM-NAME.
            MOVE 'PASSED ON AN APPROVAL' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-APPROVED TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0435-WRITE-RUNCTL.

            CLOSE RUN-CONTROL-LOG.
            PERFORM P0570-CHECK-RUNCTL-STATUS.

        P0435-WRITE-RUNCTL.
            MOVE SPACES            TO RUN-CTL-REC.
            MOVE WS-LOG-CYCLE-DATE TO RC-CYCLE-DATE.
            MOVE WS-LOG-CYCLE-NO   TO RC-CYCLE-NO.
            MOVE 'BONUSAPR'        TO RC-STEP-NAME.
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

        P0500-CHECK-APRIN-STATUS.
            IF WS-APRIN-STATUS = 00 OR WS-APRIN-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSAPR ABEND - APRIN I-O ERROR, STATUS = '
                    WS-APRIN-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0510-CHECK-APPROVAL-STATUS.
      * 35 = no approvals dataset at all, handled by the load as
      * "nothing approved"; 10 = end of file.
            IF WS-APPROVAL-STATUS = 00 OR WS-APPROVAL-STATUS = 10
                OR WS-APPROVAL-STATUS = 35
                CONTINUE
            ELSE
                DISPLAY 'BONUSAPR ABEND - APPROVAL I-O ERROR, STATUS ='
                    WS-APPROVAL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0520-CHECK-APROK-STATUS.
            IF WS-APROK-STATUS NOT = 00
                DISPLAY 'BONUSAPR ABEND - APROK I-O ERROR, STATUS = '
                    WS-APROK-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0530-CHECK-APRHOLD-STATUS.
            IF WS-APRHOLD-STATUS NOT = 00
                DISPLAY 'BONUSAPR ABEND - APRHOLD I-O ERROR, STATUS ='
                    WS-APRHOLD-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0540-CHECK-APRRPT-STATUS.
            IF WS-APRRPT-STATUS NOT = 00
                DISPLAY 'BONUSAPR ABEND - APRRPT I-O ERROR, STATUS = '
                    WS-APRRPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0550-CHECK-APRCTL-STATUS.
      * 35 = no control dataset yet and 10 = an empty one - both
      * just mean the default limits apply.
            IF WS-APRCTL-STATUS = 00 OR WS-APRCTL-STATUS = 10
                OR WS-APRCTL-STATUS = 35
                CONTINUE
            ELSE
                DISPLAY 'BONUSAPR ABEND - APRCTL I-O ERROR, STATUS = '
                    WS-APRCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0560-CHECK-CYCCTL-STATUS.
            IF WS-CYCCTL-STATUS = 00 OR WS-CYCCTL-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSAPR ABEND - CYCCTL I-O ERROR, STATUS = '
                    WS-CYCCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0570-CHECK-RUNCTL-STATUS.
            IF WS-RUNCTL-STATUS NOT = 00
                DISPLAY 'BONUSAPR ABEND - RUNCTL I-O ERROR, STATUS = '
                    WS-RUNCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
