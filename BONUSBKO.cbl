        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONUSBKO.

        ENVIRONMENT DIVISION.
      * BONUSBKO backs a whole bonus cycle out of the masters when a
      * bad HR file got past the edits, so the corrected file can be
      * sent again without restoring VSAM backups and losing
      * whatever ran since.  It undoes exactly what the BONUS step
      * did for the cycle:
      *   - deletes the cycle's payment history rows,
      *   - puts back the PH-CLAWED-IND of every row the cycle's
      *     clawbacks marked, to what it held before (the clawback
      *     cross-reference BONUS writes says which rows and what),
      *   - puts every deduction order the cycle took from back to
      *     what it held before - balance, status, total taken, and
      *     the amount pending remit (the deduction cross-reference
      *     BONUS writes says which orders and what),
      *   - backs the cycle's amounts out of the YTD master, each
      *     employee with an offsetting audit record so YTDRECON
      *     still proves,
      * and then what the cycle's later steps left behind: the
      * checks BONUSCHK cut are voided on the outstanding-check
      * master, a reversing journal is written if BONUSGL ran, and
      * the cycle is released on CYCLE-CONTROL so BONUSEDT takes the
      * corrected transmission.
      *
      * The cycle is named on the BKOCTL control - a pay date (the
      * date the BONUS step ran, which its history rows and audit
      * records carry), a cycle number, or both.  A cycle number
      * must be the last cycle CYCLE-CONTROL recorded and, keyed
      * alone, brings its file date as the pay date; key both when
      * the BONUS step ran past midnight after the edit.  A backout
      * never defaults - a missing or empty control is a hard stop.
      *
      * Everything is checked before anything is touched, and any
      * failed check stops the run RC 16 with the masters as they
      * were.  The cycle must be the latest thing on the YTD audit
      * trail, none of its payments may have gone out (an ACH
      * return, a voided or paid check, or a later clawback against
      * it means money moved - that is a clawback, not a backout),
      * none of its deductions may have been remitted to the agency
      * by BONUSREM, and the audit trail, the payment history, the
      * deduction cross-reference, and the masters must agree on
      * what the cycle applied.  The proof report then shows every
      * employee's YTD figure back at what the trail says it was
      * before the cycle, and every order back at what it held.
      *
      * The offsetting audit records carry AUD-FILLER = 'B' and the
      * cycle's pay date as their run date, so the trail for a pay
      * date always nets to what still stands from it - a second
      * backout of the same date finds nothing left to do.  Each
      * order put back gets a 'B' record on the deduction
      * cross-reference the same way.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT BACKOUT-CONTROL ASSIGN TO BKOCTL
                FILE STATUS IS WS-BKOCTL-STATUS.
            SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
                FILE STATUS IS WS-CYCCTL-STATUS.
            SELECT PAY-HISTORY ASSIGN TO PAYHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PH-KEY
                FILE STATUS IS WS-PAYHIST-STATUS.
            SELECT YTD-BONUS-MASTER ASSIGN TO YTDMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS YTD-KEY
                FILE STATUS IS WS-YTDMSTR-STATUS.
            SELECT OUTSTANDING-CHECKS ASSIGN TO OUTCHK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OC-KEY
                FILE STATUS IS WS-OUTCHK-STATUS.
            SELECT AUDIT-FILE ASSIGN TO AUDTFL
                FILE STATUS IS WS-AUDTFL-STATUS.
            SELECT CLAW-XREF ASSIGN TO CLAWXRF
                FILE STATUS IS WS-CLAWXRF-STATUS.
            SELECT DEDN-ORDER ASSIGN TO DEDNORD
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DO-KEY
                FILE STATUS IS WS-DEDNORD-STATUS.
            SELECT DEDN-XREF ASSIGN TO DEDNXRF
                FILE STATUS IS WS-DEDNXRF-STATUS.
            SELECT GL-FILE ASSIGN TO GLFILE
                FILE STATUS IS WS-GLFILE-STATUS.
            SELECT GL-REVERSAL ASSIGN TO GLREV
                FILE STATUS IS WS-GLREV-STATUS.
            SELECT BACKOUT-REPORT ASSIGN TO BKORPT
                FILE STATUS IS WS-BKORPT-STATUS.

        DATA DIVISION.
        FILE SECTION.

      * Keyed by payroll before the run: cols 1-8 pay date
      * YYYYMMDD, cols 9-12 cycle number - either or both.
        FD BACKOUT-CONTROL
            RECORDING MODE IS F.
        01 BKOCTL-REC.
            05 BKO-PAY-DATE                 PIC X(08).
            05 BKO-CYCLE-NO                 PIC X(04).

      * Same dataset BONUSEDT keeps the last transmission on.
        FD CYCLE-CONTROL
            RECORDING MODE IS F.
        01 CYCCTL-REC.
            05 CYC-FILE-DATE                PIC 9(08).
            05 CYC-CYCLE-NO                 PIC 9(04).

        FD PAY-HISTORY
            RECORDING MODE IS F.

        COPY PAYHREC.

        FD YTD-BONUS-MASTER
            RECORDING MODE IS F.

        COPY YTDREC.

        FD OUTSTANDING-CHECKS
            RECORDING MODE IS F.

        COPY OCHKREC.

        FD AUDIT-FILE
            RECORDING MODE IS F.

        COPY BONSAUDT.

        FD CLAW-XREF
            RECORDING MODE IS F.

        COPY CLAWXREC.

        FD DEDN-ORDER
            RECORDING MODE IS F.

        COPY DEDNREC.

        FD DEDN-XREF
            RECORDING MODE IS F.

        COPY DEDNXREC.

        FD GL-FILE
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-GLFILE-REC.
        01 FD-GLFILE-REC                    PIC X(80).

        FD GL-REVERSAL
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-GLREV-REC.
        01 FD-GLREV-REC                     PIC X(80).

        FD BACKOUT-REPORT
            RECORDING MODE IS F
            DATA RECORD IS BACKOUT-REPORT-LINE.
        01 BACKOUT-REPORT-LINE              PIC X(132).

        WORKING-STORAGE SECTION.
        01 FILLER                           PIC X(37)  VALUE
            'BEGIN WORKING STORAGE FOR BONUSBKO '.
        01 WS-BKOCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-CYCCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-PAYHIST-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-YTDMSTR-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-OUTCHK-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-AUDTFL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-CLAWXRF-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-DEDNORD-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-DEDNXRF-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-GLFILE-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-GLREV-STATUS                  PIC 9(02)  VALUE ZEROS.
        01 WS-BKORPT-STATUS                 PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-REFUSE-COUNT              PIC S9(9) COMP VALUE ZEROS.
            05 WS-LATER-AUDIT-COUNT         PIC S9(9) COMP VALUE ZEROS.
            05 WS-YTD-BACKED-OUT            PIC S9(9) COMP VALUE ZEROS.
            05 WS-YTD-PROVEN                PIC S9(9) COMP VALUE ZEROS.
            05 WS-ORD-RESTORED              PIC S9(9) COMP VALUE ZEROS.
            05 WS-GL-LINES-READ             PIC S9(9) COMP VALUE ZEROS.
            05 WS-GL-LINES-WRITTEN          PIC S9(9) COMP VALUE ZEROS.
            05 WS-AUD-CYC-NET               PIC S9(9)V99 VALUE ZEROS.
            05 WS-AUD-CYC-GROSS             PIC S9(9)V99 VALUE ZEROS.
            05 WS-HIST-NET                  PIC S9(9)V99 VALUE ZEROS.
            05 WS-HIST-GROSS                PIC S9(9)V99 VALUE ZEROS.
            05 WS-REST-NET                  PIC S9(9)V99 VALUE ZEROS.
            05 WS-REST-GROSS                PIC S9(9)V99 VALUE ZEROS.
            05 WS-EXPECT-NET                PIC S9(9)V99 VALUE ZEROS.
            05 WS-EXPECT-GROSS              PIC S9(9)V99 VALUE ZEROS.
            05 WS-CHECK-TOTAL               PIC S9(9)V99 VALUE ZEROS.
            05 WS-DEDN-TOTAL                PIC S9(9)V99 VALUE ZEROS.
            05 WS-ORD-TAKEN-TOTAL           PIC S9(9)V99 VALUE ZEROS.
            05 WS-ORD-RESTORED-AMT          PIC S9(9)V99 VALUE ZEROS.
            05 WS-GL-DEBITS                 PIC S9(11)V99 VALUE ZEROS.
            05 WS-GL-CREDITS                PIC S9(11)V99 VALUE ZEROS.
            05 WS-REV-DEBITS                PIC S9(11)V99 VALUE ZEROS.
            05 WS-REV-CREDITS               PIC S9(11)V99 VALUE ZEROS.

        01 W02-SWITCHES.
            05 WS-AUDTFL-EOF-SW             PIC X(01)  VALUE 'N'.
            05 WS-PAYHIST-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-CLAWXRF-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-DEDNXRF-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-OUTCHK-EOF-SW             PIC X(01)  VALUE 'N'.
            05 WS-GLFILE-EOF-SW             PIC X(01)  VALUE 'N'.
            05 WS-RELEASE-SW                PIC X(01)  VALUE 'N'.
                88 WS-RELEASE-CYCLE                    VALUE 'Y'.
            05 WS-CYCCTL-FOUND-SW           PIC X(01)  VALUE 'N'.
                88 WS-CYCCTL-FOUND                     VALUE 'Y'.

        01 W03-DATE-FIELDS.
            05 WS-RUN-DATE                  PIC 9(08)  VALUE ZEROS.
            05 WS-PAY-DATE                  PIC 9(08)  VALUE ZEROS.
            05 WS-CHECK-PAY-DATE            PIC 9(08)  VALUE ZEROS.
            05 WS-CYCLE-NO                  PIC 9(04)  VALUE ZEROS.
            05 WS-LAST-FILE-DATE            PIC 9(08)  VALUE ZEROS.
            05 WS-LAST-CYCLE-NO             PIC 9(04)  VALUE ZEROS.

      * One entry per employee on the audit trail for the pay date:
      * the YTD figures before the first update of the date, and
      * what the date's updates applied in all.
        01 W04-EMPL-TABLE.
            05 WS-EMP-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-EMP-MAX                   PIC S9(9) COMP VALUE 5000.
            05 WS-EMP-ENTRY OCCURS 5000 TIMES
                INDEXED BY WS-EMP-IDX.
                10 WS-EMP-ID                 PIC X(09).
                10 WS-EMP-PRE-NET            PIC S9(9)V99.
                10 WS-EMP-PRE-GROSS          PIC S9(9)V99.
                10 WS-EMP-CYC-NET            PIC S9(9)V99.
                10 WS-EMP-CYC-GROSS          PIC S9(9)V99.

      * The cycle's payment history rows, to be deleted.
        01 W05-HIST-TABLE.
            05 WS-HST-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-HST-MAX                   PIC S9(9) COMP VALUE 9999.
            05 WS-HST-ENTRY OCCURS 9999 TIMES
                INDEXED BY WS-HST-IDX.
                10 WS-HST-KEY.
                    15 WS-HST-EMPL-ID         PIC X(09).
                    15 WS-HST-PAY-DATE        PIC 9(08).
                    15 WS-HST-PAY-SEQ         PIC 9(04).

      * The rows the cycle's clawbacks marked, to be put back.
        01 W06-RESTORE-TABLE.
            05 WS-RST-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-RST-MAX                   PIC S9(9) COMP VALUE 5000.
            05 WS-RST-ENTRY OCCURS 5000 TIMES
                INDEXED BY WS-RST-IDX.
                10 WS-RST-KEY                PIC X(21).
                10 WS-RST-PRIOR-IND          PIC X(01).

      * The checks the cycle cut, to be voided.
        01 W07-CHECK-TABLE.
            05 WS-CHK-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-CHK-MAX                   PIC S9(9) COMP VALUE 5000.
            05 WS-CHK-ENTRY OCCURS 5000 TIMES
                INDEXED BY WS-CHK-IDX.
                10 WS-CHK-NO                 PIC 9(10).

      * The deduction orders the cycle took from, to be put back:
      * what the order held before the cycle's first posting to it
      * and what the cycle's postings still standing took in all.
        01 W09-ORDER-TABLE.
            05 WS-ORD-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-ORD-MAX                   PIC S9(9) COMP VALUE 5000.
            05 WS-ORD-ENTRY OCCURS 5000 TIMES
                INDEXED BY WS-ORD-IDX.
                10 WS-ORD-KEY.
                    15 WS-ORD-EMPL-ID         PIC X(09).
                    15 WS-ORD-SEQ             PIC 9(02).
                10 WS-ORD-TAKEN-AMT          PIC S9(9)V99.
                10 WS-ORD-PRIOR-STATUS       PIC X(01).
                10 WS-ORD-PRIOR-BALANCE      PIC S9(7)V99.
                10 WS-ORD-PRIOR-TAKEN-DATE   PIC 9(08).

      * A journal line in the GL interface layout BONUSGL writes.
        01 WS-GL-REC.
            05 WS-GL-JRNL-DATE              PIC 9(08).
            05 WS-GL-ACCOUNT                PIC X(08).
            05 WS-GL-COST-CTR               PIC X(04).
            05 WS-GL-DR-CR                  PIC X(01).
            05 WS-GL-AMOUNT                 PIC 9(11)V99.
            05 WS-GL-DESC                   PIC X(30).
            05 FILLER                       PIC X(16).
        01 WS-GL-ORIG-DESC                  PIC X(30).

        01 W08-REPORT-FIELDS.
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-AMT2-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-REASON                PIC X(40).

        PROCEDURE DIVISION.

        P0100-MAINLINE.
            PERFORM P0200-INITIALIZES       THRU P0299-EXIT.

            PERFORM P0300-VALIDATE-CYCLE    THRU P0399-EXIT.

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            STOP RUN.

        P0199-EXIT.
            EXIT.

        P0200-INITIALIZES.
            OPEN OUTPUT BACKOUT-REPORT.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            MOVE 'BONUS CYCLE BACKOUT - PROOF REPORT' TO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM P0210-READ-CYCLE-CONTROL.
            PERFORM P0220-LOAD-BACKOUT-CONTROL.

            MOVE SPACES TO WS-RPT-LINE.
            STRING 'BACKING OUT PAY DATE '     DELIMITED BY SIZE
                   WS-PAY-DATE                 DELIMITED BY SIZE
                   '  CYCLE '                  DELIMITED BY SIZE
                   WS-CYCLE-NO                 DELIMITED BY SIZE
                   '  RUN DATE '               DELIMITED BY SIZE
                   WS-RUN-DATE                 DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            OPEN I-O PAY-HISTORY.
            PERFORM P0520-CHECK-PAYHIST-STATUS.
            OPEN I-O YTD-BONUS-MASTER.
            PERFORM P0530-CHECK-YTDMSTR-STATUS.
      * The check and order masters are defined empty by BONUSJOB,
      * so a cycle backed out before either was ever loaded finds
      * no data component behind it - load it empty once, then
      * open it for update as usual.
            OPEN I-O OUTSTANDING-CHECKS.
            IF WS-OUTCHK-STATUS = 35
                OPEN OUTPUT OUTSTANDING-CHECKS
                CLOSE OUTSTANDING-CHECKS
                PERFORM P0540-CHECK-OUTCHK-STATUS
                OPEN I-O OUTSTANDING-CHECKS
            END-IF.
            PERFORM P0540-CHECK-OUTCHK-STATUS.
            OPEN I-O DEDN-ORDER.
            IF WS-DEDNORD-STATUS = 35
                OPEN OUTPUT DEDN-ORDER
                CLOSE DEDN-ORDER
                PERFORM P0595-CHECK-DEDNORD-STATUS
                OPEN I-O DEDN-ORDER
            END-IF.
            PERFORM P0595-CHECK-DEDNORD-STATUS.

        P0299-EXIT.
            EXIT.

        P0210-READ-CYCLE-CONTROL.
      * The last transmission BONUSEDT processed.  Missing or empty
      * simply means there is no cycle recorded to release.
            OPEN INPUT CYCLE-CONTROL.
            PERFORM P0510-CHECK-CYCCTL-STATUS.
            IF WS-CYCCTL-STATUS = 00
                READ CYCLE-CONTROL
                PERFORM P0510-CHECK-CYCCTL-STATUS
                IF WS-CYCCTL-STATUS = 00
                    MOVE 'Y'           TO WS-CYCCTL-FOUND-SW
                    MOVE CYC-FILE-DATE TO WS-LAST-FILE-DATE
                    MOVE CYC-CYCLE-NO  TO WS-LAST-CYCLE-NO
                END-IF
                CLOSE CYCLE-CONTROL
                PERFORM P0510-CHECK-CYCCTL-STATUS
            END-IF.

        P0220-LOAD-BACKOUT-CONTROL.
      * A backout with the wrong date is not recoverable the way a
      * skipped run is - every control problem stops here.
            OPEN INPUT BACKOUT-CONTROL.
            IF WS-BKOCTL-STATUS = 35
                DISPLAY 'BONUSBKO ABEND - BACKOUT CONTROL DATASET '
                    'MISSING'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM P0500-CHECK-BKOCTL-STATUS.
            READ BACKOUT-CONTROL
                AT END
                    DISPLAY 'BONUSBKO ABEND - BACKOUT CONTROL EMPTY, '
                        'KEY THE PAY DATE OR CYCLE NUMBER'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0500-CHECK-BKOCTL-STATUS.
            CLOSE BACKOUT-CONTROL.
            PERFORM P0500-CHECK-BKOCTL-STATUS.

            IF BKO-CYCLE-NO IS NUMERIC
                AND BKO-CYCLE-NO NOT = ZEROS
                IF NOT WS-CYCCTL-FOUND
                    OR BKO-CYCLE-NO NOT = WS-LAST-CYCLE-NO
                    DISPLAY 'BONUSBKO ABEND - CYCLE ' BKO-CYCLE-NO
                        ' IS NOT THE LAST CYCLE ON CYCLE-CONTROL'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                MOVE WS-LAST-CYCLE-NO  TO WS-CYCLE-NO
                MOVE WS-LAST-FILE-DATE TO WS-PAY-DATE
                MOVE 'Y' TO WS-RELEASE-SW
            END-IF.

            IF BKO-PAY-DATE IS NUMERIC
                AND BKO-PAY-DATE NOT = ZEROS
                MOVE BKO-PAY-DATE TO WS-PAY-DATE
                IF WS-CYCCTL-FOUND
                    AND WS-LAST-FILE-DATE = WS-PAY-DATE
                    MOVE WS-LAST-CYCLE-NO TO WS-CYCLE-NO
                    MOVE 'Y' TO WS-RELEASE-SW
                END-IF
            END-IF.

            IF WS-PAY-DATE = ZEROS
                DISPLAY 'BONUSBKO ABEND - NO PAY DATE OR CYCLE NUMBER '
                    'ON BACKOUT CONTROL'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0300-VALIDATE-CYCLE.
      * Gather everything the cycle did and prove it can be undone
      * - nothing is changed until every check here has passed.
            MOVE 'CHECKS BEFORE BACKOUT' TO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            PERFORM P0310-SCAN-AUDIT-TRAIL.
            PERFORM P0320-SCAN-PAY-HISTORY.
            PERFORM P0330-SCAN-CLAW-XREF.
            PERFORM P0335-SCAN-DEDN-XREF.
            PERFORM P0340-SCAN-CHECKS.
            PERFORM P0350-SCAN-JOURNAL.
            PERFORM P0360-PROVE-CYCLE.

            IF WS-REFUSE-COUNT > ZEROS
                MOVE WS-REFUSE-COUNT TO WS-RPT-CNT-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING 'BACKOUT REFUSED - '    DELIMITED BY SIZE
                       WS-RPT-CNT-EDIT         DELIMITED BY SIZE
                       ' CHECK(S) FAILED, NOTHING CHANGED'
                                               DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0590-CHECK-BKORPT-STATUS
                CLOSE PAY-HISTORY
                CLOSE YTD-BONUS-MASTER
                CLOSE OUTSTANDING-CHECKS
                CLOSE DEDN-ORDER
                CLOSE BACKOUT-REPORT
                DISPLAY 'BONUSBKO - BACKOUT REFUSED, SEE BKORPT'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0399-EXIT.
            EXIT.

        P0310-SCAN-AUDIT-TRAIL.
      * Every update the trail holds for the pay date - the BONUS
      * step's, and any earlier backout's offsets - nets to what
      * still stands from the cycle.  Anything dated after it means
      * the cycle is no longer the latest thing on the master.
            OPEN INPUT AUDIT-FILE.
            PERFORM P0550-CHECK-AUDTFL-STATUS.
            PERFORM P0312-READ-AUDIT.
            PERFORM P0311-TAKE-AUDIT-REC
                UNTIL WS-AUDTFL-EOF-SW = 'Y'.
            CLOSE AUDIT-FILE.
            PERFORM P0550-CHECK-AUDTFL-STATUS.

            IF WS-LATER-AUDIT-COUNT > ZEROS
                MOVE WS-LATER-AUDIT-COUNT TO WS-RPT-CNT-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING '  REFUSED - '          DELIMITED BY SIZE
                       WS-RPT-CNT-EDIT         DELIMITED BY SIZE
                       ' YTD UPDATE(S) DATED AFTER THE PAY DATE - '
                                               DELIMITED BY SIZE
                       'NOT THE LATEST CYCLE'  DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0590-CHECK-BKORPT-STATUS
                ADD 1 TO WS-REFUSE-COUNT
            END-IF.

        P0311-TAKE-AUDIT-REC.
            IF AUD-RUN-DATE > WS-PAY-DATE
                ADD 1 TO WS-LATER-AUDIT-COUNT
            ELSE
            IF AUD-RUN-DATE = WS-PAY-DATE
                SET WS-EMP-IDX TO 1
                SEARCH WS-EMP-ENTRY
                    AT END
                        PERFORM P0313-ADD-EMPLOYEE
                    WHEN WS-EMP-IDX > WS-EMP-COUNT
                        PERFORM P0313-ADD-EMPLOYEE
                    WHEN WS-EMP-ID (WS-EMP-IDX) = AUD-EMPL-ID
                        CONTINUE
                END-SEARCH
                ADD AUD-APPLIED-NET   TO WS-EMP-CYC-NET (WS-EMP-IDX)
                ADD AUD-APPLIED-GROSS TO WS-EMP-CYC-GROSS (WS-EMP-IDX)
                ADD AUD-APPLIED-NET   TO WS-AUD-CYC-NET
                ADD AUD-APPLIED-GROSS TO WS-AUD-CYC-GROSS
            END-IF
            END-IF.
            PERFORM P0312-READ-AUDIT.

        P0312-READ-AUDIT.
            READ AUDIT-FILE
                AT END
                    MOVE 'Y' TO WS-AUDTFL-EOF-SW
            END-READ.
            PERFORM P0550-CHECK-AUDTFL-STATUS.

        P0313-ADD-EMPLOYEE.
      * The first update of the date carries the employee's figures
      * from before the cycle.
            IF WS-EMP-COUNT >= WS-EMP-MAX
                DISPLAY 'BONUSBKO ABEND - EMPLOYEE TABLE FULL, EMPL='
                    AUD-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-EMP-COUNT.
            SET WS-EMP-IDX TO WS-EMP-COUNT.
            MOVE AUD-EMPL-ID      TO WS-EMP-ID (WS-EMP-IDX).
            MOVE AUD-BEFORE-NET   TO WS-EMP-PRE-NET (WS-EMP-IDX).
            MOVE AUD-BEFORE-GROSS TO WS-EMP-PRE-GROSS (WS-EMP-IDX).
            MOVE ZEROS            TO WS-EMP-CYC-NET (WS-EMP-IDX).
            MOVE ZEROS            TO WS-EMP-CYC-GROSS (WS-EMP-IDX).

        P0320-SCAN-PAY-HISTORY.
      * The cycle's rows are every row keyed under the pay date.
      * Each must still be a live, untouched payment.
            PERFORM P0322-READ-HISTORY.
            PERFORM P0321-TAKE-HISTORY-REC
                UNTIL WS-PAYHIST-EOF-SW = 'Y'.

        P0321-TAKE-HISTORY-REC.
            IF PH-PAY-DATE = WS-PAY-DATE
                IF PH-CLAWED-IND = 'N'
                    IF WS-HST-COUNT >= WS-HST-MAX
                        DISPLAY 'BONUSBKO ABEND - HISTORY TABLE FULL, '
                            'EMPL=' PH-EMPL-ID
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-HST-COUNT
                    SET WS-HST-IDX TO WS-HST-COUNT
                    MOVE PH-KEY TO WS-HST-KEY (WS-HST-IDX)
                    ADD PH-NET-AMT   TO WS-HIST-NET
                    ADD PH-GROSS-AMT TO WS-HIST-GROSS
                    COMPUTE WS-DEDN-TOTAL = WS-DEDN-TOTAL
                        + PH-GROSS-AMT - PH-FED-TAX - PH-ST-TAX
                        - PH-NET-AMT
                ELSE
                    MOVE 'PAYMENT RETURNED, VOIDED OR CLAWED'
                        TO WS-RPT-REASON
                    PERFORM P0323-REFUSE-HISTORY-REC
                END-IF
            END-IF.
            PERFORM P0322-READ-HISTORY.

        P0322-READ-HISTORY.
            READ PAY-HISTORY NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-PAYHIST-EOF-SW
            END-READ.
            PERFORM P0520-CHECK-PAYHIST-STATUS.

        P0323-REFUSE-HISTORY-REC.
            ADD 1 TO WS-REFUSE-COUNT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '  REFUSED - '              DELIMITED BY SIZE
                   WS-RPT-REASON               DELIMITED BY SIZE
                   '  EMPL='                   DELIMITED BY SIZE
                   PH-EMPL-ID                  DELIMITED BY SIZE
                   ' PAID='                    DELIMITED BY SIZE
                   PH-PAY-DATE                 DELIMITED BY SIZE
                   ' SEQ='                     DELIMITED BY SIZE
                   PH-PAY-SEQ                  DELIMITED BY SIZE
                   ' IND='                     DELIMITED BY SIZE
                   PH-CLAWED-IND               DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

        P0330-SCAN-CLAW-XREF.
      * Every row the cycle's clawbacks marked.  A row no longer
      * marked was already put back by an earlier backout of the
      * same date; a row listed twice is only put back once.
            OPEN INPUT CLAW-XREF.
            PERFORM P0560-CHECK-CLAWXRF-STATUS.
            PERFORM P0332-READ-XREF.
            PERFORM P0331-TAKE-XREF-REC
                UNTIL WS-CLAWXRF-EOF-SW = 'Y'.
            CLOSE CLAW-XREF.
            PERFORM P0560-CHECK-CLAWXRF-STATUS.

        P0331-TAKE-XREF-REC.
            IF CX-RUN-DATE = WS-PAY-DATE
                SET WS-RST-IDX TO 1
                SEARCH WS-RST-ENTRY
                    AT END
                        PERFORM P0333-CHECK-CLAWED-ROW
                    WHEN WS-RST-IDX > WS-RST-COUNT
                        PERFORM P0333-CHECK-CLAWED-ROW
                    WHEN WS-RST-KEY (WS-RST-IDX) = CX-CLAWED-KEY
                        CONTINUE
                END-SEARCH
            END-IF.
            PERFORM P0332-READ-XREF.

        P0332-READ-XREF.
            READ CLAW-XREF
                AT END
                    MOVE 'Y' TO WS-CLAWXRF-EOF-SW
            END-READ.
            PERFORM P0560-CHECK-CLAWXRF-STATUS.

        P0333-CHECK-CLAWED-ROW.
            MOVE CX-CLAWED-KEY TO PH-KEY.
            READ PAY-HISTORY
                INVALID KEY
                    ADD 1 TO WS-REFUSE-COUNT
                    MOVE SPACES TO WS-RPT-LINE
                    STRING '  REFUSED - CLAWED ROW NOT ON HISTORY  '
                                               DELIMITED BY SIZE
                           'EMPL='             DELIMITED BY SIZE
                           CX-EMPL-ID          DELIMITED BY SIZE
                           ' PAID='            DELIMITED BY SIZE
                           CX-PAY-DATE         DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                    WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE
                    PERFORM P0590-CHECK-BKORPT-STATUS
            END-READ.
            PERFORM P0520-CHECK-PAYHIST-STATUS.
            IF WS-PAYHIST-STATUS = 00
                AND PH-CLAWED-IND = 'Y'
                IF WS-RST-COUNT >= WS-RST-MAX
                    DISPLAY 'BONUSBKO ABEND - RESTORE TABLE FULL, '
                        'EMPL=' CX-EMPL-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-RST-COUNT
                SET WS-RST-IDX TO WS-RST-COUNT
                MOVE CX-CLAWED-KEY TO WS-RST-KEY (WS-RST-IDX)
                MOVE CX-PRIOR-IND  TO WS-RST-PRIOR-IND (WS-RST-IDX)
                ADD PH-NET-AMT     TO WS-REST-NET
                ADD PH-GROSS-AMT   TO WS-REST-GROSS
            END-IF.

        P0335-SCAN-DEDN-XREF.
      * Every order the cycle's deductions were posted to.  The
      * first posting of the date says what the order held before
      * the cycle; a 'B' record is an earlier backout of the same
      * date putting it back, and a posting after one starts the
      * order over.  An order that nets to nothing is left alone.
            OPEN INPUT DEDN-XREF.
            PERFORM P0596-CHECK-DEDNXRF-STATUS.
            PERFORM P0337-READ-DEDN-XREF.
            PERFORM P0336-TAKE-DEDN-XREF-REC
                UNTIL WS-DEDNXRF-EOF-SW = 'Y'.
            CLOSE DEDN-XREF.
            PERFORM P0596-CHECK-DEDNXRF-STATUS.

            PERFORM P0339-CHECK-ORDER
                VARYING WS-ORD-IDX FROM 1 BY 1
                UNTIL WS-ORD-IDX > WS-ORD-COUNT.

        P0336-TAKE-DEDN-XREF-REC.
            IF DX-RUN-DATE = WS-PAY-DATE
                SET WS-ORD-IDX TO 1
                SEARCH WS-ORD-ENTRY
                    AT END
                        PERFORM P0338-ADD-ORDER
                    WHEN WS-ORD-IDX > WS-ORD-COUNT
                        PERFORM P0338-ADD-ORDER
                    WHEN WS-ORD-KEY (WS-ORD-IDX) = DX-ORDER-KEY
                        CONTINUE
                END-SEARCH
                IF DX-ENTRY-TYPE = 'B'
                    SUBTRACT DX-TAKEN-AMT
                        FROM WS-ORD-TAKEN-AMT (WS-ORD-IDX)
                    SUBTRACT DX-TAKEN-AMT FROM WS-ORD-TAKEN-TOTAL
                ELSE
                    IF WS-ORD-TAKEN-AMT (WS-ORD-IDX) = ZEROS
                        MOVE DX-PRIOR-STATUS TO
                            WS-ORD-PRIOR-STATUS (WS-ORD-IDX)
                        MOVE DX-PRIOR-BALANCE TO
                            WS-ORD-PRIOR-BALANCE (WS-ORD-IDX)
                        MOVE DX-PRIOR-TAKEN-DATE TO
                            WS-ORD-PRIOR-TAKEN-DATE (WS-ORD-IDX)
                    END-IF
                    ADD DX-TAKEN-AMT TO WS-ORD-TAKEN-AMT (WS-ORD-IDX)
                    ADD DX-TAKEN-AMT TO WS-ORD-TAKEN-TOTAL
                END-IF
            END-IF.
            PERFORM P0337-READ-DEDN-XREF.

        P0337-READ-DEDN-XREF.
            READ DEDN-XREF
                AT END
                    MOVE 'Y' TO WS-DEDNXRF-EOF-SW
            END-READ.
            PERFORM P0596-CHECK-DEDNXRF-STATUS.

        P0338-ADD-ORDER.
            IF WS-ORD-COUNT >= WS-ORD-MAX
                DISPLAY 'BONUSBKO ABEND - ORDER TABLE FULL, EMPL='
                    DX-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-ORD-COUNT.
            SET WS-ORD-IDX TO WS-ORD-COUNT.
            MOVE DX-ORDER-KEY TO WS-ORD-KEY (WS-ORD-IDX).
            MOVE ZEROS        TO WS-ORD-TAKEN-AMT (WS-ORD-IDX).

        P0339-CHECK-ORDER.
      * BONUSREM remits and clears an order's whole pending amount,
      * so pending short of what the cycle took means some of it
      * has gone to the agency - that money moved.  A balance that
      * is not the cycle's before figure less what it took means
      * the garnishment unit has maintained the order since.
            IF WS-ORD-TAKEN-AMT (WS-ORD-IDX) NOT = ZEROS
                MOVE SPACES TO WS-RPT-REASON
                MOVE WS-ORD-KEY (WS-ORD-IDX) TO DO-KEY
                READ DEDN-ORDER
                    INVALID KEY
                        MOVE 'DEDUCTION ORDER NOT ON FILE'
                            TO WS-RPT-REASON
                END-READ
                PERFORM P0595-CHECK-DEDNORD-STATUS
                IF WS-DEDNORD-STATUS = 00
                    IF DO-REMIT-PENDING <
                        WS-ORD-TAKEN-AMT (WS-ORD-IDX)
                        MOVE 'DEDUCTION ALREADY REMITTED TO AGENCY'
                            TO WS-RPT-REASON
                    ELSE
                    IF DO-BALANCE-IND = 'Y'
                        AND DO-BALANCE + WS-ORD-TAKEN-AMT (WS-ORD-IDX)
                            NOT = WS-ORD-PRIOR-BALANCE (WS-ORD-IDX)
                        MOVE 'ORDER BALANCE CHANGED SINCE THE CYCLE'
                            TO WS-RPT-REASON
                    END-IF
                    END-IF
                END-IF
                IF WS-RPT-REASON NOT = SPACES
                    ADD 1 TO WS-REFUSE-COUNT
                    MOVE WS-ORD-TAKEN-AMT (WS-ORD-IDX)
                        TO WS-RPT-AMT-EDIT
                    MOVE SPACES TO WS-RPT-LINE
                    STRING '  REFUSED - '      DELIMITED BY SIZE
                           WS-RPT-REASON       DELIMITED BY SIZE
                           '  EMPL='           DELIMITED BY SIZE
                           WS-ORD-EMPL-ID (WS-ORD-IDX)
                                               DELIMITED BY SIZE
                           ' ORDER='           DELIMITED BY SIZE
                           WS-ORD-SEQ (WS-ORD-IDX)
                                               DELIMITED BY SIZE
                           ' TAKEN='           DELIMITED BY SIZE
                           WS-RPT-AMT-EDIT     DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                    WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE
                    PERFORM P0590-CHECK-BKORPT-STATUS
                END-IF
            END-IF.

        P0340-SCAN-CHECKS.
      * BONUSCHK carries the run date it cut each check on as the
      * check's pay date (OC-PAY-DATE - the issue date on a check
      * cut before that was carried, when the two were the same),
      * and the cycle is the latest, so the cycle's checks are every
      * check paid on or after the pay date.  The issue date itself
      * is the banking day the check is dated for, which can fall
      * after a later cycle's run.  Only a check still
      * outstanding is voided; one already voided (by an earlier
      * backout of the same date) is passed over; a paid check
      * means the money went out.
            MOVE ZEROS TO OC-CHECK-NO.
            START OUTSTANDING-CHECKS KEY NOT LESS THAN OC-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-OUTCHK-EOF-SW
            END-START.
            PERFORM P0540-CHECK-OUTCHK-STATUS.
            PERFORM P0342-READ-CHECK
                UNTIL WS-OUTCHK-EOF-SW = 'Y'.

        P0342-READ-CHECK.
            READ OUTSTANDING-CHECKS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-OUTCHK-EOF-SW
            END-READ.
            PERFORM P0540-CHECK-OUTCHK-STATUS.
            IF WS-OUTCHK-EOF-SW NOT = 'Y'
                IF OC-PAY-DATE IS NUMERIC
                    AND OC-PAY-DATE NOT = ZEROS
                    MOVE OC-PAY-DATE   TO WS-CHECK-PAY-DATE
                ELSE
                    MOVE OC-ISSUE-DATE TO WS-CHECK-PAY-DATE
                END-IF
            END-IF.
            IF WS-OUTCHK-EOF-SW NOT = 'Y'
                AND WS-CHECK-PAY-DATE >= WS-PAY-DATE
                IF OC-STATUS = 'O'
                    PERFORM P0343-TAKE-CHECK
                ELSE
                IF OC-STATUS NOT = 'V'
                    ADD 1 TO WS-REFUSE-COUNT
                    MOVE SPACES TO WS-RPT-LINE
                    STRING '  REFUSED - CHECK ALREADY PAID  CHECK='
                                               DELIMITED BY SIZE
                           OC-CHECK-NO         DELIMITED BY SIZE
                           ' EMPL='            DELIMITED BY SIZE
                           OC-EMPL-ID          DELIMITED BY SIZE
                           ' STATUS='          DELIMITED BY SIZE
                           OC-STATUS           DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                    WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE
                    PERFORM P0590-CHECK-BKORPT-STATUS
                END-IF
                END-IF
            END-IF.

        P0343-TAKE-CHECK.
            IF WS-CHK-COUNT >= WS-CHK-MAX
                DISPLAY 'BONUSBKO ABEND - CHECK TABLE FULL, CHECK='
                    OC-CHECK-NO
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CHK-COUNT.
            SET WS-CHK-IDX TO WS-CHK-COUNT.
            MOVE OC-CHECK-NO TO WS-CHK-NO (WS-CHK-IDX).
            ADD OC-AMOUNT TO WS-CHECK-TOTAL.

        P0350-SCAN-JOURNAL.
      * GLFILE is a cycle dataset - the job scratches it every
      * cycle - so any lines on it are this cycle's.  Empty means
      * BONUSGL did not run and there is nothing to reverse.
            OPEN INPUT GL-FILE.
            PERFORM P0570-CHECK-GLFILE-STATUS.
            PERFORM P0352-READ-JOURNAL.
            PERFORM P0351-TAKE-JOURNAL-LINE
                UNTIL WS-GLFILE-EOF-SW = 'Y'.
            CLOSE GL-FILE.
            PERFORM P0570-CHECK-GLFILE-STATUS.

        P0351-TAKE-JOURNAL-LINE.
            ADD 1 TO WS-GL-LINES-READ.
            IF WS-GL-JRNL-DATE < WS-PAY-DATE
                ADD 1 TO WS-REFUSE-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING '  REFUSED - GLFILE DATED '
                                               DELIMITED BY SIZE
                       WS-GL-JRNL-DATE         DELIMITED BY SIZE
                       ' IS FROM AN EARLIER CYCLE'
                                               DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0590-CHECK-BKORPT-STATUS
                MOVE 'Y' TO WS-GLFILE-EOF-SW
            ELSE
                IF WS-GL-DR-CR = 'D'
                    ADD WS-GL-AMOUNT TO WS-GL-DEBITS
                ELSE
                    ADD WS-GL-AMOUNT TO WS-GL-CREDITS
                END-IF
                PERFORM P0352-READ-JOURNAL
            END-IF.

        P0352-READ-JOURNAL.
            READ GL-FILE INTO WS-GL-REC
                AT END
                    MOVE 'Y' TO WS-GLFILE-EOF-SW
            END-READ.
            PERFORM P0570-CHECK-GLFILE-STATUS.

        P0360-PROVE-CYCLE.
      * What the trail says the cycle applied must be what the
      * history says it paid less what its clawbacks took back, and
      * every employee's master must stand at the trail's before
      * figure plus what the cycle applied.
            COMPUTE WS-EXPECT-NET   = WS-HIST-NET   - WS-REST-NET.
            COMPUTE WS-EXPECT-GROSS = WS-HIST-GROSS - WS-REST-GROSS.
            IF WS-AUD-CYC-NET NOT = WS-EXPECT-NET
                OR WS-AUD-CYC-GROSS NOT = WS-EXPECT-GROSS
                ADD 1 TO WS-REFUSE-COUNT
                MOVE WS-AUD-CYC-NET TO WS-RPT-AMT-EDIT
                MOVE WS-EXPECT-NET  TO WS-RPT-AMT2-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING '  REFUSED - AUDIT TRAIL NET '
                                               DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT         DELIMITED BY SIZE
                       ' NOT EQUAL HISTORY LESS CLAWBACKS '
                                               DELIMITED BY SIZE
                       WS-RPT-AMT2-EDIT        DELIMITED BY SIZE
                       ' (OR GROSS)'           DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0590-CHECK-BKORPT-STATUS
            END-IF.

      * The deductions on the cycle's payments must be exactly what
      * the cross-reference says was posted to the orders - a cycle
      * that ran before BONUS kept it cannot have its orders put
      * back, and is refused.
            IF WS-DEDN-TOTAL NOT = WS-ORD-TAKEN-TOTAL
                ADD 1 TO WS-REFUSE-COUNT
                MOVE WS-DEDN-TOTAL      TO WS-RPT-AMT-EDIT
                MOVE WS-ORD-TAKEN-TOTAL TO WS-RPT-AMT2-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING '  REFUSED - HISTORY DEDUCTIONS '
                                               DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT         DELIMITED BY SIZE
                       ' NOT EQUAL ORDER POSTINGS '
                                               DELIMITED BY SIZE
                       WS-RPT-AMT2-EDIT        DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0590-CHECK-BKORPT-STATUS
            END-IF.

            PERFORM P0361-PROVE-EMPLOYEE
                VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-COUNT.

            IF WS-REFUSE-COUNT = ZEROS
                MOVE '  ALL CHECKS PASSED' TO WS-RPT-LINE
                WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0590-CHECK-BKORPT-STATUS
            END-IF.

        P0361-PROVE-EMPLOYEE.
            MOVE WS-EMP-ID (WS-EMP-IDX) TO YTD-EMPL-ID.
            READ YTD-BONUS-MASTER
                INVALID KEY
                    MOVE ZEROS TO YTD-BONUS-YTD-AMT
                    MOVE ZEROS TO YTD-GROSS-YTD-AMT
            END-READ.
            PERFORM P0530-CHECK-YTDMSTR-STATUS.
            IF WS-YTDMSTR-STATUS = 23
                OR YTD-BONUS-YTD-AMT NOT = WS-EMP-PRE-NET (WS-EMP-IDX)
                    + WS-EMP-CYC-NET (WS-EMP-IDX)
                OR YTD-GROSS-YTD-AMT NOT =
                    WS-EMP-PRE-GROSS (WS-EMP-IDX)
                    + WS-EMP-CYC-GROSS (WS-EMP-IDX)
                ADD 1 TO WS-REFUSE-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING '  REFUSED - YTD MASTER DOES NOT AGREE WITH '
                                               DELIMITED BY SIZE
                       'AUDIT TRAIL  EMPL='    DELIMITED BY SIZE
                       WS-EMP-ID (WS-EMP-IDX)  DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0590-CHECK-BKORPT-STATUS
            END-IF.

        P0400-WRAP-UP.
      * Apply the backout, then prove it.
            OPEN EXTEND AUDIT-FILE.
            PERFORM P0550-CHECK-AUDTFL-STATUS.
            OPEN EXTEND DEDN-XREF.
            PERFORM P0596-CHECK-DEDNXRF-STATUS.

            PERFORM P0410-DELETE-HISTORY-ROW
                VARYING WS-HST-IDX FROM 1 BY 1
                UNTIL WS-HST-IDX > WS-HST-COUNT.
            PERFORM P0415-RESTORE-CLAWED-ROW
                VARYING WS-RST-IDX FROM 1 BY 1
                UNTIL WS-RST-IDX > WS-RST-COUNT.

            MOVE 'YTD MASTER - BACK TO PRE-CYCLE FIGURES'
                TO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.
            PERFORM P0420-BACK-OUT-EMPLOYEE
                VARYING WS-EMP-IDX FROM 1 BY 1
                UNTIL WS-EMP-IDX > WS-EMP-COUNT.

            PERFORM P0430-VOID-CHECK
                VARYING WS-CHK-IDX FROM 1 BY 1
                UNTIL WS-CHK-IDX > WS-CHK-COUNT.

            PERFORM P0440-REVERSE-JOURNAL.

            MOVE 'DEDUCTION ORDERS - BACK TO PRE-CYCLE FIGURES'
                TO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.
            PERFORM P0450-RESTORE-ORDER
                VARYING WS-ORD-IDX FROM 1 BY 1
                UNTIL WS-ORD-IDX > WS-ORD-COUNT.

            IF WS-RELEASE-CYCLE
                OPEN OUTPUT CYCLE-CONTROL
                PERFORM P0510-CHECK-CYCCTL-STATUS
                CLOSE CYCLE-CONTROL
                PERFORM P0510-CHECK-CYCCTL-STATUS
            END-IF.

            PERFORM P0460-PRINT-PROOF.

            CLOSE PAY-HISTORY.
            PERFORM P0520-CHECK-PAYHIST-STATUS.
            CLOSE YTD-BONUS-MASTER.
            PERFORM P0530-CHECK-YTDMSTR-STATUS.
            CLOSE OUTSTANDING-CHECKS.
            PERFORM P0540-CHECK-OUTCHK-STATUS.
            CLOSE DEDN-ORDER.
            PERFORM P0595-CHECK-DEDNORD-STATUS.
            CLOSE AUDIT-FILE.
            PERFORM P0550-CHECK-AUDTFL-STATUS.
            CLOSE DEDN-XREF.
            PERFORM P0596-CHECK-DEDNXRF-STATUS.
            CLOSE BACKOUT-REPORT.
            PERFORM P0590-CHECK-BKORPT-STATUS.

        P0499-EXIT.
            EXIT.

        P0410-DELETE-HISTORY-ROW.
            MOVE WS-HST-KEY (WS-HST-IDX) TO PH-KEY.
            READ PAY-HISTORY
                INVALID KEY
                    DISPLAY 'BONUSBKO ABEND - HISTORY ROW GONE, EMPL='
                        PH-EMPL-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0520-CHECK-PAYHIST-STATUS.
            DELETE PAY-HISTORY RECORD.
            PERFORM P0520-CHECK-PAYHIST-STATUS.

        P0415-RESTORE-CLAWED-ROW.
            MOVE WS-RST-KEY (WS-RST-IDX) TO PH-KEY.
            READ PAY-HISTORY
                INVALID KEY
                    DISPLAY 'BONUSBKO ABEND - CLAWED ROW GONE, EMPL='
                        PH-EMPL-ID
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0520-CHECK-PAYHIST-STATUS.
            MOVE WS-RST-PRIOR-IND (WS-RST-IDX) TO PH-CLAWED-IND.
            REWRITE PAYHIST-REC.
            PERFORM P0520-CHECK-PAYHIST-STATUS.

        P0420-BACK-OUT-EMPLOYEE.
      * Take what the cycle applied back off the master and trail
      * it as a 'B' record dated with the cycle's pay date.  An
      * employee the date nets to nothing for (already backed out)
      * is left alone.
            IF WS-EMP-CYC-NET (WS-EMP-IDX) NOT = ZEROS
                OR WS-EMP-CYC-GROSS (WS-EMP-IDX) NOT = ZEROS
                MOVE WS-EMP-ID (WS-EMP-IDX) TO YTD-EMPL-ID
                READ YTD-BONUS-MASTER
                    INVALID KEY
                        DISPLAY 'BONUSBKO ABEND - YTD RECORD GONE, '
                            'EMPL=' YTD-EMPL-ID
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-READ
                PERFORM P0530-CHECK-YTDMSTR-STATUS
                MOVE WS-PAY-DATE       TO AUD-RUN-DATE
                MOVE YTD-EMPL-ID       TO AUD-EMPL-ID
                MOVE YTD-LAST-NAME     TO AUD-LAST-NAME
                MOVE YTD-FIRST-NAME    TO AUD-FIRST-NAME
                MOVE YTD-MID-INIT      TO AUD-MID-INIT
                MOVE YTD-BONUS-YTD-AMT TO AUD-BEFORE-NET
                MOVE YTD-GROSS-YTD-AMT TO AUD-BEFORE-GROSS
                SUBTRACT WS-EMP-CYC-NET (WS-EMP-IDX)
                    FROM YTD-BONUS-YTD-AMT
                SUBTRACT WS-EMP-CYC-GROSS (WS-EMP-IDX)
                    FROM YTD-GROSS-YTD-AMT
                REWRITE YTD-BONUS-REC
                PERFORM P0530-CHECK-YTDMSTR-STATUS
                COMPUTE AUD-APPLIED-NET =
                    0 - WS-EMP-CYC-NET (WS-EMP-IDX)
                COMPUTE AUD-APPLIED-GROSS =
                    0 - WS-EMP-CYC-GROSS (WS-EMP-IDX)
                MOVE YTD-BONUS-YTD-AMT TO AUD-AFTER-NET
                MOVE YTD-GROSS-YTD-AMT TO AUD-AFTER-GROSS
                MOVE 'B'               TO AUD-FILLER
                WRITE AUDIT-REC
                PERFORM P0550-CHECK-AUDTFL-STATUS
                ADD 1 TO WS-YTD-BACKED-OUT
                PERFORM P0425-PROVE-EMPLOYEE
            END-IF.

        P0425-PROVE-EMPLOYEE.
            IF YTD-BONUS-YTD-AMT = WS-EMP-PRE-NET (WS-EMP-IDX)
                AND YTD-GROSS-YTD-AMT = WS-EMP-PRE-GROSS (WS-EMP-IDX)
                ADD 1 TO WS-YTD-PROVEN
                MOVE 'BACK TO PRE-CYCLE' TO WS-RPT-REASON
            ELSE
                MOVE 'DISCREPANCY - NOT PRE-CYCLE' TO WS-RPT-REASON
            END-IF.
            MOVE WS-EMP-CYC-NET (WS-EMP-IDX) TO WS-RPT-AMT-EDIT.
            MOVE YTD-BONUS-YTD-AMT           TO WS-RPT-AMT2-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '  EMPL='                   DELIMITED BY SIZE
                   YTD-EMPL-ID                 DELIMITED BY SIZE
                   ' BACKED OUT NET='          DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                   ' YTD NET NOW='             DELIMITED BY SIZE
                   WS-RPT-AMT2-EDIT            DELIMITED BY SIZE
                   '  '                        DELIMITED BY SIZE
                   WS-RPT-REASON               DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

        P0430-VOID-CHECK.
      * The checks never reached the bank's issue file, so voiding
      * them on the master is all it takes - CHKRECON will never
      * stale-date them or look for their payments.
            MOVE WS-CHK-NO (WS-CHK-IDX) TO OC-CHECK-NO.
            READ OUTSTANDING-CHECKS
                INVALID KEY
                    DISPLAY 'BONUSBKO ABEND - CHECK GONE, CHECK='
                        OC-CHECK-NO
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0540-CHECK-OUTCHK-STATUS.
            MOVE 'V'         TO OC-STATUS.
            MOVE WS-RUN-DATE TO OC-STATUS-DATE.
            REWRITE OUTCHK-REC.
            PERFORM P0540-CHECK-OUTCHK-STATUS.

        P0440-REVERSE-JOURNAL.
      * Every line of the cycle's journal again with its side
      * flipped, dated today, so posting both nets to nothing.
            OPEN OUTPUT GL-REVERSAL.
            PERFORM P0580-CHECK-GLREV-STATUS.
            MOVE 'N' TO WS-GLFILE-EOF-SW.
            OPEN INPUT GL-FILE.
            PERFORM P0570-CHECK-GLFILE-STATUS.
            PERFORM P0352-READ-JOURNAL.
            PERFORM P0441-REVERSE-JOURNAL-LINE
                UNTIL WS-GLFILE-EOF-SW = 'Y'.
            CLOSE GL-FILE.
            PERFORM P0570-CHECK-GLFILE-STATUS.
            CLOSE GL-REVERSAL.
            PERFORM P0580-CHECK-GLREV-STATUS.

        P0441-REVERSE-JOURNAL-LINE.
            IF WS-GL-DR-CR = 'D'
                MOVE 'C' TO WS-GL-DR-CR
                ADD WS-GL-AMOUNT TO WS-REV-CREDITS
            ELSE
                MOVE 'D' TO WS-GL-DR-CR
                ADD WS-GL-AMOUNT TO WS-REV-DEBITS
            END-IF.
            MOVE WS-RUN-DATE TO WS-GL-JRNL-DATE.
            MOVE WS-GL-DESC  TO WS-GL-ORIG-DESC.
            MOVE SPACES      TO WS-GL-DESC.
            STRING 'REV '          DELIMITED BY SIZE
                   WS-GL-ORIG-DESC DELIMITED BY SIZE
                INTO WS-GL-DESC.
            WRITE FD-GLREV-REC FROM WS-GL-REC.
            PERFORM P0580-CHECK-GLREV-STATUS.
            ADD 1 TO WS-GL-LINES-WRITTEN.
            PERFORM P0352-READ-JOURNAL.

        P0450-RESTORE-ORDER.
      * Take what the cycle posted back off the order and trail it
      * as a 'B' record dated with the cycle's pay date.  An order
      * the cycle closed as satisfied goes back to its status from
      * before; one the garnishment unit has since suspended is
      * left suspended.  An order the date nets to nothing for
      * (already backed out) is left alone.
            IF WS-ORD-TAKEN-AMT (WS-ORD-IDX) NOT = ZEROS
                MOVE WS-ORD-KEY (WS-ORD-IDX) TO DO-KEY
                READ DEDN-ORDER
                    INVALID KEY
                        DISPLAY 'BONUSBKO ABEND - DEDUCTION ORDER '
                            'GONE, EMPL=' DO-EMPL-ID
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-READ
                PERFORM P0595-CHECK-DEDNORD-STATUS
                MOVE WS-PAY-DATE        TO DX-RUN-DATE
                MOVE 'B'                TO DX-ENTRY-TYPE
                MOVE DO-KEY             TO DX-ORDER-KEY
                MOVE WS-ORD-TAKEN-AMT (WS-ORD-IDX) TO DX-TAKEN-AMT
                MOVE DO-STATUS          TO DX-PRIOR-STATUS
                MOVE DO-BALANCE         TO DX-PRIOR-BALANCE
                MOVE DO-LAST-TAKEN-DATE TO DX-PRIOR-TAKEN-DATE
                IF DO-BALANCE-IND = 'Y'
                    MOVE WS-ORD-PRIOR-BALANCE (WS-ORD-IDX)
                        TO DO-BALANCE
                END-IF
                IF DO-STATUS = 'C'
                    MOVE WS-ORD-PRIOR-STATUS (WS-ORD-IDX) TO DO-STATUS
                END-IF
                IF DO-LAST-TAKEN-DATE = WS-PAY-DATE
                    MOVE WS-ORD-PRIOR-TAKEN-DATE (WS-ORD-IDX)
                        TO DO-LAST-TAKEN-DATE
                END-IF
                SUBTRACT WS-ORD-TAKEN-AMT (WS-ORD-IDX)
                    FROM DO-TOTAL-TAKEN
                SUBTRACT WS-ORD-TAKEN-AMT (WS-ORD-IDX)
                    FROM DO-REMIT-PENDING
                REWRITE DEDN-ORDER-REC
                PERFORM P0595-CHECK-DEDNORD-STATUS
                WRITE DEDN-XREF-REC
                PERFORM P0596-CHECK-DEDNXRF-STATUS
                ADD 1 TO WS-ORD-RESTORED
                ADD WS-ORD-TAKEN-AMT (WS-ORD-IDX)
                    TO WS-ORD-RESTORED-AMT
                MOVE WS-ORD-TAKEN-AMT (WS-ORD-IDX) TO WS-RPT-AMT-EDIT
                MOVE DO-BALANCE                    TO WS-RPT-AMT2-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING '  EMPL='               DELIMITED BY SIZE
                       DO-EMPL-ID              DELIMITED BY SIZE
                       ' ORDER='               DELIMITED BY SIZE
                       DO-ORDER-SEQ            DELIMITED BY SIZE
                       ' PUT BACK='            DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT         DELIMITED BY SIZE
                       ' BALANCE NOW='         DELIMITED BY SIZE
                       WS-RPT-AMT2-EDIT        DELIMITED BY SIZE
                       ' STATUS='              DELIMITED BY SIZE
                       DO-STATUS               DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0590-CHECK-BKORPT-STATUS
            END-IF.

        P0460-PRINT-PROOF.
            MOVE 'BACKOUT - CONTROL TOTALS' TO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            MOVE WS-HST-COUNT TO WS-RPT-CNT-EDIT.
            MOVE WS-HIST-NET  TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'HISTORY ROWS DELETED .. ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   '  NET '                    DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            MOVE WS-RST-COUNT TO WS-RPT-CNT-EDIT.
            MOVE WS-REST-NET  TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CLAWED ROWS RESTORED .. ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   '  NET '                    DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            MOVE WS-ORD-RESTORED     TO WS-RPT-CNT-EDIT.
            MOVE WS-ORD-RESTORED-AMT TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ORDERS PUT BACK ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   '  AMT '                    DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            MOVE WS-YTD-BACKED-OUT TO WS-RPT-CNT-EDIT.
            MOVE WS-AUD-CYC-NET    TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'YTD EMPLOYEES BACKED OUT' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   '  NET '                    DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            MOVE WS-CHK-COUNT   TO WS-RPT-CNT-EDIT.
            MOVE WS-CHECK-TOTAL TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CHECKS VOIDED ......... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   '  AMT '                    DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            MOVE WS-GL-LINES-WRITTEN TO WS-RPT-CNT-EDIT.
            MOVE WS-REV-DEBITS       TO WS-RPT-AMT-EDIT.
            MOVE WS-REV-CREDITS      TO WS-RPT-AMT2-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'REVERSING JOURNAL LINES ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                   '  DR '                     DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                   '  CR '                     DELIMITED BY SIZE
                   WS-RPT-AMT2-EDIT            DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            IF WS-AUD-CYC-NET = WS-HIST-NET - WS-REST-NET
                AND WS-AUD-CYC-GROSS = WS-HIST-GROSS - WS-REST-GROSS
                MOVE SPACES TO WS-RPT-LINE
                STRING 'CONTROL TOTALS BALANCE - YTD BACKED OUT = '
                       DELIMITED BY SIZE
                       'HISTORY DELETED - CLAWBACKS RESTORED'
                       DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING 'DISCREPANCY - YTD BACKED OUT NOT EQUAL HISTORY'
                       DELIMITED BY SIZE
                       ' DELETED - CLAWBACKS RESTORED' DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                MOVE 16 TO RETURN-CODE
            END-IF.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            IF WS-YTD-PROVEN = WS-YTD-BACKED-OUT
                MOVE SPACES TO WS-RPT-LINE
                STRING 'CONTROL TOTALS BALANCE - YTD MASTER BACK '
                       DELIMITED BY SIZE
                       'TO PRE-CYCLE FIGURES' DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING 'DISCREPANCY - YTD MASTER NOT BACK TO PRE-CYCLE '
                       DELIMITED BY SIZE
                       'FIGURES' DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                MOVE 16 TO RETURN-CODE
            END-IF.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            IF WS-ORD-RESTORED-AMT = WS-DEDN-TOTAL
                MOVE SPACES TO WS-RPT-LINE
                STRING 'CONTROL TOTALS BALANCE - ORDERS PUT BACK = '
                       DELIMITED BY SIZE
                       'HISTORY DEDUCTIONS DELETED' DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING 'DISCREPANCY - ORDERS PUT BACK NOT EQUAL '
                       DELIMITED BY SIZE
                       'HISTORY DEDUCTIONS DELETED' DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                MOVE 16 TO RETURN-CODE
            END-IF.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            IF WS-GL-LINES-READ = ZEROS
                MOVE 'BONUSGL DID NOT RUN - NO REVERSING JOURNAL'
                    TO WS-RPT-LINE
            ELSE
            IF WS-REV-DEBITS = WS-GL-CREDITS
                AND WS-REV-CREDITS = WS-GL-DEBITS
                AND WS-REV-DEBITS = WS-REV-CREDITS
                MOVE SPACES TO WS-RPT-LINE
                STRING 'CONTROL TOTALS BALANCE - REVERSING JOURNAL '
                       DELIMITED BY SIZE
                       'OFFSETS THE CYCLE JOURNAL' DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING 'DISCREPANCY - REVERSING JOURNAL DOES NOT '
                       DELIMITED BY SIZE
                       'OFFSET THE CYCLE JOURNAL' DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                MOVE 16 TO RETURN-CODE
            END-IF
            END-IF.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

            MOVE SPACES TO WS-RPT-LINE.
            IF WS-RELEASE-CYCLE
                STRING 'CYCLE '                DELIMITED BY SIZE
                       WS-CYCLE-NO             DELIMITED BY SIZE
                       ' RELEASED - THE CORRECTED FILE MAY BE SENT'
                                               DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                STRING 'CYCLE-CONTROL NOT RELEASED - IT HOLDS CYCLE '
                                               DELIMITED BY SIZE
                       WS-LAST-CYCLE-NO        DELIMITED BY SIZE
                       ' DATED '               DELIMITED BY SIZE
                       WS-LAST-FILE-DATE       DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF.
            WRITE BACKOUT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0590-CHECK-BKORPT-STATUS.

        P0500-CHECK-BKOCTL-STATUS.
            IF WS-BKOCTL-STATUS NOT = 00
                DISPLAY 'BONUSBKO ABEND - BKOCTL I-O ERROR, STATUS = '
                    WS-BKOCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0510-CHECK-CYCCTL-STATUS.
      * 35 = no cycle control yet, 10 = an empty one - both mean
      * there is no cycle recorded.
            IF WS-CYCCTL-STATUS = 00 OR WS-CYCCTL-STATUS = 10
                OR WS-CYCCTL-STATUS = 35
                CONTINUE
            ELSE
                DISPLAY 'BONUSBKO ABEND - CYCCTL I-O ERROR, STATUS = '
                    WS-CYCCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0520-CHECK-PAYHIST-STATUS.
      * 10 = end of the sequential pass, 23 = a keyed row not found.
            IF WS-PAYHIST-STATUS = 00 OR WS-PAYHIST-STATUS = 10
                OR WS-PAYHIST-STATUS = 23
                CONTINUE
            ELSE
                DISPLAY 'BONUSBKO ABEND - PAYHIST I-O ERROR, STATUS = '
                    WS-PAYHIST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0530-CHECK-YTDMSTR-STATUS.
            IF WS-YTDMSTR-STATUS = 00 OR WS-YTDMSTR-STATUS = 23
                CONTINUE
            ELSE
                DISPLAY 'BONUSBKO ABEND - YTDMSTR I-O ERROR, STATUS = '
                    WS-YTDMSTR-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0540-CHECK-OUTCHK-STATUS.
            IF WS-OUTCHK-STATUS = 00 OR WS-OUTCHK-STATUS = 10
                OR WS-OUTCHK-STATUS = 23
                CONTINUE
            ELSE
                DISPLAY 'BONUSBKO ABEND - OUTCHK I-O ERROR, STATUS = '
                    WS-OUTCHK-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0550-CHECK-AUDTFL-STATUS.
            IF WS-AUDTFL-STATUS = 00 OR WS-AUDTFL-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSBKO ABEND - AUDTFL I-O ERROR, STATUS = '
                    WS-AUDTFL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0560-CHECK-CLAWXRF-STATUS.
            IF WS-CLAWXRF-STATUS = 00 OR WS-CLAWXRF-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSBKO ABEND - CLAWXRF I-O ERROR, STATUS = '
                    WS-CLAWXRF-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0570-CHECK-GLFILE-STATUS.
            IF WS-GLFILE-STATUS = 00 OR WS-GLFILE-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSBKO ABEND - GLFILE I-O ERROR, STATUS = '
                    WS-GLFILE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0580-CHECK-GLREV-STATUS.
            IF WS-GLREV-STATUS NOT = 00
                DISPLAY 'BONUSBKO ABEND - GLREV I-O ERROR, STATUS = '
                    WS-GLREV-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0590-CHECK-BKORPT-STATUS.
            IF WS-BKORPT-STATUS NOT = 00
                DISPLAY 'BONUSBKO ABEND - BKORPT I-O ERROR, STATUS = '
                    WS-BKORPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0595-CHECK-DEDNORD-STATUS.
      * 23 = an order keyed by the cross-reference not on file.
            IF WS-DEDNORD-STATUS = 00 OR WS-DEDNORD-STATUS = 23
                CONTINUE
            ELSE
                DISPLAY 'BONUSBKO ABEND - DEDNORD I-O ERROR, STATUS = '
                    WS-DEDNORD-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0596-CHECK-DEDNXRF-STATUS.
            IF WS-DEDNXRF-STATUS = 00 OR WS-DEDNXRF-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSBKO ABEND - DEDNXRF I-O ERROR, STATUS = '
                    WS-DEDNXRF-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
