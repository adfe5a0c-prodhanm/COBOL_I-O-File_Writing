        IDENTIFICATION DIVISION.
        PROGRAM-ID. BONUSBAL.

        ENVIRONMENT DIVISION.
      * BONUSBAL is the last step of BONUSJOB - the cycle sign-off.
      * Every step before it prints its own control totals, and at
      * a clean finish each also leaves them on the cycle run-control
      * log (PROD.BONUS.RUNCTL, see copybooks/RUNCTLRC.cpy) under the
      * cycle BONUSEDT accepted.  This program reads that cycle back
      * off CYCLE-CONTROL, loads its figures from the log, and proves
      * the steps against each other: what the edit passed is what
      * the duplicate screen read, what BONUS paid went out as ACH
      * entries and checks, what the tax register says is owed is
      * what the journal books as liability, and so on down to the
      * journal's own debits and credits.
      *
      * A figure a step should have logged and did not - the step
      * was skipped on a condition code or abended - fails every
      * proof it is part of.  Any failed proof ends the run RC 16
      * with NOT SIGNED OFF on the report.  ACHFILE, POSPAY, and
      * GLFILE are transmitted downstream of BONUSJOB and are only
      * released on a clean job, so RC 16 here holds all three until
      * the difference is found and the cycle is rerun or backed
      * out.
      *
      * Each figure prints beside the same figure for the cycle
      * before it on the log, for a cycle-over-cycle look at volume.
      * The outcome (proofs passed and failed) goes back onto the log
      * under this program's name; a rerun rewrites it.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
                FILE STATUS IS WS-CYCCTL-STATUS.
            SELECT RUN-CONTROL-LOG ASSIGN TO RUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-RUNCTL-STATUS.
            SELECT BAL-REPORT ASSIGN TO BALRPT
                FILE STATUS IS WS-BALRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.

      * CYCLE-CONTROL holds the transmission BONUSEDT last accepted -
      * the cycle being signed off.
        FD CYCLE-CONTROL
            RECORDING MODE IS F.
        01 CYCCTL-REC.
            05 CYC-FILE-DATE                PIC 9(08).
            05 CYC-CYCLE-NO                 PIC 9(04).

        FD RUN-CONTROL-LOG
            RECORDING MODE IS F.

        COPY RUNCTLRC.

        FD BAL-REPORT
            RECORDING MODE IS F
            DATA RECORD IS BAL-REPORT-LINE.
        01 BAL-REPORT-LINE                  PIC X(132).

        WORKING-STORAGE SECTION.
        01 FILLER                           PIC X(37)  VALUE
            'BEGIN WORKING STORAGE FOR BONUSBAL '.
        01 WS-CYCCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-RUNCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-BALRPT-STATUS                 PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-LOG-READ                  PIC S9(9) COMP VALUE ZEROS.
            05 WS-PROOF-PASSED              PIC S9(9) COMP VALUE ZEROS.
            05 WS-PROOF-FAILED              PIC S9(9) COMP VALUE ZEROS.

        01 W02-SWITCHES.
            05 WS-RUNCTL-EOF-SW             PIC X(01)  VALUE 'N'.
            05 WS-FOUND-SW                  PIC X(01)  VALUE 'N'.
                88 WS-FIGURE-FOUND                     VALUE 'Y'.
            05 WS-EQ-MISSING-SW             PIC X(01)  VALUE 'N'.
                88 WS-EQ-MISSING                       VALUE 'Y'.

      * The cycle being signed off, the latest cycle before it on
      * the log, and the cycle of the log record in hand - all in
      * the log's key order, so they compare directly.
        01 W03-CYCLE-FIELDS.
            05 WS-CUR-CYCLE-KEY.
                10 WS-CUR-CYCLE-DATE         PIC 9(08)  VALUE ZEROS.
                10 WS-CUR-CYCLE-NO           PIC 9(04)  VALUE ZEROS.
            05 WS-PRI-CYCLE-KEY.
                10 WS-PRI-CYCLE-DATE         PIC 9(08)  VALUE ZEROS.
                10 WS-PRI-CYCLE-NO           PIC 9(04)  VALUE ZEROS.
            05 WS-REC-CYCLE-KEY.
                10 WS-REC-CYCLE-DATE         PIC 9(08)  VALUE ZEROS.
                10 WS-REC-CYCLE-NO           PIC 9(04)  VALUE ZEROS.
            05 WS-RUN-DATE                  PIC 9(08)  VALUE ZEROS.
            05 WS-RUN-TIME                  PIC 9(08)  VALUE ZEROS.

      * The figures each step logged for the cycle, and for the
      * cycle before it.  A cycle logs under forty figures; the
      * load abends rather than drop any if a table ever fills.
        01 W04-CURRENT-TABLE.
            05 WS-CUR-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-CUR-MAX                   PIC S9(9) COMP VALUE 100.
            05 WS-CUR-ENTRY OCCURS 100 TIMES
                INDEXED BY WS-CUR-IDX.
                10 WS-CUR-KEY.
                    15 WS-CUR-STEP            PIC X(08).
                    15 WS-CUR-ITEM            PIC X(08).
                10 WS-CUR-DESC               PIC X(24).
                10 WS-CUR-FIG-COUNT          PIC S9(09).
                10 WS-CUR-FIG-AMOUNT         PIC S9(11)V99.

        01 W05-PRIOR-TABLE.
            05 WS-PRI-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-PRI-MAX                   PIC S9(9) COMP VALUE 100.
            05 WS-PRI-ENTRY OCCURS 100 TIMES
                INDEXED BY WS-PRI-IDX.
                10 WS-PRI-KEY.
                    15 WS-PRI-STEP            PIC X(08).
                    15 WS-PRI-ITEM            PIC X(08).
                10 WS-PRI-FIG-COUNT          PIC S9(09).
                10 WS-PRI-FIG-AMOUNT         PIC S9(11)V99.

      * One cross-step proof: the figures named on each side are
      * added up (counts or amounts, by WS-EQ-KIND) and the two
      * sides compared.
        01 W06-PROOF-FIELDS.
            05 WS-GET-KEY.
                10 WS-GET-STEP               PIC X(08).
                10 WS-GET-ITEM               PIC X(08).
            05 WS-GET-COUNT                 PIC S9(09) VALUE ZEROS.
            05 WS-GET-AMOUNT                PIC S9(11)V99 VALUE ZEROS.
            05 WS-EQ-DESC                   PIC X(40)  VALUE SPACES.
            05 WS-EQ-KIND                   PIC X(01)  VALUE 'C'.
                88 WS-EQ-COUNTS                        VALUE 'C'.
            05 WS-EQ-LEFT                   PIC S9(11)V99 VALUE ZEROS.
            05 WS-EQ-RIGHT                  PIC S9(11)V99 VALUE ZEROS.
            05 WS-EQ-MISSING-KEY.
                10 WS-EQ-MISSING-STEP        PIC X(08).
                10 WS-EQ-MISSING-ITEM        PIC X(08).

        01 W07-REPORT-FIELDS.
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-RPT-STATUS                PIC X(12).
            05 WS-RPT-LEFT                  PIC X(18).
            05 WS-RPT-RIGHT                 PIC X(18).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZZ,ZZ9-.
            05 WS-RPT-AMT-EDIT              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-PCNT-EDIT             PIC ZZZ,ZZZ,ZZ9-.
            05 WS-RPT-PAMT-EDIT             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.

        PROCEDURE DIVISION.

        P0100-MAINLINE.
            PERFORM P0200-INITIALIZES       THRU P0299-EXIT.

            PERFORM P0300-LOAD-LOG-RECORD   THRU P0399-EXIT
                UNTIL WS-RUNCTL-EOF-SW = 'Y'.

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            STOP RUN.

        P0199-EXIT.
            EXIT.

        P0200-INITIALIZES.
            OPEN OUTPUT BAL-REPORT.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            MOVE 'BONUS CYCLE BALANCING - SIGN-OFF REPORT'
                TO WS-RPT-LINE.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-RUN-TIME FROM TIME.
            PERFORM P0210-READ-CYCLE.

      * Same first-run fallback as the VSAM masters in BONUS - an
      * empty log simply proves nothing and is not signed off.
            OPEN I-O RUN-CONTROL-LOG.
            IF WS-RUNCTL-STATUS = 35
                OPEN OUTPUT RUN-CONTROL-LOG
                CLOSE RUN-CONTROL-LOG
                PERFORM P0510-CHECK-RUNCTL-STATUS
                OPEN I-O RUN-CONTROL-LOG
            END-IF.
            PERFORM P0510-CHECK-RUNCTL-STATUS.

            PERFORM P0380-READ-LOG.

        P0299-EXIT.
            EXIT.

        P0210-READ-CYCLE.
      * No cycle on file means there is nothing to sign off, and
      * nothing may be released.
            OPEN INPUT CYCLE-CONTROL.
            PERFORM P0500-CHECK-CYCCTL-STATUS.
            READ CYCLE-CONTROL
                AT END
                    DISPLAY 'BONUSBAL ABEND - NO CYCLE ON CYCCTL TO '
                        'SIGN OFF'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0500-CHECK-CYCCTL-STATUS.
            MOVE CYC-FILE-DATE TO WS-CUR-CYCLE-DATE.
            MOVE CYC-CYCLE-NO  TO WS-CUR-CYCLE-NO.
            CLOSE CYCLE-CONTROL.
            PERFORM P0500-CHECK-CYCCTL-STATUS.

        P0300-LOAD-LOG-RECORD.
      * The log reads in cycle order, so every earlier cycle passes
      * by before this one - each new one replaces the last in the
      * prior table, leaving the latest.  This program's own outcome
      * records are not figures to prove or trend.
            MOVE RC-CYCLE-DATE TO WS-REC-CYCLE-DATE.
            MOVE RC-CYCLE-NO   TO WS-REC-CYCLE-NO.
            IF RC-STEP-NAME = 'BONUSBAL'
                CONTINUE
            ELSE
            IF WS-REC-CYCLE-KEY = WS-CUR-CYCLE-KEY
                PERFORM P0310-STORE-CURRENT
            ELSE
            IF WS-REC-CYCLE-KEY < WS-CUR-CYCLE-KEY
                IF WS-REC-CYCLE-KEY NOT = WS-PRI-CYCLE-KEY
                    MOVE WS-REC-CYCLE-KEY TO WS-PRI-CYCLE-KEY
                    MOVE ZEROS TO WS-PRI-COUNT
                END-IF
                PERFORM P0320-STORE-PRIOR
            END-IF
            END-IF
            END-IF.

            PERFORM P0380-READ-LOG.

        P0399-EXIT.
            EXIT.

        P0310-STORE-CURRENT.
            IF WS-CUR-COUNT >= WS-CUR-MAX
                DISPLAY 'BONUSBAL ABEND - CURRENT FIGURE TABLE FULL, '
                    'STEP=' RC-STEP-NAME
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CUR-COUNT.
            SET WS-CUR-IDX TO WS-CUR-COUNT.
            MOVE RC-STEP-NAME  TO WS-CUR-STEP (WS-CUR-IDX).
            MOVE RC-ITEM-NAME  TO WS-CUR-ITEM (WS-CUR-IDX).
            MOVE RC-ITEM-DESC  TO WS-CUR-DESC (WS-CUR-IDX).
            MOVE RC-COUNT      TO WS-CUR-FIG-COUNT (WS-CUR-IDX).
            MOVE RC-AMOUNT     TO WS-CUR-FIG-AMOUNT (WS-CUR-IDX).

        P0320-STORE-PRIOR.
            IF WS-PRI-COUNT >= WS-PRI-MAX
                DISPLAY 'BONUSBAL ABEND - PRIOR FIGURE TABLE FULL, '
                    'STEP=' RC-STEP-NAME
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-PRI-COUNT.
            SET WS-PRI-IDX TO WS-PRI-COUNT.
            MOVE RC-STEP-NAME  TO WS-PRI-STEP (WS-PRI-IDX).
            MOVE RC-ITEM-NAME  TO WS-PRI-ITEM (WS-PRI-IDX).
            MOVE RC-COUNT      TO WS-PRI-FIG-COUNT (WS-PRI-IDX).
            MOVE RC-AMOUNT     TO WS-PRI-FIG-AMOUNT (WS-PRI-IDX).

        P0380-READ-LOG.
            READ RUN-CONTROL-LOG NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-RUNCTL-EOF-SW
            END-READ.
            PERFORM P0510-CHECK-RUNCTL-STATUS.
            IF WS-RUNCTL-STATUS = 00
                ADD 1 TO WS-LOG-READ
            END-IF.

        P0400-WRAP-UP.
            PERFORM P0410-PRINT-FIGURES.
            PERFORM P0420-PROVE-CYCLE.
            PERFORM P0460-PRINT-SIGNOFF.
            PERFORM P0470-LOG-OUTCOME.

            CLOSE RUN-CONTROL-LOG.
            PERFORM P0510-CHECK-RUNCTL-STATUS.
            CLOSE BAL-REPORT.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            IF WS-PROOF-FAILED > ZEROS
                DISPLAY 'BONUSBAL - CYCLE NOT SIGNED OFF, DO NOT '
                    'RELEASE ACHFILE, POSPAY, OR GLFILE'
                MOVE 16 TO RETURN-CODE
            END-IF.

        P0499-EXIT.
            EXIT.

        P0410-PRINT-FIGURES.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CYCLE ........ '      DELIMITED BY SIZE
                   WS-CUR-CYCLE-DATE      DELIMITED BY SIZE
                   ' NO. '                DELIMITED BY SIZE
                   WS-CUR-CYCLE-NO        DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            MOVE SPACES TO WS-RPT-LINE.
            IF WS-PRI-COUNT = ZEROS
                MOVE 'PRIOR CYCLE .. NONE ON THE LOG' TO WS-RPT-LINE
            ELSE
                STRING 'PRIOR CYCLE .. '  DELIMITED BY SIZE
                       WS-PRI-CYCLE-DATE  DELIMITED BY SIZE
                       ' NO. '            DELIMITED BY SIZE
                       WS-PRI-CYCLE-NO    DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            MOVE SPACES TO WS-RPT-LINE.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            MOVE SPACES TO WS-RPT-LINE.
            STRING 'STEP     ITEM     DESCRIPTION              '
                                          DELIMITED BY SIZE
                   '       THIS COUNT        THIS AMOUNT'
                                          DELIMITED BY SIZE
                   '      PRIOR COUNT       PRIOR AMOUNT'
                                          DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            IF WS-CUR-COUNT = ZEROS
                MOVE 'NO FIGURES ON THE LOG FOR THIS CYCLE'
                    TO WS-RPT-LINE
                WRITE BAL-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0520-CHECK-BALRPT-STATUS
            END-IF.

            PERFORM P0415-PRINT-FIGURE
                VARYING WS-CUR-IDX FROM 1 BY 1
                UNTIL WS-CUR-IDX > WS-CUR-COUNT.

        P0415-PRINT-FIGURE.
            MOVE WS-CUR-KEY (WS-CUR-IDX) TO WS-GET-KEY.
            PERFORM P0416-FIND-PRIOR.
            MOVE WS-CUR-FIG-COUNT (WS-CUR-IDX)  TO WS-RPT-CNT-EDIT.
            MOVE WS-CUR-FIG-AMOUNT (WS-CUR-IDX) TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-FIGURE-FOUND
                MOVE WS-PRI-FIG-COUNT (WS-PRI-IDX)
                    TO WS-RPT-PCNT-EDIT
                MOVE WS-PRI-FIG-AMOUNT (WS-PRI-IDX)
                    TO WS-RPT-PAMT-EDIT
                STRING WS-CUR-STEP (WS-CUR-IDX)  DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-CUR-ITEM (WS-CUR-IDX)  DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-CUR-DESC (WS-CUR-IDX)  DELIMITED BY SIZE
                       '     '                   DELIMITED BY SIZE
                       WS-RPT-CNT-EDIT           DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT           DELIMITED BY SIZE
                       '     '                   DELIMITED BY SIZE
                       WS-RPT-PCNT-EDIT          DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-RPT-PAMT-EDIT          DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                STRING WS-CUR-STEP (WS-CUR-IDX)  DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-CUR-ITEM (WS-CUR-IDX)  DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-CUR-DESC (WS-CUR-IDX)  DELIMITED BY SIZE
                       '     '                   DELIMITED BY SIZE
                       WS-RPT-CNT-EDIT           DELIMITED BY SIZE
                       ' '                       DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT           DELIMITED BY SIZE
                       '     NOT LOGGED LAST CYCLE'
                                                 DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

        P0416-FIND-PRIOR.
            SET WS-PRI-IDX TO 1.
            SEARCH WS-PRI-ENTRY
                AT END
                    MOVE 'N' TO WS-FOUND-SW
                WHEN WS-PRI-IDX > WS-PRI-COUNT
                    MOVE 'N' TO WS-FOUND-SW
                WHEN WS-PRI-KEY (WS-PRI-IDX) = WS-GET-KEY
                    MOVE 'Y' TO WS-FOUND-SW
            END-SEARCH.

        P0420-PROVE-CYCLE.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.
            MOVE 'CROSS-STEP PROOF' TO WS-RPT-LINE.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            PERFORM P0421-PROVE-SCREENS.
            PERFORM P0422-PROVE-PAYMENTS.
            PERFORM P0423-PROVE-JOURNAL.

        P0421-PROVE-SCREENS.
      * Record counts through the front end: the edit, the
      * duplicate screen, and the approval screen each pass or hold
      * every record they read, and pass them all to the next step.

            MOVE 'EDIT READ = EDIT PASSED + REJECTED'
                TO WS-EQ-DESC.
            MOVE 'C' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSEDTNEWREAD ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSEDTRESUBRD ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSEDTCLEAN   ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            MOVE 'BONUSEDTREJECT  ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'EDIT PASSED = DUPCHECK SCREENED'
                TO WS-EQ-DESC.
            MOVE 'C' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSEDTCLEAN   ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSDUPINPUT   ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'DUPCHECK SCREENED = PASSED + HELD'
                TO WS-EQ-DESC.
            MOVE 'C' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSDUPINPUT   ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSDUPPASSED  ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            MOVE 'BONUSDUPHELD    ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'DUPCHECK PASSED = APRCHECK SCREENED'
                TO WS-EQ-DESC.
            MOVE 'C' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSDUPPASSED  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSAPRINPUT   ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'APRCHECK SCREENED = PASSED + HELD'
                TO WS-EQ-DESC.
            MOVE 'C' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSAPRINPUT   ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSAPRPASSED  ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            MOVE 'BONUSAPRHELD    ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'APRCHECK PASSED = BONUS READ'
                TO WS-EQ-DESC.
            MOVE 'C' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSAPRPASSED  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUS   INPUT   ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

        P0422-PROVE-PAYMENTS.
      * BONUS to the money: every record BONUS wrote goes out as an
      * ACH entry or on the exception file to the check run, and
      * every exception is a check or a listed no-check item.

            MOVE 'BONUS READ + PIECES = OUT + REJECTED'
                TO WS-EQ-DESC.
            MOVE 'C' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUS   INPUT   ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUS   PIECES  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUS   OUTPUT  ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            MOVE 'BONUS   REJECT  ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'BONUS OUT = ACH DETAIL READ'
                TO WS-EQ-DESC.
            MOVE 'C' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUS   OUTPUT  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSACHINPUT   ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'ACH DETAIL READ = ENTRIES + EXCEPTIONS'
                TO WS-EQ-DESC.
            MOVE 'C' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSACHINPUT   ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSACHACHENTRY' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            MOVE 'BONUSACHEXCEPT  ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'BONUS NET = ACH CREDITS + EXCEPTION NET'
                TO WS-EQ-DESC.
            MOVE 'A' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUS   OUTPUT  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSACHACHENTRY' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            MOVE 'BONUSACHEXCEPT  ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'ACH EXCEPTIONS = CHECK RUN READ'
                TO WS-EQ-DESC.
            MOVE 'C' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSACHEXCEPT  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSCHKINPUT   ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'EXCEPTION NET = CHECKS + NO-CHECK ITEMS'
                TO WS-EQ-DESC.
            MOVE 'A' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSACHEXCEPT  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSCHKCHECKS  ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            MOVE 'BONUSCHKNOCHECK ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

        P0423-PROVE-JOURNAL.
      * The tax register and the journal, both built from the same
      * OUTBONUS, against BONUS and the payment steps - the cash
      * credits against what the ACH file and the check run paid.

            MOVE 'BONUS OUT = JOURNAL DETAIL READ'
                TO WS-EQ-DESC.
            MOVE 'C' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUS   OUTPUT  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSGL INPUT   ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'TAX REGISTER NET = BONUS NET PAID'
                TO WS-EQ-DESC.
            MOVE 'A' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'TAXREG  NET     ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUS   OUTPUT  ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'TAX REGISTER GROSS = GL BONUS EXPENSE'
                TO WS-EQ-DESC.
            MOVE 'A' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'TAXREG  GROSS   ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSGL EXPENSE ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'TAX REGISTER FEDERAL = GL FED LIABILITY'
                TO WS-EQ-DESC.
            MOVE 'A' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'TAXREG  FEDTAX  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSGL FEDLIAB ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'TAX REGISTER STATE = GL STATE LIABILITY'
                TO WS-EQ-DESC.
            MOVE 'A' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'TAXREG  STTAX   ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSGL STLIAB  ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'BONUS DEDUCTIONS = GL DEDUCTIONS PAYABLE'
                TO WS-EQ-DESC.
            MOVE 'A' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUS   DEDUCT  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSGL DEDNPAY ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'TAX REGISTER DEDNS = GL DEDNS PAYABLE'
                TO WS-EQ-DESC.
            MOVE 'A' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'TAXREG  DEDUCT  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSGL DEDNPAY ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'GL ACH CASH = ACH FILE CREDITS'
                TO WS-EQ-DESC.
            MOVE 'A' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSGL CASHACH ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSACHACHENTRY' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'GL CHECK CASH = CHECKS + NO-CHECK ITEMS'
                TO WS-EQ-DESC.
            MOVE 'A' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSGL CASHCHK ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSCHKCHECKS  ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            MOVE 'BONUSCHKNOCHECK ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

            MOVE 'GL DEBITS = GL CREDITS'
                TO WS-EQ-DESC.
            MOVE 'A' TO WS-EQ-KIND.
            PERFORM P0430-START-PROOF.
            MOVE 'BONUSGL DEBITS  ' TO WS-GET-KEY.
            PERFORM P0440-ADD-LEFT.
            MOVE 'BONUSGL CREDITS ' TO WS-GET-KEY.
            PERFORM P0441-ADD-RIGHT.
            PERFORM P0450-END-PROOF.

        P0430-START-PROOF.
            MOVE ZEROS  TO WS-EQ-LEFT.
            MOVE ZEROS  TO WS-EQ-RIGHT.
            MOVE 'N'    TO WS-EQ-MISSING-SW.
            MOVE SPACES TO WS-EQ-MISSING-KEY.

        P0440-ADD-LEFT.
            PERFORM P0445-GET-FIGURE.
            IF WS-EQ-COUNTS
                ADD WS-GET-COUNT  TO WS-EQ-LEFT
            ELSE
                ADD WS-GET-AMOUNT TO WS-EQ-LEFT
            END-IF.

        P0441-ADD-RIGHT.
            PERFORM P0445-GET-FIGURE.
            IF WS-EQ-COUNTS
                ADD WS-GET-COUNT  TO WS-EQ-RIGHT
            ELSE
                ADD WS-GET-AMOUNT TO WS-EQ-RIGHT
            END-IF.

        P0445-GET-FIGURE.
      * A figure not on the log is taken as zero and marks the
      * proof unproven - the first one missing is named on the line.
            MOVE ZEROS TO WS-GET-COUNT.
            MOVE ZEROS TO WS-GET-AMOUNT.
            SET WS-CUR-IDX TO 1.
            SEARCH WS-CUR-ENTRY
                AT END
                    MOVE 'N' TO WS-FOUND-SW
                WHEN WS-CUR-IDX > WS-CUR-COUNT
                    MOVE 'N' TO WS-FOUND-SW
                WHEN WS-CUR-KEY (WS-CUR-IDX) = WS-GET-KEY
                    MOVE 'Y' TO WS-FOUND-SW
                    MOVE WS-CUR-FIG-COUNT (WS-CUR-IDX)
                        TO WS-GET-COUNT
                    MOVE WS-CUR-FIG-AMOUNT (WS-CUR-IDX)
                        TO WS-GET-AMOUNT
            END-SEARCH.
            IF NOT WS-FIGURE-FOUND
                AND NOT WS-EQ-MISSING
                MOVE 'Y'        TO WS-EQ-MISSING-SW
                MOVE WS-GET-KEY TO WS-EQ-MISSING-KEY
            END-IF.

        P0450-END-PROOF.
            IF WS-EQ-COUNTS
                MOVE WS-EQ-LEFT       TO WS-RPT-CNT-EDIT
                MOVE WS-RPT-CNT-EDIT  TO WS-RPT-LEFT
                MOVE WS-EQ-RIGHT      TO WS-RPT-CNT-EDIT
                MOVE WS-RPT-CNT-EDIT  TO WS-RPT-RIGHT
            ELSE
                MOVE WS-EQ-LEFT       TO WS-RPT-AMT-EDIT
                MOVE WS-RPT-AMT-EDIT  TO WS-RPT-LEFT
                MOVE WS-EQ-RIGHT      TO WS-RPT-AMT-EDIT
                MOVE WS-RPT-AMT-EDIT  TO WS-RPT-RIGHT
            END-IF.

            MOVE SPACES TO WS-RPT-LINE.
            IF WS-EQ-MISSING
                ADD 1 TO WS-PROOF-FAILED
                STRING 'NOT PROVEN  '         DELIMITED BY SIZE
                       WS-EQ-DESC             DELIMITED BY SIZE
                       ' NOT LOGGED: '        DELIMITED BY SIZE
                       WS-EQ-MISSING-STEP     DELIMITED BY SIZE
                       ' '                    DELIMITED BY SIZE
                       WS-EQ-MISSING-ITEM     DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                IF WS-EQ-LEFT = WS-EQ-RIGHT
                    ADD 1 TO WS-PROOF-PASSED
                    MOVE 'OK          ' TO WS-RPT-STATUS
                ELSE
                    ADD 1 TO WS-PROOF-FAILED
                    MOVE 'DISCREPANCY ' TO WS-RPT-STATUS
                END-IF
                STRING WS-RPT-STATUS          DELIMITED BY SIZE
                       WS-EQ-DESC             DELIMITED BY SIZE
                       WS-RPT-LEFT            DELIMITED BY SIZE
                       '  '                   DELIMITED BY SIZE
                       WS-RPT-RIGHT           DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

        P0460-PRINT-SIGNOFF.
            MOVE SPACES TO WS-RPT-LINE.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            MOVE WS-LOG-READ TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'LOG RECORDS READ ...... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            MOVE WS-PROOF-PASSED TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'PROOFS PASSED ......... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            MOVE WS-PROOF-FAILED TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'PROOFS FAILED ......... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

            MOVE SPACES TO WS-RPT-LINE.
            IF WS-PROOF-FAILED = ZEROS
                STRING 'CONTROL TOTALS BALANCE - CYCLE '
                                              DELIMITED BY SIZE
                       WS-CUR-CYCLE-DATE      DELIMITED BY SIZE
                       ' NO. '                DELIMITED BY SIZE
                       WS-CUR-CYCLE-NO        DELIMITED BY SIZE
                       ' SIGNED OFF FOR RELEASE'
                                              DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                STRING 'DISCREPANCY - CYCLE NOT SIGNED OFF - DO NOT '
                                              DELIMITED BY SIZE
                       'TRANSMIT ACHFILE, POSPAY, OR GLFILE'
                                              DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF.
            WRITE BAL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-BALRPT-STATUS.

        P0470-LOG-OUTCOME.
      * The sign-off outcome goes onto the log beside the figures
      * it proved, so the log shows which cycles were released.
            MOVE SPACES                TO RUN-CTL-REC.
            MOVE 'PROVED  '            TO RC-ITEM-NAME.
            MOVE 'PROOFS PASSED'       TO RC-ITEM-DESC.
            MOVE WS-PROOF-PASSED       TO RC-COUNT.
            PERFORM P0475-WRITE-RUNCTL.

            MOVE SPACES                TO RUN-CTL-REC.
            MOVE 'FAILED  '            TO RC-ITEM-NAME.
            MOVE 'PROOFS FAILED'       TO RC-ITEM-DESC.
            MOVE WS-PROOF-FAILED       TO RC-COUNT.
            PERFORM P0475-WRITE-RUNCTL.

        P0475-WRITE-RUNCTL.
            MOVE WS-CUR-CYCLE-DATE     TO RC-CYCLE-DATE.
            MOVE WS-CUR-CYCLE-NO       TO RC-CYCLE-NO.
            MOVE 'BONUSBAL'            TO RC-STEP-NAME.
            MOVE WS-RUN-DATE           TO RC-RUN-DATE.
            MOVE WS-RUN-TIME           TO RC-RUN-TIME.
            MOVE ZEROS                 TO RC-AMOUNT.
            WRITE RUN-CTL-REC
                INVALID KEY
                    REWRITE RUN-CTL-REC
            END-WRITE.
            PERFORM P0510-CHECK-RUNCTL-STATUS.

        P0500-CHECK-CYCCTL-STATUS.
            IF WS-CYCCTL-STATUS = 00 OR WS-CYCCTL-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSBAL ABEND - CYCCTL I-O ERROR, STATUS = '
                    WS-CYCCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0510-CHECK-RUNCTL-STATUS.
      * 10 = end of the log on the load pass.
            IF WS-RUNCTL-STATUS = 00 OR WS-RUNCTL-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSBAL ABEND - RUNCTL I-O ERROR, STATUS = '
                    WS-RUNCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0520-CHECK-BALRPT-STATUS.
            IF WS-BALRPT-STATUS NOT = 00
                DISPLAY 'BONUSBAL ABEND - BALRPT I-O ERROR, STATUS = '
                    WS-BALRPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
