        ENVIRONMENT DIVISION.
      * BONUSGL turns a bonus cycle into the balanced journal entry
      * accounting used to key by hand off the TAXREG sysout: debit
      * bonus expense for the gross (summarized by the department
      * cost center HR charged each bonus to - see WS-OUT-COST-CTR
      * in BONUSREC.cpy), credit the federal and state withholding
      * liability accounts (the state riding as the cost center on
      * the state lines), credit deductions payable
      * for the involuntary deduction orders taken from the nets
      * (owed to the agencies until BONUSREM remits them), and
      * credit cash for the net - split between the ACH settlement
      * account and the check-run clearing account.
      *
      * The ACH-versus-check split mirrors P0310-LOOKUP-BANK in
      * BONUSACH exactly: a positive net with a usable, prenote-
      * Every journal line also prints on the proof report with a
      * final debits-equal-credits check.  An out-of-balance file
      * ends the run RC 16 so the release step never transmits it.
      *
      * At a clean finish the run's control totals also go onto the
      * cycle run-control log (PROD.BONUS.RUNCTL, see RUNCTLRC.cpy)
      * for BONUSBAL to prove against the other steps.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OUTPUT-BONUS ASSIGN TO OUTBONUS
                FILE STATUS IS WS-GLFILE-STATUS.
            SELECT GL-REPORT ASSIGN TO GLRPT
                FILE STATUS IS WS-GLRPT-STATUS.
            SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
                FILE STATUS IS WS-CYCCTL-STATUS.
            SELECT RUN-CONTROL-LOG ASSIGN TO RUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-RUNCTL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            DATA RECORD IS GL-REPORT-LINE.
        01 GL-REPORT-LINE                   PIC X(132).

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
            'BEGIN WORKING STORAGE FOR BONUSGL '.
        01 WS-BANKMSTR-STATUS               PIC 9(02)  VALUE ZEROS.
        01 WS-GLFILE-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-GLRPT-STATUS                  PIC 9(02)  VALUE ZEROS.
        01 WS-CYCCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-RUNCTL-STATUS                 PIC 9(02)  VALUE ZEROS.

      * The chart-of-accounts numbers the interface posts to.
      * These belong to corporate accounting and change only with
                VALUE '21400100'.
            05 WS-ACCT-ST-LIAB              PIC X(08)
                VALUE '21400200'.
            05 WS-ACCT-DEDN-PAY             PIC X(08)
                VALUE '21400300'.
            05 WS-ACCT-CASH-ACH             PIC X(08)
                VALUE '10100100'.
            05 WS-ACCT-CASH-CHK             PIC X(08)
        01 W02-ACCUMULATORS.
            05 WS-REC-READ                  PIC S9(9) COMP VALUE ZEROS.
            05 WS-LINES-WRITTEN             PIC S9(9) COMP VALUE ZEROS.
            05 WS-STATE-TAX-TOTAL           PIC S9(9)V99 VALUE ZEROS.
            05 WS-GRAND-GROSS-TOTAL         PIC S9(9)V99 VALUE ZEROS.
            05 WS-GRAND-FED-TOTAL           PIC S9(9)V99 VALUE ZEROS.
            05 WS-GRAND-ST-TOTAL            PIC S9(9)V99 VALUE ZEROS.
            05 WS-GRAND-DEDN-TOTAL          PIC S9(9)V99 VALUE ZEROS.
            05 WS-CASH-ACH-TOTAL            PIC S9(9)V99 VALUE ZEROS.
            05 WS-CASH-CHK-TOTAL            PIC S9(9)V99 VALUE ZEROS.
            05 WS-TOTAL-DEBITS              PIC S9(11)V99 VALUE ZEROS.
            05 WS-GL-DESC                   PIC X(30).
            05 FILLER                       PIC X(16) VALUE SPACES.

      * Bonus expense by cost center for the cycle.  The file comes
      * in state order, so the totals are gathered here and posted
      * at the end.  500 entries is well past the departments the
      * company has - the run abends rather than post a partial
      * expense if it ever fills up.
        01 W08-COST-CENTER-TOTALS.
            05 WS-CCE-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-CCE-MAX                   PIC S9(9) COMP VALUE 500.
            05 WS-CCE-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-CCE-IDX.
                10 WS-CCE-CODE               PIC X(04).
                10 WS-CCE-GROSS              PIC S9(9)V99.

        01 W06-REPORT-FIELDS.
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.

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
            EXIT.

        P0200-INITIALIZES.
            PERFORM P0210-READ-LOG-CYCLE.

            OPEN INPUT OUTPUT-BONUS.
            PERFORM P0500-CHECK-OUTBONUS-STATUS.
            OPEN INPUT BANK-MASTER.
        P0299-EXIT.
            EXIT.

        P0210-READ-LOG-CYCLE.
      * The cycle this run's control figures are logged under - the
      * transmission BONUSEDT last accepted.  This step only runs
      * after a clean edit, so no cycle on file stops the run before
      * anything is touched.
            OPEN INPUT CYCLE-CONTROL.
            PERFORM P0540-CHECK-CYCCTL-STATUS.
            READ CYCLE-CONTROL
                AT END
                    DISPLAY 'BONUSGL ABEND - NO CYCLE ON CYCCTL TO '
                        'LOG UNDER'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0540-CHECK-CYCCTL-STATUS.
            MOVE CYC-FILE-DATE TO WS-LOG-CYCLE-DATE.
            MOVE CYC-CYCLE-NO  TO WS-LOG-CYCLE-NO.
            CLOSE CYCLE-CONTROL.
            PERFORM P0540-CHECK-CYCCTL-STATUS.

        P0300-PROCESS-DETAIL.
      * A change in state code (after the first record) is a control
      * break - post the prior state's withholding credit before
      * starting the new state's accumulator.  The
      * file arrives sorted by state, like STATERPT assumes - the
      * OUTSORT step re-sorts it after BONUS, so the pieces of a
      * bonus split across work states post under their own states.
            IF WS-FIRST-RECORD-SW = 'N'
                AND WS-OUT-STATE-CODE NOT = WS-PREV-STATE-CODE
                    PERFORM P0310-POST-STATE-LINES
                    MOVE ZEROS TO WS-STATE-TAX-TOTAL
            END-IF.

            MOVE 'N' TO WS-FIRST-RECORD-SW.
            MOVE WS-OUT-STATE-CODE TO WS-PREV-STATE-CODE.
            ADD WS-OUT-ST-TAX    TO WS-STATE-TAX-TOTAL.
            ADD WS-OUT-FED-TAX   TO WS-GRAND-FED-TOTAL.
            ADD WS-OUT-GROSS-AMT TO WS-GRAND-GROSS-TOTAL.
            ADD WS-OUT-ST-TAX    TO WS-GRAND-ST-TOTAL.
      * The deduction is what the gross less the taxes leaves over
      * the net paid - see copybooks/PAYHREC.cpy.
            COMPUTE WS-GRAND-DEDN-TOTAL = WS-GRAND-DEDN-TOTAL
                + WS-OUT-GROSS-AMT - WS-OUT-FED-TAX
                - WS-OUT-ST-TAX - WS-OUT-BONUS-AMT.

            PERFORM P0320-SPLIT-CASH.
            PERFORM P0330-ADD-CC-EXPENSE.

            PERFORM P0380-READ-DETAIL.

            EXIT.

        P0310-POST-STATE-LINES.
            MOVE 'STATE WH LIABILITY' TO WS-GL-DESC.
            MOVE WS-STATE-TAX-TOTAL  TO WS-GL-WORK-AMT.
            PERFORM P0345-POST-ST-LIAB-LINE.
                ADD WS-OUT-BONUS-AMT TO WS-CASH-CHK-TOTAL
            END-IF.

        P0330-ADD-CC-EXPENSE.
      * Add this record's gross to its cost center's expense.  A
      * record with no cost center (BONUSEDT lets none through)
      * would post to the corporate cost center rather than send
      * the interface a blank one.
            IF WS-OUT-COST-CTR = SPACES
                MOVE WS-CC-CORPORATE TO WS-OUT-COST-CTR
            END-IF.
            SET WS-CCE-IDX TO 1.
            SEARCH WS-CCE-ENTRY
                AT END
                    PERFORM P0332-NEW-CC-ENTRY
                WHEN WS-CCE-IDX > WS-CCE-COUNT
                    PERFORM P0332-NEW-CC-ENTRY
                WHEN WS-CCE-CODE (WS-CCE-IDX) = WS-OUT-COST-CTR
                    CONTINUE
            END-SEARCH.
            ADD WS-OUT-GROSS-AMT TO WS-CCE-GROSS (WS-CCE-IDX).

        P0332-NEW-CC-ENTRY.
            IF WS-CCE-COUNT >= WS-CCE-MAX
                DISPLAY 'BONUSGL ABEND - COST CENTER TABLE FULL, CC='
                    WS-OUT-COST-CTR
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CCE-COUNT.
            SET WS-CCE-IDX TO WS-CCE-COUNT.
            MOVE WS-OUT-COST-CTR TO WS-CCE-CODE (WS-CCE-IDX).
            MOVE ZEROS           TO WS-CCE-GROSS (WS-CCE-IDX).

        P0340-POST-EXPENSE-LINE.
      * Expense posts as a debit; a negative total (a clawback-heavy
      * cost center) flips to a credit so the interface never
      * carries a negative amount.
            MOVE 'BONUS EXPENSE'     TO WS-GL-DESC.
            MOVE WS-CCE-GROSS (WS-CCE-IDX) TO WS-GL-WORK-AMT.
            MOVE WS-ACCT-BONUS-EXP   TO WS-GL-ACCOUNT.
            MOVE WS-CCE-CODE (WS-CCE-IDX) TO WS-GL-COST-CTR.
            MOVE 'D'                 TO WS-GL-DR-CR.
            PERFORM P0350-WRITE-GL-LINE THRU P0359-EXIT.

            END-IF.

        P0400-WRAP-UP.
      * Post the last state, the expense by cost center, then the
      * cycle-level credits: federal withholding, deductions
      * payable, and the two cash accounts.
            IF WS-FIRST-RECORD-SW = 'N'
                PERFORM P0310-POST-STATE-LINES
            END-IF.

            PERFORM P0340-POST-EXPENSE-LINE
                VARYING WS-CCE-IDX FROM 1 BY 1
                UNTIL WS-CCE-IDX > WS-CCE-COUNT.

            MOVE 'FEDERAL WH LIABILITY' TO WS-GL-DESC.
            MOVE WS-ACCT-FED-LIAB    TO WS-GL-ACCOUNT.
            MOVE WS-CC-CORPORATE     TO WS-GL-COST-CTR.
            MOVE WS-GRAND-FED-TOTAL  TO WS-GL-WORK-AMT.
            PERFORM P0350-WRITE-GL-LINE THRU P0359-EXIT.

            MOVE 'DEDUCTIONS PAYABLE' TO WS-GL-DESC.
            MOVE WS-ACCT-DEDN-PAY    TO WS-GL-ACCOUNT.
            MOVE WS-CC-CORPORATE     TO WS-GL-COST-CTR.
            MOVE 'C'                 TO WS-GL-DR-CR.
            MOVE WS-GRAND-DEDN-TOTAL TO WS-GL-WORK-AMT.
            PERFORM P0350-WRITE-GL-LINE THRU P0359-EXIT.

            MOVE 'CASH - ACH SETTLEMENT' TO WS-GL-DESC.
            MOVE WS-ACCT-CASH-ACH    TO WS-GL-ACCOUNT.
            MOVE WS-CC-CORPORATE     TO WS-GL-COST-CTR.
                MOVE 16 TO RETURN-CODE
            END-IF.

            PERFORM P0420-LOG-RUN-CONTROL.

        P0499-EXIT.
            EXIT.

            WRITE GL-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0530-CHECK-GLRPT-STATUS.

        P0420-LOG-RUN-CONTROL.
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
                PERFORM P0550-CHECK-RUNCTL-STATUS
                OPEN I-O RUN-CONTROL-LOG
            END-IF.
            PERFORM P0550-CHECK-RUNCTL-STATUS.

            MOVE 'INPUT   ' TO WS-LOG-ITEM-NAME.
            MOVE 'DETAIL RECORDS READ' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-READ TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'EXPENSE ' TO WS-LOG-ITEM-NAME.
            MOVE 'BONUS EXPENSE' TO WS-LOG-ITEM-DESC.
            MOVE ZEROS TO WS-LOG-COUNT.
            MOVE WS-GRAND-GROSS-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'FEDLIAB ' TO WS-LOG-ITEM-NAME.
            MOVE 'FEDERAL WH LIABILITY' TO WS-LOG-ITEM-DESC.
            MOVE ZEROS TO WS-LOG-COUNT.
            MOVE WS-GRAND-FED-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'STLIAB  ' TO WS-LOG-ITEM-NAME.
            MOVE 'STATE WH LIABILITY' TO WS-LOG-ITEM-DESC.
            MOVE ZEROS TO WS-LOG-COUNT.
            MOVE WS-GRAND-ST-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'DEDNPAY ' TO WS-LOG-ITEM-NAME.
            MOVE 'DEDUCTIONS PAYABLE' TO WS-LOG-ITEM-DESC.
            MOVE ZEROS TO WS-LOG-COUNT.
            MOVE WS-GRAND-DEDN-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'CASHACH ' TO WS-LOG-ITEM-NAME.
            MOVE 'CASH - ACH SETTLEMENT' TO WS-LOG-ITEM-DESC.
            MOVE ZEROS TO WS-LOG-COUNT.
            MOVE WS-CASH-ACH-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'CASHCHK ' TO WS-LOG-ITEM-NAME.
            MOVE 'CASH - CHECK CLEARING' TO WS-LOG-ITEM-DESC.
            MOVE ZEROS TO WS-LOG-COUNT.
            MOVE WS-CASH-CHK-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'DEBITS  ' TO WS-LOG-ITEM-NAME.
            MOVE 'JOURNAL DEBITS' TO WS-LOG-ITEM-DESC.
            MOVE WS-LINES-WRITTEN TO WS-LOG-COUNT.
            MOVE WS-TOTAL-DEBITS TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'CREDITS ' TO WS-LOG-ITEM-NAME.
            MOVE 'JOURNAL CREDITS' TO WS-LOG-ITEM-DESC.
            MOVE ZEROS TO WS-LOG-COUNT.
            MOVE WS-TOTAL-CREDITS TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            CLOSE RUN-CONTROL-LOG.
            PERFORM P0550-CHECK-RUNCTL-STATUS.

        P0425-WRITE-RUNCTL.
            MOVE SPACES            TO RUN-CTL-REC.
            MOVE WS-LOG-CYCLE-DATE TO RC-CYCLE-DATE.
            MOVE WS-LOG-CYCLE-NO   TO RC-CYCLE-NO.
            MOVE 'BONUSGL '        TO RC-STEP-NAME.
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
            PERFORM P0550-CHECK-RUNCTL-STATUS.

        P0500-CHECK-OUTBONUS-STATUS.
            IF WS-OUTBONUS-STATUS = 00 OR WS-OUTBONUS-STATUS = 10
                CONTINUE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0540-CHECK-CYCCTL-STATUS.
            IF WS-CYCCTL-STATUS = 00 OR WS-CYCCTL-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSGL ABEND - CYCCTL I-O ERROR, STATUS = '
                    WS-CYCCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0550-CHECK-RUNCTL-STATUS.
            IF WS-RUNCTL-STATUS NOT = 00
                DISPLAY 'BONUSGL ABEND - RUNCTL I-O ERROR, STATUS = '
                    WS-RUNCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
