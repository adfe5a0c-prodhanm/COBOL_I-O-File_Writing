      * withheld totaled by state, plus the federal total, so the
      * tax team can make the supplemental withholding deposits
      * straight off the report.  It assumes OUTBONUS arrives
      * sorted by WS-OUT-STATE-CODE, like STATERPT does - the OUTSORT
      * step in jcl/BONUSJOB.jcl sorts it after BONUS, so each piece
      * of a bonus split across work states is remitted to its own
      * state.  Only the first piece counts in the grand headcount.
      * Involuntary deduction orders BONUS took from the nets are
      * not withholding and are not remitted here (BONUSREM sends
      * them to the agencies) - their total is shown only so the
      * register still foots from gross to net paid.
      *
      * The tax team keys each deposit it makes off this register
      * onto the deposit ledger (PROD.BONUS.DEPLEDG); DEPRECON
      * reconciles the ledger against the quarter's payments.
      *
      * At a clean finish the run's control totals also go onto the
      * cycle run-control log (PROD.BONUS.RUNCTL, see RUNCTLRC.cpy)
      * for BONUSBAL to prove against the other steps.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OUTPUT-BONUS ASSIGN TO OUTBONUS
                FILE STATUS IS WS-OUTBONUS-STATUS.
            SELECT TAX-REGISTER ASSIGN TO TAXREG
                FILE STATUS IS WS-TAXREG-STATUS.
            SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
                FILE STATUS IS WS-CYCCTL-STATUS.
            SELECT RUN-CONTROL-LOG ASSIGN TO RUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-RUNCTL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            DATA RECORD IS TAX-REGISTER-LINE.
        01 TAX-REGISTER-LINE                PIC X(132).

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
            'BEGIN WORKING STORAGE FOR TAXREG '.
        01 WS-OUTBONUS-STATUS               PIC 9(02)  VALUE ZEROS.
        01 WS-TAXREG-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-CYCCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-RUNCTL-STATUS                 PIC 9(02)  VALUE ZEROS.

      * WS-OUTBONUS-REC below is the same layout BONUS wrote OUTBONUS
      * with - see copybooks/BONUSREC.cpy.
            05 WS-GRAND-ST-TOTAL            PIC S9(9)V99 VALUE ZEROS.
            05 WS-GRAND-GROSS-TOTAL         PIC S9(9)V99 VALUE ZEROS.
            05 WS-GRAND-NET-TOTAL           PIC S9(9)V99 VALUE ZEROS.
            05 WS-GRAND-DEDN-TOTAL          PIC S9(9)V99 VALUE ZEROS.
            05 WS-GRAND-HEADCOUNT           PIC S9(9)  COMP VALUE ZEROS.

        01 W04-REPORT-FIELDS.
            05 WS-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-AMT2-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.

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

        P0100-MAINLINE.
            EXIT.

        P0200-INITIALIZES.
            PERFORM P0210-READ-LOG-CYCLE.

            OPEN INPUT OUTPUT-BONUS.
            PERFORM P0500-CHECK-OUTBONUS-STATUS.

        P0299-EXIT.
            EXIT.

        P0210-READ-LOG-CYCLE.
      * The cycle this run's control figures are logged under - the
      * transmission BONUSEDT last accepted.  This step only runs
      * after a clean edit, so no cycle on file stops the run before
      * anything is touched.
            OPEN INPUT CYCLE-CONTROL.
            PERFORM P0520-CHECK-CYCCTL-STATUS.
            READ CYCLE-CONTROL
                AT END
                    DISPLAY 'TAXREG ABEND - NO CYCLE ON CYCCTL TO '
                        'LOG UNDER'
                    MOVE 16 TO RETURN-CODE
                    STOP RUN
            END-READ.
            PERFORM P0520-CHECK-CYCCTL-STATUS.
            MOVE CYC-FILE-DATE TO WS-LOG-CYCLE-DATE.
            MOVE CYC-CYCLE-NO  TO WS-LOG-CYCLE-NO.
            CLOSE CYCLE-CONTROL.
            PERFORM P0520-CHECK-CYCCTL-STATUS.

        P0300-PROCESS-DETAIL.
      * A change in state code (after the first record) is a control
      * break - remit the prior state's withholding subtotal before
            ADD WS-OUT-ST-TAX    TO WS-GRAND-ST-TOTAL.
            ADD WS-OUT-GROSS-AMT TO WS-GRAND-GROSS-TOTAL.
            ADD WS-OUT-BONUS-AMT TO WS-GRAND-NET-TOTAL.
            COMPUTE WS-GRAND-DEDN-TOTAL = WS-GRAND-DEDN-TOTAL
                + WS-OUT-GROSS-AMT - WS-OUT-FED-TAX
                - WS-OUT-ST-TAX - WS-OUT-BONUS-AMT.
            IF WS-OUT-ALLOC-PIECE NOT > 1
                ADD 1 TO WS-GRAND-HEADCOUNT
            END-IF.

            PERFORM P0380-READ-DETAIL.

            WRITE TAX-REGISTER-LINE FROM WS-RPT-LINE.
            PERFORM P0510-CHECK-TAXREG-STATUS.

            MOVE WS-GRAND-DEDN-TOTAL TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'TOTAL DEDUCTION ORDERS  ' DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE TAX-REGISTER-LINE FROM WS-RPT-LINE.
            PERFORM P0510-CHECK-TAXREG-STATUS.

            MOVE WS-GRAND-NET-TOTAL TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'TOTAL NET PAID ........ ' DELIMITED BY SIZE
            PERFORM P0510-CHECK-TAXREG-STATUS.

            IF WS-GRAND-GROSS-TOTAL - WS-GRAND-FED-TOTAL
                - WS-GRAND-ST-TOTAL - WS-GRAND-DEDN-TOTAL
                = WS-GRAND-NET-TOTAL
                MOVE 'REGISTER BALANCES - GROSS - TAX - DEDNS = NET'
                    TO WS-RPT-LINE
            ELSE
                MOVE 'DISCREPANCY - GROSS - TAX - DEDNS NOT EQUAL NET'
                    TO WS-RPT-LINE
            END-IF.
            WRITE TAX-REGISTER-LINE FROM WS-RPT-LINE.
            CLOSE TAX-REGISTER.
            PERFORM P0510-CHECK-TAXREG-STATUS.

            PERFORM P0420-LOG-RUN-CONTROL.

        P0499-EXIT.
            EXIT.

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
                PERFORM P0530-CHECK-RUNCTL-STATUS
                OPEN I-O RUN-CONTROL-LOG
            END-IF.
            PERFORM P0530-CHECK-RUNCTL-STATUS.

            MOVE 'GROSS   ' TO WS-LOG-ITEM-NAME.
            MOVE 'GROSS / HEADCOUNT' TO WS-LOG-ITEM-DESC.
            MOVE WS-GRAND-HEADCOUNT TO WS-LOG-COUNT.
            MOVE WS-GRAND-GROSS-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'FEDTAX  ' TO WS-LOG-ITEM-NAME.
            MOVE 'FEDERAL TAX DUE' TO WS-LOG-ITEM-DESC.
            MOVE ZEROS TO WS-LOG-COUNT.
            MOVE WS-GRAND-FED-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'STTAX   ' TO WS-LOG-ITEM-NAME.
            MOVE 'ALL STATES TAX DUE' TO WS-LOG-ITEM-DESC.
            MOVE ZEROS TO WS-LOG-COUNT.
            MOVE WS-GRAND-ST-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'DEDUCT  ' TO WS-LOG-ITEM-NAME.
            MOVE 'DEDUCTION ORDERS' TO WS-LOG-ITEM-DESC.
            MOVE ZEROS TO WS-LOG-COUNT.
            MOVE WS-GRAND-DEDN-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'NET     ' TO WS-LOG-ITEM-NAME.
            MOVE 'NET PAID' TO WS-LOG-ITEM-DESC.
            MOVE ZEROS TO WS-LOG-COUNT.
            MOVE WS-GRAND-NET-TOTAL TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            CLOSE RUN-CONTROL-LOG.
            PERFORM P0530-CHECK-RUNCTL-STATUS.

        P0425-WRITE-RUNCTL.
            MOVE SPACES            TO RUN-CTL-REC.
            MOVE WS-LOG-CYCLE-DATE TO RC-CYCLE-DATE.
            MOVE WS-LOG-CYCLE-NO   TO RC-CYCLE-NO.
            MOVE 'TAXREG  '        TO RC-STEP-NAME.
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
            PERFORM P0530-CHECK-RUNCTL-STATUS.

        P0500-CHECK-OUTBONUS-STATUS.
            IF WS-OUTBONUS-STATUS = 00 OR WS-OUTBONUS-STATUS = 10
                CONTINUE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0520-CHECK-CYCCTL-STATUS.
            IF WS-CYCCTL-STATUS = 00 OR WS-CYCCTL-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'TAXREG ABEND - CYCCTL I-O ERROR, STATUS = '
                    WS-CYCCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0530-CHECK-RUNCTL-STATUS.
            IF WS-RUNCTL-STATUS NOT = 00
                DISPLAY 'TAXREG ABEND - RUNCTL I-O ERROR, STATUS = '
                    WS-RUNCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
