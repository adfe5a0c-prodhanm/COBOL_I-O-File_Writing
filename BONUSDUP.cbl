      * dataset so payroll can tune it without a program change; a
      * missing or empty control falls back to 90 days and says so
      * on the report.
      *
      * At a clean finish the run's control totals also go onto the
      * cycle run-control log (PROD.BONUS.RUNCTL, see RUNCTLRC.cpy)
      * for BONUSBAL to prove against the other steps.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT DUP-INPUT ASSIGN TO DUPIN
                FILE STATUS IS WS-DUPRPT-STATUS.
            SELECT DUP-CONTROL ASSIGN TO DUPCTL
                FILE STATUS IS WS-DUPCTL-STATUS.
            SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
                FILE STATUS IS WS-CYCCTL-STATUS.
            SELECT RUN-CONTROL-LOG ASSIGN TO RUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-RUNCTL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            05 DUPCTL-LOOKBACK-DAYS         PIC 9(03).
            05 FILLER                       PIC X(05).

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
            'BEGIN WORKING STORAGE FOR BONUSDUP '.
        01 WS-DUPHOLD-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-DUPRPT-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-DUPCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-CYCCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-RUNCTL-STATUS                 PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-REC-IN                    PIC S9(9) COMP VALUE ZEROS.
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9-.

      * This run's control figures as they go onto the run-control
      * log - see copybooks/RUNCTLRC.cpy.
        01 W06-RUN-CONTROL-FIELDS.
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
            PERFORM P0220-READ-LOG-CYCLE.

            OPEN INPUT DUP-INPUT.
            PERFORM P0500-CHECK-DUPIN-STATUS.
            OPEN INPUT PAY-HISTORY.
                PERFORM P0540-CHECK-DUPRPT-STATUS
            END-IF.

        P0220-READ-LOG-CYCLE.
      * The cycle this run's control figures are logged under - the
      * transmission BONUSEDT last accepted.  This step only runs
      * after a clean edit, so no cycle on file stops the run before
      * anything is touched.
            OPEN INPUT CYCLE-CONTROL.
            PERFORM P0560-CHECK-CYCCTL-STATUS.
            READ CYCLE-CONTROL
                AT END
                    DISPLAY 'BONUSDUP ABEND - NO CYCLE ON CYCCTL TO '
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
      * Only positive details can double-pay - clawbacks and zero
      * amounts pass straight through.  A 'D' override is payroll's
            CLOSE DUP-REPORT.
            PERFORM P0540-CHECK-DUPRPT-STATUS.

            PERFORM P0420-LOG-RUN-CONTROL.

        P0499-EXIT.
            EXIT.

            WRITE DUP-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-DUPRPT-STATUS.

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
                PERFORM P0570-CHECK-RUNCTL-STATUS
                OPEN I-O RUN-CONTROL-LOG
            END-IF.
            PERFORM P0570-CHECK-RUNCTL-STATUS.

            MOVE 'INPUT   ' TO WS-LOG-ITEM-NAME.
            MOVE 'RECORDS SCREENED' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-IN TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'PASSED  ' TO WS-LOG-ITEM-NAME.
            MOVE 'RECORDS PASSED' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-PASSED TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'HELD    ' TO WS-LOG-ITEM-NAME.
            MOVE 'RECORDS HELD' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-HELD TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            MOVE 'OVERRIDE' TO WS-LOG-ITEM-NAME.
            MOVE 'HOLDS OVERRIDDEN' TO WS-LOG-ITEM-DESC.
            MOVE WS-OVERRIDE-COUNT TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0425-WRITE-RUNCTL.

            CLOSE RUN-CONTROL-LOG.
            PERFORM P0570-CHECK-RUNCTL-STATUS.

        P0425-WRITE-RUNCTL.
            MOVE SPACES            TO RUN-CTL-REC.
            MOVE WS-LOG-CYCLE-DATE TO RC-CYCLE-DATE.
            MOVE WS-LOG-CYCLE-NO   TO RC-CYCLE-NO.
            MOVE 'BONUSDUP'        TO RC-STEP-NAME.
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

        P0500-CHECK-DUPIN-STATUS.
            IF WS-DUPIN-STATUS = 00 OR WS-DUPIN-STATUS = 10
                CONTINUE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0560-CHECK-CYCCTL-STATUS.
            IF WS-CYCCTL-STATUS = 00 OR WS-CYCCTL-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSDUP ABEND - CYCCTL I-O ERROR, STATUS = '
                    WS-CYCCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0570-CHECK-RUNCTL-STATUS.
            IF WS-RUNCTL-STATUS NOT = 00
                DISPLAY 'BONUSDUP ABEND - RUNCTL I-O ERROR, STATUS = '
                    WS-RUNCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
