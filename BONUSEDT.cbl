      * The presort runs first and scatters the header and trailer
      * into key order, which is why the checks are written to find
      * them anywhere in the file.
      *
      * A detail that passes the field edits is then proved against
      * the HR employee master (HRMSTR, loaded from HR's extract by
      * HRLOAD.jcl): the employee must be on file (E007), must not
      * have been terminated before the bonus period began (E008),
      * must work in the state the bonus is withheld for (E009),
      * and must carry the last name HR has on file (E010).  The
      * bonus period start comes from the HD header (columns 15-22);
      * a header without one defaults to January 1 of the year
      * before the file date, the plan year bonuses are paid for.
      * Clawbacks (negative amounts) skip the termination and state
      * tests - money is recovered from leavers too, and BONUS
      * matches a clawback to the state the original was paid in.
      *
      * Every detail must also carry a department cost center that
      * is on finance's cost-center table (PROD.BONUS.CCTABLE, see
      * COSTCTR.cpy), or it rejects E011 - BONUSGL posts the bonus
      * expense to that cost center.  A closed cost center rejects a
      * new bonus but still takes a clawback.  The table is loaded
      * once at start-up; a missing or empty table, or a malformed
      * entry, stops the run before any detail is edited.
      *
      * At a clean finish the run's control totals also go onto the
      * cycle run-control log (PROD.BONUS.RUNCTL, see RUNCTLRC.cpy)
      * for BONUSBAL to prove against the other steps.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT EDIT-INPUT ASSIGN TO EDITIN
                FILE STATUS IS WS-EDTRPT-STATUS.
            SELECT CYCLE-CONTROL ASSIGN TO CYCCTL
                FILE STATUS IS WS-CYCCTL-STATUS.
            SELECT HR-MASTER ASSIGN TO HRMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS HR-KEY
                FILE STATUS IS WS-HRMSTR-STATUS.
            SELECT COST-CENTERS ASSIGN TO CCTABLE
                FILE STATUS IS WS-CCTABLE-STATUS.
            SELECT RUN-CONTROL-LOG ASSIGN TO RUNCTL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS RC-KEY
                FILE STATUS IS WS-RUNCTL-STATUS.

        DATA DIVISION.
        FILE SECTION.
            05 CYC-FILE-DATE                PIC 9(08).
            05 CYC-CYCLE-NO                 PIC 9(04).

        FD HR-MASTER
            RECORDING MODE IS F.

        COPY HREMPREC.

        FD COST-CENTERS
            RECORDING MODE IS F.

        COPY COSTCTR.

        FD RUN-CONTROL-LOG
            RECORDING MODE IS F.

        COPY RUNCTLRC.

        WORKING-STORAGE SECTION.
        01 FILLER                           PIC X(37)  VALUE
            'BEGIN WORKING STORAGE FOR BONUSEDT '.
        01 WS-EDITREJ-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-EDTRPT-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-CYCCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-HRMSTR-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-RUNCTL-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-CCTABLE-STATUS                PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-NEW-READ                  PIC S9(9) COMP VALUE ZEROS.
            05 WS-EDIT-VALID-SW             PIC X(01)   VALUE 'N'.
                88 WS-EDIT-IS-VALID                     VALUE 'Y'.
            05 WS-HASH-UNVERIFIED-SW        PIC X(01)   VALUE 'N'.
            05 WS-CCTABLE-EOF-SW            PIC X(01)   VALUE 'N'.
            05 WS-COST-CTR-VALID-SW         PIC X(01)   VALUE 'N'.
                88 WS-COST-CTR-VALID                    VALUE 'Y'.

      * Transmission control fields - what the header and trailer
      * claim, and what this pass actually counted.
            05 WS-HDR-CYCLE-NO              PIC 9(04)  VALUE ZEROS.
            05 WS-TRL-REC-COUNT             PIC 9(09)  VALUE ZEROS.
            05 WS-TRL-HASH-TOTAL            PIC S9(11) VALUE ZEROS.
            05 WS-PERIOD-START              PIC 9(08)  VALUE ZEROS.
            05 WS-PERIOD-START-R REDEFINES WS-PERIOD-START.
                10 WS-PERIOD-START-YYYY     PIC 9(04).
                10 WS-PERIOD-START-MMDD     PIC 9(04).

        01 WS-TRANS-REC                     PIC X(80).
        01 WS-TRANS-HEADER REDEFINES WS-TRANS-REC.
            05 WS-TH-REC-TYPE               PIC X(02).
            05 WS-TH-FILE-DATE              PIC 9(08).
            05 WS-TH-CYCLE-NO               PIC 9(04).
            05 WS-TH-PERIOD-START           PIC 9(08).
            05 FILLER                       PIC X(58).
        01 WS-TRANS-TRAILER REDEFINES WS-TRANS-REC.
            05 FILLER                       PIC X(02).
            05 WS-TT-REC-COUNT              PIC 9(09).
            05 WS-TD-BONUS-AMT              PIC S9(09).
            05 FILLER                       PIC X(33).

      * The cost-center table is loaded here once and searched
      * serially for every detail.  500 entries is well past the
      * departments the company has - the load abends rather than
      * silently dropping cost centers if it ever fills up.
        01 W04-COST-CENTER-TABLE.
            05 WS-CCT-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-CCT-MAX                   PIC S9(9) COMP VALUE 500.
            05 WS-CCT-ENTRY OCCURS 500 TIMES
                INDEXED BY WS-CCT-IDX.
                10 WS-CCT-CODE               PIC X(04).
                10 WS-CCT-STATUS             PIC X(01).

      * INPUT layout is shared with BONUS - see BONUSREC.cpy.

        COPY BONUSREC.
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.

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
            PERFORM P0530-CHECK-EDITREJ-STATUS.
            OPEN OUTPUT EDIT-REPORT.
            PERFORM P0540-CHECK-EDTRPT-STATUS.
            OPEN INPUT HR-MASTER.
            IF WS-HRMSTR-STATUS = 35
                DISPLAY 'BONUSEDT ABEND - HR MASTER DATASET MISSING'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM P0560-CHECK-HRMSTR-STATUS.

            MOVE 'BONUS FRONT-END EDIT - EXCEPTION REPORT'
                TO WS-RPT-LINE.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            PERFORM P0250-VERIFY-TRANSMISSION.
            PERFORM P0260-LOAD-COST-CENTERS.

            PERFORM P0380-READ-NEW.

            WRITE EDIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-EDTRPT-STATUS.

      * No period start on the header - take the plan year before
      * the file date, and say so on the report.
            MOVE SPACES TO WS-RPT-LINE.
            IF WS-PERIOD-START = ZEROS
                MOVE WS-HDR-FILE-DATE TO WS-PERIOD-START
                SUBTRACT 1 FROM WS-PERIOD-START-YYYY
                MOVE 0101 TO WS-PERIOD-START-MMDD
                STRING 'BONUS PERIOD START DEFAULTED TO '
                                               DELIMITED BY SIZE
                       WS-PERIOD-START         DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            ELSE
                STRING 'BONUS PERIOD START ' DELIMITED BY SIZE
                       WS-PERIOD-START         DELIMITED BY SIZE
                    INTO WS-RPT-LINE
            END-IF.
            WRITE EDIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-EDTRPT-STATUS.

      * Rewind for the edit pass.
            CLOSE EDIT-INPUT.
            PERFORM P0500-CHECK-EDITIN-STATUS.
                ADD 1 TO WS-HDR-COUNT
                MOVE WS-TH-FILE-DATE TO WS-HDR-FILE-DATE
                MOVE WS-TH-CYCLE-NO  TO WS-HDR-CYCLE-NO
                IF WS-TH-PERIOD-START IS NUMERIC
                    MOVE WS-TH-PERIOD-START TO WS-PERIOD-START
                END-IF
            ELSE
            IF WS-TH-REC-TYPE = 'TR'
                IF WS-TT-REC-COUNT IS NOT NUMERIC
                PERFORM P0550-CHECK-CYCCTL-STATUS
            END-IF.

        P0260-LOAD-COST-CENTERS.
      * Without the table every detail would reject E011, so a
      * missing or empty one stops the run before anything is
      * edited - finance has to load it first.
            OPEN INPUT COST-CENTERS.
            IF WS-CCTABLE-STATUS = 35
                DISPLAY 'BONUSEDT ABEND - COST-CENTER TABLE MISSING'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            PERFORM P0580-CHECK-CCTABLE-STATUS.
            PERFORM P0262-READ-COST-CENTER.
            PERFORM P0264-STORE-COST-CENTER
                UNTIL WS-CCTABLE-EOF-SW = 'Y'.
            CLOSE COST-CENTERS.
            PERFORM P0580-CHECK-CCTABLE-STATUS.

            IF WS-CCT-COUNT = ZEROS
                DISPLAY 'BONUSEDT ABEND - COST-CENTER TABLE EMPTY'
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

            MOVE WS-CCT-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'COST CENTERS LOADED ... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE EDIT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-EDTRPT-STATUS.

        P0262-READ-COST-CENTER.
            READ COST-CENTERS
                AT END
                    MOVE 'Y' TO WS-CCTABLE-EOF-SW
            END-READ.
            PERFORM P0580-CHECK-CCTABLE-STATUS.

        P0264-STORE-COST-CENTER.
      * The table is keyed by hand, so a malformed entry is a hard
      * stop rather than a reason to reject good details.
            IF CC-CODE = SPACES
                OR (NOT CC-OPEN AND NOT CC-CLOSED)
                DISPLAY 'BONUSEDT ABEND - BAD COST-CENTER RECORD, '
                    'CODE=' CC-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            IF WS-CCT-COUNT >= WS-CCT-MAX
                DISPLAY 'BONUSEDT ABEND - COST-CENTER TABLE FULL, '
                    'CODE=' CC-CODE
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-CCT-COUNT.
            SET WS-CCT-IDX TO WS-CCT-COUNT.
            MOVE CC-CODE   TO WS-CCT-CODE (WS-CCT-IDX).
            MOVE CC-STATUS TO WS-CCT-STATUS (WS-CCT-IDX).
            PERFORM P0262-READ-COST-CENTER.

        P0300-PROCESS-NEW.
      * The header and trailer proved themselves in P0250 and do
      * not travel downstream - BONUS only ever sees details.
                MOVE 'N'    TO WS-EDIT-VALID-SW
                MOVE 'E006' TO WS-REJ-REASON-CODE
                MOVE 'EMPL-ID'         TO WS-REJ-FIELD-NAME
            ELSE
                PERFORM P0318-FIND-COST-CTR
                IF NOT WS-COST-CTR-VALID
                    MOVE 'N'    TO WS-EDIT-VALID-SW
                    MOVE 'E011' TO WS-REJ-REASON-CODE
                    MOVE 'COST-CENTER'     TO WS-REJ-FIELD-NAME
                END-IF
            END-IF
            END-IF
            END-IF
            END-IF
            END-IF.

            IF WS-EDIT-IS-VALID
                PERFORM P0315-VALIDATE-AGAINST-HR
            END-IF.

        P0315-VALIDATE-AGAINST-HR.
      * The record is well-formed - now prove it is for someone HR
      * actually employs, where and as HR says.  A record not on
      * the master comes back 23 and rejects as unknown.
            MOVE WS-IN-EMPL-ID TO HR-EMPL-ID.
            READ HR-MASTER
                INVALID KEY
                    PERFORM P0560-CHECK-HRMSTR-STATUS
                NOT INVALID KEY
                    PERFORM P0560-CHECK-HRMSTR-STATUS
            END-READ.

            IF WS-HRMSTR-STATUS = 23
                MOVE 'N'    TO WS-EDIT-VALID-SW
                MOVE 'E007' TO WS-REJ-REASON-CODE
                MOVE 'EMPL-ID'         TO WS-REJ-FIELD-NAME
            ELSE
            IF WS-IN-BONUS-AMT > ZERO
               AND HR-EMPL-STATUS = 'T'
               AND HR-TERM-DATE < WS-PERIOD-START
                MOVE 'N'    TO WS-EDIT-VALID-SW
                MOVE 'E008' TO WS-REJ-REASON-CODE
                MOVE 'HR-TERM-DATE'    TO WS-REJ-FIELD-NAME
            ELSE
            IF WS-IN-BONUS-AMT > ZERO
               AND HR-WORK-STATE NOT = WS-IN-STATE-CODE
                MOVE 'N'    TO WS-EDIT-VALID-SW
                MOVE 'E009' TO WS-REJ-REASON-CODE
                MOVE 'STATE-CODE'      TO WS-REJ-FIELD-NAME
            ELSE
            IF HR-LAST-NAME NOT = WS-IN-LAST-NAME
                MOVE 'N'    TO WS-EDIT-VALID-SW
                MOVE 'E010' TO WS-REJ-REASON-CODE
                MOVE 'LAST-NAME'       TO WS-REJ-FIELD-NAME
            END-IF
            END-IF
            END-IF
            END-IF.

        P0318-FIND-COST-CTR.
      * The cost center must be on the table, and open unless the
      * detail is a clawback.
            MOVE 'N' TO WS-COST-CTR-VALID-SW.
            SET WS-CCT-IDX TO 1.
            SEARCH WS-CCT-ENTRY
                AT END
                    MOVE 'N' TO WS-COST-CTR-VALID-SW
                WHEN WS-CCT-IDX > WS-CCT-COUNT
                    MOVE 'N' TO WS-COST-CTR-VALID-SW
                WHEN WS-CCT-CODE (WS-CCT-IDX) = WS-IN-COST-CTR
                    IF WS-CCT-STATUS (WS-CCT-IDX) = 'A'
                        OR WS-IN-BONUS-AMT < ZERO
                        MOVE 'Y' TO WS-COST-CTR-VALID-SW
                    END-IF
            END-SEARCH.

        P0320-WRITE-CLEAN.
            WRITE FD-EDITOUT-REC FROM WS-INBONUS-REC.
            PERFORM P0520-CHECK-EDITOUT-STATUS.
            PERFORM P0530-CHECK-EDITREJ-STATUS.
            CLOSE EDIT-REPORT.
            PERFORM P0540-CHECK-EDTRPT-STATUS.
            CLOSE HR-MASTER.
            PERFORM P0560-CHECK-HRMSTR-STATUS.

            PERFORM P0420-CLEAR-RESUB.
            PERFORM P0430-UPDATE-CYCLE-CONTROL.
            PERFORM P0440-LOG-RUN-CONTROL.

        P0499-EXIT.
            EXIT.
            CLOSE CYCLE-CONTROL.
            PERFORM P0550-CHECK-CYCCTL-STATUS.

        P0440-LOG-RUN-CONTROL.
      * Leave this run's control figures on the run-control log for
      * BONUSBAL to prove against the other steps, under the cycle
      * just recorded on CYCLE-CONTROL.  A rerun of the step for the
      * same cycle rewrites its own records.  Same first-run
      * fallback as the VSAM masters in BONUS.
            MOVE WS-HDR-FILE-DATE TO WS-LOG-CYCLE-DATE.
            MOVE WS-HDR-CYCLE-NO  TO WS-LOG-CYCLE-NO.
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

            MOVE 'NEWREAD ' TO WS-LOG-ITEM-NAME.
            MOVE 'NEW RECORDS READ' TO WS-LOG-ITEM-DESC.
            MOVE WS-NEW-READ TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0445-WRITE-RUNCTL.

            MOVE 'RESUBRD ' TO WS-LOG-ITEM-NAME.
            MOVE 'RESUBMITTED READ' TO WS-LOG-ITEM-DESC.
            MOVE WS-RESUB-READ TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0445-WRITE-RUNCTL.

            MOVE 'CLEAN   ' TO WS-LOG-ITEM-NAME.
            MOVE 'RECORDS PASSED' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-CLEAN TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0445-WRITE-RUNCTL.

            MOVE 'REJECT  ' TO WS-LOG-ITEM-NAME.
            MOVE 'RECORDS REJECTED' TO WS-LOG-ITEM-DESC.
            MOVE WS-REC-REJECTED TO WS-LOG-COUNT.
            MOVE ZEROS TO WS-LOG-AMOUNT.
            PERFORM P0445-WRITE-RUNCTL.

            CLOSE RUN-CONTROL-LOG.
            PERFORM P0570-CHECK-RUNCTL-STATUS.

        P0445-WRITE-RUNCTL.
            MOVE SPACES            TO RUN-CTL-REC.
            MOVE WS-LOG-CYCLE-DATE TO RC-CYCLE-DATE.
            MOVE WS-LOG-CYCLE-NO   TO RC-CYCLE-NO.
            MOVE 'BONUSEDT'        TO RC-STEP-NAME.
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

        P0500-CHECK-EDITIN-STATUS.
      * 00 = normal read, 10 = end of file. Anything else is a real
      * I-O problem and the run cannot be trusted to continue.
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0560-CHECK-HRMSTR-STATUS.
      * 23 = employee not on the HR master, which rejects the
      * detail as E007 rather than stopping the run.
            IF WS-HRMSTR-STATUS = 00 OR WS-HRMSTR-STATUS = 23
                CONTINUE
            ELSE
                DISPLAY 'BONUSEDT ABEND - HRMSTR I-O ERROR, STATUS = '
                    WS-HRMSTR-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0570-CHECK-RUNCTL-STATUS.
            IF WS-RUNCTL-STATUS NOT = 00
                DISPLAY 'BONUSEDT ABEND - RUNCTL I-O ERROR, STATUS = '
                    WS-RUNCTL-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0580-CHECK-CCTABLE-STATUS.
            IF WS-CCTABLE-STATUS = 00 OR WS-CCTABLE-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'BONUSEDT ABEND - CCTABLE I-O ERROR, STATUS = '
                    WS-CCTABLE-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
