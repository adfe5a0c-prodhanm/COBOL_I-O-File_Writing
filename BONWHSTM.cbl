      * a CLAWED flag and are netted out of the annual totals;
      * payments returned by the bank and reissued by check
      * (PH-CLAWED-IND = R) list flagged but count - their
      * withholding stood and the net was ultimately paid.  So do
      * payments whose check was voided unpresented (V) - the net
      * is still owed and is reissued or escheated, so the
      * withholding stands.
      *
      * An employee paid in more than one state during the year -
      * a bonus BONUS split across work states is one history row
      * per state - also gets the year's gross and state tax
      * broken out by state under the totals, the state wages and
      * withholding the W-2 reports for each state.
      *
      * Each employee's totals are cross-footed against the year
      * archive YTDYREND wrote when it closed the year, the same
            05 WS-RPT-YEAR-EDIT             PIC 9(04).
            05 WS-RPT-FLAG                  PIC X(08).

      * W06-STATE-SHARES is the current employee's year totals by
      * state, netted the same way as the annual totals.
        01 W06-STATE-SHARES.
            05 WS-SHR-COUNT                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-SHR-SUB                   PIC S9(9) COMP VALUE ZEROS.
            05 WS-SHR-ENTRY OCCURS 25 TIMES INDEXED BY WS-SHR-IDX.
                10 WS-SHR-STATE-CD           PIC X(02).
                10 WS-SHR-GROSS              PIC S9(9)V99.
                10 WS-SHR-ST-TAX             PIC S9(9)V99.

        PROCEDURE DIVISION.

        P0100-MAINLINE.
            MOVE ZEROS TO WS-SUM-FED.
            MOVE ZEROS TO WS-SUM-ST.
            MOVE ZEROS TO WS-SUM-NET.
            MOVE ZEROS TO WS-SHR-COUNT.
            ADD 1 TO WS-EMPL-COUNT.

            MOVE SPACES TO WS-RPT-LINE.
            ELSE
            IF PH-CLAWED-IND = 'R'
                MOVE ' REISSUE' TO WS-RPT-FLAG
            ELSE
            IF PH-CLAWED-IND = 'V'
                MOVE ' VOIDED ' TO WS-RPT-FLAG
            ELSE
                MOVE SPACES     TO WS-RPT-FLAG
            END-IF
            END-IF
            END-IF.

      * Clawed payments list for the record but are netted out of
                ADD PH-FED-TAX   TO WS-SUM-FED
                ADD PH-ST-TAX    TO WS-SUM-ST
                ADD PH-NET-AMT   TO WS-SUM-NET
                PERFORM P0318-ADD-STATE-SHARE
            END-IF.

            MOVE PH-GROSS-AMT TO WS-RPT-AMT-EDIT.
            WRITE STMT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-STMTRPT-STATUS.

        P0318-ADD-STATE-SHARE.
            SET WS-SHR-IDX TO 1.
            SEARCH WS-SHR-ENTRY
                AT END
                    PERFORM P0319-NEW-STATE-SHARE
                WHEN WS-SHR-IDX > WS-SHR-COUNT
                    PERFORM P0319-NEW-STATE-SHARE
                WHEN WS-SHR-STATE-CD (WS-SHR-IDX) = PH-STATE-CODE
                    CONTINUE
            END-SEARCH.
            ADD PH-GROSS-AMT TO WS-SHR-GROSS (WS-SHR-IDX).
            ADD PH-ST-TAX    TO WS-SHR-ST-TAX (WS-SHR-IDX).

        P0319-NEW-STATE-SHARE.
            IF WS-SHR-COUNT >= 25
                DISPLAY 'BONWHSTM ABEND - STATE SHARE TABLE FULL, '
                    'EMPL=' PH-EMPL-ID
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
            ADD 1 TO WS-SHR-COUNT.
            SET WS-SHR-IDX TO WS-SHR-COUNT.
            MOVE PH-STATE-CODE TO WS-SHR-STATE-CD (WS-SHR-IDX).
            MOVE ZEROS         TO WS-SHR-GROSS (WS-SHR-IDX).
            MOVE ZEROS         TO WS-SHR-ST-TAX (WS-SHR-IDX).

        P0320-SETTLE-EMPLOYEE.
      * Print the annual totals and prove them against the archive
      * record YTDYREND wrote for this employee.
            WRITE STMT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-STMTRPT-STATUS.

            IF WS-SHR-COUNT > 1
                PERFORM P0325-PRINT-STATE-SHARE
                    VARYING WS-SHR-SUB FROM 1 BY 1
                    UNTIL WS-SHR-SUB > WS-SHR-COUNT
            END-IF.

            PERFORM P0330-CROSS-FOOT-ARCHIVE.

        P0325-PRINT-STATE-SHARE.
            MOVE WS-SHR-GROSS (WS-SHR-SUB)  TO WS-RPT-AMT-EDIT.
            MOVE WS-SHR-ST-TAX (WS-SHR-SUB) TO WS-RPT-AMT3-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING '    STATE '              DELIMITED BY SIZE
                   WS-SHR-STATE-CD (WS-SHR-SUB) DELIMITED BY SIZE
                   ' GROSS='                  DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT            DELIMITED BY SIZE
                   ' ST TAX='                 DELIMITED BY SIZE
                   WS-RPT-AMT3-EDIT           DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE STMT-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0520-CHECK-STMTRPT-STATUS.

        P0330-CROSS-FOOT-ARCHIVE.
      * Both files run ascending by employee ID.  Archive records
      * passed over on the way to this employee belong to employees
