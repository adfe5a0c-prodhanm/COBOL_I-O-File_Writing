        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHKRECON.

        ENVIRONMENT DIVISION.
      * CHKRECON reconciles the bank's daily paid/void items file
      * against the outstanding-check master BONUSCHK builds
      * (PROD.BONUS.OUTCHK), replacing the hand tick of the CHKREG
      * sysout against the bank statement.
      *
      * A paid item whose check is outstanding for the same amount
      * marks the check paid.  Everything else is an exception for
      * treasury: a check paid that we never issued, a check paid
      * for a different amount than issued (marked paid at the
      * bank's figure so a second presentment still shows up), a
      * check paid twice, and a check paid after we voided it.  A
      * void item from the bank voids an outstanding check the same
      * way a stale-date void does; the bank echoing back one of our
      * own voids is just confirmation.
      *
      * After the items are worked, every check still outstanding
      * past the stale-date window is voided: the master is marked,
      * a void record goes to the positive-pay void file so the
      * bank refuses the check if it ever surfaces, and the payment
      * the check settled is flagged on PROD.BONUS.PAYHIST
      * (PH-CLAWED-IND = V) so payroll can reissue it or escheat it.
      * The items are worked first so a check that cleared today is
      * never voided today.
      *
      * The payment is found the way ACHRTN finds a returned entry:
      * the pay date BONUS keyed the payment under (OC-PAY-DATE, or
      * the issue date on a check cut before that was carried) is
      * tried first, with a fallback to the employee's whole
      * history for a single live payment of the check's amount.  A
      * payment that cannot be pinned down is an exception - the
      * void still goes to the bank, but the flag has to be set by
      * hand.
      *
      * Any exception ends the run RC 8.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PAID-ITEMS ASSIGN TO PAIDITEM
                FILE STATUS IS WS-PAIDITEM-STATUS.
            SELECT OUTSTANDING-CHECKS ASSIGN TO OUTCHK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OC-KEY
                FILE STATUS IS WS-OUTCHK-STATUS.
            SELECT PAY-HISTORY ASSIGN TO PAYHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PH-KEY
                FILE STATUS IS WS-PAYHIST-STATUS.
            SELECT VOID-POSPAY ASSIGN TO VOIDPAY
                FILE STATUS IS WS-VOIDPAY-STATUS.
            SELECT RECON-REPORT ASSIGN TO CHKRRPT
                FILE STATUS IS WS-CHKRRPT-STATUS.

        DATA DIVISION.
        FILE SECTION.

      * One record per item the bank settled or voided on our
      * check-clearing account, as the bank's transmission lands
      * after translation: P = paid, V = void.
        FD PAID-ITEMS
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-PAIDITEM-REC.
        01 FD-PAIDITEM-REC                  PIC X(80).

      * Outstanding-check master - layout and OC-STATUS values in
      * copybooks/OCHKREC.cpy.
        FD OUTSTANDING-CHECKS
            RECORDING MODE IS F.

        COPY OCHKREC.

      * Same cluster BONUS maintains - layout and PH-CLAWED-IND
      * values in copybooks/PAYHREC.cpy.
        FD PAY-HISTORY
            RECORDING MODE IS F.

        COPY PAYHREC.

        FD VOID-POSPAY
            RECORDING MODE IS F
            BLOCK CONTAINS 80 RECORDS
            DATA RECORD IS FD-VOIDPAY-REC.
        01 FD-VOIDPAY-REC                   PIC X(80).

        FD RECON-REPORT
            RECORDING MODE IS F
            DATA RECORD IS RECON-REPORT-LINE.
        01 RECON-REPORT-LINE                PIC X(132).

        WORKING-STORAGE SECTION.
        01 FILLER                           PIC X(37)  VALUE
            'BEGIN WORKING STORAGE FOR CHKRECON '.
        01 WS-PAIDITEM-STATUS               PIC 9(02)  VALUE ZEROS.
        01 WS-OUTCHK-STATUS                 PIC 9(02)  VALUE ZEROS.
        01 WS-PAYHIST-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-VOIDPAY-STATUS                PIC 9(02)  VALUE ZEROS.
        01 WS-CHKRRPT-STATUS                PIC 9(02)  VALUE ZEROS.

        01 W01-ACCUMULATORS.
            05 WS-ITEM-READ                 PIC S9(9) COMP VALUE ZEROS.
            05 WS-PAID-COUNT                PIC S9(9) COMP VALUE ZEROS.
            05 WS-BANK-VOID-COUNT           PIC S9(9) COMP VALUE ZEROS.
            05 WS-VOID-CONFIRM-COUNT        PIC S9(9) COMP VALUE ZEROS.
            05 WS-ITEM-EXCP-COUNT           PIC S9(9) COMP VALUE ZEROS.
            05 WS-STALE-COUNT               PIC S9(9) COMP VALUE ZEROS.
            05 WS-FLAGGED-COUNT             PIC S9(9) COMP VALUE ZEROS.
            05 WS-FLAG-EXCP-COUNT           PIC S9(9) COMP VALUE ZEROS.
            05 WS-FH-HIT-COUNT              PIC S9(9) COMP VALUE ZEROS.
            05 WS-PAID-TOTAL-AMT            PIC S9(9)V99 VALUE ZEROS.
            05 WS-STALE-TOTAL-AMT           PIC S9(9)V99 VALUE ZEROS.
            05 WS-ITEM-AMT                  PIC S9(9)V99 VALUE ZEROS.
            05 WS-AMT-CENTS                 PIC 9(10)  VALUE ZEROS.

        01 W02-SWITCHES.
            05 WS-PAIDITEM-EOF-SW           PIC X(01)  VALUE 'N'.
            05 WS-OUTCHK-EOF-SW             PIC X(01)  VALUE 'N'.
            05 WS-PAYHIST-EOF-SW            PIC X(01)  VALUE 'N'.
            05 WS-PAYMENT-FOUND-SW          PIC X(01)  VALUE 'N'.
                88 WS-PAYMENT-FOUND                    VALUE 'Y'.

        01 W03-DATE-FIELDS.
            05 WS-RUN-DATE                  PIC 9(08)  VALUE ZEROS.
      * A check outstanding longer than this many days is stale-
      * dated and voided.
            05 WS-STALE-DATE-DAYS           PIC S9(4) COMP VALUE 180.
            05 WS-STALE-CUTOFF-DATE         PIC 9(08)  VALUE ZEROS.
            05 WS-MATCH-PAY-DATE            PIC 9(08)  VALUE ZEROS.
            05 WS-FH-SAVE-KEY               PIC X(21).

        01 WS-PAIDITEM-REC.
            05 WS-PI-ITEM-TYPE              PIC X(01).
            05 WS-PI-ACCOUNT                PIC X(17).
            05 WS-PI-CHECK-NO               PIC 9(10).
            05 WS-PI-ITEM-DATE              PIC 9(08).
            05 WS-PI-AMT-CENTS              PIC 9(10).
            05 WS-PI-FILLER                 PIC X(34).

      * Positive-pay record in the bank's layout - see
      * copybooks/PPAYREC.cpy.  Every record this program sends
      * is a void.
        COPY PPAYREC.

        01 W04-REPORT-FIELDS.
            05 WS-RPT-LINE                  PIC X(132).
            05 WS-RPT-CNT-EDIT              PIC ZZZ,ZZ9.
            05 WS-RPT-AMT-EDIT              PIC ZZZ,ZZZ,ZZ9.99-.
            05 WS-RPT-AMT2-EDIT             PIC ZZZ,ZZZ,ZZ9.99-.

        PROCEDURE DIVISION.

        P0100-MAINLINE.
            PERFORM P0200-INITIALIZES       THRU P0299-EXIT.

            PERFORM P0300-PROCESS-ITEM      THRU P0399-EXIT
                UNTIL WS-PAIDITEM-EOF-SW = 'Y'.

            PERFORM P0400-WRAP-UP           THRU P0499-EXIT

            STOP RUN.

        P0199-EXIT.
            EXIT.

        P0200-INITIALIZES.
            OPEN INPUT PAID-ITEMS.
            PERFORM P0500-CHECK-PAIDITEM-STATUS.
      * Before BONUSCHK has cut its first check the master is still
      * the empty cluster DEFYTD defined - load it empty once so the
      * run reconciles against no checks outstanding.
            OPEN I-O OUTSTANDING-CHECKS.
            IF WS-OUTCHK-STATUS = 35
                OPEN OUTPUT OUTSTANDING-CHECKS
                CLOSE OUTSTANDING-CHECKS
                PERFORM P0510-CHECK-OUTCHK-STATUS
                OPEN I-O OUTSTANDING-CHECKS
            END-IF.
            PERFORM P0510-CHECK-OUTCHK-STATUS.
            OPEN I-O PAY-HISTORY.
            PERFORM P0520-CHECK-PAYHIST-STATUS.
            OPEN OUTPUT VOID-POSPAY.
            PERFORM P0530-CHECK-VOIDPAY-STATUS.
            OPEN OUTPUT RECON-REPORT.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            MOVE 'PAID-CHECK RECONCILIATION - EXCEPTIONS AND VOIDS'
                TO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
            COMPUTE WS-STALE-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                    - WS-STALE-DATE-DAYS).

            MOVE SPACES TO WS-RPT-LINE.
            STRING 'VOIDING CHECKS ISSUED BEFORE '
                                             DELIMITED BY SIZE
                   WS-STALE-CUTOFF-DATE      DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            PERFORM P0380-READ-ITEM.

        P0299-EXIT.
            EXIT.

        P0300-PROCESS-ITEM.
            IF WS-PI-CHECK-NO IS NOT NUMERIC
                OR WS-PI-AMT-CENTS IS NOT NUMERIC
                MOVE SPACES TO WS-RPT-LINE
                STRING 'EXCEPTION - UNREADABLE ITEM  TYPE='
                                             DELIMITED BY SIZE
                       WS-PI-ITEM-TYPE       DELIMITED BY SIZE
                       ' CHECK='             DELIMITED BY SIZE
                       WS-PI-CHECK-NO        DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM P0370-FLAG-ITEM-EXCEPTION
                PERFORM P0380-READ-ITEM
                GO TO P0399-EXIT
            END-IF.

            COMPUTE WS-ITEM-AMT = WS-PI-AMT-CENTS / 100.
            IF WS-PI-ITEM-TYPE = 'P'
                PERFORM P0310-PROCESS-PAID
            ELSE
            IF WS-PI-ITEM-TYPE = 'V'
                PERFORM P0330-PROCESS-BANK-VOID
            ELSE
                MOVE SPACES TO WS-RPT-LINE
                STRING 'EXCEPTION - UNKNOWN ITEM TYPE '
                                             DELIMITED BY SIZE
                       WS-PI-ITEM-TYPE       DELIMITED BY SIZE
                       ' CHECK='             DELIMITED BY SIZE
                       WS-PI-CHECK-NO        DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM P0370-FLAG-ITEM-EXCEPTION
            END-IF
            END-IF.

            PERFORM P0380-READ-ITEM.

        P0399-EXIT.
            EXIT.

        P0310-PROCESS-PAID.
            MOVE WS-PI-CHECK-NO TO OC-CHECK-NO.
            READ OUTSTANDING-CHECKS
                INVALID KEY
                    PERFORM P0510-CHECK-OUTCHK-STATUS
                    MOVE WS-ITEM-AMT TO WS-RPT-AMT-EDIT
                    MOVE SPACES TO WS-RPT-LINE
                    STRING 'EXCEPTION - PAID NOT ISSUED  CHECK='
                                             DELIMITED BY SIZE
                           WS-PI-CHECK-NO    DELIMITED BY SIZE
                           ' PAID='          DELIMITED BY SIZE
                           WS-PI-ITEM-DATE   DELIMITED BY SIZE
                           ' AMT='           DELIMITED BY SIZE
                           WS-RPT-AMT-EDIT   DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                    PERFORM P0370-FLAG-ITEM-EXCEPTION
                NOT INVALID KEY
                    PERFORM P0510-CHECK-OUTCHK-STATUS
                    PERFORM P0315-APPLY-PAID
            END-READ.

        P0315-APPLY-PAID.
      * Only an outstanding check can be paid.  A check already
      * paid is a second presentment; a voided one got past
      * positive pay.  Either way the master is left as it stands.
            IF OC-STATUS = 'P'
                MOVE WS-ITEM-AMT TO WS-RPT-AMT-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING 'EXCEPTION - PAID TWICE  CHECK='
                                             DELIMITED BY SIZE
                       OC-CHECK-NO           DELIMITED BY SIZE
                       ' FIRST PAID='        DELIMITED BY SIZE
                       OC-STATUS-DATE        DELIMITED BY SIZE
                       ' AGAIN='             DELIMITED BY SIZE
                       WS-PI-ITEM-DATE       DELIMITED BY SIZE
                       ' AMT='               DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT       DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM P0370-FLAG-ITEM-EXCEPTION
            ELSE
            IF OC-STATUS = 'V'
                MOVE WS-ITEM-AMT TO WS-RPT-AMT-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING 'EXCEPTION - PAID AFTER VOID  CHECK='
                                             DELIMITED BY SIZE
                       OC-CHECK-NO           DELIMITED BY SIZE
                       ' VOIDED='            DELIMITED BY SIZE
                       OC-STATUS-DATE        DELIMITED BY SIZE
                       ' PAID='              DELIMITED BY SIZE
                       WS-PI-ITEM-DATE       DELIMITED BY SIZE
                       ' AMT='               DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT       DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM P0370-FLAG-ITEM-EXCEPTION
            ELSE
                MOVE 'P'             TO OC-STATUS
                MOVE WS-PI-ITEM-DATE TO OC-STATUS-DATE
                MOVE WS-ITEM-AMT     TO OC-PAID-AMT
                REWRITE OUTCHK-REC
                PERFORM P0510-CHECK-OUTCHK-STATUS
                IF OC-PAID-AMT = OC-AMOUNT
                    ADD 1 TO WS-PAID-COUNT
                    ADD OC-PAID-AMT TO WS-PAID-TOTAL-AMT
                ELSE
                    MOVE OC-AMOUNT   TO WS-RPT-AMT-EDIT
                    MOVE OC-PAID-AMT TO WS-RPT-AMT2-EDIT
                    MOVE SPACES TO WS-RPT-LINE
                    STRING 'EXCEPTION - AMOUNT MISMATCH  CHECK='
                                             DELIMITED BY SIZE
                           OC-CHECK-NO       DELIMITED BY SIZE
                           ' EMPL='          DELIMITED BY SIZE
                           OC-EMPL-ID        DELIMITED BY SIZE
                           ' ISSUED='        DELIMITED BY SIZE
                           WS-RPT-AMT-EDIT   DELIMITED BY SIZE
                           ' PAID='          DELIMITED BY SIZE
                           WS-RPT-AMT2-EDIT  DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                    PERFORM P0370-FLAG-ITEM-EXCEPTION
                END-IF
            END-IF
            END-IF.

        P0330-PROCESS-BANK-VOID.
            MOVE WS-PI-CHECK-NO TO OC-CHECK-NO.
            READ OUTSTANDING-CHECKS
                INVALID KEY
                    PERFORM P0510-CHECK-OUTCHK-STATUS
                    MOVE SPACES TO WS-RPT-LINE
                    STRING 'EXCEPTION - VOID NOT ISSUED  CHECK='
                                             DELIMITED BY SIZE
                           WS-PI-CHECK-NO    DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                    PERFORM P0370-FLAG-ITEM-EXCEPTION
                NOT INVALID KEY
                    PERFORM P0510-CHECK-OUTCHK-STATUS
                    PERFORM P0335-APPLY-BANK-VOID
            END-READ.

        P0335-APPLY-BANK-VOID.
      * A void on a check we already voided is the bank
      * acknowledging our own positive-pay void.  A void on a paid
      * check cannot be undone here - treasury works it with the
      * bank.
            IF OC-STATUS = 'V'
                ADD 1 TO WS-VOID-CONFIRM-COUNT
            ELSE
            IF OC-STATUS = 'P'
                MOVE SPACES TO WS-RPT-LINE
                STRING 'EXCEPTION - VOID AFTER PAID  CHECK='
                                             DELIMITED BY SIZE
                       OC-CHECK-NO           DELIMITED BY SIZE
                       ' PAID='              DELIMITED BY SIZE
                       OC-STATUS-DATE        DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                PERFORM P0370-FLAG-ITEM-EXCEPTION
            ELSE
                MOVE 'V'             TO OC-STATUS
                MOVE WS-PI-ITEM-DATE TO OC-STATUS-DATE
                REWRITE OUTCHK-REC
                PERFORM P0510-CHECK-OUTCHK-STATUS
                ADD 1 TO WS-BANK-VOID-COUNT
                MOVE OC-AMOUNT TO WS-RPT-AMT-EDIT
                MOVE SPACES TO WS-RPT-LINE
                STRING 'VOIDED BY BANK  CHECK='  DELIMITED BY SIZE
                       OC-CHECK-NO           DELIMITED BY SIZE
                       ' EMPL='              DELIMITED BY SIZE
                       OC-EMPL-ID            DELIMITED BY SIZE
                       ' ISSUED='            DELIMITED BY SIZE
                       OC-ISSUE-DATE         DELIMITED BY SIZE
                       ' AMT='               DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT       DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE RECON-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0540-CHECK-CHKRRPT-STATUS
                PERFORM P0350-FLAG-PAYMENT
            END-IF
            END-IF.

        P0350-FLAG-PAYMENT.
      * Find the live payment the voided check settled and mark it
      * for reissue or escheat.  The pay date the check carries is
      * tried first - the issue date on a check from before the pay
      * date was carried, when the two were always the same; the
      * employee's whole history is the fallback, where exactly one
      * live payment of the check's amount is the one.
            MOVE 'N' TO WS-PAYMENT-FOUND-SW.
            MOVE 'N' TO WS-PAYHIST-EOF-SW.
            IF OC-PAY-DATE IS NUMERIC
                AND OC-PAY-DATE NOT = ZEROS
                MOVE OC-PAY-DATE   TO WS-MATCH-PAY-DATE
            ELSE
                MOVE OC-ISSUE-DATE TO WS-MATCH-PAY-DATE
            END-IF.
            MOVE OC-EMPL-ID        TO PH-EMPL-ID.
            MOVE WS-MATCH-PAY-DATE TO PH-PAY-DATE.
            MOVE ZEROS             TO PH-PAY-SEQ.
            START PAY-HISTORY KEY NOT LESS THAN PH-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-PAYHIST-EOF-SW
            END-START.
            PERFORM P0520-CHECK-PAYHIST-STATUS.

            PERFORM P0355-SCAN-DAY-PAYMENTS
                UNTIL WS-PAYMENT-FOUND
                    OR WS-PAYHIST-EOF-SW = 'Y'.

            IF NOT WS-PAYMENT-FOUND
                PERFORM P0360-SCAN-FULL-HISTORY
            END-IF.

            IF WS-PAYMENT-FOUND
                MOVE 'V' TO PH-CLAWED-IND
                REWRITE PAYHIST-REC
                PERFORM P0520-CHECK-PAYHIST-STATUS
                ADD 1 TO WS-FLAGGED-COUNT
                MOVE SPACES TO WS-RPT-LINE
                STRING '  PAYMENT FLAGGED FOR REISSUE/ESCHEAT  EMPL='
                                             DELIMITED BY SIZE
                       PH-EMPL-ID            DELIMITED BY SIZE
                       ' PAID='              DELIMITED BY SIZE
                       PH-PAY-DATE           DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE RECON-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0540-CHECK-CHKRRPT-STATUS
            ELSE
                ADD 1 TO WS-FLAG-EXCP-COUNT
                MOVE SPACES TO WS-RPT-LINE
                IF WS-FH-HIT-COUNT > 1
                    STRING '  EXCEPTION - AMBIGUOUS PAYMENT, FLAG BY '
                                             DELIMITED BY SIZE
                           'HAND  CHECK='    DELIMITED BY SIZE
                           OC-CHECK-NO       DELIMITED BY SIZE
                           ' EMPL='          DELIMITED BY SIZE
                           OC-EMPL-ID        DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                ELSE
                    STRING '  EXCEPTION - NO LIVE PAYMENT, FLAG BY '
                                             DELIMITED BY SIZE
                           'HAND  CHECK='    DELIMITED BY SIZE
                           OC-CHECK-NO       DELIMITED BY SIZE
                           ' EMPL='          DELIMITED BY SIZE
                           OC-EMPL-ID        DELIMITED BY SIZE
                        INTO WS-RPT-LINE
                END-IF
                WRITE RECON-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0540-CHECK-CHKRRPT-STATUS
            END-IF.

        P0355-SCAN-DAY-PAYMENTS.
            READ PAY-HISTORY NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-PAYHIST-EOF-SW
            END-READ.
            PERFORM P0520-CHECK-PAYHIST-STATUS.
            IF WS-PAYHIST-EOF-SW NOT = 'Y'
                IF PH-EMPL-ID NOT = OC-EMPL-ID
                    OR PH-PAY-DATE NOT = WS-MATCH-PAY-DATE
                    MOVE 'Y' TO WS-PAYHIST-EOF-SW
                ELSE
                    IF PH-CLAWED-IND = 'N'
                        AND PH-NET-AMT = OC-AMOUNT
                        MOVE 'Y' TO WS-PAYMENT-FOUND-SW
                    END-IF
                END-IF
            END-IF.

        P0360-SCAN-FULL-HISTORY.
            MOVE ZEROS TO WS-FH-HIT-COUNT.
            MOVE 'N' TO WS-PAYHIST-EOF-SW.
            MOVE OC-EMPL-ID TO PH-EMPL-ID.
            MOVE ZEROS      TO PH-PAY-DATE.
            MOVE ZEROS      TO PH-PAY-SEQ.
            START PAY-HISTORY KEY NOT LESS THAN PH-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-PAYHIST-EOF-SW
            END-START.
            PERFORM P0520-CHECK-PAYHIST-STATUS.

            PERFORM P0365-CHECK-HISTORY-REC
                UNTIL WS-PAYHIST-EOF-SW = 'Y'.

            IF WS-FH-HIT-COUNT = 1
                MOVE WS-FH-SAVE-KEY TO PH-KEY
                READ PAY-HISTORY
                    INVALID KEY
                        DISPLAY 'CHKRECON ABEND - PAYHIST RECORD '
                            'VANISHED DURING FALLBACK SCAN'
                        MOVE 16 TO RETURN-CODE
                        STOP RUN
                END-READ
                PERFORM P0520-CHECK-PAYHIST-STATUS
                MOVE 'Y' TO WS-PAYMENT-FOUND-SW
            END-IF.

        P0365-CHECK-HISTORY-REC.
            READ PAY-HISTORY NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-PAYHIST-EOF-SW
            END-READ.
            PERFORM P0520-CHECK-PAYHIST-STATUS.
            IF WS-PAYHIST-EOF-SW NOT = 'Y'
                IF PH-EMPL-ID NOT = OC-EMPL-ID
                    MOVE 'Y' TO WS-PAYHIST-EOF-SW
                ELSE
                    IF PH-CLAWED-IND = 'N'
                        AND PH-NET-AMT = OC-AMOUNT
                        ADD 1 TO WS-FH-HIT-COUNT
                        MOVE PH-KEY TO WS-FH-SAVE-KEY
                    END-IF
                END-IF
            END-IF.

        P0370-FLAG-ITEM-EXCEPTION.
      * The caller built the report line - count it and print it.
            ADD 1 TO WS-ITEM-EXCP-COUNT.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

        P0380-READ-ITEM.
            READ PAID-ITEMS INTO WS-PAIDITEM-REC
                AT END
                    MOVE 'Y' TO WS-PAIDITEM-EOF-SW
            END-READ.
            PERFORM P0500-CHECK-PAIDITEM-STATUS.
            IF WS-PAIDITEM-STATUS = 00
                ADD 1 TO WS-ITEM-READ
            END-IF.

        P0400-WRAP-UP.
            PERFORM P0420-STALE-DATE-SCAN.
            PERFORM P0410-PRINT-TOTALS.

            CLOSE PAID-ITEMS.
            PERFORM P0500-CHECK-PAIDITEM-STATUS.
            CLOSE OUTSTANDING-CHECKS.
            PERFORM P0510-CHECK-OUTCHK-STATUS.
            CLOSE PAY-HISTORY.
            PERFORM P0520-CHECK-PAYHIST-STATUS.
            CLOSE VOID-POSPAY.
            PERFORM P0530-CHECK-VOIDPAY-STATUS.
            CLOSE RECON-REPORT.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            IF WS-ITEM-EXCP-COUNT > ZEROS
                OR WS-FLAG-EXCP-COUNT > ZEROS
                MOVE 8 TO RETURN-CODE
            END-IF.

        P0499-EXIT.
            EXIT.

        P0410-PRINT-TOTALS.
            MOVE WS-ITEM-READ TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'BANK ITEMS READ ....... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            MOVE WS-PAID-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'CHECKS PAID CLEAN ..... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            MOVE WS-PAID-TOTAL-AMT TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'PAID CLEAN AMOUNT ..... ' DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            MOVE WS-BANK-VOID-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'VOIDED BY BANK ........ ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            MOVE WS-VOID-CONFIRM-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'VOIDS CONFIRMED ....... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            MOVE WS-ITEM-EXCP-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'ITEM EXCEPTIONS ....... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            MOVE WS-STALE-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'STALE-DATED VOIDS ..... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            MOVE WS-STALE-TOTAL-AMT TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'STALE-DATED AMOUNT .... ' DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            MOVE WS-FLAGGED-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'PAYMENTS FLAGGED ...... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            MOVE WS-FLAG-EXCP-COUNT TO WS-RPT-CNT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'FLAG BY HAND .......... ' DELIMITED BY SIZE
                   WS-RPT-CNT-EDIT             DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            IF WS-ITEM-READ = WS-PAID-COUNT + WS-BANK-VOID-COUNT
                + WS-VOID-CONFIRM-COUNT + WS-ITEM-EXCP-COUNT
                AND WS-STALE-COUNT + WS-BANK-VOID-COUNT =
                    WS-FLAGGED-COUNT + WS-FLAG-EXCP-COUNT
                MOVE 'CONTROL TOTALS BALANCE - ITEMS AND VOIDS PROVE'
                    TO WS-RPT-LINE
            ELSE
                MOVE 'DISCREPANCY - ITEMS OR VOIDS DO NOT PROVE'
                    TO WS-RPT-LINE
            END-IF.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

        P0420-STALE-DATE-SCAN.
      * Walk the whole master from the lowest check number and void
      * every check still outstanding past the window.
            MOVE 'N' TO WS-OUTCHK-EOF-SW.
            MOVE ZEROS TO OC-CHECK-NO.
            START OUTSTANDING-CHECKS KEY NOT LESS THAN OC-KEY
                INVALID KEY
                    MOVE 'Y' TO WS-OUTCHK-EOF-SW
            END-START.
            PERFORM P0510-CHECK-OUTCHK-STATUS.

            PERFORM P0425-CHECK-STALE
                UNTIL WS-OUTCHK-EOF-SW = 'Y'.

        P0425-CHECK-STALE.
            READ OUTSTANDING-CHECKS NEXT RECORD
                AT END
                    MOVE 'Y' TO WS-OUTCHK-EOF-SW
            END-READ.
            PERFORM P0510-CHECK-OUTCHK-STATUS.
            IF WS-OUTCHK-EOF-SW NOT = 'Y'
                IF OC-STATUS = 'O'
                    AND OC-ISSUE-DATE < WS-STALE-CUTOFF-DATE
                    PERFORM P0430-VOID-STALE-CHECK
                END-IF
            END-IF.

        P0430-VOID-STALE-CHECK.
            MOVE 'V'         TO OC-STATUS.
            MOVE WS-RUN-DATE TO OC-STATUS-DATE.
            REWRITE OUTCHK-REC.
            PERFORM P0510-CHECK-OUTCHK-STATUS.

      * The void goes to the bank under the original issue date and
      * amount - that is what positive pay matches the check on.
            MOVE 'V'             TO WS-PP-ISSUE-CODE.
            MOVE OC-CHECK-NO     TO WS-PP-CHECK-NO.
            MOVE OC-ISSUE-DATE   TO WS-PP-ISSUE-DATE.
            COMPUTE WS-AMT-CENTS = OC-AMOUNT * 100.
            MOVE WS-AMT-CENTS    TO WS-PP-AMT-CENTS.
            MOVE SPACES          TO WS-PP-PAYEE.
            STRING OC-LAST-NAME  DELIMITED BY '  '
                   ' '           DELIMITED BY SIZE
                   OC-FIRST-NAME DELIMITED BY SIZE
                INTO WS-PP-PAYEE.
            WRITE FD-VOIDPAY-REC FROM WS-POSPAY-REC.
            PERFORM P0530-CHECK-VOIDPAY-STATUS.

            ADD 1 TO WS-STALE-COUNT.
            ADD OC-AMOUNT TO WS-STALE-TOTAL-AMT.
            MOVE OC-AMOUNT TO WS-RPT-AMT-EDIT.
            MOVE SPACES TO WS-RPT-LINE.
            STRING 'STALE-DATED VOID  CHECK=' DELIMITED BY SIZE
                   OC-CHECK-NO               DELIMITED BY SIZE
                   ' EMPL='                  DELIMITED BY SIZE
                   OC-EMPL-ID                DELIMITED BY SIZE
                   ' LNAME='                 DELIMITED BY SIZE
                   OC-LAST-NAME              DELIMITED BY SIZE
                   ' ISSUED='                DELIMITED BY SIZE
                   OC-ISSUE-DATE             DELIMITED BY SIZE
                   ' AMT='                   DELIMITED BY SIZE
                   WS-RPT-AMT-EDIT           DELIMITED BY SIZE
                INTO WS-RPT-LINE.
            WRITE RECON-REPORT-LINE FROM WS-RPT-LINE.
            PERFORM P0540-CHECK-CHKRRPT-STATUS.

            PERFORM P0350-FLAG-PAYMENT.

        P0500-CHECK-PAIDITEM-STATUS.
            IF WS-PAIDITEM-STATUS = 00 OR WS-PAIDITEM-STATUS = 10
                CONTINUE
            ELSE
                DISPLAY 'CHKRECON ABEND - PAIDITEM I-O ERROR, STATUS ='
                    WS-PAIDITEM-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0510-CHECK-OUTCHK-STATUS.
      * 10 = end of the stale-date scan and 23 = a check number the
      * master does not hold - both are handled by the caller.
            IF WS-OUTCHK-STATUS = 00 OR WS-OUTCHK-STATUS = 10
                OR WS-OUTCHK-STATUS = 23
                CONTINUE
            ELSE
                DISPLAY 'CHKRECON ABEND - OUTCHK I-O ERROR, STATUS = '
                    WS-OUTCHK-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0520-CHECK-PAYHIST-STATUS.
      * 10 = end of file and 23 = record/start not found are both
      * expected outcomes of scanning an employee's payments.
            IF WS-PAYHIST-STATUS = 00 OR WS-PAYHIST-STATUS = 10
                OR WS-PAYHIST-STATUS = 23
                CONTINUE
            ELSE
                DISPLAY 'CHKRECON ABEND - PAYHIST I-O ERROR, STATUS = '
                    WS-PAYHIST-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0530-CHECK-VOIDPAY-STATUS.
            IF WS-VOIDPAY-STATUS NOT = 00
                DISPLAY 'CHKRECON ABEND - VOIDPAY I-O ERROR, STATUS = '
                    WS-VOIDPAY-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.

        P0540-CHECK-CHKRRPT-STATUS.
            IF WS-CHKRRPT-STATUS NOT = 00
                DISPLAY 'CHKRECON ABEND - CHKRRPT I-O ERROR, STATUS = '
                    WS-CHKRRPT-STATUS
                MOVE 16 TO RETURN-CODE
                STOP RUN
            END-IF.
