            05 WS-TRAIL-COUNT               PIC S9(9) COMP VALUE ZEROS.
            05 WS-SUM-NET                   PIC S9(9)V99 VALUE ZEROS.
            05 WS-SUM-GROSS                 PIC S9(9)V99 VALUE ZEROS.
            05 WS-DEDN-AMT                  PIC S9(9)V99 VALUE ZEROS.

        01 W02-SWITCHES.
            05 WS-INQREQ-EOF-SW             PIC X(01)  VALUE 'N'.
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
                    END-IF
                    MOVE PH-GROSS-AMT TO WS-RPT-AMT-EDIT
                    MOVE PH-FED-TAX   TO WS-RPT-AMT2-EDIT
                    MOVE PH-ST-TAX    TO WS-RPT-AMT3-EDIT
                        INTO WS-RPT-LINE
                    WRITE INQ-REPORT-LINE FROM WS-RPT-LINE
                    PERFORM P0540-CHECK-INQRPT-STATUS
      * Whatever the taxes do not account for between gross and net
      * went to a deduction order - the usual answer to "why was it
      * short".
                    COMPUTE WS-DEDN-AMT = PH-GROSS-AMT - PH-FED-TAX
                        - PH-ST-TAX - PH-NET-AMT
                    IF WS-DEDN-AMT NOT = ZEROS
                        MOVE WS-DEDN-AMT TO WS-RPT-AMT-EDIT
                        MOVE SPACES TO WS-RPT-LINE
                        STRING '             DEDUCTION ORDERS TOOK '
                                   DELIMITED BY SIZE
                               WS-RPT-AMT-EDIT DELIMITED BY SIZE
                            INTO WS-RPT-LINE
                        WRITE INQ-REPORT-LINE FROM WS-RPT-LINE
                        PERFORM P0540-CHECK-INQRPT-STATUS
                    END-IF
                END-IF
            END-IF.

                ADD AUD-APPLIED-GROSS TO WS-SUM-GROSS
                MOVE AUD-APPLIED-NET TO WS-RPT-AMT-EDIT
                MOVE AUD-AFTER-NET   TO WS-RPT-AMT2-EDIT
                IF AUD-FILLER = 'D'
                    MOVE ' DEDUCTN' TO WS-RPT-FLAG
                ELSE
                IF AUD-FILLER = 'B'
                    MOVE ' BACKOUT' TO WS-RPT-FLAG
                ELSE
                    MOVE SPACES     TO WS-RPT-FLAG
                END-IF
                END-IF
                MOVE SPACES TO WS-RPT-LINE
                STRING 'TRAIL   RUN '          DELIMITED BY SIZE
                       AUD-RUN-DATE            DELIMITED BY SIZE
                       WS-RPT-AMT-EDIT         DELIMITED BY SIZE
                       ' AFTER NET='           DELIMITED BY SIZE
                       WS-RPT-AMT2-EDIT        DELIMITED BY SIZE
                       WS-RPT-FLAG             DELIMITED BY SIZE
                    INTO WS-RPT-LINE
                WRITE INQ-REPORT-LINE FROM WS-RPT-LINE
                PERFORM P0540-CHECK-INQRPT-STATUS
