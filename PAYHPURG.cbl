      *
      * Per record, only a payment older than the cutoff whose
      * clawed story is settled (PH-CLAWED-IND = N or Y) purges.  A
      * returned payment (R) is awaiting its check reissue and a
      * payment whose check was voided unpresented (V) is awaiting
      * reissue or escheat - both are retained and flagged, as is
      * any record with garbage in the indicator - an incomplete
      * story never leaves the cluster silently.
      *
      * Each purged record is written to the archive BEFORE it is
      * deleted, so an abend can never lose a payment - the worst a
            RECORDING MODE IS F.
        01 PAYARCH-REC.
            05 PA-PURGE-DATE                 PIC 9(08).
            05 PA-PAYHIST-REC                PIC X(64).

        FD PURGE-REPORT
            RECORDING MODE IS F

        P0320-RETAIN-AND-FLAG.
      * Old enough to purge, but the clawed story is incomplete -
      * a returned payment waiting on its reissue (R), a voided
      * check waiting on reissue or escheat (V), or garbage in the
      * indicator.  Keep it and put it in front of somebody.
            ADD 1 TO WS-REC-RETAINED.
            ADD 1 TO WS-REC-FLAGGED.
            MOVE SPACES TO WS-RPT-LINE.
