      *****************************************************************
      * BANKCAL
      *
      * Record layout of the bank holiday calendar
      * (PROD.BONUS.BANKCAL), one 80-byte record per weekday the
      * bank does not settle - the Federal Reserve holidays and any
      * closing treasury is told of.  Saturdays and Sundays are
      * never banking days and are not keyed.  Treasury maintains
      * it a year ahead: every program that dates money off it
      * (BONUSACH, BONUSCHK, BANKMNT) stops if the year after the
      * run date has no entries, so an unloaded year cannot slip
      * through as a run of ordinary weekdays.
      *
      * CAL-DATE is YYYYMMDD; CAL-DESC is free text for the report.
      * A record whose date is not a real calendar date stops the
      * reading program.  Copy it under the FD for the dataset.
      *****************************************************************
        01 BANK-CAL-REC.
            05 CAL-DATE                      PIC 9(08).
            05 CAL-DATE-PARTS REDEFINES CAL-DATE.
                10 CAL-YEAR                  PIC 9(04).
                10 CAL-MONTH                 PIC 9(02).
                10 CAL-DAY                   PIC 9(02).
            05 CAL-DESC                      PIC X(30).
            05 FILLER                        PIC X(42).
