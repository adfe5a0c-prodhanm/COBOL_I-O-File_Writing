      *****************************************************************
      * RUNCTLRC
      *
      * Record layout of the bonus cycle run-control log
      * (PROD.BONUS.RUNCTL), one record per control figure a
      * BONUSJOB step reports - records read, passed, held, the
      * ACH total, the federal liability - keyed by the cycle
      * (the HR file date and cycle number BONUSEDT recorded on
      * CYCLE-CONTROL), the program that reported it, and an item
      * name.  Every step writes its figures at the end of a clean
      * run; a step rerun for the same cycle rewrites its own
      * records, so the log always holds the figures of the run that
      * finished.  BONUSBAL proves the steps against each other from
      * it and signs the cycle off.  The log is cumulative and is
      * never cleared - read a step's item across cycles for volume
      * trends.  Copy it under the FD for the cluster in each
      * program.
      *
      * RC-COUNT and RC-AMOUNT: a figure is a count, an amount, or
      * both (records with an amount total); whichever does not
      * apply is zero.  Amounts are signed - a clawback-heavy cycle
      * can log a negative total.
      *****************************************************************
        01 RUN-CTL-REC.
            05 RC-KEY.
                10 RC-CYCLE-DATE             PIC 9(08).
                10 RC-CYCLE-NO               PIC 9(04).
                10 RC-STEP-NAME              PIC X(08).
                10 RC-ITEM-NAME              PIC X(08).
            05 RC-RUN-DATE                   PIC 9(08).
            05 RC-RUN-TIME                   PIC 9(08).
            05 RC-COUNT                      PIC S9(09).
            05 RC-AMOUNT                     PIC S9(11)V99.
            05 RC-ITEM-DESC                  PIC X(24).
            05 FILLER                        PIC X(10).
