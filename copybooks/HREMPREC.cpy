      *****************************************************************
      * HREMPREC
      *
      * Record layout of the HR employee master extract, one record
      * per employee HR has on file (active, on leave, or
      * terminated), keyed on the payroll employee number.  HR's
      * nightly extract is loaded into the PROD.BONUS.HRMSTR
      * cluster by HRLOAD.jcl; BONUSEDT reads it to prove each bonus
      * detail is for a real, current employee in the state and
      * under the name HR has on file.  Copy it under the FD for
      * the cluster in each program.
      *
      * HR-EMPL-STATUS: A = active, L = leave of absence, T =
      * terminated (HR-TERM-DATE carries the last day worked).
      * HR-WORK-STATE is the state the employee works in - the
      * state whose withholding a bonus is owed to.
      *****************************************************************
        01 HR-EMPL-REC.
            05 HR-KEY.
                10 HR-EMPL-ID                PIC X(09).
            05 HR-LAST-NAME                  PIC X(20).
            05 HR-FIRST-NAME                 PIC X(15).
            05 HR-MID-INIT                   PIC X(01).
            05 HR-WORK-STATE                 PIC X(02).
            05 HR-EMPL-STATUS                PIC X(01).
            05 HR-HIRE-DATE                  PIC 9(08).
            05 HR-TERM-DATE                  PIC 9(08).
            05 FILLER                        PIC X(16).
