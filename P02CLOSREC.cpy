      *================================================================
      *COPYBOOK: P02CLOSREC
      *PURPOSE : CLOSED-PERIOD LEDGER RECORD LAYOUT.  THE LEDGER IS A
      *          PERMANENT FILE APPENDED BY JOHNSON-P2-CLOSE: ONE
      *          CLOSED RECORD EACH TIME A QUARTER IS CLOSED (WITH THE
      *          PAY HISTORY, GL CREDIT, AND CARRY-FORWARD TOTALS THAT
      *          WERE PROVEN AT CLOSE) AND ONE LOCKED RECORD (QUARTER
      *          ZERO) WHEN THE FOURTH QUARTER CLOSES AND THE YEAR IS
      *          LOCKED.  JOHNSON-P2-SORT AND JOHNSON-P2-ARCH READ IT
      *          TO REFUSE ADJUSTMENT RERUNS AGAINST A LOCKED YEAR.
      *          MODE IS 'ADJ' ON A RE-CLOSE AFTER AN ADJUSTMENT RUN.
      *          COPY ... REPLACING ==PFX-xxx== BY ==yyy-xxx== AT EACH
      *          FD TO GIVE THE FIELDS THAT FD'S OWN NAME PREFIX.
      *----------------------------------------------------------------
      *MODIFICATION HISTORY:
      *  2026-10-15  JSJ  CREATED FOR PERIOD CLOSE AND YEAR-END LOCK.
      *================================================================
       01  PFX-REC.
           03  PFX-TYPE                    PIC X(6).
               88  PFX-TYPE-CLOSED                     VALUE 'CLOSED'.
               88  PFX-TYPE-LOCKED                     VALUE 'LOCKED'.
           03  FILLER                      PIC X.
           03  PFX-QTR                     PIC 9.
           03  PFX-YR                      PIC 9999.
           03  FILLER                      PIC X.
           03  PFX-DATE-TIME               PIC X(17).
           03  FILLER                      PIC X.
           03  PFX-MODE                    PIC X(3).
           03  FILLER                      PIC X.
           03  PFX-HIST-CTR                PIC 9(6).
           03  FILLER                      PIC X.
           03  PFX-HIST-TOT                PIC 9(9)V99.
           03  FILLER                      PIC X.
           03  PFX-GL-TOT                  PIC 9(9)V99.
           03  FILLER                      PIC X.
           03  PFX-CF-TOT                  PIC 9(9)V99.
