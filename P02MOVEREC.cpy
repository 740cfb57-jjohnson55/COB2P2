      *================================================================
      *COPYBOOK: P02MOVEREC
      *PURPOSE : WORKFORCE MOVEMENT HISTORY RECORD LAYOUT.  THE FILE IS
      *          PERMANENT; EVERY JOHNSON-P2-MAINT APPLY RUN APPENDS
      *          ONE RECORD PER APPLIED ADD, CHANGE, STATUS SET, AND
      *          DELETE (BEFORE AND AFTER DEPARTMENT, STATUS, AND
      *          QUARTERLY PAY), STAMPED WITH THE RUN DATE AND TIME.
      *          THE FIRST RUN FOR A PERIOD ALSO APPENDS ONE OPENING
      *          HEADCOUNT RECORD PER DEPARTMENT TAKEN FROM THE MASTER
      *          IT STARTED FROM.  HEADCOUNT IS EVERY EMPLOYEE NOT
      *          TERMINATED (ACTIVE OR ON LEAVE).  A RERUN BACKS OUT
      *          ONLY THE PERIOD'S RECORDS FROM AN APPLY RUN THAT WAS
      *          NEVER PROMOTED, OR WHOSE PROMOTE WAS FALLEN BACK
      *          (STAMPED LATER THAN THE LAST PROMOTE STILL STANDING
      *          ON THE AUDIT TRAIL).
      *          READ BY JOHNSON-P2-MOVE FOR THE TURNOVER REPORT.
      *          COPY ... REPLACING ==PFX-xxx== BY ==yyy-xxx== AT EACH
      *          FD TO GIVE THE FIELDS THAT FD'S OWN NAME PREFIX.
      *----------------------------------------------------------------
      *MODIFICATION HISTORY:
      *  2026-10-15  JSJ  CREATED FOR WORKFORCE MOVEMENT HISTORY.
      *  2026-10-15  JSJ  RUN TIME (HHMM) ADDED BESIDE THE RUN DATE.
      *================================================================
       01  PFX-REC.
           03  PFX-QTR                     PIC 9.
           03  PFX-YR                      PIC 9999.
           03  PFX-TYPE                    PIC X.
               88  PFX-TYPE-OPEN-HC                    VALUE 'H'.
               88  PFX-TYPE-ADD                        VALUE 'A'.
               88  PFX-TYPE-CHANGE                     VALUE 'C'.
               88  PFX-TYPE-STATUS                     VALUE 'S'.
               88  PFX-TYPE-DELETE                     VALUE 'D'.
           03  PFX-ID                      PIC X(4).
           03  PFX-LNAME                   PIC X(15).
           03  PFX-OLD-DEPT                PIC 99.
           03  PFX-NEW-DEPT                PIC 99.
           03  PFX-OLD-STATUS              PIC X.
           03  PFX-NEW-STATUS              PIC X.
           03  PFX-OLD-PAY                 PIC 9(5)V99.
           03  PFX-NEW-PAY                 PIC 9(5)V99.
           03  PFX-OPEN-HC REDEFINES PFX-NEW-PAY
                                           PIC 9(7).
           03  PFX-TRAN-DATE               PIC 9(8).
           03  PFX-RUN-DATE                PIC 9(8).
           03  PFX-RUN-TIME                PIC 9(4).
