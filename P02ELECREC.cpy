      *================================================================
      *COPYBOOK: P02ELECREC
      *PURPOSE : PER-EMPLOYEE DEDUCTION ELECTION RECORD LAYOUT FOR THE
      *          INDEXED ELECTION FILE MAINTAINED BY JOHNSON-P2-ELECT
      *          AND READ BY KEY IN JOHNSON-P2-SORT.  KEYED ON
      *          EMPLOYEE ID PLUS DEDUCTION CODE (ONE ELECTION PER
      *          EMPLOYEE PER DEDUCTION TYPE ON P02-DEDRATES.DAT).
      *          METHOD R OVERRIDES THE TABLE RATE (ZERO RATE OPTS
      *          THE EMPLOYEE OUT), F TAKES A FLAT AMOUNT EACH
      *          QUARTER, T KEEPS THE TABLE RATE AND ONLY APPLIES THE
      *          ANNUAL MAXIMUM.  THE ELECTION IS IN FORCE FROM THE
      *          START PERIOD THROUGH THE STOP PERIOD (ZERO STOP =
      *          OPEN-ENDED).  THE ANNUAL MAXIMUM IS A WAGE BASE:
      *          ONLY GROSS PAY UP TO THAT AMOUNT IN A CALENDAR YEAR
      *          IS SUBJECT TO THE DEDUCTION (ZERO = NO LIMIT).
      *          COPY ... REPLACING ==PFX-xxx== BY ==yyy-xxx== AT EACH
      *          FD TO GIVE THE FIELDS THAT FD'S OWN NAME PREFIX.
      *----------------------------------------------------------------
      *MODIFICATION HISTORY:
      *  2026-10-15  JSJ  CREATED FOR PER-EMPLOYEE DEDUCTION
      *                   ELECTIONS.
      *================================================================
       01  PFX-REC.
           03  PFX-KEY.
               05  PFX-ID                  PIC X(4).
               05  PFX-DED-CODE            PIC X(3).
           03  PFX-METHOD                  PIC X.
               88  PFX-METHOD-RATE                     VALUE 'R'.
               88  PFX-METHOD-FLAT                     VALUE 'F'.
               88  PFX-METHOD-TABLE                    VALUE 'T'.
               88  PFX-METHOD-VALID                    VALUE 'R' 'F'
                                                             'T'.
           03  PFX-RATE                    PIC 9V9999.
           03  PFX-FLAT-AMT                PIC 9(5)V99.
           03  PFX-START.
               05  PFX-START-YR            PIC 9999.
               05  PFX-START-QTR           PIC 9.
           03  PFX-STOP.
               05  PFX-STOP-YR             PIC 9999.
               05  PFX-STOP-QTR            PIC 9.
           03  PFX-ANNUAL-MAX              PIC 9(7)V99.
