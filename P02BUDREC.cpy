      *================================================================
      *COPYBOOK: P02BUDREC
      *PURPOSE : DEPARTMENT PAYROLL BUDGET RECORD LAYOUT FOR THE
      *          INDEXED BUDGET FILE MAINTAINED BY JOHNSON-P2-BUDGET
      *          AND READ BY JOHNSON-P2-BUDRPT.  KEYED ON DEPARTMENT,
      *          YEAR, AND QUARTER: THE APPROVED PAYROLL DOLLARS AND
      *          HEADCOUNT FOR THAT DEPARTMENT'S QUARTER.  THE
      *          YEAR-TO-DATE BUDGET IS THE SUM OF THE QUARTERS.
      *          COPY ... REPLACING ==PFX-xxx== BY ==yyy-xxx== AT EACH
      *          FD TO GIVE THE FIELDS THAT FD'S OWN NAME PREFIX.
      *----------------------------------------------------------------
      *MODIFICATION HISTORY:
      *  2026-10-15  JSJ  CREATED FOR THE DEPARTMENT BUDGET FILE.
      *================================================================
       01  PFX-REC.
           03  PFX-KEY.
               05  PFX-DEPT                PIC 99.
               05  PFX-YR                  PIC 9999.
               05  PFX-QTR                 PIC 9.
           03  PFX-AMT                     PIC 9(7)V99.
           03  PFX-HEADCOUNT               PIC 9(4).
           03  PFX-CHG-DATE                PIC 9(8).
