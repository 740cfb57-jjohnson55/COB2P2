      *================================================================
      *COPYBOOK: P02ALLOCREC
      *PURPOSE : LABOR ALLOCATION RECORD LAYOUT FOR THE INDEXED LABOR
      *          ALLOCATION FILE MAINTAINED BY JOHNSON-P2-ALLOC AND
      *          READ BY KEY IN JOHNSON-P2-SORT.  KEYED ON EMPLOYEE
      *          ID: UP TO FIVE DEPARTMENTS AND THE PERCENTAGE OF THE
      *          EMPLOYEE'S PAY CHARGED TO EACH.  THE PERCENTAGES
      *          TOTAL 100.  UNUSED ENTRIES ARE ZERO.  THE FIRST ENTRY
      *          IS THE PRIMARY DEPARTMENT AND TAKES ANY ROUNDING
      *          CENTS LEFT OVER WHEN THE PAY IS SPREAD.  AN EMPLOYEE
      *          WITH NO RECORD IS CHARGED 100 PERCENT TO THE HOME
      *          DEPARTMENT ON THE MASTER.
      *          COPY ... REPLACING ==PFX-xxx== BY ==yyy-xxx== AT EACH
      *          FD TO GIVE THE FIELDS THAT FD'S OWN NAME PREFIX.
      *----------------------------------------------------------------
      *MODIFICATION HISTORY:
      *  2026-10-15  JSJ  CREATED FOR LABOR COST ALLOCATION ACROSS
      *                   DEPARTMENTS.
      *================================================================
       01  PFX-REC.
           03  PFX-ID                      PIC X(4).
           03  PFX-SPLIT                   OCCURS 5 TIMES.
               05  PFX-SPLIT-DEPT          PIC 99.
               05  PFX-SPLIT-PCT           PIC 999V99.
