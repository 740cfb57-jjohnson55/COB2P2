      *================================================================
      *COPYBOOK: P02BANKREC
      *PURPOSE : EMPLOYEE DIRECT-DEPOSIT BANKING RECORD LAYOUT FOR THE
      *          INDEXED BANK FILE MAINTAINED BY JOHNSON-P2-BANK AND
      *          READ BY KEY IN JOHNSON-P2-SORT.  KEYED ON EMPLOYEE
      *          ID: ABA ROUTING NUMBER (EIGHT-DIGIT BANK ID PLUS
      *          CHECK DIGIT), ACCOUNT NUMBER, ACCOUNT TYPE, AND THE
      *          PRENOTE/ACTIVE FLAG.  A NEW OR CHANGED ACCOUNT STAYS
      *          IN PRENOTE UNTIL THE BANK HAS CONFIRMED IT; ONLY AN
      *          ACTIVE RECORD IS PAID BY DEPOSIT.
      *          COPY ... REPLACING ==PFX-xxx== BY ==yyy-xxx== AT EACH
      *          FD TO GIVE THE FIELDS THAT FD'S OWN NAME PREFIX.
      *----------------------------------------------------------------
      *MODIFICATION HISTORY:
      *  2026-10-15  JSJ  CREATED FOR DIRECT DEPOSIT OF NET PAY.
      *================================================================
       01  PFX-REC.
           03  PFX-ID                      PIC X(4).
           03  PFX-ROUTING                 PIC 9(9).
           03  PFX-ROUTING-PARTS REDEFINES PFX-ROUTING.
               05  PFX-ROUTE-BANK          PIC 9(8).
               05  PFX-ROUTE-CHECK         PIC 9.
           03  PFX-ACCOUNT                 PIC X(17).
           03  PFX-ACCT-TYPE               PIC X.
               88  PFX-ACCT-CHECKING                   VALUE 'C'.
               88  PFX-ACCT-SAVINGS                    VALUE 'S'.
               88  PFX-ACCT-VALID                      VALUE 'C' 'S'.
           03  PFX-STATUS                  PIC X.
               88  PFX-STAT-PRENOTE                    VALUE 'P'.
               88  PFX-STAT-ACTIVE                     VALUE 'A'.
           03  PFX-CHG-DATE                PIC 9(8).
