      *================================================================
      *COPYBOOK: P02SUPREC
      *PURPOSE : SUPPLEMENTAL EARNINGS RECORD LAYOUT FOR THE
      *          SUPPLEMENTAL PAY FILE READ BY JOHNSON-P2-SORT.  ONE
      *          RECORD PER PAYMENT (BONUS, OVERTIME PAYOUT, OR RETRO
      *          RAISE) CARRYING THE EMPLOYEE ID, THE EARNINGS TYPE
      *          CODE, THE AMOUNT, AND THE QUARTER AND YEAR IT IS TO
      *          BE PAID IN.  THE AMOUNT IS PAID ON TOP OF THE BASE
      *          QUARTERLY PAY FROM THE MASTER.
      *          COPY ... REPLACING ==PFX-xxx== BY ==yyy-xxx== AT EACH
      *          FD TO GIVE THE FIELDS THAT FD'S OWN NAME PREFIX.
      *----------------------------------------------------------------
      *MODIFICATION HISTORY:
      *  2026-10-15  JSJ  CREATED FOR SUPPLEMENTAL PAY IN THE
      *                   QUARTERLY PAY RUN.
      *================================================================
       01  PFX-REC.
           03  PFX-ID                      PIC X(4).
           03  PFX-EARN-TYPE               PIC X(3).
               88  PFX-EARN-BONUS                      VALUE 'BON'.
               88  PFX-EARN-OVERTIME                   VALUE 'OVT'.
               88  PFX-EARN-RETRO                      VALUE 'RET'.
               88  PFX-EARN-VALID                      VALUE 'BON'
                                                             'OVT'
                                                             'RET'.
           03  PFX-AMT                     PIC 9(5)V99.
           03  PFX-QTR                     PIC 9.
           03  PFX-YR                      PIC 9999.
