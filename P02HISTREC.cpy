      *MODIFICATION HISTORY:
      *  2026-08-22  JSJ  CREATED FOR THE PAY HISTORY FILE SHARED BY
      *                   JOHNSON-P2-SORT AND JOHNSON-P2-ANNUAL.
      *  2026-10-15  JSJ  EARNINGS TYPE ADDED: 'REG' ON THE BASE PAY
      *                   RECORD, OR THE SUPPLEMENTAL EARNINGS TYPE
      *                   (BON/OVT/RET) ON THE EXTRA RECORD WRITTEN
      *                   FOR EACH SUPPLEMENTAL PAYMENT.  A BLANK TYPE
      *                   ON A RECORD WRITTEN BEFORE THE CHANGE IS
      *                   BASE PAY.
      *================================================================
       01  PFX-REC.
           03  PFX-QTR                     PIC 9.
               05  PFX-LNAME               PIC X(15).
               05  PFX-FNAME               PIC X(15).
           03  PFX-QTR-PAY                 PIC 9(5)V99.
           03  PFX-EARN-TYPE               PIC X(3).
