      ******************************************************************
      *PROGRAM : PROJECT 2   QUARTERLY PERIOD CLOSE AND YEAR-END LOCK  *
      *AUTHOR  : John Stephen Johnson                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Closes the quarter on the period card once it is      *
      *          proven finished: the pay run status shows the period  *
      *          COMPLETE, the committed carry-forward is stamped with *
      *          the period and agrees with pay history, and the       *
      *          period's pay history total ties to the GL credits     *
      *          posted at commit (johnson-p02-glcredits.dat).  A      *
      *          closed quarter is appended to the permanent closed-   *
      *          period ledger and the period card is advanced to the  *
      *          next quarter (the year rolls after Q4), so the card   *
      *          is no longer edited by hand.  Closing Q4 also proves  *
      *          Q1 through Q3 are on the ledger and writes a LOCKED   *
      *          record for the year; johnson-p2-sort and              *
      *          johnson-p2-arch refuse an adjustment rerun against a  *
      *          locked year.  A normal close must be the quarter      *
      *          after the last one closed.  After an adjustment rerun *
      *          of a closed quarter of an open year (card mode ADJ)   *
      *          the quarter is re-closed against the corrected totals *
      *          and the card is returned to the next open quarter.    *
      *          Any failed check leaves the ledger and card untouched *
      *          and sets return code 8.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-close.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CARD ASSIGN TO 'p02-period.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT OPTIONAL RUN-STAT ASSIGN TO 'johnson-p02-runstat.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CF-OUT ASSIGN TO 'johnson-p02-cfwd-out.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-CFO-FILE-STATUS.

           SELECT GL-CRED ASSIGN TO 'johnson-p02-glcredits.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-GLC-FILE-STATUS.

           SELECT PAY-HIST ASSIGN TO 'johnson-p02-payhist.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT CLOSE-LDG ASSIGN TO 'johnson-p02-closeledger.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-LDG-FILE-STATUS.

           SELECT CLOSE-RPT ASSIGN TO 'johnson-p02-close.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG ASSIGN TO 'johnson-p02-audit.log'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-AUDIT-FILE-STATUS.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CARD.
       COPY P02PERREC REPLACING ==PFX-REC==     BY ==PER-REC==
                              ==PFX-COMPANY== BY ==PER-COMPANY==
                              ==PFX-QTR==     BY ==PER-QTR==
                              ==PFX-YR==      BY ==PER-YR==
                              ==PFX-MODE==    BY ==PER-MODE==.

       FD  RUN-STAT.
       01  RUN-STAT-REC.
           03  RUN-STAT-STATUS             PIC X(8).
           03  FILLER                      PIC X.
           03  RUN-STAT-DATE-TIME          PIC X(17).
           03  FILLER                      PIC X.
           03  RUN-STAT-QTR                PIC 9.
           03  RUN-STAT-YR                 PIC 9999.

       FD  CF-OUT.
       01  CF-OUT-REC.
           03  CF-OUT-QTR                  PIC 9.
           03  CF-OUT-YR                   PIC 9999.
           03  CF-OUT-DEPT                 PIC 99.
           03  CF-OUT-TOTAL                PIC 9(6)V99.

       FD  GL-CRED.
       01  GL-CRED-REC.
           03  GLC-QTR                     PIC 9.
           03  GLC-YR                      PIC 9999.
           03  GLC-CODE                    PIC X(3).
           03  GLC-ACCT                    PIC 9(8).
           03  GLC-AMT                     PIC 9(8)V99.

       FD  PAY-HIST.
       COPY P02HISTREC REPLACING ==PFX-REC==     BY ==HIST-REC==
                              ==PFX-QTR==     BY ==HIST-QTR==
                              ==PFX-YR==      BY ==HIST-YR==
                              ==PFX-DEPT==    BY ==HIST-DEPT==
                              ==PFX-ID==      BY ==HIST-ID==
                              ==PFX-NAME==    BY ==HIST-NAME==
                              ==PFX-LNAME==   BY ==HIST-LNAME==
                              ==PFX-FNAME==   BY ==HIST-FNAME==
                              ==PFX-QTR-PAY== BY ==HIST-QTR-PAY==
                      ==PFX-EARN-TYPE== BY ==HIST-EARN-TYPE==.

       FD  CLOSE-LDG.
       COPY P02CLOSREC REPLACING ==PFX-REC==    BY ==LDG-REC==
                      ==PFX-TYPE==        BY ==LDG-TYPE==
                      ==PFX-TYPE-CLOSED== BY ==LDG-TYPE-CLOSED==
                      ==PFX-TYPE-LOCKED== BY ==LDG-TYPE-LOCKED==
                      ==PFX-QTR==         BY ==LDG-QTR==
                      ==PFX-YR==          BY ==LDG-YR==
                      ==PFX-DATE-TIME==   BY ==LDG-DATE-TIME==
                      ==PFX-MODE==        BY ==LDG-MODE==
                      ==PFX-HIST-CTR==    BY ==LDG-HIST-CTR==
                      ==PFX-HIST-TOT==    BY ==LDG-HIST-TOT==
                      ==PFX-GL-TOT==      BY ==LDG-GL-TOT==
                      ==PFX-CF-TOT==      BY ==LDG-CF-TOT==.

       FD  CLOSE-RPT.
       01  CLOSE-RPT-REC                   PIC X(80).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-SYS-DATE.
           03  WS-SYS-YR.
               05  WS-SYS-YR-CENTURY       PIC 99.
               05  WS-SYS-YR-DECADE        PIC 99.
           03  WS-SYS-MO                   PIC 99.
           03  WS-SYS-DAY                  PIC 99.
           03  WS-SYS-HR                   PIC 99.
           03  WS-SYS-MIN                  PIC 99.
           03  WS-SYS-SEC                  PIC 99.

       01  WS-RUN-DATE-TIME.
           03  WS-RUN-DATE.
               05  WS-RUN-MO               PIC 99.
               05  FILLER                  PIC X       VALUE '/'.
               05  WS-RUN-DAY              PIC 99.
               05  FILLER                  PIC X       VALUE '/'.
               05  WS-RUN-YR               PIC 9999.
           03  FILLER                      PIC XX      VALUE SPACES.
           03  WS-RUN-TIME.
               05  WS-RUN-HR               PIC 99.
               05  FILLER                  PIC X       VALUE ':'.
               05  WS-RUN-MIN              PIC 99.

       01  WS-PERIOD-FILE-STATUS           PIC XX      VALUE SPACES.
           88  WS-PERIOD-CARD-MISSING                  VALUE '35'.
       01  WS-CFO-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-CFO-FILE-MISSING                     VALUE '35'.
       01  WS-GLC-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-GLC-FILE-MISSING                     VALUE '35'.
       01  WS-HIST-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-HIST-FILE-MISSING                    VALUE '35'.
       01  WS-LDG-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-LDG-FILE-NOT-FOUND                   VALUE '35'.
       01  WS-AUDIT-FILE-STATUS            PIC XX      VALUE SPACES.
           88  WS-AUDIT-FILE-NOT-FOUND                 VALUE '35'.

       01  WS-FLAGS.
           03  WS-PERIOD-EOF-FLAG          PIC X       VALUE 'N'.
               88  PERIOD-EOF                          VALUE 'Y'.
           03  WS-RUNSTAT-EOF-FLAG         PIC X       VALUE 'N'.
               88  RUNSTAT-EOF                         VALUE 'Y'.
           03  WS-CFO-EOF-FLAG             PIC X       VALUE 'N'.
               88  CFO-EOF                             VALUE 'Y'.
           03  WS-GLC-EOF-FLAG             PIC X       VALUE 'N'.
               88  GLC-EOF                             VALUE 'Y'.
           03  WS-HIST-EOF-FLAG            PIC X       VALUE 'N'.
               88  HIST-EOF                            VALUE 'Y'.
           03  WS-LDG-EOF-FLAG             PIC X       VALUE 'N'.
               88  LDG-EOF                             VALUE 'Y'.
           03  WS-FAIL-SW                  PIC X       VALUE 'N'.
               88  WS-CLOSE-FAILED                     VALUE 'Y'.
           03  WS-RECLOSE-SW               PIC X       VALUE 'N'.
               88  WS-RECLOSE                          VALUE 'Y'.
           03  WS-CLOSED-SW                PIC X       VALUE 'N'.
               88  WS-PERIOD-CLOSED                    VALUE 'Y'.
           03  WS-LOCKED-SW                PIC X       VALUE 'N'.
               88  WS-YEAR-LOCKED                      VALUE 'Y'.
           03  WS-YEAR-END-SW              PIC X       VALUE 'N'.
               88  WS-YEAR-END                         VALUE 'Y'.

       01  WS-PERIOD-CONTROL.
           03  WS-PERIOD-COMPANY           PIC X(20)   VALUE SPACES.
           03  WS-PERIOD-MODE              PIC X(3)    VALUE SPACES.
           03  WS-PERIOD-KEY.
               05  WS-PERIOD-YR            PIC 9999    VALUE ZERO.
               05  WS-PERIOD-QTR           PIC 9       VALUE ZERO.
       01  WS-PERIOD-DISP.
           03  FILLER                      PIC X       VALUE 'Q'.
           03  WS-PERIOD-DISP-QTR          PIC 9.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-PERIOD-DISP-YR           PIC 9999.

      * LAST QUARTER ON THE LEDGER AND THE QUARTER THE CARD MOVES TO.
       01  WS-LAST-KEY.
           03  WS-LAST-YR                  PIC 9999    VALUE ZERO.
           03  WS-LAST-QTR                 PIC 9       VALUE ZERO.
       01  WS-EXPECT-KEY.
           03  WS-EXPECT-YR                PIC 9999    VALUE ZERO.
           03  WS-EXPECT-QTR               PIC 9       VALUE ZERO.
       01  WS-LDG-KEY.
           03  WS-LDG-KEY-YR               PIC 9999    VALUE ZERO.
           03  WS-LDG-KEY-QTR              PIC 9       VALUE ZERO.
       01  WS-NEXT-DISP.
           03  FILLER                      PIC X       VALUE 'Q'.
           03  WS-NEXT-DISP-QTR            PIC 9.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-NEXT-DISP-YR             PIC 9999.

      * CLOSE DATE OF EACH QUARTER OF THE CARD'S YEAR FROM THE LEDGER.
       01  WS-YEAR-TABLE.
           03  WS-YR-QTR-DT OCCURS 4 TIMES PIC X(17).
       01  WS-QTR-IDX                      PIC 9       VALUE ZERO.
       01  WS-CLOSED-DT                    PIC X(17)   VALUE SPACES.

       01  WS-TOTALS.
           03  WS-HIST-CTR                 PIC 9(6)    VALUE ZERO.
           03  WS-HIST-TOT                 PIC 9(9)V99 VALUE ZERO.
           03  WS-GLC-CTR                  PIC 9(6)    VALUE ZERO.
           03  WS-GLC-TOT                  PIC 9(9)V99 VALUE ZERO.
           03  WS-GLC-OFF-CTR              PIC 9(6)    VALUE ZERO.
           03  WS-CFO-CTR                  PIC 9(6)    VALUE ZERO.
           03  WS-CFO-TOT                  PIC 9(9)V99 VALUE ZERO.
           03  WS-CFO-OFF-CTR              PIC 9(6)    VALUE ZERO.
           03  WS-FAIL-CTR                 PIC 99      VALUE ZERO.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE 'P02-JOHNSON'.
           03  FILLER      PIC X(25) VALUE 'QUARTERLY PERIOD CLOSE'.
           03  WS-RPT-PERIOD               PIC X(7).
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-RPT-DATE-TIME            PIC X(17).
       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-RPT-MSG-LN.
           03  FILLER                      PIC X(5)  VALUE SPACES.
           03  WS-RPT-MSG                  PIC X(75).
       01  WS-TOT-LN.
           03  FILLER                      PIC X(5)  VALUE SPACES.
           03  WS-TOT-LN-DESC              PIC X(30).
           03  FILLER                      PIC X(9)  VALUE 'RECORDS: '.
           03  WS-TOT-LN-CTR               PIC ZZZZZ9.
           03  FILLER                      PIC X(11) VALUE
                   '  DOLLARS: '.
           03  WS-TOT-LN-TOT               PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(5)  VALUE SPACES.
       01  WS-CHK-LN.
           03  FILLER                      PIC X(5)  VALUE SPACES.
           03  WS-CHK-DESC                 PIC X(44).
           03  WS-CHK-FLAG                 PIC X(20).
           03  FILLER                      PIC X(11) VALUE SPACES.
       01  WS-QTR-LN.
           03  FILLER                      PIC X(7)  VALUE SPACES.
           03  FILLER                      PIC X     VALUE 'Q'.
           03  WS-QTR-LN-QTR               PIC 9.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-QTR-LN-YR                PIC 9999.
           03  FILLER                      PIC X(11) VALUE
                   '  CLOSED   '.
           03  WS-QTR-LN-DT                PIC X(17).
           03  FILLER                      PIC X(38) VALUE SPACES.

       01  WS-AUDIT-LN.
           03  FILLER                      PIC X(9)    VALUE
                   'PERCLOSE '.
           03  WS-AUDIT-DATE-TIME          PIC X(17).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AUDIT-PERIOD             PIC X(7).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AUDIT-RESULT             PIC X(8).
           03  FILLER                      PIC X(7)    VALUE
                   ' NEXT: '.
           03  WS-AUDIT-NEXT               PIC X(7).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AUDIT-LOCK               PIC X(11).
           03  FILLER                      PIC X(11)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 130-LOAD-PERIOD.
           PERFORM 140-LOAD-LEDGER.
           PERFORM 150-CHECK-SEQUENCE.

           OPEN OUTPUT CLOSE-RPT.
           PERFORM 400-RPT-HEADING.
           PERFORM 200-CHECK-RUN-STATUS.
           PERFORM 210-TOTAL-PAY-HIST.
           PERFORM 220-TOTAL-GL-CREDITS.
           PERFORM 230-TOTAL-CARRYFWD.
           PERFORM 250-TIE-OUT.
           IF WS-PERIOD-QTR = 4
               PERFORM 260-CHECK-YEAR-END
           END-IF.

           IF WS-CLOSE-FAILED
               MOVE 'PERIOD NOT CLOSED - LEDGER AND PERIOD CARD '
                                           TO   WS-RPT-MSG
               WRITE CLOSE-RPT-REC         FROM WS-RPT-BLANK-LN
               WRITE CLOSE-RPT-REC         FROM WS-RPT-MSG-LN
               MOVE 'LEFT UNCHANGED'       TO   WS-RPT-MSG
               WRITE CLOSE-RPT-REC         FROM WS-RPT-MSG-LN
               MOVE 'FAILED'               TO   WS-AUDIT-RESULT
               MOVE SPACES                 TO   WS-AUDIT-NEXT
           ELSE
               PERFORM 500-WRITE-LEDGER
               PERFORM 600-ADVANCE-PERIOD
               PERFORM 450-RPT-CLOSED
               IF WS-RECLOSE
                   MOVE 'RECLOSED'         TO   WS-AUDIT-RESULT
               ELSE
                   MOVE 'CLOSED'           TO   WS-AUDIT-RESULT
               END-IF
               MOVE WS-NEXT-DISP           TO   WS-AUDIT-NEXT
           END-IF.
           CLOSE CLOSE-RPT.
           PERFORM 750-WRITE-AUDIT-LOG.

           DISPLAY 'PROJECT 2 PERIOD CLOSE - JOHN STEPHEN JOHNSON'.
           DISPLAY 'PERIOD:           ', WS-PERIOD-DISP.
           DISPLAY 'HISTORY RECORDS:  ', WS-HIST-CTR.
           DISPLAY 'HISTORY DOLLARS:  ', WS-HIST-TOT.
           DISPLAY 'GL CREDITS:       ', WS-GLC-TOT.
           IF WS-CLOSE-FAILED
               DISPLAY 'PERIOD NOT CLOSED - ', WS-FAIL-CTR,
                       ' CHECK(S) FAILED - SEE REPORT'
               MOVE 8                      TO   RETURN-CODE
           ELSE
               DISPLAY 'PERIOD CLOSED - CARD ADVANCED TO ',
                       WS-NEXT-DISP
               IF WS-YEAR-END
                   DISPLAY 'YEAR ', WS-PERIOD-YR, ' LOCKED'
               END-IF
               MOVE ZERO                   TO   RETURN-CODE
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
       130-LOAD-PERIOD.
           OPEN INPUT PERIOD-CARD.
           IF WS-PERIOD-CARD-MISSING
               DISPLAY 'PERIOD CONTROL CARD MISSING - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
           READ PERIOD-CARD
               AT END
                   MOVE 'Y'                TO   WS-PERIOD-EOF-FLAG
           END-READ.
           IF PERIOD-EOF
               DISPLAY 'PERIOD CONTROL CARD EMPTY - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               CLOSE PERIOD-CARD
               STOP RUN
           END-IF.
           CLOSE PERIOD-CARD.
           IF PER-QTR NOT NUMERIC OR PER-YR NOT NUMERIC OR
              PER-QTR < 1 OR PER-QTR > 4
               DISPLAY 'PERIOD CONTROL CARD INVALID - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
           MOVE  PER-COMPANY               TO   WS-PERIOD-COMPANY.
           MOVE  PER-MODE                  TO   WS-PERIOD-MODE.
           MOVE  PER-QTR                   TO   WS-PERIOD-QTR.
           MOVE  PER-YR                    TO   WS-PERIOD-YR.
           MOVE  WS-PERIOD-QTR             TO   WS-PERIOD-DISP-QTR.
           MOVE  WS-PERIOD-YR              TO   WS-PERIOD-DISP-YR.
           MOVE  WS-PERIOD-DISP            TO   WS-RPT-PERIOD
                                                WS-AUDIT-PERIOD.
           DISPLAY 'CLOSING PERIOD ', WS-PERIOD-DISP, ' FOR ',
                   WS-PERIOD-COMPANY.
      *-----------------------------------------------------------------
      * READS THE WHOLE LEDGER: THE LAST QUARTER CLOSED, WHETHER THE
      * CARD'S QUARTER IS ALREADY CLOSED, WHETHER ITS YEAR IS LOCKED,
      * AND THE CLOSE DATE OF EACH QUARTER OF THE CARD'S YEAR.
      *-----------------------------------------------------------------
       140-LOAD-LEDGER.
           MOVE  SPACES                    TO   WS-YEAR-TABLE.
           OPEN INPUT CLOSE-LDG.
           IF WS-LDG-FILE-NOT-FOUND
               DISPLAY 'NO CLOSED-PERIOD LEDGER YET - FIRST CLOSE'
           ELSE
               PERFORM 145-LOAD-ONE-LEDGER UNTIL LDG-EOF
               CLOSE CLOSE-LDG
           END-IF.
           IF WS-YEAR-LOCKED
               DISPLAY 'YEAR ', WS-PERIOD-YR, ' IS LOCKED - RUN ',
                       'REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       145-LOAD-ONE-LEDGER.
           READ CLOSE-LDG
               AT END
                   MOVE 'Y'                TO   WS-LDG-EOF-FLAG
               NOT AT END
                   IF LDG-TYPE-LOCKED AND LDG-YR = WS-PERIOD-YR
                       MOVE 'Y'            TO   WS-LOCKED-SW
                   END-IF
                   IF LDG-TYPE-CLOSED
                       PERFORM 147-NOTE-CLOSED-QTR
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       147-NOTE-CLOSED-QTR.
           MOVE  LDG-YR                    TO   WS-LDG-KEY-YR.
           MOVE  LDG-QTR                   TO   WS-LDG-KEY-QTR.
           IF WS-LDG-KEY > WS-LAST-KEY
               MOVE WS-LDG-KEY             TO   WS-LAST-KEY
           END-IF.
           IF WS-LDG-KEY = WS-PERIOD-KEY
               MOVE 'Y'                    TO   WS-CLOSED-SW
               MOVE LDG-DATE-TIME          TO   WS-CLOSED-DT
           END-IF.
           IF LDG-YR = WS-PERIOD-YR AND
              LDG-QTR >= 1 AND LDG-QTR <= 4
               MOVE LDG-DATE-TIME          TO   WS-YR-QTR-DT (LDG-QTR)
           END-IF.
      *-----------------------------------------------------------------
      * A NORMAL CLOSE MUST BE THE QUARTER AFTER THE LAST ONE ON THE
      * LEDGER.  A CLOSED QUARTER MAY ONLY BE CLOSED AGAIN AFTER AN
      * ADJUSTMENT RERUN (CARD MODE ADJ).
      *-----------------------------------------------------------------
       150-CHECK-SEQUENCE.
           IF WS-PERIOD-CLOSED
               IF WS-PERIOD-MODE = 'ADJ'
                   MOVE 'Y'                TO   WS-RECLOSE-SW
                   DISPLAY 'RE-CLOSE AFTER ADJUSTMENT - FIRST CLOSED ',
                           WS-CLOSED-DT
               ELSE
                   DISPLAY 'PERIOD ', WS-PERIOD-DISP,
                           ' ALREADY CLOSED ON ', WS-CLOSED-DT,
                           ' - RUN REFUSED'
                   MOVE 8                  TO   RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-PERIOD-MODE = 'ADJ'
                   DISPLAY 'PERIOD ', WS-PERIOD-DISP, ' IS NOT ',
                           'CLOSED - CLEAR ADJ FROM THE CARD - RUN ',
                           'REFUSED'
                   MOVE 8                  TO   RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-LAST-KEY > ZERO
                   MOVE WS-LAST-KEY        TO   WS-EXPECT-KEY
                   PERFORM 155-BUMP-EXPECT-KEY
                   IF WS-PERIOD-KEY NOT EQUAL WS-EXPECT-KEY
                       MOVE WS-EXPECT-QTR  TO   WS-NEXT-DISP-QTR
                       MOVE WS-EXPECT-YR   TO   WS-NEXT-DISP-YR
                       DISPLAY 'PERIOD ', WS-PERIOD-DISP,
                               ' OUT OF SEQUENCE - NEXT TO CLOSE IS ',
                               WS-NEXT-DISP, ' - RUN REFUSED'
                       MOVE 8              TO   RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       155-BUMP-EXPECT-KEY.
           IF WS-EXPECT-QTR = 4
               MOVE 1                      TO   WS-EXPECT-QTR
               ADD  1                      TO   WS-EXPECT-YR
           ELSE
               ADD  1                      TO   WS-EXPECT-QTR
           END-IF.
      *-----------------------------------------------------------------
       200-CHECK-RUN-STATUS.
           MOVE 'PAY RUN COMPLETE FOR PERIOD (RUNSTAT)'
                                           TO   WS-CHK-DESC.
           OPEN INPUT RUN-STAT.
           READ RUN-STAT
               AT END
                   MOVE 'Y'                TO   WS-RUNSTAT-EOF-FLAG
           END-READ.
           CLOSE RUN-STAT.
           IF RUNSTAT-EOF
               MOVE '** NO RUN STATUS **'  TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           ELSE IF RUN-STAT-QTR NOT EQUAL WS-PERIOD-QTR OR
                   RUN-STAT-YR NOT EQUAL WS-PERIOD-YR
               MOVE '** OTHER PERIOD **'   TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           ELSE IF RUN-STAT-STATUS NOT EQUAL 'COMPLETE'
               MOVE SPACES                 TO   WS-CHK-FLAG
               STRING '** ' RUN-STAT-STATUS DELIMITED BY SPACE
                      ' **' DELIMITED BY SIZE
                   INTO WS-CHK-FLAG
               END-STRING
               PERFORM 720-WRITE-CHK-FAIL
           ELSE
               PERFORM 710-WRITE-CHK-OK
           END-IF.
      *-----------------------------------------------------------------
       210-TOTAL-PAY-HIST.
           OPEN INPUT PAY-HIST.
           IF WS-HIST-FILE-MISSING
               MOVE 'Y'                    TO   WS-HIST-EOF-FLAG
           ELSE
               PERFORM 215-TOTAL-ONE-HIST UNTIL HIST-EOF
               CLOSE PAY-HIST
           END-IF.
      *-----------------------------------------------------------------
       215-TOTAL-ONE-HIST.
           READ PAY-HIST
               AT END
                   MOVE 'Y'                TO   WS-HIST-EOF-FLAG
               NOT AT END
                   IF HIST-QTR = WS-PERIOD-QTR AND
                      HIST-YR = WS-PERIOD-YR
                       ADD 1               TO   WS-HIST-CTR
                       IF HIST-QTR-PAY NUMERIC
                           ADD HIST-QTR-PAY TO  WS-HIST-TOT
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       220-TOTAL-GL-CREDITS.
           MOVE 'GL CREDITS ON FILE ARE FOR THIS PERIOD'
                                           TO   WS-CHK-DESC.
           OPEN INPUT GL-CRED.
           IF NOT WS-GLC-FILE-MISSING
               PERFORM 225-TOTAL-ONE-CREDIT UNTIL GLC-EOF
               CLOSE GL-CRED
           END-IF.
           IF WS-GLC-FILE-MISSING
               MOVE '** FILE MISSING **'   TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           ELSE IF WS-GLC-CTR = ZERO
               MOVE '** FILE EMPTY **'     TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           ELSE IF WS-GLC-OFF-CTR > ZERO
               MOVE '** OTHER PERIOD **'   TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           ELSE
               PERFORM 710-WRITE-CHK-OK
           END-IF.
      *-----------------------------------------------------------------
       225-TOTAL-ONE-CREDIT.
           READ GL-CRED
               AT END
                   MOVE 'Y'                TO   WS-GLC-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-GLC-CTR
                   IF GLC-QTR NOT EQUAL WS-PERIOD-QTR OR
                      GLC-YR NOT EQUAL WS-PERIOD-YR
                       ADD 1               TO   WS-GLC-OFF-CTR
                   END-IF
                   IF GLC-AMT NUMERIC
                       ADD GLC-AMT         TO   WS-GLC-TOT
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       230-TOTAL-CARRYFWD.
           MOVE 'CARRY-FORWARD IS FOR THIS PERIOD'
                                           TO   WS-CHK-DESC.
           OPEN INPUT CF-OUT.
           IF NOT WS-CFO-FILE-MISSING
               PERFORM 235-TOTAL-ONE-CARRYFWD UNTIL CFO-EOF
               CLOSE CF-OUT
           END-IF.
           IF WS-CFO-FILE-MISSING
               MOVE '** FILE MISSING **'   TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           ELSE IF WS-CFO-CTR = ZERO
               MOVE '** FILE EMPTY **'     TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           ELSE IF WS-CFO-OFF-CTR > ZERO
               MOVE '** OTHER PERIOD **'   TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           ELSE
               PERFORM 710-WRITE-CHK-OK
           END-IF.
      *-----------------------------------------------------------------
       235-TOTAL-ONE-CARRYFWD.
           READ CF-OUT
               AT END
                   MOVE 'Y'                TO   WS-CFO-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-CFO-CTR
                   IF CF-OUT-QTR NOT EQUAL WS-PERIOD-QTR OR
                      CF-OUT-YR NOT EQUAL WS-PERIOD-YR
                       ADD 1               TO   WS-CFO-OFF-CTR
                   END-IF
                   IF CF-OUT-TOTAL NUMERIC
                       ADD CF-OUT-TOTAL    TO   WS-CFO-TOT
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * THE POSTED CREDITS (NET PAY PLUS EVERY WITHHOLDING) AND THE
      * CARRY-FORWARD DEPARTMENT TOTALS ARE BOTH GROSS PAY, SO EACH
      * MUST EQUAL THE PERIOD'S PAY HISTORY TO THE CENT.
      *-----------------------------------------------------------------
       250-TIE-OUT.
           WRITE CLOSE-RPT-REC             FROM WS-RPT-BLANK-LN.
           MOVE  'PAY HISTORY FOR PERIOD'  TO   WS-TOT-LN-DESC.
           MOVE  WS-HIST-CTR               TO   WS-TOT-LN-CTR.
           MOVE  WS-HIST-TOT               TO   WS-TOT-LN-TOT.
           WRITE CLOSE-RPT-REC             FROM WS-TOT-LN.
           MOVE  'POSTED GL CREDITS'       TO   WS-TOT-LN-DESC.
           MOVE  WS-GLC-CTR                TO   WS-TOT-LN-CTR.
           MOVE  WS-GLC-TOT                TO   WS-TOT-LN-TOT.
           WRITE CLOSE-RPT-REC             FROM WS-TOT-LN.
           MOVE  'CARRY-FORWARD DEPARTMENTS'
                                           TO   WS-TOT-LN-DESC.
           MOVE  WS-CFO-CTR                TO   WS-TOT-LN-CTR.
           MOVE  WS-CFO-TOT                TO   WS-TOT-LN-TOT.
           WRITE CLOSE-RPT-REC             FROM WS-TOT-LN.
           WRITE CLOSE-RPT-REC             FROM WS-RPT-BLANK-LN.

           MOVE 'PAY HISTORY PRESENT FOR PERIOD'
                                           TO   WS-CHK-DESC.
           IF WS-HIST-CTR > ZERO
               PERFORM 710-WRITE-CHK-OK
           ELSE
               MOVE '** NO HISTORY **'     TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           END-IF.
           MOVE 'PAY HISTORY = POSTED GL CREDITS'
                                           TO   WS-CHK-DESC.
           IF WS-HIST-TOT = WS-GLC-TOT
               PERFORM 710-WRITE-CHK-OK
           ELSE
               MOVE '** OUT OF BALANCE **' TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           END-IF.
           MOVE 'PAY HISTORY = CARRY-FORWARD'
                                           TO   WS-CHK-DESC.
           IF WS-HIST-TOT = WS-CFO-TOT
               PERFORM 710-WRITE-CHK-OK
           ELSE
               MOVE '** OUT OF BALANCE **' TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           END-IF.
      *-----------------------------------------------------------------
      * CLOSING Q4 CLOSES THE YEAR: Q1 THROUGH Q3 MUST ALREADY BE ON
      * THE LEDGER (Q4 IS PROVEN ABOVE) BEFORE THE YEAR IS LOCKED.
      *-----------------------------------------------------------------
       260-CHECK-YEAR-END.
           WRITE CLOSE-RPT-REC             FROM WS-RPT-BLANK-LN.
           PERFORM 265-CHECK-ONE-QTR
               VARYING WS-QTR-IDX FROM 1 BY 1
               UNTIL WS-QTR-IDX > 3.
           IF NOT WS-CLOSE-FAILED
               MOVE 'Y'                    TO   WS-YEAR-END-SW
           END-IF.
      *-----------------------------------------------------------------
       265-CHECK-ONE-QTR.
           MOVE SPACES                     TO   WS-CHK-DESC.
           STRING 'YEAR-END: Q' WS-QTR-IDX ' ' WS-PERIOD-YR
                  ' ON CLOSED-PERIOD LEDGER' DELIMITED BY SIZE
               INTO WS-CHK-DESC
           END-STRING.
           IF WS-YR-QTR-DT (WS-QTR-IDX) = SPACES
               MOVE '** NOT CLOSED **'     TO   WS-CHK-FLAG
               PERFORM 720-WRITE-CHK-FAIL
           ELSE
               PERFORM 710-WRITE-CHK-OK
           END-IF.
      *-----------------------------------------------------------------
       500-WRITE-LEDGER.
           OPEN EXTEND CLOSE-LDG.
           IF WS-LDG-FILE-NOT-FOUND
               OPEN OUTPUT CLOSE-LDG
           END-IF.
           MOVE  SPACES                    TO   LDG-REC.
           MOVE  'CLOSED'                  TO   LDG-TYPE.
           MOVE  WS-PERIOD-QTR             TO   LDG-QTR.
           MOVE  WS-PERIOD-YR              TO   LDG-YR.
           MOVE  WS-RUN-DATE-TIME          TO   LDG-DATE-TIME.
           IF WS-RECLOSE
               MOVE 'ADJ'                  TO   LDG-MODE
           END-IF.
           MOVE  WS-HIST-CTR               TO   LDG-HIST-CTR.
           MOVE  WS-HIST-TOT               TO   LDG-HIST-TOT.
           MOVE  WS-GLC-TOT                TO   LDG-GL-TOT.
           MOVE  WS-CFO-TOT                TO   LDG-CF-TOT.
           WRITE LDG-REC.
           MOVE  WS-RUN-DATE-TIME          TO
                 WS-YR-QTR-DT (WS-PERIOD-QTR).
           IF WS-YEAR-END
               MOVE  SPACES                TO   LDG-REC
               MOVE  'LOCKED'              TO   LDG-TYPE
               MOVE  ZERO                  TO   LDG-QTR
               MOVE  WS-PERIOD-YR          TO   LDG-YR
               MOVE  WS-RUN-DATE-TIME      TO   LDG-DATE-TIME
               MOVE  ZERO                  TO   LDG-HIST-CTR
                                                LDG-HIST-TOT
                                                LDG-GL-TOT
                                                LDG-CF-TOT
               WRITE LDG-REC
           END-IF.
           CLOSE CLOSE-LDG.
      *-----------------------------------------------------------------
      * THE CARD MOVES TO THE QUARTER AFTER THE LAST ONE CLOSED, WITH
      * THE RUN MODE CLEARED.  AFTER A RE-CLOSE THAT IS THE NEXT OPEN
      * QUARTER, NOT NECESSARILY THE ONE AFTER THE QUARTER ADJUSTED.
      *-----------------------------------------------------------------
       600-ADVANCE-PERIOD.
           IF WS-PERIOD-KEY > WS-LAST-KEY
               MOVE WS-PERIOD-KEY          TO   WS-LAST-KEY
           END-IF.
           MOVE  WS-LAST-KEY               TO   WS-EXPECT-KEY.
           PERFORM 155-BUMP-EXPECT-KEY.
           MOVE  WS-EXPECT-QTR             TO   WS-NEXT-DISP-QTR.
           MOVE  WS-EXPECT-YR              TO   WS-NEXT-DISP-YR.
           OPEN OUTPUT PERIOD-CARD.
           MOVE  SPACES                    TO   PER-REC.
           MOVE  WS-PERIOD-COMPANY         TO   PER-COMPANY.
           MOVE  WS-EXPECT-QTR             TO   PER-QTR.
           MOVE  WS-EXPECT-YR              TO   PER-YR.
           WRITE PER-REC.
           CLOSE PERIOD-CARD.
      *-----------------------------------------------------------------
       710-WRITE-CHK-OK.
           MOVE  'OK'                      TO   WS-CHK-FLAG.
           WRITE CLOSE-RPT-REC             FROM WS-CHK-LN.
      *-----------------------------------------------------------------
       720-WRITE-CHK-FAIL.
           MOVE  'Y'                       TO   WS-FAIL-SW.
           ADD   1                         TO   WS-FAIL-CTR.
           WRITE CLOSE-RPT-REC             FROM WS-CHK-LN.
      *-----------------------------------------------------------------
       750-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE  WS-RUN-DATE-TIME          TO   WS-AUDIT-DATE-TIME.
           IF WS-YEAR-END AND NOT WS-CLOSE-FAILED
               MOVE 'YEAR LOCKED'          TO   WS-AUDIT-LOCK
           ELSE
               MOVE SPACES                 TO   WS-AUDIT-LOCK
           END-IF.
           WRITE AUDIT-LOG-REC             FROM WS-AUDIT-LN.
           CLOSE AUDIT-LOG.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-MO                  TO   WS-RUN-MO.
           MOVE WS-SYS-DAY                 TO   WS-RUN-DAY.
           MOVE WS-SYS-YR                  TO   WS-RUN-YR.
           MOVE WS-SYS-HR                  TO   WS-RUN-HR.
           MOVE WS-SYS-MIN                 TO   WS-RUN-MIN.
           MOVE WS-RUN-DATE-TIME           TO   WS-RPT-DATE-TIME.
      *-----------------------------------------------------------------
       400-RPT-HEADING.
           WRITE CLOSE-RPT-REC             FROM WS-RPT-TITLE-LN.
           WRITE CLOSE-RPT-REC             FROM WS-RPT-BLANK-LN.
           IF WS-RECLOSE
               MOVE SPACES                 TO   WS-RPT-MSG
               STRING 'RE-CLOSE AFTER ADJUSTMENT RERUN - FIRST '
                      'CLOSED ' WS-CLOSED-DT DELIMITED BY SIZE
                   INTO WS-RPT-MSG
               END-STRING
               WRITE CLOSE-RPT-REC         FROM WS-RPT-MSG-LN
               WRITE CLOSE-RPT-REC         FROM WS-RPT-BLANK-LN
           END-IF.
      *-----------------------------------------------------------------
       450-RPT-CLOSED.
           WRITE CLOSE-RPT-REC             FROM WS-RPT-BLANK-LN.
           MOVE  SPACES                    TO   WS-RPT-MSG.
           STRING 'PERIOD ' WS-PERIOD-DISP ' CLOSED - PERIOD CARD '
                  'ADVANCED TO ' WS-NEXT-DISP DELIMITED BY SIZE
               INTO WS-RPT-MSG
           END-STRING.
           WRITE CLOSE-RPT-REC             FROM WS-RPT-MSG-LN.
           IF WS-YEAR-END
               WRITE CLOSE-RPT-REC         FROM WS-RPT-BLANK-LN
               MOVE SPACES                 TO   WS-RPT-MSG
               STRING 'YEAR ' WS-PERIOD-YR ' LOCKED - ALL FOUR '
                      'QUARTERS CLOSED:' DELIMITED BY SIZE
                   INTO WS-RPT-MSG
               END-STRING
               WRITE CLOSE-RPT-REC         FROM WS-RPT-MSG-LN
               PERFORM 455-RPT-ONE-QTR
                   VARYING WS-QTR-IDX FROM 1 BY 1
                   UNTIL WS-QTR-IDX > 4
           END-IF.
      *-----------------------------------------------------------------
       455-RPT-ONE-QTR.
           MOVE  WS-QTR-IDX                TO   WS-QTR-LN-QTR.
           MOVE  WS-PERIOD-YR              TO   WS-QTR-LN-YR.
           MOVE  WS-YR-QTR-DT (WS-QTR-IDX) TO   WS-QTR-LN-DT.
           WRITE CLOSE-RPT-REC             FROM WS-QTR-LN.
