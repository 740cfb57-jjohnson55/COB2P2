      ******************************************************************
      *PROGRAM : PROJECT 2   QUARTERLY JOB-STREAM CONTROLLER           *
      *AUTHOR  : John Stephen Johnson                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Runs the quarter's programs in the order given on the *
      *          step-list control file and gates each step on the     *
      *          status file left by the step before it: a CLEAN       *
      *          reconciliation before the promote, the master         *
      *          promoted for this period before the pay run, and the  *
      *          pay run COMPLETE for this period after it.  A step    *
      *          listed ahead of a step the cycle requires before it   *
      *          is out of sequence.  The stream stops at the first    *
      *          failed, refused, or out-of-sequence step and the      *
      *          stopping point is kept on a checkpoint file; the next *
      *          run for the same period restarts from that step.  A   *
      *          stream stopped on an invalid step list (a step out of *
      *          sequence or not in the cycle) is checkpointed INVALID *
      *          with the cycle rank it had completed; once the list   *
      *          is corrected the rerun validates it again and starts  *
      *          at that step where it now stands, or (if it was       *
      *          removed) at the first step not yet completed.         *
      *          Every step is written to the run book with its start  *
      *          and end time, return code, and the period, and the    *
      *          outcome of the stream is added to the audit trail.    *
      *          Step list: program name, highest acceptable return    *
      *          code (blank = zero), and an optional command line     *
      *          (blank runs ./program-name).                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-cycle.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CARD ASSIGN TO 'p02-period.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT STEP-LIST ASSIGN TO 'p02-cycle-steps.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-STEP-FILE-STATUS.

           SELECT OPTIONAL CYCLE-STAT
                          ASSIGN TO 'johnson-p02-cyclestat.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RECON-STAT
                          ASSIGN TO 'johnson-p02-reconstat.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PROM-STAT
                          ASSIGN TO 'johnson-p02-promstat.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL RUN-STAT ASSIGN TO 'johnson-p02-runstat.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-BOOK ASSIGN TO 'johnson-p02-runbook.dat'
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

       FD  STEP-LIST.
       01  STEP-LIST-REC.
           03  STEP-PROG                   PIC X(20).
           03  FILLER                      PIC X.
           03  STEP-MAX-RC                 PIC 99.
           03  STEP-MAX-RC-X REDEFINES STEP-MAX-RC
                                           PIC XX.
           03  FILLER                      PIC X.
           03  STEP-CMD                    PIC X(56).

       FD  CYCLE-STAT.
       01  CYCLE-STAT-REC.
           03  CYCLE-STAT-STATUS           PIC X(8).
           03  FILLER                      PIC X.
           03  CYCLE-STAT-DATE-TIME        PIC X(17).
           03  FILLER                      PIC X.
           03  CYCLE-STAT-QTR              PIC 9.
           03  CYCLE-STAT-YR               PIC 9999.
           03  FILLER                      PIC X.
           03  CYCLE-STAT-STEP-NO          PIC 99.
           03  FILLER                      PIC X.
           03  CYCLE-STAT-PROG             PIC X(20).
           03  FILLER                      PIC X.
           03  CYCLE-STAT-DONE-RANK        PIC 99.

       FD  RECON-STAT.
       01  RECON-STAT-REC.
           03  RECON-STAT-STATUS           PIC X(8).
           03  FILLER                      PIC X.
           03  RECON-STAT-DATE-TIME        PIC X(17).

       FD  PROM-STAT.
       01  PROM-STAT-REC.
           03  PROM-STAT-STATUS            PIC X(8).
           03  FILLER                      PIC X.
           03  PROM-STAT-DATE-TIME         PIC X(17).
           03  FILLER                      PIC X.
           03  PROM-STAT-RECON-DT          PIC X(17).
           03  FILLER                      PIC X.
           03  PROM-STAT-QTR               PIC 9.
           03  PROM-STAT-YR                PIC 9999.
           03  FILLER                      PIC X.
           03  PROM-STAT-GEN-FILE          PIC X(28).

       FD  RUN-STAT.
       01  RUN-STAT-REC.
           03  RUN-STAT-STATUS             PIC X(8).
           03  FILLER                      PIC X.
           03  RUN-STAT-DATE-TIME          PIC X(17).
           03  FILLER                      PIC X.
           03  RUN-STAT-QTR                PIC 9.
           03  RUN-STAT-YR                 PIC 9999.

       FD  RUN-BOOK.
       01  RUN-BOOK-REC                    PIC X(80).

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

       01  WS-CLOCK.
           03  WS-CLOCK-HR                 PIC 99.
           03  FILLER                      PIC X       VALUE ':'.
           03  WS-CLOCK-MIN                PIC 99.
           03  FILLER                      PIC X       VALUE ':'.
           03  WS-CLOCK-SEC                PIC 99.

       01  WS-PERIOD-FILE-STATUS           PIC XX      VALUE SPACES.
           88  WS-PERIOD-CARD-MISSING                  VALUE '35'.
       01  WS-STEP-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-STEP-LIST-MISSING                    VALUE '35'.
       01  WS-AUDIT-FILE-STATUS            PIC XX      VALUE SPACES.
           88  WS-AUDIT-FILE-NOT-FOUND                 VALUE '35'.

       01  WS-FLAGS.
           03  WS-PERIOD-EOF-FLAG          PIC X       VALUE 'N'.
               88  PERIOD-EOF                          VALUE 'Y'.
           03  WS-STEP-EOF-FLAG            PIC X       VALUE 'N'.
               88  STEP-EOF                            VALUE 'Y'.
           03  WS-STAT-EOF-FLAG            PIC X       VALUE 'N'.
               88  STAT-EOF                            VALUE 'Y'.
           03  WS-STREAM-SW                PIC X       VALUE 'R'.
               88  WS-STREAM-RUNNING                   VALUE 'R'.
               88  WS-STREAM-STOPPED                   VALUE 'S'.
           03  WS-GATE-SW                  PIC X       VALUE 'Y'.
               88  WS-GATE-OK                          VALUE 'Y'.
           03  WS-STOP-KIND-SW             PIC X       VALUE 'F'.
               88  WS-STOP-INVALID                     VALUE 'I'.

       01  WS-PERIOD-CONTROL.
           03  WS-PERIOD-COMPANY           PIC X(20)   VALUE SPACES.
           03  WS-PERIOD-QTR               PIC 9       VALUE ZERO.
           03  WS-PERIOD-YR                PIC 9999    VALUE ZERO.
       01  WS-PERIOD-DISP.
           03  FILLER                      PIC X       VALUE 'Q'.
           03  WS-PERIOD-DISP-QTR          PIC 9.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-PERIOD-DISP-YR           PIC 9999.

      *-----------------------------------------------------------------
      * THE CYCLE: EVERY PROGRAM THE STREAM MAY RUN, ITS PLACE IN THE
      * QUARTER (A STEP MAY NOT FOLLOW ONE WITH A HIGHER RANK), AND
      * THE STATUS FILE CHECKED BEFORE (R RECONSTAT, P PROMSTAT) AND
      * AFTER (S RUNSTAT) IT RUNS.
      *-----------------------------------------------------------------
       01  WS-CYCLE-LIST.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-dept     01  '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-maint    02  '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-recon    03  '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-prom     04R '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-elect    05  '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-bank     06  '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-alloc    07  '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-budget   08  '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-integ    09  '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-sort     10PS'.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-budrpt   11  '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-band     12  '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-move     13  '.
           03  FILLER  PIC X(24) VALUE 'johnson-p2-close    14  '.
       01  WS-CYCLE-TABLE REDEFINES WS-CYCLE-LIST.
           03  WS-CYC-ENTRY OCCURS 14 TIMES.
               05  WS-CYC-PROG             PIC X(20).
               05  WS-CYC-RANK             PIC 99.
               05  WS-CYC-PRE-GATE         PIC X.
                   88  WS-CYC-PRE-RECON                VALUE 'R'.
                   88  WS-CYC-PRE-PROM                 VALUE 'P'.
               05  WS-CYC-POST-GATE        PIC X.
                   88  WS-CYC-POST-RUN                 VALUE 'S'.
       01  WS-CYCLE-CTR                    PIC 99      VALUE 14.
       01  WS-CYC-IDX                      PIC 99      VALUE ZERO.
       01  WS-CYC-FOUND                    PIC 99      VALUE ZERO.
       01  WS-LAST-RANK                    PIC 99      VALUE ZERO.
       01  WS-DONE-RANK                    PIC 99      VALUE ZERO.

       01  WS-STEP-TABLE.
           03  WS-STEP-ENTRY OCCURS 20 TIMES.
               05  WS-STEP-PROG            PIC X(20).
               05  WS-STEP-MAX-RC          PIC 99.
               05  WS-STEP-CMD             PIC X(56).
       01  WS-STEP-CTR                     PIC 99      VALUE ZERO.
       01  WS-STEP-IDX                     PIC 99      VALUE ZERO.
       01  WS-RESTART-STEP                 PIC 99      VALUE 1.
       01  WS-STOP-STEP                    PIC 99      VALUE ZERO.
       01  WS-STOP-PROG                    PIC X(20)   VALUE SPACES.

       01  WS-CMD-LINE                     PIC X(80)   VALUE SPACES.
       01  WS-STEP-RC                      PIC S9(9)   VALUE ZERO.
       01  WS-GATE-MSG                     PIC X(60)   VALUE SPACES.

       01  WS-COUNTERS.
           03  WS-RUN-CTR                  PIC 99      VALUE ZERO.
           03  WS-SKIP-CTR                 PIC 99      VALUE ZERO.

       01  WS-CYCLE-STAT-LN.
           03  WS-CSTAT-STATUS             PIC X(8)    VALUE SPACES.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-CSTAT-DATE-TIME          PIC X(17)   VALUE SPACES.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-CSTAT-QTR                PIC 9       VALUE ZERO.
           03  WS-CSTAT-YR                 PIC 9999    VALUE ZERO.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-CSTAT-STEP-NO            PIC 99      VALUE ZERO.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-CSTAT-PROG               PIC X(20)   VALUE SPACES.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-CSTAT-DONE-RANK          PIC 99      VALUE ZERO.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE 'P02-JOHNSON'.
           03  FILLER      PIC X(25) VALUE 'QUARTERLY RUN BOOK'.
           03  WS-RPT-PERIOD               PIC X(7).
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-RPT-DATE-TIME            PIC X(17).
       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-RESTART-LN.
           03  FILLER                      PIC X(28)   VALUE
                   'RESTART OF STOPPED RUN FROM '.
           03  FILLER                      PIC X(5)    VALUE 'STEP '.
           03  WS-RESTART-LN-STEP          PIC Z9.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-RESTART-LN-PROG          PIC X(20).
           03  FILLER                      PIC X(24)   VALUE SPACES.
       01  WS-BOOK-HDG.
           03  FILLER              PIC X(4)  VALUE 'STP'.
           03  FILLER              PIC X(21) VALUE 'PROGRAM'.
           03  FILLER              PIC X(10) VALUE 'START'.
           03  FILLER              PIC X(10) VALUE 'END'.
           03  FILLER              PIC X(5)  VALUE ' RC'.
           03  FILLER              PIC X(12) VALUE 'RESULT'.
           03  FILLER              PIC X(18) VALUE 'PERIOD'.
       01  WS-BOOK-DTL-LN.
           03  WS-BOOK-STEP                PIC Z9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-BOOK-PROG                PIC X(20).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-BOOK-START               PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-BOOK-END                 PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-BOOK-RC                  PIC ZZ9.
           03  WS-BOOK-RC-X REDEFINES WS-BOOK-RC
                                           PIC X(3).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-BOOK-RESULT              PIC X(10).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-BOOK-PERIOD              PIC X(7).
           03  FILLER                      PIC X(11)   VALUE SPACES.
       01  WS-BOOK-MSG-LN.
           03  FILLER                      PIC X(6)    VALUE SPACES.
           03  WS-BOOK-MSG                 PIC X(60).
           03  FILLER                      PIC X(14)   VALUE SPACES.
       01  WS-BOOK-SUM-LN.
           03  FILLER                      PIC X(12)   VALUE
                   'STEPS RUN:  '.
           03  WS-BOOK-SUM-RUN             PIC Z9.
           03  FILLER                      PIC X(14)   VALUE
                   '   SKIPPED:   '.
           03  WS-BOOK-SUM-SKIP            PIC Z9.
           03  FILLER                      PIC X(13)   VALUE
                   '   STREAM:   '.
           03  WS-BOOK-SUM-RESULT          PIC X(8).
           03  FILLER                      PIC X(29)   VALUE SPACES.

       01  WS-AUDIT-LN.
           03  WS-AUDIT-ACTION             PIC X(9)    VALUE
                   'JOBSTREAM'.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AUDIT-DATE-TIME          PIC X(17).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AUDIT-PERIOD             PIC X(7).
           03  FILLER                      PIC X(6)    VALUE ' RUN:'.
           03  WS-AUDIT-RUN-CTR            PIC Z9.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-AUDIT-RESULT             PIC X(8).
           03  FILLER                      PIC X(4)    VALUE ' AT '.
           03  WS-AUDIT-STOP-PROG          PIC X(20).
           03  FILLER                      PIC X(4)    VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 130-LOAD-PERIOD.
           PERFORM 140-LOAD-STEP-LIST.
           PERFORM 150-CHECK-RESTART.

           OPEN OUTPUT RUN-BOOK.
           PERFORM 400-RPT-HEADING.
           PERFORM 200-RUN-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-CTR OR WS-STREAM-STOPPED.

           IF WS-STREAM-STOPPED
               MOVE 'STOPPED'              TO   WS-BOOK-SUM-RESULT
                                                WS-AUDIT-RESULT
               IF WS-STOP-INVALID
                   MOVE 'INVALID'          TO   WS-CSTAT-STATUS
                   MOVE WS-LAST-RANK       TO   WS-CSTAT-DONE-RANK
               ELSE
                   MOVE 'FAILED'           TO   WS-CSTAT-STATUS
               END-IF
               MOVE WS-STOP-STEP           TO   WS-CSTAT-STEP-NO
               MOVE WS-STOP-PROG           TO   WS-CSTAT-PROG
                                                WS-AUDIT-STOP-PROG
           ELSE
               MOVE 'COMPLETE'             TO   WS-BOOK-SUM-RESULT
                                                WS-AUDIT-RESULT
               MOVE 'COMPLETE'             TO   WS-CSTAT-STATUS
               MOVE WS-STEP-CTR            TO   WS-CSTAT-STEP-NO
               MOVE SPACES                 TO   WS-CSTAT-PROG
               MOVE 'END OF STEP LIST'     TO   WS-AUDIT-STOP-PROG
           END-IF.
           PERFORM 700-WRITE-CYCLE-STATUS.
           PERFORM 450-RPT-SUMMARY.
           CLOSE RUN-BOOK.
           PERFORM 750-WRITE-AUDIT-LOG.

           DISPLAY 'PROJECT 2 JOB STREAM - JOHN STEPHEN JOHNSON'.
           DISPLAY 'PERIOD:        ', WS-PERIOD-DISP.
           DISPLAY 'STEPS RUN:     ', WS-RUN-CTR.
           DISPLAY 'STEPS SKIPPED: ', WS-SKIP-CTR.
           IF WS-STREAM-STOPPED
               DISPLAY 'JOB STREAM STOPPED AT STEP ', WS-STOP-STEP,
                       ' ', WS-STOP-PROG
               DISPLAY WS-GATE-MSG
               IF WS-STOP-INVALID
                   DISPLAY 'CORRECT THE STEP LIST AND RERUN - STEPS ',
                           'ALREADY COMPLETED ARE NOT RUN AGAIN'
               ELSE
                   DISPLAY 'CORRECT THE PROBLEM AND RERUN TO RESTART ',
                           'FROM THAT STEP'
               END-IF
               MOVE 8                      TO   RETURN-CODE
           ELSE
               DISPLAY 'JOB STREAM COMPLETE'
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
           MOVE  PER-QTR                   TO   WS-PERIOD-QTR.
           MOVE  PER-YR                    TO   WS-PERIOD-YR.
           MOVE  WS-PERIOD-QTR             TO   WS-PERIOD-DISP-QTR.
           MOVE  WS-PERIOD-YR              TO   WS-PERIOD-DISP-YR.
           MOVE  WS-PERIOD-DISP            TO   WS-RPT-PERIOD
                                                WS-BOOK-PERIOD
                                                WS-AUDIT-PERIOD.
      *-----------------------------------------------------------------
       140-LOAD-STEP-LIST.
           OPEN INPUT STEP-LIST.
           IF WS-STEP-LIST-MISSING
               DISPLAY 'STEP LIST P02-CYCLE-STEPS.DAT MISSING - RUN ',
                       'REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 145-LOAD-ONE-STEP UNTIL STEP-EOF.
           CLOSE STEP-LIST.
           IF WS-STEP-CTR = ZERO
               DISPLAY 'STEP LIST EMPTY - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       145-LOAD-ONE-STEP.
           READ STEP-LIST
               AT END
                   MOVE 'Y'                TO   WS-STEP-EOF-FLAG
               NOT AT END
                   IF STEP-PROG NOT = SPACES
                       IF WS-STEP-CTR = 20
                           DISPLAY 'STEP LIST HAS MORE THAN 20 ',
                                   'STEPS - RUN REFUSED'
                           MOVE 8          TO   RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1               TO   WS-STEP-CTR
                       MOVE STEP-PROG      TO
                            WS-STEP-PROG (WS-STEP-CTR)
                       MOVE STEP-CMD       TO
                            WS-STEP-CMD (WS-STEP-CTR)
                       IF STEP-MAX-RC NUMERIC
                           MOVE STEP-MAX-RC TO
                                WS-STEP-MAX-RC (WS-STEP-CTR)
                       ELSE
                           MOVE ZERO       TO
                                WS-STEP-MAX-RC (WS-STEP-CTR)
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * A STREAM LEFT STOPPED (OR INTERRUPTED WHILE RUNNING) FOR THIS
      * PERIOD RESTARTS FROM THE STEP IT STOPPED AT; A STREAM ALREADY
      * COMPLETE FOR THIS PERIOD IS NOT RUN AGAIN.  A STREAM STOPPED
      * ON AN INVALID STEP LIST RESTARTS FROM THE CORRECTED LIST.
      *-----------------------------------------------------------------
       150-CHECK-RESTART.
           MOVE 'N'                        TO   WS-STAT-EOF-FLAG.
           OPEN INPUT CYCLE-STAT.
           READ CYCLE-STAT
               AT END
                   MOVE 'Y'                TO   WS-STAT-EOF-FLAG
           END-READ.
           CLOSE CYCLE-STAT.
           IF STAT-EOF OR CYCLE-STAT-QTR NOT = WS-PERIOD-QTR OR
              CYCLE-STAT-YR NOT = WS-PERIOD-YR
               MOVE 1                      TO   WS-RESTART-STEP
           ELSE IF CYCLE-STAT-STATUS = 'COMPLETE'
               DISPLAY 'JOB STREAM ALREADY COMPLETE FOR ',
                       WS-PERIOD-DISP, ' ON ', CYCLE-STAT-DATE-TIME,
                       ' - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           ELSE IF CYCLE-STAT-STATUS = 'INVALID'
               PERFORM 160-FIND-INVALID-RESTART
           ELSE IF CYCLE-STAT-STEP-NO NOT NUMERIC OR
                   CYCLE-STAT-STEP-NO < 1 OR
                   CYCLE-STAT-STEP-NO > WS-STEP-CTR
               DISPLAY 'CHECKPOINT STEP NOT ON THE STEP LIST - ',
                       'RESTART REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           ELSE IF WS-STEP-PROG (CYCLE-STAT-STEP-NO) NOT =
                   CYCLE-STAT-PROG
               DISPLAY 'STEP LIST CHANGED SINCE THE STREAM STOPPED ',
                       'AT ', CYCLE-STAT-PROG, ' - RESTART REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           ELSE
               MOVE CYCLE-STAT-STEP-NO     TO   WS-RESTART-STEP
               DISPLAY 'RESTARTING ', WS-PERIOD-DISP, ' FROM STEP ',
                       WS-RESTART-STEP, ' ', CYCLE-STAT-PROG
           END-IF.
      *-----------------------------------------------------------------
      * THE STEP THAT STOPPED THE STREAM MAY HAVE MOVED ON THE
      * CORRECTED LIST, SO THE RESTART IS THAT PROGRAM WHEREVER IT NOW
      * STANDS.  IF IT WAS REMOVED (E.G. A MISSPELLED NAME), THE
      * RESTART IS THE FIRST STEP THAT IS NOT IN THE CYCLE OR THAT THE
      * CYCLE RUNS AFTER THE LAST STEP COMPLETED.  200 SEQUENCE-CHECKS
      * THE LIST AGAIN FROM THERE.
      *-----------------------------------------------------------------
       160-FIND-INVALID-RESTART.
           IF CYCLE-STAT-DONE-RANK NUMERIC
               MOVE CYCLE-STAT-DONE-RANK   TO   WS-DONE-RANK
           ELSE
               MOVE ZERO                   TO   WS-DONE-RANK
           END-IF.
           MOVE  ZERO                      TO   WS-RESTART-STEP.
           PERFORM 163-MATCH-STOPPED-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-CTR OR
                     WS-RESTART-STEP > ZERO.
           PERFORM 165-CHECK-ONE-RESTART
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-CTR OR
                     WS-RESTART-STEP > ZERO.
           IF WS-RESTART-STEP = ZERO
               COMPUTE WS-RESTART-STEP = WS-STEP-CTR + 1
               DISPLAY 'RESTARTING ', WS-PERIOD-DISP, ' AFTER INVALID ',
                       'STEP LIST - NO STEPS LEFT TO RUN'
           ELSE
               DISPLAY 'RESTARTING ', WS-PERIOD-DISP, ' AFTER INVALID ',
                       'STEP LIST FROM STEP ', WS-RESTART-STEP, ' ',
                       WS-STEP-PROG (WS-RESTART-STEP)
           END-IF.
      *-----------------------------------------------------------------
       163-MATCH-STOPPED-STEP.
           IF WS-STEP-PROG (WS-STEP-IDX) = CYCLE-STAT-PROG
               MOVE WS-STEP-IDX            TO   WS-RESTART-STEP
           END-IF.
      *-----------------------------------------------------------------
       165-CHECK-ONE-RESTART.
           PERFORM 210-FIND-CYCLE-STEP.
           IF WS-CYC-FOUND = ZERO
               MOVE WS-STEP-IDX            TO   WS-RESTART-STEP
           ELSE IF WS-CYC-RANK (WS-CYC-FOUND) > WS-DONE-RANK
               MOVE WS-STEP-IDX            TO   WS-RESTART-STEP
           END-IF.
      *-----------------------------------------------------------------
      * ONE STEP: SKIPPED WHEN BEFORE THE RESTART POINT, OTHERWISE
      * SEQUENCE-CHECKED, GATED, RUN, AND CHECKED AFTERWARDS.  ANY
      * FAILURE STOPS THE STREAM AT THIS STEP.
      *-----------------------------------------------------------------
       200-RUN-ONE-STEP.
           MOVE  SPACES                    TO   WS-GATE-MSG
                                                WS-BOOK-START
                                                WS-BOOK-END.
           MOVE  ZERO                      TO   WS-STEP-RC.
           MOVE  'Y'                       TO   WS-GATE-SW.
           PERFORM 210-FIND-CYCLE-STEP.
           IF WS-STEP-IDX < WS-RESTART-STEP
               ADD 1                       TO   WS-SKIP-CTR
               MOVE 'SKIPPED'              TO   WS-BOOK-RESULT
               IF WS-CYC-FOUND > ZERO
                   MOVE WS-CYC-RANK (WS-CYC-FOUND) TO WS-LAST-RANK
               END-IF
           ELSE IF WS-CYC-FOUND = ZERO
               MOVE 'N'                    TO   WS-GATE-SW
               MOVE 'I'                    TO   WS-STOP-KIND-SW
               MOVE 'NOT A JOB STREAM PROGRAM'
                                           TO   WS-GATE-MSG
               MOVE 'OUT OF SEQ'           TO   WS-BOOK-RESULT
           ELSE IF WS-CYC-RANK (WS-CYC-FOUND) <= WS-LAST-RANK
               MOVE 'N'                    TO   WS-GATE-SW
               MOVE 'I'                    TO   WS-STOP-KIND-SW
               MOVE 'LISTED AFTER A STEP THE CYCLE RUNS LATER'
                                           TO   WS-GATE-MSG
               MOVE 'OUT OF SEQ'           TO   WS-BOOK-RESULT
           ELSE
               MOVE WS-CYC-RANK (WS-CYC-FOUND) TO WS-LAST-RANK
               PERFORM 220-CHECK-PRE-GATE
               IF NOT WS-GATE-OK
                   MOVE 'REFUSED'          TO   WS-BOOK-RESULT
               ELSE
                   PERFORM 230-EXECUTE-STEP
               END-IF
           END-IF.
           MOVE  WS-STEP-IDX               TO   WS-BOOK-STEP.
           MOVE  WS-STEP-PROG (WS-STEP-IDX) TO  WS-BOOK-PROG.
           IF WS-BOOK-START = SPACES
               MOVE SPACES                 TO   WS-BOOK-RC-X
           ELSE
               MOVE WS-STEP-RC             TO   WS-BOOK-RC
           END-IF.
           WRITE RUN-BOOK-REC              FROM WS-BOOK-DTL-LN.
           IF NOT WS-GATE-OK
               MOVE 'S'                    TO   WS-STREAM-SW
               MOVE WS-STEP-IDX            TO   WS-STOP-STEP
               MOVE WS-STEP-PROG (WS-STEP-IDX) TO WS-STOP-PROG
               MOVE WS-GATE-MSG            TO   WS-BOOK-MSG
               WRITE RUN-BOOK-REC          FROM WS-BOOK-MSG-LN
           END-IF.
      *-----------------------------------------------------------------
       210-FIND-CYCLE-STEP.
           MOVE  ZERO                      TO   WS-CYC-FOUND.
           PERFORM 215-MATCH-ONE-CYCLE-STEP
               VARYING WS-CYC-IDX FROM 1 BY 1
               UNTIL WS-CYC-IDX > WS-CYCLE-CTR OR WS-CYC-FOUND > ZERO.
      *-----------------------------------------------------------------
       215-MATCH-ONE-CYCLE-STEP.
           IF WS-CYC-PROG (WS-CYC-IDX) = WS-STEP-PROG (WS-STEP-IDX)
               MOVE WS-CYC-IDX             TO   WS-CYC-FOUND
           END-IF.
      *-----------------------------------------------------------------
       220-CHECK-PRE-GATE.
           IF WS-CYC-PRE-RECON (WS-CYC-FOUND)
               PERFORM 222-CHECK-RECON-STATUS
           ELSE IF WS-CYC-PRE-PROM (WS-CYC-FOUND)
               PERFORM 224-CHECK-PROM-STATUS
           END-IF.
      *-----------------------------------------------------------------
       222-CHECK-RECON-STATUS.
           MOVE 'N'                        TO   WS-STAT-EOF-FLAG.
           OPEN INPUT RECON-STAT.
           READ RECON-STAT
               AT END
                   MOVE 'Y'                TO   WS-STAT-EOF-FLAG
           END-READ.
           CLOSE RECON-STAT.
           IF STAT-EOF
               MOVE 'N'                    TO   WS-GATE-SW
               MOVE 'NO RECONCILIATION STATUS ON FILE'
                                           TO   WS-GATE-MSG
           ELSE IF RECON-STAT-STATUS NOT = 'CLEAN'
               MOVE 'N'                    TO   WS-GATE-SW
               MOVE 'LAST RECONCILIATION WAS NOT CLEAN'
                                           TO   WS-GATE-MSG
           END-IF.
      *-----------------------------------------------------------------
       224-CHECK-PROM-STATUS.
           MOVE 'N'                        TO   WS-STAT-EOF-FLAG.
           OPEN INPUT PROM-STAT.
           READ PROM-STAT
               AT END
                   MOVE 'Y'                TO   WS-STAT-EOF-FLAG
           END-READ.
           CLOSE PROM-STAT.
           IF STAT-EOF
               MOVE 'N'                    TO   WS-GATE-SW
               MOVE 'NO PROMOTE STATUS ON FILE - MASTER NOT PROMOTED'
                                           TO   WS-GATE-MSG
           ELSE IF PROM-STAT-STATUS NOT = 'PROMOTED'
               MOVE 'N'                    TO   WS-GATE-SW
               MOVE 'LAST PROMOTE DID NOT COMPLETE (FAILED/FALLBACK)'
                                           TO   WS-GATE-MSG
           ELSE IF PROM-STAT-QTR NOT = WS-PERIOD-QTR OR
                   PROM-STAT-YR NOT = WS-PERIOD-YR
               MOVE 'N'                    TO   WS-GATE-SW
               MOVE 'MASTER NOT PROMOTED FOR THIS PERIOD'
                                           TO   WS-GATE-MSG
           END-IF.
      *-----------------------------------------------------------------
       226-CHECK-RUN-STATUS.
           MOVE 'N'                        TO   WS-STAT-EOF-FLAG.
           OPEN INPUT RUN-STAT.
           READ RUN-STAT
               AT END
                   MOVE 'Y'                TO   WS-STAT-EOF-FLAG
           END-READ.
           CLOSE RUN-STAT.
           IF STAT-EOF
               MOVE 'N'                    TO   WS-GATE-SW
               MOVE 'NO PAY RUN STATUS ON FILE AFTER THE PAY RUN'
                                           TO   WS-GATE-MSG
           ELSE IF RUN-STAT-STATUS NOT = 'COMPLETE'
               MOVE 'N'                    TO   WS-GATE-SW
               MOVE 'PAY RUN STATUS IS NOT COMPLETE'
                                           TO   WS-GATE-MSG
           ELSE IF RUN-STAT-QTR NOT = WS-PERIOD-QTR OR
                   RUN-STAT-YR NOT = WS-PERIOD-YR
               MOVE 'N'                    TO   WS-GATE-SW
               MOVE 'PAY RUN STATUS IS NOT FOR THIS PERIOD'
                                           TO   WS-GATE-MSG
           END-IF.
      *-----------------------------------------------------------------
      * THE CHECKPOINT IS WRITTEN BEFORE THE STEP STARTS SO A STREAM
      * THAT DIES MID-STEP STILL RESTARTS FROM THAT STEP.
      *-----------------------------------------------------------------
       230-EXECUTE-STEP.
           MOVE 'RUNNING'                  TO   WS-CSTAT-STATUS.
           MOVE WS-STEP-IDX                TO   WS-CSTAT-STEP-NO.
           MOVE WS-STEP-PROG (WS-STEP-IDX) TO   WS-CSTAT-PROG.
           PERFORM 700-WRITE-CYCLE-STATUS.
           IF WS-STEP-CMD (WS-STEP-IDX) = SPACES
               MOVE SPACES                 TO   WS-CMD-LINE
               STRING './'                 DELIMITED BY SIZE
                      WS-STEP-PROG (WS-STEP-IDX)
                                           DELIMITED BY SPACE
                   INTO WS-CMD-LINE
               END-STRING
           ELSE
               MOVE WS-STEP-CMD (WS-STEP-IDX) TO WS-CMD-LINE
           END-IF.
           PERFORM 310-GET-CLOCK.
           MOVE WS-CLOCK                   TO   WS-BOOK-START.
           DISPLAY 'STEP ', WS-STEP-IDX, ' STARTING ',
                   WS-STEP-PROG (WS-STEP-IDX).
           CALL 'SYSTEM' USING WS-CMD-LINE.
           MOVE RETURN-CODE                TO   WS-STEP-RC.
           MOVE ZERO                       TO   RETURN-CODE.
      *    THE SHELL HANDS BACK THE PROGRAM'S EXIT CODE IN THE HIGH
      *    BYTE OF THE WAIT STATUS.
           IF WS-STEP-RC > 255
               DIVIDE 256 INTO WS-STEP-RC
           END-IF.
           PERFORM 310-GET-CLOCK.
           MOVE WS-CLOCK                   TO   WS-BOOK-END.
           ADD  1                          TO   WS-RUN-CTR.
           IF WS-STEP-RC > WS-STEP-MAX-RC (WS-STEP-IDX) OR
              WS-STEP-RC < ZERO
               MOVE 'N'                    TO   WS-GATE-SW
               MOVE 'RETURN CODE ABOVE THE LIMIT ON THE STEP LIST'
                                           TO   WS-GATE-MSG
               MOVE 'FAILED'               TO   WS-BOOK-RESULT
           ELSE
               IF WS-CYC-POST-RUN (WS-CYC-FOUND)
                   PERFORM 226-CHECK-RUN-STATUS
               END-IF
               IF WS-GATE-OK
                   MOVE 'COMPLETE'         TO   WS-BOOK-RESULT
               ELSE
                   MOVE 'FAILED'           TO   WS-BOOK-RESULT
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-MO                  TO   WS-RUN-MO.
           MOVE WS-SYS-DAY                 TO   WS-RUN-DAY.
           MOVE WS-SYS-YR                  TO   WS-RUN-YR.
           MOVE WS-SYS-HR                  TO   WS-RUN-HR.
           MOVE WS-SYS-MIN                 TO   WS-RUN-MIN.
           MOVE WS-RUN-DATE-TIME           TO   WS-RPT-DATE-TIME
                                                WS-AUDIT-DATE-TIME.
      *-----------------------------------------------------------------
       310-GET-CLOCK.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-HR                  TO   WS-CLOCK-HR.
           MOVE WS-SYS-MIN                 TO   WS-CLOCK-MIN.
           MOVE WS-SYS-SEC                 TO   WS-CLOCK-SEC.
      *-----------------------------------------------------------------
       400-RPT-HEADING.
           WRITE RUN-BOOK-REC              FROM WS-RPT-TITLE-LN.
           WRITE RUN-BOOK-REC              FROM WS-RPT-BLANK-LN.
           IF WS-RESTART-STEP > 1 AND WS-RESTART-STEP <= WS-STEP-CTR
               MOVE WS-RESTART-STEP        TO   WS-RESTART-LN-STEP
               MOVE WS-STEP-PROG (WS-RESTART-STEP)
                                           TO   WS-RESTART-LN-PROG
               WRITE RUN-BOOK-REC          FROM WS-RESTART-LN
               WRITE RUN-BOOK-REC          FROM WS-RPT-BLANK-LN
           END-IF.
           WRITE RUN-BOOK-REC              FROM WS-BOOK-HDG.
      *-----------------------------------------------------------------
       450-RPT-SUMMARY.
           MOVE  WS-RUN-CTR                TO   WS-BOOK-SUM-RUN.
           MOVE  WS-SKIP-CTR               TO   WS-BOOK-SUM-SKIP.
           WRITE RUN-BOOK-REC              FROM WS-RPT-BLANK-LN.
           WRITE RUN-BOOK-REC              FROM WS-BOOK-SUM-LN.
      *-----------------------------------------------------------------
       700-WRITE-CYCLE-STATUS.
           PERFORM 300-GET-SYS-DATE-TIME.
           OPEN OUTPUT CYCLE-STAT.
           MOVE  WS-RUN-DATE-TIME          TO   WS-CSTAT-DATE-TIME.
           MOVE  WS-PERIOD-QTR             TO   WS-CSTAT-QTR.
           MOVE  WS-PERIOD-YR              TO   WS-CSTAT-YR.
           WRITE CYCLE-STAT-REC            FROM WS-CYCLE-STAT-LN.
           CLOSE CYCLE-STAT.
      *-----------------------------------------------------------------
       750-WRITE-AUDIT-LOG.
           OPEN EXTEND AUDIT-LOG.
           IF WS-AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-LOG
           END-IF.
           MOVE  WS-RUN-CTR                TO   WS-AUDIT-RUN-CTR.
           WRITE AUDIT-LOG-REC             FROM WS-AUDIT-LN.
           CLOSE AUDIT-LOG.
