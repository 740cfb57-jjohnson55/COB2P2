      ******************************************************************
      *PROGRAM : PROJECT 2   BUDGET VS ACTUAL PAYROLL REPORT           *
      *AUTHOR  : John Stephen Johnson                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Compares actual payroll from the cumulative pay       *
      *          history against the department budget file for the   *
      *          quarter and year to date, by department and for the   *
      *          company: budget, actual, dollars over/under, and      *
      *          percent over/under, plus budgeted against actual      *
      *          headcount for the quarter.  A department whose        *
      *          variance is outside the tolerance percent on the      *
      *          control card is flagged.  A comma-separated copy of   *
      *          the report is written for finance.                    *
      *          Control card: tolerance percent (99V99, default       *
      *          5.00), then an optional quarter and year to report;   *
      *          a zero quarter reports the period on the period       *
      *          control card.  Actual dollars are spread over the     *
      *          employee's labor allocation (p02-laboralloc.dat) the  *
      *          way johnson-p2-sort charges the GL, or charged to the *
      *          home department on the pay history with no good       *
      *          allocation; actual headcount is counted in the home   *
      *          department only.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-budrpt.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CARD ASSIGN TO 'p02-period.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT OPTIONAL BUD-CTL ASSIGN TO 'p02-budrpt-ctl.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUDGET-FILE ASSIGN TO 'p02-budget.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS BUD-KEY
                          FILE STATUS IS WS-BUD-FILE-STATUS.

           SELECT PAY-HIST ASSIGN TO 'johnson-p02-payhist.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT LABOR-ALLOC ASSIGN TO 'p02-laboralloc.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS ALOC-ID
                          FILE STATUS IS WS-ALOC-FILE-STATUS.

           SELECT DEPT-REF ASSIGN TO 'p02-deptref.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS DREF-DEPT
                          FILE STATUS IS WS-DREF-FILE-STATUS.

           SELECT BUD-RPT ASSIGN TO 'johnson-p02-budrpt.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUD-CSV ASSIGN TO 'johnson-p02-budrpt.csv'
                          ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  PERIOD-CARD.
       COPY P02PERREC REPLACING ==PFX-REC==     BY ==PER-REC==
                              ==PFX-COMPANY== BY ==PER-COMPANY==
                              ==PFX-QTR==     BY ==PER-QTR==
                              ==PFX-YR==      BY ==PER-YR==
                              ==PFX-MODE==    BY ==PER-MODE==.

       FD  BUD-CTL.
       01  BCTL-REC.
           03  BCTL-TOL-PCT                PIC 99V99.
           03  BCTL-QTR                    PIC 9.
           03  BCTL-YR                     PIC 9999.

       FD  BUDGET-FILE.
       COPY P02BUDREC REPLACING ==PFX-REC==     BY ==BUD-REC==
                              ==PFX-KEY==     BY ==BUD-KEY==
                              ==PFX-DEPT==    BY ==BUD-DEPT==
                              ==PFX-YR==      BY ==BUD-YR==
                              ==PFX-QTR==     BY ==BUD-QTR==
                              ==PFX-AMT==     BY ==BUD-AMT==
                      ==PFX-HEADCOUNT==     BY ==BUD-HEADCOUNT==
                      ==PFX-CHG-DATE==      BY ==BUD-CHG-DATE==.

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
                      ==PFX-EARN-TYPE==     BY ==HIST-EARN-TYPE==.

       FD  LABOR-ALLOC.
       COPY P02ALLOCREC REPLACING ==PFX-REC==   BY ==ALOC-REC==
                              ==PFX-ID==      BY ==ALOC-ID==
                              ==PFX-SPLIT==   BY ==ALOC-SPLIT==
                      ==PFX-SPLIT-DEPT==    BY ==ALOC-SPLIT-DEPT==
                      ==PFX-SPLIT-PCT==     BY ==ALOC-SPLIT-PCT==.

       FD  DEPT-REF.
       COPY P02DEPTREC REPLACING ==PFX-REC==     BY ==DREF-REC==
                              ==PFX-DEPT==    BY ==DREF-DEPT==
                              ==PFX-NAME==    BY ==DREF-NAME==
                              ==PFX-GL-ACCT== BY ==DREF-GL-ACCT==
                              ==PFX-STATUS==  BY ==DREF-STATUS==
              ==PFX-STATUS-ACTIVE== BY ==DREF-STATUS-ACTIVE==
              ==PFX-STATUS-CLOSED== BY ==DREF-STATUS-CLOSED==.

       FD  BUD-RPT.
       01  BUD-RPT-REC                     PIC X(80).

       FD  BUD-CSV.
       01  BUD-CSV-REC                     PIC X(100).
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

       01  WS-PERIOD-FILE-STATUS           PIC XX      VALUE SPACES.
           88  WS-PERIOD-CARD-MISSING                  VALUE '35'.
       01  WS-PERIOD-EOF-FLAG              PIC X       VALUE 'N'.
           88  PERIOD-EOF                              VALUE 'Y'.
       01  WS-PERIOD-CONTROL.
           03  WS-PERIOD-COMPANY           PIC X(20)   VALUE SPACES.
           03  WS-PERIOD-QTR               PIC 9       VALUE ZERO.
           03  WS-PERIOD-YR                PIC 9999    VALUE ZERO.
       01  WS-PERIOD-DISP.
           03  FILLER                      PIC X       VALUE 'Q'.
           03  WS-PERIOD-DISP-QTR          PIC 9.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-PERIOD-DISP-YR           PIC 9999.

       01  WS-TOL-PCT                      PIC 99V99   VALUE 5.00.

       01  WS-BUD-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-BUD-FILE-MISSING                     VALUE '35'.
       01  WS-HIST-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-HIST-FILE-MISSING                    VALUE '35'.

       01  WS-DEPARTMENT-REF.
           03  WS-DEPT-ENTRY OCCURS 99 TIMES.
               05  WS-DEPT-NAME            PIC X(5).
               05  WS-DEPT-GL-ACCT         PIC 9(8).
               05  WS-DEPT-ACTIVE-SW       PIC X.
                   88  WS-DEPT-ACTIVE                  VALUE 'A'.
           03  WS-DEPT-REF-CTR             PIC 99      VALUE ZERO.
       01  WS-DREF-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-DREF-FILE-MISSING                    VALUE '35'.
       01  WS-DREF-EOF-FLAG                PIC X       VALUE 'N'.
           88  DREF-EOF                                VALUE 'Y'.

      * LABOR ALLOCATION.  THE FILE IS OPTIONAL.  AN ALLOCATION THAT
      * FAILS THE EDIT (A DEPARTMENT NOT ACTIVE, OR PERCENTAGES NOT
      * TOTALLING 100) IS IGNORED AND THE PAY IS CHARGED TO THE HOME
      * DEPARTMENT, AS JOHNSON-P2-SORT DOES.
       01  WS-ALOC-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-ALOC-IO-OK                           VALUE '00'.
           88  WS-ALOC-FILE-MISSING                    VALUE '35'.
       01  WS-ALOC-OPEN-SW                 PIC X       VALUE 'N'.
           88  WS-ALOC-FILE-OPEN                       VALUE 'Y'.
       01  WS-ALOC-USE-SW                  PIC X       VALUE 'N'.
           88  WS-ALOC-USE                             VALUE 'Y'.
       01  WS-ALOC-WORK.
           03  WS-ALOC-IDX                 PIC 9       VALUE ZERO.
           03  WS-ALOC-DEPT-IDX            PIC 99      VALUE ZERO.
           03  WS-ALOC-PCT-TOT             PIC 9(4)V99 VALUE ZERO.
           03  WS-ALOC-SHARE               PIC 9(5)V99 VALUE ZERO.
           03  WS-ALOC-PAY-LEFT            PIC S9(5)V99 VALUE ZERO.
           03  WS-ALOC-USED-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-ALOC-REJ-CTR             PIC 9(5)    VALUE ZERO.

       01  WS-FLAGS.
           03  WS-CTL-EOF-FLAG             PIC X       VALUE 'N'.
               88  CTL-EOF                             VALUE 'Y'.
           03  WS-BUD-EOF-FLAG             PIC X       VALUE 'N'.
               88  BUD-EOF                             VALUE 'Y'.
           03  WS-HIST-EOF-FLAG            PIC X       VALUE 'N'.
               88  HIST-EOF                            VALUE 'Y'.
           03  WS-SCOPE-SW                 PIC X       VALUE 'Q'.
               88  WS-SCOPE-QTR                        VALUE 'Q'.
               88  WS-SCOPE-YTD                        VALUE 'Y'.

      *-----------------------------------------------------------------
      * BUDGET AND ACTUAL ACCUMULATED BY DEPARTMENT FOR THE QUARTER
      * AND FOR THE YEAR THROUGH THE QUARTER.
      *-----------------------------------------------------------------
       01  WS-DEPT-BUD-ACT.
           03  WS-BA-ENTRY OCCURS 99 TIMES.
               05  WS-BA-BUD-QTR           PIC 9(7)V99 VALUE ZERO.
               05  WS-BA-BUD-YTD           PIC 9(8)V99 VALUE ZERO.
               05  WS-BA-BUD-HC            PIC 9(4)    VALUE ZERO.
               05  WS-BA-ACT-QTR           PIC 9(7)V99 VALUE ZERO.
               05  WS-BA-ACT-YTD           PIC 9(8)V99 VALUE ZERO.
               05  WS-BA-ACT-HC            PIC 9(4)    VALUE ZERO.
       01  WS-DEPT-IDX                     PIC 999     VALUE ZERO.

       01  WS-CO-TOTALS.
           03  WS-CO-BUDGET                PIC 9(9)V99 VALUE ZERO.
           03  WS-CO-BUD-HC                PIC 9(5)    VALUE ZERO.
           03  WS-CO-ACTUAL                PIC 9(9)V99 VALUE ZERO.
           03  WS-CO-ACT-HC                PIC 9(5)    VALUE ZERO.

       01  WS-CMP-WORK.
           03  WS-CMP-BUDGET               PIC 9(9)V99 VALUE ZERO.
           03  WS-CMP-ACTUAL               PIC 9(9)V99 VALUE ZERO.
           03  WS-CMP-VAR                  PIC S9(9)V99 VALUE ZERO.
           03  WS-CMP-PCT                  PIC S9(5)V99 VALUE ZERO.
           03  WS-CMP-ABS-PCT              PIC 9(5)V99 VALUE ZERO.
           03  WS-CMP-BUD-HC               PIC 9(5)    VALUE ZERO.
           03  WS-CMP-ACT-HC               PIC 9(5)    VALUE ZERO.
           03  WS-CMP-FLAG                 PIC X(9)    VALUE SPACES.

       01  WS-COUNTERS.
           03  WS-HIST-CTR                 PIC 9(5)    VALUE ZERO.
           03  WS-HIST-USED-CTR            PIC 9(5)    VALUE ZERO.
           03  WS-HIST-BAD-DEPT-CTR        PIC 9(5)    VALUE ZERO.
           03  WS-BUD-CTR                  PIC 9999    VALUE ZERO.
           03  WS-DEPT-CTR                 PIC 9999    VALUE ZERO.
           03  WS-FLAG-QTR-CTR             PIC 9999    VALUE ZERO.
           03  WS-FLAG-YTD-CTR             PIC 9999    VALUE ZERO.
           03  WS-CSV-CTR                  PIC 9999    VALUE ZERO.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE 'P02-JOHNSON'.
           03  FILLER      PIC X(32) VALUE
                   'BUDGET VS ACTUAL PAYROLL'.
           03  WS-RPT-PERIOD               PIC X(7).
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.
       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-TOL-LN.
           03  FILLER                      PIC X(19)   VALUE
                   'TOLERANCE PERCENT: '.
           03  WS-TOL-LN-PCT               PIC Z9.99.
           03  FILLER                      PIC X(56)   VALUE SPACES.
       01  WS-SECT-LN.
           03  WS-SECT-TITLE               PIC X(30).
           03  WS-SECT-PERIOD              PIC X(7).
           03  FILLER                      PIC X(43)   VALUE SPACES.
       01  WS-BUD-HDG.
           03  FILLER              PIC X(10) VALUE 'DT NAME'.
           03  FILLER              PIC X(14) VALUE '        BUDGET'.
           03  FILLER              PIC X(14) VALUE '        ACTUAL'.
           03  FILLER              PIC X(14) VALUE '    OVER/UNDER'.
           03  FILLER              PIC X(8)  VALUE '     PCT'.
           03  FILLER              PIC X(11) VALUE '  BHC  AHC'.
           03  FILLER              PIC X(9)  VALUE 'FLAG'.
       01  WS-BUD-DTL-LN.
           03  WS-BUD-DTL-ID.
               05  WS-BUD-DTL-DEPT         PIC 99.
               05  FILLER                  PIC X       VALUE SPACES.
               05  WS-BUD-DTL-NAME         PIC X(5).
               05  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-BUD-DTL-LABEL REDEFINES WS-BUD-DTL-ID
                                           PIC X(10).
           03  WS-BUD-DTL-BUDGET           PIC ZZZ,ZZZ,ZZ9.99.
           03  WS-BUD-DTL-ACTUAL           PIC ZZZ,ZZZ,ZZ9.99.
           03  WS-BUD-DTL-VAR              PIC ---,---,--9.99.
           03  WS-BUD-DTL-PCT              PIC ----9.99.
           03  WS-BUD-DTL-BUD-HC           PIC ZZZZ9   BLANK WHEN ZERO.
           03  WS-BUD-DTL-ACT-HC           PIC ZZZZ9   BLANK WHEN ZERO.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-BUD-DTL-FLAG             PIC X(9).
       01  WS-BUD-FLAG-LN.
           03  FILLER                      PIC X(29)   VALUE
                   'DEPARTMENTS OUTSIDE TOLERANCE'.
           03  FILLER                      PIC X(2)    VALUE ': '.
           03  WS-BUD-FLAG-CNT             PIC ZZZ9.
           03  FILLER                      PIC X(45)   VALUE SPACES.

      *-----------------------------------------------------------------
      * COMMA-SEPARATED COPY FOR FINANCE: ONE ROW PER DEPARTMENT PER
      * SCOPE (QTR OR YTD), DEPARTMENT 00 BEING THE COMPANY TOTAL.
      *-----------------------------------------------------------------
       01  WS-CSV-HDG.
           03  FILLER                      PIC X(52)   VALUE
               'SCOPE,YEAR,QTR,DEPT,NAME,BUDGET,ACTUAL,VARIANCE,PCT,'.
           03  FILLER                      PIC X(48)   VALUE
               'BUDGET HC,ACTUAL HC,FLAG'.
       01  WS-CSV-LN.
           03  WS-CSV-SCOPE                PIC X(3).
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-YR                   PIC 9999.
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-QTR                  PIC 9.
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-DEPT                 PIC 99.
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-NAME                 PIC X(7).
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-BUDGET               PIC 9(9).99.
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-ACTUAL               PIC 9(9).99.
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-VAR                  PIC -9(9).99.
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-PCT                  PIC -9(5).99.
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-BUD-HC               PIC 9(5).
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-ACT-HC               PIC 9(5).
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-FLAG                 PIC X(9).
           03  FILLER                      PIC X(2)    VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 130-LOAD-PERIOD.
           PERFORM 132-LOAD-CONTROL-CARD.
           PERFORM 135-LOAD-DEPT-REF.
           PERFORM 150-LOAD-BUDGET.
           PERFORM 142-OPEN-LABOR-ALLOC.
           PERFORM 160-LOAD-ACTUALS.
           IF WS-ALOC-FILE-OPEN
               CLOSE LABOR-ALLOC
           END-IF.

           OPEN OUTPUT BUD-RPT.
           OPEN OUTPUT BUD-CSV.
           WRITE BUD-CSV-REC               FROM WS-CSV-HDG.

           PERFORM 400-RPT-HEADING.
           MOVE 'Q'                        TO   WS-SCOPE-SW.
           MOVE 'QUARTER'                  TO   WS-SECT-TITLE.
           PERFORM 500-PRT-SECTION.
           MOVE 'Y'                        TO   WS-SCOPE-SW.
           MOVE 'YEAR TO DATE THROUGH'     TO   WS-SECT-TITLE.
           PERFORM 500-PRT-SECTION.

           CLOSE BUD-RPT
                 BUD-CSV.

           DISPLAY 'PROJECT 2 BUDGET VS ACTUAL - JOHN STEPHEN JOHNSON'.
           DISPLAY 'PERIOD REPORTED:        ', WS-PERIOD-DISP.
           DISPLAY 'TOLERANCE PERCENT:      ', WS-TOL-LN-PCT.
           DISPLAY 'BUDGET RECORDS USED:    ', WS-BUD-CTR.
           DISPLAY 'PAY HISTORY READ:       ', WS-HIST-CTR.
           DISPLAY 'PAY HISTORY USED:       ', WS-HIST-USED-CTR.
           IF WS-HIST-BAD-DEPT-CTR > ZERO
               DISPLAY 'HISTORY - BAD DEPT:     ', WS-HIST-BAD-DEPT-CTR
           END-IF.
           DISPLAY 'HISTORY SPREAD BY ALLOC:', WS-ALOC-USED-CTR,
                   '  IGNORED: ', WS-ALOC-REJ-CTR.
           DISPLAY 'DEPARTMENTS REPORTED:   ', WS-DEPT-CTR.
           DISPLAY 'OUTSIDE TOLERANCE QTR:  ', WS-FLAG-QTR-CTR.
           DISPLAY 'OUTSIDE TOLERANCE YTD:  ', WS-FLAG-YTD-CTR.
           DISPLAY 'CSV ROWS WRITTEN:       ', WS-CSV-CTR.
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
      *-----------------------------------------------------------------
      * THE CONTROL CARD IS OPTIONAL.  A MISSING OR BLANK TOLERANCE
      * KEEPS THE DEFAULT; A VALID QUARTER AND YEAR OVERRIDE THE
      * PERIOD CARD SO A CLOSED QUARTER CAN BE REPORTED AGAIN.
      *-----------------------------------------------------------------
       132-LOAD-CONTROL-CARD.
           OPEN INPUT BUD-CTL.
           READ BUD-CTL
               AT END
                   MOVE 'Y'                TO   WS-CTL-EOF-FLAG
           END-READ.
           IF NOT CTL-EOF
               IF BCTL-TOL-PCT NUMERIC AND BCTL-TOL-PCT > ZERO
                   MOVE BCTL-TOL-PCT       TO   WS-TOL-PCT
               END-IF
               IF BCTL-QTR NUMERIC AND BCTL-YR NUMERIC AND
                  BCTL-QTR >= 1 AND BCTL-QTR <= 4 AND
                  BCTL-YR > ZERO
                   MOVE BCTL-QTR           TO   WS-PERIOD-QTR
                   MOVE BCTL-YR            TO   WS-PERIOD-YR
               END-IF
           END-IF.
           CLOSE BUD-CTL.
           MOVE  WS-PERIOD-QTR             TO   WS-PERIOD-DISP-QTR.
           MOVE  WS-PERIOD-YR              TO   WS-PERIOD-DISP-YR.
           MOVE  WS-PERIOD-DISP            TO   WS-RPT-PERIOD
                                                WS-SECT-PERIOD.
           MOVE  WS-TOL-PCT                TO   WS-TOL-LN-PCT.
           DISPLAY 'REPORTING PERIOD ', WS-PERIOD-DISP, ' FOR ',
                   WS-PERIOD-COMPANY.
      *-----------------------------------------------------------------
       135-LOAD-DEPT-REF.
           OPEN INPUT DEPT-REF.
           IF WS-DREF-FILE-MISSING
               DISPLAY 'DEPARTMENT REFERENCE FILE MISSING - RUN ',
                       'REFUSED (RUN JOHNSON-P2-DEPT TO BUILD IT)'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 137-LOAD-ONE-DEPT UNTIL DREF-EOF.
           CLOSE DEPT-REF.
      *-----------------------------------------------------------------
       137-LOAD-ONE-DEPT.
           READ DEPT-REF
               AT END
                   MOVE 'Y'                TO   WS-DREF-EOF-FLAG
               NOT AT END
                   IF DREF-DEPT >= 1 AND DREF-DEPT <= 99
                       ADD 1               TO   WS-DEPT-REF-CTR
                       MOVE DREF-NAME      TO   WS-DEPT-NAME (DREF-DEPT)
                       MOVE DREF-GL-ACCT   TO
                            WS-DEPT-GL-ACCT (DREF-DEPT)
                       MOVE DREF-STATUS    TO
                            WS-DEPT-ACTIVE-SW (DREF-DEPT)
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       150-LOAD-BUDGET.
           OPEN INPUT BUDGET-FILE.
           IF WS-BUD-FILE-MISSING
               DISPLAY 'BUDGET FILE NOT FOUND - RUN REFUSED ',
                       '(RUN JOHNSON-P2-BUDGET TO LOAD IT)'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 155-LOAD-ONE-BUDGET UNTIL BUD-EOF.
           CLOSE BUDGET-FILE.
      *-----------------------------------------------------------------
       155-LOAD-ONE-BUDGET.
           READ BUDGET-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO   WS-BUD-EOF-FLAG
               NOT AT END
                   IF BUD-YR = WS-PERIOD-YR AND
                      BUD-QTR <= WS-PERIOD-QTR AND
                      BUD-DEPT >= 1 AND BUD-DEPT <= 99
                       ADD 1               TO   WS-BUD-CTR
                       ADD BUD-AMT         TO   WS-BA-BUD-YTD (BUD-DEPT)
                       IF BUD-QTR = WS-PERIOD-QTR
                           MOVE BUD-AMT    TO
                                WS-BA-BUD-QTR (BUD-DEPT)
                           MOVE BUD-HEADCOUNT
                                           TO   WS-BA-BUD-HC (BUD-DEPT)
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * THE LABOR ALLOCATION FILE IS OPTIONAL: WITH NO FILE EVERYONE IS
      * CHARGED TO THE HOME DEPARTMENT.
      *-----------------------------------------------------------------
       142-OPEN-LABOR-ALLOC.
           OPEN INPUT LABOR-ALLOC.
           IF WS-ALOC-IO-OK
               MOVE 'Y'                    TO   WS-ALOC-OPEN-SW
           ELSE
               IF NOT WS-ALOC-FILE-MISSING
                   DISPLAY 'LABOR ALLOCATION FILE OPEN FAILED STATUS ',
                           WS-ALOC-FILE-STATUS, ' - RUN REFUSED'
                   MOVE 8                  TO   RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * ACTUAL HEADCOUNT IS THE NUMBER OF BASE-PAY RECORDS PAID IN THE
      * QUARTER, IN THE HOME DEPARTMENT ONLY; SUPPLEMENTAL RECORDS ADD
      * DOLLARS BUT NOT HEADS.
      *-----------------------------------------------------------------
       160-LOAD-ACTUALS.
           OPEN INPUT PAY-HIST.
           IF WS-HIST-FILE-MISSING
               DISPLAY 'PAY HISTORY FILE NOT FOUND - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 165-LOAD-ONE-ACTUAL UNTIL HIST-EOF.
           CLOSE PAY-HIST.
      *-----------------------------------------------------------------
       165-LOAD-ONE-ACTUAL.
           READ PAY-HIST
               AT END
                   MOVE 'Y'                TO   WS-HIST-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-HIST-CTR
                   IF HIST-YR = WS-PERIOD-YR AND
                      HIST-QTR <= WS-PERIOD-QTR
                       PERFORM 167-ADD-ONE-ACTUAL
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       167-ADD-ONE-ACTUAL.
           IF HIST-DEPT NOT NUMERIC OR HIST-DEPT = ZERO
               ADD 1                       TO   WS-HIST-BAD-DEPT-CTR
           ELSE
               ADD 1                       TO   WS-HIST-USED-CTR
               PERFORM 170-ALLOCATE-ACTUAL
               IF HIST-QTR = WS-PERIOD-QTR
                   IF HIST-EARN-TYPE = 'REG' OR
                      HIST-EARN-TYPE = SPACES
                       ADD 1               TO   WS-BA-ACT-HC (HIST-DEPT)
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * CHARGES ONE HISTORY RECORD'S PAY TO THE DEPARTMENT ACTUALS THE
      * WAY JOHNSON-P2-SORT CHARGES THE GL (570-574): WITH A GOOD
      * ALLOCATION EACH SECONDARY DEPARTMENT GETS ITS ROUNDED
      * PERCENTAGE AND THE PRIMARY (FIRST) DEPARTMENT GETS WHAT IS
      * LEFT, SO THE SHARES ADD BACK TO THE PAY TO THE CENT.
      *-----------------------------------------------------------------
       170-ALLOCATE-ACTUAL.
           MOVE  'N'                       TO   WS-ALOC-USE-SW.
           IF WS-ALOC-FILE-OPEN
               MOVE HIST-ID                TO   ALOC-ID
               READ LABOR-ALLOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 172-CHECK-ALLOCATION
               END-READ
           END-IF.
           IF WS-ALOC-USE
               MOVE HIST-QTR-PAY           TO   WS-ALOC-PAY-LEFT
               PERFORM 174-SPREAD-ONE-DEPT
                   VARYING WS-ALOC-IDX FROM 2 BY 1
                   UNTIL WS-ALOC-IDX > 5
               MOVE ALOC-SPLIT-DEPT (1)    TO   WS-ALOC-DEPT-IDX
               MOVE WS-ALOC-PAY-LEFT       TO   WS-ALOC-SHARE
               PERFORM 176-ADD-DEPT-ACTUAL
               ADD  1                      TO   WS-ALOC-USED-CTR
           ELSE
               MOVE HIST-DEPT              TO   WS-ALOC-DEPT-IDX
               MOVE HIST-QTR-PAY           TO   WS-ALOC-SHARE
               PERFORM 176-ADD-DEPT-ACTUAL
           END-IF.
      *-----------------------------------------------------------------
       172-CHECK-ALLOCATION.
           MOVE  'Y'                       TO   WS-ALOC-USE-SW.
           MOVE  ZERO                      TO   WS-ALOC-PCT-TOT.
           PERFORM 173-CHECK-ONE-SPLIT
               VARYING WS-ALOC-IDX FROM 1 BY 1
               UNTIL WS-ALOC-IDX > 5.
           IF WS-ALOC-PCT-TOT NOT = 100
               MOVE 'N'                    TO   WS-ALOC-USE-SW
           END-IF.
           IF WS-ALOC-USE AND ALOC-SPLIT-DEPT (1) = ZERO
               MOVE 'N'                    TO   WS-ALOC-USE-SW
           END-IF.
           IF NOT WS-ALOC-USE
               ADD 1                       TO   WS-ALOC-REJ-CTR
           END-IF.
      *-----------------------------------------------------------------
       173-CHECK-ONE-SPLIT.
           IF ALOC-SPLIT-DEPT (WS-ALOC-IDX) NOT NUMERIC OR
              ALOC-SPLIT-PCT (WS-ALOC-IDX) NOT NUMERIC
               MOVE 'N'                    TO   WS-ALOC-USE-SW
           ELSE IF ALOC-SPLIT-DEPT (WS-ALOC-IDX) NOT = ZERO
               IF WS-DEPT-ACTIVE (ALOC-SPLIT-DEPT (WS-ALOC-IDX))
                   ADD ALOC-SPLIT-PCT (WS-ALOC-IDX)
                                           TO   WS-ALOC-PCT-TOT
               ELSE
                   MOVE 'N'                TO   WS-ALOC-USE-SW
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       174-SPREAD-ONE-DEPT.
           IF ALOC-SPLIT-DEPT (WS-ALOC-IDX) NOT = ZERO
               MOVE ALOC-SPLIT-DEPT (WS-ALOC-IDX)
                                           TO   WS-ALOC-DEPT-IDX
               COMPUTE WS-ALOC-SHARE ROUNDED =
                   HIST-QTR-PAY * ALOC-SPLIT-PCT (WS-ALOC-IDX) / 100
               PERFORM 176-ADD-DEPT-ACTUAL
               SUBTRACT WS-ALOC-SHARE      FROM WS-ALOC-PAY-LEFT
           END-IF.
      *-----------------------------------------------------------------
       176-ADD-DEPT-ACTUAL.
           ADD   WS-ALOC-SHARE             TO
                 WS-BA-ACT-YTD (WS-ALOC-DEPT-IDX).
           IF HIST-QTR = WS-PERIOD-QTR
               ADD WS-ALOC-SHARE           TO
                   WS-BA-ACT-QTR (WS-ALOC-DEPT-IDX)
           END-IF.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-MO                  TO   WS-RPT-MO.
           MOVE WS-SYS-DAY                 TO   WS-RPT-DAY.
           MOVE WS-SYS-YR                  TO   WS-RPT-YR.
      *-----------------------------------------------------------------
       400-RPT-HEADING.
           WRITE BUD-RPT-REC               FROM WS-RPT-TITLE-LN.
           WRITE BUD-RPT-REC               FROM WS-TOL-LN.
      *-----------------------------------------------------------------
      * ONE SECTION (QUARTER OR YEAR TO DATE): EVERY DEPARTMENT WITH A
      * BUDGET OR AN ACTUAL, THEN THE COMPANY LINE.
      *-----------------------------------------------------------------
       500-PRT-SECTION.
           INITIALIZE WS-CO-TOTALS.
           WRITE BUD-RPT-REC               FROM WS-RPT-BLANK-LN.
           WRITE BUD-RPT-REC               FROM WS-SECT-LN.
           WRITE BUD-RPT-REC               FROM WS-BUD-HDG.
           PERFORM 510-PRT-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1 UNTIL WS-DEPT-IDX > 99.
           PERFORM 540-PRT-COMPANY.
      *-----------------------------------------------------------------
       510-PRT-ONE-DEPT.
           IF WS-SCOPE-QTR
               MOVE WS-BA-BUD-QTR (WS-DEPT-IDX) TO WS-CMP-BUDGET
               MOVE WS-BA-ACT-QTR (WS-DEPT-IDX) TO WS-CMP-ACTUAL
               MOVE WS-BA-BUD-HC (WS-DEPT-IDX)  TO WS-CMP-BUD-HC
               MOVE WS-BA-ACT-HC (WS-DEPT-IDX)  TO WS-CMP-ACT-HC
           ELSE
               MOVE WS-BA-BUD-YTD (WS-DEPT-IDX) TO WS-CMP-BUDGET
               MOVE WS-BA-ACT-YTD (WS-DEPT-IDX) TO WS-CMP-ACTUAL
               MOVE ZERO                   TO   WS-CMP-BUD-HC
                                                WS-CMP-ACT-HC
           END-IF.
           IF WS-CMP-BUDGET > ZERO OR WS-CMP-ACTUAL > ZERO
               IF WS-SCOPE-QTR
                   ADD 1                   TO   WS-DEPT-CTR
               END-IF
               ADD WS-CMP-BUDGET           TO   WS-CO-BUDGET
               ADD WS-CMP-ACTUAL           TO   WS-CO-ACTUAL
               ADD WS-CMP-BUD-HC           TO   WS-CO-BUD-HC
               ADD WS-CMP-ACT-HC           TO   WS-CO-ACT-HC
               PERFORM 520-COMPUTE-VARIANCE
               IF WS-CMP-FLAG NOT = SPACES
                   IF WS-SCOPE-QTR
                       ADD 1               TO   WS-FLAG-QTR-CTR
                   ELSE
                       ADD 1               TO   WS-FLAG-YTD-CTR
                   END-IF
               END-IF
               MOVE SPACES                 TO   WS-BUD-DTL-ID
               MOVE WS-DEPT-IDX            TO   WS-BUD-DTL-DEPT
               MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO WS-BUD-DTL-NAME
               MOVE WS-DEPT-IDX            TO   WS-CSV-DEPT
               MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO WS-CSV-NAME
               PERFORM 530-WRITE-LINES
           END-IF.
      *-----------------------------------------------------------------
      * OVER/UNDER IS ACTUAL LESS BUDGET, SO A POSITIVE FIGURE IS AN
      * OVERSPEND.  THE PERCENT IS OF BUDGET; AN ACTUAL WITH NO BUDGET
      * IS ALWAYS FLAGGED.
      *-----------------------------------------------------------------
       520-COMPUTE-VARIANCE.
           MOVE SPACES                     TO   WS-CMP-FLAG.
           COMPUTE WS-CMP-VAR = WS-CMP-ACTUAL - WS-CMP-BUDGET.
           IF WS-CMP-BUDGET = ZERO
               MOVE ZERO                   TO   WS-CMP-PCT
               MOVE 'NO BUDGET'            TO   WS-CMP-FLAG
           ELSE
               COMPUTE WS-CMP-PCT ROUNDED =
                       WS-CMP-VAR * 100 / WS-CMP-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.99       TO   WS-CMP-PCT
               END-COMPUTE
               IF WS-CMP-PCT < ZERO
                   COMPUTE WS-CMP-ABS-PCT = ZERO - WS-CMP-PCT
               ELSE
                   MOVE WS-CMP-PCT         TO   WS-CMP-ABS-PCT
               END-IF
               IF WS-CMP-ABS-PCT > WS-TOL-PCT
                   IF WS-CMP-VAR > ZERO
                       MOVE 'OVER TOL'     TO   WS-CMP-FLAG
                   ELSE
                       MOVE 'UNDER TOL'    TO   WS-CMP-FLAG
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       530-WRITE-LINES.
           MOVE  WS-CMP-BUDGET             TO   WS-BUD-DTL-BUDGET
                                                WS-CSV-BUDGET.
           MOVE  WS-CMP-ACTUAL             TO   WS-BUD-DTL-ACTUAL
                                                WS-CSV-ACTUAL.
           MOVE  WS-CMP-VAR                TO   WS-BUD-DTL-VAR
                                                WS-CSV-VAR.
           MOVE  WS-CMP-PCT                TO   WS-BUD-DTL-PCT
                                                WS-CSV-PCT.
           MOVE  WS-CMP-BUD-HC             TO   WS-BUD-DTL-BUD-HC
                                                WS-CSV-BUD-HC.
           MOVE  WS-CMP-ACT-HC             TO   WS-BUD-DTL-ACT-HC
                                                WS-CSV-ACT-HC.
           MOVE  WS-CMP-FLAG               TO   WS-BUD-DTL-FLAG
                                                WS-CSV-FLAG.
           WRITE BUD-RPT-REC               FROM WS-BUD-DTL-LN.
           IF WS-SCOPE-QTR
               MOVE 'QTR'                  TO   WS-CSV-SCOPE
           ELSE
               MOVE 'YTD'                  TO   WS-CSV-SCOPE
           END-IF.
           MOVE  WS-PERIOD-YR              TO   WS-CSV-YR.
           MOVE  WS-PERIOD-QTR             TO   WS-CSV-QTR.
           WRITE BUD-CSV-REC               FROM WS-CSV-LN.
           ADD   1                         TO   WS-CSV-CTR.
      *-----------------------------------------------------------------
       540-PRT-COMPANY.
           MOVE  WS-CO-BUDGET              TO   WS-CMP-BUDGET.
           MOVE  WS-CO-ACTUAL              TO   WS-CMP-ACTUAL.
           MOVE  WS-CO-BUD-HC              TO   WS-CMP-BUD-HC.
           MOVE  WS-CO-ACT-HC              TO   WS-CMP-ACT-HC.
           PERFORM 520-COMPUTE-VARIANCE.
           WRITE BUD-RPT-REC               FROM WS-RPT-BLANK-LN.
           MOVE  'COMPANY'                 TO   WS-BUD-DTL-LABEL.
           MOVE  ZERO                      TO   WS-CSV-DEPT.
           MOVE  'COMPANY'                 TO   WS-CSV-NAME.
           PERFORM 530-WRITE-LINES.
           IF WS-SCOPE-QTR
               MOVE WS-FLAG-QTR-CTR        TO   WS-BUD-FLAG-CNT
           ELSE
               MOVE WS-FLAG-YTD-CTR        TO   WS-BUD-FLAG-CNT
           END-IF.
           WRITE BUD-RPT-REC               FROM WS-BUD-FLAG-LN.
