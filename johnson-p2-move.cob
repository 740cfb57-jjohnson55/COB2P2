      ******************************************************************
      *PROGRAM : PROJECT 2   WORKFORCE MOVEMENT AND TURNOVER REPORT    *
      *AUTHOR  : John Stephen Johnson                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Reports workforce movement by department for the      *
      *          quarter on the period control card and for the year  *
      *          to date, from the movement history written by         *
      *          johnson-p2-maint: opening headcount, hires, terms,    *
      *          leaves, returns, transfers in and out, closing        *
      *          headcount, turnover percent, and the number and       *
      *          average of pay raises.  Headcount is every employee   *
      *          not terminated (active or on leave), so leaves and    *
      *          returns are shown but do not move the headcount.      *
      *          The closing headcount derived from the opening and    *
      *          the movements is proven, by department and for the    *
      *          company, against the next-quarter master the          *
      *          maintenance run produced.  Any department out of      *
      *          balance ends the run with return code 8.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-move.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERIOD-CARD ASSIGN TO 'p02-period.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT MOVE-HIST ASSIGN TO 'johnson-p02-movehist.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-MOVE-FILE-STATUS.

           SELECT EMP-MST ASSIGN TO 'p02-data-nextqtr.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS EMP-ID
                          ALTERNATE RECORD KEY IS EMP-LNAME
                              WITH DUPLICATES
                          FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT DEPT-REF ASSIGN TO 'p02-deptref.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS DREF-DEPT
                          FILE STATUS IS WS-DREF-FILE-STATUS.

           SELECT MOVE-RPT ASSIGN TO 'johnson-p02-movement.dat'
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

       FD  MOVE-HIST.
       COPY P02MOVEREC REPLACING ==PFX-REC==    BY ==MOVE-REC==
                      ==PFX-QTR==         BY ==MOVE-QTR==
                      ==PFX-YR==          BY ==MOVE-YR==
                      ==PFX-TYPE==        BY ==MOVE-TYPE==
                      ==PFX-TYPE-OPEN-HC== BY ==MOVE-TYPE-OPEN-HC==
                      ==PFX-TYPE-ADD==    BY ==MOVE-TYPE-ADD==
                      ==PFX-TYPE-CHANGE== BY ==MOVE-TYPE-CHANGE==
                      ==PFX-TYPE-STATUS== BY ==MOVE-TYPE-STATUS==
                      ==PFX-TYPE-DELETE== BY ==MOVE-TYPE-DELETE==
                      ==PFX-ID==          BY ==MOVE-ID==
                      ==PFX-LNAME==       BY ==MOVE-LNAME==
                      ==PFX-OLD-DEPT==    BY ==MOVE-OLD-DEPT==
                      ==PFX-NEW-DEPT==    BY ==MOVE-NEW-DEPT==
                      ==PFX-OLD-STATUS==  BY ==MOVE-OLD-STATUS==
                      ==PFX-NEW-STATUS==  BY ==MOVE-NEW-STATUS==
                      ==PFX-OLD-PAY==     BY ==MOVE-OLD-PAY==
                      ==PFX-NEW-PAY==     BY ==MOVE-NEW-PAY==
                      ==PFX-OPEN-HC==     BY ==MOVE-OPEN-HC==
                      ==PFX-TRAN-DATE==   BY ==MOVE-TRAN-DATE==
                      ==PFX-RUN-DATE==    BY ==MOVE-RUN-DATE==
                      ==PFX-RUN-TIME==    BY ==MOVE-RUN-TIME==.

       FD  EMP-MST.
       COPY P02EMPREC REPLACING ==PFX-REC==     BY ==EMP-REC==
                              ==PFX-DEPT==    BY ==EMP-DEPT==
                              ==PFX-ID==      BY ==EMP-ID==
                              ==PFX-NAME==    BY ==EMP-NAME==
                              ==PFX-LNAME==   BY ==EMP-LNAME==
                              ==PFX-FNAME==   BY ==EMP-FNAME==
                              ==PFX-QTR-PAY== BY ==EMP-QTR-PAY==
                              ==PFX-STATUS==  BY ==EMP-STATUS==
                      ==PFX-STAT-ACTIVE== BY ==EMP-STAT-ACTIVE==
                      ==PFX-STAT-LEAVE==  BY ==EMP-STAT-LEAVE==
                      ==PFX-STAT-TERM==   BY ==EMP-STAT-TERM==
                      ==PFX-STAT-VALID==  BY ==EMP-STAT-VALID==
                      ==PFX-HIRE-DATE== BY ==EMP-HIRE-DATE==
                      ==PFX-TERM-DATE== BY ==EMP-TERM-DATE==.

       FD  DEPT-REF.
       COPY P02DEPTREC REPLACING ==PFX-REC==     BY ==DREF-REC==
                              ==PFX-DEPT==    BY ==DREF-DEPT==
                              ==PFX-NAME==    BY ==DREF-NAME==
                              ==PFX-GL-ACCT== BY ==DREF-GL-ACCT==
                              ==PFX-STATUS==  BY ==DREF-STATUS==
              ==PFX-STATUS-ACTIVE== BY ==DREF-STATUS-ACTIVE==
              ==PFX-STATUS-CLOSED== BY ==DREF-STATUS-CLOSED==.

       FD  MOVE-RPT.
       01  MOVE-RPT-REC                    PIC X(80).
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

       01  WS-MOVE-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-MOVE-FILE-MISSING                    VALUE '35'.
       01  WS-MST-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-MST-FILE-MISSING                     VALUE '35'.

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

       01  WS-FLAGS.
           03  WS-MOVE-EOF-FLAG            PIC X       VALUE 'N'.
               88  MOVE-EOF                            VALUE 'Y'.
           03  WS-MST-EOF-FLAG             PIC X       VALUE 'N'.
               88  MST-EOF                             VALUE 'Y'.
           03  WS-SCOPE-SW                 PIC X       VALUE 'Q'.
               88  WS-SCOPE-QTR                        VALUE 'Q'.
               88  WS-SCOPE-YTD                        VALUE 'Y'.
           03  WS-OLD-IN-HC-SW             PIC X       VALUE 'N'.
               88  WS-OLD-IN-HC                        VALUE 'Y'.
           03  WS-NEW-IN-HC-SW             PIC X       VALUE 'N'.
               88  WS-NEW-IN-HC                        VALUE 'Y'.

      *-----------------------------------------------------------------
      * MOVEMENT COUNTS BY QUARTER OF THE YEAR AND DEPARTMENT.  THE
      * SNAPSHOT SWITCH IS SET WHEN THE QUARTER'S OPENING HEADCOUNT
      * (WRITTEN BY EVERY APPLY RUN OF THE MAINTENANCE) IS ON FILE.
      *-----------------------------------------------------------------
       01  WS-MOVE-TABLE.
           03  WS-MQ-ENTRY OCCURS 4 TIMES.
               05  WS-MQ-SNAP-SW           PIC X       VALUE 'N'.
                   88  WS-MQ-SNAP                      VALUE 'Y'.
               05  WS-MQ-DEPT OCCURS 99 TIMES.
                   07  WS-MQ-OPEN          PIC 9(5)    VALUE ZERO.
                   07  WS-MQ-HIRE          PIC 9(5)    VALUE ZERO.
                   07  WS-MQ-TERM          PIC 9(5)    VALUE ZERO.
                   07  WS-MQ-LEAVE         PIC 9(5)    VALUE ZERO.
                   07  WS-MQ-RETURN        PIC 9(5)    VALUE ZERO.
                   07  WS-MQ-XFER-IN       PIC 9(5)    VALUE ZERO.
                   07  WS-MQ-XFER-OUT      PIC 9(5)    VALUE ZERO.
                   07  WS-MQ-RAISE-CTR     PIC 9(5)    VALUE ZERO.
                   07  WS-MQ-RAISE-AMT     PIC 9(7)V99 VALUE ZERO.
       01  WS-QTR-IDX                      PIC 9       VALUE ZERO.
       01  WS-DEPT-IDX                     PIC 999     VALUE ZERO.
       01  WS-YTD-FROM-QTR                 PIC 9       VALUE ZERO.
       01  WS-SECT-FROM-QTR                PIC 9       VALUE ZERO.

      *-----------------------------------------------------------------
      * CLOSING HEADCOUNT ON THE MASTER, AND THE CLOSING DERIVED FOR
      * EACH SECTION, BY DEPARTMENT FOR THE PROOF.
      *-----------------------------------------------------------------
       01  WS-PROOF-TABLE.
           03  WS-PRF-ENTRY OCCURS 99 TIMES.
               05  WS-PRF-MST-HC           PIC 9(5)    VALUE ZERO.
               05  WS-PRF-QTR-CLOSE        PIC S9(6)   VALUE ZERO.
               05  WS-PRF-YTD-CLOSE        PIC S9(6)   VALUE ZERO.
               05  WS-PRF-USED-SW          PIC X       VALUE 'N'.
                   88  WS-PRF-USED                     VALUE 'Y'.

       01  WS-CMP-WORK.
           03  WS-CMP-OPEN                 PIC 9(6)    VALUE ZERO.
           03  WS-CMP-HIRE                 PIC 9(6)    VALUE ZERO.
           03  WS-CMP-TERM                 PIC 9(6)    VALUE ZERO.
           03  WS-CMP-LEAVE                PIC 9(6)    VALUE ZERO.
           03  WS-CMP-RETURN               PIC 9(6)    VALUE ZERO.
           03  WS-CMP-XFER-IN              PIC 9(6)    VALUE ZERO.
           03  WS-CMP-XFER-OUT             PIC 9(6)    VALUE ZERO.
           03  WS-CMP-RAISE-CTR            PIC 9(6)    VALUE ZERO.
           03  WS-CMP-RAISE-AMT            PIC 9(8)V99 VALUE ZERO.
           03  WS-CMP-CLOSE                PIC S9(6)   VALUE ZERO.
           03  WS-CMP-TURN-PCT             PIC 9(4)V99 VALUE ZERO.
           03  WS-CMP-AVG-RAISE            PIC 9(6)V99 VALUE ZERO.

       01  WS-CO-TOTALS.
           03  WS-CO-OPEN                  PIC 9(6)    VALUE ZERO.
           03  WS-CO-HIRE                  PIC 9(6)    VALUE ZERO.
           03  WS-CO-TERM                  PIC 9(6)    VALUE ZERO.
           03  WS-CO-LEAVE                 PIC 9(6)    VALUE ZERO.
           03  WS-CO-RETURN                PIC 9(6)    VALUE ZERO.
           03  WS-CO-XFER-IN               PIC 9(6)    VALUE ZERO.
           03  WS-CO-XFER-OUT              PIC 9(6)    VALUE ZERO.
           03  WS-CO-RAISE-CTR             PIC 9(6)    VALUE ZERO.
           03  WS-CO-RAISE-AMT             PIC 9(8)V99 VALUE ZERO.

       01  WS-PRF-CO.
           03  WS-PRF-CO-MST-HC            PIC 9(6)    VALUE ZERO.
           03  WS-PRF-CO-QTR-CLOSE         PIC S9(7)   VALUE ZERO.
           03  WS-PRF-CO-YTD-CLOSE         PIC S9(7)   VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-MOVE-CTR                 PIC 9(6)    VALUE ZERO.
           03  WS-MOVE-USED-CTR            PIC 9(6)    VALUE ZERO.
           03  WS-MST-CTR                  PIC 9(6)    VALUE ZERO.
           03  WS-MST-BAD-DEPT-CTR         PIC 9(5)    VALUE ZERO.
           03  WS-DEPT-CTR                 PIC 9999    VALUE ZERO.
           03  WS-OOB-CTR                  PIC 9999    VALUE ZERO.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE 'P02-JOHNSON'.
           03  FILLER      PIC X(32) VALUE
                   'WORKFORCE MOVEMENT AND TURNOVER'.
           03  WS-RPT-PERIOD               PIC X(7).
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.
       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-RPT-MSG-LN.
           03  WS-RPT-MSG                  PIC X(80).
       01  WS-SECT-LN.
           03  WS-SECT-TITLE               PIC X(30).
           03  WS-SECT-PERIOD              PIC X(7).
           03  FILLER                      PIC X(43)   VALUE SPACES.
       01  WS-MOVE-HDG.
           03  FILLER              PIC X(10) VALUE 'DT NAME'.
           03  FILLER              PIC X(6)  VALUE '  OPEN'.
           03  FILLER              PIC X(5)  VALUE ' HIRE'.
           03  FILLER              PIC X(5)  VALUE ' TERM'.
           03  FILLER              PIC X(5)  VALUE ' LEAV'.
           03  FILLER              PIC X(5)  VALUE ' RETN'.
           03  FILLER              PIC X(5)  VALUE '  XIN'.
           03  FILLER              PIC X(5)  VALUE ' XOUT'.
           03  FILLER              PIC X(6)  VALUE '  CLOS'.
           03  FILLER              PIC X(7)  VALUE '  TURN%'.
           03  FILLER              PIC X(6)  VALUE ' RAISE'.
           03  FILLER              PIC X(11) VALUE '  AVG RAISE'.
           03  FILLER              PIC X(4)  VALUE SPACES.
       01  WS-MOVE-DTL-LN.
           03  WS-MOVE-DTL-ID.
               05  WS-MOVE-DTL-DEPT        PIC 99.
               05  FILLER                  PIC X       VALUE SPACES.
               05  WS-MOVE-DTL-NAME        PIC X(5).
               05  FILLER                  PIC X(2)    VALUE SPACES.
           03  WS-MOVE-DTL-LABEL REDEFINES WS-MOVE-DTL-ID
                                           PIC X(10).
           03  WS-MOVE-DTL-OPEN            PIC ZZZZZ9.
           03  WS-MOVE-DTL-HIRE            PIC ZZZZ9.
           03  WS-MOVE-DTL-TERM            PIC ZZZZ9.
           03  WS-MOVE-DTL-LEAVE           PIC ZZZZ9.
           03  WS-MOVE-DTL-RETURN          PIC ZZZZ9.
           03  WS-MOVE-DTL-XFER-IN         PIC ZZZZ9.
           03  WS-MOVE-DTL-XFER-OUT        PIC ZZZZ9.
           03  WS-MOVE-DTL-CLOSE           PIC -----9.
           03  WS-MOVE-DTL-TURN-PCT        PIC ZZZ9.99.
           03  WS-MOVE-DTL-RAISE-CTR       PIC ZZZZZ9.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-MOVE-DTL-AVG-RAISE       PIC ZZZ,ZZ9.99
                                                       BLANK WHEN ZERO.
           03  FILLER                      PIC X(4)    VALUE SPACES.

       01  WS-PRF-HDG.
           03  FILLER              PIC X(16) VALUE '     DT NAME'.
           03  FILLER              PIC X(8)  VALUE '  MASTER'.
           03  FILLER              PIC X(11) VALUE '  QTR CLOSE'.
           03  FILLER              PIC X(11) VALUE '  YTD CLOSE'.
           03  FILLER              PIC X(4)  VALUE SPACES.
           03  FILLER              PIC X(30) VALUE 'RESULT'.
       01  WS-PRF-DTL-LN.
           03  FILLER                      PIC X(5)    VALUE SPACES.
           03  WS-PRF-DTL-ID.
               05  WS-PRF-DTL-DEPT         PIC 99.
               05  FILLER                  PIC X       VALUE SPACES.
               05  WS-PRF-DTL-NAME         PIC X(5).
               05  FILLER                  PIC X(3)    VALUE SPACES.
           03  WS-PRF-DTL-LABEL REDEFINES WS-PRF-DTL-ID
                                           PIC X(11).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-PRF-DTL-MST-HC           PIC ZZZZZ9.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-PRF-DTL-QTR-CLOSE        PIC ------9.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-PRF-DTL-YTD-CLOSE        PIC ------9.
           03  FILLER                      PIC X(4)    VALUE SPACES.
           03  WS-PRF-DTL-RESULT           PIC X(20).
           03  FILLER                      PIC X(10)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 130-LOAD-PERIOD.
           PERFORM 135-LOAD-DEPT-REF.
           PERFORM 150-LOAD-MOVEMENTS.
           PERFORM 160-LOAD-MASTER.
           PERFORM 170-FIND-YTD-START.

           OPEN OUTPUT MOVE-RPT.
           PERFORM 400-RPT-HEADING.
           MOVE 'Q'                        TO   WS-SCOPE-SW.
           MOVE WS-PERIOD-QTR              TO   WS-SECT-FROM-QTR.
           MOVE 'QUARTER'                  TO   WS-SECT-TITLE.
           PERFORM 500-PRT-SECTION.
           MOVE 'Y'                        TO   WS-SCOPE-SW.
           MOVE WS-YTD-FROM-QTR            TO   WS-SECT-FROM-QTR.
           MOVE 'YEAR TO DATE THROUGH'     TO   WS-SECT-TITLE.
           PERFORM 500-PRT-SECTION.
           PERFORM 600-PRT-PROOF.
           CLOSE MOVE-RPT.

           DISPLAY 'PROJECT 2 TURNOVER REPORT - JOHN STEPHEN JOHNSON'.
           DISPLAY 'PERIOD REPORTED:        ', WS-PERIOD-DISP.
           DISPLAY 'MOVEMENT RECORDS READ:  ', WS-MOVE-CTR.
           DISPLAY 'MOVEMENT RECORDS USED:  ', WS-MOVE-USED-CTR.
           DISPLAY 'MASTER RECORDS READ:    ', WS-MST-CTR.
           IF WS-MST-BAD-DEPT-CTR > ZERO
               DISPLAY 'MASTER - BAD DEPT:      ', WS-MST-BAD-DEPT-CTR
           END-IF.
           DISPLAY 'DEPARTMENTS REPORTED:   ', WS-DEPT-CTR.
           IF WS-OOB-CTR > ZERO
               DISPLAY 'HEADCOUNT OUT OF BALANCE FOR ', WS-OOB-CTR,
                       ' DEPARTMENT(S) - SEE PROOF'
               MOVE 8                      TO   RETURN-CODE
           ELSE
               DISPLAY 'HEADCOUNT PROOF:        OK'
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
                                                WS-SECT-PERIOD.
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
      * EVERY MOVEMENT RECORD FOR THE YEAR THROUGH THE REPORTED QUARTER
      * IS LOADED.  THE REPORTED QUARTER MUST HAVE BEEN THROUGH AN
      * APPLY RUN OF THE MAINTENANCE, OR THERE IS NOTHING TO PROVE.
      *-----------------------------------------------------------------
       150-LOAD-MOVEMENTS.
           OPEN INPUT MOVE-HIST.
           IF WS-MOVE-FILE-MISSING
               DISPLAY 'MOVEMENT HISTORY NOT FOUND - RUN REFUSED ',
                       '(RUN JOHNSON-P2-MAINT IN APPLY MODE)'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 155-LOAD-ONE-MOVEMENT UNTIL MOVE-EOF.
           CLOSE MOVE-HIST.
           IF NOT WS-MQ-SNAP (WS-PERIOD-QTR)
               DISPLAY 'NO MOVEMENT HISTORY FOR ', WS-PERIOD-DISP,
                       ' - RUN REFUSED (RUN JOHNSON-P2-MAINT IN ',
                       'APPLY MODE)'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       155-LOAD-ONE-MOVEMENT.
           READ MOVE-HIST
               AT END
                   MOVE 'Y'                TO   WS-MOVE-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-MOVE-CTR
                   IF MOVE-YR = WS-PERIOD-YR AND
                      MOVE-QTR >= 1 AND MOVE-QTR <= WS-PERIOD-QTR
                       ADD 1               TO   WS-MOVE-USED-CTR
                       MOVE MOVE-QTR       TO   WS-QTR-IDX
                       PERFORM 157-CLASSIFY-MOVEMENT
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * AN EMPLOYEE IS IN A DEPARTMENT'S HEADCOUNT BEFORE OR AFTER A
      * TRANSACTION WHEN NOT TERMINATED AND CARRIED IN A DEPARTMENT
      * (AN ADD HAS NO BEFORE, A DELETE NO AFTER).  COMING INTO THE
      * HEADCOUNT IS A HIRE (A REHIRE ON A STATUS SET), LEAVING IT IS
      * A TERM, AND STAYING IN IT UNDER ANOTHER DEPARTMENT IS A
      * TRANSFER.  A RAISE IS A PAY INCREASE FOR SOMEONE WHO STAYED.
      *-----------------------------------------------------------------
       157-CLASSIFY-MOVEMENT.
           IF MOVE-TYPE-OPEN-HC
               IF MOVE-NEW-DEPT = ZERO
                   MOVE 'Y'                TO
                        WS-MQ-SNAP-SW (WS-QTR-IDX)
               ELSE
                   MOVE MOVE-OPEN-HC       TO
                        WS-MQ-OPEN (WS-QTR-IDX, MOVE-NEW-DEPT)
               END-IF
           ELSE
               MOVE 'N'                    TO   WS-OLD-IN-HC-SW
                                                WS-NEW-IN-HC-SW
               IF MOVE-OLD-STATUS NOT = 'T' AND MOVE-OLD-DEPT > ZERO
                   MOVE 'Y'                TO   WS-OLD-IN-HC-SW
               END-IF
               IF MOVE-NEW-STATUS NOT = 'T' AND MOVE-NEW-DEPT > ZERO
                   MOVE 'Y'                TO   WS-NEW-IN-HC-SW
               END-IF
               PERFORM 158-COUNT-HEADCOUNT-MOVE
           END-IF.
      *-----------------------------------------------------------------
       158-COUNT-HEADCOUNT-MOVE.
           IF WS-NEW-IN-HC AND NOT WS-OLD-IN-HC
               ADD 1 TO WS-MQ-HIRE (WS-QTR-IDX, MOVE-NEW-DEPT)
           ELSE IF WS-OLD-IN-HC AND NOT WS-NEW-IN-HC
               ADD 1 TO WS-MQ-TERM (WS-QTR-IDX, MOVE-OLD-DEPT)
           ELSE IF WS-OLD-IN-HC AND WS-NEW-IN-HC
               IF MOVE-NEW-DEPT NOT = MOVE-OLD-DEPT
                   ADD 1 TO WS-MQ-XFER-OUT (WS-QTR-IDX, MOVE-OLD-DEPT)
                   ADD 1 TO WS-MQ-XFER-IN (WS-QTR-IDX, MOVE-NEW-DEPT)
               END-IF
               IF MOVE-NEW-STATUS = 'L' AND MOVE-OLD-STATUS NOT = 'L'
                   ADD 1 TO WS-MQ-LEAVE (WS-QTR-IDX, MOVE-NEW-DEPT)
               END-IF
               IF MOVE-OLD-STATUS = 'L' AND MOVE-NEW-STATUS NOT = 'L'
                   ADD 1 TO WS-MQ-RETURN (WS-QTR-IDX, MOVE-NEW-DEPT)
               END-IF
               IF MOVE-OLD-PAY > ZERO AND MOVE-NEW-PAY > MOVE-OLD-PAY
                   ADD 1 TO WS-MQ-RAISE-CTR (WS-QTR-IDX, MOVE-NEW-DEPT)
                   COMPUTE WS-MQ-RAISE-AMT (WS-QTR-IDX, MOVE-NEW-DEPT)
                         = WS-MQ-RAISE-AMT (WS-QTR-IDX, MOVE-NEW-DEPT)
                         + MOVE-NEW-PAY - MOVE-OLD-PAY
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * THE CLOSING MASTER IS THE NEXT-QUARTER MASTER WRITTEN BY THE
      * MAINTENANCE RUN THAT RECORDED THE QUARTER'S MOVEMENTS.
      *-----------------------------------------------------------------
       160-LOAD-MASTER.
           OPEN INPUT EMP-MST.
           IF WS-MST-FILE-MISSING
               DISPLAY 'NEXT-QUARTER MASTER NOT FOUND - RUN REFUSED ',
                       '(RUN JOHNSON-P2-MAINT IN APPLY MODE)'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 165-LOAD-ONE-MASTER UNTIL MST-EOF.
           CLOSE EMP-MST.
      *-----------------------------------------------------------------
       165-LOAD-ONE-MASTER.
           READ EMP-MST NEXT RECORD
               AT END
                   MOVE 'Y'                TO   WS-MST-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-MST-CTR
                   IF EMP-DEPT NOT NUMERIC OR EMP-DEPT = ZERO
                       ADD 1               TO   WS-MST-BAD-DEPT-CTR
                   ELSE IF NOT EMP-STAT-TERM
                       ADD 1               TO   WS-PRF-MST-HC (EMP-DEPT)
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * THE YEAR TO DATE OPENS AT THE EARLIEST QUARTER OF THE YEAR WITH
      * AN OPENING HEADCOUNT ON FILE (THE FIRST QUARTER ONCE A FULL
      * YEAR HAS BEEN RECORDED).
      *-----------------------------------------------------------------
       170-FIND-YTD-START.
           MOVE  ZERO                      TO   WS-YTD-FROM-QTR.
           PERFORM 175-CHECK-ONE-START
               VARYING WS-QTR-IDX FROM 1 BY 1
               UNTIL WS-QTR-IDX > WS-PERIOD-QTR.
      *-----------------------------------------------------------------
       175-CHECK-ONE-START.
           IF WS-MQ-SNAP (WS-QTR-IDX) AND WS-YTD-FROM-QTR = ZERO
               MOVE WS-QTR-IDX             TO   WS-YTD-FROM-QTR
           END-IF.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-MO                  TO   WS-RPT-MO.
           MOVE WS-SYS-DAY                 TO   WS-RPT-DAY.
           MOVE WS-SYS-YR                  TO   WS-RPT-YR.
      *-----------------------------------------------------------------
       400-RPT-HEADING.
           WRITE MOVE-RPT-REC              FROM WS-RPT-TITLE-LN.
      *-----------------------------------------------------------------
      * ONE SECTION (QUARTER OR YEAR TO DATE): THE OPENING OF THE FIRST
      * QUARTER IN THE SECTION PLUS THE MOVEMENTS OF EVERY QUARTER IN
      * IT, FOR EVERY DEPARTMENT WITH STAFF OR MOVEMENT, THEN THE
      * COMPANY LINE.
      *-----------------------------------------------------------------
       500-PRT-SECTION.
           INITIALIZE WS-CO-TOTALS.
           WRITE MOVE-RPT-REC              FROM WS-RPT-BLANK-LN.
           WRITE MOVE-RPT-REC              FROM WS-SECT-LN.
           IF WS-SCOPE-YTD AND WS-YTD-FROM-QTR > 1
               MOVE SPACES                 TO   WS-RPT-MSG
               STRING 'OPENING TAKEN FROM Q' WS-YTD-FROM-QTR
                      ' - NO MOVEMENT HISTORY FOR EARLIER QUARTERS'
                      DELIMITED BY SIZE
                   INTO WS-RPT-MSG
               END-STRING
               WRITE MOVE-RPT-REC          FROM WS-RPT-MSG-LN
           END-IF.
           WRITE MOVE-RPT-REC              FROM WS-MOVE-HDG.
           PERFORM 510-PRT-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1 UNTIL WS-DEPT-IDX > 99.
           PERFORM 540-PRT-COMPANY.
      *-----------------------------------------------------------------
       510-PRT-ONE-DEPT.
           INITIALIZE WS-CMP-WORK.
           MOVE WS-MQ-OPEN (WS-SECT-FROM-QTR, WS-DEPT-IDX)
                                           TO   WS-CMP-OPEN.
           PERFORM 515-ADD-ONE-QTR
               VARYING WS-QTR-IDX FROM WS-SECT-FROM-QTR BY 1
               UNTIL WS-QTR-IDX > WS-PERIOD-QTR.
           IF WS-CMP-OPEN > ZERO OR WS-CMP-HIRE > ZERO OR
              WS-CMP-TERM > ZERO OR WS-CMP-LEAVE > ZERO OR
              WS-CMP-RETURN > ZERO OR WS-CMP-XFER-IN > ZERO OR
              WS-CMP-XFER-OUT > ZERO OR WS-CMP-RAISE-CTR > ZERO OR
              WS-PRF-MST-HC (WS-DEPT-IDX) > ZERO
               ADD WS-CMP-OPEN             TO   WS-CO-OPEN
               ADD WS-CMP-HIRE             TO   WS-CO-HIRE
               ADD WS-CMP-TERM             TO   WS-CO-TERM
               ADD WS-CMP-LEAVE            TO   WS-CO-LEAVE
               ADD WS-CMP-RETURN           TO   WS-CO-RETURN
               ADD WS-CMP-XFER-IN          TO   WS-CO-XFER-IN
               ADD WS-CMP-XFER-OUT         TO   WS-CO-XFER-OUT
               ADD WS-CMP-RAISE-CTR        TO   WS-CO-RAISE-CTR
               ADD WS-CMP-RAISE-AMT        TO   WS-CO-RAISE-AMT
               PERFORM 520-COMPUTE-RATES
               MOVE 'Y'                    TO
                    WS-PRF-USED-SW (WS-DEPT-IDX)
               IF WS-SCOPE-QTR
                   ADD 1                   TO   WS-DEPT-CTR
                   MOVE WS-CMP-CLOSE       TO
                        WS-PRF-QTR-CLOSE (WS-DEPT-IDX)
               ELSE
                   MOVE WS-CMP-CLOSE       TO
                        WS-PRF-YTD-CLOSE (WS-DEPT-IDX)
               END-IF
               MOVE SPACES                 TO   WS-MOVE-DTL-ID
               MOVE WS-DEPT-IDX            TO   WS-MOVE-DTL-DEPT
               MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO WS-MOVE-DTL-NAME
               PERFORM 530-WRITE-LINE
           END-IF.
      *-----------------------------------------------------------------
       515-ADD-ONE-QTR.
           ADD WS-MQ-HIRE (WS-QTR-IDX, WS-DEPT-IDX)    TO WS-CMP-HIRE.
           ADD WS-MQ-TERM (WS-QTR-IDX, WS-DEPT-IDX)    TO WS-CMP-TERM.
           ADD WS-MQ-LEAVE (WS-QTR-IDX, WS-DEPT-IDX)   TO WS-CMP-LEAVE.
           ADD WS-MQ-RETURN (WS-QTR-IDX, WS-DEPT-IDX)  TO WS-CMP-RETURN.
           ADD WS-MQ-XFER-IN (WS-QTR-IDX, WS-DEPT-IDX)
                                           TO   WS-CMP-XFER-IN.
           ADD WS-MQ-XFER-OUT (WS-QTR-IDX, WS-DEPT-IDX)
                                           TO   WS-CMP-XFER-OUT.
           ADD WS-MQ-RAISE-CTR (WS-QTR-IDX, WS-DEPT-IDX)
                                           TO   WS-CMP-RAISE-CTR.
           ADD WS-MQ-RAISE-AMT (WS-QTR-IDX, WS-DEPT-IDX)
                                           TO   WS-CMP-RAISE-AMT.
      *-----------------------------------------------------------------
      * CLOSING IS OPENING PLUS HIRES AND TRANSFERS IN LESS TERMS AND
      * TRANSFERS OUT.  TURNOVER IS TERMS AS A PERCENT OF THE AVERAGE
      * OF OPENING AND CLOSING HEADCOUNT.
      *-----------------------------------------------------------------
       520-COMPUTE-RATES.
           COMPUTE WS-CMP-CLOSE = WS-CMP-OPEN + WS-CMP-HIRE
                                + WS-CMP-XFER-IN - WS-CMP-TERM
                                - WS-CMP-XFER-OUT.
           IF WS-CMP-OPEN + WS-CMP-CLOSE > ZERO
               COMPUTE WS-CMP-TURN-PCT ROUNDED =
                       WS-CMP-TERM * 200 / (WS-CMP-OPEN + WS-CMP-CLOSE)
                   ON SIZE ERROR
                       MOVE 9999.99        TO   WS-CMP-TURN-PCT
               END-COMPUTE
           ELSE
               MOVE ZERO                   TO   WS-CMP-TURN-PCT
           END-IF.
           IF WS-CMP-RAISE-CTR > ZERO
               COMPUTE WS-CMP-AVG-RAISE ROUNDED =
                       WS-CMP-RAISE-AMT / WS-CMP-RAISE-CTR
           ELSE
               MOVE ZERO                   TO   WS-CMP-AVG-RAISE
           END-IF.
      *-----------------------------------------------------------------
       530-WRITE-LINE.
           MOVE  WS-CMP-OPEN               TO   WS-MOVE-DTL-OPEN.
           MOVE  WS-CMP-HIRE               TO   WS-MOVE-DTL-HIRE.
           MOVE  WS-CMP-TERM               TO   WS-MOVE-DTL-TERM.
           MOVE  WS-CMP-LEAVE              TO   WS-MOVE-DTL-LEAVE.
           MOVE  WS-CMP-RETURN             TO   WS-MOVE-DTL-RETURN.
           MOVE  WS-CMP-XFER-IN            TO   WS-MOVE-DTL-XFER-IN.
           MOVE  WS-CMP-XFER-OUT           TO   WS-MOVE-DTL-XFER-OUT.
           MOVE  WS-CMP-CLOSE              TO   WS-MOVE-DTL-CLOSE.
           MOVE  WS-CMP-TURN-PCT           TO   WS-MOVE-DTL-TURN-PCT.
           MOVE  WS-CMP-RAISE-CTR          TO   WS-MOVE-DTL-RAISE-CTR.
           MOVE  WS-CMP-AVG-RAISE          TO   WS-MOVE-DTL-AVG-RAISE.
           WRITE MOVE-RPT-REC              FROM WS-MOVE-DTL-LN.
      *-----------------------------------------------------------------
       540-PRT-COMPANY.
           MOVE  WS-CO-OPEN                TO   WS-CMP-OPEN.
           MOVE  WS-CO-HIRE                TO   WS-CMP-HIRE.
           MOVE  WS-CO-TERM                TO   WS-CMP-TERM.
           MOVE  WS-CO-LEAVE               TO   WS-CMP-LEAVE.
           MOVE  WS-CO-RETURN              TO   WS-CMP-RETURN.
           MOVE  WS-CO-XFER-IN             TO   WS-CMP-XFER-IN.
           MOVE  WS-CO-XFER-OUT            TO   WS-CMP-XFER-OUT.
           MOVE  WS-CO-RAISE-CTR           TO   WS-CMP-RAISE-CTR.
           MOVE  WS-CO-RAISE-AMT           TO   WS-CMP-RAISE-AMT.
           PERFORM 520-COMPUTE-RATES.
           IF WS-SCOPE-QTR
               MOVE WS-CMP-CLOSE           TO   WS-PRF-CO-QTR-CLOSE
           ELSE
               MOVE WS-CMP-CLOSE           TO   WS-PRF-CO-YTD-CLOSE
           END-IF.
           WRITE MOVE-RPT-REC              FROM WS-RPT-BLANK-LN.
           MOVE  'COMPANY'                 TO   WS-MOVE-DTL-LABEL.
           PERFORM 530-WRITE-LINE.
      *-----------------------------------------------------------------
      * HEADCOUNT PROOF: THE CLOSING DERIVED FOR THE QUARTER AND FOR
      * THE YEAR TO DATE MUST BOTH EQUAL THE HEADCOUNT ON THE
      * NEXT-QUARTER MASTER, DEPARTMENT BY DEPARTMENT AND IN TOTAL.
      *-----------------------------------------------------------------
       600-PRT-PROOF.
           WRITE MOVE-RPT-REC              FROM WS-RPT-BLANK-LN.
           MOVE  'HEADCOUNT PROOF AT CLOSE'  TO   WS-SECT-TITLE.
           WRITE MOVE-RPT-REC              FROM WS-SECT-LN.
           WRITE MOVE-RPT-REC              FROM WS-PRF-HDG.
           PERFORM 610-PROVE-ONE-DEPT
               VARYING WS-DEPT-IDX FROM 1 BY 1 UNTIL WS-DEPT-IDX > 99.
           WRITE MOVE-RPT-REC              FROM WS-RPT-BLANK-LN.
           MOVE  'COMPANY'                 TO   WS-PRF-DTL-LABEL.
           MOVE  WS-PRF-CO-MST-HC          TO   WS-PRF-DTL-MST-HC.
           MOVE  WS-PRF-CO-QTR-CLOSE       TO   WS-PRF-DTL-QTR-CLOSE.
           MOVE  WS-PRF-CO-YTD-CLOSE       TO   WS-PRF-DTL-YTD-CLOSE.
           IF WS-PRF-CO-QTR-CLOSE = WS-PRF-CO-MST-HC AND
              WS-PRF-CO-YTD-CLOSE = WS-PRF-CO-MST-HC
               MOVE 'OK'                   TO   WS-PRF-DTL-RESULT
           ELSE
               MOVE '** OUT OF BALANCE **' TO   WS-PRF-DTL-RESULT
           END-IF.
           WRITE MOVE-RPT-REC              FROM WS-PRF-DTL-LN.
           WRITE MOVE-RPT-REC              FROM WS-RPT-BLANK-LN.
           MOVE  SPACES                    TO   WS-RPT-MSG.
           IF WS-OOB-CTR > ZERO
               STRING 'HEADCOUNT OUT OF BALANCE FOR ' WS-OOB-CTR
                      ' DEPARTMENT(S)' DELIMITED BY SIZE
                   INTO WS-RPT-MSG
               END-STRING
           ELSE
               MOVE 'HEADCOUNT PROVEN - OPENING PLUS MOVEMENTS = MASTER'
                                           TO   WS-RPT-MSG
           END-IF.
           WRITE MOVE-RPT-REC              FROM WS-RPT-MSG-LN.
      *-----------------------------------------------------------------
       610-PROVE-ONE-DEPT.
           IF WS-PRF-USED (WS-DEPT-IDX)
               ADD WS-PRF-MST-HC (WS-DEPT-IDX) TO WS-PRF-CO-MST-HC
               MOVE SPACES                 TO   WS-PRF-DTL-ID
               MOVE WS-DEPT-IDX            TO   WS-PRF-DTL-DEPT
               MOVE WS-DEPT-NAME (WS-DEPT-IDX) TO WS-PRF-DTL-NAME
               MOVE WS-PRF-MST-HC (WS-DEPT-IDX)
                                           TO   WS-PRF-DTL-MST-HC
               MOVE WS-PRF-QTR-CLOSE (WS-DEPT-IDX)
                                           TO   WS-PRF-DTL-QTR-CLOSE
               MOVE WS-PRF-YTD-CLOSE (WS-DEPT-IDX)
                                           TO   WS-PRF-DTL-YTD-CLOSE
               IF WS-PRF-QTR-CLOSE (WS-DEPT-IDX) =
                  WS-PRF-MST-HC (WS-DEPT-IDX) AND
                  WS-PRF-YTD-CLOSE (WS-DEPT-IDX) =
                  WS-PRF-MST-HC (WS-DEPT-IDX)
                   MOVE 'OK'               TO   WS-PRF-DTL-RESULT
               ELSE
                   MOVE '** OUT OF BALANCE **' TO WS-PRF-DTL-RESULT
                   ADD 1                   TO   WS-OOB-CTR
               END-IF
               WRITE MOVE-RPT-REC          FROM WS-PRF-DTL-LN
           END-IF.
