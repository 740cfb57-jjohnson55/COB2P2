      ******************************************************************
      *PROGRAM : PROJECT 2   CROSS-FILE DATA INTEGRITY SWEEP           *
      *AUTHOR  : John Stephen Johnson                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Checks the master, department reference, pay history, *
      *          pending transaction, and carry-forward files against  *
      *          one another, which no single program does, and lists  *
      *          every inconsistency grouped by severity with a count  *
      *          per rule.  Return code 8 when any SEVERE finding      *
      *          exists (stop the stream before the pay run), 4 when   *
      *          only ERROR or WARNING findings exist, 0 when clean.   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-integ.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-MST ASSIGN TO 'p02-data-unordered.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS EMP-ID
                          ALTERNATE RECORD KEY IS EMP-LNAME
                              WITH DUPLICATES
                          FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT DEPT-REF ASSIGN TO 'p02-deptref.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS DREF-DEPT
                          FILE STATUS IS WS-DREF-FILE-STATUS.

           SELECT PERIOD-CARD ASSIGN TO 'p02-period.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT OPTIONAL PAY-HIST ASSIGN TO 'johnson-p02-payhist.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT OPTIONAL PEND-FILE
                          ASSIGN TO 'p02-trans-pending.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT OPTIONAL CF-IN ASSIGN TO 'johnson-p02-cfwd-in.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-CF-FILE-STATUS.

           SELECT INTG-FND ASSIGN TO 'johnson-p02-integwrk.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTG-WRK ASSIGN TO 'johnson-p02-integsrt.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTG-SRTD ASSIGN TO 'johnson-p02-integsrtd.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INTG-RPT ASSIGN TO 'johnson-p02-integrity.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD  PERIOD-CARD.
       COPY P02PERREC REPLACING ==PFX-REC==     BY ==PER-REC==
                              ==PFX-COMPANY== BY ==PER-COMPANY==
                              ==PFX-QTR==     BY ==PER-QTR==
                              ==PFX-YR==      BY ==PER-YR==
                              ==PFX-MODE==    BY ==PER-MODE==.

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

       FD  PEND-FILE.
       01  PEND-REC.
           03  PEND-CODE                   PIC X.
           03  PEND-DEPT                   PIC 99.
           03  PEND-ID                     PIC X(4).
           03  PEND-NAME.
               05  PEND-LNAME              PIC X(15).
               05  PEND-FNAME              PIC X(15).
           03  PEND-QTR-PAY                PIC 9(5)V99.
           03  PEND-STATUS                 PIC X.
           03  PEND-DATE                   PIC 9(8).
           03  PEND-EFF-QTR                PIC 9.
           03  PEND-EFF-YR                 PIC 9999.

       FD  CF-IN.
       01  CF-IN-REC.
           03  CF-IN-QTR                   PIC 9.
           03  CF-IN-YR                    PIC 9999.
           03  CF-IN-DEPT                  PIC 99.
           03  CF-IN-TOTAL                 PIC 9(6)V99.

       FD  INTG-FND.
       01  FND-REC.
           03  FND-SEV                     PIC 9.
           03  FND-RULE                    PIC 99.
           03  FND-SEQ                     PIC 9(5).
           03  FND-FILE                    PIC X(8).
           03  FND-KEY                     PIC X(7).
           03  FND-DETAIL                  PIC X(50).

       SD  INTG-WRK.
       01  IWRK-REC.
           03  IWRK-SEV                    PIC 9.
           03  IWRK-RULE                   PIC 99.
           03  IWRK-SEQ                    PIC 9(5).
           03  FILLER                      PIC X(65).

       FD  INTG-SRTD.
       01  ISRT-REC.
           03  ISRT-SEV                    PIC 9.
           03  ISRT-RULE                   PIC 99.
           03  ISRT-SEQ                    PIC 9(5).
           03  ISRT-FILE                   PIC X(8).
           03  ISRT-KEY                    PIC X(7).
           03  ISRT-DETAIL                 PIC X(50).

       FD  INTG-RPT.
       01  INTG-RPT-REC                    PIC X(80).
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

       01  WS-MST-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-MST-FILE-MISSING                     VALUE '35'.
       01  WS-HIST-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-HIST-FILE-ABSENT                     VALUE '05'.
       01  WS-PEND-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-PEND-FILE-ABSENT                     VALUE '05'.
       01  WS-CF-FILE-STATUS               PIC XX      VALUE SPACES.
           88  WS-CF-FILE-ABSENT                       VALUE '05'.

       01  WS-PERIOD-FILE-STATUS           PIC XX      VALUE SPACES.
           88  WS-PERIOD-CARD-MISSING                  VALUE '35'.
       01  WS-PERIOD-CONTROL.
           03  WS-PERIOD-COMPANY           PIC X(20)   VALUE SPACES.
           03  WS-PERIOD-QTR               PIC 9       VALUE ZERO.
           03  WS-PERIOD-YR                PIC 9999    VALUE ZERO.
           03  WS-PRIOR-QTR                PIC 9       VALUE ZERO.
           03  WS-PRIOR-YR                 PIC 9999    VALUE ZERO.
       01  WS-PERIOD-DISP.
           03  FILLER                      PIC X       VALUE 'Q'.
           03  WS-PERIOD-DISP-QTR          PIC 9.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-PERIOD-DISP-YR           PIC 9999.

       01  WS-DEPARTMENT-REF.
           03  WS-DEPT-ENTRY OCCURS 99 TIMES.
               05  WS-DEPT-NAME            PIC X(5).
               05  WS-DEPT-GL-ACCT         PIC 9(8).
               05  WS-DEPT-ACTIVE-SW       PIC X.
                   88  WS-DEPT-ACTIVE                  VALUE 'A'.
                   88  WS-DEPT-CLOSED                  VALUE 'C'.
           03  WS-DEPT-REF-CTR             PIC 99      VALUE ZERO.
       01  WS-DREF-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-DREF-FILE-MISSING                    VALUE '35'.

       01  WS-FLAGS.
           03  WS-PERIOD-EOF-FLAG          PIC X       VALUE 'N'.
               88  PERIOD-EOF                          VALUE 'Y'.
           03  WS-DREF-EOF-FLAG            PIC X       VALUE 'N'.
               88  DREF-EOF                            VALUE 'Y'.
           03  WS-MST-EOF-FLAG             PIC X       VALUE 'N'.
               88  MST-EOF                             VALUE 'Y'.
           03  WS-HIST-EOF-FLAG            PIC X       VALUE 'N'.
               88  HIST-EOF                            VALUE 'Y'.
           03  WS-PEND-EOF-FLAG            PIC X       VALUE 'N'.
               88  PEND-EOF                            VALUE 'Y'.
           03  WS-CF-EOF-FLAG              PIC X       VALUE 'N'.
               88  CF-EOF                              VALUE 'Y'.
           03  WS-SRTD-EOF-FLAG            PIC X       VALUE 'N'.
               88  SRTD-EOF                            VALUE 'Y'.
           03  WS-ON-MST-SW                PIC X       VALUE 'N'.
               88  WS-ON-MASTER                        VALUE 'Y'.

      *-----------------------------------------------------------------
      * THE RULES: CODE, SEVERITY (1 SEVERE, 2 ERROR, 3 WARNING), AND
      * DESCRIPTION.  THE FINDING COUNTS ARE KEPT IN RULE ORDER.
      *-----------------------------------------------------------------
       01  WS-RULE-LIST.
           03  FILLER  PIC X(45) VALUE
               'R011ACTIVE EMPLOYEE IN A CLOSED DEPARTMENT   '.
           03  FILLER  PIC X(45) VALUE
               'R021EMPLOYEE DEPARTMENT NOT ON DEPT REFERENCE'.
           03  FILLER  PIC X(45) VALUE
               'R031CARRY-FORWARD IS NOT THE PRIOR QUARTER   '.
           03  FILLER  PIC X(45) VALUE
               'R042TERMINATION DATE ON AN ACTIVE EMPLOYEE   '.
           03  FILLER  PIC X(45) VALUE
               'R052HIRE DATE AFTER TERMINATION DATE         '.
           03  FILLER  PIC X(45) VALUE
               'R062PENDING TRANSACTION FOR ID NOT ON MASTER '.
           03  FILLER  PIC X(45) VALUE
               'R073TERMINATED EMPLOYEE WITH NO TERM DATE    '.
           03  FILLER  PIC X(45) VALUE
               'R083PAY HISTORY FOR ID NOT ON MASTER         '.
           03  FILLER  PIC X(45) VALUE
               'R093CARRY-FORWARD DEPT NOT ON DEPT REFERENCE '.
       01  WS-RULE-TABLE REDEFINES WS-RULE-LIST.
           03  WS-RULE-ENTRY OCCURS 9 TIMES.
               05  WS-RULE-CODE            PIC X(3).
               05  WS-RULE-SEV             PIC 9.
               05  WS-RULE-DESC            PIC X(41).
       01  WS-RULE-COUNTS.
           03  WS-RULE-CNT                 PIC 9(5)    OCCURS 9 TIMES
                                                       VALUE ZERO.
       01  WS-RULE-CTR                     PIC 99      VALUE 9.
       01  WS-RULE-IDX                     PIC 99      VALUE ZERO.

       01  WS-SEV-NAMES.
           03  WS-SEV-NAME-LIST.
               05  FILLER  PIC X(7) VALUE 'SEVERE '.
               05  FILLER  PIC X(7) VALUE 'ERROR  '.
               05  FILLER  PIC X(7) VALUE 'WARNING'.
           03  WS-SEV-NAME-TABLE REDEFINES WS-SEV-NAME-LIST.
               05  WS-SEV-NAME             PIC X(7)    OCCURS 3 TIMES.
       01  WS-SEV-COUNTS.
           03  WS-SEV-CNT                  PIC 9(5)    OCCURS 3 TIMES
                                                       VALUE ZERO.
       01  WS-SV-SEV                       PIC 9       VALUE ZERO.

       01  WS-FINDING.
           03  WS-FND-RULE                 PIC 99      VALUE ZERO.
           03  WS-FND-FILE                 PIC X(8)    VALUE SPACES.
           03  WS-FND-KEY                  PIC X(7)    VALUE SPACES.
           03  WS-FND-DETAIL               PIC X(50)   VALUE SPACES.
       01  WS-FND-SEQ                      PIC 9(5)    VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-MST-CTR                  PIC 9(5)    VALUE ZERO.
           03  WS-HIST-CTR                 PIC 9(5)    VALUE ZERO.
           03  WS-PEND-CTR                 PIC 9(5)    VALUE ZERO.
           03  WS-CF-CTR                   PIC 9(5)    VALUE ZERO.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE 'P02-JOHNSON'.
           03  FILLER      PIC X(32) VALUE
                   'DATA INTEGRITY SWEEP'.
           03  WS-RPT-PERIOD               PIC X(7).
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.
       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-INPUT-LN.
           03  FILLER                      PIC X(8)    VALUE 'READ -  '.
           03  FILLER                      PIC X(8)    VALUE 'MASTER: '.
           03  WS-INPUT-MST                PIC ZZZZ9.
           03  FILLER                      PIC X(11)   VALUE
                   '  HISTORY: '.
           03  WS-INPUT-HIST               PIC ZZZZ9.
           03  FILLER                      PIC X(11)   VALUE
                   '  PENDING: '.
           03  WS-INPUT-PEND               PIC ZZZZ9.
           03  FILLER                      PIC X(17)   VALUE
                   '  CARRY-FORWARD: '.
           03  WS-INPUT-CF                 PIC ZZZZ9.
           03  FILLER                      PIC X(5)    VALUE SPACES.
       01  WS-SEV-HDG-LN.
           03  FILLER                      PIC X(4)    VALUE '*** '.
           03  WS-SEV-HDG-NAME             PIC X(7).
           03  FILLER                      PIC X(69)   VALUE
                   ' FINDINGS ***'.
       01  WS-FND-HDG.
           03  FILLER              PIC X(5)  VALUE 'RULE'.
           03  FILLER              PIC X(10) VALUE 'FILE'.
           03  FILLER              PIC X(9)  VALUE 'KEY'.
           03  FILLER              PIC X(56) VALUE 'DETAIL'.
       01  WS-FND-DTL-LN.
           03  WS-FND-DTL-RULE             PIC X(3).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-FND-DTL-FILE             PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-FND-DTL-KEY              PIC X(7).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-FND-DTL-DETAIL           PIC X(50).
           03  FILLER                      PIC X(6)    VALUE SPACES.
       01  WS-NONE-LN                      PIC X(80)   VALUE
               'NO CROSS-FILE INCONSISTENCIES FOUND'.
       01  WS-SUM-HDG.
           03  FILLER              PIC X(5)  VALUE 'RULE'.
           03  FILLER              PIC X(9)  VALUE 'SEVERITY'.
           03  FILLER              PIC X(43) VALUE 'DESCRIPTION'.
           03  FILLER              PIC X(23) VALUE 'COUNT'.
       01  WS-SUM-LN.
           03  WS-SUM-RULE                 PIC X(3).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-SUM-SEV                  PIC X(7).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-SUM-DESC                 PIC X(41).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-SUM-CNT                  PIC ZZZZ9.
           03  FILLER                      PIC X(18)   VALUE SPACES.
       01  WS-SEV-TOT-LN.
           03  FILLER                      PIC X(8)    VALUE 'SEVERE: '.
           03  WS-SEV-TOT-1                PIC ZZZZ9.
           03  FILLER                      PIC X(10)   VALUE
                   '  ERROR:  '.
           03  WS-SEV-TOT-2                PIC ZZZZ9.
           03  FILLER                      PIC X(11)   VALUE
                   '  WARNING: '.
           03  WS-SEV-TOT-3                PIC ZZZZ9.
           03  FILLER                      PIC X(16)   VALUE
                   '  RETURN CODE: '.
           03  WS-SEV-TOT-RC               PIC 9.
           03  FILLER                      PIC X(19)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 130-LOAD-PERIOD.
           PERFORM 135-LOAD-DEPT-REF.

           OPEN OUTPUT INTG-FND.
           PERFORM 200-CHECK-MASTER.
           PERFORM 220-CHECK-HISTORY.
           PERFORM 240-CHECK-PENDING.
           PERFORM 260-CHECK-CARRYFWD.
           CLOSE INTG-FND.
           CLOSE EMP-MST.

           SORT INTG-WRK ON ASCENDING KEY IWRK-SEV
                                          IWRK-RULE
                                          IWRK-SEQ
               USING INTG-FND
               GIVING INTG-SRTD.

           OPEN INPUT  INTG-SRTD.
           OPEN OUTPUT INTG-RPT.
           PERFORM 400-RPT-HEADING.
           PERFORM 500-PRT-FINDINGS.
           PERFORM 600-PRT-RULE-SUMMARY.
           CLOSE INTG-SRTD
                 INTG-RPT.

           DISPLAY 'PROJECT 2 INTEGRITY SWEEP - JOHN STEPHEN JOHNSON'.
           DISPLAY 'MASTER RECORDS READ:   ', WS-MST-CTR.
           DISPLAY 'HISTORY RECORDS READ:  ', WS-HIST-CTR.
           DISPLAY 'PENDING RECORDS READ:  ', WS-PEND-CTR.
           DISPLAY 'CARRY-FORWARD READ:    ', WS-CF-CTR.
           DISPLAY 'SEVERE FINDINGS:       ', WS-SEV-CNT (1).
           DISPLAY 'ERROR FINDINGS:        ', WS-SEV-CNT (2).
           DISPLAY 'WARNING FINDINGS:      ', WS-SEV-CNT (3).
           IF WS-SEV-CNT (1) > ZERO
               DISPLAY 'SEVERE INCONSISTENCIES - DO NOT RUN THE PAY ',
                       'RUN UNTIL THEY ARE CORRECTED'
               MOVE 8                      TO   RETURN-CODE
           ELSE IF WS-SEV-CNT (2) > ZERO OR WS-SEV-CNT (3) > ZERO
               MOVE 4                      TO   RETURN-CODE
           ELSE
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
           IF WS-PERIOD-QTR = 1
               MOVE 4                      TO   WS-PRIOR-QTR
               COMPUTE WS-PRIOR-YR = WS-PERIOD-YR - 1
           ELSE
               COMPUTE WS-PRIOR-QTR = WS-PERIOD-QTR - 1
               MOVE WS-PERIOD-YR           TO   WS-PRIOR-YR
           END-IF.
           MOVE  WS-PERIOD-QTR             TO   WS-PERIOD-DISP-QTR.
           MOVE  WS-PERIOD-YR              TO   WS-PERIOD-DISP-YR.
           MOVE  WS-PERIOD-DISP            TO   WS-RPT-PERIOD.
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
      * MASTER AGAINST THE DEPARTMENT REFERENCE, AND EACH EMPLOYEE'S
      * STATUS AGAINST ITS OWN DATES.  THE MASTER STAYS OPEN FOR THE
      * KEYED LOOKUPS FROM THE HISTORY AND PENDING FILES.
      *-----------------------------------------------------------------
       200-CHECK-MASTER.
           OPEN INPUT EMP-MST.
           IF WS-MST-FILE-MISSING
               DISPLAY 'EMPLOYEE MASTER MISSING - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 205-CHECK-ONE-EMPLOYEE UNTIL MST-EOF.
      *-----------------------------------------------------------------
       205-CHECK-ONE-EMPLOYEE.
           READ EMP-MST NEXT RECORD
               AT END
                   MOVE 'Y'                TO   WS-MST-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-MST-CTR
                   PERFORM 210-CHECK-EMP-DEPT
                   PERFORM 215-CHECK-EMP-DATES
           END-READ.
      *-----------------------------------------------------------------
       210-CHECK-EMP-DEPT.
           MOVE  'MASTER'                  TO   WS-FND-FILE.
           MOVE  EMP-ID                    TO   WS-FND-KEY.
           MOVE  SPACES                    TO   WS-FND-DETAIL.
           IF EMP-DEPT NOT NUMERIC OR EMP-DEPT = ZERO
               MOVE 2                      TO   WS-FND-RULE
               STRING 'DEPT ' EMP-DEPT ' IS NOT A DEPARTMENT CODE'
                      DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               PERFORM 700-ADD-FINDING
           ELSE IF WS-DEPT-ACTIVE-SW (EMP-DEPT) = SPACES OR
                   WS-DEPT-ACTIVE-SW (EMP-DEPT) = LOW-VALUES
               MOVE 2                      TO   WS-FND-RULE
               STRING 'DEPT ' EMP-DEPT ' NOT ON DEPT REFERENCE, '
                      EMP-LNAME DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               PERFORM 700-ADD-FINDING
           ELSE IF WS-DEPT-CLOSED (EMP-DEPT) AND EMP-STAT-ACTIVE
               MOVE 1                      TO   WS-FND-RULE
               STRING 'DEPT ' EMP-DEPT ' ' WS-DEPT-NAME (EMP-DEPT)
                      ' CLOSED, ' EMP-LNAME
                      DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               PERFORM 700-ADD-FINDING
           END-IF.
      *-----------------------------------------------------------------
       215-CHECK-EMP-DATES.
           MOVE  SPACES                    TO   WS-FND-DETAIL.
           IF EMP-STAT-ACTIVE AND EMP-TERM-DATE NUMERIC AND
              EMP-TERM-DATE > ZERO
               MOVE 4                      TO   WS-FND-RULE
               STRING 'STATUS A WITH TERM DATE ' EMP-TERM-DATE
                      ', ' EMP-LNAME
                      DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               PERFORM 700-ADD-FINDING
               MOVE SPACES                 TO   WS-FND-DETAIL
           END-IF.
           IF EMP-HIRE-DATE NUMERIC AND EMP-TERM-DATE NUMERIC AND
              EMP-TERM-DATE > ZERO AND EMP-HIRE-DATE > EMP-TERM-DATE
               MOVE 5                      TO   WS-FND-RULE
               STRING 'HIRED ' EMP-HIRE-DATE ' TERMINATED '
                      EMP-TERM-DATE
                      DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               PERFORM 700-ADD-FINDING
               MOVE SPACES                 TO   WS-FND-DETAIL
           END-IF.
           IF EMP-STAT-TERM AND
              (EMP-TERM-DATE NOT NUMERIC OR EMP-TERM-DATE = ZERO)
               MOVE 7                      TO   WS-FND-RULE
               STRING 'STATUS T WITH NO TERM DATE, ' EMP-LNAME
                      DELIMITED BY SIZE INTO WS-FND-DETAIL
               END-STRING
               PERFORM 700-ADD-FINDING
           END-IF.
      *-----------------------------------------------------------------
       220-CHECK-HISTORY.
           OPEN INPUT PAY-HIST.
           IF WS-HIST-FILE-ABSENT
               DISPLAY 'NO PAY HISTORY FILE - HISTORY NOT CHECKED'
           END-IF.
           PERFORM 225-CHECK-ONE-HISTORY UNTIL HIST-EOF.
           CLOSE PAY-HIST.
      *-----------------------------------------------------------------
       225-CHECK-ONE-HISTORY.
           READ PAY-HIST
               AT END
                   MOVE 'Y'                TO   WS-HIST-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-HIST-CTR
                   MOVE HIST-ID            TO   EMP-ID
                   PERFORM 290-LOOKUP-MASTER
                   IF NOT WS-ON-MASTER
                       MOVE 8              TO   WS-FND-RULE
                       MOVE 'HISTORY'      TO   WS-FND-FILE
                       MOVE HIST-ID        TO   WS-FND-KEY
                       MOVE SPACES         TO   WS-FND-DETAIL
                       STRING 'PAID Q' HIST-QTR ' ' HIST-YR
                              ' DEPT ' HIST-DEPT ', ' HIST-LNAME
                              DELIMITED BY SIZE INTO WS-FND-DETAIL
                       END-STRING
                       PERFORM 700-ADD-FINDING
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * A PENDING ADD IS FOR A NEW ID AND IS EXPECTED NOT TO BE ON THE
      * MASTER; ANY OTHER PENDING CODE NEEDS THE EMPLOYEE TO EXIST.
      *-----------------------------------------------------------------
       240-CHECK-PENDING.
           OPEN INPUT PEND-FILE.
           PERFORM 245-CHECK-ONE-PENDING UNTIL PEND-EOF.
           CLOSE PEND-FILE.
      *-----------------------------------------------------------------
       245-CHECK-ONE-PENDING.
           READ PEND-FILE
               AT END
                   MOVE 'Y'                TO   WS-PEND-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-PEND-CTR
                   IF PEND-CODE NOT = 'A'
                       MOVE PEND-ID        TO   EMP-ID
                       PERFORM 290-LOOKUP-MASTER
                       IF NOT WS-ON-MASTER
                           MOVE 6          TO   WS-FND-RULE
                           MOVE 'PENDING'  TO   WS-FND-FILE
                           MOVE PEND-ID    TO   WS-FND-KEY
                           MOVE SPACES     TO   WS-FND-DETAIL
                           STRING 'CODE ' PEND-CODE
                                  ' EFFECTIVE Q' PEND-EFF-QTR ' '
                                  PEND-EFF-YR
                                  DELIMITED BY SIZE INTO WS-FND-DETAIL
                           END-STRING
                           PERFORM 700-ADD-FINDING
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * THE CARRY-FORWARD FED TO THE NEXT PAY RUN MUST BE THE PRIOR
      * QUARTER'S (THE PAY RUN REFUSES OTHERWISE) AND NAME ONLY
      * DEPARTMENTS ON THE REFERENCE FILE.
      *-----------------------------------------------------------------
       260-CHECK-CARRYFWD.
           OPEN INPUT CF-IN.
           PERFORM 265-CHECK-ONE-CARRYFWD UNTIL CF-EOF.
           CLOSE CF-IN.
      *-----------------------------------------------------------------
       265-CHECK-ONE-CARRYFWD.
           READ CF-IN
               AT END
                   MOVE 'Y'                TO   WS-CF-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-CF-CTR
                   MOVE 'CARRYFWD'         TO   WS-FND-FILE
                   MOVE SPACES             TO   WS-FND-KEY
                                                WS-FND-DETAIL
                   STRING 'DEPT ' CF-IN-DEPT
                          DELIMITED BY SIZE INTO WS-FND-KEY
                   END-STRING
                   IF CF-IN-QTR NOT = WS-PRIOR-QTR OR
                      CF-IN-YR NOT = WS-PRIOR-YR
                       MOVE 3              TO   WS-FND-RULE
                       STRING 'FOUND Q' CF-IN-QTR ' ' CF-IN-YR
                              ' EXPECTED Q' WS-PRIOR-QTR ' '
                              WS-PRIOR-YR
                              DELIMITED BY SIZE INTO WS-FND-DETAIL
                       END-STRING
                       PERFORM 700-ADD-FINDING
                       MOVE SPACES         TO   WS-FND-DETAIL
                   END-IF
                   PERFORM 267-CHECK-CARRYFWD-DEPT
           END-READ.
      *-----------------------------------------------------------------
       267-CHECK-CARRYFWD-DEPT.
           IF CF-IN-DEPT NOT NUMERIC OR CF-IN-DEPT = ZERO
               MOVE 9                      TO   WS-FND-RULE
               MOVE 'NOT A DEPARTMENT CODE' TO  WS-FND-DETAIL
               PERFORM 700-ADD-FINDING
           ELSE IF WS-DEPT-ACTIVE-SW (CF-IN-DEPT) = SPACES OR
                   WS-DEPT-ACTIVE-SW (CF-IN-DEPT) = LOW-VALUES
               MOVE 9                      TO   WS-FND-RULE
               MOVE 'NOT ON DEPT REFERENCE' TO  WS-FND-DETAIL
               PERFORM 700-ADD-FINDING
           END-IF.
      *-----------------------------------------------------------------
       290-LOOKUP-MASTER.
           MOVE 'Y'                        TO   WS-ON-MST-SW.
           READ EMP-MST KEY IS EMP-ID
               INVALID KEY
                   MOVE 'N'                TO   WS-ON-MST-SW
           END-READ.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-MO                  TO   WS-RPT-MO.
           MOVE WS-SYS-DAY                 TO   WS-RPT-DAY.
           MOVE WS-SYS-YR                  TO   WS-RPT-YR.
      *-----------------------------------------------------------------
       400-RPT-HEADING.
           WRITE INTG-RPT-REC              FROM WS-RPT-TITLE-LN.
           MOVE  WS-MST-CTR                TO   WS-INPUT-MST.
           MOVE  WS-HIST-CTR               TO   WS-INPUT-HIST.
           MOVE  WS-PEND-CTR               TO   WS-INPUT-PEND.
           MOVE  WS-CF-CTR                 TO   WS-INPUT-CF.
           WRITE INTG-RPT-REC              FROM WS-INPUT-LN.
      *-----------------------------------------------------------------
       500-PRT-FINDINGS.
           PERFORM 510-PRT-ONE-FINDING UNTIL SRTD-EOF.
           IF WS-FND-SEQ = ZERO
               WRITE INTG-RPT-REC          FROM WS-RPT-BLANK-LN
               WRITE INTG-RPT-REC          FROM WS-NONE-LN
           END-IF.
      *-----------------------------------------------------------------
       510-PRT-ONE-FINDING.
           READ INTG-SRTD
               AT END
                   MOVE 'Y'                TO   WS-SRTD-EOF-FLAG
               NOT AT END
                   IF ISRT-SEV NOT = WS-SV-SEV
                       MOVE ISRT-SEV       TO   WS-SV-SEV
                       MOVE WS-SEV-NAME (ISRT-SEV)
                                           TO   WS-SEV-HDG-NAME
                       WRITE INTG-RPT-REC  FROM WS-RPT-BLANK-LN
                       WRITE INTG-RPT-REC  FROM WS-SEV-HDG-LN
                       WRITE INTG-RPT-REC  FROM WS-FND-HDG
                   END-IF
                   MOVE WS-RULE-CODE (ISRT-RULE) TO WS-FND-DTL-RULE
                   MOVE ISRT-FILE          TO   WS-FND-DTL-FILE
                   MOVE ISRT-KEY           TO   WS-FND-DTL-KEY
                   MOVE ISRT-DETAIL        TO   WS-FND-DTL-DETAIL
                   WRITE INTG-RPT-REC      FROM WS-FND-DTL-LN
           END-READ.
      *-----------------------------------------------------------------
       600-PRT-RULE-SUMMARY.
           WRITE INTG-RPT-REC              FROM WS-RPT-BLANK-LN.
           WRITE INTG-RPT-REC              FROM WS-SUM-HDG.
           PERFORM 610-PRT-ONE-RULE
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > WS-RULE-CTR.
           MOVE  WS-SEV-CNT (1)            TO   WS-SEV-TOT-1.
           MOVE  WS-SEV-CNT (2)            TO   WS-SEV-TOT-2.
           MOVE  WS-SEV-CNT (3)            TO   WS-SEV-TOT-3.
           IF WS-SEV-CNT (1) > ZERO
               MOVE 8                      TO   WS-SEV-TOT-RC
           ELSE IF WS-SEV-CNT (2) > ZERO OR WS-SEV-CNT (3) > ZERO
               MOVE 4                      TO   WS-SEV-TOT-RC
           ELSE
               MOVE ZERO                   TO   WS-SEV-TOT-RC
           END-IF.
           WRITE INTG-RPT-REC              FROM WS-RPT-BLANK-LN.
           WRITE INTG-RPT-REC              FROM WS-SEV-TOT-LN.
      *-----------------------------------------------------------------
       610-PRT-ONE-RULE.
           MOVE  WS-RULE-CODE (WS-RULE-IDX) TO  WS-SUM-RULE.
           MOVE  WS-SEV-NAME (WS-RULE-SEV (WS-RULE-IDX))
                                           TO   WS-SUM-SEV.
           MOVE  WS-RULE-DESC (WS-RULE-IDX) TO  WS-SUM-DESC.
           MOVE  WS-RULE-CNT (WS-RULE-IDX) TO   WS-SUM-CNT.
           WRITE INTG-RPT-REC              FROM WS-SUM-LN.
      *-----------------------------------------------------------------
       700-ADD-FINDING.
           ADD   1                         TO   WS-FND-SEQ.
           ADD   1                         TO
                 WS-RULE-CNT (WS-FND-RULE).
           ADD   1                         TO
                 WS-SEV-CNT (WS-RULE-SEV (WS-FND-RULE)).
           MOVE  WS-RULE-SEV (WS-FND-RULE) TO   FND-SEV.
           MOVE  WS-FND-RULE               TO   FND-RULE.
           MOVE  WS-FND-SEQ                TO   FND-SEQ.
           MOVE  WS-FND-FILE               TO   FND-FILE.
           MOVE  WS-FND-KEY                TO   FND-KEY.
           MOVE  WS-FND-DETAIL             TO   FND-DETAIL.
           WRITE FND-REC.
