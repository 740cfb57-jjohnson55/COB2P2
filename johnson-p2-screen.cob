      ******************************************************************
      *PROGRAM : PROJECT 2   EMPLOYEE INQUIRY AND TRANSACTION ENTRY    *
      *AUTHOR  : John Stephen Johnson                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Interactive terminal screens for the payroll clerk.   *
      *          After the operator signs on, a menu offers employee   *
      *          lookup and transaction entry.  Lookup fetches an      *
      *          employee from the indexed EMP-MST by ID, or lists     *
      *          every employee whose last name begins with a full or  *
      *          partial name (via the alternate index), and drills    *
      *          down to the employee's quarterly pay history.  Entry  *
      *          keys add, change, status, and delete transactions     *
      *          with the maintenance run's field edits applied as     *
      *          each is keyed: department on file and active, ID on   *
      *          file or not as the code requires (counting the adds   *
      *          and deletes already waiting on the transaction and    *
      *          pending files that the maintenance run will apply     *
      *          before this entry),                                   *
      *          numeric pay, valid status and dates, and an effective *
      *          quarter that is not before the period control card.   *
      *          Accepted entries are appended to P02-TRANS.DAT in the *
      *          maintenance transaction layout, so the master is      *
      *          still updated only by johnson-p2-maint.  Every        *
      *          sign-on, accepted entry, cancelled entry, and         *
      *          sign-off is written to the operator entry log with    *
      *          the operator ID and the date and time.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-screen.
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

           SELECT OPTIONAL PAY-HIST
                          ASSIGN TO 'johnson-p02-payhist.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL PEND-FILE
                          ASSIGN TO 'p02-trans-pending.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERIOD-CARD ASSIGN TO 'p02-period.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT TRAN-FILE ASSIGN TO 'p02-trans.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT ENTRY-LOG ASSIGN TO 'johnson-p02-entrylog.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-ELOG-FILE-STATUS.

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

       FD  PERIOD-CARD.
       COPY P02PERREC REPLACING ==PFX-REC==     BY ==PER-REC==
                              ==PFX-COMPANY== BY ==PER-COMPANY==
                              ==PFX-QTR==     BY ==PER-QTR==
                              ==PFX-YR==      BY ==PER-YR==
                              ==PFX-MODE==    BY ==PER-MODE==.

      * SAME LAYOUT AS TRAN-REC IN JOHNSON-P2-MAINT.
       FD  TRAN-FILE.
       01  TRAN-REC.
           03  TRAN-CODE                   PIC X.
           03  TRAN-DEPT                   PIC 99.
           03  TRAN-ID                     PIC X(4).
           03  TRAN-NAME.
               05  TRAN-LNAME              PIC X(15).
               05  TRAN-FNAME              PIC X(15).
           03  TRAN-QTR-PAY                PIC 9(5)V99.
           03  TRAN-STATUS                 PIC X.
           03  TRAN-DATE                   PIC 9(8).
           03  TRAN-EFF.
               05  TRAN-EFF-QTR            PIC 9.
               05  TRAN-EFF-YR             PIC 9999.

      * TRANSACTIONS HELD BY JOHNSON-P2-MAINT FOR A FUTURE PERIOD.
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
           03  PEND-EFF.
               05  PEND-EFF-QTR            PIC 9.
               05  PEND-EFF-YR             PIC 9999.

       FD  ENTRY-LOG.
       01  ENTRY-LOG-REC                   PIC X(100).
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
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-RUN-TIME.
               05  WS-RUN-HR               PIC 99.
               05  FILLER                  PIC X       VALUE ':'.
               05  WS-RUN-MIN              PIC 99.
               05  FILLER                  PIC X       VALUE ':'.
               05  WS-RUN-SEC              PIC 99.

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

       01  WS-MST-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-MST-FILE-MISSING                     VALUE '35'.
       01  WS-TRAN-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-TRAN-FILE-NOT-FOUND                  VALUE '35'.
       01  WS-ELOG-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-ELOG-FILE-NOT-FOUND                  VALUE '35'.

       01  WS-FLAGS.
           03  WS-HIST-EOF-FLAG            PIC X       VALUE 'N'.
               88  HIST-EOF                            VALUE 'Y'.
           03  WS-TRAN-EOF-FLAG            PIC X       VALUE 'N'.
               88  TRAN-EOF                            VALUE 'Y'.
           03  WS-PEND-EOF-FLAG            PIC X       VALUE 'N'.
               88  PEND-EOF                            VALUE 'Y'.
           03  WS-NAME-EOF-FLAG            PIC X       VALUE 'N'.
               88  NAME-EOF                            VALUE 'Y'.
           03  WS-HIST-FULL-SW             PIC X       VALUE 'N'.
               88  WS-HIST-TABLE-FULL                  VALUE 'Y'.
           03  WS-BATCH-FULL-SW            PIC X       VALUE 'N'.
               88  WS-BATCH-TABLE-FULL                 VALUE 'Y'.
           03  WS-HIST-FOUND-SW            PIC X       VALUE 'N'.
               88  WS-HIST-FOUND                       VALUE 'Y'.
           03  WS-EXIT-SW                  PIC X       VALUE 'N'.
               88  WS-EXIT                             VALUE 'Y'.
           03  WS-LOOKUP-DONE-SW           PIC X       VALUE 'N'.
               88  WS-LOOKUP-DONE                      VALUE 'Y'.
           03  WS-PAGE-DONE-SW             PIC X       VALUE 'N'.
               88  WS-PAGE-DONE                        VALUE 'Y'.
           03  WS-ON-MASTER-SW             PIC X       VALUE 'N'.
               88  WS-ON-MASTER                        VALUE 'Y'.
           03  WS-ID-EXISTS-SW             PIC X       VALUE 'N'.
               88  WS-ID-EXISTS                        VALUE 'Y'.
           03  WS-KEY-OK-SW                PIC X       VALUE 'N'.
               88  WS-KEY-OK                           VALUE 'Y'.
           03  WS-ENTRY-QUIT-SW            PIC X       VALUE 'N'.
               88  WS-ENTRY-QUIT                       VALUE 'Y'.
           03  WS-ENTRY-DONE-SW            PIC X       VALUE 'N'.
               88  WS-ENTRY-DONE                       VALUE 'Y'.
           03  WS-EDIT-SW                  PIC X       VALUE 'Y'.
               88  WS-EDIT-OK                          VALUE 'Y'.

       01  WS-COUNTERS.
           03  WS-LOOKUP-CTR               PIC 9999    VALUE ZERO.
           03  WS-ACCEPT-CTR               PIC 9999    VALUE ZERO.
           03  WS-CANCEL-CTR               PIC 9999    VALUE ZERO.
           03  WS-THIS-NAME-CTR            PIC 9999    VALUE ZERO.

       01  WS-OPERATOR-ID                  PIC X(8)    VALUE SPACES.
       01  WS-MENU-CHOICE                  PIC X       VALUE SPACES.
       01  WS-SCR-MSG                      PIC X(79)   VALUE SPACES.
       01  WS-SCR-ROW                      PIC 99      VALUE ZERO.
       01  WS-PAGE-REPLY                   PIC X(4)    VALUE SPACES.

       01  WS-LKP-ID                       PIC X(4)    VALUE SPACES.
       01  WS-LKP-NAME                     PIC X(15)   VALUE SPACES.
       01  WS-NAME-LEN                     PIC 99      VALUE ZERO.
       01  WS-SCAN-IDX                     PIC 99      VALUE ZERO.

      *-----------------------------------------------------------------
      * PAY HISTORY, LOADED ONCE AT STARTUP AS IN JOHNSON-P2-INQ, AND
      * THE EMPLOYEE BEING SHOWN ON THE DRILL-DOWN SCREEN.
      *-----------------------------------------------------------------
       01  WS-HIST-KEY                     PIC X(4)    VALUE SPACES.
       01  WS-HIST-START                   PIC 9(4)    VALUE ZERO.
       01  WS-HIST-SHOWN-CTR               PIC 9(4)    VALUE ZERO.
       01  WS-HIST-ENTRY-CTR               PIC 9(4)    VALUE ZERO.
       01  WS-HIST-TABLE.
           03  WS-HIST-ENTRY OCCURS 1 TO 9999 TIMES
                             DEPENDING ON WS-HIST-ENTRY-CTR
                             INDEXED BY WS-HIST-IDX.
               05  WS-HIST-E-ID            PIC X(4).
               05  WS-HIST-E-QTR           PIC 9.
               05  WS-HIST-E-YR            PIC 9999.
               05  WS-HIST-E-DEPT          PIC 99.
               05  WS-HIST-E-PAY           PIC 9(5)V99.
               05  WS-HIST-E-TYPE          PIC X(3).

       01  WS-EMP-VIEW.
           03  WS-VIEW-ID                  PIC X(4).
           03  WS-VIEW-DEPT                PIC X(2).
           03  WS-VIEW-DEPT-NAME           PIC X(5).
           03  WS-VIEW-LNAME               PIC X(15).
           03  WS-VIEW-FNAME               PIC X(15).
           03  WS-VIEW-PAY                 PIC ZZZ,ZZ9.99.
           03  WS-VIEW-PAY-X REDEFINES WS-VIEW-PAY
                                           PIC X(10).
           03  WS-VIEW-STATUS              PIC X(13).
           03  WS-VIEW-HIRE                PIC X(8).
           03  WS-VIEW-TERM                PIC X(8).

       01  WS-HIST-LN.
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  FILLER                      PIC X     VALUE 'Q'.
           03  WS-HIST-LN-QTR              PIC 9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-HIST-LN-YR               PIC 9999.
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  WS-HIST-LN-DEPT             PIC 99.
           03  FILLER                      PIC X(3)  VALUE SPACES.
           03  WS-HIST-LN-PAY              PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(3)  VALUE SPACES.
           03  WS-HIST-LN-TYPE             PIC X(3).
           03  FILLER                      PIC X(42) VALUE SPACES.

       01  WS-NAME-LN.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-NAME-LN-ID               PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-NAME-LN-DEPT             PIC 99.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-NAME-LN-DEPT-NAME        PIC X(5).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-NAME-LN-LNAME            PIC X(15).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-NAME-LN-FNAME            PIC X(15).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-NAME-LN-PAY              PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-NAME-LN-STATUS           PIC X(6).
           03  FILLER                      PIC X(11) VALUE SPACES.

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

      *-----------------------------------------------------------------
      * ADDS AND DELETES NOT YET APPLIED: THOSE ON THE TRANSACTION
      * FILE (SOURCE T) IN THE ORDER KEYED, THEN THOSE HELD ON THE
      * PENDING FILE (SOURCE P), EACH WITH ITS EFFECTIVE YEAR AND
      * QUARTER (BLANK = APPLY NOW), SO THAT AN ID ADDED OR DELETED
      * AHEAD OF AN ENTRY COUNTS AS ON FILE OR OFF FILE FOR IT.
      *-----------------------------------------------------------------
       01  WS-BATCH-SRC-SW                 PIC X       VALUE 'T'.
       01  WS-BATCH-CTR                    PIC 9(4)    VALUE ZERO.
       01  WS-BATCH-TABLE.
           03  WS-BATCH-ENTRY OCCURS 1 TO 9999 TIMES
                              DEPENDING ON WS-BATCH-CTR
                              INDEXED BY WS-BATCH-IDX.
               05  WS-BATCH-CODE           PIC X.
               05  WS-BATCH-ID             PIC X(4).
               05  WS-BATCH-SRC            PIC X.
                   88  WS-BATCH-FROM-PEND              VALUE 'P'.
               05  WS-BATCH-EFF-KEY        PIC X(5).

      *-----------------------------------------------------------------
      * TRANSACTION AS KEYED ON THE ENTRY SCREEN.  EVERY FIELD IS
      * ALPHANUMERIC SO A BAD KEYSTROKE IS CAUGHT BY THE EDITS RATHER
      * THAN BY THE SCREEN.
      *-----------------------------------------------------------------
       01  WS-ENTRY-FIELDS.
           03  WS-ENT-CODE                 PIC X.
               88  WS-ENT-ADD                          VALUE 'A'.
               88  WS-ENT-CHANGE                       VALUE 'C'.
               88  WS-ENT-STATUS-SET                   VALUE 'S'.
               88  WS-ENT-DELETE                       VALUE 'D'.
               88  WS-ENT-CODE-VALID                   VALUE 'A' 'C'
                                                             'S' 'D'.
           03  WS-ENT-ID                   PIC X(4).
           03  WS-ENT-DEPT                 PIC X(2).
           03  WS-ENT-DEPT-NUM REDEFINES WS-ENT-DEPT
                                           PIC 99.
           03  WS-ENT-LNAME                PIC X(15).
           03  WS-ENT-FNAME                PIC X(15).
           03  WS-ENT-PAY                  PIC X(9).
           03  WS-ENT-STATUS               PIC X.
               88  WS-ENT-STAT-TERM                    VALUE 'T'.
               88  WS-ENT-STAT-VALID                   VALUE 'A' 'L'
                                                             'T'.
           03  WS-ENT-DATE                 PIC X(8).
           03  WS-ENT-DATE-NUM REDEFINES WS-ENT-DATE.
               05  WS-ENT-DATE-YR          PIC 9999.
               05  WS-ENT-DATE-MO          PIC 99.
               05  WS-ENT-DATE-DAY         PIC 99.
           03  WS-ENT-EFF-QTR              PIC X.
           03  WS-ENT-EFF-QTR-NUM REDEFINES WS-ENT-EFF-QTR
                                           PIC 9.
           03  WS-ENT-EFF-YR               PIC X(4).
           03  WS-ENT-EFF-YR-NUM REDEFINES WS-ENT-EFF-YR
                                           PIC 9999.
           03  WS-ENT-CONFIRM              PIC X.
       01  WS-ENT-PAY-NUM                  PIC S9(7)V999 VALUE ZERO.
       01  WS-ENT-PAY-AMT                  PIC 9(5)V99 VALUE ZERO.
       01  WS-ENT-PAY-EDIT                 PIC ZZZZ9.99.
       01  WS-ENT-EFF-KEY.
           03  WS-ENT-EFF-KEY-YR           PIC X(4)    VALUE SPACES.
           03  WS-ENT-EFF-KEY-QTR          PIC X       VALUE SPACES.
       01  WS-DATE-LABEL                   PIC X(11)   VALUE SPACES.
       01  WS-CUR-LN                       PIC X(60)   VALUE SPACES.
       01  WS-CUR-DEPT                     PIC 99      VALUE ZERO.
       01  WS-CUR-STATUS                   PIC X       VALUE SPACE.
       01  WS-CUR-HIRE-DATE                PIC 9(8)    VALUE ZERO.

       01  WS-DATE-CHECK.
           03  WS-MAX-DAY                  PIC 99      VALUE ZERO.
           03  WS-LEAP-QUOT                PIC 9999    VALUE ZERO.
           03  WS-LEAP-REM-4               PIC 999     VALUE ZERO.
           03  WS-LEAP-REM-100             PIC 999     VALUE ZERO.
           03  WS-LEAP-REM-400             PIC 999     VALUE ZERO.
       01  WS-MONTH-DAYS-LIST              PIC X(24)   VALUE
           '312831303130313130313031'.
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-LIST.
           03  WS-MONTH-DAYS OCCURS 12 TIMES PIC 99.

      * TRANSACTION IMAGE WRITTEN TO P02-TRANS.DAT AND THE ENTRY LOG;
      * THE EFFECTIVE QUARTER AND YEAR STAY BLANK WHEN NOT KEYED.
       01  WS-ENT-TRAN.
           03  WS-ET-CODE                  PIC X.
           03  WS-ET-DEPT                  PIC 99.
           03  WS-ET-ID                    PIC X(4).
           03  WS-ET-LNAME                 PIC X(15).
           03  WS-ET-FNAME                 PIC X(15).
           03  WS-ET-QTR-PAY               PIC 9(5)V99.
           03  WS-ET-STATUS                PIC X.
           03  WS-ET-DATE                  PIC 9(8).
           03  WS-ET-EFF-QTR               PIC X.
           03  WS-ET-EFF-YR                PIC X(4).

       01  WS-ELOG-LN.
           03  WS-ELOG-DATE-TIME           PIC X(19).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-ELOG-OPERATOR            PIC X(8).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-ELOG-ACTION              PIC X(9).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-ELOG-TRAN                PIC X(58).
           03  FILLER                      PIC X(3)    VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SCR-SIGNON.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE 'P02-JOHNSON'.
           03  LINE 1  COL 20 VALUE
                   'EMPLOYEE INQUIRY AND TRANSACTION ENTRY'.
           03  LINE 1  COL 70 PIC X(10) FROM WS-RUN-DATE.
           03  LINE 3  COL 1  PIC X(20) FROM WS-PERIOD-COMPANY.
           03  LINE 3  COL 25 VALUE 'PERIOD'.
           03  LINE 3  COL 32 PIC X(7)  FROM WS-PERIOD-DISP.
           03  LINE 6  COL 10 VALUE 'OPERATOR ID:'.
           03  LINE 6  COL 23 PIC X(8)  USING WS-OPERATOR-ID.
           03  LINE 8  COL 10 VALUE
                   'KEY YOUR OPERATOR ID AND PRESS ENTER'.
           03  LINE 23 COL 1  PIC X(79) FROM WS-SCR-MSG.

       01  SCR-MENU.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE 'P02-JOHNSON'.
           03  LINE 1  COL 20 VALUE
                   'EMPLOYEE INQUIRY AND TRANSACTION ENTRY'.
           03  LINE 1  COL 70 PIC X(10) FROM WS-RUN-DATE.
           03  LINE 3  COL 1  PIC X(20) FROM WS-PERIOD-COMPANY.
           03  LINE 3  COL 25 VALUE 'PERIOD'.
           03  LINE 3  COL 32 PIC X(7)  FROM WS-PERIOD-DISP.
           03  LINE 3  COL 60 VALUE 'OPERATOR'.
           03  LINE 3  COL 69 PIC X(8)  FROM WS-OPERATOR-ID.
           03  LINE 6  COL 10 VALUE
                   '1  EMPLOYEE LOOKUP (BY ID OR LAST NAME)'.
           03  LINE 7  COL 10 VALUE
                   '2  TRANSACTION ENTRY (ADD/CHANGE/STATUS/DELETE)'.
           03  LINE 8  COL 10 VALUE
                   'X  SIGN OFF'.
           03  LINE 10 COL 10 VALUE 'SELECTION:'.
           03  LINE 10 COL 21 PIC X     USING WS-MENU-CHOICE.
           03  LINE 23 COL 1  PIC X(79) FROM WS-SCR-MSG.

       01  SCR-LOOKUP.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE 'P02-JOHNSON'.
           03  LINE 1  COL 20 VALUE 'EMPLOYEE LOOKUP'.
           03  LINE 1  COL 70 PIC X(10) FROM WS-RUN-DATE.
           03  LINE 5  COL 10 VALUE 'EMPLOYEE ID:'.
           03  LINE 5  COL 44 PIC X(4)  USING WS-LKP-ID.
           03  LINE 7  COL 10 VALUE
                   'OR LAST NAME (FULL OR PARTIAL):'.
           03  LINE 7  COL 44 PIC X(15) USING WS-LKP-NAME.
           03  LINE 10 COL 10 VALUE
                   'LEAVE BOTH BLANK TO RETURN TO THE MENU'.
           03  LINE 23 COL 1  PIC X(79) FROM WS-SCR-MSG.

       01  SCR-EMPLOYEE.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE 'P02-JOHNSON'.
           03  LINE 1  COL 20 VALUE 'EMPLOYEE DETAIL AND PAY HISTORY'.
           03  LINE 1  COL 70 PIC X(10) FROM WS-RUN-DATE.
           03  LINE 3  COL 1  VALUE 'EMPLOYEE ID:'.
           03  LINE 3  COL 14 PIC X(4)  FROM WS-VIEW-ID.
           03  LINE 3  COL 20 PIC X(15) FROM WS-VIEW-LNAME.
           03  LINE 3  COL 36 PIC X(15) FROM WS-VIEW-FNAME.
           03  LINE 4  COL 1  VALUE 'DEPARTMENT:'.
           03  LINE 4  COL 14 PIC X(2)  FROM WS-VIEW-DEPT.
           03  LINE 4  COL 17 PIC X(5)  FROM WS-VIEW-DEPT-NAME.
           03  LINE 4  COL 36 VALUE 'STATUS:'.
           03  LINE 4  COL 44 PIC X(13) FROM WS-VIEW-STATUS.
           03  LINE 5  COL 1  VALUE 'QTR PAY:'.
           03  LINE 5  COL 14 PIC X(10) FROM WS-VIEW-PAY-X.
           03  LINE 5  COL 36 VALUE 'HIRED:'.
           03  LINE 5  COL 44 PIC X(8)  FROM WS-VIEW-HIRE.
           03  LINE 5  COL 55 VALUE 'TERMINATED:'.
           03  LINE 5  COL 67 PIC X(8)  FROM WS-VIEW-TERM.
           03  LINE 7  COL 1  VALUE
                   '    QTR  YEAR  DEPT         PAY  TYPE'.

       01  SCR-PAGE-REPLY.
           03  LINE 23 COL 1  PIC X(79) FROM WS-SCR-MSG.
           03  LINE 24 COL 1  VALUE 'REPLY:'.
           03  LINE 24 COL 8  PIC X(4)  USING WS-PAGE-REPLY.

       01  SCR-NAMES.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE 'P02-JOHNSON'.
           03  LINE 1  COL 20 VALUE 'EMPLOYEES BY LAST NAME'.
           03  LINE 1  COL 70 PIC X(10) FROM WS-RUN-DATE.
           03  LINE 3  COL 1  VALUE 'LAST NAME BEGINNING:'.
           03  LINE 3  COL 22 PIC X(15) FROM WS-LKP-NAME.
           03  LINE 5  COL 1  VALUE
                   '  ID    DT NAME   LAST NAME       FIRST NAME'.
           03  LINE 5  COL 53 VALUE '   QTR PAY  STATUS'.

       01  SCR-TRAN-KEY.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE 'P02-JOHNSON'.
           03  LINE 1  COL 20 VALUE 'TRANSACTION ENTRY'.
           03  LINE 1  COL 70 PIC X(10) FROM WS-RUN-DATE.
           03  LINE 3  COL 1  VALUE 'PERIOD'.
           03  LINE 3  COL 8  PIC X(7)  FROM WS-PERIOD-DISP.
           03  LINE 3  COL 60 VALUE 'OPERATOR'.
           03  LINE 3  COL 69 PIC X(8)  FROM WS-OPERATOR-ID.
           03  LINE 5  COL 1  VALUE
                   'CODE (A ADD, C CHANGE, S STATUS, D DELETE):'.
           03  LINE 5  COL 46 PIC X     USING WS-ENT-CODE.
           03  LINE 6  COL 1  VALUE 'EMPLOYEE ID:'.
           03  LINE 6  COL 46 PIC X(4)  USING WS-ENT-ID.
           03  LINE 7  COL 1  VALUE 'EFFECTIVE QTR AND YEAR:'.
           03  LINE 7  COL 46 PIC X     USING WS-ENT-EFF-QTR.
           03  LINE 7  COL 48 PIC X(4)  USING WS-ENT-EFF-YR.
           03  LINE 7  COL 54 VALUE '(BLANK = CURRENT PERIOD)'.
           03  LINE 9  COL 1  VALUE
                   'LEAVE CODE AND ID BLANK TO RETURN TO THE MENU'.
           03  LINE 23 COL 1  PIC X(79) FROM WS-SCR-MSG.

       01  SCR-TRAN-DETAIL.
           03  BLANK SCREEN.
           03  LINE 1  COL 1  VALUE 'P02-JOHNSON'.
           03  LINE 1  COL 20 VALUE 'TRANSACTION ENTRY'.
           03  LINE 1  COL 70 PIC X(10) FROM WS-RUN-DATE.
           03  LINE 3  COL 1  VALUE 'PERIOD'.
           03  LINE 3  COL 8  PIC X(7)  FROM WS-PERIOD-DISP.
           03  LINE 3  COL 60 VALUE 'OPERATOR'.
           03  LINE 3  COL 69 PIC X(8)  FROM WS-OPERATOR-ID.
           03  LINE 5  COL 1  VALUE
                   'CODE (A ADD, C CHANGE, S STATUS, D DELETE):'.
           03  LINE 5  COL 46 PIC X     FROM WS-ENT-CODE.
           03  LINE 6  COL 1  VALUE 'EMPLOYEE ID:'.
           03  LINE 6  COL 46 PIC X(4)  FROM WS-ENT-ID.
           03  LINE 7  COL 1  VALUE 'EFFECTIVE QTR AND YEAR:'.
           03  LINE 7  COL 46 PIC X     FROM WS-ENT-EFF-QTR.
           03  LINE 7  COL 48 PIC X(4)  FROM WS-ENT-EFF-YR.
           03  LINE 8  COL 1  VALUE 'ON FILE:'.
           03  LINE 8  COL 10 PIC X(60) FROM WS-CUR-LN.
           03  LINE 9  COL 1  VALUE 'DEPARTMENT:'.
           03  LINE 9  COL 36 PIC X(2)  USING WS-ENT-DEPT.
           03  LINE 10 COL 1  VALUE 'LAST NAME:'.
           03  LINE 10 COL 36 PIC X(15) USING WS-ENT-LNAME.
           03  LINE 11 COL 1  VALUE 'FIRST NAME:'.
           03  LINE 11 COL 36 PIC X(15) USING WS-ENT-FNAME.
           03  LINE 12 COL 1  VALUE 'QUARTERLY PAY (E.G. 12500.00):'.
           03  LINE 12 COL 36 PIC X(9)  USING WS-ENT-PAY.
           03  LINE 13 COL 1  VALUE 'STATUS (A, L, OR T):'.
           03  LINE 13 COL 36 PIC X     USING WS-ENT-STATUS.
           03  LINE 14 COL 1  VALUE 'HIRE OR TERM DATE (CCYYMMDD):'.
           03  LINE 14 COL 36 PIC X(8)  USING WS-ENT-DATE.
           03  LINE 17 COL 1  VALUE
                   'WRITE THIS TRANSACTION (Y = WRITE, N = CANCEL):'.
           03  LINE 17 COL 50 PIC X     USING WS-ENT-CONFIRM.
           03  LINE 23 COL 1  PIC X(79) FROM WS-SCR-MSG.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 130-LOAD-PERIOD.
           PERFORM 150-LOAD-DEPT-REF.
           PERFORM 170-LOAD-PAY-HIST.
           PERFORM 180-LOAD-BATCH.
           OPEN INPUT EMP-MST.
           IF WS-MST-FILE-MISSING
               DISPLAY 'EMPLOYEE MASTER MISSING - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 200-SIGN-ON UNTIL WS-OPERATOR-ID NOT = SPACES.
           MOVE  'SIGN-ON'                 TO   WS-ELOG-ACTION.
           MOVE  SPACES                    TO   WS-ELOG-TRAN.
           PERFORM 700-WRITE-ENTRY-LOG.
           PERFORM 210-MENU UNTIL WS-EXIT.
           MOVE  'SIGN-OFF'                TO   WS-ELOG-ACTION.
           MOVE  SPACES                    TO   WS-ELOG-TRAN.
           PERFORM 700-WRITE-ENTRY-LOG.

           CLOSE EMP-MST.

           DISPLAY 'PROJECT 2 INQUIRY AND ENTRY - JOHN STEPHEN JOHNSON'.
           DISPLAY 'OPERATOR:               ', WS-OPERATOR-ID.
           DISPLAY 'LOOKUPS:                ', WS-LOOKUP-CTR.
           DISPLAY 'TRANSACTIONS ACCEPTED:  ', WS-ACCEPT-CTR.
           DISPLAY 'TRANSACTIONS CANCELLED: ', WS-CANCEL-CTR.
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
      *-----------------------------------------------------------------
       150-LOAD-DEPT-REF.
           OPEN INPUT DEPT-REF.
           IF WS-DREF-FILE-MISSING
               DISPLAY 'DEPARTMENT REFERENCE FILE MISSING - RUN ',
                       'REFUSED (RUN JOHNSON-P2-DEPT TO BUILD IT)'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 160-LOAD-ONE-DEPT UNTIL DREF-EOF.
           CLOSE DEPT-REF.
           IF WS-DEPT-REF-CTR = ZERO
               DISPLAY 'DEPARTMENT REFERENCE FILE EMPTY - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       160-LOAD-ONE-DEPT.
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
       170-LOAD-PAY-HIST.
           OPEN INPUT PAY-HIST.
           PERFORM 175-LOAD-ONE-HIST UNTIL HIST-EOF.
           CLOSE PAY-HIST.
      *-----------------------------------------------------------------
       175-LOAD-ONE-HIST.
           READ PAY-HIST
               AT END
                   MOVE 'Y'                TO   WS-HIST-EOF-FLAG
               NOT AT END
                   IF WS-HIST-ENTRY-CTR < 9999
                       ADD 1               TO   WS-HIST-ENTRY-CTR
                       SET WS-HIST-IDX     TO   WS-HIST-ENTRY-CTR
                       MOVE HIST-ID        TO
                            WS-HIST-E-ID (WS-HIST-IDX)
                       MOVE HIST-QTR       TO
                            WS-HIST-E-QTR (WS-HIST-IDX)
                       MOVE HIST-YR        TO
                            WS-HIST-E-YR (WS-HIST-IDX)
                       MOVE HIST-DEPT      TO
                            WS-HIST-E-DEPT (WS-HIST-IDX)
                       MOVE HIST-QTR-PAY   TO
                            WS-HIST-E-PAY (WS-HIST-IDX)
                       IF HIST-EARN-TYPE = SPACES
                           MOVE 'REG'      TO
                                WS-HIST-E-TYPE (WS-HIST-IDX)
                       ELSE
                           MOVE HIST-EARN-TYPE TO
                                WS-HIST-E-TYPE (WS-HIST-IDX)
                       END-IF
                   ELSE
                       IF NOT WS-HIST-TABLE-FULL
                           MOVE 'Y'        TO   WS-HIST-FULL-SW
                           DISPLAY 'PAY HISTORY TABLE FULL - ',
                                   'HISTORY INCOMPLETE (RUN ',
                                   'JOHNSON-P2-ARCH TO PURGE ',
                                   'CLOSED YEARS)'
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * ADDS AND DELETES ALREADY KEYED TO THE TRANSACTION FILE OR HELD
      * ON THE PENDING FILE.  A MISSING FILE IS AN EMPTY BATCH.
      *-----------------------------------------------------------------
       180-LOAD-BATCH.
           MOVE  'T'                       TO   WS-BATCH-SRC-SW.
           OPEN INPUT TRAN-FILE.
           IF NOT WS-TRAN-FILE-NOT-FOUND
               PERFORM 185-LOAD-ONE-BATCH UNTIL TRAN-EOF
               CLOSE TRAN-FILE
           END-IF.
           MOVE  'P'                       TO   WS-BATCH-SRC-SW.
           OPEN INPUT PEND-FILE.
           PERFORM 186-LOAD-ONE-PENDING UNTIL PEND-EOF.
           CLOSE PEND-FILE.
      *-----------------------------------------------------------------
       185-LOAD-ONE-BATCH.
           READ TRAN-FILE
               AT END
                   MOVE 'Y'                TO   WS-TRAN-EOF-FLAG
               NOT AT END
                   IF TRAN-CODE = 'A' OR TRAN-CODE = 'D'
                       MOVE TRAN-CODE      TO   WS-ET-CODE
                       MOVE TRAN-ID        TO   WS-ET-ID
                       MOVE TRAN-EFF (1:1) TO   WS-ET-EFF-QTR
                       MOVE TRAN-EFF (2:4) TO   WS-ET-EFF-YR
                       PERFORM 187-ADD-BATCH-ENTRY
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       186-LOAD-ONE-PENDING.
           READ PEND-FILE
               AT END
                   MOVE 'Y'                TO   WS-PEND-EOF-FLAG
               NOT AT END
                   IF PEND-CODE = 'A' OR PEND-CODE = 'D'
                       MOVE PEND-CODE      TO   WS-ET-CODE
                       MOVE PEND-ID        TO   WS-ET-ID
                       MOVE PEND-EFF (1:1) TO   WS-ET-EFF-QTR
                       MOVE PEND-EFF (2:4) TO   WS-ET-EFF-YR
                       PERFORM 187-ADD-BATCH-ENTRY
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       187-ADD-BATCH-ENTRY.
           IF WS-BATCH-CTR < 9999
               ADD 1                       TO   WS-BATCH-CTR
               SET WS-BATCH-IDX            TO   WS-BATCH-CTR
               MOVE WS-ET-CODE             TO
                    WS-BATCH-CODE (WS-BATCH-IDX)
               MOVE WS-ET-ID               TO
                    WS-BATCH-ID (WS-BATCH-IDX)
               MOVE WS-BATCH-SRC-SW        TO
                    WS-BATCH-SRC (WS-BATCH-IDX)
               MOVE WS-ET-EFF-YR           TO
                    WS-BATCH-EFF-KEY (WS-BATCH-IDX) (1:4)
               MOVE WS-ET-EFF-QTR          TO
                    WS-BATCH-EFF-KEY (WS-BATCH-IDX) (5:1)
           ELSE
               IF NOT WS-BATCH-TABLE-FULL
                   MOVE 'Y'                TO   WS-BATCH-FULL-SW
                   DISPLAY 'UNAPPLIED TRANSACTION TABLE FULL - ADDS ',
                           'AND DELETES AFTER THE FIRST 9999 NOT ',
                           'CHECKED'
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       200-SIGN-ON.
           DISPLAY SCR-SIGNON.
           ACCEPT  SCR-SIGNON.
           IF WS-OPERATOR-ID = SPACES
               MOVE 'OPERATOR ID IS REQUIRED' TO WS-SCR-MSG
           ELSE
               MOVE SPACES                 TO   WS-SCR-MSG
           END-IF.
      *-----------------------------------------------------------------
       210-MENU.
           MOVE  SPACE                     TO   WS-MENU-CHOICE.
           DISPLAY SCR-MENU.
           ACCEPT  SCR-MENU.
           MOVE  SPACES                    TO   WS-SCR-MSG.
           IF WS-MENU-CHOICE = '1'
               PERFORM 500-LOOKUP
           ELSE IF WS-MENU-CHOICE = '2'
               PERFORM 600-ENTER-TRANSACTION
           ELSE IF WS-MENU-CHOICE = 'X' OR WS-MENU-CHOICE = 'x'
               MOVE 'Y'                    TO   WS-EXIT-SW
           ELSE
               MOVE 'SELECT 1, 2, OR X'    TO   WS-SCR-MSG
           END-IF.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-MO                  TO   WS-RUN-MO.
           MOVE WS-SYS-DAY                 TO   WS-RUN-DAY.
           MOVE WS-SYS-YR                  TO   WS-RUN-YR.
           MOVE WS-SYS-HR                  TO   WS-RUN-HR.
           MOVE WS-SYS-MIN                 TO   WS-RUN-MIN.
           MOVE WS-SYS-SEC                 TO   WS-RUN-SEC.
      *-----------------------------------------------------------------
       500-LOOKUP.
           MOVE  'N'                       TO   WS-LOOKUP-DONE-SW.
           PERFORM 505-ONE-LOOKUP UNTIL WS-LOOKUP-DONE.
      *-----------------------------------------------------------------
       505-ONE-LOOKUP.
           MOVE  SPACES                    TO   WS-LKP-ID
                                                WS-LKP-NAME.
           DISPLAY SCR-LOOKUP.
           ACCEPT  SCR-LOOKUP.
           MOVE  SPACES                    TO   WS-SCR-MSG.
           IF WS-LKP-ID NOT = SPACES
               ADD 1                       TO   WS-LOOKUP-CTR
               PERFORM 510-LOOKUP-ID
           ELSE IF WS-LKP-NAME NOT = SPACES
               ADD 1                       TO   WS-LOOKUP-CTR
               PERFORM 540-LOOKUP-NAME
           ELSE
               MOVE 'Y'                    TO   WS-LOOKUP-DONE-SW
           END-IF.
      *-----------------------------------------------------------------
      * AN ID OFF THE MASTER BUT IN PAY HISTORY IS SHOWN WITH ITS
      * HISTORY, AS JOHNSON-P2-INQ DOES.
      *-----------------------------------------------------------------
       510-LOOKUP-ID.
           MOVE  WS-LKP-ID                 TO   EMP-ID
                                                WS-HIST-KEY.
           READ EMP-MST
               INVALID KEY
                   PERFORM 515-CHECK-HISTORY-ONLY
               NOT INVALID KEY
                   PERFORM 517-FILL-VIEW
                   PERFORM 520-SHOW-EMPLOYEE
           END-READ.
      *-----------------------------------------------------------------
       515-CHECK-HISTORY-ONLY.
           MOVE  'N'                       TO   WS-HIST-FOUND-SW.
           PERFORM 516-SCAN-ONE-HIST
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-ENTRY-CTR.
           IF WS-HIST-FOUND
               MOVE  SPACES                TO   WS-EMP-VIEW
               MOVE  WS-LKP-ID             TO   WS-VIEW-ID
               MOVE  'NOT ON MASTER'       TO   WS-VIEW-STATUS
               PERFORM 520-SHOW-EMPLOYEE
           ELSE
               MOVE  SPACES                TO   WS-SCR-MSG
               STRING 'EMPLOYEE ID ' WS-LKP-ID
                      ' NOT ON THE MASTER AND NO PAY HISTORY'
                      DELIMITED BY SIZE
                   INTO WS-SCR-MSG
               END-STRING
           END-IF.
      *-----------------------------------------------------------------
       516-SCAN-ONE-HIST.
           IF WS-HIST-E-ID (WS-HIST-IDX) = WS-HIST-KEY
               MOVE 'Y'                    TO   WS-HIST-FOUND-SW
           END-IF.
      *-----------------------------------------------------------------
       517-FILL-VIEW.
           MOVE  SPACES                    TO   WS-EMP-VIEW.
           MOVE  EMP-ID                    TO   WS-VIEW-ID.
           MOVE  EMP-DEPT                  TO   WS-VIEW-DEPT.
           IF EMP-DEPT NUMERIC AND EMP-DEPT > ZERO
               MOVE WS-DEPT-NAME (EMP-DEPT) TO  WS-VIEW-DEPT-NAME
           END-IF.
           MOVE  EMP-LNAME                 TO   WS-VIEW-LNAME.
           MOVE  EMP-FNAME                 TO   WS-VIEW-FNAME.
           MOVE  EMP-QTR-PAY               TO   WS-VIEW-PAY.
           IF EMP-STAT-TERM
               MOVE 'TERMINATED'           TO   WS-VIEW-STATUS
           ELSE IF EMP-STAT-LEAVE
               MOVE 'ON LEAVE'             TO   WS-VIEW-STATUS
           ELSE
               MOVE 'ACTIVE'               TO   WS-VIEW-STATUS
           END-IF.
           IF EMP-HIRE-DATE NUMERIC AND EMP-HIRE-DATE > ZERO
               MOVE EMP-HIRE-DATE          TO   WS-VIEW-HIRE
           END-IF.
           IF EMP-TERM-DATE NUMERIC AND EMP-TERM-DATE > ZERO
               MOVE EMP-TERM-DATE          TO   WS-VIEW-TERM
           END-IF.
      *-----------------------------------------------------------------
      * DRILL-DOWN: THE EMPLOYEE AT THE TOP, PAY HISTORY BELOW IT A
      * PAGE OF TWELVE QUARTERS AT A TIME.
      *-----------------------------------------------------------------
       520-SHOW-EMPLOYEE.
           MOVE  1                         TO   WS-HIST-START.
           MOVE  ZERO                      TO   WS-HIST-SHOWN-CTR.
           MOVE  'N'                       TO   WS-PAGE-DONE-SW.
           PERFORM 525-SHOW-HIST-PAGE UNTIL WS-PAGE-DONE.
      *-----------------------------------------------------------------
       525-SHOW-HIST-PAGE.
           DISPLAY SCR-EMPLOYEE.
           MOVE  8                         TO   WS-SCR-ROW.
           PERFORM 530-SHOW-ONE-HIST
               VARYING WS-HIST-IDX FROM WS-HIST-START BY 1
               UNTIL WS-HIST-IDX > WS-HIST-ENTRY-CTR OR
                     WS-SCR-ROW > 19.
           SET   WS-HIST-START             TO   WS-HIST-IDX.
           IF WS-HIST-START > WS-HIST-ENTRY-CTR
               MOVE 'Y'                    TO   WS-PAGE-DONE-SW
               IF WS-HIST-SHOWN-CTR = ZERO
                   MOVE 'NO PAY HISTORY ON FILE - PRESS ENTER'
                                           TO   WS-SCR-MSG
               ELSE
                   MOVE 'END OF PAY HISTORY - PRESS ENTER'
                                           TO   WS-SCR-MSG
               END-IF
           ELSE
               MOVE 'PRESS ENTER FOR MORE PAY HISTORY, M FOR MENU'
                                           TO   WS-SCR-MSG
           END-IF.
           MOVE  SPACES                    TO   WS-PAGE-REPLY.
           ACCEPT SCR-PAGE-REPLY.
           MOVE  SPACES                    TO   WS-SCR-MSG.
           IF WS-PAGE-REPLY = 'M' OR WS-PAGE-REPLY = 'm'
               MOVE 'Y'                    TO   WS-PAGE-DONE-SW
               MOVE 'Y'                    TO   WS-LOOKUP-DONE-SW
           END-IF.
      *-----------------------------------------------------------------
       530-SHOW-ONE-HIST.
           IF WS-HIST-E-ID (WS-HIST-IDX) = WS-HIST-KEY
               ADD   1                     TO   WS-HIST-SHOWN-CTR
               MOVE  WS-HIST-E-QTR (WS-HIST-IDX)
                                           TO   WS-HIST-LN-QTR
               MOVE  WS-HIST-E-YR (WS-HIST-IDX)
                                           TO   WS-HIST-LN-YR
               MOVE  WS-HIST-E-DEPT (WS-HIST-IDX)
                                           TO   WS-HIST-LN-DEPT
               MOVE  WS-HIST-E-PAY (WS-HIST-IDX)
                                           TO   WS-HIST-LN-PAY
               MOVE  WS-HIST-E-TYPE (WS-HIST-IDX)
                                           TO   WS-HIST-LN-TYPE
               DISPLAY WS-HIST-LN AT LINE WS-SCR-ROW COLUMN 1
               ADD   1                     TO   WS-SCR-ROW
           END-IF.
      *-----------------------------------------------------------------
      * LAST-NAME LOOKUP: POSITIONS THE ALTERNATE INDEX AT THE FIRST
      * LAST NAME NOT LESS THAN THE ONE KEYED AND LISTS, A SCREEN AT
      * A TIME, EVERY EMPLOYEE WHOSE LAST NAME BEGINS WITH IT.  AN ID
      * KEYED IN REPLY DRILLS DOWN TO THAT EMPLOYEE.
      *-----------------------------------------------------------------
       540-LOOKUP-NAME.
           PERFORM 545-GET-NAME-LEN.
           MOVE  ZERO                      TO   WS-THIS-NAME-CTR.
           MOVE  'N'                       TO   WS-NAME-EOF-FLAG.
           MOVE  WS-LKP-NAME               TO   EMP-LNAME.
           START EMP-MST KEY IS NOT LESS THAN EMP-LNAME
               INVALID KEY
                   MOVE 'Y'                TO   WS-NAME-EOF-FLAG
           END-START.
           MOVE  'N'                       TO   WS-PAGE-DONE-SW.
           PERFORM 550-SHOW-NAME-PAGE UNTIL WS-PAGE-DONE.
      *-----------------------------------------------------------------
       545-GET-NAME-LEN.
           MOVE  ZERO                      TO   WS-NAME-LEN.
           PERFORM 547-SCAN-NAME-CHAR
               VARYING WS-SCAN-IDX FROM 15 BY -1
               UNTIL WS-SCAN-IDX < 1 OR WS-NAME-LEN > ZERO.
      *-----------------------------------------------------------------
       547-SCAN-NAME-CHAR.
           IF WS-LKP-NAME (WS-SCAN-IDX:1) NOT EQUAL SPACE
               MOVE WS-SCAN-IDX            TO   WS-NAME-LEN
           END-IF.
      *-----------------------------------------------------------------
       550-SHOW-NAME-PAGE.
           DISPLAY SCR-NAMES.
           MOVE  6                         TO   WS-SCR-ROW.
           PERFORM 555-READ-NEXT-NAME
               UNTIL NAME-EOF OR WS-SCR-ROW > 19.
           IF WS-THIS-NAME-CTR = ZERO
               MOVE 'Y'                    TO   WS-PAGE-DONE-SW
               MOVE SPACES                 TO   WS-SCR-MSG
               STRING 'NO MASTER RECORD FOR NAME ' WS-LKP-NAME
                      DELIMITED BY SIZE
                   INTO WS-SCR-MSG
               END-STRING
           ELSE
               IF NAME-EOF
                   MOVE 'END OF LIST - KEY AN ID FOR DETAIL OR ENTER'
                                           TO   WS-SCR-MSG
               ELSE
                   MOVE 'KEY AN ID FOR DETAIL, ENTER FOR MORE, M MENU'
                                           TO   WS-SCR-MSG
               END-IF
               MOVE SPACES                 TO   WS-PAGE-REPLY
               ACCEPT SCR-PAGE-REPLY
               MOVE SPACES                 TO   WS-SCR-MSG
               PERFORM 560-NAME-PAGE-REPLY
           END-IF.
      *-----------------------------------------------------------------
       555-READ-NEXT-NAME.
           READ EMP-MST NEXT RECORD
               AT END
                   MOVE 'Y'                TO   WS-NAME-EOF-FLAG
               NOT AT END
                   IF EMP-LNAME (1:WS-NAME-LEN) =
                      WS-LKP-NAME (1:WS-NAME-LEN)
                       ADD 1               TO   WS-THIS-NAME-CTR
                       PERFORM 557-SHOW-ONE-NAME
                   ELSE
                       MOVE 'Y'            TO   WS-NAME-EOF-FLAG
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       557-SHOW-ONE-NAME.
           MOVE  EMP-ID                    TO   WS-NAME-LN-ID.
           MOVE  EMP-DEPT                  TO   WS-NAME-LN-DEPT.
           MOVE  SPACES                    TO   WS-NAME-LN-DEPT-NAME.
           IF EMP-DEPT NUMERIC AND EMP-DEPT > ZERO
               MOVE WS-DEPT-NAME (EMP-DEPT) TO  WS-NAME-LN-DEPT-NAME
           END-IF.
           MOVE  EMP-LNAME                 TO   WS-NAME-LN-LNAME.
           MOVE  EMP-FNAME                 TO   WS-NAME-LN-FNAME.
           MOVE  EMP-QTR-PAY               TO   WS-NAME-LN-PAY.
           IF EMP-STAT-TERM
               MOVE 'TERM'                 TO   WS-NAME-LN-STATUS
           ELSE IF EMP-STAT-LEAVE
               MOVE 'LEAVE'                TO   WS-NAME-LN-STATUS
           ELSE
               MOVE 'ACTIVE'               TO   WS-NAME-LN-STATUS
           END-IF.
           DISPLAY WS-NAME-LN AT LINE WS-SCR-ROW COLUMN 1.
           ADD   1                         TO   WS-SCR-ROW.
      *-----------------------------------------------------------------
      * A DRILL-DOWN READS THE MASTER BY KEY AND LOSES THE PLACE IN THE
      * NAME LIST, SO IT ENDS THE LIST.
      *-----------------------------------------------------------------
       560-NAME-PAGE-REPLY.
           IF WS-PAGE-REPLY = 'M' OR WS-PAGE-REPLY = 'm'
               MOVE 'Y'                    TO   WS-PAGE-DONE-SW
               MOVE 'Y'                    TO   WS-LOOKUP-DONE-SW
           ELSE IF WS-PAGE-REPLY NOT = SPACES
               MOVE 'Y'                    TO   WS-PAGE-DONE-SW
               MOVE WS-PAGE-REPLY          TO   WS-LKP-ID
               PERFORM 510-LOOKUP-ID
           ELSE IF NAME-EOF
               MOVE 'Y'                    TO   WS-PAGE-DONE-SW
           END-IF.
      *-----------------------------------------------------------------
      * TRANSACTION ENTRY: CODE, ID, AND EFFECTIVE PERIOD FIRST, THE ID
      * EDITED AGAINST THE MASTER AND THE TRANSACTIONS NOT YET APPLIED
      * THAT THE MAINTENANCE RUN WILL APPLY AHEAD OF IT; THEN THE
      * DETAIL, PREFILLED FROM THE MASTER, EDITED FIELD BY FIELD UNTIL
      * IT IS CLEAN AND CONFIRMED, OR CANCELLED.
      *-----------------------------------------------------------------
       600-ENTER-TRANSACTION.
           MOVE  'N'                       TO   WS-ENTRY-QUIT-SW.
           PERFORM 605-ONE-TRANSACTION UNTIL WS-ENTRY-QUIT.
      *-----------------------------------------------------------------
       605-ONE-TRANSACTION.
           MOVE  SPACES                    TO   WS-ENTRY-FIELDS
                                                WS-CUR-LN.
           MOVE  'N'                       TO   WS-KEY-OK-SW
                                                WS-ENTRY-DONE-SW.
           PERFORM 610-KEY-TRAN-ID UNTIL WS-KEY-OK OR WS-ENTRY-QUIT.
           IF WS-KEY-OK
               PERFORM 620-KEY-TRAN-DETAIL UNTIL WS-ENTRY-DONE
           END-IF.
      *-----------------------------------------------------------------
       610-KEY-TRAN-ID.
           DISPLAY SCR-TRAN-KEY.
           ACCEPT  SCR-TRAN-KEY.
           INSPECT WS-ENT-CODE CONVERTING 'acsd' TO 'ACSD'.
           MOVE  SPACES                    TO   WS-SCR-MSG.
           IF WS-ENT-CODE = SPACE AND WS-ENT-ID = SPACES
               MOVE 'Y'                    TO   WS-ENTRY-QUIT-SW
           ELSE IF NOT WS-ENT-CODE-VALID
               MOVE 'TRANSACTION CODE MUST BE A, C, S, OR D'
                                           TO   WS-SCR-MSG
           ELSE IF WS-ENT-ID = SPACES
               MOVE 'EMPLOYEE ID IS REQUIRED'
                                           TO   WS-SCR-MSG
           ELSE
               MOVE 'Y'                    TO   WS-EDIT-SW
               PERFORM 638-EDIT-EFFECTIVE
               IF WS-EDIT-OK
                   PERFORM 650-CHECK-ID-EXISTS
                   PERFORM 612-EDIT-ID-FOR-CODE
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       612-EDIT-ID-FOR-CODE.
           IF WS-ENT-ADD AND WS-ID-EXISTS
               STRING 'EMPLOYEE ID ' WS-ENT-ID
                      ' IS ON FILE AS OF THAT PERIOD - CANNOT ADD'
                      DELIMITED BY SIZE
                   INTO WS-SCR-MSG
               END-STRING
           ELSE IF NOT WS-ENT-ADD AND NOT WS-ID-EXISTS
               STRING 'EMPLOYEE ID ' WS-ENT-ID
                      ' IS NOT ON FILE AS OF THAT PERIOD'
                      DELIMITED BY SIZE
                   INTO WS-SCR-MSG
               END-STRING
           ELSE
               MOVE 'Y'                    TO   WS-KEY-OK-SW
               PERFORM 615-PREFILL-DETAIL
           END-IF.
      *-----------------------------------------------------------------
      * A CHANGE REPLACES DEPARTMENT, BOTH NAMES, AND PAY TOGETHER, SO
      * THEY ARE PREFILLED FROM THE MASTER FOR THE CLERK TO AMEND.
      *-----------------------------------------------------------------
       615-PREFILL-DETAIL.
           MOVE  SPACES                    TO   WS-EMP-VIEW.
           MOVE  ZERO                      TO   WS-CUR-DEPT
                                                WS-CUR-HIRE-DATE
                                                WS-ENT-PAY-AMT.
           MOVE  SPACE                     TO   WS-CUR-STATUS.
           IF WS-ENT-ADD
               MOVE 'NEW EMPLOYEE'         TO   WS-CUR-LN
               MOVE 'KEY DEPARTMENT, NAMES, PAY, AND HIRE DATE'
                                           TO   WS-SCR-MSG
           ELSE IF NOT WS-ON-MASTER
               MOVE 'ADDED BY A TRANSACTION NOT YET APPLIED'
                                           TO   WS-CUR-LN
           ELSE
               PERFORM 617-PREFILL-FROM-MASTER
           END-IF.
           IF WS-ENT-CHANGE
               MOVE 'AMEND DEPARTMENT, NAMES, OR PAY AS NEEDED'
                                           TO   WS-SCR-MSG
           ELSE IF WS-ENT-STATUS-SET
               MOVE 'KEY THE NEW STATUS - A TERM DATE IS REQUIRED FOR T'
                                           TO   WS-SCR-MSG
           ELSE IF WS-ENT-DELETE
               MOVE 'KEY Y TO DELETE THIS EMPLOYEE FROM THE MASTER'
                                           TO   WS-SCR-MSG
           END-IF.
      *-----------------------------------------------------------------
       617-PREFILL-FROM-MASTER.
           PERFORM 517-FILL-VIEW.
           MOVE  EMP-DEPT                  TO   WS-CUR-DEPT.
           MOVE  EMP-STATUS                TO   WS-CUR-STATUS.
           IF EMP-HIRE-DATE NUMERIC
               MOVE EMP-HIRE-DATE          TO   WS-CUR-HIRE-DATE
           END-IF.
           STRING WS-VIEW-DEPT ' ' WS-VIEW-DEPT-NAME ' '
                  WS-VIEW-LNAME ' ' WS-VIEW-PAY-X ' ' WS-VIEW-STATUS
                  DELIMITED BY SIZE
               INTO WS-CUR-LN
           END-STRING.
           IF WS-ENT-CHANGE
               MOVE EMP-DEPT               TO   WS-ENT-DEPT
               MOVE EMP-LNAME              TO   WS-ENT-LNAME
               MOVE EMP-FNAME              TO   WS-ENT-FNAME
               MOVE EMP-QTR-PAY            TO   WS-ENT-PAY-EDIT
               MOVE WS-ENT-PAY-EDIT        TO   WS-ENT-PAY
           END-IF.
      *-----------------------------------------------------------------
       620-KEY-TRAN-DETAIL.
           DISPLAY SCR-TRAN-DETAIL.
           ACCEPT  SCR-TRAN-DETAIL.
           INSPECT WS-ENT-STATUS CONVERTING 'alt' TO 'ALT'.
           INSPECT WS-ENT-CONFIRM CONVERTING 'yn' TO 'YN'.
           MOVE  SPACES                    TO   WS-SCR-MSG.
           IF WS-ENT-CONFIRM = 'N'
               MOVE 'Y'                    TO   WS-ENTRY-DONE-SW
               ADD  1                      TO   WS-CANCEL-CTR
               PERFORM 665-BUILD-TRAN-IMAGE
               MOVE 'CANCELLED'            TO   WS-ELOG-ACTION
               PERFORM 700-WRITE-ENTRY-LOG
               MOVE 'TRANSACTION CANCELLED - NOTHING WRITTEN'
                                           TO   WS-SCR-MSG
           ELSE
               PERFORM 630-EDIT-DETAIL
               IF WS-EDIT-OK
                   IF WS-ENT-CONFIRM = 'Y'
                       MOVE 'Y'            TO   WS-ENTRY-DONE-SW
                       PERFORM 660-WRITE-TRANS
                   ELSE
                       MOVE 'EDITS PASSED - KEY Y TO WRITE, N TO CANCEL'
                                           TO   WS-SCR-MSG
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * THE SAME EDITS JOHNSON-P2-MAINT APPLIES, PLUS DATE AND
      * DUPLICATE STATUS CHECKS.  THE FIRST FAILURE IS SHOWN ON THE
      * MESSAGE LINE.
      *-----------------------------------------------------------------
       630-EDIT-DETAIL.
           MOVE  'Y'                       TO   WS-EDIT-SW.
           IF WS-ENT-ADD OR WS-ENT-CHANGE
               PERFORM 632-EDIT-ADD-CHANGE
           ELSE IF WS-ENT-STATUS-SET
               PERFORM 636-EDIT-STATUS
           END-IF.
      *-----------------------------------------------------------------
       632-EDIT-ADD-CHANGE.
           IF WS-ENT-DEPT NOT NUMERIC OR WS-ENT-DEPT-NUM = ZERO
               MOVE 'N'                    TO   WS-EDIT-SW
               MOVE 'DEPARTMENT MUST BE 01 TO 99'
                                           TO   WS-SCR-MSG
           ELSE IF WS-DEPT-ACTIVE-SW (WS-ENT-DEPT-NUM) = 'C'
               MOVE 'N'                    TO   WS-EDIT-SW
               STRING 'DEPARTMENT ' WS-ENT-DEPT ' '
                      WS-DEPT-NAME (WS-ENT-DEPT-NUM) ' IS CLOSED'
                      DELIMITED BY SIZE
                   INTO WS-SCR-MSG
               END-STRING
           ELSE IF NOT WS-DEPT-ACTIVE (WS-ENT-DEPT-NUM)
               MOVE 'N'                    TO   WS-EDIT-SW
               STRING 'DEPARTMENT ' WS-ENT-DEPT
                      ' IS NOT ON THE DEPARTMENT REFERENCE FILE'
                      DELIMITED BY SIZE
                   INTO WS-SCR-MSG
               END-STRING
           ELSE IF WS-ENT-LNAME = SPACES
               MOVE 'N'                    TO   WS-EDIT-SW
               MOVE 'LAST NAME IS REQUIRED' TO  WS-SCR-MSG
           ELSE IF FUNCTION TEST-NUMVAL (WS-ENT-PAY) NOT = ZERO
               MOVE 'N'                    TO   WS-EDIT-SW
               MOVE 'QUARTERLY PAY MUST BE NUMERIC, E.G. 12500.00'
                                           TO   WS-SCR-MSG
           ELSE
               PERFORM 634-EDIT-PAY-AMOUNT
           END-IF.
           IF WS-EDIT-OK AND WS-ENT-ADD
               MOVE 'HIRE'                 TO   WS-DATE-LABEL
               PERFORM 640-EDIT-DATE
           END-IF.
      *-----------------------------------------------------------------
       634-EDIT-PAY-AMOUNT.
           COMPUTE WS-ENT-PAY-NUM = FUNCTION NUMVAL (WS-ENT-PAY).
           MOVE  WS-ENT-PAY-NUM            TO   WS-ENT-PAY-AMT.
           IF WS-ENT-PAY-NUM < ZERO OR WS-ENT-PAY-NUM > 99999.99
               MOVE 'N'                    TO   WS-EDIT-SW
               MOVE 'QUARTERLY PAY MUST BE 0.00 TO 99999.99'
                                           TO   WS-SCR-MSG
           ELSE IF WS-ENT-PAY-AMT NOT = WS-ENT-PAY-NUM
               MOVE 'N'                    TO   WS-EDIT-SW
               MOVE 'QUARTERLY PAY HAS MORE THAN TWO DECIMAL PLACES'
                                           TO   WS-SCR-MSG
           END-IF.
           IF NOT WS-EDIT-OK
               MOVE ZERO                   TO   WS-ENT-PAY-AMT
           END-IF.
      *-----------------------------------------------------------------
       636-EDIT-STATUS.
           IF NOT WS-ENT-STAT-VALID
               MOVE 'N'                    TO   WS-EDIT-SW
               MOVE 'STATUS MUST BE A (ACTIVE), L (LEAVE), OR T (TERM)'
                                           TO   WS-SCR-MSG
           ELSE IF WS-ON-MASTER AND
                   (WS-ENT-STATUS = WS-CUR-STATUS OR
                    (WS-ENT-STATUS = 'A' AND WS-CUR-STATUS = SPACE))
               MOVE 'N'                    TO   WS-EDIT-SW
               MOVE 'EMPLOYEE ALREADY HAS THAT STATUS'
                                           TO   WS-SCR-MSG
           ELSE IF WS-ENT-STAT-TERM
               MOVE 'TERMINATION'          TO   WS-DATE-LABEL
               PERFORM 640-EDIT-DATE
               IF WS-EDIT-OK AND WS-CUR-HIRE-DATE > ZERO AND
                  WS-ENT-DATE-NUM < WS-CUR-HIRE-DATE
                   MOVE 'N'                TO   WS-EDIT-SW
                   STRING 'TERMINATION DATE IS BEFORE THE HIRE DATE '
                          WS-CUR-HIRE-DATE DELIMITED BY SIZE
                       INTO WS-SCR-MSG
                   END-STRING
               END-IF
           ELSE IF WS-ENT-DATE NOT = SPACES
               MOVE 'STATUS'               TO   WS-DATE-LABEL
               PERFORM 640-EDIT-DATE
           END-IF.
      *-----------------------------------------------------------------
      * A BLANK EFFECTIVE QUARTER AND YEAR APPLY AT THE NEXT
      * MAINTENANCE RUN; A LATER QUARTER IS HELD BY THE MAINTENANCE
      * RUN UNTIL ITS PERIOD; AN EARLIER QUARTER IS REFUSED.
      *-----------------------------------------------------------------
       638-EDIT-EFFECTIVE.
           IF WS-ENT-EFF-QTR = SPACE AND WS-ENT-EFF-YR = SPACES
               CONTINUE
           ELSE IF WS-ENT-EFF-QTR NOT NUMERIC OR
                   WS-ENT-EFF-QTR-NUM < 1 OR WS-ENT-EFF-QTR-NUM > 4
               MOVE 'N'                    TO   WS-EDIT-SW
               MOVE 'EFFECTIVE QUARTER MUST BE 1 TO 4'
                                           TO   WS-SCR-MSG
           ELSE IF WS-ENT-EFF-YR NOT NUMERIC
               MOVE 'N'                    TO   WS-EDIT-SW
               MOVE 'EFFECTIVE YEAR MUST BE CCYY'
                                           TO   WS-SCR-MSG
           ELSE IF WS-ENT-EFF-YR-NUM < WS-PERIOD-YR OR
                   (WS-ENT-EFF-YR-NUM = WS-PERIOD-YR AND
                    WS-ENT-EFF-QTR-NUM < WS-PERIOD-QTR)
               MOVE 'N'                    TO   WS-EDIT-SW
               STRING 'EFFECTIVE QUARTER IS BEFORE THE CURRENT PERIOD '
                      WS-PERIOD-DISP DELIMITED BY SIZE
                   INTO WS-SCR-MSG
               END-STRING
           END-IF.
      *-----------------------------------------------------------------
       640-EDIT-DATE.
           IF WS-ENT-DATE = SPACES
               MOVE 'N'                    TO   WS-EDIT-SW
               STRING WS-DATE-LABEL DELIMITED BY SPACE
                      ' DATE IS REQUIRED (CCYYMMDD)' DELIMITED BY SIZE
                   INTO WS-SCR-MSG
               END-STRING
           ELSE IF WS-ENT-DATE NOT NUMERIC
               MOVE 'N'                    TO   WS-EDIT-SW
           ELSE IF WS-ENT-DATE-YR < 1900 OR
                   WS-ENT-DATE-MO < 1 OR WS-ENT-DATE-MO > 12
               MOVE 'N'                    TO   WS-EDIT-SW
           ELSE
               PERFORM 645-CHECK-DAY-OF-MONTH
           END-IF.
           IF NOT WS-EDIT-OK AND WS-SCR-MSG = SPACES
               STRING WS-DATE-LABEL DELIMITED BY SPACE
                      ' DATE IS NOT A VALID CCYYMMDD DATE'
                      DELIMITED BY SIZE
                   INTO WS-SCR-MSG
               END-STRING
           END-IF.
      *-----------------------------------------------------------------
       645-CHECK-DAY-OF-MONTH.
           MOVE  WS-MONTH-DAYS (WS-ENT-DATE-MO) TO WS-MAX-DAY.
           IF WS-ENT-DATE-MO = 2
               DIVIDE WS-ENT-DATE-YR BY 4   GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-4
               DIVIDE WS-ENT-DATE-YR BY 100 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-100
               DIVIDE WS-ENT-DATE-YR BY 400 GIVING WS-LEAP-QUOT
                   REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-400 = ZERO OR
                  (WS-LEAP-REM-4 = ZERO AND WS-LEAP-REM-100 NOT = ZERO)
                   MOVE 29                 TO   WS-MAX-DAY
               END-IF
           END-IF.
           IF WS-ENT-DATE-DAY < 1 OR WS-ENT-DATE-DAY > WS-MAX-DAY
               MOVE 'N'                    TO   WS-EDIT-SW
           END-IF.
      *-----------------------------------------------------------------
      * AN ID IS ON FILE IF IT IS ON THE MASTER, THEN AS CHANGED BY
      * EACH ADD OR DELETE FOR IT THAT THE MAINTENANCE RUN APPLIES
      * AHEAD OF THIS ENTRY.  THE RUN SORTS BY ID, EFFECTIVE YEAR, AND
      * EFFECTIVE QUARTER (BLANK FIRST), THE TRANSACTION FILE AHEAD OF
      * THE PENDING FILE, SO THOSE AHEAD ARE EVERY ENTRY WITH A LOWER
      * EFFECTIVE KEY PLUS THE TRANSACTION-FILE ENTRIES WITH THE SAME
      * KEY, WHICH WERE KEYED BEFORE THIS ONE.
      *-----------------------------------------------------------------
       650-CHECK-ID-EXISTS.
           MOVE  'N'                       TO   WS-ON-MASTER-SW
                                                WS-ID-EXISTS-SW.
           MOVE  WS-ENT-EFF-YR             TO   WS-ENT-EFF-KEY-YR.
           MOVE  WS-ENT-EFF-QTR            TO   WS-ENT-EFF-KEY-QTR.
           MOVE  WS-ENT-ID                 TO   EMP-ID.
           READ EMP-MST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y'                TO   WS-ON-MASTER-SW
                   MOVE 'Y'                TO   WS-ID-EXISTS-SW
           END-READ.
           PERFORM 655-APPLY-BATCH-ENTRY
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-CTR.
      *-----------------------------------------------------------------
       655-APPLY-BATCH-ENTRY.
           IF WS-BATCH-ID (WS-BATCH-IDX) = WS-ENT-ID AND
              (WS-BATCH-EFF-KEY (WS-BATCH-IDX) < WS-ENT-EFF-KEY OR
               (WS-BATCH-EFF-KEY (WS-BATCH-IDX) = WS-ENT-EFF-KEY AND
                NOT WS-BATCH-FROM-PEND (WS-BATCH-IDX)))
               IF WS-BATCH-CODE (WS-BATCH-IDX) = 'A'
                   MOVE 'Y'                TO   WS-ID-EXISTS-SW
               ELSE
                   MOVE 'N'                TO   WS-ID-EXISTS-SW
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       660-WRITE-TRANS.
           PERFORM 665-BUILD-TRAN-IMAGE.
           OPEN EXTEND TRAN-FILE.
           IF WS-TRAN-FILE-NOT-FOUND
               OPEN OUTPUT TRAN-FILE
           END-IF.
           WRITE TRAN-REC                  FROM WS-ENT-TRAN.
           CLOSE TRAN-FILE.
           IF WS-ENT-ADD OR WS-ENT-DELETE
               MOVE 'T'                    TO   WS-BATCH-SRC-SW
               PERFORM 187-ADD-BATCH-ENTRY
           END-IF.
           ADD   1                         TO   WS-ACCEPT-CTR.
           MOVE  'ACCEPTED'                TO   WS-ELOG-ACTION.
           PERFORM 700-WRITE-ENTRY-LOG.
           STRING 'TRANSACTION ' WS-ENT-CODE ' FOR EMPLOYEE ID '
                  WS-ENT-ID ' WRITTEN TO P02-TRANS.DAT'
                  DELIMITED BY SIZE
               INTO WS-SCR-MSG
           END-STRING.
      *-----------------------------------------------------------------
      * ONLY THE FIELDS THE CODE USES ARE CARRIED; STATUS AND DELETE
      * TRANSACTIONS CARRY THE MASTER DEPARTMENT AND NAMES SO THE
      * MAINTENANCE LOG READS THE SAME AS FOR A KEYED CHANGE.
      *-----------------------------------------------------------------
       665-BUILD-TRAN-IMAGE.
           MOVE  SPACES                    TO   WS-ENT-TRAN.
           MOVE  WS-ENT-CODE               TO   WS-ET-CODE.
           MOVE  WS-ENT-ID                 TO   WS-ET-ID.
           IF WS-ENT-ADD OR WS-ENT-CHANGE
               IF WS-ENT-DEPT NUMERIC
                   MOVE WS-ENT-DEPT-NUM    TO   WS-ET-DEPT
               ELSE
                   MOVE ZERO               TO   WS-ET-DEPT
               END-IF
               MOVE WS-ENT-LNAME           TO   WS-ET-LNAME
               MOVE WS-ENT-FNAME           TO   WS-ET-FNAME
               MOVE WS-ENT-PAY-AMT         TO   WS-ET-QTR-PAY
           ELSE
               MOVE WS-CUR-DEPT            TO   WS-ET-DEPT
               MOVE WS-VIEW-LNAME          TO   WS-ET-LNAME
               MOVE WS-VIEW-FNAME          TO   WS-ET-FNAME
               MOVE ZERO                   TO   WS-ET-QTR-PAY
           END-IF.
           IF WS-ENT-STATUS-SET
               MOVE WS-ENT-STATUS          TO   WS-ET-STATUS
           END-IF.
           IF (WS-ENT-ADD OR WS-ENT-STATUS-SET) AND
              WS-ENT-DATE NUMERIC
               MOVE WS-ENT-DATE-NUM        TO   WS-ET-DATE
           ELSE
               MOVE ZERO                   TO   WS-ET-DATE
           END-IF.
           MOVE  WS-ENT-EFF-QTR            TO   WS-ET-EFF-QTR.
           MOVE  WS-ENT-EFF-YR             TO   WS-ET-EFF-YR.
      *-----------------------------------------------------------------
       700-WRITE-ENTRY-LOG.
           PERFORM 300-GET-SYS-DATE-TIME.
           OPEN EXTEND ENTRY-LOG.
           IF WS-ELOG-FILE-NOT-FOUND
               OPEN OUTPUT ENTRY-LOG
           END-IF.
           MOVE  WS-RUN-DATE-TIME          TO   WS-ELOG-DATE-TIME.
           MOVE  WS-OPERATOR-ID            TO   WS-ELOG-OPERATOR.
           IF WS-ELOG-ACTION = 'ACCEPTED' OR
              WS-ELOG-ACTION = 'CANCELLED'
               MOVE WS-ENT-TRAN            TO   WS-ELOG-TRAN
           END-IF.
           WRITE ENTRY-LOG-REC             FROM WS-ELOG-LN.
           CLOSE ENTRY-LOG.
