      *                   SITE COLUMN ON THE CSV EXTRACT, AND EACH    *
      *                   SITE'S INPUT PAY HASH PROVEN AGAINST ITS    *
      *                   SHARE OF THE OUTPUT ON THE BALANCING PAGE.  *
      *  2026-10-15  JSJ  SUPPLEMENTAL EARNINGS FILE                   *
      *                   (P02-SUPPPAY.DAT): BONUS, OVERTIME, AND      *
      *                   RETRO PAYMENTS EDITED AGAINST THE PERIOD AND *
      *                   THE MASTER, PAID ON TOP OF BASE PAY,         *
      *                   ITEMISED UNDER THE EMPLOYEE ON THE PAY       *
      *                   REPORT, WITHHELD ON, EXTRACTED, WRITTEN TO   *
      *                   PAY HISTORY TAGGED BY EARNINGS TYPE, AND     *
      *                   POSTED TO THE DEPARTMENT GL DEBITS.  REJECTS *
      *                   GO TO THE EXCEPTION LISTING; THE FILE HAS    *
      *                   ITS OWN COUNT AND HASH ON THE BALANCING      *
      *                   PAGE.                                        *
      *  2026-10-15  JSJ  PER-EMPLOYEE DEDUCTION ELECTIONS             *
      *                   (P02-DEDELECT.DAT, MAINTAINED BY             *
      *                   JOHNSON-P2-ELECT) READ BY KEY FOR EACH       *
      *                   DEDUCTION: AN ELECTION IN FORCE FOR THE      *
      *                   PERIOD OVERRIDES THE TABLE RATE OR TAKES A   *
      *                   FLAT AMOUNT. AN ANNUAL MAXIMUM ON THE        *
      *                   ELECTION IS A WAGE BASE: YEAR-TO-DATE GROSS  *
      *                   FROM PAY HISTORY PLUS THIS QUARTER'S GROSS   *
      *                   IS CAPPED AT THE MAXIMUM, SO THE DEDUCTION   *
      *                   STOPS ONCE THE LIMIT IS REACHED.             *
      *  2026-10-15  JSJ  DIRECT DEPOSIT: EACH PAID EMPLOYEE'S BANK    *
      *                   RECORD (P02-BANK.DAT, MAINTAINED BY          *
      *                   JOHNSON-P2-BANK) IS LOOKED UP AT DETAIL      *
      *                   TIME. AT COMMIT THE RUN WRITES THE BANK      *
      *                   PAYMENT FILE (BATCH HEADER, ONE ENTRY PER    *
      *                   NET DEPOSIT, TRAILER COUNT, ROUTING HASH,    *
      *                   AND AMOUNT), A PAYMENT REGISTER, A MANUAL-   *
      *                   CHECK LIST FOR EMPLOYEES WITH NO LIVE BANK   *
      *                   RECORD OR STILL IN PRENOTE, AND A ONE-PAGE   *
      *                   PAY ADVICE PER EMPLOYEE. DEPOSITS PLUS       *
      *                   MANUAL CHECKS ARE PROVEN AGAINST THE GRAND   *
      *                   NET TOTAL ON THE BALANCING PAGE.             *
      *  2026-10-15  JSJ  LABOR ALLOCATION: AN EMPLOYEE ON             *
      *                   P02-LABORALLOC.DAT (MAINTAINED BY            *
      *                   JOHNSON-P2-ALLOC) HAS GROSS AND DEDUCTIONS   *
      *                   SPREAD ACROSS THE LISTED DEPARTMENTS BY      *
      *                   PERCENTAGE IN THE DEPARTMENT TOTALS THAT     *
      *                   FEED THE GL DEBITS, CARRY-FORWARD, AND       *
      *                   VARIANCE REPORT; THE PRIMARY DEPARTMENT      *
      *                   TAKES THE ROUNDING CENTS. DETAIL STILL       *
      *                   PRINTS ONCE UNDER THE HOME DEPARTMENT. LABOR *
      *                   DISTRIBUTION AND ITS PROOFS ADDED TO THE     *
      *                   BALANCING PAGE.                              *
      *  2026-10-15  JSJ  YEAR LOCK: AN ADJUSTMENT RERUN IS REFUSED    *
      *                   WHEN JOHNSON-P2-CLOSE HAS LOCKED THE         *
      *                   PERIOD'S YEAR ON THE CLOSED-PERIOD LEDGER    *
      *                   JOHNSON-P02-CLOSELEDGER.DAT.                 *
      *  2026-10-15  JSJ  BANK FILE TRAILER (ENTRY COUNT, ROUTING      *
      *                   HASH, AND AMOUNT) PRINTED AND PROVEN ON THE  *
      *                   BALANCING PAGE BEFORE COMMIT; A TRAILER OUT  *
      *                   OF BALANCE FAILS THE RUN WITH NOTHING        *
      *                   COMMITTED.                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-sort.   
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT OPTIONAL SUPP-PAY ASSIGN TO 'p02-supppay.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DED-ELECT ASSIGN TO 'p02-dedelect.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS ELEC-KEY
                          FILE STATUS IS WS-ELEC-FILE-STATUS.

           SELECT BANK-MST ASSIGN TO 'p02-bank.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS BANK-ID
                          FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT LABOR-ALLOC ASSIGN TO 'p02-laboralloc.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS ALOC-ID
                          FILE STATUS IS WS-ALOC-FILE-STATUS.

           SELECT PAY-RUN ASSIGN TO 'johnson-p02-payrun.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-PAY ASSIGN TO 'johnson-p02-bankpay.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-REG ASSIGN TO 'johnson-p02-payreg.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAN-CHK ASSIGN TO 'johnson-p02-manualchk.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAY-ADV ASSIGN TO 'johnson-p02-advice.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CLOSE-LDG
                          ASSIGN TO 'johnson-p02-closeledger.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                              ==PFX-NAME==    BY ==HIST-NAME==
                              ==PFX-LNAME==   BY ==HIST-LNAME==
                              ==PFX-FNAME==   BY ==HIST-FNAME==
                              ==PFX-QTR-PAY== BY ==HIST-QTR-PAY==
                      ==PFX-EARN-TYPE== BY ==HIST-EARN-TYPE==.

       FD  HIST-TMP.
       COPY P02HISTREC REPLACING ==PFX-REC==     BY ==HTMP-REC==
                              ==PFX-NAME==    BY ==HTMP-NAME==
                              ==PFX-LNAME==   BY ==HTMP-LNAME==
                              ==PFX-FNAME==   BY ==HTMP-FNAME==
                              ==PFX-QTR-PAY== BY ==HTMP-QTR-PAY==
                      ==PFX-EARN-TYPE== BY ==HTMP-EARN-TYPE==.

       FD  HIST-RUN.
       COPY P02HISTREC REPLACING ==PFX-REC==     BY ==HRUN-REC==
                              ==PFX-NAME==    BY ==HRUN-NAME==
                              ==PFX-LNAME==   BY ==HRUN-LNAME==
                              ==PFX-FNAME==   BY ==HRUN-FNAME==
                              ==PFX-QTR-PAY== BY ==HRUN-QTR-PAY==
                      ==PFX-EARN-TYPE== BY ==HRUN-EARN-TYPE==.

       FD  RUN-STAT.
       01  RUN-STAT-REC.
           03  GLC-ACCT                    PIC 9(8).
           03  GLC-AMT                     PIC 9(8)V99.

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

       FD  DED-RATES.
       COPY P02DEDREC REPLACING ==PFX-REC==     BY ==DED-REC==
                              ==PFX-CODE==    BY ==DED-CODE==
                              ==PFX-RATE==    BY ==DED-RATE==
                              ==PFX-GL-ACCT== BY ==DED-GL-ACCT==.

       FD  SUPP-PAY.
       COPY P02SUPREC REPLACING ==PFX-REC==     BY ==SUPP-REC==
                              ==PFX-ID==      BY ==SUPP-ID==
                      ==PFX-EARN-TYPE==     BY ==SUPP-EARN-TYPE==
                      ==PFX-EARN-BONUS==    BY ==SUPP-EARN-BONUS==
                      ==PFX-EARN-OVERTIME== BY ==SUPP-EARN-OVERTIME==
                      ==PFX-EARN-RETRO==    BY ==SUPP-EARN-RETRO==
                      ==PFX-EARN-VALID==    BY ==SUPP-EARN-VALID==
                              ==PFX-AMT==     BY ==SUPP-AMT==
                              ==PFX-QTR==     BY ==SUPP-QTR==
                              ==PFX-YR==      BY ==SUPP-YR==.

       FD  DED-ELECT.
       COPY P02ELECREC REPLACING ==PFX-REC==     BY ==ELEC-REC==
                              ==PFX-KEY==     BY ==ELEC-KEY==
                              ==PFX-ID==      BY ==ELEC-ID==
                              ==PFX-DED-CODE== BY ==ELEC-DED-CODE==
                              ==PFX-METHOD==  BY ==ELEC-METHOD==
                      ==PFX-METHOD-RATE==   BY ==ELEC-METHOD-RATE==
                      ==PFX-METHOD-FLAT==   BY ==ELEC-METHOD-FLAT==
                      ==PFX-METHOD-TABLE==  BY ==ELEC-METHOD-TABLE==
                      ==PFX-METHOD-VALID==  BY ==ELEC-METHOD-VALID==
                              ==PFX-RATE==    BY ==ELEC-RATE==
                              ==PFX-FLAT-AMT== BY ==ELEC-FLAT-AMT==
                              ==PFX-START==   BY ==ELEC-START==
                              ==PFX-START-YR== BY ==ELEC-START-YR==
                      ==PFX-START-QTR==     BY ==ELEC-START-QTR==
                              ==PFX-STOP==    BY ==ELEC-STOP==
                              ==PFX-STOP-YR== BY ==ELEC-STOP-YR==
                              ==PFX-STOP-QTR== BY ==ELEC-STOP-QTR==
                      ==PFX-ANNUAL-MAX==    BY ==ELEC-ANNUAL-MAX==.

       FD  BANK-MST.
       COPY P02BANKREC REPLACING ==PFX-REC==     BY ==BANK-REC==
                              ==PFX-ID==      BY ==BANK-ID==
                              ==PFX-ROUTING== BY ==BANK-ROUTING==
                      ==PFX-ROUTING-PARTS== BY ==BANK-ROUTING-PARTS==
                      ==PFX-ROUTE-BANK==    BY ==BANK-ROUTE-BANK==
                      ==PFX-ROUTE-CHECK==   BY ==BANK-ROUTE-CHECK==
                              ==PFX-ACCOUNT== BY ==BANK-ACCOUNT==
                      ==PFX-ACCT-TYPE==     BY ==BANK-ACCT-TYPE==
                      ==PFX-ACCT-CHECKING== BY ==BANK-ACCT-CHECKING==
                      ==PFX-ACCT-SAVINGS==  BY ==BANK-ACCT-SAVINGS==
                      ==PFX-ACCT-VALID==    BY ==BANK-ACCT-VALID==
                              ==PFX-STATUS==  BY ==BANK-STATUS==
                      ==PFX-STAT-PRENOTE==  BY ==BANK-STAT-PRENOTE==
                      ==PFX-STAT-ACTIVE==   BY ==BANK-STAT-ACTIVE==
                      ==PFX-CHG-DATE==      BY ==BANK-CHG-DATE==.

       FD  LABOR-ALLOC.
       COPY P02ALLOCREC REPLACING ==PFX-REC==   BY ==ALOC-REC==
                              ==PFX-ID==      BY ==ALOC-ID==
                              ==PFX-SPLIT==   BY ==ALOC-SPLIT==
                      ==PFX-SPLIT-DEPT==    BY ==ALOC-SPLIT-DEPT==
                      ==PFX-SPLIT-PCT==     BY ==ALOC-SPLIT-PCT==.

      * ONE RECORD PER PAID EMPLOYEE, WRITTEN AT DETAIL TIME AND READ
      * BACK AT COMMIT TO PRODUCE THE BANK PAYMENT FILE, PAYMENT
      * REGISTER, MANUAL-CHECK LIST, AND PAY ADVICES.
       FD  PAY-RUN.
       01  PRUN-REC.
           03  PRUN-DEPT                   PIC 99.
           03  PRUN-ID                     PIC X(4).
           03  PRUN-LNAME                  PIC X(15).
           03  PRUN-FNAME                  PIC X(15).
           03  PRUN-BASE-AMT               PIC 9(5)V99.
           03  PRUN-SUPP-AMT               PIC 9(6)V99.
           03  PRUN-GROSS-AMT              PIC 9(6)V99.
           03  PRUN-DED-AMT                PIC 9(6)V99 OCCURS 10 TIMES.
           03  PRUN-DED-TOT                PIC 9(6)V99.
           03  PRUN-NET-AMT                PIC 9(6)V99.
           03  PRUN-YTD-GROSS              PIC 9(7)V99.
           03  PRUN-METHOD                 PIC X.
               88  PRUN-DIRECT                         VALUE 'D'.
               88  PRUN-MANUAL                         VALUE 'M'.
               88  PRUN-NO-PAY                         VALUE 'N'.
           03  PRUN-REASON                 PIC X(15).
           03  PRUN-ROUTING                PIC 9(9).
           03  PRUN-ROUTING-PARTS REDEFINES PRUN-ROUTING.
               05  PRUN-ROUTE-BANK         PIC 9(8).
               05  PRUN-ROUTE-CHECK        PIC 9.
           03  PRUN-ACCOUNT                PIC X(17).
           03  PRUN-ACCT-TYPE              PIC X.
               88  PRUN-ACCT-CHECKING                  VALUE 'C'.
           03  PRUN-ACCT-LAST4             PIC X(4).

       FD  BANK-PAY.
       01  BANK-PAY-REC                    PIC X(80).

       FD  PAY-REG.
       01  PAY-REG-REC                     PIC X(80).

       FD  MAN-CHK.
       01  MAN-CHK-REC                     PIC X(80).

       FD  PAY-ADV.
       01  PAY-ADV-REC                     PIC X(80).

       FD  DEPT-REF.
       COPY P02DEPTREC REPLACING ==PFX-REC==     BY ==DREF-REC==
                              ==PFX-DEPT==    BY ==DREF-DEPT==
           03  FILLER                  PIC X(9)  VALUE 'AVG PAY: '.
           03  WS-RPT-GRAND-AVG-PAY    PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
       01  WS-SUPP-DTL-LN.
           03  FILLER                  PIC X(16) VALUE SPACES.
           03  FILLER                  PIC X(9)  VALUE 'INCLUDES '.
           03  WS-SUPP-DTL-DESC        PIC X(12).
           03  FILLER                  PIC X     VALUE SPACES.
           03  WS-SUPP-DTL-AMT         PIC ZZ,ZZ9.99.
           03  FILLER                  PIC X(33) VALUE SPACES.
       01  WS-SUPP-SUM-LN.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(13) VALUE 'SUPPLEMENTAL '.
           03  WS-SUPP-SUM-DESC        PIC X(12).
           03  FILLER                  PIC X     VALUE SPACES.
           03  WS-SUPP-SUM-AMT         PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(2)  VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE 'PAYMENTS: '.
           03  WS-SUPP-SUM-CNT         PIC ZZZ9.
           03  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-FLAGS.
           03  WS-EOF-FLAG                 PIC X       VALUE 'N'.
           03  WS-CSV-PAY                  PIC 9(6).99.
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-SITE                 PIC 9.
           03  FILLER                      PIC X       VALUE ','.
           03  WS-CSV-SUPP                 PIC 9(6).99.
           03  FILLER                      PIC X(19)   VALUE SPACES.

       01  WS-AUDIT-LN.
           03  FILLER                      PIC X(4)    VALUE 'RUN '.
       01  WS-SITE-SUB-HDG.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  FILLER                      PIC X(30) VALUE
                   'SITE SUBTOTALS (BASE PAY)'.
           03  FILLER                      PIC X(40) VALUE SPACES.
       01  WS-SITE-CHK-DESC.
           03  FILLER                      PIC X(5)  VALUE 'SITE '.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-BAL-DTL-HASH             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(35) VALUE SPACES.
       01  WS-BAL-TRL-LN.
           03  FILLER                      PIC X(5)  VALUE SPACES.
           03  FILLER                      PIC X(20) VALUE
                   'BANK FILE TRAILER'.
           03  WS-BAL-TRL-CTR              PIC ZZZ9.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-BAL-TRL-AMT              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(7)  VALUE '  HASH '.
           03  WS-BAL-TRL-HASH             PIC 9(10).
           03  FILLER                      PIC X(18) VALUE SPACES.
       01  WS-BAL-CHK-LN.
           03  FILLER                      PIC X(5)  VALUE SPACES.
           03  WS-BAL-CHK-DESC             PIC X(44).
           88  WS-GLC-FILE-MISSING                     VALUE '35'.
       01  WS-GLC-EOF-FLAG                 PIC X       VALUE 'N'.
           88  GLC-EOF                                 VALUE 'Y'.
       01  WS-LDG-EOF-FLAG                 PIC X       VALUE 'N'.
           88  LDG-EOF                                 VALUE 'Y'.
       01  WS-YEAR-LOCK-SW                 PIC X       VALUE 'N'.
           88  WS-YEAR-LOCKED                          VALUE 'Y'.
       01  WS-LOCK-DATE-TIME               PIC X(17)   VALUE SPACES.
       01  WS-OLD-CRED-CTR                 PIC 99      VALUE ZERO.
       01  WS-GLC-IDX                      PIC 99      VALUE ZERO.
       01  WS-OLD-CRED-TABLE.
                                            OCCURS 99 TIMES.
       01  WS-CF-GRAND-PRIOR-TOT           PIC 9(6)V99 VALUE ZERO.

      * DEPARTMENT COST FOR THE QUARTER AS CHARGED TO THE GL: EACH
      * EMPLOYEE'S GROSS (AND DEDUCTIONS) SPREAD BY THE LABOR
      * ALLOCATION, OR ALL TO THE HOME DEPARTMENT WITH NO ALLOCATION.
       01  WS-DEPT-TOT-THIS-QTR-TBL.
           03  WS-DEPT-TOT-THIS-QTR        PIC 9(6)V99 VALUE ZERO
                                            OCCURS 99 TIMES.
       01  WS-DEPT-DED-THIS-QTR-TBL.
           03  WS-DEPT-DED-THIS-QTR        PIC 9(6)V99 VALUE ZERO
                                            OCCURS 99 TIMES.

      * LABOR ALLOCATION.  THE FILE IS OPTIONAL.  AN ALLOCATION THAT
      * NO LONGER PASSES THE EDIT (A DEPARTMENT CLOSED SINCE IT WAS
      * KEYED, OR PERCENTAGES NOT TOTALLING 100) IS IGNORED AND THE
      * EMPLOYEE IS CHARGED TO THE HOME DEPARTMENT.
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
           03  WS-ALOC-SHARE               PIC 9(6)V99 VALUE ZERO.
           03  WS-ALOC-GROSS-LEFT          PIC S9(6)V99 VALUE ZERO.
           03  WS-ALOC-DED-LEFT            PIC S9(6)V99 VALUE ZERO.
           03  WS-ALOC-USED-CTR            PIC 9999    VALUE ZERO.
           03  WS-ALOC-REJ-CTR             PIC 9999    VALUE ZERO.
           03  WS-ALOC-DEPT-CTR            PIC 9999    VALUE ZERO.
           03  WS-ALOC-GROSS-TOT           PIC 9(7)V99 VALUE ZERO.
           03  WS-ALOC-DED-TOT             PIC 9(7)V99 VALUE ZERO.
       01  WS-ALOC-DIST-HDG.
           03  FILLER              PIC X(5)  VALUE SPACES.
           03  FILLER              PIC X(20) VALUE
                   'LABOR DISTRIBUTION'.
           03  FILLER              PIC X(14) VALUE '     GL GROSS'.
           03  FILLER              PIC X(14) VALUE '    DEDUCTIONS'.
           03  FILLER              PIC X(27) VALUE SPACES.
       01  WS-ALOC-DIST-LN.
           03  FILLER                      PIC X(5)  VALUE SPACES.
           03  FILLER                      PIC X(5)  VALUE 'DEPT '.
           03  WS-ALOC-DIST-DEPT           PIC 99.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-ALOC-DIST-NAME           PIC X(5).
           03  FILLER                      PIC X(7)  VALUE SPACES.
           03  WS-ALOC-DIST-GROSS          PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  WS-ALOC-DIST-DED            PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(31) VALUE SPACES.

       01  WS-GL-ACCOUNTS.
           03  WS-GL-CREDIT-ACCT           PIC 9(8)    VALUE 21100000.
       01  WS-DED-EOF-FLAG                 PIC X       VALUE 'N'.
           88  DED-EOF                                 VALUE 'Y'.
       01  WS-DED-WORK.
           03  WS-DED-ONE-AMT              PIC 9(6)V99 VALUE ZERO.
           03  WS-DTL-DED-AMT              PIC 9(6)V99 VALUE ZERO.
           03  WS-DTL-NET-AMT              PIC 9(6)V99 VALUE ZERO.
           03  WS-DTL-SUPP-AMT             PIC 9(6)V99 VALUE ZERO.
           03  WS-DTL-GROSS-AMT            PIC 9(6)V99 VALUE ZERO.

      * PER-EMPLOYEE DEDUCTION ELECTIONS.  THE ELECTION FILE IS READ BY
      * KEY (EMPLOYEE ID + DEDUCTION CODE) FOR EVERY DEDUCTION; AN
      * ELECTION APPLIES ONLY WHEN THE PERIOD FALLS BETWEEN ITS START
      * AND STOP PERIODS.  YEAR-TO-DATE GROSS PER EMPLOYEE FOR THE
      * PRIOR QUARTERS OF THE PERIOD YEAR IS LOADED FROM PAY HISTORY
      * SO AN ANNUAL MAXIMUM (WAGE BASE) CAN BE HONOURED.
       01  WS-ELEC-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-ELEC-IO-OK                           VALUE '00'.
           88  WS-ELEC-FILE-MISSING                    VALUE '35'.
       01  WS-ELEC-OPEN-SW                 PIC X       VALUE 'N'.
           88  WS-ELEC-FILE-OPEN                       VALUE 'Y'.
       01  WS-ELEC-PERIOD.
           03  WS-ELEC-PERIOD-YR           PIC 9999    VALUE ZERO.
           03  WS-ELEC-PERIOD-QTR          PIC 9       VALUE ZERO.
       01  WS-ELEC-WORK.
           03  WS-DED-USE-RATE             PIC 9V9999  VALUE ZERO.
           03  WS-DED-FLAT-SW              PIC X       VALUE 'N'.
               88  WS-DED-FLAT                         VALUE 'Y'.
           03  WS-DED-FLAT-AMT             PIC 9(5)V99 VALUE ZERO.
           03  WS-DED-ANNUAL-MAX           PIC 9(7)V99 VALUE ZERO.
           03  WS-DED-SUBJ-AMT             PIC 9(6)V99 VALUE ZERO.
           03  WS-DTL-YTD-GROSS            PIC 9(7)V99 VALUE ZERO.
           03  WS-ELEC-USED-CTR            PIC 9999    VALUE ZERO.
           03  WS-ELEC-CAPPED-CTR          PIC 9999    VALUE ZERO.
       01  WS-YTD-EOF-FLAG                 PIC X       VALUE 'N'.
           88  YTD-EOF                                 VALUE 'Y'.
       01  WS-YTD-ENTRY-CTR                PIC 9(4)    VALUE ZERO.
       01  WS-YTD-TABLE.
           03  WS-YTD-ENTRY OCCURS 1 TO 9999 TIMES
                            DEPENDING ON WS-YTD-ENTRY-CTR
                            INDEXED BY WS-YTD-IDX.
               05  WS-YTD-ID               PIC X(4).
               05  WS-YTD-GROSS            PIC 9(7)V99.

      * DIRECT DEPOSIT.  THE BANK FILE IS OPTIONAL: WITH NO FILE EVERY
      * NET PAYMENT GOES TO THE MANUAL-CHECK LIST.  DEPOSIT AND MANUAL
      * CHECK TOTALS ARE ACCUMULATED AT DETAIL TIME FOR THE BALANCING
      * PAGE; THE BANK FILE TRAILER WRITTEN AT COMMIT MUST AGREE.
       01  WS-BANK-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-BANK-IO-OK                           VALUE '00'.
           88  WS-BANK-FILE-MISSING                    VALUE '35'.
       01  WS-BANK-OPEN-SW                 PIC X       VALUE 'N'.
           88  WS-BANK-FILE-OPEN                       VALUE 'Y'.
       01  WS-PAYRUN-EOF-FLAG              PIC X       VALUE 'N'.
           88  PAYRUN-EOF                              VALUE 'Y'.
       01  WS-DTL-DED-BREAKDOWN.
           03  WS-DTL-DED-ONE              PIC 9(6)V99 VALUE ZERO
                                            OCCURS 10 TIMES.
       01  WS-PAY-CTL.
           03  WS-DD-CTR                   PIC 9999    VALUE ZERO.
           03  WS-DD-NET-TOT               PIC 9(7)V99 VALUE ZERO.
           03  WS-DD-HASH                  PIC 9(10)   VALUE ZERO.
           03  WS-MAN-CTR                  PIC 9999    VALUE ZERO.
           03  WS-MAN-NET-TOT              PIC 9(7)V99 VALUE ZERO.
           03  WS-NOPAY-CTR                PIC 9999    VALUE ZERO.
           03  WS-PAY-CHK-CTR              PIC 9999    VALUE ZERO.
           03  WS-PAY-CHK-TOT              PIC 9(7)V99 VALUE ZERO.
           03  WS-BNK-ENT-CTR              PIC 9(6)    VALUE ZERO.
           03  WS-BNK-ENT-HASH             PIC 9(10)   VALUE ZERO.
           03  WS-BNK-ENT-TOT              PIC 9(10)V99 VALUE ZERO.
           03  WS-BNK-PRF-CTR              PIC 9(6)    VALUE ZERO.
           03  WS-BNK-PRF-HASH             PIC 9(10)   VALUE ZERO.
           03  WS-BNK-PRF-TOT              PIC 9(10)V99 VALUE ZERO.
           03  WS-ADV-CTR                  PIC 9999    VALUE ZERO.
       01  WS-ACCT-POS                     PIC 99      VALUE ZERO.
       01  WS-ACCT-START                   PIC 99      VALUE ZERO.

       01  WS-BNK-HDR-LN.
           03  FILLER                      PIC X       VALUE '1'.
           03  WS-BNK-HDR-COMPANY          PIC X(20).
           03  WS-BNK-HDR-QTR              PIC 9.
           03  WS-BNK-HDR-YR               PIC 9999.
           03  WS-BNK-HDR-DATE             PIC X(8).
           03  WS-BNK-HDR-HR               PIC 99.
           03  WS-BNK-HDR-MIN              PIC 99.
           03  FILLER                      PIC X(10)   VALUE 'PAYROLL'.
           03  FILLER                      PIC X(32)   VALUE SPACES.
       01  WS-BNK-ENT-LN.
           03  FILLER                      PIC X       VALUE '6'.
           03  WS-BNK-ENT-TRAN-CODE        PIC 99.
           03  WS-BNK-ENT-ROUTING          PIC 9(9).
           03  WS-BNK-ENT-ACCOUNT          PIC X(17).
           03  WS-BNK-ENT-AMT              PIC 9(8)V99.
           03  WS-BNK-ENT-ID               PIC X(4).
           03  WS-BNK-ENT-LNAME            PIC X(15).
           03  WS-BNK-ENT-FNAME            PIC X(15).
           03  FILLER                      PIC X(7)    VALUE SPACES.
       01  WS-BNK-TRL-LN.
           03  FILLER                      PIC X       VALUE '8'.
           03  WS-BNK-TRL-CNT              PIC 9(6).
           03  WS-BNK-TRL-HASH             PIC 9(10).
           03  WS-BNK-TRL-AMT              PIC 9(10)V99.
           03  FILLER                      PIC X(51)   VALUE SPACES.

       01  WS-REG-TITLE-LN.
           03  FILLER      PIC X(28) VALUE 'P02-JOHNSON'.
           03  WS-REG-TITLE                PIC X(34).
           03  WS-REG-PERIOD               PIC X(7).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-REG-RPT-DATE-TIME.
               05  WS-REG-RPT-MO           PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-REG-RPT-DAY          PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-REG-RPT-YR           PIC 9999.
       01  WS-REG-HDG.
           03  FILLER              PIC X(4)  VALUE 'DT'.
           03  FILLER              PIC X(6)  VALUE 'ID'.
           03  FILLER              PIC X(16) VALUE 'LAST NAME'.
           03  FILLER              PIC X(16) VALUE 'FIRST NAME'.
           03  FILLER              PIC X(12) VALUE '   NET PAY'.
           03  FILLER              PIC X(15) VALUE 'METHOD'.
           03  FILLER              PIC X(11) VALUE 'ACCOUNT'.
       01  WS-REG-DTL-LN.
           03  WS-REG-DEPT                 PIC 99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-REG-ID                   PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-REG-LNAME                PIC X(15).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-REG-FNAME                PIC X(15).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-REG-NET                  PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-REG-METHOD               PIC X(14).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-REG-ACCOUNT.
               05  FILLER                  PIC X(4)  VALUE '****'.
               05  WS-REG-ACCT-LAST4       PIC X(4).
           03  WS-REG-ACCOUNT-X REDEFINES WS-REG-ACCOUNT PIC X(8).
           03  FILLER                      PIC X(3)  VALUE SPACES.
       01  WS-MAN-HDG.
           03  FILLER              PIC X(4)  VALUE 'DT'.
           03  FILLER              PIC X(6)  VALUE 'ID'.
           03  FILLER              PIC X(16) VALUE 'LAST NAME'.
           03  FILLER              PIC X(16) VALUE 'FIRST NAME'.
           03  FILLER              PIC X(12) VALUE '   NET PAY'.
           03  FILLER              PIC X(26) VALUE 'REASON'.
       01  WS-MAN-DTL-LN.
           03  WS-MAN-DEPT                 PIC 99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-MAN-ID                   PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-MAN-LNAME                PIC X(15).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-MAN-FNAME                PIC X(15).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-MAN-NET                  PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-MAN-REASON               PIC X(15).
           03  FILLER                      PIC X(11) VALUE SPACES.
       01  WS-PAY-TOT-LN.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  WS-PAY-TOT-DESC             PIC X(20).
           03  FILLER                      PIC X(7)  VALUE 'COUNT: '.
           03  WS-PAY-TOT-CNT              PIC ZZZ9.
           03  FILLER                      PIC X(3)  VALUE SPACES.
           03  FILLER                      PIC X(8)  VALUE 'AMOUNT: '.
           03  WS-PAY-TOT-AMT              PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(14) VALUE SPACES.

       01  WS-ADV-EMP-LN.
           03  FILLER                      PIC X(10) VALUE 'EMPLOYEE: '.
           03  WS-ADV-ID                   PIC X(4).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-ADV-LNAME                PIC X(15).
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-ADV-FNAME                PIC X(15).
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  FILLER                      PIC X(5)  VALUE 'DEPT '.
           03  WS-ADV-DEPT                 PIC 99.
           03  FILLER                      PIC X     VALUE SPACES.
           03  WS-ADV-DEPT-NAME            PIC X(5).
           03  FILLER                      PIC X(18) VALUE SPACES.
       01  WS-ADV-CO-LN.
           03  FILLER                      PIC X(10) VALUE 'COMPANY:  '.
           03  WS-ADV-COMPANY              PIC X(20).
           03  FILLER                      PIC X(50) VALUE SPACES.
       01  WS-ADV-AMT-LN.
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  WS-ADV-AMT-DESC             PIC X(30).
           03  WS-ADV-AMT                  PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(36) VALUE SPACES.
       01  WS-ADV-DED-LN.
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  FILLER                      PIC X(5)  VALUE 'LESS '.
           03  WS-ADV-DED-DESC             PIC X(12).
           03  FILLER                      PIC X(13) VALUE SPACES.
           03  WS-ADV-DED-AMT              PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(36) VALUE SPACES.
       01  WS-ADV-DASH-LN.
           03  FILLER                      PIC X(34) VALUE SPACES.
           03  FILLER                      PIC X(10) VALUE '----------'.
           03  FILLER                      PIC X(36) VALUE SPACES.
       01  WS-ADV-DEP-LN.
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  FILLER                      PIC X(13) VALUE
                   'DEPOSITED TO '.
           03  WS-ADV-DEP-TYPE             PIC X(8).
           03  FILLER                      PIC X(16) VALUE
                   ' ACCOUNT ENDING '.
           03  WS-ADV-DEP-LAST4            PIC X(4).
           03  FILLER                      PIC X(35) VALUE SPACES.
       01  WS-ADV-CHK-LN.
           03  FILLER                      PIC X(4)  VALUE SPACES.
           03  FILLER                      PIC X(16) VALUE
                   'PAID BY CHECK - '.
           03  WS-ADV-CHK-REASON           PIC X(15).
           03  FILLER                      PIC X(45) VALUE SPACES.

      * SUPPLEMENTAL EARNINGS FOR THE PERIOD, LOADED AT STARTUP.  EACH
      * ENTRY IS EDITED ON LOAD, THEN MATCHED TO THE EMPLOYEE'S CLEAN
      * DETAIL RECORD AND PAID, OR REJECTED TO THE EXCEPTION LISTING.
       01  WS-SUPP-FILE-EOF-FLAG           PIC X       VALUE 'N'.
           88  SUPP-EOF                                VALUE 'Y'.
       01  WS-SUPP-CTL.
           03  WS-SUPP-IN-CTR              PIC 9999    VALUE ZERO.
           03  WS-SUPP-PAID-CTR            PIC 9999    VALUE ZERO.
           03  WS-SUPP-REJ-CTR             PIC 9999    VALUE ZERO.
           03  WS-SUPP-CHK-CTR             PIC 9999    VALUE ZERO.
           03  WS-SUPP-IN-HASH             PIC 9(9)V99 VALUE ZERO.
           03  WS-SUPP-PAID-HASH           PIC 9(9)V99 VALUE ZERO.
           03  WS-SUPP-REJ-HASH            PIC 9(9)V99 VALUE ZERO.
           03  WS-SUPP-CHK-HASH            PIC 9(9)V99 VALUE ZERO.
           03  WS-GROSS-PROOF              PIC 9(9)V99 VALUE ZERO.
       01  WS-SUPP-HOLD-REASON             PIC X(20)   VALUE SPACES.
       01  WS-SUPP-ENTRY-CTR               PIC 9(4)    VALUE ZERO.
       01  WS-SUPP-TABLE.
           03  WS-SUPP-ENTRY OCCURS 1 TO 9999 TIMES
                             DEPENDING ON WS-SUPP-ENTRY-CTR
                             INDEXED BY WS-SUPP-IDX.
               05  WS-SUPP-ID              PIC X(4).
               05  WS-SUPP-TYPE            PIC X(3).
               05  WS-SUPP-TYPE-NO         PIC 9.
               05  WS-SUPP-AMT             PIC 9(5)V99.
               05  WS-SUPP-STATE           PIC X.
                   88  WS-SUPP-PENDING                 VALUE 'P'.
                   88  WS-SUPP-PAID                    VALUE 'A'.
                   88  WS-SUPP-REJECTED                VALUE 'R'.
               05  WS-SUPP-REASON          PIC X(20).
               05  WS-SUPP-DTL-SEQ         PIC 9(4).
               05  WS-SUPP-DEPT            PIC 99.
               05  WS-SUPP-LNAME           PIC X(15).
               05  WS-SUPP-FNAME           PIC X(15).

       01  WS-EARN-TYPE-REF.
           03  WS-EARN-TYPE-LIST.
               05  FILLER  PIC X(15) VALUE 'BONBONUS       '.
               05  FILLER  PIC X(15) VALUE 'OVTOVERTIME    '.
               05  FILLER  PIC X(15) VALUE 'RETRETRO PAY   '.
           03  WS-EARN-TYPE-TABLE REDEFINES WS-EARN-TYPE-LIST.
               05  WS-EARN-TYPE-ENTRY      OCCURS 3 TIMES.
                   07  WS-EARN-TYPE-CODE   PIC X(3).
                   07  WS-EARN-TYPE-DESC   PIC X(12).
           03  WS-EARN-TYPE-TOTALS.
               05  WS-EARN-TYPE-TOT-ENTRY  OCCURS 3 TIMES.
                   07  WS-EARN-TYPE-CNT    PIC 9999    VALUE ZERO.
                   07  WS-EARN-TYPE-TOT    PIC 9(8)V99 VALUE ZERO.
       01  WS-EARN-IDX                     PIC 9       VALUE ZERO.
       01  WS-GL-IDX                       PIC 99      VALUE ZERO.
       01  WS-GL-POST-CTR                  PIC 9(4)    VALUE ZERO.
       01  WS-GL-DTL-LN.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 130-LOAD-PERIOD.
           IF WS-RUN-ADJUST
               PERFORM 143-CHECK-YEAR-LOCK
           END-IF.
           PERFORM 135-LOAD-DEPT-REF.
           PERFORM 136-LOAD-DED-RATES.
           PERFORM 139-OPEN-ELECTIONS.
           PERFORM 141-OPEN-BANK-FILE.
           PERFORM 142-OPEN-LABOR-ALLOC.
           PERFORM 131-LOAD-YTD-GROSS.
           PERFORM 140-CHECK-RUN-STATUS.
           PERFORM 150-LOAD-CARRYFWD.
           IF WS-RUN-ADJUST
               PERFORM 155-LOAD-COMMITTED
           END-IF.
           PERFORM 160-COUNT-INPUTS.
           PERFORM 167-LOAD-SUPP-PAY.

           IF WS-RESTARTING
               DISPLAY 'INTERRUPTED RUN DETECTED - RESUMING FROM ',
           OPEN OUTPUT DUP-RPT.
           OPEN OUTPUT CSV-RPT.
           OPEN OUTPUT HIST-RUN.
           OPEN OUTPUT PAY-RUN.

           PERFORM 200-PRT-RPT.

                 EXCP-RPT
                 DUP-RPT
                 CSV-RPT.
           IF WS-ELEC-FILE-OPEN
               CLOSE DED-ELECT
           END-IF.
           IF WS-BANK-FILE-OPEN
               CLOSE BANK-MST
           END-IF.
           IF WS-ALOC-FILE-OPEN
               CLOSE LABOR-ALLOC
           END-IF.
           STOP RUN.
      *-----------------------------------------------------------------
       130-LOAD-PERIOD.
               DISPLAY 'RUN TYPE: ADJUSTMENT RERUN OF A COMMITTED ',
                       'PERIOD'
           END-IF.
      *-----------------------------------------------------------------
      * AN ADJUSTMENT RERUN MAY NOT REOPEN A YEAR THAT JOHNSON-P2-CLOSE
      * HAS LOCKED (A LOCKED RECORD FOR THE YEAR ON THE CLOSED-PERIOD
      * LEDGER).
      *-----------------------------------------------------------------
       143-CHECK-YEAR-LOCK.
           OPEN INPUT CLOSE-LDG.
           PERFORM 144-READ-ONE-LEDGER UNTIL LDG-EOF.
           CLOSE CLOSE-LDG.
           IF WS-YEAR-LOCKED
               DISPLAY 'ADJUSTMENT REFUSED - YEAR ', WS-PERIOD-YR,
                       ' WAS LOCKED ON ', WS-LOCK-DATE-TIME
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       144-READ-ONE-LEDGER.
           READ CLOSE-LDG
               AT END
                   MOVE 'Y'                TO   WS-LDG-EOF-FLAG
               NOT AT END
                   IF LDG-TYPE-LOCKED AND LDG-YR = WS-PERIOD-YR
                       MOVE 'Y'            TO   WS-YEAR-LOCK-SW
                       MOVE LDG-DATE-TIME  TO   WS-LOCK-DATE-TIME
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       135-LOAD-DEPT-REF.
           OPEN INPUT DEPT-REF.
                               DED-CODE
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * THE ELECTION FILE IS OPTIONAL: WITH NO FILE EVERY EMPLOYEE IS
      * WITHHELD AT THE TABLE RATE, AS BEFORE ELECTIONS EXISTED.
      *-----------------------------------------------------------------
       139-OPEN-ELECTIONS.
           MOVE  WS-PERIOD-YR              TO   WS-ELEC-PERIOD-YR.
           MOVE  WS-PERIOD-QTR             TO   WS-ELEC-PERIOD-QTR.
           OPEN INPUT DED-ELECT.
           IF WS-ELEC-IO-OK
               MOVE 'Y'                    TO   WS-ELEC-OPEN-SW
           ELSE
               IF NOT WS-ELEC-FILE-MISSING
                   DISPLAY 'DEDUCTION ELECTION FILE OPEN FAILED ',
                           'STATUS ', WS-ELEC-FILE-STATUS,
                           ' - RUN REFUSED'
                   MOVE 8                  TO   RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * THE BANK FILE IS OPTIONAL: WITH NO FILE EVERYONE IS PAID BY
      * MANUAL CHECK.
      *-----------------------------------------------------------------
       141-OPEN-BANK-FILE.
           OPEN INPUT BANK-MST.
           IF WS-BANK-IO-OK
               MOVE 'Y'                    TO   WS-BANK-OPEN-SW
           ELSE
               IF NOT WS-BANK-FILE-MISSING
                   DISPLAY 'BANK FILE OPEN FAILED STATUS ',
                           WS-BANK-FILE-STATUS, ' - RUN REFUSED'
                   MOVE 8                  TO   RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
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
      * YEAR-TO-DATE GROSS BY EMPLOYEE FROM PAY HISTORY: EVERY RECORD
      * (BASE AND SUPPLEMENTAL) FOR THE PERIOD YEAR IN A QUARTER BEFORE
      * THE PERIOD QUARTER.  THE PERIOD'S OWN RECORDS ARE LEFT OUT SO
      * AN ADJUSTMENT RERUN DOES NOT COUNT THE QUARTER TWICE.
      *-----------------------------------------------------------------
       131-LOAD-YTD-GROSS.
           OPEN INPUT PAY-HIST.
           IF WS-HIST-FILE-NOT-FOUND
               MOVE 'Y'                    TO   WS-YTD-EOF-FLAG
           ELSE
               PERFORM 132-LOAD-ONE-YTD UNTIL YTD-EOF
               CLOSE PAY-HIST
           END-IF.
      *-----------------------------------------------------------------
       132-LOAD-ONE-YTD.
           READ PAY-HIST
               AT END
                   MOVE 'Y'                TO   WS-YTD-EOF-FLAG
               NOT AT END
                   IF HIST-YR = WS-PERIOD-YR AND
                      HIST-QTR < WS-PERIOD-QTR AND
                      HIST-QTR-PAY NUMERIC
                       PERFORM 133-ADD-ONE-YTD
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       133-ADD-ONE-YTD.
           IF WS-YTD-ENTRY-CTR > ZERO
               SET WS-YTD-IDX              TO   1
               SEARCH WS-YTD-ENTRY
                   AT END
                       PERFORM 134-NEW-YTD-ENTRY
                   WHEN WS-YTD-ID (WS-YTD-IDX) = HIST-ID
                       ADD HIST-QTR-PAY    TO
                           WS-YTD-GROSS (WS-YTD-IDX)
               END-SEARCH
           ELSE
               PERFORM 134-NEW-YTD-ENTRY
           END-IF.
      *-----------------------------------------------------------------
       134-NEW-YTD-ENTRY.
           IF WS-YTD-ENTRY-CTR < 9999
               ADD 1                       TO   WS-YTD-ENTRY-CTR
               SET WS-YTD-IDX              TO   WS-YTD-ENTRY-CTR
               MOVE HIST-ID                TO   WS-YTD-ID (WS-YTD-IDX)
               MOVE HIST-QTR-PAY           TO
                    WS-YTD-GROSS (WS-YTD-IDX)
           ELSE
               DISPLAY 'YEAR-TO-DATE GROSS TABLE FULL - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               CLOSE PAY-HIST
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       140-CHECK-RUN-STATUS.
           OPEN INPUT RUN-STAT.
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * LOADS THE PERIOD'S SUPPLEMENTAL EARNINGS.  EVERY RECORD READ IS
      * COUNTED AND HASHED FOR THE BALANCING PAGE; RECORDS THAT FAIL
      * THE EDIT ARE KEPT IN THE TABLE AS REJECTS FOR THE EXCEPTION
      * LISTING SO NOTHING ON THE FILE GOES UNACCOUNTED FOR.
      *-----------------------------------------------------------------
       167-LOAD-SUPP-PAY.
           OPEN INPUT SUPP-PAY.
           PERFORM 168-LOAD-ONE-SUPP UNTIL SUPP-EOF.
           CLOSE SUPP-PAY.
           IF WS-SUPP-IN-CTR > ZERO
               DISPLAY 'SUPPLEMENTAL PAY RECORDS LOADED: ',
                       WS-SUPP-IN-CTR
           END-IF.
      *-----------------------------------------------------------------
       168-LOAD-ONE-SUPP.
           READ SUPP-PAY
               AT END
                   MOVE 'Y'                TO   WS-SUPP-FILE-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-SUPP-IN-CTR
                   IF SUPP-AMT NUMERIC
                       ADD SUPP-AMT        TO   WS-SUPP-IN-HASH
                   END-IF
                   IF WS-SUPP-ENTRY-CTR < 9999
                       ADD 1               TO   WS-SUPP-ENTRY-CTR
                       SET WS-SUPP-IDX     TO   WS-SUPP-ENTRY-CTR
                       PERFORM 169-EDIT-ONE-SUPP
                   ELSE
                       DISPLAY 'SUPPLEMENTAL PAY TABLE FULL - RUN ',
                               'REFUSED'
                       MOVE 8              TO   RETURN-CODE
                       CLOSE SUPP-PAY
                       STOP RUN
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       169-EDIT-ONE-SUPP.
           MOVE  SUPP-ID                   TO
                 WS-SUPP-ID (WS-SUPP-IDX).
           MOVE  SUPP-EARN-TYPE            TO
                 WS-SUPP-TYPE (WS-SUPP-IDX).
           MOVE  ZERO                      TO
                 WS-SUPP-TYPE-NO (WS-SUPP-IDX)
                 WS-SUPP-AMT (WS-SUPP-IDX)
                 WS-SUPP-DTL-SEQ (WS-SUPP-IDX)
                 WS-SUPP-DEPT (WS-SUPP-IDX).
           MOVE  SPACES                    TO
                 WS-SUPP-REASON (WS-SUPP-IDX)
                 WS-SUPP-LNAME (WS-SUPP-IDX)
                 WS-SUPP-FNAME (WS-SUPP-IDX).
           IF SUPP-AMT NUMERIC
               MOVE SUPP-AMT               TO
                    WS-SUPP-AMT (WS-SUPP-IDX)
           END-IF.
           IF SUPP-EARN-BONUS
               MOVE 1                      TO
                    WS-SUPP-TYPE-NO (WS-SUPP-IDX)
           ELSE IF SUPP-EARN-OVERTIME
               MOVE 2                      TO
                    WS-SUPP-TYPE-NO (WS-SUPP-IDX)
           ELSE IF SUPP-EARN-RETRO
               MOVE 3                      TO
                    WS-SUPP-TYPE-NO (WS-SUPP-IDX)
           END-IF.
           IF SUPP-ID = SPACES
               MOVE 'SUPP BLANK EMP ID'    TO
                    WS-SUPP-REASON (WS-SUPP-IDX)
           ELSE IF SUPP-AMT NOT NUMERIC
               MOVE 'SUPP NON-NUMERIC AMT' TO
                    WS-SUPP-REASON (WS-SUPP-IDX)
           ELSE IF SUPP-AMT = ZERO
               MOVE 'SUPP ZERO AMOUNT'     TO
                    WS-SUPP-REASON (WS-SUPP-IDX)
           ELSE IF NOT SUPP-EARN-VALID
               MOVE 'SUPP BAD EARN TYPE'   TO
                    WS-SUPP-REASON (WS-SUPP-IDX)
           ELSE IF SUPP-QTR NOT NUMERIC OR SUPP-YR NOT NUMERIC OR
                   SUPP-QTR NOT EQUAL WS-PERIOD-QTR OR
                   SUPP-YR NOT EQUAL WS-PERIOD-YR
               MOVE 'SUPP WRONG PERIOD'    TO
                    WS-SUPP-REASON (WS-SUPP-IDX)
           END-IF.
           IF WS-SUPP-REASON (WS-SUPP-IDX) = SPACES
               MOVE 'P'                    TO
                    WS-SUPP-STATE (WS-SUPP-IDX)
           ELSE
               MOVE 'R'                    TO
                    WS-SUPP-STATE (WS-SUPP-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * RELEASES EVERY INPUT RECORD TO THE SORT TAGGED WITH ITS SITE
      * OF ORIGIN SO THE SITE IDENTITY SURVIVES THE COMBINED SORT.
      *-----------------------------------------------------------------
               END-READ
           END-PERFORM.

           PERFORM 560-CLOSE-OUT-ONE-SUPP
               VARYING WS-SUPP-IDX FROM 1 BY 1
               UNTIL WS-SUPP-IDX > WS-SUPP-ENTRY-CTR.
           PERFORM 650-VARIANCE-RPT.
           CLOSE HIST-RUN
                 PAY-RUN.
           PERFORM 690-BALANCING-PAGE.
           IF WS-OUT-OF-BALANCE
               PERFORM 715-MARK-RUN-FAILED
           ELSE
           DISPLAY 'EXCEPTIONS: ', WS-EXCP-CTR.
           DISPLAY 'DUPLICATE IDS: ', WS-DUP-CTR.
           DISPLAY 'STATUS EXCLUDED: ', WS-EXCL-CTR.
           DISPLAY 'SUPPLEMENTAL PAID: ', WS-SUPP-PAID-CTR.
           DISPLAY 'SUPPLEMENTAL REJECTED: ', WS-SUPP-REJ-CTR.
           DISPLAY 'DEDUCTION ELECTIONS USED: ', WS-ELEC-USED-CTR.
           DISPLAY 'LABOR ALLOCATIONS USED: ', WS-ALOC-USED-CTR,
                   '  IGNORED: ', WS-ALOC-REJ-CTR.
           DISPLAY 'DEDUCTIONS AT ANNUAL MAX: ', WS-ELEC-CAPPED-CTR.
           DISPLAY 'RUN   ', WS-RUN-DATE-TIME.
           IF WS-OUT-OF-BALANCE
               DISPLAY 'RUN OUT OF BALANCE - SEE BALANCING PAGE'
               MOVE  EMP-QTR-PAY           TO   WS-EXCP-PAY
           END-IF.
           WRITE EXCP-RPT-REC              FROM WS-EXCP-LN.
           MOVE  'SUPP EMP REJECTED'       TO   WS-SUPP-HOLD-REASON.
           PERFORM 540-HOLD-EMP-SUPP.
      *-----------------------------------------------------------------
       230-CHK-DUP-ID.
           MOVE 'N'                        TO   WS-DUP-SWITCH.
           IF WS-LINE-CTR >= WS-PAGE-DEPTH
               PERFORM 400-RPT-HEADING
           END-IF.
           ADD   1                         TO   WS-DTL-CTR.
           MOVE  ZERO                      TO   WS-DTL-SUPP-AMT.
           PERFORM 530-APPLY-ONE-SUPP
               VARYING WS-SUPP-IDX FROM 1 BY 1
               UNTIL WS-SUPP-IDX > WS-SUPP-ENTRY-CTR.
           COMPUTE WS-DTL-GROSS-AMT = EMP-QTR-PAY + WS-DTL-SUPP-AMT.
           MOVE  ZERO                      TO   WS-DTL-DED-AMT.
           PERFORM 508-GET-YTD-GROSS.
           PERFORM 510-CALC-ONE-DED
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-CTR.
           COMPUTE WS-DTL-NET-AMT = WS-DTL-GROSS-AMT - WS-DTL-DED-AMT.
           MOVE  EMP-DEPT                  TO   WS-DTL-DEPT-NUM.
           MOVE  WS-DEPT-NAME (EMP-DEPT)   TO   WS-DTL-DEPT-NAME.
           MOVE  EMP-ID                    TO   WS-DTL-ID.
           MOVE  EMP-LNAME                 TO   WS-DTL-LNAME.
           MOVE  EMP-FNAME                 TO   WS-DTL-FNAME.
           MOVE  WS-DTL-GROSS-AMT          TO   WS-DTL-PAY.
           MOVE  WS-DTL-DED-AMT            TO   WS-DTL-DED.
           MOVE  WS-DTL-NET-AMT            TO   WS-DTL-NET.
           WRITE PR-RPT-REC                FROM WS-DTL-LN.
           ADD   1                         TO   WS-LINE-CTR.
           IF WS-DTL-SUPP-AMT > ZERO
               PERFORM 535-PRT-ONE-SUPP
                   VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-ENTRY-CTR
           END-IF.
           ADD   WS-DTL-GROSS-AMT          TO   WS-DEPT-TOT.
           ADD   WS-DTL-DED-AMT            TO   WS-DEPT-DED-TOT.
           ADD   WS-DTL-NET-AMT            TO   WS-DEPT-NET-TOT.
           ADD   1                         TO   WS-DEPT-EMP-CTR.
           PERFORM 570-ALLOCATE-LABOR.
           ADD   1                         TO
                 WS-SITE-DTL-CTR (WS-CUR-SITE).
           ADD   EMP-QTR-PAY               TO
           MOVE  EMP-FNAME                 TO   WS-CSV-FNAME.
           MOVE  EMP-QTR-PAY               TO   WS-CSV-PAY.
           MOVE  WS-CUR-SITE               TO   WS-CSV-SITE.
           MOVE  WS-DTL-SUPP-AMT           TO   WS-CSV-SUPP.
           WRITE  CSV-RPT-REC              FROM WS-CSV-LN.
           ADD   1                         TO   WS-CSV-CTR.
           PERFORM 520-WRITE-PAY-HIST.
           PERFORM 550-SET-PAY-METHOD.
           PERFORM 555-WRITE-PAY-RUN.
      *-----------------------------------------------------------------
       505-COUNT-EXCLUDED.
           ADD   1                         TO   WS-EXCL-CTR.
               ADD EMP-QTR-PAY             TO
                   WS-SITE-EXCL-HASH (WS-CUR-SITE)
           END-IF.
           MOVE  'SUPP EMP NOT ACTIVE'     TO   WS-SUPP-HOLD-REASON.
           PERFORM 540-HOLD-EMP-SUPP.
      *-----------------------------------------------------------------
       507-COUNT-DUP-SITE.
           IF EMP-QTR-PAY NUMERIC
               ADD EMP-QTR-PAY             TO
                   WS-SITE-DUP-HASH (WS-CUR-SITE)
           END-IF.
      *-----------------------------------------------------------------
       508-GET-YTD-GROSS.
           MOVE  ZERO                      TO   WS-DTL-YTD-GROSS.
           IF WS-YTD-ENTRY-CTR > ZERO
               SET WS-YTD-IDX              TO   1
               SEARCH WS-YTD-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-YTD-ID (WS-YTD-IDX) = EMP-ID
                       MOVE WS-YTD-GROSS (WS-YTD-IDX)
                                           TO   WS-DTL-YTD-GROSS
               END-SEARCH
           END-IF.
      *-----------------------------------------------------------------
      * ONE DEDUCTION TYPE FOR THE CURRENT EMPLOYEE.  THE TABLE RATE
      * APPLIES TO FULL GROSS UNLESS AN ELECTION IN FORCE SAYS
      * OTHERWISE.  A FLAT ELECTION IS NEVER MORE THAN THE SUBJECT
      * WAGES, SO NET PAY CANNOT GO NEGATIVE ON ITS ACCOUNT.
      *-----------------------------------------------------------------
       510-CALC-ONE-DED.
           MOVE  WS-DED-TBL-RATE (WS-DED-IDX) TO WS-DED-USE-RATE.
           MOVE  'N'                       TO   WS-DED-FLAT-SW.
           MOVE  ZERO                      TO   WS-DED-FLAT-AMT
                                                WS-DED-ANNUAL-MAX.
           MOVE  WS-DTL-GROSS-AMT          TO   WS-DED-SUBJ-AMT.
           IF WS-ELEC-FILE-OPEN
               PERFORM 512-GET-ELECTION
           END-IF.
           IF WS-DED-ANNUAL-MAX > ZERO
               PERFORM 514-APPLY-ANNUAL-MAX
           END-IF.
           IF WS-DED-FLAT
               IF WS-DED-FLAT-AMT > WS-DED-SUBJ-AMT
                   MOVE WS-DED-SUBJ-AMT    TO   WS-DED-ONE-AMT
               ELSE
                   MOVE WS-DED-FLAT-AMT    TO   WS-DED-ONE-AMT
               END-IF
           ELSE
               COMPUTE WS-DED-ONE-AMT ROUNDED =
                   WS-DED-SUBJ-AMT * WS-DED-USE-RATE
           END-IF.
           MOVE  WS-DED-ONE-AMT            TO
                 WS-DTL-DED-ONE (WS-DED-IDX).
           ADD   WS-DED-ONE-AMT            TO   WS-DTL-DED-AMT.
           ADD   WS-DED-ONE-AMT            TO
                 WS-DED-TYPE-TOT (WS-DED-IDX).
      *-----------------------------------------------------------------
       512-GET-ELECTION.
           MOVE  EMP-ID                    TO   ELEC-ID.
           MOVE  WS-DED-TBL-CODE (WS-DED-IDX) TO ELEC-DED-CODE.
           READ DED-ELECT
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ELEC-START NOT > WS-ELEC-PERIOD AND
                      (ELEC-STOP-YR = ZERO OR
                       ELEC-STOP NOT < WS-ELEC-PERIOD)
                       PERFORM 513-USE-ELECTION
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       513-USE-ELECTION.
           ADD   1                         TO   WS-ELEC-USED-CTR.
           IF ELEC-METHOD-RATE
               MOVE ELEC-RATE              TO   WS-DED-USE-RATE
           END-IF.
           IF ELEC-METHOD-FLAT
               MOVE 'Y'                    TO   WS-DED-FLAT-SW
               MOVE ELEC-FLAT-AMT          TO   WS-DED-FLAT-AMT
           END-IF.
           IF ELEC-ANNUAL-MAX NUMERIC
               MOVE ELEC-ANNUAL-MAX        TO   WS-DED-ANNUAL-MAX
           END-IF.
      *-----------------------------------------------------------------
      * ANNUAL WAGE BASE: ONLY THE PART OF THIS QUARTER'S GROSS THAT
      * FALLS UNDER THE MAXIMUM, AFTER YEAR-TO-DATE GROSS FROM PAY
      * HISTORY, IS SUBJECT.  ONCE YEAR-TO-DATE REACHES THE MAXIMUM
      * NOTHING MORE IS WITHHELD FOR THE YEAR.
      *-----------------------------------------------------------------
       514-APPLY-ANNUAL-MAX.
           IF WS-DTL-YTD-GROSS NOT < WS-DED-ANNUAL-MAX
               MOVE ZERO                   TO   WS-DED-SUBJ-AMT
               ADD  1                      TO   WS-ELEC-CAPPED-CTR
           ELSE
               IF WS-DTL-YTD-GROSS + WS-DTL-GROSS-AMT >
                  WS-DED-ANNUAL-MAX
                   COMPUTE WS-DED-SUBJ-AMT =
                       WS-DED-ANNUAL-MAX - WS-DTL-YTD-GROSS
                   ADD 1                   TO   WS-ELEC-CAPPED-CTR
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       520-WRITE-PAY-HIST.
           MOVE  WS-PERIOD-QTR             TO   HRUN-QTR.
           MOVE  EMP-LNAME                 TO   HRUN-LNAME.
           MOVE  EMP-FNAME                 TO   HRUN-FNAME.
           MOVE  EMP-QTR-PAY               TO   HRUN-QTR-PAY.
           MOVE  'REG'                     TO   HRUN-EARN-TYPE.
           WRITE HRUN-REC.
           IF WS-DTL-SUPP-AMT > ZERO
               PERFORM 525-WRITE-SUPP-HIST
                   VARYING WS-SUPP-IDX FROM 1 BY 1
                   UNTIL WS-SUPP-IDX > WS-SUPP-ENTRY-CTR
           END-IF.
      *-----------------------------------------------------------------
      * ONE EXTRA PAY HISTORY RECORD PER SUPPLEMENTAL PAYMENT, TAGGED
      * WITH ITS EARNINGS TYPE, SO HISTORY STILL SUMS TO GROSS PAY.
      *-----------------------------------------------------------------
       525-WRITE-SUPP-HIST.
           IF WS-SUPP-PAID (WS-SUPP-IDX) AND
              WS-SUPP-DTL-SEQ (WS-SUPP-IDX) = WS-DTL-CTR
               MOVE  WS-PERIOD-QTR         TO   HRUN-QTR
               MOVE  WS-PERIOD-YR          TO   HRUN-YR
               MOVE  EMP-DEPT              TO   HRUN-DEPT
               MOVE  EMP-ID                TO   HRUN-ID
               MOVE  EMP-LNAME             TO   HRUN-LNAME
               MOVE  EMP-FNAME             TO   HRUN-FNAME
               MOVE  WS-SUPP-AMT (WS-SUPP-IDX) TO HRUN-QTR-PAY
               MOVE  WS-SUPP-TYPE (WS-SUPP-IDX) TO HRUN-EARN-TYPE
               WRITE HRUN-REC
           END-IF.
      *-----------------------------------------------------------------
      * PAYS EVERY PENDING SUPPLEMENTAL RECORD FOR THIS EMPLOYEE ON TOP
      * OF BASE PAY, TAGGING IT WITH THE DETAIL SEQUENCE NUMBER SO THE
      * REPORT AND HISTORY LINES FIND IT AGAIN.
      *-----------------------------------------------------------------
       530-APPLY-ONE-SUPP.
           IF WS-SUPP-PENDING (WS-SUPP-IDX) AND
              WS-SUPP-ID (WS-SUPP-IDX) = EMP-ID
               MOVE  'A'                   TO
                     WS-SUPP-STATE (WS-SUPP-IDX)
               MOVE  WS-DTL-CTR            TO
                     WS-SUPP-DTL-SEQ (WS-SUPP-IDX)
               MOVE  EMP-DEPT              TO
                     WS-SUPP-DEPT (WS-SUPP-IDX)
               MOVE  EMP-LNAME             TO
                     WS-SUPP-LNAME (WS-SUPP-IDX)
               MOVE  EMP-FNAME             TO
                     WS-SUPP-FNAME (WS-SUPP-IDX)
               ADD   WS-SUPP-AMT (WS-SUPP-IDX) TO WS-DTL-SUPP-AMT
                                                  WS-SUPP-PAID-HASH
               ADD   1                     TO   WS-SUPP-PAID-CTR
               MOVE  WS-SUPP-TYPE-NO (WS-SUPP-IDX) TO WS-EARN-IDX
               ADD   1                     TO
                     WS-EARN-TYPE-CNT (WS-EARN-IDX)
               ADD   WS-SUPP-AMT (WS-SUPP-IDX) TO
                     WS-EARN-TYPE-TOT (WS-EARN-IDX)
           END-IF.
      *-----------------------------------------------------------------
       535-PRT-ONE-SUPP.
           IF WS-SUPP-PAID (WS-SUPP-IDX) AND
              WS-SUPP-DTL-SEQ (WS-SUPP-IDX) = WS-DTL-CTR
               IF WS-LINE-CTR >= WS-PAGE-DEPTH
                   PERFORM 400-RPT-HEADING
               END-IF
               MOVE  WS-SUPP-TYPE-NO (WS-SUPP-IDX) TO WS-EARN-IDX
               MOVE  WS-EARN-TYPE-DESC (WS-EARN-IDX) TO WS-SUPP-DTL-DESC
               MOVE  WS-SUPP-AMT (WS-SUPP-IDX) TO WS-SUPP-DTL-AMT
               WRITE PR-RPT-REC            FROM WS-SUPP-DTL-LN
               ADD   1                     TO   WS-LINE-CTR
           END-IF.
      *-----------------------------------------------------------------
      * A MASTER RECORD THAT IS NOT PAID (EXCEPTION OR NOT ACTIVE)
      * NOTES WHY ON ITS PENDING SUPPLEMENTAL RECORDS.  THEY STAY
      * PENDING IN CASE A CLEAN RECORD FOR THE SAME ID FOLLOWS, AND
      * ARE REJECTED WITH THIS REASON AT END OF FILE OTHERWISE.
      *-----------------------------------------------------------------
       540-HOLD-EMP-SUPP.
           PERFORM 545-HOLD-ONE-SUPP
               VARYING WS-SUPP-IDX FROM 1 BY 1
               UNTIL WS-SUPP-IDX > WS-SUPP-ENTRY-CTR.
      *-----------------------------------------------------------------
       545-HOLD-ONE-SUPP.
           IF WS-SUPP-PENDING (WS-SUPP-IDX) AND
              WS-SUPP-ID (WS-SUPP-IDX) = EMP-ID
               MOVE  WS-SUPP-HOLD-REASON   TO
                     WS-SUPP-REASON (WS-SUPP-IDX)
               MOVE  EMP-DEPT              TO
                     WS-SUPP-DEPT (WS-SUPP-IDX)
               MOVE  EMP-LNAME             TO
                     WS-SUPP-LNAME (WS-SUPP-IDX)
               MOVE  EMP-FNAME             TO
                     WS-SUPP-FNAME (WS-SUPP-IDX)
           END-IF.
      *-----------------------------------------------------------------
      * AFTER THE LAST MASTER RECORD: ANYTHING STILL PENDING NEVER
      * MATCHED A PAID EMPLOYEE AND IS REJECTED; EVERY REJECT GOES TO
      * THE EXCEPTION LISTING AND THE SUPPLEMENTAL REJECT TOTALS.
      *-----------------------------------------------------------------
       560-CLOSE-OUT-ONE-SUPP.
           IF WS-SUPP-PENDING (WS-SUPP-IDX)
               MOVE  'R'                   TO
                     WS-SUPP-STATE (WS-SUPP-IDX)
               IF WS-SUPP-REASON (WS-SUPP-IDX) = SPACES
                   MOVE 'SUPP EMP NOT ON MST' TO
                        WS-SUPP-REASON (WS-SUPP-IDX)
               END-IF
           END-IF.
           IF WS-SUPP-REJECTED (WS-SUPP-IDX)
               PERFORM 565-WRITE-SUPP-EXCP
           END-IF.
      *-----------------------------------------------------------------
       565-WRITE-SUPP-EXCP.
           ADD   1                         TO   WS-SUPP-REJ-CTR.
           ADD   WS-SUPP-AMT (WS-SUPP-IDX) TO   WS-SUPP-REJ-HASH.
           MOVE  WS-SUPP-DEPT (WS-SUPP-IDX) TO  WS-EXCP-DEPT.
           MOVE  WS-SUPP-ID (WS-SUPP-IDX)  TO   WS-EXCP-ID.
           MOVE  WS-SUPP-LNAME (WS-SUPP-IDX) TO WS-EXCP-LNAME.
           MOVE  WS-SUPP-FNAME (WS-SUPP-IDX) TO WS-EXCP-FNAME.
           MOVE  WS-SUPP-AMT (WS-SUPP-IDX) TO   WS-EXCP-PAY-ED.
           MOVE  WS-SUPP-REASON (WS-SUPP-IDX) TO WS-EXCP-REASON.
           WRITE EXCP-RPT-REC              FROM WS-EXCP-LN.
      *-----------------------------------------------------------------
      * HOW THIS EMPLOYEE'S NET PAY GOES OUT: DEPOSIT TO A LIVE BANK
      * RECORD, OTHERWISE A MANUAL CHECK WITH THE REASON.  A ZERO NET
      * (EVERYTHING WITHHELD) IS NOT A PAYMENT AT ALL.
      *-----------------------------------------------------------------
       550-SET-PAY-METHOD.
           MOVE  ZERO                      TO   PRUN-ROUTING.
           MOVE  SPACES                    TO   PRUN-ACCOUNT
                                                PRUN-ACCT-TYPE
                                                PRUN-ACCT-LAST4
                                                PRUN-REASON.
           IF WS-DTL-NET-AMT = ZERO
               MOVE 'N'                    TO   PRUN-METHOD
               ADD  1                      TO   WS-NOPAY-CTR
           ELSE
               MOVE 'M'                    TO   PRUN-METHOD
               MOVE 'NO BANK RECORD'       TO   PRUN-REASON
               IF WS-BANK-FILE-OPEN
                   MOVE EMP-ID             TO   BANK-ID
                   READ BANK-MST
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 551-USE-BANK-RECORD
                   END-READ
               END-IF
               IF PRUN-DIRECT
                   ADD 1                   TO   WS-DD-CTR
                   ADD WS-DTL-NET-AMT      TO   WS-DD-NET-TOT
                   ADD PRUN-ROUTE-BANK     TO   WS-DD-HASH
               ELSE
                   ADD 1                   TO   WS-MAN-CTR
                   ADD WS-DTL-NET-AMT      TO   WS-MAN-NET-TOT
               END-IF
           END-IF.
      *-----------------------------------------------------------------
       551-USE-BANK-RECORD.
           IF BANK-STAT-ACTIVE
               MOVE 'D'                    TO   PRUN-METHOD
               MOVE SPACES                 TO   PRUN-REASON
               MOVE BANK-ROUTING           TO   PRUN-ROUTING
               MOVE BANK-ACCOUNT           TO   PRUN-ACCOUNT
               MOVE BANK-ACCT-TYPE         TO   PRUN-ACCT-TYPE
               MOVE 17                     TO   WS-ACCT-POS
               PERFORM 552-BACK-UP-ONE
                   UNTIL WS-ACCT-POS = 4 OR
                         BANK-ACCOUNT (WS-ACCT-POS:1) NOT = SPACE
               COMPUTE WS-ACCT-START = WS-ACCT-POS - 3
               MOVE BANK-ACCOUNT (WS-ACCT-START:4)
                                           TO   PRUN-ACCT-LAST4
           ELSE
               MOVE 'PRENOTE PENDING'      TO   PRUN-REASON
           END-IF.
      *-----------------------------------------------------------------
       552-BACK-UP-ONE.
           SUBTRACT 1                      FROM WS-ACCT-POS.
      *-----------------------------------------------------------------
       555-WRITE-PAY-RUN.
           MOVE  EMP-DEPT                  TO   PRUN-DEPT.
           MOVE  EMP-ID                    TO   PRUN-ID.
           MOVE  EMP-LNAME                 TO   PRUN-LNAME.
           MOVE  EMP-FNAME                 TO   PRUN-FNAME.
           MOVE  EMP-QTR-PAY               TO   PRUN-BASE-AMT.
           MOVE  WS-DTL-SUPP-AMT           TO   PRUN-SUPP-AMT.
           MOVE  WS-DTL-GROSS-AMT          TO   PRUN-GROSS-AMT.
           PERFORM 556-MOVE-ONE-DED
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > 10.
           MOVE  WS-DTL-DED-AMT            TO   PRUN-DED-TOT.
           MOVE  WS-DTL-NET-AMT            TO   PRUN-NET-AMT.
           COMPUTE PRUN-YTD-GROSS = WS-DTL-YTD-GROSS + WS-DTL-GROSS-AMT.
           WRITE PRUN-REC.
      *-----------------------------------------------------------------
       556-MOVE-ONE-DED.
           MOVE  WS-DTL-DED-ONE (WS-DED-IDX) TO
                 PRUN-DED-AMT (WS-DED-IDX).
      *-----------------------------------------------------------------
      * CHARGES THIS EMPLOYEE'S GROSS AND DEDUCTIONS TO THE DEPARTMENT
      * TOTALS BEHIND THE GL DEBITS, CARRY-FORWARD, AND VARIANCE
      * REPORT.  WITH A GOOD ALLOCATION EACH SECONDARY DEPARTMENT GETS
      * ITS ROUNDED PERCENTAGE AND THE PRIMARY (FIRST) DEPARTMENT GETS
      * WHAT IS LEFT, SO THE SHARES ADD BACK TO THE EMPLOYEE'S AMOUNTS
      * TO THE CENT AND THE GL TRAILER STILL EQUALS THE GRAND TOTAL.
      *-----------------------------------------------------------------
       570-ALLOCATE-LABOR.
           MOVE  'N'                       TO   WS-ALOC-USE-SW.
           IF WS-ALOC-FILE-OPEN
               MOVE EMP-ID                 TO   ALOC-ID
               READ LABOR-ALLOC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 572-CHECK-ALLOCATION
               END-READ
           END-IF.
           IF WS-ALOC-USE
               MOVE WS-DTL-GROSS-AMT       TO   WS-ALOC-GROSS-LEFT
               MOVE WS-DTL-DED-AMT         TO   WS-ALOC-DED-LEFT
               PERFORM 574-SPREAD-ONE-DEPT
                   VARYING WS-ALOC-IDX FROM 2 BY 1
                   UNTIL WS-ALOC-IDX > 5
               MOVE ALOC-SPLIT-DEPT (1)    TO   WS-ALOC-DEPT-IDX
               ADD  WS-ALOC-GROSS-LEFT     TO
                    WS-DEPT-TOT-THIS-QTR (WS-ALOC-DEPT-IDX)
               ADD  WS-ALOC-DED-LEFT       TO
                    WS-DEPT-DED-THIS-QTR (WS-ALOC-DEPT-IDX)
               ADD  1                      TO   WS-ALOC-USED-CTR
           ELSE
               ADD  WS-DTL-GROSS-AMT       TO
                    WS-DEPT-TOT-THIS-QTR (EMP-DEPT)
               ADD  WS-DTL-DED-AMT         TO
                    WS-DEPT-DED-THIS-QTR (EMP-DEPT)
           END-IF.
      *-----------------------------------------------------------------
       572-CHECK-ALLOCATION.
           MOVE  'Y'                       TO   WS-ALOC-USE-SW.
           MOVE  ZERO                      TO   WS-ALOC-PCT-TOT.
           PERFORM 573-CHECK-ONE-SPLIT
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
               DISPLAY 'LABOR ALLOCATION FOR ', EMP-ID,
                       ' FAILS EDIT - CHARGED TO HOME DEPT ', EMP-DEPT
           END-IF.
      *-----------------------------------------------------------------
       573-CHECK-ONE-SPLIT.
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
       574-SPREAD-ONE-DEPT.
           IF ALOC-SPLIT-DEPT (WS-ALOC-IDX) NOT = ZERO
               MOVE ALOC-SPLIT-DEPT (WS-ALOC-IDX)
                                           TO   WS-ALOC-DEPT-IDX
               COMPUTE WS-ALOC-SHARE ROUNDED =
                   WS-DTL-GROSS-AMT * ALOC-SPLIT-PCT (WS-ALOC-IDX)
                       / 100
               ADD  WS-ALOC-SHARE          TO
                    WS-DEPT-TOT-THIS-QTR (WS-ALOC-DEPT-IDX)
               SUBTRACT WS-ALOC-SHARE      FROM WS-ALOC-GROSS-LEFT
               COMPUTE WS-ALOC-SHARE ROUNDED =
                   WS-DTL-DED-AMT * ALOC-SPLIT-PCT (WS-ALOC-IDX)
                       / 100
               ADD  WS-ALOC-SHARE          TO
                    WS-DEPT-DED-THIS-QTR (WS-ALOC-DEPT-IDX)
               SUBTRACT WS-ALOC-SHARE      FROM WS-ALOC-DED-LEFT
           END-IF.
      *-----------------------------------------------------------------
       600-CHG-DEPTS.
           WRITE PR-RPT-REC                FROM WS-DTL-TOT-DASH.
           WRITE PR-RPT-REC                FROM WS-DTL-CNT-LN.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           ADD   4                         TO   WS-LINE-CTR.
           MOVE  EMP-DEPT                  TO   WS-SV-DEPT.
           ADD   WS-DEPT-TOT               TO   WS-GRAND-TOT.
           ADD   WS-DEPT-DED-TOT           TO   WS-GRAND-DED-TOT.
           PERFORM 705-PRT-DED-TOTAL
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-CTR.
           IF WS-SUPP-PAID-CTR > ZERO
               WRITE PR-RPT-REC            FROM WS-RPT-BLANK-LN
               PERFORM 706-PRT-SUPP-TOTAL
                   VARYING WS-EARN-IDX FROM 1 BY 1
                   UNTIL WS-EARN-IDX > 3
           END-IF.
           WRITE   PR-RPT-REC              FROM WS-RPT-BLANK-LN.
           WRITE   PR-RPT-REC              FROM WS-SITE-SUB-HDG.
           PERFORM 707-PRT-SITE-SUBTOTAL
           MOVE  WS-DED-TBL-DESC (WS-DED-IDX) TO WS-DED-SUM-DESC.
           MOVE  WS-DED-TYPE-TOT (WS-DED-IDX) TO WS-DED-SUM-AMT.
           WRITE PR-RPT-REC                FROM WS-DED-SUM-LN.
      *-----------------------------------------------------------------
       706-PRT-SUPP-TOTAL.
           MOVE  WS-EARN-TYPE-DESC (WS-EARN-IDX) TO WS-SUPP-SUM-DESC.
           MOVE  WS-EARN-TYPE-TOT (WS-EARN-IDX)  TO WS-SUPP-SUM-AMT.
           MOVE  WS-EARN-TYPE-CNT (WS-EARN-IDX)  TO WS-SUPP-SUM-CNT.
           WRITE PR-RPT-REC                FROM WS-SUPP-SUM-LN.
      *-----------------------------------------------------------------
       710-COMMIT-RUN.
           OPEN OUTPUT CF-OUT.
           ELSE
               PERFORM 740-WRITE-GL-POST
               PERFORM 730-APPEND-PAY-HIST
               PERFORM 760-WRITE-PAYMENTS
           END-IF.
           PERFORM 240-WRITE-AUDIT-LOG.
           PERFORM 720-MARK-RUN-COMPLETE.
      *-----------------------------------------------------------------
      * PAYMENT OUTPUTS, WRITTEN ONLY WHEN A NORMAL RUN COMMITS (AN
      * ADJUSTMENT RERUN DOES NOT PAY THE PERIOD AGAIN).  THE BANK
      * TRAILER IS BUILT FROM THE ENTRIES ACTUALLY WRITTEN; THE SAME
      * ENTRIES WERE PROVEN ON THE BALANCING PAGE (697) BEFORE THE RUN
      * WAS ALLOWED TO COMMIT.
      *-----------------------------------------------------------------
       760-WRITE-PAYMENTS.
           OPEN INPUT  PAY-RUN.
           OPEN OUTPUT BANK-PAY
                       PAY-REG
                       MAN-CHK
                       PAY-ADV.
           MOVE  WS-PERIOD-COMPANY         TO   WS-BNK-HDR-COMPANY
                                                WS-ADV-COMPANY.
           MOVE  WS-PERIOD-QTR             TO   WS-BNK-HDR-QTR.
           MOVE  WS-PERIOD-YR              TO   WS-BNK-HDR-YR.
           MOVE  WS-SYS-DATE (1:8)         TO   WS-BNK-HDR-DATE.
           MOVE  WS-SYS-HR                 TO   WS-BNK-HDR-HR.
           MOVE  WS-SYS-MIN                TO   WS-BNK-HDR-MIN.
           WRITE BANK-PAY-REC              FROM WS-BNK-HDR-LN.
           MOVE  WS-PERIOD-DISP            TO   WS-REG-PERIOD.
           MOVE  WS-RPT-MO                 TO   WS-REG-RPT-MO.
           MOVE  WS-RPT-DAY                TO   WS-REG-RPT-DAY.
           MOVE  WS-RPT-YR                 TO   WS-REG-RPT-YR.
           MOVE  'PAYMENT REGISTER'        TO   WS-REG-TITLE.
           WRITE PAY-REG-REC               FROM WS-REG-TITLE-LN.
           WRITE PAY-REG-REC               FROM WS-RPT-BLANK-LN.
           WRITE PAY-REG-REC               FROM WS-REG-HDG.
           MOVE  'MANUAL CHECK LIST'       TO   WS-REG-TITLE.
           WRITE MAN-CHK-REC               FROM WS-REG-TITLE-LN.
           WRITE MAN-CHK-REC               FROM WS-RPT-BLANK-LN.
           WRITE MAN-CHK-REC               FROM WS-MAN-HDG.
           PERFORM 765-PAY-ONE-EMP UNTIL PAYRUN-EOF.
           MOVE  WS-BNK-ENT-CTR            TO   WS-BNK-TRL-CNT.
           MOVE  WS-BNK-ENT-HASH           TO   WS-BNK-TRL-HASH.
           MOVE  WS-BNK-ENT-TOT            TO   WS-BNK-TRL-AMT.
           WRITE BANK-PAY-REC              FROM WS-BNK-TRL-LN.
           WRITE PAY-REG-REC               FROM WS-RPT-BLANK-LN.
           MOVE  'DIRECT DEPOSITS'         TO   WS-PAY-TOT-DESC.
           MOVE  WS-DD-CTR                 TO   WS-PAY-TOT-CNT.
           MOVE  WS-DD-NET-TOT             TO   WS-PAY-TOT-AMT.
           WRITE PAY-REG-REC               FROM WS-PAY-TOT-LN.
           MOVE  'MANUAL CHECKS'           TO   WS-PAY-TOT-DESC.
           MOVE  WS-MAN-CTR                TO   WS-PAY-TOT-CNT.
           MOVE  WS-MAN-NET-TOT            TO   WS-PAY-TOT-AMT.
           WRITE PAY-REG-REC               FROM WS-PAY-TOT-LN.
           MOVE  'TOTAL NET PAY'           TO   WS-PAY-TOT-DESC.
           ADD   WS-DD-CTR WS-MAN-CTR      GIVING WS-PAY-TOT-CNT.
           MOVE  WS-GRAND-NET-TOT          TO   WS-PAY-TOT-AMT.
           WRITE PAY-REG-REC               FROM WS-PAY-TOT-LN.
           WRITE MAN-CHK-REC               FROM WS-RPT-BLANK-LN.
           MOVE  'MANUAL CHECKS'           TO   WS-PAY-TOT-DESC.
           MOVE  WS-MAN-CTR                TO   WS-PAY-TOT-CNT.
           MOVE  WS-MAN-NET-TOT            TO   WS-PAY-TOT-AMT.
           WRITE MAN-CHK-REC               FROM WS-PAY-TOT-LN.
           CLOSE PAY-RUN
                 BANK-PAY
                 PAY-REG
                 MAN-CHK
                 PAY-ADV.
           DISPLAY 'DIRECT DEPOSITS: ', WS-DD-CTR,
                   '  MANUAL CHECKS: ', WS-MAN-CTR,
                   '  PAY ADVICES: ', WS-ADV-CTR.
      *-----------------------------------------------------------------
       765-PAY-ONE-EMP.
           READ PAY-RUN
               AT END
                   MOVE 'Y'                TO   WS-PAYRUN-EOF-FLAG
               NOT AT END
                   PERFORM 770-WRITE-REG-LINE
                   IF PRUN-DIRECT
                       PERFORM 772-WRITE-BANK-ENTRY
                   END-IF
                   IF PRUN-MANUAL
                       PERFORM 774-WRITE-MANUAL-CHECK
                   END-IF
                   PERFORM 776-WRITE-PAY-ADVICE
           END-READ.
      *-----------------------------------------------------------------
       770-WRITE-REG-LINE.
           MOVE  PRUN-DEPT                 TO   WS-REG-DEPT.
           MOVE  PRUN-ID                   TO   WS-REG-ID.
           MOVE  PRUN-LNAME                TO   WS-REG-LNAME.
           MOVE  PRUN-FNAME                TO   WS-REG-FNAME.
           MOVE  PRUN-NET-AMT              TO   WS-REG-NET.
           IF PRUN-DIRECT
               MOVE 'DIRECT DEPOSIT'       TO   WS-REG-METHOD
               MOVE '****'                 TO   WS-REG-ACCOUNT-X
               MOVE PRUN-ACCT-LAST4        TO   WS-REG-ACCT-LAST4
           ELSE
               MOVE SPACES                 TO   WS-REG-ACCOUNT-X
               IF PRUN-MANUAL
                   MOVE 'MANUAL CHECK'     TO   WS-REG-METHOD
               ELSE
                   MOVE 'NO PAYMENT'       TO   WS-REG-METHOD
               END-IF
           END-IF.
           WRITE PAY-REG-REC               FROM WS-REG-DTL-LN.
      *-----------------------------------------------------------------
      * ONE CREDIT ENTRY PER DEPOSIT.  THE ENTRY HASH IS THE SUM OF THE
      * EIGHT-DIGIT BANK IDS, AS THE RECEIVING BANK EXPECTS.
      *-----------------------------------------------------------------
       772-WRITE-BANK-ENTRY.
           IF PRUN-ACCT-CHECKING
               MOVE 22                     TO   WS-BNK-ENT-TRAN-CODE
           ELSE
               MOVE 32                     TO   WS-BNK-ENT-TRAN-CODE
           END-IF.
           MOVE  PRUN-ROUTING              TO   WS-BNK-ENT-ROUTING.
           MOVE  PRUN-ACCOUNT              TO   WS-BNK-ENT-ACCOUNT.
           MOVE  PRUN-NET-AMT              TO   WS-BNK-ENT-AMT.
           MOVE  PRUN-ID                   TO   WS-BNK-ENT-ID.
           MOVE  PRUN-LNAME                TO   WS-BNK-ENT-LNAME.
           MOVE  PRUN-FNAME                TO   WS-BNK-ENT-FNAME.
           WRITE BANK-PAY-REC              FROM WS-BNK-ENT-LN.
           ADD   1                         TO   WS-BNK-ENT-CTR.
           ADD   PRUN-ROUTE-BANK           TO   WS-BNK-ENT-HASH.
           ADD   PRUN-NET-AMT              TO   WS-BNK-ENT-TOT.
      *-----------------------------------------------------------------
       774-WRITE-MANUAL-CHECK.
           MOVE  PRUN-DEPT                 TO   WS-MAN-DEPT.
           MOVE  PRUN-ID                   TO   WS-MAN-ID.
           MOVE  PRUN-LNAME                TO   WS-MAN-LNAME.
           MOVE  PRUN-FNAME                TO   WS-MAN-FNAME.
           MOVE  PRUN-NET-AMT              TO   WS-MAN-NET.
           MOVE  PRUN-REASON               TO   WS-MAN-REASON.
           WRITE MAN-CHK-REC               FROM WS-MAN-DTL-LN.
      *-----------------------------------------------------------------
      * ONE PAGE PER EMPLOYEE: GROSS, EACH DEDUCTION, NET, AND HOW THE
      * NET WAS PAID.
      *-----------------------------------------------------------------
       776-WRITE-PAY-ADVICE.
           ADD   1                         TO   WS-ADV-CTR.
           MOVE  'QUARTERLY PAY ADVICE'    TO   WS-REG-TITLE.
           IF WS-ADV-CTR = 1
               WRITE PAY-ADV-REC           FROM WS-REG-TITLE-LN
           ELSE
               WRITE PAY-ADV-REC           FROM WS-REG-TITLE-LN
                   AFTER ADVANCING PAGE
           END-IF.
           WRITE PAY-ADV-REC               FROM WS-RPT-BLANK-LN.
           WRITE PAY-ADV-REC               FROM WS-ADV-CO-LN.
           MOVE  PRUN-ID                   TO   WS-ADV-ID.
           MOVE  PRUN-LNAME                TO   WS-ADV-LNAME.
           MOVE  PRUN-FNAME                TO   WS-ADV-FNAME.
           MOVE  PRUN-DEPT                 TO   WS-ADV-DEPT.
           MOVE  WS-DEPT-NAME (PRUN-DEPT)  TO   WS-ADV-DEPT-NAME.
           WRITE PAY-ADV-REC               FROM WS-ADV-EMP-LN.
           WRITE PAY-ADV-REC               FROM WS-RPT-BLANK-LN.
           MOVE  'BASE QUARTERLY PAY'      TO   WS-ADV-AMT-DESC.
           MOVE  PRUN-BASE-AMT             TO   WS-ADV-AMT.
           WRITE PAY-ADV-REC               FROM WS-ADV-AMT-LN.
           IF PRUN-SUPP-AMT > ZERO
               MOVE 'SUPPLEMENTAL EARNINGS' TO  WS-ADV-AMT-DESC
               MOVE PRUN-SUPP-AMT          TO   WS-ADV-AMT
               WRITE PAY-ADV-REC           FROM WS-ADV-AMT-LN
           END-IF.
           MOVE  'GROSS PAY'               TO   WS-ADV-AMT-DESC.
           MOVE  PRUN-GROSS-AMT            TO   WS-ADV-AMT.
           WRITE PAY-ADV-REC               FROM WS-ADV-AMT-LN.
           WRITE PAY-ADV-REC               FROM WS-RPT-BLANK-LN.
           PERFORM 778-PRT-ADV-DED
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-CTR.
           WRITE PAY-ADV-REC               FROM WS-ADV-DASH-LN.
           MOVE  'TOTAL DEDUCTIONS'        TO   WS-ADV-AMT-DESC.
           MOVE  PRUN-DED-TOT              TO   WS-ADV-AMT.
           WRITE PAY-ADV-REC               FROM WS-ADV-AMT-LN.
           WRITE PAY-ADV-REC               FROM WS-RPT-BLANK-LN.
           MOVE  'NET PAY'                 TO   WS-ADV-AMT-DESC.
           MOVE  PRUN-NET-AMT              TO   WS-ADV-AMT.
           WRITE PAY-ADV-REC               FROM WS-ADV-AMT-LN.
           MOVE  'YEAR-TO-DATE GROSS'      TO   WS-ADV-AMT-DESC.
           MOVE  PRUN-YTD-GROSS            TO   WS-ADV-AMT.
           WRITE PAY-ADV-REC               FROM WS-ADV-AMT-LN.
           WRITE PAY-ADV-REC               FROM WS-RPT-BLANK-LN.
           IF PRUN-DIRECT
               IF PRUN-ACCT-CHECKING
                   MOVE 'CHECKING'         TO   WS-ADV-DEP-TYPE
               ELSE
                   MOVE 'SAVINGS'          TO   WS-ADV-DEP-TYPE
               END-IF
               MOVE PRUN-ACCT-LAST4        TO   WS-ADV-DEP-LAST4
               WRITE PAY-ADV-REC           FROM WS-ADV-DEP-LN
           END-IF.
           IF PRUN-MANUAL
               MOVE PRUN-REASON            TO   WS-ADV-CHK-REASON
               WRITE PAY-ADV-REC           FROM WS-ADV-CHK-LN
           END-IF.
      *-----------------------------------------------------------------
       778-PRT-ADV-DED.
           MOVE  WS-DED-TBL-DESC (WS-DED-IDX) TO WS-ADV-DED-DESC.
           MOVE  PRUN-DED-AMT (WS-DED-IDX) TO   WS-ADV-DED-AMT.
           WRITE PAY-ADV-REC               FROM WS-ADV-DED-LN.
      *-----------------------------------------------------------------
       740-WRITE-GL-POST.
           OPEN OUTPUT GL-POST.
           MOVE  WS-EXCL-CTR               TO   WS-BAL-DTL-CTR.
           MOVE  WS-EXCL-HASH              TO   WS-BAL-DTL-HASH.
           WRITE PR-RPT-REC                FROM WS-BAL-DTL-LN.
           MOVE  'SUPPLEMENTAL INPUT'      TO   WS-BAL-DTL-SOURCE.
           MOVE  WS-SUPP-IN-CTR            TO   WS-BAL-DTL-CTR.
           MOVE  WS-SUPP-IN-HASH           TO   WS-BAL-DTL-HASH.
           WRITE PR-RPT-REC                FROM WS-BAL-DTL-LN.
           MOVE  'SUPPLEMENTAL PAID'       TO   WS-BAL-DTL-SOURCE.
           MOVE  WS-SUPP-PAID-CTR          TO   WS-BAL-DTL-CTR.
           MOVE  WS-SUPP-PAID-HASH         TO   WS-BAL-DTL-HASH.
           WRITE PR-RPT-REC                FROM WS-BAL-DTL-LN.
           MOVE  'SUPPLEMENTAL REJECTS'    TO   WS-BAL-DTL-SOURCE.
           MOVE  WS-SUPP-REJ-CTR           TO   WS-BAL-DTL-CTR.
           MOVE  WS-SUPP-REJ-HASH          TO   WS-BAL-DTL-HASH.
           WRITE PR-RPT-REC                FROM WS-BAL-DTL-LN.
           MOVE  'BANK FILE DEPOSITS'      TO   WS-BAL-DTL-SOURCE.
           MOVE  WS-DD-CTR                 TO   WS-BAL-DTL-CTR.
           MOVE  WS-DD-NET-TOT             TO   WS-BAL-DTL-HASH.
           WRITE PR-RPT-REC                FROM WS-BAL-DTL-LN.
           MOVE  'MANUAL CHECKS'           TO   WS-BAL-DTL-SOURCE.
           MOVE  WS-MAN-CTR                TO   WS-BAL-DTL-CTR.
           MOVE  WS-MAN-NET-TOT            TO   WS-BAL-DTL-HASH.
           WRITE PR-RPT-REC                FROM WS-BAL-DTL-LN.
           PERFORM 697-SUM-BANK-TRAILER.
           MOVE  WS-BNK-PRF-CTR            TO   WS-BAL-TRL-CTR.
           MOVE  WS-BNK-PRF-TOT            TO   WS-BAL-TRL-AMT.
           MOVE  WS-BNK-PRF-HASH           TO   WS-BAL-TRL-HASH.
           WRITE PR-RPT-REC                FROM WS-BAL-TRL-LN.
           MOVE  'GRAND NET PAY'           TO   WS-BAL-DTL-SOURCE.
           MOVE  WS-DTL-CTR                TO   WS-BAL-DTL-CTR.
           MOVE  WS-GRAND-NET-TOT          TO   WS-BAL-DTL-HASH.
           WRITE PR-RPT-REC                FROM WS-BAL-DTL-LN.
           MOVE  ZERO                      TO   WS-ALOC-DEPT-CTR
                                                WS-ALOC-GROSS-TOT
                                                WS-ALOC-DED-TOT.
           PERFORM 693-SUM-LABOR-DIST
               VARYING WS-ALOC-DEPT-IDX FROM WS-DEPT-TABLE-MIN BY 1
               UNTIL WS-ALOC-DEPT-IDX > WS-DEPT-TABLE-MAX.
           MOVE  'LABOR ALLOCATIONS'       TO   WS-BAL-DTL-SOURCE.
           MOVE  WS-ALOC-USED-CTR          TO   WS-BAL-DTL-CTR.
           MOVE  ZERO                      TO   WS-BAL-DTL-HASH.
           WRITE PR-RPT-REC                FROM WS-BAL-DTL-LN.
           MOVE  'GL DEPT DEBITS'          TO   WS-BAL-DTL-SOURCE.
           MOVE  WS-ALOC-DEPT-CTR          TO   WS-BAL-DTL-CTR.
           MOVE  WS-ALOC-GROSS-TOT         TO   WS-BAL-DTL-HASH.
           WRITE PR-RPT-REC                FROM WS-BAL-DTL-LN.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.

           MOVE 'INPUT RECORDS = MERGED RECORDS READ'
           PERFORM 692-SITE-BAL-CHECK
               VARYING WS-SITE-IDX FROM 1 BY 1
               UNTIL WS-SITE-IDX > 3.
           ADD  WS-SUPP-PAID-CTR WS-SUPP-REJ-CTR
                GIVING WS-SUPP-CHK-CTR.
           MOVE 'SUPP RECORDS IN = SUPP PAID + SUPP REJECTED'
                                           TO   WS-BAL-CHK-DESC.
           IF WS-SUPP-IN-CTR = WS-SUPP-CHK-CTR
               PERFORM 695-WRITE-BAL-OK
           ELSE
               PERFORM 696-WRITE-BAL-OOB
           END-IF.
           ADD  WS-SUPP-PAID-HASH WS-SUPP-REJ-HASH
                GIVING WS-SUPP-CHK-HASH.
           MOVE 'SUPP HASH IN = SUPP PAID + SUPP REJECTED'
                                           TO   WS-BAL-CHK-DESC.
           IF WS-SUPP-IN-HASH = WS-SUPP-CHK-HASH
               PERFORM 695-WRITE-BAL-OK
           ELSE
               PERFORM 696-WRITE-BAL-OOB
           END-IF.
           ADD  WS-SITE-DTL-TOT (1) WS-SITE-DTL-TOT (2)
                WS-SITE-DTL-TOT (3) WS-SUPP-PAID-HASH
                GIVING WS-GROSS-PROOF.
           MOVE 'REPORT GROSS = DETAIL BASE PAY + SUPP PAID'
                                           TO   WS-BAL-CHK-DESC.
           IF WS-GRAND-TOT = WS-GROSS-PROOF
               PERFORM 695-WRITE-BAL-OK
           ELSE
               PERFORM 696-WRITE-BAL-OOB
           END-IF.
           ADD  WS-DD-CTR WS-MAN-CTR WS-NOPAY-CTR
                GIVING WS-PAY-CHK-CTR.
           MOVE 'DETAIL = DEPOSITS + CHECKS + ZERO NET'
                                           TO   WS-BAL-CHK-DESC.
           IF WS-DTL-CTR = WS-PAY-CHK-CTR
               PERFORM 695-WRITE-BAL-OK
           ELSE
               PERFORM 696-WRITE-BAL-OOB
           END-IF.
           MOVE 'BANK TRAILER COUNT = DIRECT DEPOSITS'
                                           TO   WS-BAL-CHK-DESC.
           IF WS-BNK-PRF-CTR = WS-DD-CTR
               PERFORM 695-WRITE-BAL-OK
           ELSE
               PERFORM 696-WRITE-BAL-OOB
           END-IF.
           MOVE 'BANK TRAILER HASH = DEPOSIT ROUTING HASH'
                                           TO   WS-BAL-CHK-DESC.
           IF WS-BNK-PRF-HASH = WS-DD-HASH
               PERFORM 695-WRITE-BAL-OK
           ELSE
               PERFORM 696-WRITE-BAL-OOB
           END-IF.
           MOVE 'BANK TRAILER AMOUNT = DEPOSIT NET PAY'
                                           TO   WS-BAL-CHK-DESC.
           IF WS-BNK-PRF-TOT = WS-DD-NET-TOT
               PERFORM 695-WRITE-BAL-OK
           ELSE
               PERFORM 696-WRITE-BAL-OOB
           END-IF.
           ADD  WS-BNK-PRF-TOT WS-MAN-NET-TOT
                GIVING WS-PAY-CHK-TOT.
           MOVE 'GRAND NET = BANK TRAILER + MANUAL CHECKS'
                                           TO   WS-BAL-CHK-DESC.
           IF WS-GRAND-NET-TOT = WS-PAY-CHK-TOT
               PERFORM 695-WRITE-BAL-OK
           ELSE
               PERFORM 696-WRITE-BAL-OOB
           END-IF.
           MOVE 'GL DEPT DEBITS = REPORT GROSS'
                                           TO   WS-BAL-CHK-DESC.
           IF WS-ALOC-GROSS-TOT = WS-GRAND-TOT
               PERFORM 695-WRITE-BAL-OK
           ELSE
               PERFORM 696-WRITE-BAL-OOB
           END-IF.
           MOVE 'DEPT DEDUCTIONS = REPORT DEDUCTIONS'
                                           TO   WS-BAL-CHK-DESC.
           IF WS-ALOC-DED-TOT = WS-GRAND-DED-TOT
               PERFORM 695-WRITE-BAL-OK
           ELSE
               PERFORM 696-WRITE-BAL-OOB
           END-IF.
           WRITE PR-RPT-REC                FROM WS-RPT-BLANK-LN.
           WRITE PR-RPT-REC                FROM WS-ALOC-DIST-HDG.
           PERFORM 694-PRT-LABOR-DIST
               VARYING WS-ALOC-DEPT-IDX FROM WS-DEPT-TABLE-MIN BY 1
               UNTIL WS-ALOC-DEPT-IDX > WS-DEPT-TABLE-MAX.
      *-----------------------------------------------------------------
      * DEPARTMENT COST AFTER LABOR ALLOCATION, AS IT WILL BE POSTED.
      *-----------------------------------------------------------------
       693-SUM-LABOR-DIST.
           IF WS-DEPT-TOT-THIS-QTR (WS-ALOC-DEPT-IDX) > ZERO OR
              WS-DEPT-DED-THIS-QTR (WS-ALOC-DEPT-IDX) > ZERO
               ADD 1                       TO   WS-ALOC-DEPT-CTR
               ADD WS-DEPT-TOT-THIS-QTR (WS-ALOC-DEPT-IDX)
                                           TO   WS-ALOC-GROSS-TOT
               ADD WS-DEPT-DED-THIS-QTR (WS-ALOC-DEPT-IDX)
                                           TO   WS-ALOC-DED-TOT
           END-IF.
      *-----------------------------------------------------------------
       694-PRT-LABOR-DIST.
           IF WS-DEPT-TOT-THIS-QTR (WS-ALOC-DEPT-IDX) > ZERO OR
              WS-DEPT-DED-THIS-QTR (WS-ALOC-DEPT-IDX) > ZERO
               MOVE WS-ALOC-DEPT-IDX       TO   WS-ALOC-DIST-DEPT
               MOVE WS-DEPT-NAME (WS-ALOC-DEPT-IDX)
                                           TO   WS-ALOC-DIST-NAME
               MOVE WS-DEPT-TOT-THIS-QTR (WS-ALOC-DEPT-IDX)
                                           TO   WS-ALOC-DIST-GROSS
               MOVE WS-DEPT-DED-THIS-QTR (WS-ALOC-DEPT-IDX)
                                           TO   WS-ALOC-DIST-DED
               WRITE PR-RPT-REC            FROM WS-ALOC-DIST-LN
           END-IF.
      *-----------------------------------------------------------------
      * PROVES EACH SITE'S INPUT PAY HASH AGAINST THAT SITE'S SHARE OF
      * THE OUTPUT: DETAIL DOLLARS PLUS THE EXCEPTION, DUPLICATE, AND
           MOVE  'Y'                       TO   WS-OOB-SW.
           WRITE PR-RPT-REC                FROM WS-BAL-CHK-LN.
      *-----------------------------------------------------------------
      * THE BANK FILE TRAILER THE COMMIT WILL WRITE: ENTRY COUNT, SUM
      * OF THE EIGHT-DIGIT BANK IDS, AND AMOUNT OF EVERY DEPOSIT ON THE
      * PAY RUN FILE, TAKEN THE WAY 772 TAKES THEM, SO THE TRAILER IS
      * PROVEN HERE BEFORE ANYTHING IS COMMITTED.
      *-----------------------------------------------------------------
       697-SUM-BANK-TRAILER.
           MOVE  ZERO                      TO   WS-BNK-PRF-CTR
                                                WS-BNK-PRF-HASH
                                                WS-BNK-PRF-TOT.
           MOVE  'N'                       TO   WS-PAYRUN-EOF-FLAG.
           OPEN INPUT PAY-RUN.
           PERFORM 698-SUM-ONE-DEPOSIT UNTIL PAYRUN-EOF.
           CLOSE PAY-RUN.
           MOVE  'N'                       TO   WS-PAYRUN-EOF-FLAG.
      *-----------------------------------------------------------------
       698-SUM-ONE-DEPOSIT.
           READ PAY-RUN
               AT END
                   MOVE 'Y'                TO   WS-PAYRUN-EOF-FLAG
               NOT AT END
                   IF PRUN-DIRECT
                       ADD 1               TO   WS-BNK-PRF-CTR
                       ADD PRUN-ROUTE-BANK TO   WS-BNK-PRF-HASH
                       ADD PRUN-NET-AMT    TO   WS-BNK-PRF-TOT
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
