      ******************************************************************
      *PROGRAM : PROJECT 2   DEDUCTION ELECTION MAINTENANCE/LISTING    *
      *AUTHOR  : John Stephen Johnson                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains the indexed per-employee deduction election *
      *          file keyed on employee ID plus deduction code from a  *
      *          small keyed transaction file, then prints a listing   *
      *          of every election on file.  The pay run reads this    *
      *          file by key for each employee and deduction type: an *
      *          election in force for the period overrides the table *
      *          rate (or takes a flat amount) and may carry an annual *
      *          wage-base maximum.  Every transaction is edited       *
      *          against the employee master and the deduction rate    *
      *          file before it is applied; rejects are listed with    *
      *          the reason.  Transaction codes: A add, C change (the  *
      *          transaction carries the complete new election terms), *
      *          D delete.                                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-elect.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DED-ELECT ASSIGN TO 'p02-dedelect.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ELEC-KEY
                          FILE STATUS IS WS-ELEC-FILE-STATUS.

           SELECT EMP-MST ASSIGN TO 'p02-data-unordered.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS EMP-ID
                          ALTERNATE RECORD KEY IS EMP-LNAME
                              WITH DUPLICATES
                          FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT DED-RATES ASSIGN TO 'p02-dedrates.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-DED-FILE-STATUS.

           SELECT OPTIONAL ELEC-TRAN ASSIGN TO 'p02-dedelect-trans.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ELEC-RPT ASSIGN TO 'johnson-p02-dedelect.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD  DED-RATES.
       COPY P02DEDREC REPLACING ==PFX-REC==     BY ==DED-REC==
                              ==PFX-CODE==    BY ==DED-CODE==
                              ==PFX-DESC==    BY ==DED-DESC==
                              ==PFX-RATE==    BY ==DED-RATE==
                              ==PFX-GL-ACCT== BY ==DED-GL-ACCT==.

      * TRANSACTION = CODE FOLLOWED BY A FULL P02ELECREC IMAGE.
       FD  ELEC-TRAN.
       01  ETRN-REC.
           03  ETRN-CODE                   PIC X.
               88  ETRN-CODE-ADD                       VALUE 'A'.
               88  ETRN-CODE-CHANGE                    VALUE 'C'.
               88  ETRN-CODE-DELETE                    VALUE 'D'.
           03  ETRN-KEY.
               05  ETRN-ID                 PIC X(4).
               05  ETRN-DED-CODE           PIC X(3).
           03  ETRN-METHOD                 PIC X.
               88  ETRN-METHOD-RATE                    VALUE 'R'.
               88  ETRN-METHOD-FLAT                    VALUE 'F'.
               88  ETRN-METHOD-VALID                   VALUE 'R' 'F'
                                                             'T'.
           03  ETRN-RATE                   PIC 9V9999.
           03  ETRN-FLAT-AMT               PIC 9(5)V99.
           03  ETRN-START.
               05  ETRN-START-YR           PIC 9999.
               05  ETRN-START-QTR          PIC 9.
           03  ETRN-STOP.
               05  ETRN-STOP-YR            PIC 9999.
               05  ETRN-STOP-QTR           PIC 9.
           03  ETRN-ANNUAL-MAX             PIC 9(7)V99.

       FD  ELEC-RPT.
       01  ELEC-RPT-REC                    PIC X(80).
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

       01  WS-ELEC-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-ELEC-IO-OK                           VALUE '00'.
           88  WS-ELEC-FILE-NOT-FOUND                  VALUE '35'.
       01  WS-MST-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-MST-IO-OK                            VALUE '00'.
       01  WS-DED-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-DED-FILE-MISSING                     VALUE '35'.

       01  WS-FLAGS.
           03  WS-TRN-EOF-FLAG             PIC X       VALUE 'N'.
               88  TRN-EOF                             VALUE 'Y'.
           03  WS-ELEC-EOF-FLAG            PIC X       VALUE 'N'.
               88  ELEC-EOF                            VALUE 'Y'.
           03  WS-DED-EOF-FLAG             PIC X       VALUE 'N'.
               88  DED-EOF                             VALUE 'Y'.
           03  WS-EDIT-SWITCH              PIC X       VALUE 'Y'.
               88  WS-TRAN-OK                          VALUE 'Y'.

       01  WS-DED-CODE-TABLE.
           03  WS-DED-ENTRY OCCURS 10 TIMES.
               05  WS-DED-TBL-CODE         PIC X(3).
           03  WS-DED-CTR                  PIC 99      VALUE ZERO.
           03  WS-DED-IDX                  PIC 99      VALUE ZERO.
       01  WS-DED-FOUND-SW                 PIC X       VALUE 'N'.
           88  WS-DED-FOUND                            VALUE 'Y'.

       01  WS-COUNTERS.
           03  WS-ADD-CTR                  PIC 9999    VALUE ZERO.
           03  WS-CHG-CTR                  PIC 9999    VALUE ZERO.
           03  WS-DEL-CTR                  PIC 9999    VALUE ZERO.
           03  WS-EXCP-CTR                 PIC 9999    VALUE ZERO.
           03  WS-LIST-CTR                 PIC 9999    VALUE ZERO.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE 'P02-JOHNSON'.
           03  FILLER      PIC X(42) VALUE
                   'DEDUCTION ELECTION LISTING'.
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.
       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-LOG-HDG.
           03  FILLER              PIC X(11) VALUE 'ACTION     '.
           03  FILLER              PIC X(5)  VALUE 'EMP  '.
           03  FILLER              PIC X(4)  VALUE 'DED '.
           03  FILLER              PIC X(2)  VALUE 'M '.
           03  FILLER              PIC X(7)  VALUE '  RATE '.
           03  FILLER              PIC X(10) VALUE ' FLAT AMT '.
           03  FILLER              PIC X(8)  VALUE ' START  '.
           03  FILLER              PIC X(8)  VALUE 'STOP    '.
           03  FILLER              PIC X(12) VALUE '  ANNUAL MAX'.
           03  FILLER              PIC X(13) VALUE SPACES.
       01  WS-LOG-DTL-LN.
           03  WS-LOG-ACTION               PIC X(11).
           03  WS-LOG-ID                   PIC X(4).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-LOG-DED-CODE             PIC X(3).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-LOG-METHOD               PIC X.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-LOG-RATE                 PIC 9.9999.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-LOG-FLAT-AMT             PIC ZZ,ZZ9.99.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-LOG-START.
               05  FILLER                  PIC X       VALUE 'Q'.
               05  WS-LOG-START-QTR        PIC 9.
               05  FILLER                  PIC X       VALUE SPACES.
               05  WS-LOG-START-YR         PIC 9999.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-LOG-STOP.
               05  FILLER                  PIC X       VALUE 'Q'.
               05  WS-LOG-STOP-QTR         PIC 9.
               05  FILLER                  PIC X       VALUE SPACES.
               05  WS-LOG-STOP-YR          PIC 9999.
           03  WS-LOG-STOP-OPEN REDEFINES WS-LOG-STOP PIC X(7).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-LOG-ANNUAL-MAX           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(13)   VALUE SPACES.
       01  WS-LOG-EXCP-LN.
           03  FILLER                      PIC X(11)   VALUE
                   'EXCEPTION  '.
           03  WS-LOG-EXCP-ID              PIC X(4).
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-LOG-EXCP-DED-CODE        PIC X(3).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-EXCP-REASON          PIC X(40).
           03  FILLER                      PIC X(19)   VALUE SPACES.
       01  WS-LOG-SUMMARY-LN.
           03  FILLER                      PIC X(7)    VALUE 'ADDED: '.
           03  WS-LOG-SUM-ADD              PIC ZZZ9.
           03  FILLER                      PIC X(10)   VALUE
                   '  CHANGED:'.
           03  WS-LOG-SUM-CHG              PIC ZZZ9.
           03  FILLER                      PIC X(10)   VALUE
                   '  DELETED:'.
           03  WS-LOG-SUM-DEL              PIC ZZZ9.
           03  FILLER                      PIC X(13)   VALUE
                   '  EXCEPTIONS:'.
           03  WS-LOG-SUM-EXCP             PIC ZZZ9.
           03  FILLER                      PIC X(24)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 130-LOAD-DED-CODES.
           PERFORM 140-OPEN-MASTER.
           PERFORM 150-OPEN-ELECTIONS.
           OPEN INPUT  ELEC-TRAN.
           OPEN OUTPUT ELEC-RPT.

           PERFORM 400-RPT-HEADING.
           PERFORM 200-APPLY-TRANS.
           PERFORM 450-LOG-SUMMARY.
           PERFORM 600-LIST-ELECTIONS.

           CLOSE DED-ELECT
                 EMP-MST
                 ELEC-TRAN
                 ELEC-RPT.

           DISPLAY 'PROJECT 2 DEDUCTION ELECTIONS - JOHN STEPHEN ',
                   'JOHNSON'.
           DISPLAY 'ELECTIONS ADDED:    ', WS-ADD-CTR.
           DISPLAY 'ELECTIONS CHANGED:  ', WS-CHG-CTR.
           DISPLAY 'ELECTIONS DELETED:  ', WS-DEL-CTR.
           DISPLAY 'EXCEPTIONS:         ', WS-EXCP-CTR.
           DISPLAY 'ELECTIONS ON FILE:  ', WS-LIST-CTR.
           STOP RUN.
      *-----------------------------------------------------------------
       130-LOAD-DED-CODES.
           OPEN INPUT DED-RATES.
           IF WS-DED-FILE-MISSING
               DISPLAY 'DEDUCTION RATE FILE MISSING - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM 135-LOAD-ONE-DED-CODE UNTIL DED-EOF.
           CLOSE DED-RATES.
           IF WS-DED-CTR = ZERO
               DISPLAY 'DEDUCTION RATE FILE EMPTY - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       135-LOAD-ONE-DED-CODE.
           READ DED-RATES
               AT END
                   MOVE 'Y'                TO   WS-DED-EOF-FLAG
               NOT AT END
                   IF WS-DED-CTR < 10
                       ADD 1               TO   WS-DED-CTR
                       MOVE DED-CODE       TO
                            WS-DED-TBL-CODE (WS-DED-CTR)
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       140-OPEN-MASTER.
           OPEN INPUT EMP-MST.
           IF NOT WS-MST-IO-OK
               DISPLAY 'EMPLOYEE MASTER OPEN FAILED STATUS ',
                       WS-MST-FILE-STATUS, ' - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       150-OPEN-ELECTIONS.
           OPEN I-O DED-ELECT.
           IF WS-ELEC-FILE-NOT-FOUND
               OPEN OUTPUT DED-ELECT
               CLOSE DED-ELECT
               OPEN I-O DED-ELECT
           END-IF.
           IF NOT WS-ELEC-IO-OK
               DISPLAY 'DEDUCTION ELECTION FILE OPEN FAILED ',
                       'STATUS ', WS-ELEC-FILE-STATUS, ' - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       200-APPLY-TRANS.
           PERFORM 210-APPLY-ONE-TRANS UNTIL TRN-EOF.
      *-----------------------------------------------------------------
       210-APPLY-ONE-TRANS.
           READ ELEC-TRAN
               AT END
                   MOVE 'Y'                TO   WS-TRN-EOF-FLAG
               NOT AT END
                   PERFORM 215-FIND-DED-CODE
                   IF ETRN-ID = SPACES
                       MOVE 'BLANK EMPLOYEE ID ON TRANS'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   ELSE IF NOT WS-DED-FOUND
                       MOVE 'DEDUCTION CODE NOT ON RATE FILE'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   ELSE
                       PERFORM 220-APPLY-EDITED-TRANS
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       215-FIND-DED-CODE.
           MOVE 'N'                        TO   WS-DED-FOUND-SW.
           PERFORM 216-CHECK-ONE-DED-CODE
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-CTR.
      *-----------------------------------------------------------------
       216-CHECK-ONE-DED-CODE.
           IF WS-DED-TBL-CODE (WS-DED-IDX) = ETRN-DED-CODE
               MOVE 'Y'                    TO   WS-DED-FOUND-SW
           END-IF.
      *-----------------------------------------------------------------
       220-APPLY-EDITED-TRANS.
           IF ETRN-CODE-ADD
               PERFORM 230-ADD-ELECTION
           ELSE
               IF ETRN-CODE-CHANGE
                   PERFORM 240-CHANGE-ELECTION
               ELSE
                   IF ETRN-CODE-DELETE
                       PERFORM 250-DELETE-ELECTION
                   ELSE
                       MOVE 'UNKNOWN TRANSACTION CODE'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * FIELD EDITS SHARED BY ADD AND CHANGE: THE EMPLOYEE MUST BE ON
      * THE MASTER AND THE ELECTION TERMS MUST BE COMPLETE AND
      * CONSISTENT.  THE FIRST FAILURE IS THE REASON LOGGED.
      *-----------------------------------------------------------------
       225-EDIT-TERMS.
           MOVE 'Y'                        TO   WS-EDIT-SWITCH.
           MOVE ETRN-ID                    TO   EMP-ID.
           READ EMP-MST
               INVALID KEY
                   MOVE 'N'                TO   WS-EDIT-SWITCH
                   MOVE 'EMPLOYEE NOT ON MASTER'
                                           TO   WS-LOG-EXCP-REASON
           END-READ.
           IF NOT WS-TRAN-OK
               CONTINUE
           ELSE IF NOT ETRN-METHOD-VALID
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'METHOD MUST BE R, F, OR T'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF ETRN-RATE NOT NUMERIC OR
                   ETRN-FLAT-AMT NOT NUMERIC OR
                   ETRN-ANNUAL-MAX NOT NUMERIC
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'NON-NUMERIC RATE, FLAT AMT, OR MAXIMUM'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF ETRN-METHOD-RATE AND ETRN-RATE NOT < 1
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'OVERRIDE RATE MUST BE UNDER 100 PCT'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF ETRN-METHOD-FLAT AND ETRN-FLAT-AMT = ZERO
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'FLAT METHOD WITH ZERO AMOUNT'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF ETRN-START-YR NOT NUMERIC OR
                   ETRN-START-QTR NOT NUMERIC OR
                   ETRN-START-YR = ZERO OR
                   ETRN-START-QTR < 1 OR ETRN-START-QTR > 4
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'INVALID START PERIOD'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF ETRN-STOP-YR NOT NUMERIC OR
                   ETRN-STOP-QTR NOT NUMERIC
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'INVALID STOP PERIOD'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF ETRN-STOP-YR NOT = ZERO AND
                  (ETRN-STOP-QTR < 1 OR ETRN-STOP-QTR > 4)
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'INVALID STOP PERIOD'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF ETRN-STOP-YR NOT = ZERO AND
                   ETRN-STOP < ETRN-START
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'STOP PERIOD BEFORE START PERIOD'
                                           TO   WS-LOG-EXCP-REASON
           END-IF.
      *-----------------------------------------------------------------
       230-ADD-ELECTION.
           PERFORM 225-EDIT-TERMS.
           IF NOT WS-TRAN-OK
               PERFORM 490-LOG-EXCEPTION
           ELSE
               PERFORM 260-MOVE-TERMS
               WRITE ELEC-REC
                   INVALID KEY
                       MOVE 'ADD FOR ELECTION ALREADY ON FILE'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   NOT INVALID KEY
                       ADD 1               TO   WS-ADD-CTR
                       MOVE 'ADDED'        TO   WS-LOG-ACTION
                       PERFORM 470-LOG-APPLIED
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
       240-CHANGE-ELECTION.
           MOVE ETRN-KEY                   TO   ELEC-KEY.
           READ DED-ELECT
               INVALID KEY
                   MOVE 'NO MATCHING ELECTION FOR TRANS'
                                           TO   WS-LOG-EXCP-REASON
                   PERFORM 490-LOG-EXCEPTION
               NOT INVALID KEY
                   PERFORM 225-EDIT-TERMS
                   IF NOT WS-TRAN-OK
                       PERFORM 490-LOG-EXCEPTION
                   ELSE
                       PERFORM 260-MOVE-TERMS
                       REWRITE ELEC-REC
                       ADD 1               TO   WS-CHG-CTR
                       MOVE 'CHANGED'      TO   WS-LOG-ACTION
                       PERFORM 470-LOG-APPLIED
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       250-DELETE-ELECTION.
           MOVE ETRN-KEY                   TO   ELEC-KEY.
           READ DED-ELECT
               INVALID KEY
                   MOVE 'NO MATCHING ELECTION FOR TRANS'
                                           TO   WS-LOG-EXCP-REASON
                   PERFORM 490-LOG-EXCEPTION
               NOT INVALID KEY
                   MOVE 'DELETED'          TO   WS-LOG-ACTION
                   PERFORM 470-LOG-APPLIED
                   DELETE DED-ELECT
                   ADD 1                   TO   WS-DEL-CTR
           END-READ.
      *-----------------------------------------------------------------
       260-MOVE-TERMS.
           MOVE ETRN-KEY                   TO   ELEC-KEY.
           MOVE ETRN-METHOD                TO   ELEC-METHOD.
           MOVE ETRN-RATE                  TO   ELEC-RATE.
           MOVE ETRN-FLAT-AMT              TO   ELEC-FLAT-AMT.
           MOVE ETRN-START-YR              TO   ELEC-START-YR.
           MOVE ETRN-START-QTR             TO   ELEC-START-QTR.
           MOVE ETRN-STOP-YR               TO   ELEC-STOP-YR.
           MOVE ETRN-STOP-QTR              TO   ELEC-STOP-QTR.
           IF ETRN-STOP-YR = ZERO
               MOVE ZERO                   TO   ELEC-STOP-QTR
           END-IF.
           MOVE ETRN-ANNUAL-MAX            TO   ELEC-ANNUAL-MAX.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-MO                  TO   WS-RPT-MO.
           MOVE WS-SYS-DAY                 TO   WS-RPT-DAY.
           MOVE WS-SYS-YR                  TO   WS-RPT-YR.
      *-----------------------------------------------------------------
       400-RPT-HEADING.
           WRITE ELEC-RPT-REC              FROM WS-RPT-TITLE-LN.
           WRITE ELEC-RPT-REC              FROM WS-RPT-BLANK-LN.
           WRITE ELEC-RPT-REC              FROM WS-LOG-HDG.
      *-----------------------------------------------------------------
       470-LOG-APPLIED.
           MOVE  ELEC-ID                   TO   WS-LOG-ID.
           MOVE  ELEC-DED-CODE             TO   WS-LOG-DED-CODE.
           MOVE  ELEC-METHOD               TO   WS-LOG-METHOD.
           MOVE  ELEC-RATE                 TO   WS-LOG-RATE.
           MOVE  ELEC-FLAT-AMT             TO   WS-LOG-FLAT-AMT.
           MOVE  ELEC-START-QTR            TO   WS-LOG-START-QTR.
           MOVE  ELEC-START-YR             TO   WS-LOG-START-YR.
           IF ELEC-STOP-YR = ZERO
               MOVE 'OPEN'                 TO   WS-LOG-STOP-OPEN
           ELSE
               MOVE 'Q'                    TO   WS-LOG-STOP-OPEN
               MOVE ELEC-STOP-QTR          TO   WS-LOG-STOP-QTR
               MOVE ELEC-STOP-YR           TO   WS-LOG-STOP-YR
           END-IF.
           MOVE  ELEC-ANNUAL-MAX           TO   WS-LOG-ANNUAL-MAX.
           WRITE ELEC-RPT-REC              FROM WS-LOG-DTL-LN.
      *-----------------------------------------------------------------
       490-LOG-EXCEPTION.
           ADD   1                         TO   WS-EXCP-CTR.
           MOVE  ETRN-ID                   TO   WS-LOG-EXCP-ID.
           MOVE  ETRN-DED-CODE             TO   WS-LOG-EXCP-DED-CODE.
           WRITE ELEC-RPT-REC              FROM WS-LOG-EXCP-LN.
      *-----------------------------------------------------------------
       450-LOG-SUMMARY.
           MOVE  WS-ADD-CTR                TO   WS-LOG-SUM-ADD.
           MOVE  WS-CHG-CTR                TO   WS-LOG-SUM-CHG.
           MOVE  WS-DEL-CTR                TO   WS-LOG-SUM-DEL.
           MOVE  WS-EXCP-CTR               TO   WS-LOG-SUM-EXCP.
           WRITE ELEC-RPT-REC              FROM WS-RPT-BLANK-LN.
           WRITE ELEC-RPT-REC              FROM WS-LOG-SUMMARY-LN.
           WRITE ELEC-RPT-REC              FROM WS-RPT-BLANK-LN.
      *-----------------------------------------------------------------
       600-LIST-ELECTIONS.
           MOVE  LOW-VALUES                TO   ELEC-KEY.
           START DED-ELECT KEY NOT LESS ELEC-KEY
               INVALID KEY
                   MOVE 'Y'                TO   WS-ELEC-EOF-FLAG
           END-START.
           WRITE ELEC-RPT-REC              FROM WS-LOG-HDG.
           PERFORM 610-LIST-ONE-ELECTION UNTIL ELEC-EOF.
      *-----------------------------------------------------------------
       610-LIST-ONE-ELECTION.
           READ DED-ELECT NEXT RECORD
               AT END
                   MOVE 'Y'                TO   WS-ELEC-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-LIST-CTR
                   MOVE 'ON FILE'          TO   WS-LOG-ACTION
                   PERFORM 470-LOG-APPLIED
           END-READ.
