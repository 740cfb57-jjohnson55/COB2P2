      ******************************************************************
      *PROGRAM : PROJECT 2   DIRECT-DEPOSIT BANK RECORD MAINTENANCE    *
      *AUTHOR  : John Stephen Johnson                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains the indexed employee banking file keyed on  *
      *          employee ID (routing number, account number, account  *
      *          type, prenote/active flag) from a small keyed         *
      *          transaction file, then prints a listing of every      *
      *          bank record on file.  The pay run deposits net pay    *
      *          only to an active record; anyone else is paid by      *
      *          manual check.  Every add or change is edited: the     *
      *          employee must be on the master, the routing number    *
      *          must pass the ABA check-digit test, the account must  *
      *          be present, and the type must be checking or savings. *
      *          Transaction codes: A add (starts in prenote), C       *
      *          change (a new routing or account number goes back to  *
      *          prenote), L live (prenote confirmed by the bank,      *
      *          record becomes active), D delete.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-bank.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-MST ASSIGN TO 'p02-bank.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS BANK-ID
                          FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT EMP-MST ASSIGN TO 'p02-data-unordered.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS EMP-ID
                          ALTERNATE RECORD KEY IS EMP-LNAME
                              WITH DUPLICATES
                          FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT OPTIONAL BANK-TRAN ASSIGN TO 'p02-bank-trans.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-RPT ASSIGN TO 'johnson-p02-bank.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD  BANK-TRAN.
       01  BTRN-REC.
           03  BTRN-CODE                   PIC X.
               88  BTRN-CODE-ADD                       VALUE 'A'.
               88  BTRN-CODE-CHANGE                    VALUE 'C'.
               88  BTRN-CODE-LIVE                      VALUE 'L'.
               88  BTRN-CODE-DELETE                    VALUE 'D'.
           03  BTRN-ID                     PIC X(4).
           03  BTRN-ROUTING                PIC 9(9).
           03  BTRN-ROUTING-DIGITS REDEFINES BTRN-ROUTING.
               05  BTRN-ROUTE-DIGIT        PIC 9       OCCURS 9 TIMES.
           03  BTRN-ACCOUNT                PIC X(17).
           03  BTRN-ACCT-TYPE              PIC X.
               88  BTRN-ACCT-VALID                     VALUE 'C' 'S'.

       FD  BANK-RPT.
       01  BANK-RPT-REC                    PIC X(80).
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
       01  WS-TODAY.
           03  WS-TODAY-YR                 PIC 9999.
           03  WS-TODAY-MO                 PIC 99.
           03  WS-TODAY-DAY                PIC 99.

       01  WS-BANK-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-BANK-IO-OK                           VALUE '00'.
           88  WS-BANK-FILE-NOT-FOUND                  VALUE '35'.
       01  WS-MST-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-MST-IO-OK                            VALUE '00'.

       01  WS-FLAGS.
           03  WS-TRN-EOF-FLAG             PIC X       VALUE 'N'.
               88  TRN-EOF                             VALUE 'Y'.
           03  WS-BANK-EOF-FLAG            PIC X       VALUE 'N'.
               88  BANK-EOF                            VALUE 'Y'.
           03  WS-EDIT-SWITCH              PIC X       VALUE 'Y'.
               88  WS-TRAN-OK                          VALUE 'Y'.

      * ABA ROUTING CHECK: 3 x (D1+D4+D7) + 7 x (D2+D5+D8) +
      * (D3+D6+D9) MUST BE A MULTIPLE OF 10.
       01  WS-ABA-WORK.
           03  WS-ABA-SUM                  PIC 9(4)    VALUE ZERO.
           03  WS-ABA-QUOT                 PIC 9(4)    VALUE ZERO.
           03  WS-ABA-REM                  PIC 9       VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-ADD-CTR                  PIC 9999    VALUE ZERO.
           03  WS-CHG-CTR                  PIC 9999    VALUE ZERO.
           03  WS-LIVE-CTR                 PIC 9999    VALUE ZERO.
           03  WS-DEL-CTR                  PIC 9999    VALUE ZERO.
           03  WS-EXCP-CTR                 PIC 9999    VALUE ZERO.
           03  WS-LIST-CTR                 PIC 9999    VALUE ZERO.
           03  WS-PRENOTE-CTR              PIC 9999    VALUE ZERO.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE 'P02-JOHNSON'.
           03  FILLER      PIC X(42) VALUE
                   'DIRECT DEPOSIT BANK RECORD LISTING'.
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.
       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-LOG-HDG.
           03  FILLER              PIC X(11) VALUE 'ACTION     '.
           03  FILLER              PIC X(6)  VALUE 'EMP   '.
           03  FILLER              PIC X(11) VALUE 'ROUTING    '.
           03  FILLER              PIC X(19) VALUE 'ACCOUNT'.
           03  FILLER              PIC X(10) VALUE 'TYPE      '.
           03  FILLER              PIC X(9)  VALUE 'STATUS   '.
           03  FILLER              PIC X(14) VALUE 'CHANGED'.
       01  WS-LOG-DTL-LN.
           03  WS-LOG-ACTION               PIC X(11).
           03  WS-LOG-ID                   PIC X(4).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-ROUTING              PIC 9(9).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-ACCOUNT              PIC X(17).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-TYPE                 PIC X(8).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-STATUS               PIC X(7).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-CHG-DATE             PIC 9999/99/99.
           03  FILLER                      PIC X(4)    VALUE SPACES.
       01  WS-LOG-EXCP-LN.
           03  FILLER                      PIC X(11)   VALUE
                   'EXCEPTION  '.
           03  WS-LOG-EXCP-ID              PIC X(4).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-EXCP-REASON          PIC X(40).
           03  FILLER                      PIC X(23)   VALUE SPACES.
       01  WS-LOG-SUMMARY-LN.
           03  FILLER                      PIC X(7)    VALUE 'ADDED: '.
           03  WS-LOG-SUM-ADD              PIC ZZZ9.
           03  FILLER                      PIC X(10)   VALUE
                   '  CHANGED:'.
           03  WS-LOG-SUM-CHG              PIC ZZZ9.
           03  FILLER                      PIC X(7)    VALUE
                   '  LIVE:'.
           03  WS-LOG-SUM-LIVE             PIC ZZZ9.
           03  FILLER                      PIC X(10)   VALUE
                   '  DELETED:'.
           03  WS-LOG-SUM-DEL              PIC ZZZ9.
           03  FILLER                      PIC X(13)   VALUE
                   '  EXCEPTIONS:'.
           03  WS-LOG-SUM-EXCP             PIC ZZZ9.
           03  FILLER                      PIC X(13)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 140-OPEN-MASTER.
           PERFORM 150-OPEN-BANK.
           OPEN INPUT  BANK-TRAN.
           OPEN OUTPUT BANK-RPT.

           PERFORM 400-RPT-HEADING.
           PERFORM 200-APPLY-TRANS.
           PERFORM 450-LOG-SUMMARY.
           PERFORM 600-LIST-BANK.

           CLOSE BANK-MST
                 EMP-MST
                 BANK-TRAN
                 BANK-RPT.

           DISPLAY 'PROJECT 2 DIRECT DEPOSIT BANK RECORDS - JOHN ',
                   'STEPHEN JOHNSON'.
           DISPLAY 'BANK RECORDS ADDED:    ', WS-ADD-CTR.
           DISPLAY 'BANK RECORDS CHANGED:  ', WS-CHG-CTR.
           DISPLAY 'BANK RECORDS MADE LIVE:', WS-LIVE-CTR.
           DISPLAY 'BANK RECORDS DELETED:  ', WS-DEL-CTR.
           DISPLAY 'EXCEPTIONS:            ', WS-EXCP-CTR.
           DISPLAY 'BANK RECORDS ON FILE:  ', WS-LIST-CTR.
           DISPLAY 'STILL IN PRENOTE:      ', WS-PRENOTE-CTR.
           STOP RUN.
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
       150-OPEN-BANK.
           OPEN I-O BANK-MST.
           IF WS-BANK-FILE-NOT-FOUND
               OPEN OUTPUT BANK-MST
               CLOSE BANK-MST
               OPEN I-O BANK-MST
           END-IF.
           IF NOT WS-BANK-IO-OK
               DISPLAY 'BANK FILE OPEN FAILED STATUS ',
                       WS-BANK-FILE-STATUS, ' - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       200-APPLY-TRANS.
           PERFORM 210-APPLY-ONE-TRANS UNTIL TRN-EOF.
      *-----------------------------------------------------------------
       210-APPLY-ONE-TRANS.
           READ BANK-TRAN
               AT END
                   MOVE 'Y'                TO   WS-TRN-EOF-FLAG
               NOT AT END
                   IF BTRN-ID = SPACES
                       MOVE 'BLANK EMPLOYEE ID ON TRANS'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   ELSE
                       PERFORM 220-APPLY-EDITED-TRANS
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       220-APPLY-EDITED-TRANS.
           IF BTRN-CODE-ADD
               PERFORM 230-ADD-BANK
           ELSE
               IF BTRN-CODE-CHANGE
                   PERFORM 240-CHANGE-BANK
               ELSE
                   IF BTRN-CODE-LIVE
                       PERFORM 250-MAKE-LIVE
                   ELSE
                       IF BTRN-CODE-DELETE
                           PERFORM 260-DELETE-BANK
                       ELSE
                           MOVE 'UNKNOWN TRANSACTION CODE'
                                           TO   WS-LOG-EXCP-REASON
                           PERFORM 490-LOG-EXCEPTION
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * FIELD EDITS SHARED BY ADD AND CHANGE.  THE FIRST FAILURE IS THE
      * REASON LOGGED.
      *-----------------------------------------------------------------
       225-EDIT-BANK-DATA.
           MOVE 'Y'                        TO   WS-EDIT-SWITCH.
           MOVE BTRN-ID                    TO   EMP-ID.
           READ EMP-MST
               INVALID KEY
                   MOVE 'N'                TO   WS-EDIT-SWITCH
                   MOVE 'EMPLOYEE NOT ON MASTER'
                                           TO   WS-LOG-EXCP-REASON
           END-READ.
           IF NOT WS-TRAN-OK
               CONTINUE
           ELSE IF BTRN-ROUTING NOT NUMERIC OR BTRN-ROUTING = ZERO
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'ROUTING NUMBER NOT NUMERIC'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF BTRN-ACCOUNT = SPACES
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'BLANK ACCOUNT NUMBER' TO   WS-LOG-EXCP-REASON
           ELSE IF NOT BTRN-ACCT-VALID
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'ACCOUNT TYPE MUST BE C OR S'
                                           TO   WS-LOG-EXCP-REASON
           ELSE
               PERFORM 227-CHECK-ROUTING-DIGIT
           END-IF.
      *-----------------------------------------------------------------
       227-CHECK-ROUTING-DIGIT.
           COMPUTE WS-ABA-SUM =
               3 * (BTRN-ROUTE-DIGIT (1) + BTRN-ROUTE-DIGIT (4) +
                    BTRN-ROUTE-DIGIT (7)) +
               7 * (BTRN-ROUTE-DIGIT (2) + BTRN-ROUTE-DIGIT (5) +
                    BTRN-ROUTE-DIGIT (8)) +
                   (BTRN-ROUTE-DIGIT (3) + BTRN-ROUTE-DIGIT (6) +
                    BTRN-ROUTE-DIGIT (9)).
           DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-QUOT
               REMAINDER WS-ABA-REM.
           IF WS-ABA-REM NOT = ZERO
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'ROUTING NUMBER FAILS CHECK DIGIT'
                                           TO   WS-LOG-EXCP-REASON
           END-IF.
      *-----------------------------------------------------------------
       230-ADD-BANK.
           PERFORM 225-EDIT-BANK-DATA.
           IF NOT WS-TRAN-OK
               PERFORM 490-LOG-EXCEPTION
           ELSE
               MOVE BTRN-ID                TO   BANK-ID
               MOVE BTRN-ROUTING           TO   BANK-ROUTING
               MOVE BTRN-ACCOUNT           TO   BANK-ACCOUNT
               MOVE BTRN-ACCT-TYPE         TO   BANK-ACCT-TYPE
               MOVE 'P'                    TO   BANK-STATUS
               MOVE WS-TODAY               TO   BANK-CHG-DATE
               WRITE BANK-REC
                   INVALID KEY
                       MOVE 'ADD FOR BANK RECORD ALREADY ON FILE'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   NOT INVALID KEY
                       ADD 1               TO   WS-ADD-CTR
                       MOVE 'ADDED'        TO   WS-LOG-ACTION
                       PERFORM 470-LOG-APPLIED
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
      * A CHANGE CARRIES THE COMPLETE NEW BANKING DATA.  A DIFFERENT
      * ROUTING OR ACCOUNT NUMBER MUST BE PRENOTED AGAIN BEFORE IT IS
      * PAID; A CHANGE OF ACCOUNT TYPE ALONE KEEPS THE CURRENT FLAG.
      *-----------------------------------------------------------------
       240-CHANGE-BANK.
           MOVE BTRN-ID                    TO   BANK-ID.
           READ BANK-MST
               INVALID KEY
                   MOVE 'NO MATCHING BANK RECORD FOR TRANS'
                                           TO   WS-LOG-EXCP-REASON
                   PERFORM 490-LOG-EXCEPTION
               NOT INVALID KEY
                   PERFORM 225-EDIT-BANK-DATA
                   IF NOT WS-TRAN-OK
                       PERFORM 490-LOG-EXCEPTION
                   ELSE
                       IF BTRN-ROUTING NOT = BANK-ROUTING OR
                          BTRN-ACCOUNT NOT = BANK-ACCOUNT
                           MOVE 'P'        TO   BANK-STATUS
                       END-IF
                       MOVE BTRN-ROUTING   TO   BANK-ROUTING
                       MOVE BTRN-ACCOUNT   TO   BANK-ACCOUNT
                       MOVE BTRN-ACCT-TYPE TO   BANK-ACCT-TYPE
                       MOVE WS-TODAY       TO   BANK-CHG-DATE
                       REWRITE BANK-REC
                       ADD 1               TO   WS-CHG-CTR
                       MOVE 'CHANGED'      TO   WS-LOG-ACTION
                       PERFORM 470-LOG-APPLIED
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       250-MAKE-LIVE.
           MOVE BTRN-ID                    TO   BANK-ID.
           READ BANK-MST
               INVALID KEY
                   MOVE 'NO MATCHING BANK RECORD FOR TRANS'
                                           TO   WS-LOG-EXCP-REASON
                   PERFORM 490-LOG-EXCEPTION
               NOT INVALID KEY
                   IF BANK-STAT-ACTIVE
                       MOVE 'BANK RECORD IS ALREADY LIVE'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   ELSE
                       MOVE 'A'            TO   BANK-STATUS
                       MOVE WS-TODAY       TO   BANK-CHG-DATE
                       REWRITE BANK-REC
                       ADD 1               TO   WS-LIVE-CTR
                       MOVE 'MADE LIVE'    TO   WS-LOG-ACTION
                       PERFORM 470-LOG-APPLIED
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       260-DELETE-BANK.
           MOVE BTRN-ID                    TO   BANK-ID.
           READ BANK-MST
               INVALID KEY
                   MOVE 'NO MATCHING BANK RECORD FOR TRANS'
                                           TO   WS-LOG-EXCP-REASON
                   PERFORM 490-LOG-EXCEPTION
               NOT INVALID KEY
                   MOVE 'DELETED'          TO   WS-LOG-ACTION
                   PERFORM 470-LOG-APPLIED
                   DELETE BANK-MST
                   ADD 1                   TO   WS-DEL-CTR
           END-READ.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-MO                  TO   WS-RPT-MO
                                                WS-TODAY-MO.
           MOVE WS-SYS-DAY                 TO   WS-RPT-DAY
                                                WS-TODAY-DAY.
           MOVE WS-SYS-YR                  TO   WS-RPT-YR
                                                WS-TODAY-YR.
      *-----------------------------------------------------------------
       400-RPT-HEADING.
           WRITE BANK-RPT-REC              FROM WS-RPT-TITLE-LN.
           WRITE BANK-RPT-REC              FROM WS-RPT-BLANK-LN.
           WRITE BANK-RPT-REC              FROM WS-LOG-HDG.
      *-----------------------------------------------------------------
       470-LOG-APPLIED.
           MOVE  BANK-ID                   TO   WS-LOG-ID.
           MOVE  BANK-ROUTING              TO   WS-LOG-ROUTING.
           MOVE  BANK-ACCOUNT              TO   WS-LOG-ACCOUNT.
           IF BANK-ACCT-CHECKING
               MOVE 'CHECKING'             TO   WS-LOG-TYPE
           ELSE
               MOVE 'SAVINGS'              TO   WS-LOG-TYPE
           END-IF.
           IF BANK-STAT-ACTIVE
               MOVE 'ACTIVE'               TO   WS-LOG-STATUS
           ELSE
               MOVE 'PRENOTE'              TO   WS-LOG-STATUS
           END-IF.
           MOVE  BANK-CHG-DATE             TO   WS-LOG-CHG-DATE.
           WRITE BANK-RPT-REC              FROM WS-LOG-DTL-LN.
      *-----------------------------------------------------------------
       490-LOG-EXCEPTION.
           ADD   1                         TO   WS-EXCP-CTR.
           MOVE  BTRN-ID                   TO   WS-LOG-EXCP-ID.
           WRITE BANK-RPT-REC              FROM WS-LOG-EXCP-LN.
      *-----------------------------------------------------------------
       450-LOG-SUMMARY.
           MOVE  WS-ADD-CTR                TO   WS-LOG-SUM-ADD.
           MOVE  WS-CHG-CTR                TO   WS-LOG-SUM-CHG.
           MOVE  WS-LIVE-CTR               TO   WS-LOG-SUM-LIVE.
           MOVE  WS-DEL-CTR                TO   WS-LOG-SUM-DEL.
           MOVE  WS-EXCP-CTR               TO   WS-LOG-SUM-EXCP.
           WRITE BANK-RPT-REC              FROM WS-RPT-BLANK-LN.
           WRITE BANK-RPT-REC              FROM WS-LOG-SUMMARY-LN.
           WRITE BANK-RPT-REC              FROM WS-RPT-BLANK-LN.
      *-----------------------------------------------------------------
       600-LIST-BANK.
           MOVE  LOW-VALUES                TO   BANK-ID.
           START BANK-MST KEY NOT LESS BANK-ID
               INVALID KEY
                   MOVE 'Y'                TO   WS-BANK-EOF-FLAG
           END-START.
           WRITE BANK-RPT-REC              FROM WS-LOG-HDG.
           PERFORM 610-LIST-ONE-BANK UNTIL BANK-EOF.
      *-----------------------------------------------------------------
       610-LIST-ONE-BANK.
           READ BANK-MST NEXT RECORD
               AT END
                   MOVE 'Y'                TO   WS-BANK-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-LIST-CTR
                   IF BANK-STAT-PRENOTE
                       ADD 1               TO   WS-PRENOTE-CTR
                   END-IF
                   MOVE 'ON FILE'          TO   WS-LOG-ACTION
                   PERFORM 470-LOG-APPLIED
           END-READ.
