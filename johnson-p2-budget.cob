      ******************************************************************
      *PROGRAM : PROJECT 2   DEPARTMENT BUDGET MAINTENANCE             *
      *AUTHOR  : John Stephen Johnson                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Loads and maintains the indexed department payroll    *
      *          budget file keyed on department, year, and quarter    *
      *          (budgeted dollars and budgeted headcount) from a      *
      *          small keyed transaction file, then prints a change    *
      *          listing showing the old and new figures for every     *
      *          change, followed by every budget on file.  Every add  *
      *          or change is edited: the department must be active    *
      *          in the department reference file, the quarter must    *
      *          be 1-4, and the year, dollars, and headcount must be  *
      *          numeric.  Transaction codes: A add, C change, D       *
      *          delete.                                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-budget.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO 'p02-budget.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS BUD-KEY
                          FILE STATUS IS WS-BUD-FILE-STATUS.

           SELECT DEPT-REF ASSIGN TO 'p02-deptref.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS DREF-DEPT
                          FILE STATUS IS WS-DREF-FILE-STATUS.

           SELECT OPTIONAL BUD-TRAN ASSIGN TO 'p02-budget-trans.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BUD-RPT ASSIGN TO 'johnson-p02-budget.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY P02BUDREC REPLACING ==PFX-REC==     BY ==BUD-REC==
                              ==PFX-KEY==     BY ==BUD-KEY==
                              ==PFX-DEPT==    BY ==BUD-DEPT==
                              ==PFX-YR==      BY ==BUD-YR==
                              ==PFX-QTR==     BY ==BUD-QTR==
                              ==PFX-AMT==     BY ==BUD-AMT==
                      ==PFX-HEADCOUNT==     BY ==BUD-HEADCOUNT==
                      ==PFX-CHG-DATE==      BY ==BUD-CHG-DATE==.

       FD  DEPT-REF.
       COPY P02DEPTREC REPLACING ==PFX-REC==     BY ==DREF-REC==
                              ==PFX-DEPT==    BY ==DREF-DEPT==
                              ==PFX-NAME==    BY ==DREF-NAME==
                              ==PFX-GL-ACCT== BY ==DREF-GL-ACCT==
                              ==PFX-STATUS==  BY ==DREF-STATUS==
              ==PFX-STATUS-ACTIVE== BY ==DREF-STATUS-ACTIVE==
              ==PFX-STATUS-CLOSED== BY ==DREF-STATUS-CLOSED==.

       FD  BUD-TRAN.
       01  BUDT-REC.
           03  BUDT-CODE                   PIC X.
               88  BUDT-CODE-ADD                       VALUE 'A'.
               88  BUDT-CODE-CHANGE                    VALUE 'C'.
               88  BUDT-CODE-DELETE                    VALUE 'D'.
           03  BUDT-KEY.
               05  BUDT-DEPT               PIC 99.
               05  BUDT-YR                 PIC 9999.
               05  BUDT-QTR                PIC 9.
           03  BUDT-AMT                    PIC 9(7)V99.
           03  BUDT-HEADCOUNT              PIC 9(4).

       FD  BUD-RPT.
       01  BUD-RPT-REC                     PIC X(80).
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

       01  WS-BUD-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-BUD-IO-OK                            VALUE '00'.
           88  WS-BUD-FILE-NOT-FOUND                   VALUE '35'.

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
           03  WS-TRN-EOF-FLAG             PIC X       VALUE 'N'.
               88  TRN-EOF                             VALUE 'Y'.
           03  WS-BUD-EOF-FLAG             PIC X       VALUE 'N'.
               88  BUD-EOF                             VALUE 'Y'.
           03  WS-EDIT-SWITCH              PIC X       VALUE 'Y'.
               88  WS-TRAN-OK                          VALUE 'Y'.

       01  WS-COUNTERS.
           03  WS-ADD-CTR                  PIC 9999    VALUE ZERO.
           03  WS-CHG-CTR                  PIC 9999    VALUE ZERO.
           03  WS-DEL-CTR                  PIC 9999    VALUE ZERO.
           03  WS-EXCP-CTR                 PIC 9999    VALUE ZERO.
           03  WS-LIST-CTR                 PIC 9999    VALUE ZERO.
           03  WS-LIST-AMT-TOT             PIC 9(9)V99 VALUE ZERO.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE 'P02-JOHNSON'.
           03  FILLER      PIC X(42) VALUE
                   'DEPARTMENT BUDGET CHANGE LISTING'.
           03  WS-RPT-DATE-TIME.
               05  WS-RPT-MO               PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-DAY              PIC 99.
               05  FILLER                  PIC X     VALUE '/'.
               05  WS-RPT-YR               PIC 9999.
       01  WS-RPT-BLANK-LN                 PIC X(80) VALUE SPACES.
       01  WS-LOG-HDG.
           03  FILLER              PIC X(11) VALUE 'ACTION     '.
           03  FILLER              PIC X(4)  VALUE 'DT'.
           03  FILLER              PIC X(10) VALUE 'PERIOD'.
           03  FILLER              PIC X(14) VALUE '  BUDGET $'.
           03  FILLER              PIC X(6)  VALUE '  HC'.
           03  FILLER              PIC X(14) VALUE '   OLD BUDGET'.
           03  FILLER              PIC X(21) VALUE 'OLD HC'.
       01  WS-LOG-DTL-LN.
           03  WS-LOG-ACTION               PIC X(11).
           03  WS-LOG-DEPT                 PIC 99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X       VALUE 'Q'.
           03  WS-LOG-QTR                  PIC 9.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-LOG-YR                   PIC 9999.
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-LOG-AMT                  PIC Z,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-HC                   PIC ZZZ9.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-OLD-AMT              PIC Z,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-OLD-HC               PIC ZZZ9    BLANK WHEN ZERO.
           03  FILLER                      PIC X(17)   VALUE SPACES.
       01  WS-LOG-EXCP-LN.
           03  FILLER                      PIC X(11)   VALUE
                   'EXCEPTION  '.
           03  WS-LOG-EXCP-DEPT            PIC X(2).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-EXCP-QTR             PIC X.
           03  FILLER                      PIC X       VALUE SPACES.
           03  WS-LOG-EXCP-YR              PIC X(4).
           03  FILLER                      PIC X(3)    VALUE SPACES.
           03  WS-LOG-EXCP-REASON          PIC X(40).
           03  FILLER                      PIC X(16)   VALUE SPACES.
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
       01  WS-LIST-TOT-LN.
           03  FILLER                      PIC X(19)   VALUE
                   'BUDGETS ON FILE:   '.
           03  WS-LIST-TOT-CNT             PIC ZZZ9.
           03  FILLER                      PIC X(14)   VALUE
                   '   TOTAL $:   '.
           03  WS-LIST-TOT-AMT             PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                      PIC X(29)   VALUE SPACES.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 300-GET-SYS-DATE-TIME.
           PERFORM 135-LOAD-DEPT-REF.
           PERFORM 150-OPEN-BUDGET.
           OPEN INPUT  BUD-TRAN.
           OPEN OUTPUT BUD-RPT.

           PERFORM 400-RPT-HEADING.
           PERFORM 200-APPLY-TRANS.
           PERFORM 450-LOG-SUMMARY.
           PERFORM 600-LIST-BUDGET.

           CLOSE BUDGET-FILE
                 BUD-TRAN
                 BUD-RPT.

           DISPLAY 'PROJECT 2 DEPARTMENT BUDGET - JOHN STEPHEN JOHNSON'.
           DISPLAY 'BUDGETS ADDED:    ', WS-ADD-CTR.
           DISPLAY 'BUDGETS CHANGED:  ', WS-CHG-CTR.
           DISPLAY 'BUDGETS DELETED:  ', WS-DEL-CTR.
           DISPLAY 'EXCEPTIONS:       ', WS-EXCP-CTR.
           DISPLAY 'BUDGETS ON FILE:  ', WS-LIST-CTR.
           STOP RUN.
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
           IF WS-DEPT-REF-CTR = ZERO
               DISPLAY 'DEPARTMENT REFERENCE FILE EMPTY - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
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
       150-OPEN-BUDGET.
           OPEN I-O BUDGET-FILE.
           IF WS-BUD-FILE-NOT-FOUND
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           IF NOT WS-BUD-IO-OK
               DISPLAY 'BUDGET FILE OPEN FAILED STATUS ',
                       WS-BUD-FILE-STATUS, ' - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       200-APPLY-TRANS.
           PERFORM 210-APPLY-ONE-TRANS UNTIL TRN-EOF.
      *-----------------------------------------------------------------
       210-APPLY-ONE-TRANS.
           READ BUD-TRAN
               AT END
                   MOVE 'Y'                TO   WS-TRN-EOF-FLAG
               NOT AT END
                   PERFORM 215-EDIT-KEY
                   IF NOT WS-TRAN-OK
                       PERFORM 490-LOG-EXCEPTION
                   ELSE
                       PERFORM 220-APPLY-EDITED-TRANS
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       215-EDIT-KEY.
           MOVE 'Y'                        TO   WS-EDIT-SWITCH.
           IF BUDT-DEPT NOT NUMERIC OR BUDT-DEPT = ZERO
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'DEPARTMENT NOT NUMERIC'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF BUDT-YR NOT NUMERIC OR BUDT-YR < 2000
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'BUDGET YEAR INVALID'  TO   WS-LOG-EXCP-REASON
           ELSE IF BUDT-QTR NOT NUMERIC OR BUDT-QTR < 1 OR
                   BUDT-QTR > 4
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'QUARTER MUST BE 1-4'  TO   WS-LOG-EXCP-REASON
           END-IF.
      *-----------------------------------------------------------------
       220-APPLY-EDITED-TRANS.
           IF BUDT-CODE-ADD
               PERFORM 230-ADD-BUDGET
           ELSE
               IF BUDT-CODE-CHANGE
                   PERFORM 240-CHANGE-BUDGET
               ELSE
                   IF BUDT-CODE-DELETE
                       PERFORM 250-DELETE-BUDGET
                   ELSE
                       MOVE 'UNKNOWN TRANSACTION CODE'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * FIELD EDITS SHARED BY ADD AND CHANGE.
      *-----------------------------------------------------------------
       225-EDIT-BUDGET-DATA.
           MOVE 'Y'                        TO   WS-EDIT-SWITCH.
           IF NOT WS-DEPT-ACTIVE (BUDT-DEPT)
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'DEPARTMENT NOT ACTIVE IN DEPT REFERENCE'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF BUDT-AMT NOT NUMERIC
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'BUDGET DOLLARS NOT NUMERIC'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF BUDT-HEADCOUNT NOT NUMERIC
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'BUDGET HEADCOUNT NOT NUMERIC'
                                           TO   WS-LOG-EXCP-REASON
           END-IF.
      *-----------------------------------------------------------------
       230-ADD-BUDGET.
           PERFORM 225-EDIT-BUDGET-DATA.
           IF NOT WS-TRAN-OK
               PERFORM 490-LOG-EXCEPTION
           ELSE
               MOVE BUDT-KEY               TO   BUD-KEY
               MOVE BUDT-AMT               TO   BUD-AMT
               MOVE BUDT-HEADCOUNT         TO   BUD-HEADCOUNT
               MOVE WS-TODAY               TO   BUD-CHG-DATE
               WRITE BUD-REC
                   INVALID KEY
                       MOVE 'ADD FOR BUDGET ALREADY ON FILE'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   NOT INVALID KEY
                       ADD 1               TO   WS-ADD-CTR
                       MOVE 'ADDED'        TO   WS-LOG-ACTION
                       MOVE ZERO           TO   WS-LOG-OLD-AMT
                                                WS-LOG-OLD-HC
                       PERFORM 470-LOG-APPLIED
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
      * THE CHANGE LINE CARRIES THE FIGURES BEING REPLACED.
      *-----------------------------------------------------------------
       240-CHANGE-BUDGET.
           MOVE BUDT-KEY                   TO   BUD-KEY.
           READ BUDGET-FILE
               INVALID KEY
                   MOVE 'NO MATCHING BUDGET FOR TRANS'
                                           TO   WS-LOG-EXCP-REASON
                   PERFORM 490-LOG-EXCEPTION
               NOT INVALID KEY
                   PERFORM 225-EDIT-BUDGET-DATA
                   IF NOT WS-TRAN-OK
                       PERFORM 490-LOG-EXCEPTION
                   ELSE
                       MOVE BUD-AMT        TO   WS-LOG-OLD-AMT
                       MOVE BUD-HEADCOUNT  TO   WS-LOG-OLD-HC
                       MOVE BUDT-AMT       TO   BUD-AMT
                       MOVE BUDT-HEADCOUNT TO   BUD-HEADCOUNT
                       MOVE WS-TODAY       TO   BUD-CHG-DATE
                       REWRITE BUD-REC
                       ADD 1               TO   WS-CHG-CTR
                       MOVE 'CHANGED'      TO   WS-LOG-ACTION
                       PERFORM 470-LOG-APPLIED
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       250-DELETE-BUDGET.
           MOVE BUDT-KEY                   TO   BUD-KEY.
           READ BUDGET-FILE
               INVALID KEY
                   MOVE 'NO MATCHING BUDGET FOR TRANS'
                                           TO   WS-LOG-EXCP-REASON
                   PERFORM 490-LOG-EXCEPTION
               NOT INVALID KEY
                   MOVE 'DELETED'          TO   WS-LOG-ACTION
                   MOVE ZERO               TO   WS-LOG-OLD-AMT
                                                WS-LOG-OLD-HC
                   PERFORM 470-LOG-APPLIED
                   DELETE BUDGET-FILE
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
           WRITE BUD-RPT-REC               FROM WS-RPT-TITLE-LN.
           WRITE BUD-RPT-REC               FROM WS-RPT-BLANK-LN.
           WRITE BUD-RPT-REC               FROM WS-LOG-HDG.
      *-----------------------------------------------------------------
       470-LOG-APPLIED.
           MOVE  BUD-DEPT                  TO   WS-LOG-DEPT.
           MOVE  BUD-QTR                   TO   WS-LOG-QTR.
           MOVE  BUD-YR                    TO   WS-LOG-YR.
           MOVE  BUD-AMT                   TO   WS-LOG-AMT.
           MOVE  BUD-HEADCOUNT             TO   WS-LOG-HC.
           WRITE BUD-RPT-REC               FROM WS-LOG-DTL-LN.
      *-----------------------------------------------------------------
       490-LOG-EXCEPTION.
           ADD   1                         TO   WS-EXCP-CTR.
           MOVE  BUDT-DEPT                 TO   WS-LOG-EXCP-DEPT.
           MOVE  BUDT-QTR                  TO   WS-LOG-EXCP-QTR.
           MOVE  BUDT-YR                   TO   WS-LOG-EXCP-YR.
           WRITE BUD-RPT-REC               FROM WS-LOG-EXCP-LN.
      *-----------------------------------------------------------------
       450-LOG-SUMMARY.
           MOVE  WS-ADD-CTR                TO   WS-LOG-SUM-ADD.
           MOVE  WS-CHG-CTR                TO   WS-LOG-SUM-CHG.
           MOVE  WS-DEL-CTR                TO   WS-LOG-SUM-DEL.
           MOVE  WS-EXCP-CTR               TO   WS-LOG-SUM-EXCP.
           WRITE BUD-RPT-REC               FROM WS-RPT-BLANK-LN.
           WRITE BUD-RPT-REC               FROM WS-LOG-SUMMARY-LN.
           WRITE BUD-RPT-REC               FROM WS-RPT-BLANK-LN.
      *-----------------------------------------------------------------
       600-LIST-BUDGET.
           MOVE  LOW-VALUES                TO   BUD-KEY.
           START BUDGET-FILE KEY NOT LESS BUD-KEY
               INVALID KEY
                   MOVE 'Y'                TO   WS-BUD-EOF-FLAG
           END-START.
           WRITE BUD-RPT-REC               FROM WS-LOG-HDG.
           MOVE  ZERO                      TO   WS-LOG-OLD-AMT
                                                WS-LOG-OLD-HC.
           PERFORM 610-LIST-ONE-BUDGET UNTIL BUD-EOF.
           MOVE  WS-LIST-CTR               TO   WS-LIST-TOT-CNT.
           MOVE  WS-LIST-AMT-TOT           TO   WS-LIST-TOT-AMT.
           WRITE BUD-RPT-REC               FROM WS-RPT-BLANK-LN.
           WRITE BUD-RPT-REC               FROM WS-LIST-TOT-LN.
      *-----------------------------------------------------------------
       610-LIST-ONE-BUDGET.
           READ BUDGET-FILE NEXT RECORD
               AT END
                   MOVE 'Y'                TO   WS-BUD-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-LIST-CTR
                   ADD BUD-AMT             TO   WS-LIST-AMT-TOT
                   MOVE 'ON FILE'          TO   WS-LOG-ACTION
                   PERFORM 470-LOG-APPLIED
           END-READ.
