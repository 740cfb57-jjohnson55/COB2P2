      ******************************************************************
      *PROGRAM : PROJECT 2   LABOR ALLOCATION MAINTENANCE              *
      *AUTHOR  : John Stephen Johnson                                  *
      *DATE    : 10/15/2026                                            *
      *ABSTRACT: Maintains the indexed labor allocation file keyed on  *
      *          employee ID from a small keyed transaction file, then *
      *          prints a listing of every allocation on file.  An     *
      *          allocation lists up to five departments and the       *
      *          percentage of the employee's pay the pay run charges  *
      *          to each in the department GL debits and totals.       *
      *          Every add or change is edited: the employee must be   *
      *          on the master, every department must be active in     *
      *          the department reference file and listed only once,   *
      *          each percentage must be numeric and above zero, and   *
      *          the percentages must total exactly 100.  Transaction  *
      *          codes: A add, C change (the transaction carries the   *
      *          complete new split), D delete.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-alloc.
      *-----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR-ALLOC ASSIGN TO 'p02-laboralloc.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS DYNAMIC
                          RECORD KEY IS ALOC-ID
                          FILE STATUS IS WS-ALOC-FILE-STATUS.

           SELECT EMP-MST ASSIGN TO 'p02-data-unordered.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS RANDOM
                          RECORD KEY IS EMP-ID
                          ALTERNATE RECORD KEY IS EMP-LNAME
                              WITH DUPLICATES
                          FILE STATUS IS WS-MST-FILE-STATUS.

           SELECT DEPT-REF ASSIGN TO 'p02-deptref.dat'
                          ORGANIZATION IS INDEXED
                          ACCESS MODE IS SEQUENTIAL
                          RECORD KEY IS DREF-DEPT
                          FILE STATUS IS WS-DREF-FILE-STATUS.

           SELECT OPTIONAL ALOC-TRAN ASSIGN TO
                          'p02-laboralloc-trans.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ALOC-RPT ASSIGN TO 'johnson-p02-laboralloc.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD  LABOR-ALLOC.
       COPY P02ALLOCREC REPLACING ==PFX-REC==   BY ==ALOC-REC==
                              ==PFX-ID==      BY ==ALOC-ID==
                              ==PFX-SPLIT==   BY ==ALOC-SPLIT==
                      ==PFX-SPLIT-DEPT==    BY ==ALOC-SPLIT-DEPT==
                      ==PFX-SPLIT-PCT==     BY ==ALOC-SPLIT-PCT==.

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

       FD  ALOC-TRAN.
       01  ATRN-REC.
           03  ATRN-CODE                   PIC X.
               88  ATRN-CODE-ADD                       VALUE 'A'.
               88  ATRN-CODE-CHANGE                    VALUE 'C'.
               88  ATRN-CODE-DELETE                    VALUE 'D'.
           03  ATRN-ID                     PIC X(4).
           03  ATRN-SPLIT                  OCCURS 5 TIMES.
               05  ATRN-SPLIT-DEPT         PIC 99.
               05  ATRN-SPLIT-PCT          PIC 999V99.

       FD  ALOC-RPT.
       01  ALOC-RPT-REC                    PIC X(80).
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

       01  WS-ALOC-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-ALOC-IO-OK                           VALUE '00'.
           88  WS-ALOC-FILE-NOT-FOUND                  VALUE '35'.
       01  WS-MST-FILE-STATUS              PIC XX      VALUE SPACES.
           88  WS-MST-IO-OK                            VALUE '00'.

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
           03  WS-ALOC-EOF-FLAG            PIC X       VALUE 'N'.
               88  ALOC-EOF                            VALUE 'Y'.
           03  WS-EDIT-SWITCH              PIC X       VALUE 'Y'.
               88  WS-TRAN-OK                          VALUE 'Y'.

       01  WS-SPLIT-WORK.
           03  WS-SPLIT-IDX                PIC 9       VALUE ZERO.
           03  WS-SPLIT-IDX2               PIC 9       VALUE ZERO.
           03  WS-SPLIT-USED-CTR           PIC 9       VALUE ZERO.
           03  WS-SPLIT-PCT-TOT            PIC 9(4)V99 VALUE ZERO.

       01  WS-COUNTERS.
           03  WS-ADD-CTR                  PIC 9999    VALUE ZERO.
           03  WS-CHG-CTR                  PIC 9999    VALUE ZERO.
           03  WS-DEL-CTR                  PIC 9999    VALUE ZERO.
           03  WS-EXCP-CTR                 PIC 9999    VALUE ZERO.
           03  WS-LIST-CTR                 PIC 9999    VALUE ZERO.

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE 'P02-JOHNSON'.
           03  FILLER      PIC X(42) VALUE
                   'LABOR ALLOCATION LISTING'.
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
           03  FILLER              PIC X(22) VALUE
                   'DT    PCT  DT    PCT  '.
           03  FILLER              PIC X(22) VALUE
                   'DT    PCT  DT    PCT  '.
           03  FILLER              PIC X(19) VALUE 'DT    PCT'.
       01  WS-LOG-DTL-LN.
           03  WS-LOG-ACTION               PIC X(11).
           03  WS-LOG-ID                   PIC X(4).
           03  FILLER                      PIC X(2)    VALUE SPACES.
           03  WS-LOG-SPLIT                OCCURS 5 TIMES.
               05  WS-LOG-SPLIT-DEPT       PIC ZZ BLANK WHEN ZERO.
               05  FILLER                  PIC X       VALUE SPACES.
               05  WS-LOG-SPLIT-PCT        PIC ZZ9.99
                                           BLANK WHEN ZERO.
               05  FILLER                  PIC X(2)    VALUE SPACES.
           03  FILLER                      PIC X(8)    VALUE SPACES.
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
           PERFORM 135-LOAD-DEPT-REF.
           PERFORM 140-OPEN-MASTER.
           PERFORM 150-OPEN-ALLOC.
           OPEN INPUT  ALOC-TRAN.
           OPEN OUTPUT ALOC-RPT.

           PERFORM 400-RPT-HEADING.
           PERFORM 200-APPLY-TRANS.
           PERFORM 450-LOG-SUMMARY.
           PERFORM 600-LIST-ALLOC.

           CLOSE LABOR-ALLOC
                 EMP-MST
                 ALOC-TRAN
                 ALOC-RPT.

           DISPLAY 'PROJECT 2 LABOR ALLOCATION - JOHN STEPHEN JOHNSON'.
           DISPLAY 'ALLOCATIONS ADDED:    ', WS-ADD-CTR.
           DISPLAY 'ALLOCATIONS CHANGED:  ', WS-CHG-CTR.
           DISPLAY 'ALLOCATIONS DELETED:  ', WS-DEL-CTR.
           DISPLAY 'EXCEPTIONS:           ', WS-EXCP-CTR.
           DISPLAY 'ALLOCATIONS ON FILE:  ', WS-LIST-CTR.
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
       140-OPEN-MASTER.
           OPEN INPUT EMP-MST.
           IF NOT WS-MST-IO-OK
               DISPLAY 'EMPLOYEE MASTER OPEN FAILED STATUS ',
                       WS-MST-FILE-STATUS, ' - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       150-OPEN-ALLOC.
           OPEN I-O LABOR-ALLOC.
           IF WS-ALOC-FILE-NOT-FOUND
               OPEN OUTPUT LABOR-ALLOC
               CLOSE LABOR-ALLOC
               OPEN I-O LABOR-ALLOC
           END-IF.
           IF NOT WS-ALOC-IO-OK
               DISPLAY 'LABOR ALLOCATION FILE OPEN FAILED STATUS ',
                       WS-ALOC-FILE-STATUS, ' - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       200-APPLY-TRANS.
           PERFORM 210-APPLY-ONE-TRANS UNTIL TRN-EOF.
      *-----------------------------------------------------------------
       210-APPLY-ONE-TRANS.
           READ ALOC-TRAN
               AT END
                   MOVE 'Y'                TO   WS-TRN-EOF-FLAG
               NOT AT END
                   IF ATRN-ID = SPACES
                       MOVE 'BLANK EMPLOYEE ID ON TRANS'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   ELSE
                       PERFORM 220-APPLY-EDITED-TRANS
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       220-APPLY-EDITED-TRANS.
           IF ATRN-CODE-ADD
               PERFORM 230-ADD-ALLOC
           ELSE
               IF ATRN-CODE-CHANGE
                   PERFORM 240-CHANGE-ALLOC
               ELSE
                   IF ATRN-CODE-DELETE
                       PERFORM 250-DELETE-ALLOC
                   ELSE
                       MOVE 'UNKNOWN TRANSACTION CODE'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   END-IF
               END-IF
           END-IF.
      *-----------------------------------------------------------------
      * EDITS SHARED BY ADD AND CHANGE.  THE FIRST ENTRY MUST BE USED
      * (IT IS THE PRIMARY DEPARTMENT THAT TAKES THE ROUNDING CENTS).
      * THE FIRST FAILURE IS THE REASON LOGGED.
      *-----------------------------------------------------------------
       225-EDIT-ALLOC-DATA.
           MOVE 'Y'                        TO   WS-EDIT-SWITCH.
           MOVE ZERO                       TO   WS-SPLIT-USED-CTR
                                                WS-SPLIT-PCT-TOT.
           MOVE ATRN-ID                    TO   EMP-ID.
           READ EMP-MST
               INVALID KEY
                   MOVE 'N'                TO   WS-EDIT-SWITCH
                   MOVE 'EMPLOYEE NOT ON MASTER'
                                           TO   WS-LOG-EXCP-REASON
           END-READ.
           IF NOT WS-TRAN-OK
               CONTINUE
           ELSE IF ATRN-SPLIT-DEPT (1) NOT NUMERIC OR
                   ATRN-SPLIT-DEPT (1) = ZERO
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'FIRST DEPARTMENT ENTRY IS BLANK'
                                           TO   WS-LOG-EXCP-REASON
           ELSE
               PERFORM 227-EDIT-ONE-SPLIT
                   VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > 5 OR NOT WS-TRAN-OK
           END-IF.
           IF WS-TRAN-OK AND WS-SPLIT-PCT-TOT NOT = 100
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'PERCENTAGES DO NOT TOTAL 100'
                                           TO   WS-LOG-EXCP-REASON
           END-IF.
      *-----------------------------------------------------------------
      * AN UNUSED ENTRY IS ZERO DEPARTMENT AND ZERO PERCENT.
      *-----------------------------------------------------------------
       227-EDIT-ONE-SPLIT.
           IF ATRN-SPLIT-DEPT (WS-SPLIT-IDX) NOT NUMERIC OR
              ATRN-SPLIT-PCT (WS-SPLIT-IDX) NOT NUMERIC
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'DEPARTMENT OR PERCENT NOT NUMERIC'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF ATRN-SPLIT-DEPT (WS-SPLIT-IDX) = ZERO
               IF ATRN-SPLIT-PCT (WS-SPLIT-IDX) NOT = ZERO
                   MOVE 'N'                TO   WS-EDIT-SWITCH
                   MOVE 'PERCENT GIVEN WITH NO DEPARTMENT'
                                           TO   WS-LOG-EXCP-REASON
               END-IF
           ELSE IF NOT WS-DEPT-ACTIVE (ATRN-SPLIT-DEPT (WS-SPLIT-IDX))
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'DEPARTMENT NOT ACTIVE IN DEPT REFERENCE'
                                           TO   WS-LOG-EXCP-REASON
           ELSE IF ATRN-SPLIT-PCT (WS-SPLIT-IDX) = ZERO
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'ZERO PERCENT FOR DEPARTMENT'
                                           TO   WS-LOG-EXCP-REASON
           ELSE
               ADD 1                       TO   WS-SPLIT-USED-CTR
               ADD ATRN-SPLIT-PCT (WS-SPLIT-IDX)
                                           TO   WS-SPLIT-PCT-TOT
               PERFORM 228-CHECK-DUP-DEPT
                   VARYING WS-SPLIT-IDX2 FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX2 NOT < WS-SPLIT-IDX
           END-IF.
      *-----------------------------------------------------------------
       228-CHECK-DUP-DEPT.
           IF ATRN-SPLIT-DEPT (WS-SPLIT-IDX2) =
              ATRN-SPLIT-DEPT (WS-SPLIT-IDX)
               MOVE 'N'                    TO   WS-EDIT-SWITCH
               MOVE 'DEPARTMENT LISTED MORE THAN ONCE'
                                           TO   WS-LOG-EXCP-REASON
           END-IF.
      *-----------------------------------------------------------------
       230-ADD-ALLOC.
           PERFORM 225-EDIT-ALLOC-DATA.
           IF NOT WS-TRAN-OK
               PERFORM 490-LOG-EXCEPTION
           ELSE
               MOVE ATRN-ID                TO   ALOC-ID
               PERFORM 260-MOVE-SPLITS
               WRITE ALOC-REC
                   INVALID KEY
                       MOVE 'ADD FOR ALLOCATION ALREADY ON FILE'
                                           TO   WS-LOG-EXCP-REASON
                       PERFORM 490-LOG-EXCEPTION
                   NOT INVALID KEY
                       ADD 1               TO   WS-ADD-CTR
                       MOVE 'ADDED'        TO   WS-LOG-ACTION
                       PERFORM 470-LOG-APPLIED
               END-WRITE
           END-IF.
      *-----------------------------------------------------------------
       240-CHANGE-ALLOC.
           MOVE ATRN-ID                    TO   ALOC-ID.
           READ LABOR-ALLOC
               INVALID KEY
                   MOVE 'NO MATCHING ALLOCATION FOR TRANS'
                                           TO   WS-LOG-EXCP-REASON
                   PERFORM 490-LOG-EXCEPTION
               NOT INVALID KEY
                   PERFORM 225-EDIT-ALLOC-DATA
                   IF NOT WS-TRAN-OK
                       PERFORM 490-LOG-EXCEPTION
                   ELSE
                       PERFORM 260-MOVE-SPLITS
                       REWRITE ALOC-REC
                       ADD 1               TO   WS-CHG-CTR
                       MOVE 'CHANGED'      TO   WS-LOG-ACTION
                       PERFORM 470-LOG-APPLIED
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       250-DELETE-ALLOC.
           MOVE ATRN-ID                    TO   ALOC-ID.
           READ LABOR-ALLOC
               INVALID KEY
                   MOVE 'NO MATCHING ALLOCATION FOR TRANS'
                                           TO   WS-LOG-EXCP-REASON
                   PERFORM 490-LOG-EXCEPTION
               NOT INVALID KEY
                   MOVE 'DELETED'          TO   WS-LOG-ACTION
                   PERFORM 470-LOG-APPLIED
                   DELETE LABOR-ALLOC
                   ADD 1                   TO   WS-DEL-CTR
           END-READ.
      *-----------------------------------------------------------------
       260-MOVE-SPLITS.
           PERFORM 265-MOVE-ONE-SPLIT
               VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > 5.
      *-----------------------------------------------------------------
       265-MOVE-ONE-SPLIT.
           MOVE ATRN-SPLIT-DEPT (WS-SPLIT-IDX) TO
                ALOC-SPLIT-DEPT (WS-SPLIT-IDX).
           MOVE ATRN-SPLIT-PCT (WS-SPLIT-IDX) TO
                ALOC-SPLIT-PCT (WS-SPLIT-IDX).
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-MO                  TO   WS-RPT-MO.
           MOVE WS-SYS-DAY                 TO   WS-RPT-DAY.
           MOVE WS-SYS-YR                  TO   WS-RPT-YR.
      *-----------------------------------------------------------------
       400-RPT-HEADING.
           WRITE ALOC-RPT-REC              FROM WS-RPT-TITLE-LN.
           WRITE ALOC-RPT-REC              FROM WS-RPT-BLANK-LN.
           WRITE ALOC-RPT-REC              FROM WS-LOG-HDG.
      *-----------------------------------------------------------------
       470-LOG-APPLIED.
           MOVE  ALOC-ID                   TO   WS-LOG-ID.
           PERFORM 475-LOG-ONE-SPLIT
               VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > 5.
           WRITE ALOC-RPT-REC              FROM WS-LOG-DTL-LN.
      *-----------------------------------------------------------------
       475-LOG-ONE-SPLIT.
           MOVE ALOC-SPLIT-DEPT (WS-SPLIT-IDX) TO
                WS-LOG-SPLIT-DEPT (WS-SPLIT-IDX).
           MOVE ALOC-SPLIT-PCT (WS-SPLIT-IDX) TO
                WS-LOG-SPLIT-PCT (WS-SPLIT-IDX).
      *-----------------------------------------------------------------
       490-LOG-EXCEPTION.
           ADD   1                         TO   WS-EXCP-CTR.
           MOVE  ATRN-ID                   TO   WS-LOG-EXCP-ID.
           WRITE ALOC-RPT-REC              FROM WS-LOG-EXCP-LN.
      *-----------------------------------------------------------------
       450-LOG-SUMMARY.
           MOVE  WS-ADD-CTR                TO   WS-LOG-SUM-ADD.
           MOVE  WS-CHG-CTR                TO   WS-LOG-SUM-CHG.
           MOVE  WS-DEL-CTR                TO   WS-LOG-SUM-DEL.
           MOVE  WS-EXCP-CTR               TO   WS-LOG-SUM-EXCP.
           WRITE ALOC-RPT-REC              FROM WS-RPT-BLANK-LN.
           WRITE ALOC-RPT-REC              FROM WS-LOG-SUMMARY-LN.
           WRITE ALOC-RPT-REC              FROM WS-RPT-BLANK-LN.
      *-----------------------------------------------------------------
       600-LIST-ALLOC.
           MOVE  LOW-VALUES                TO   ALOC-ID.
           START LABOR-ALLOC KEY NOT LESS ALOC-ID
               INVALID KEY
                   MOVE 'Y'                TO   WS-ALOC-EOF-FLAG
           END-START.
           WRITE ALOC-RPT-REC              FROM WS-LOG-HDG.
           PERFORM 610-LIST-ONE-ALLOC UNTIL ALOC-EOF.
      *-----------------------------------------------------------------
       610-LIST-ONE-ALLOC.
           READ LABOR-ALLOC NEXT RECORD
               AT END
                   MOVE 'Y'                TO   WS-ALOC-EOF-FLAG
               NOT AT END
                   ADD 1                   TO   WS-LIST-CTR
                   MOVE 'ON FILE'          TO   WS-LOG-ACTION
                   PERFORM 470-LOG-APPLIED
           END-READ.
