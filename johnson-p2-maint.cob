      *                   PENDING FILE (P02-TRANS-PENDING.DAT),       *
      *                   MERGED BACK IN AUTOMATICALLY ON LATER RUNS, *
      *                   AND LISTED AT THE END OF THE CHANGE LOG.    *
      *  2026-10-15  JSJ  EVERY APPLIED ADD, CHANGE, STATUS SET, AND   *
      *                   DELETE IS WRITTEN TO THE PERMANENT MOVEMENT  *
      *                   HISTORY (JOHNSON-P02-MOVEHIST.DAT) WITH THE  *
      *                   PERIOD AND THE BEFORE AND AFTER DEPARTMENT,  *
      *                   STATUS, AND PAY, PLUS THE OPENING HEADCOUNT  *
      *                   BY DEPARTMENT.  EACH APPLY RUN APPENDS ITS   *
      *                   MOVEMENTS; A RERUN BACKS OUT ONLY THE        *
      *                   PERIOD'S RECORDS FROM A RUN NEVER PROMOTED   *
      *                   OR WHOSE PROMOTE WAS FALLEN BACK (JUDGED     *
      *                   FROM THE PROMOTE AND FALLBACK LINES ON THE   *
      *                   AUDIT TRAIL), AND THE OPENING HEADCOUNT IS   *
      *                   WRITTEN ONLY BY THE FIRST RUN FOR THE        *
      *                   PERIOD.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-maint.
                          RECORD KEY IS DREF-DEPT
                          FILE STATUS IS WS-DREF-FILE-STATUS.

           SELECT MOVE-HIST ASSIGN TO 'johnson-p02-movehist.dat'
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-MOVE-FILE-STATUS.

           SELECT MOVE-WRK ASSIGN TO 'johnson-p02-movewrk.dat'
                          ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-LOG
                          ASSIGN TO 'johnson-p02-audit.log'
                          ORGANIZATION IS LINE SEQUENTIAL.

      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
                              ==PFX-STATUS==  BY ==DREF-STATUS==
              ==PFX-STATUS-ACTIVE== BY ==DREF-STATUS-ACTIVE==
              ==PFX-STATUS-CLOSED== BY ==DREF-STATUS-CLOSED==.

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

       FD  MOVE-WRK.
       COPY P02MOVEREC REPLACING ==PFX-REC==    BY ==MVWK-REC==
                      ==PFX-QTR==         BY ==MVWK-QTR==
                      ==PFX-YR==          BY ==MVWK-YR==
                      ==PFX-TYPE==        BY ==MVWK-TYPE==
                      ==PFX-TYPE-OPEN-HC== BY ==MVWK-TYPE-OPEN-HC==
                      ==PFX-TYPE-ADD==    BY ==MVWK-TYPE-ADD==
                      ==PFX-TYPE-CHANGE== BY ==MVWK-TYPE-CHANGE==
                      ==PFX-TYPE-STATUS== BY ==MVWK-TYPE-STATUS==
                      ==PFX-TYPE-DELETE== BY ==MVWK-TYPE-DELETE==
                      ==PFX-ID==          BY ==MVWK-ID==
                      ==PFX-LNAME==       BY ==MVWK-LNAME==
                      ==PFX-OLD-DEPT==    BY ==MVWK-OLD-DEPT==
                      ==PFX-NEW-DEPT==    BY ==MVWK-NEW-DEPT==
                      ==PFX-OLD-STATUS==  BY ==MVWK-OLD-STATUS==
                      ==PFX-NEW-STATUS==  BY ==MVWK-NEW-STATUS==
                      ==PFX-OLD-PAY==     BY ==MVWK-OLD-PAY==
                      ==PFX-NEW-PAY==     BY ==MVWK-NEW-PAY==
                      ==PFX-OPEN-HC==     BY ==MVWK-OPEN-HC==
                      ==PFX-TRAN-DATE==   BY ==MVWK-TRAN-DATE==
                      ==PFX-RUN-DATE==    BY ==MVWK-RUN-DATE==
                      ==PFX-RUN-TIME==    BY ==MVWK-RUN-TIME==.

       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC                   PIC X(80).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-SYS-DATE.

       01  WS-CHG-OLD-PAY                  PIC 9(5)V99 VALUE ZERO.

      * MOVEMENT HISTORY: THE EMPLOYEE AS IT STOOD BEFORE THE
      * TRANSACTION BEING APPLIED, AND THE OPENING HEADCOUNT BY
      * DEPARTMENT COUNTED FROM THE MASTER AS IT IS READ.
       01  WS-MOVE-FILE-STATUS             PIC XX      VALUE SPACES.
           88  WS-MOVE-FILE-NOT-FOUND                  VALUE '35'.
       01  WS-MOVE-EOF-FLAG                PIC X       VALUE 'N'.
           88  MOVE-EOF                                VALUE 'Y'.
       01  WS-MVWK-EOF-FLAG                PIC X       VALUE 'N'.
           88  MVWK-EOF                                VALUE 'Y'.
       01  WS-MOV-BEFORE.
           03  WS-MOV-OLD-DEPT             PIC 99      VALUE ZERO.
           03  WS-MOV-OLD-STATUS           PIC X       VALUE SPACES.
           03  WS-MOV-OLD-PAY              PIC 9(5)V99 VALUE ZERO.
       01  WS-MOV-RUN-DATE.
           03  WS-MOV-RUN-YR               PIC 9999.
           03  WS-MOV-RUN-MO               PIC 99.
           03  WS-MOV-RUN-DAY              PIC 99.
       01  WS-MOV-RUN-TIME.
           03  WS-MOV-RUN-HR               PIC 99.
           03  WS-MOV-RUN-MIN              PIC 99.
      * LAST PROMOTE STILL STANDING (MM/DD/YYYY  HH:MM ON ITS AUDIT
      * LINE) AND A MOVEMENT RECORD'S RUN STAMP, BOTH AS YYYYMMDDHHMM.
      * A RECORD STAMPED AFTER THAT PROMOTE IS FROM A RUN NEVER
      * PROMOTED, OR FROM ONE WHOSE PROMOTE WAS FALLEN BACK.
       01  WS-PROM-DT.
           03  WS-PROM-DT-MO               PIC 99.
           03  FILLER                      PIC X.
           03  WS-PROM-DT-DAY              PIC 99.
           03  FILLER                      PIC X.
           03  WS-PROM-DT-YR               PIC 9999.
           03  FILLER                      PIC XX.
           03  WS-PROM-DT-HR               PIC 99.
           03  FILLER                      PIC X.
           03  WS-PROM-DT-MIN              PIC 99.
       01  WS-PROM-STAMP.
           03  WS-PROM-STAMP-YR            PIC 9999    VALUE ZERO.
           03  WS-PROM-STAMP-MO            PIC 99      VALUE ZERO.
           03  WS-PROM-STAMP-DAY           PIC 99      VALUE ZERO.
           03  WS-PROM-STAMP-HR            PIC 99      VALUE ZERO.
           03  WS-PROM-STAMP-MIN           PIC 99      VALUE ZERO.
       01  WS-PROM-STAMP-N REDEFINES WS-PROM-STAMP
                                           PIC 9(12).
       01  WS-MOVE-STAMP.
           03  WS-MOVE-STAMP-DATE          PIC 9(8)    VALUE ZERO.
           03  WS-MOVE-STAMP-TIME          PIC 9(4)    VALUE ZERO.
       01  WS-MOVE-STAMP-N REDEFINES WS-MOVE-STAMP
                                           PIC 9(12).
      * PROMOTE AND FALLBACK LINES AS JOHNSON-P2-PROM WRITES THEM TO
      * THE AUDIT TRAIL, AND THE PERIOD'S PROMOTES NOT FALLEN BACK.
       01  WS-AUD-IN.
           03  WS-AUD-ACTION               PIC X(9).
           03  WS-AUD-DATE-TIME            PIC X(17).
           03  FILLER                      PIC X.
           03  WS-AUD-PERIOD               PIC X(7).
           03  FILLER                      PIC X(19).
           03  WS-AUD-GEN-FILE             PIC X(24).
           03  FILLER                      PIC X(3).
       01  WS-AUDIT-EOF-FLAG               PIC X       VALUE 'N'.
           88  AUDIT-EOF                               VALUE 'Y'.
       01  WS-PROM-TABLE.
           03  WS-PROM-ENTRY OCCURS 20 TIMES.
               05  WS-PROM-ENT-STAMP       PIC 9(12).
               05  WS-PROM-ENT-GEN-FILE    PIC X(24).
       01  WS-PROM-CTR                     PIC 99      VALUE ZERO.
       01  WS-PROM-IDX                     PIC 99      VALUE ZERO.
       01  WS-PROM-FOUND                   PIC 99      VALUE ZERO.
       01  WS-MOVE-KEEP-SW                 PIC X       VALUE 'Y'.
           88  WS-MOVE-PROMOTED                        VALUE 'Y'.
       01  WS-OPEN-HC-FILE-SW              PIC X       VALUE 'N'.
           88  WS-OPEN-HC-ON-FILE                      VALUE 'Y'.
       01  WS-OPEN-HC-TABLE.
           03  WS-OPEN-HC OCCURS 99 TIMES  PIC 9(5).
       01  WS-OPEN-HC-TOT                  PIC 9(7)    VALUE ZERO.
       01  WS-HC-IDX                       PIC 999     VALUE ZERO.
       01  WS-MOVE-CTR                     PIC 9(5)    VALUE ZERO.
       01  WS-MOVE-DROP-CTR                PIC 9(5)    VALUE ZERO.

       01  WS-PERIOD-FILE-STATUS           PIC XX      VALUE SPACES.
           88  WS-PERIOD-CARD-MISSING                  VALUE '35'.
       01  WS-PERIOD-EOF-FLAG              PIC X       VALUE 'N'.
               OPEN OUTPUT NEW-MST
               OPEN OUTPUT MAINT-CTL
               OPEN OUTPUT PEND-FILE
               PERFORM 160-OPEN-MOVEMENTS
           ELSE
               OPEN OUTPUT PREV-RPT
           END-IF.
               CLOSE NEW-MST
                     MAINT-CTL
                     PEND-FILE
               PERFORM 650-FINISH-MOVEMENTS
           ELSE
               CLOSE PREV-RPT
           END-IF.
               MOVE 'A'                    TO   WS-RUN-MODE-SW
           END-IF.
           CLOSE MODE-CARD.
      *-----------------------------------------------------------------
      * MOVEMENT HISTORY IS APPENDED TO.  THIS RUN'S MOVEMENTS GO TO A
      * WORK FILE AND ARE ADDED TO THE HISTORY ONLY AT THE END OF THE
      * RUN.  A RUN AFTER THE PROMOTE STARTS FROM THE PROMOTED MASTER,
      * SO ITS MOVEMENTS ADD TO THOSE ALREADY ON FILE.  A RUN NOT YET
      * PROMOTED IS SUPERSEDED BY THIS ONE (BOTH START FROM THE SAME
      * MASTER), SO THE PERIOD'S RECORDS STAMPED AFTER THE LAST PROMOTE
      * ARE BACKED OUT FIRST.  THE OPENING HEADCOUNT STAYS AS THE FIRST
      * PROMOTED RUN FOR THE PERIOD TOOK IT, UNLESS EVERY PROMOTE FOR
      * THE PERIOD HAS BEEN FALLEN BACK (THE MASTER IS THEN THE ONE
      * THE PERIOD OPENED WITH AND THE OPENING IS TAKEN AGAIN).
      *-----------------------------------------------------------------
       160-OPEN-MOVEMENTS.
           MOVE  ZERO                      TO   WS-OPEN-HC-TABLE.
           PERFORM 161-GET-LAST-PROMOTE.
           OPEN INPUT MOVE-HIST.
           IF NOT WS-MOVE-FILE-NOT-FOUND
               PERFORM 175-CHECK-ONE-MOVEMENT UNTIL MOVE-EOF
               CLOSE MOVE-HIST
           END-IF.
           IF WS-MOVE-DROP-CTR > ZERO
               PERFORM 180-BACK-OUT-MOVEMENTS
           END-IF.
           OPEN OUTPUT MOVE-WRK.
      *-----------------------------------------------------------------
      * THE CUT-OFF COMES FROM THE AUDIT TRAIL, NOT THE PROMOTE STATUS
      * FILE, WHICH A FAILED PROMOTE OR A FALLBACK OVERWRITES.  A
      * PROMOTE LINE IS WRITTEN ONLY ON SUCCESS.  A FALLBACK RESTORES
      * THE GENERATION SAVED BY ONE PROMOTE, UNDOING THAT PROMOTE AND
      * ANY AFTER IT; A FALLBACK TO THE GENERATION SAVED BY A FAILED
      * PROMOTE UNDOES NO SUCCESSFUL ONE.  THE LAST OF THE PERIOD'S
      * PROMOTES LEFT STANDING IS THE CUT-OFF; WITH NONE, NOTHING FOR
      * THE PERIOD IS PROMOTED.
      *-----------------------------------------------------------------
       161-GET-LAST-PROMOTE.
           MOVE  ZERO                      TO   WS-PROM-CTR.
           OPEN INPUT AUDIT-LOG.
           PERFORM 162-READ-ONE-AUDIT UNTIL AUDIT-EOF.
           CLOSE AUDIT-LOG.
           MOVE  ZERO                      TO   WS-PROM-STAMP-N.
           IF WS-PROM-CTR > ZERO
               MOVE WS-PROM-ENT-STAMP (WS-PROM-CTR)
                                           TO   WS-PROM-STAMP-N
           END-IF.
      *-----------------------------------------------------------------
       162-READ-ONE-AUDIT.
           READ AUDIT-LOG                  INTO WS-AUD-IN
               AT END
                   MOVE 'Y'                TO   WS-AUDIT-EOF-FLAG
               NOT AT END
                   IF WS-AUD-ACTION = 'PROMOTE  ' AND
                      WS-AUD-PERIOD = WS-PERIOD-DISP
                       PERFORM 163-ADD-PROMOTE
                   ELSE IF WS-AUD-ACTION = 'FALLBACK ' AND
                           WS-PROM-CTR > ZERO
                       PERFORM 166-DROP-FALLEN-BACK
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * THE TABLE KEEPS THE PERIOD'S LAST 20 PROMOTES.
      *-----------------------------------------------------------------
       163-ADD-PROMOTE.
           MOVE  WS-AUD-DATE-TIME          TO   WS-PROM-DT.
           IF WS-PROM-DT-YR NUMERIC AND WS-PROM-DT-MO NUMERIC AND
              WS-PROM-DT-DAY NUMERIC AND WS-PROM-DT-HR NUMERIC AND
              WS-PROM-DT-MIN NUMERIC
               IF WS-PROM-CTR = 20
                   PERFORM 164-SHIFT-ONE-PROMOTE
                       VARYING WS-PROM-IDX FROM 1 BY 1
                       UNTIL WS-PROM-IDX > 19
                   MOVE 19                 TO   WS-PROM-CTR
               END-IF
               ADD  1                      TO   WS-PROM-CTR
               MOVE WS-PROM-DT-YR          TO   WS-PROM-STAMP-YR
               MOVE WS-PROM-DT-MO          TO   WS-PROM-STAMP-MO
               MOVE WS-PROM-DT-DAY         TO   WS-PROM-STAMP-DAY
               MOVE WS-PROM-DT-HR          TO   WS-PROM-STAMP-HR
               MOVE WS-PROM-DT-MIN         TO   WS-PROM-STAMP-MIN
               MOVE WS-PROM-STAMP-N        TO
                    WS-PROM-ENT-STAMP (WS-PROM-CTR)
               MOVE WS-AUD-GEN-FILE        TO
                    WS-PROM-ENT-GEN-FILE (WS-PROM-CTR)
           END-IF.
      *-----------------------------------------------------------------
       164-SHIFT-ONE-PROMOTE.
           MOVE  WS-PROM-ENTRY (WS-PROM-IDX + 1) TO
                 WS-PROM-ENTRY (WS-PROM-IDX).
      *-----------------------------------------------------------------
      * THE FALLBACK'S GENERATION IS THE ONE SAVED BY THE PROMOTE IT
      * UNDID: THAT PROMOTE AND ANY LATER ONE COME OFF THE TABLE.
      *-----------------------------------------------------------------
       166-DROP-FALLEN-BACK.
           MOVE  ZERO                      TO   WS-PROM-FOUND.
           PERFORM 167-MATCH-ONE-PROMOTE
               VARYING WS-PROM-IDX FROM WS-PROM-CTR BY -1
               UNTIL WS-PROM-IDX < 1 OR WS-PROM-FOUND > ZERO.
           IF WS-PROM-FOUND > ZERO
               COMPUTE WS-PROM-CTR = WS-PROM-FOUND - 1
           END-IF.
      *-----------------------------------------------------------------
       167-MATCH-ONE-PROMOTE.
           IF WS-PROM-ENT-GEN-FILE (WS-PROM-IDX) = WS-AUD-GEN-FILE
               MOVE WS-PROM-IDX            TO   WS-PROM-FOUND
           END-IF.
      *-----------------------------------------------------------------
       175-CHECK-ONE-MOVEMENT.
           READ MOVE-HIST
               AT END
                   MOVE 'Y'                TO   WS-MOVE-EOF-FLAG
               NOT AT END
                   IF MOVE-QTR = WS-PERIOD-QTR AND
                      MOVE-YR = WS-PERIOD-YR
                       PERFORM 177-TEST-PROMOTED
                       IF NOT WS-MOVE-PROMOTED
                           ADD 1           TO   WS-MOVE-DROP-CTR
                       ELSE IF MOVE-TYPE-OPEN-HC
                           MOVE 'Y'        TO   WS-OPEN-HC-FILE-SW
                       END-IF
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
      * A RECORD WRITTEN BEFORE THE RUN TIME WAS CARRIED HAS NO TIME
      * AND IS TAKEN AS THE START OF ITS RUN DAY.
      *-----------------------------------------------------------------
       177-TEST-PROMOTED.
           MOVE  ZERO                      TO   WS-MOVE-STAMP-N.
           IF MOVE-RUN-DATE NUMERIC
               MOVE MOVE-RUN-DATE          TO   WS-MOVE-STAMP-DATE
           END-IF.
           IF MOVE-RUN-TIME NUMERIC
               MOVE MOVE-RUN-TIME          TO   WS-MOVE-STAMP-TIME
           END-IF.
           IF WS-MOVE-STAMP-N > WS-PROM-STAMP-N
               MOVE 'N'                    TO   WS-MOVE-KEEP-SW
           ELSE
               MOVE 'Y'                    TO   WS-MOVE-KEEP-SW
           END-IF.
      *-----------------------------------------------------------------
      * THE HISTORY IS REWRITTEN ONLY WHEN THERE IS AN UNPROMOTED RUN TO
      * BACK OUT, AND ONLY FROM A COMPLETE COPY ON THE WORK FILE.
      *-----------------------------------------------------------------
       180-BACK-OUT-MOVEMENTS.
           MOVE  'N'                       TO   WS-MOVE-EOF-FLAG.
           OPEN OUTPUT MOVE-WRK.
           OPEN INPUT  MOVE-HIST.
           PERFORM 182-KEEP-ONE-MOVEMENT UNTIL MOVE-EOF.
           CLOSE MOVE-HIST
                 MOVE-WRK.
           OPEN INPUT  MOVE-WRK.
           OPEN OUTPUT MOVE-HIST.
           PERFORM 660-COPY-ONE-MOVEMENT UNTIL MVWK-EOF.
           CLOSE MOVE-WRK
                 MOVE-HIST.
           MOVE  'N'                       TO   WS-MVWK-EOF-FLAG.
           DISPLAY 'UNPROMOTED MOVEMENTS FOR ', WS-PERIOD-DISP,
                   ' BACKED OUT: ', WS-MOVE-DROP-CTR.
      *-----------------------------------------------------------------
       182-KEEP-ONE-MOVEMENT.
           READ MOVE-HIST
               AT END
                   MOVE 'Y'                TO   WS-MOVE-EOF-FLAG
               NOT AT END
                   MOVE 'Y'                TO   WS-MOVE-KEEP-SW
                   IF MOVE-QTR = WS-PERIOD-QTR AND
                      MOVE-YR = WS-PERIOD-YR
                       PERFORM 177-TEST-PROMOTED
                   END-IF
                   IF WS-MOVE-PROMOTED
                       WRITE MVWK-REC      FROM MOVE-REC
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       200-UPDATE-MASTER.
           PERFORM 300-GET-SYS-DATE-TIME.
           READ EMP-MST
               AT END
                   MOVE 'Y'                TO   WS-MST-EOF-FLAG
               NOT AT END
                   PERFORM 315-COUNT-OPENING-HC
           END-READ.
      *-----------------------------------------------------------------
       315-COUNT-OPENING-HC.
           IF WS-MODE-APPLY AND NOT EMP-STAT-TERM AND
              EMP-DEPT NUMERIC AND EMP-DEPT > ZERO
               ADD 1                       TO   WS-OPEN-HC (EMP-DEPT)
           END-IF.
      *-----------------------------------------------------------------
       320-READ-TRANS.
           READ TRN-SRTD
               IF WS-TRAN-BAD
                   PERFORM 490-LOG-EXCEPTION
               ELSE
                   PERFORM 438-SAVE-BEFORE-IMAGE
                   PERFORM 440-APPLY-EDITED-TRANS
               END-IF
           END-IF.
               MOVE  TSRT-EFF-YR           TO   PEND-EFF-YR
               WRITE PEND-REC
           END-IF.
      *-----------------------------------------------------------------
       438-SAVE-BEFORE-IMAGE.
           IF PEND-EXISTS
               MOVE WS-PEND-DEPT           TO   WS-MOV-OLD-DEPT
               MOVE WS-PEND-STATUS         TO   WS-MOV-OLD-STATUS
               MOVE WS-PEND-QTR-PAY        TO   WS-MOV-OLD-PAY
           ELSE
               MOVE ZERO                   TO   WS-MOV-OLD-DEPT
                                                WS-MOV-OLD-PAY
               MOVE SPACES                 TO   WS-MOV-OLD-STATUS
           END-IF.
      *-----------------------------------------------------------------
       435-EDIT-TRANS.
           MOVE 'Y'                        TO   WS-TRAN-EDIT-SW.
               MOVE ZERO                   TO   CTL-OLD-PAY
               MOVE WS-PEND-QTR-PAY        TO   CTL-NEW-PAY
               WRITE CTL-REC
               PERFORM 495-WRITE-MOVEMENT
           END-IF.
      *-----------------------------------------------------------------
       470-LOG-CHANGED.
               MOVE WS-CHG-OLD-PAY         TO   CTL-OLD-PAY
               MOVE WS-PEND-QTR-PAY        TO   CTL-NEW-PAY
               WRITE CTL-REC
               PERFORM 495-WRITE-MOVEMENT
           END-IF.
      *-----------------------------------------------------------------
       480-LOG-DELETED.
               MOVE WS-PEND-QTR-PAY        TO   CTL-OLD-PAY
               MOVE ZERO                   TO   CTL-NEW-PAY
               WRITE CTL-REC
               PERFORM 495-WRITE-MOVEMENT
           END-IF.
      *-----------------------------------------------------------------
       485-LOG-STATUS-SET.
               MOVE WS-PEND-QTR-PAY        TO   CTL-OLD-PAY
               MOVE WS-PEND-QTR-PAY        TO   CTL-NEW-PAY
               WRITE CTL-REC
               PERFORM 495-WRITE-MOVEMENT
           END-IF.
      *-----------------------------------------------------------------
       486-PREV-STATUS.
           ADD   1                         TO   WS-EXCP-CTR.
           MOVE  TSRT-ID                   TO   WS-LOG-EXCP-ID.
           WRITE CHG-LOG-REC               FROM WS-LOG-EXCP-LN.
      *-----------------------------------------------------------------
      * ONE MOVEMENT RECORD PER APPLIED TRANSACTION: BEFORE IMAGE FROM
      * 438, AFTER IMAGE FROM THE PENDING MASTER (NONE FOR A DELETE).
      *-----------------------------------------------------------------
       495-WRITE-MOVEMENT.
           MOVE  SPACES                    TO   MVWK-REC.
           MOVE  WS-PERIOD-QTR             TO   MVWK-QTR.
           MOVE  WS-PERIOD-YR              TO   MVWK-YR.
           MOVE  TSRT-CODE                 TO   MVWK-TYPE.
           MOVE  WS-PEND-ID                TO   MVWK-ID.
           MOVE  WS-PEND-LNAME             TO   MVWK-LNAME.
           MOVE  WS-MOV-OLD-DEPT           TO   MVWK-OLD-DEPT.
           MOVE  WS-MOV-OLD-STATUS         TO   MVWK-OLD-STATUS.
           MOVE  WS-MOV-OLD-PAY            TO   MVWK-OLD-PAY.
           IF TSRT-CODE-DELETE
               MOVE ZERO                   TO   MVWK-NEW-DEPT
                                                MVWK-NEW-PAY
           ELSE
               MOVE WS-PEND-DEPT           TO   MVWK-NEW-DEPT
               MOVE WS-PEND-STATUS         TO   MVWK-NEW-STATUS
               MOVE WS-PEND-QTR-PAY        TO   MVWK-NEW-PAY
           END-IF.
           IF TSRT-DATE NUMERIC
               MOVE TSRT-DATE              TO   MVWK-TRAN-DATE
           ELSE
               MOVE ZERO                   TO   MVWK-TRAN-DATE
           END-IF.
           MOVE  WS-MOV-RUN-DATE           TO   MVWK-RUN-DATE.
           MOVE  WS-MOV-RUN-TIME           TO   MVWK-RUN-TIME.
           WRITE MVWK-REC.
           ADD   1                         TO   WS-MOVE-CTR.
      *-----------------------------------------------------------------
       500-COPY-MASTER.
           IF WS-MODE-APPLY
           MOVE  WS-HELD-EFF-QTR (WS-HELD-IDX) TO WS-HELD-LN-QTR.
           MOVE  WS-HELD-EFF-YR (WS-HELD-IDX) TO WS-HELD-LN-YR.
           WRITE CHG-LOG-REC               FROM WS-LOG-HELD-LN.
      *-----------------------------------------------------------------
      * WHEN THE PERIOD HAS NO OPENING ON FILE YET, THE OPENING
      * HEADCOUNT GOES ON AS ONE RECORD PER DEPARTMENT WITH STAFF PLUS
      * A DEPARTMENT 00 COMPANY RECORD (WRITTEN EVEN WHEN ZERO, SO THE
      * PERIOD ALWAYS HAS AN OPENING ON FILE).  THE WORK FILE IS THEN
      * APPENDED TO THE MOVEMENT HISTORY.
      *-----------------------------------------------------------------
       650-FINISH-MOVEMENTS.
           IF NOT WS-OPEN-HC-ON-FILE
               PERFORM 655-WRITE-OPEN-HC
                   VARYING WS-HC-IDX FROM 1 BY 1 UNTIL WS-HC-IDX > 99
               MOVE ZERO                   TO   WS-HC-IDX
               PERFORM 657-WRITE-ONE-OPEN-HC
           END-IF.
           CLOSE MOVE-WRK.
           OPEN INPUT  MOVE-WRK.
           OPEN EXTEND MOVE-HIST.
           IF WS-MOVE-FILE-NOT-FOUND
               OPEN OUTPUT MOVE-HIST
           END-IF.
           PERFORM 660-COPY-ONE-MOVEMENT UNTIL MVWK-EOF.
           CLOSE MOVE-WRK
                 MOVE-HIST.
           DISPLAY 'MOVEMENTS RECORDED: ', WS-MOVE-CTR.
           IF WS-OPEN-HC-ON-FILE
               DISPLAY 'OPENING HEADCOUNT FOR ', WS-PERIOD-DISP,
                       ' ALREADY ON FILE - KEPT'
           END-IF.
      *-----------------------------------------------------------------
       655-WRITE-OPEN-HC.
           IF WS-OPEN-HC (WS-HC-IDX) > ZERO
               ADD  WS-OPEN-HC (WS-HC-IDX) TO  WS-OPEN-HC-TOT
               PERFORM 657-WRITE-ONE-OPEN-HC
           END-IF.
      *-----------------------------------------------------------------
       657-WRITE-ONE-OPEN-HC.
           MOVE  SPACES                    TO   MVWK-REC.
           MOVE  WS-PERIOD-QTR             TO   MVWK-QTR.
           MOVE  WS-PERIOD-YR              TO   MVWK-YR.
           MOVE  'H'                       TO   MVWK-TYPE.
           MOVE  ZERO                      TO   MVWK-OLD-DEPT
                                                MVWK-OLD-PAY
                                                MVWK-TRAN-DATE.
           MOVE  WS-HC-IDX                 TO   MVWK-NEW-DEPT.
           IF WS-HC-IDX = ZERO
               MOVE WS-OPEN-HC-TOT         TO   MVWK-OPEN-HC
           ELSE
               MOVE WS-OPEN-HC (WS-HC-IDX) TO   MVWK-OPEN-HC
           END-IF.
           MOVE  WS-MOV-RUN-DATE           TO   MVWK-RUN-DATE.
           MOVE  WS-MOV-RUN-TIME           TO   MVWK-RUN-TIME.
           WRITE MVWK-REC.
      *-----------------------------------------------------------------
       660-COPY-ONE-MOVEMENT.
           READ MOVE-WRK
               AT END
                   MOVE 'Y'                TO   WS-MVWK-EOF-FLAG
               NOT AT END
                   WRITE MOVE-REC          FROM MVWK-REC
           END-READ.
      *-----------------------------------------------------------------
       300-GET-SYS-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE      TO   WS-SYS-DATE.
           MOVE WS-SYS-YR                  TO   WS-MOV-RUN-YR.
           MOVE WS-SYS-MO                  TO   WS-MOV-RUN-MO.
           MOVE WS-SYS-DAY                 TO   WS-MOV-RUN-DAY.
           MOVE WS-SYS-HR                  TO   WS-MOV-RUN-HR.
           MOVE WS-SYS-MIN                 TO   WS-MOV-RUN-MIN.
