      *          existing archive file rather than overwriting it.    *
      *          johnson-p2-annual reprints an archived year when the *
      *          year card P02-ANNUAL-YEAR.DAT names it.              *
      *          An adjustment card (mode ADJ) for a year locked on   *
      *          the closed-period ledger by johnson-p2-close is      *
      *          refused.                                             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-arch.
                          ORGANIZATION IS LINE SEQUENTIAL
                          FILE STATUS IS WS-AUDIT-FILE-STATUS.

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

       SD  HIST-WRK.
       COPY P02HISTREC REPLACING ==PFX-REC==     BY ==HWRK-REC==
                              ==PFX-NAME==    BY ==HWRK-NAME==
                              ==PFX-LNAME==   BY ==HWRK-LNAME==
                              ==PFX-FNAME==   BY ==HWRK-FNAME==
                              ==PFX-QTR-PAY== BY ==HWRK-QTR-PAY==
                      ==PFX-EARN-TYPE== BY ==HWRK-EARN-TYPE==.

       FD  HIST-SRTD.
       COPY P02HISTREC REPLACING ==PFX-REC==     BY ==HSRT-REC==
                              ==PFX-NAME==    BY ==HSRT-NAME==
                              ==PFX-LNAME==   BY ==HSRT-LNAME==
                              ==PFX-FNAME==   BY ==HSRT-FNAME==
                              ==PFX-QTR-PAY== BY ==HSRT-QTR-PAY==
                      ==PFX-EARN-TYPE== BY ==HSRT-EARN-TYPE==.

       FD  HIST-KEEP.
       COPY P02HISTREC REPLACING ==PFX-REC==     BY ==KEEP-REC==
                              ==PFX-NAME==    BY ==KEEP-NAME==
                              ==PFX-LNAME==   BY ==KEEP-LNAME==
                              ==PFX-FNAME==   BY ==KEEP-FNAME==
                              ==PFX-QTR-PAY== BY ==KEEP-QTR-PAY==
                      ==PFX-EARN-TYPE== BY ==KEEP-EARN-TYPE==.

       FD  ARCH-FILE.
       COPY P02HISTREC REPLACING ==PFX-REC==     BY ==ARCH-REC==
                              ==PFX-NAME==    BY ==ARCH-NAME==
                              ==PFX-LNAME==   BY ==ARCH-LNAME==
                              ==PFX-FNAME==   BY ==ARCH-FNAME==
                              ==PFX-QTR-PAY== BY ==ARCH-QTR-PAY==
                      ==PFX-EARN-TYPE== BY ==ARCH-EARN-TYPE==.

       FD  ARCH-RPT.
       01  ARCH-RPT-REC                    PIC X(80).

       FD  AUDIT-LOG.
       01  AUDIT-LOG-REC                   PIC X(80).

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
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-SYS-DATE.
               88  ARCH-IS-OPEN                        VALUE 'Y'.
           03  WS-OOB-SW                   PIC X       VALUE 'N'.
               88  WS-OUT-OF-BALANCE                   VALUE 'Y'.
           03  WS-LDG-EOF-FLAG             PIC X       VALUE 'N'.
               88  LDG-EOF                             VALUE 'Y'.
           03  WS-YEAR-LOCK-SW             PIC X       VALUE 'N'.
               88  WS-YEAR-LOCKED                      VALUE 'Y'.

       01  WS-PERIOD-YR                    PIC 9999    VALUE ZERO.
       01  WS-SV-YR                        PIC 9999    VALUE ZERO.
           END-IF.
           CLOSE PERIOD-CARD.
           MOVE  PER-YR                    TO   WS-PERIOD-YR.
           IF PER-MODE = 'ADJ'
               PERFORM 135-CHECK-YEAR-LOCK
           END-IF.
           DISPLAY 'ARCHIVING YEARS BEFORE ', WS-PERIOD-YR.
      *-----------------------------------------------------------------
       135-CHECK-YEAR-LOCK.
           OPEN INPUT CLOSE-LDG.
           PERFORM 137-READ-ONE-LEDGER UNTIL LDG-EOF.
           CLOSE CLOSE-LDG.
           IF WS-YEAR-LOCKED
               DISPLAY 'ADJUSTMENT CARD FOR LOCKED YEAR ',
                       WS-PERIOD-YR, ' - RUN REFUSED'
               MOVE 8                      TO   RETURN-CODE
               STOP RUN
           END-IF.
      *-----------------------------------------------------------------
       137-READ-ONE-LEDGER.
           READ CLOSE-LDG
               AT END
                   MOVE 'Y'                TO   WS-LDG-EOF-FLAG
               NOT AT END
                   IF LDG-TYPE-LOCKED AND LDG-YR = WS-PERIOD-YR
                       MOVE 'Y'            TO   WS-YEAR-LOCK-SW
                   END-IF
           END-READ.
      *-----------------------------------------------------------------
       140-CHECK-HISTORY.
           OPEN INPUT PAY-HIST.
