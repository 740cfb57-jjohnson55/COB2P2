      *                   AND QUARTERLY PAY HISTORY PRINTED UNDER THE  *
      *                   MASTER LINE FOR EVERY EMPLOYEE FOUND; AN ID  *
      *                   ONLY IN PAY HISTORY IS REPORTED AS SUCH.     *
      *  2026-10-15  JSJ  EARNINGS TYPE SHOWN ON EACH PAY HISTORY LINE *
      *                   UNDER THE EMPLOYEE (REG BASE PAY, OR THE     *
      *                   SUPPLEMENTAL BON/OVT/RET TYPE).              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-inq.
                              ==PFX-NAME==    BY ==HIST-NAME==
                              ==PFX-LNAME==   BY ==HIST-LNAME==
                              ==PFX-FNAME==   BY ==HIST-FNAME==
                              ==PFX-QTR-PAY== BY ==HIST-QTR-PAY==
                      ==PFX-EARN-TYPE== BY ==HIST-EARN-TYPE==.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01  WS-SYS-DATE.
               05  WS-HIST-E-DEPT          PIC 99.
               05  WS-HIST-E-LNAME         PIC X(15).
               05  WS-HIST-E-PAY           PIC 9(5)V99.
               05  WS-HIST-E-TYPE          PIC X(3).

       01  WS-RPT-TITLE-LN.
           03  FILLER      PIC X(28) VALUE 'P02-JOHNSON'.
           03  WS-HIST-LN-DEPT             PIC 99.
           03  FILLER                      PIC X(6)  VALUE '  PAY '.
           03  WS-HIST-LN-PAY              PIC ZZZ,ZZ9.99.
           03  FILLER                      PIC X(2)  VALUE SPACES.
           03  WS-HIST-LN-TYPE             PIC X(3).
           03  FILLER                      PIC X(29) VALUE SPACES.
       01  WS-NONAME-LN.
           03  FILLER                      PIC X(10) VALUE SPACES.
           03  FILLER                      PIC X(26) VALUE
                            WS-HIST-E-LNAME (WS-HIST-IDX)
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
                                           TO   WS-HIST-LN-DEPT
               MOVE  WS-HIST-E-PAY (WS-HIST-IDX)
                                           TO   WS-HIST-LN-PAY
               MOVE  WS-HIST-E-TYPE (WS-HIST-IDX)
                                           TO   WS-HIST-LN-TYPE
               WRITE INQ-RPT-REC           FROM WS-HIST-LN
           END-IF.
      *-----------------------------------------------------------------
