      *                   JOHNSON-P2-ARCH INSTEAD OF THE ACTIVE PAY    *
      *                   HISTORY, SO OLD-YEAR REPRINTS STILL WORK     *
      *                   AFTER THE YEAR IS PURGED.                    *
      *  2026-10-15  JSJ  PAY HISTORY RECORDS NOW CARRY AN EARNINGS    *
      *                   TYPE; SUPPLEMENTAL EARNINGS RECORDS (BONUS,  *
      *                   OVERTIME, RETRO) ARE ADDED INTO THE QUARTER  *
      *                   THEY WERE PAID IN ALONG WITH BASE PAY.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. johnson-p2-annual.
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

       FD  YEAR-CARD.
       01  YEAR-CARD-REC.
