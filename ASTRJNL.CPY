      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRJNL.CPY
      *
      *  DESCRIPTIVE
      *         NAME: SHARED RECORD LAYOUT FOR JOURNALFILE
      *
      *  FUNCTION:
      *  THIS COPYBOOK DEFINES ONE ENTRY OF ASTRJNL.DAT, THE
      *  BEFORE/AFTER CHANGE JOURNAL OF THE MASTER-FILE
      *  MAINTENANCE PROGRAMS (ASTRCATM, ASTREQPM, ASTRMBRM,
      *  ASTRSITM, ASTRTGTM), OF ASTRFIX'S CORRECTIONS TO
      *  ASTROLOG.LOG, OF ASTRLONM'S LOANER CHECKOUTS AND
      *  RETURNS AND OF ASTREVTM'S OUTREACH EVENTS.  EVERY ADD,
      *  UPDATE, DELETE, RETIRE, DEACTIVATE, REACTIVATE,
      *  CORRECTION, CHECKOUT AND RETURN APPENDS ONE ENTRY
      *  CARRYING WHICH PROGRAM MADE THE CHANGE, THE OPERATOR'S
      *  LOGIN, WHEN, WHICH FILE AND KEY, AND THE WHOLE RECORD
      *  AS IT WAS BEFORE AND AFTER - SO A BAD CHANGE CAN BE FOUND
      *  (SEE ASTRJNLR.COB) AND PUT BACK BY HAND.  AN ADD HAS A
      *  BLANK BEFORE IMAGE AND A DELETE A BLANK AFTER IMAGE.  THE
      *  IMAGES ARE SIZED FOR THE LONGEST RECORD JOURNALLED
      *  (AL-RECORD) WITH ROOM TO GROW.  THE FILE IS LINE
      *  SEQUENTIAL AND ONLY EVER APPENDED TO, LIKE ASTROLOG.AUD.
      *  THE WRITING PROGRAMS COPY THIS LAYOUT INTO WORKING-STORAGE
      *  AND WRITE FROM IT; ASTRJNLR COPIES IT INTO ITS FD.
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 15-OCT-2026 CREATION OF SOFTWARE - MASTER-FILE CHANGE JOURNAL
      * 15-OCT-2026 ASTRLONM'S LOAN CHECKOUTS AND RETURNS JOURNALLED
      * 15-OCT-2026 ASTREVTM'S OUTREACH EVENT CHANGES JOURNALLED
      **********************************************************
       01  JNL-RECORD.
           05  JNL-DATE            PIC 9(8).
           05  JNL-TIME            PIC 9(8).
           05  JNL-PROGRAM         PIC X(8).
           05  JNL-OPERATOR        PIC X(20).
           05  JNL-FILE            PIC X(12).
           05  JNL-ACTION          PIC X(10).
           05  JNL-KEY             PIC X(42).
           05  JNL-BEFORE          PIC X(300).
           05  JNL-AFTER           PIC X(300).
