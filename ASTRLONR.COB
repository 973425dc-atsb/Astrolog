      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRLONR.COB
      *
      *  DESCRIPTIVE
      *         NAME: LOANER INSTRUMENT OVERDUE AND HISTORY REPORT
      *
      *  FUNCTION:
      *  THIS MODULE REPORTS ON ASTRLON.DAT, THE LOAN FILE OF THE
      *  CLUB'S LOANER INSTRUMENTS (SEE ASTRLON.CPY), ON
      *  ASTRLONR.RPT.  THE OPERATOR CHOOSES ONE OF TWO REPORTS:
      *
      *     O  OVERDUE LOANS - EVERY LOAN THAT WAS OUT AND PAST ITS
      *        DUE DATE ON A GIVEN AS-AT DATE (DEFAULT TODAY), WITH
      *        THE BORROWER AND HOW MANY DAYS LATE IT WAS.
      *     H  LOAN HISTORY - EVERY LOAN OF ONE INSTRUMENT, OR OF
      *        ALL OF THEM, IN DATE ORDER, WITH THE BORROWER, THE
      *        NIGHTS IT WAS OUT AND WHETHER IT CAME BACK LATE,
      *        AND A TOTAL FOR EACH INSTRUMENT.
      *
      *  DESCRIPTIONS AND NAMES COME FROM ASTREQP.DAT AND
      *  ASTRMBR.DAT WHEN THEY ARE AVAILABLE.  NO FILE IS UPDATED.
      *
      *  LOGIC:
      *     (1) ACCEPT THE REPORT WANTED AND ITS SELECTION
      *     (2) READ THE LOANS IN INSTRUMENT AND DATE ORDER
      *     (3) PRINT EACH SELECTED LOAN, WITH INSTRUMENT TOTALS
      *         ON THE HISTORY REPORT
      *     (4) END-PROGRAM
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 15-OCT-2026 CREATION OF SOFTWARE
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
      **********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ASTRLONR.
       AUTHOR.         ATSB
       DATE-WRITTEN.   15/10/2026.
      **********************************************************
      * ENVIRONMENT DIVISION
      **********************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.    IBM-PC.
       OBJECT-COMPUTER.    IBM-PC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOANFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LON-KEY
           ALTERNATE RECORD KEY IS LON-MBR-ID WITH DUPLICATES
           FILE STATUS IS LONFILESTATUS.

           SELECT EQUIPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EQP-CODE
           ALTERNATE RECORD KEY IS EQP-DESC WITH DUPLICATES
           FILE STATUS IS EQPFILESTATUS.

           SELECT MEMBERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MBR-ID
           FILE STATUS IS MBRFILESTATUS.

           SELECT REPORTFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS RPTFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD LOANFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRLON.DAT".
       COPY ASTRLON.

       FD EQUIPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTREQP.DAT".
       COPY ASTREQP.

       FD MEMBERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRMBR.DAT".
       COPY ASTRMBR.

       FD REPORTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRLONR.RPT".
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
           01 LONFILESTATUS    PIC 9(2).
           01 EQPFILESTATUS    PIC 9(2).
           01 MBRFILESTATUS    PIC 9(2).
           01 RPTFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
               88 END-OF-FILE     VALUE "Y".
               88 NOT-END-OF-FILE VALUE "N".
           01 EQUIP-SWITCH     PIC A(1).
               88 EQUIP-AVAILABLE   VALUE "Y".
               88 EQUIP-UNAVAILABLE VALUE "N".
           01 MEMBER-SWITCH    PIC A(1).
               88 MEMBER-AVAILABLE   VALUE "Y".
               88 MEMBER-UNAVAILABLE VALUE "N".

           01 REPORT-CHOICE    PIC A(1).
               88 REPORT-OVERDUE    VALUE "O".
               88 REPORT-HISTORY    VALUE "H".
           01 ASATVAL          PIC 9(8).
           01 EQPCODEVAL       PIC X(20).

           01 READ-COUNT       PIC 9(5) VALUE ZERO.
           01 SELECTED-COUNT   PIC 9(5) VALUE ZERO.
           01 INSTRUMENT-COUNT PIC 9(5) VALUE ZERO.
           01 NIGHTS-TOTAL     PIC 9(7) VALUE ZERO.
           01 PREV-EQP-CODE    PIC X(20) VALUE SPACES.
           01 PREV-EQP-DESC    PIC X(30) VALUE SPACES.
           01 EQP-LOAN-COUNT   PIC 9(5) VALUE ZERO.
           01 EQP-NIGHTS       PIC 9(7) VALUE ZERO.
           01 LOAN-END-DATE    PIC 9(8).
           01 DAY-FROM         PIC 9(7).
           01 DAY-TO           PIC 9(7).
           01 DAY-COUNT        PIC 9(5).

           01 PAGE-COUNT       PIC 9(4) VALUE ZERO.
           01 LINE-COUNT       PIC 9(2) VALUE 99.
           01 LINES-PER-PAGE   PIC 9(2) VALUE 56.
           01 RUN-DATE         PIC 9(8).

           01 HEAD-LINE-1.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 FILLER       PIC X(26)
                   VALUE "L O A N E R   I N S T R U ".
               05 FILLER       PIC X(26)
                   VALUE "M E N T   L O A N S       ".
               05 FILLER       PIC X(49) VALUE SPACES.
               05 FILLER       PIC X(9)  VALUE "RUN DATE ".
               05 H1-RUN-DATE  PIC 9(8).
               05 FILLER       PIC X(3)  VALUE SPACES.
               05 FILLER       PIC X(5)  VALUE "PAGE ".
               05 H1-PAGE      PIC ZZZ9.
           01 HEAD-LINE-2.
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 H2-TITLE     PIC X(30).
               05 H2-LABEL     PIC X(12).
               05 H2-SELECTION PIC X(20).
               05 FILLER       PIC X(68) VALUE SPACES.
           01 HEAD-LINE-3.
               05 FILLER       PIC X(21) VALUE "INSTRUMENT".
               05 FILLER       PIC X(31) VALUE "DESCRIPTION".
               05 FILLER       PIC X(7)  VALUE "MEMBER".
               05 FILLER       PIC X(26) VALUE "NAME".
               05 FILLER       PIC X(9)  VALUE "OUT".
               05 FILLER       PIC X(9)  VALUE "DUE".
               05 FILLER       PIC X(9)  VALUE "RETURNED".
               05 H3-DAYS      PIC X(6).
               05 FILLER       PIC X(14) VALUE "STATUS".
           01 HEAD-LINE-4.
               05 FILLER       PIC X(132) VALUE ALL "-".

           01 DETAIL-LINE.
               05 DET-EQP-CODE PIC X(20).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-EQP-DESC PIC X(30).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-MBR-ID   PIC X(6).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-MBR-NAME PIC X(25).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-OUT      PIC 9(8).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-DUE      PIC 9(8).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-RETURNED PIC X(8).
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-DAYS     PIC ZZZZ9.
               05 FILLER       PIC X(1)  VALUE SPACE.
               05 DET-STATUS   PIC X(8).
               05 FILLER       PIC X(6)  VALUE SPACES.

           01 TOTAL-LINE.
               05 FILLER       PIC X(21) VALUE SPACES.
               05 FILLER       PIC X(10) VALUE "TOTAL FOR ".
               05 TOT-EQP-CODE PIC X(20).
               05 FILLER       PIC X(2)  VALUE SPACES.
               05 TOT-LOANS    PIC ZZZZ9.
               05 FILLER       PIC X(8)  VALUE " LOANS, ".
               05 TOT-NIGHTS   PIC ZZZZZZ9.
               05 FILLER       PIC X(11) VALUE " NIGHTS OUT".
               05 FILLER       PIC X(48) VALUE SPACES.

           01 BLANK-LINE       PIC X(132) VALUE SPACES.
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY '-----------------------------------'
           DISPLAY '   LOANER INSTRUMENT REPORT         '
           DISPLAY '-----------------------------------'
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           MOVE RUN-DATE TO H1-RUN-DATE
           DISPLAY 'O) OVERDUE LOANS  H) LOAN HISTORY'
           DISPLAY 'ENTER CHOICE:'
           ACCEPT REPORT-CHOICE
           IF REPORT-OVERDUE
               DISPLAY 'ENTER THE AS-AT DATE (YYYYMMDD, 0 = TODAY):'
               ACCEPT ASATVAL
               IF ASATVAL = ZERO
                   MOVE RUN-DATE TO ASATVAL
               END-IF
               MOVE SPACES TO EQPCODEVAL
               MOVE "OVERDUE LOANS"  TO H2-TITLE
               MOVE "AS AT"          TO H2-LABEL
               MOVE ASATVAL          TO H2-SELECTION
               MOVE "LATE"           TO H3-DAYS
           ELSE
               IF REPORT-HISTORY
                   DISPLAY 'ENTER THE INSTRUMENT CODE '
                       '(BLANK = ALL INSTRUMENTS):'
                   ACCEPT EQPCODEVAL
                   MOVE RUN-DATE TO ASATVAL
                   MOVE "LOAN HISTORY"   TO H2-TITLE
                   MOVE "INSTRUMENT"     TO H2-LABEL
                   MOVE EQPCODEVAL       TO H2-SELECTION
                   IF EQPCODEVAL = SPACES
                       MOVE "ALL"        TO H2-SELECTION
                   END-IF
                   MOVE "NIGHTS"         TO H3-DAYS
               ELSE
                   DISPLAY 'INVALID CHOICE'
                   GO TO PROGRAM-STOP
               END-IF
           END-IF

           OPEN INPUT LOANFILE
           IF LONFILESTATUS = "35"
               DISPLAY 'NO LOANS ON FILE - NOTHING TO REPORT'
               GO TO PROGRAM-STOP
           END-IF
           IF LONFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRLON.DAT - STATUS: '
                   LONFILESTATUS
               GO TO PROGRAM-STOP
           END-IF
           SET EQUIP-AVAILABLE TO TRUE
           OPEN INPUT EQUIPFILE
           IF EQPFILESTATUS IS NOT EQUAL ZERO
               SET EQUIP-UNAVAILABLE TO TRUE
           END-IF
           SET MEMBER-AVAILABLE TO TRUE
           OPEN INPUT MEMBERFILE
           IF MBRFILESTATUS IS NOT EQUAL ZERO
               SET MEMBER-UNAVAILABLE TO TRUE
           END-IF
           OPEN OUTPUT REPORTFILE
           IF RPTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRLONR.RPT - STATUS: '
                   RPTFILESTATUS
               GO TO CLOSE-FILES
           END-IF

           SET NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO LON-KEY
           IF EQPCODEVAL NOT = SPACES
               MOVE EQPCODEVAL TO LON-EQP-CODE
               MOVE ZERO       TO LON-CHECKOUT-DATE
           END-IF
           START LOANFILE KEY IS NOT LESS THAN LON-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM SELECT-LOAN THRU SELECT-LOAN-EXIT
               UNTIL END-OF-FILE
           IF SELECTED-COUNT = ZERO
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
               MOVE SPACES TO REPORT-RECORD
               MOVE "NO LOANS MATCH THE SELECTION"
                   TO REPORT-RECORD(3:30)
               WRITE REPORT-RECORD
           ELSE
               IF REPORT-HISTORY
                   PERFORM PRINT-INSTRUMENT-TOTAL
                       THRU PRINT-INSTRUMENT-TOTAL-EXIT
               END-IF
           END-IF
           CLOSE REPORTFILE
           DISPLAY 'LOANS READ              : ' READ-COUNT
           DISPLAY 'LOANS LISTED            : ' SELECTED-COUNT
           IF REPORT-HISTORY
               DISPLAY 'INSTRUMENTS LISTED      : ' INSTRUMENT-COUNT
               DISPLAY 'NIGHTS OUT ON LOAN      : ' NIGHTS-TOTAL
           END-IF
           DISPLAY 'PAGES PRINTED           : ' PAGE-COUNT
           DISPLAY 'LOAN REPORT WRITTEN TO ASTRLONR.RPT'.

       CLOSE-FILES.
           CLOSE LOANFILE
           IF EQUIP-AVAILABLE
               CLOSE EQUIPFILE
           END-IF
           IF MEMBER-AVAILABLE
               CLOSE MEMBERFILE
           END-IF
           GO TO PROGRAM-STOP.

      *-----------------------------------------------------------
      * SELECT-LOAN READS THE NEXT LOAN AND PRINTS IT IF IT BELONGS
      * ON THE REPORT CHOSEN.  ON THE OVERDUE REPORT THAT IS A LOAN
      * CHECKED OUT BY THE AS-AT DATE, NOT BACK BY THEN, AND DUE
      * BEFORE IT.  ON THE HISTORY REPORT IT IS EVERY LOAN OF THE
      * INSTRUMENT ASKED FOR (ALL OF THEM IF NONE WAS), AND THE
      * READ STOPS ONCE THE LOANS MOVE PAST THAT INSTRUMENT.
      *-----------------------------------------------------------
       SELECT-LOAN.
           READ LOANFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SELECT-LOAN-EXIT
           END-READ
           IF EQPCODEVAL NOT = SPACES
                   AND LON-EQP-CODE NOT = EQPCODEVAL
               SET END-OF-FILE TO TRUE
               GO TO SELECT-LOAN-EXIT
           END-IF
           ADD 1 TO READ-COUNT
           IF REPORT-OVERDUE
               IF LON-CHECKOUT-DATE > ASATVAL
                       OR LON-DUE-DATE NOT < ASATVAL
                   GO TO SELECT-LOAN-EXIT
               END-IF
               IF NOT LON-STILL-OUT AND LON-RETURN-DATE NOT > ASATVAL
                   GO TO SELECT-LOAN-EXIT
               END-IF
           END-IF
           ADD 1 TO SELECTED-COUNT
           IF LON-EQP-CODE NOT = PREV-EQP-CODE
               PERFORM NEW-INSTRUMENT THRU NEW-INSTRUMENT-EXIT
           END-IF
           PERFORM PRINT-LOAN THRU PRINT-LOAN-EXIT.
       SELECT-LOAN-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * NEW-INSTRUMENT CLOSES OFF THE PREVIOUS INSTRUMENT'S TOTAL
      * ON THE HISTORY REPORT AND LOOKS UP THE NEW INSTRUMENT'S
      * DESCRIPTION ONCE FOR ALL OF ITS LOANS.
      *-----------------------------------------------------------
       NEW-INSTRUMENT.
           IF REPORT-HISTORY AND PREV-EQP-CODE NOT = SPACES
               PERFORM PRINT-INSTRUMENT-TOTAL
                   THRU PRINT-INSTRUMENT-TOTAL-EXIT
           END-IF
           ADD 1 TO INSTRUMENT-COUNT
           MOVE LON-EQP-CODE TO PREV-EQP-CODE
           MOVE ZERO         TO EQP-LOAN-COUNT
           MOVE ZERO         TO EQP-NIGHTS
           MOVE "(NOT IN REGISTRY)" TO PREV-EQP-DESC
           IF EQUIP-AVAILABLE
               MOVE LON-EQP-CODE TO EQP-CODE
               READ EQUIPFILE
                   NOT INVALID KEY
                       MOVE EQP-DESC TO PREV-EQP-DESC
               END-READ
           END-IF.
       NEW-INSTRUMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-LOAN PRINTS ONE LOAN.  ON THE OVERDUE REPORT THE
      * DAYS COLUMN IS HOW LATE THE LOAN WAS ON THE AS-AT DATE; ON
      * THE HISTORY REPORT IT IS THE NIGHTS THE INSTRUMENT WAS
      * OUT, COUNTED TO TODAY FOR A LOAN NOT YET BACK.
      *-----------------------------------------------------------
       PRINT-LOAN.
           IF LINE-COUNT + 1 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           MOVE LON-EQP-CODE      TO DET-EQP-CODE
           MOVE PREV-EQP-DESC     TO DET-EQP-DESC
           MOVE LON-MBR-ID        TO DET-MBR-ID
           MOVE SPACES            TO DET-MBR-NAME
           IF MEMBER-AVAILABLE
               MOVE LON-MBR-ID TO MBR-ID
               READ MEMBERFILE
                   NOT INVALID KEY
                       MOVE MBR-NAME TO DET-MBR-NAME
               END-READ
           END-IF
           MOVE LON-CHECKOUT-DATE TO DET-OUT
           MOVE LON-DUE-DATE      TO DET-DUE
           IF LON-STILL-OUT
               MOVE "OUT"           TO DET-RETURNED
               MOVE ASATVAL         TO LOAN-END-DATE
           ELSE
               MOVE LON-RETURN-DATE TO DET-RETURNED
               MOVE LON-RETURN-DATE TO LOAN-END-DATE
           END-IF

           IF REPORT-OVERDUE
               MOVE SPACES TO DET-RETURNED
               COMPUTE DAY-FROM = FUNCTION INTEGER-OF-DATE(LON-DUE-DATE)
               COMPUTE DAY-TO = FUNCTION INTEGER-OF-DATE(ASATVAL)
               SUBTRACT DAY-FROM FROM DAY-TO GIVING DAY-COUNT
               MOVE "OVERDUE" TO DET-STATUS
           ELSE
               COMPUTE DAY-FROM =
                   FUNCTION INTEGER-OF-DATE(LON-CHECKOUT-DATE)
               COMPUTE DAY-TO = FUNCTION INTEGER-OF-DATE(LOAN-END-DATE)
               IF DAY-TO < DAY-FROM
                   MOVE DAY-FROM TO DAY-TO
               END-IF
               SUBTRACT DAY-FROM FROM DAY-TO GIVING DAY-COUNT
               ADD 1 TO EQP-LOAN-COUNT
               ADD DAY-COUNT TO EQP-NIGHTS
               ADD DAY-COUNT TO NIGHTS-TOTAL
               IF LON-STILL-OUT
                   IF LON-DUE-DATE < ASATVAL
                       MOVE "OVERDUE" TO DET-STATUS
                   ELSE
                       MOVE "OUT"     TO DET-STATUS
                   END-IF
               ELSE
                   IF LON-RETURN-DATE > LON-DUE-DATE
                       MOVE "LATE"    TO DET-STATUS
                   ELSE
                       MOVE "ON TIME" TO DET-STATUS
                   END-IF
               END-IF
           END-IF
           MOVE DAY-COUNT TO DET-DAYS
           WRITE REPORT-RECORD FROM DETAIL-LINE
           ADD 1 TO LINE-COUNT.
       PRINT-LOAN-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-INSTRUMENT-TOTAL PRINTS THE LOAN COUNT AND NIGHTS
      * OUT OF THE INSTRUMENT JUST FINISHED ON THE HISTORY REPORT.
      *-----------------------------------------------------------
       PRINT-INSTRUMENT-TOTAL.
           IF LINE-COUNT + 2 > LINES-PER-PAGE
               PERFORM PRINT-HEADINGS THRU PRINT-HEADINGS-EXIT
           END-IF
           MOVE PREV-EQP-CODE  TO TOT-EQP-CODE
           MOVE EQP-LOAN-COUNT TO TOT-LOANS
           MOVE EQP-NIGHTS     TO TOT-NIGHTS
           WRITE REPORT-RECORD FROM TOTAL-LINE
           WRITE REPORT-RECORD FROM BLANK-LINE
           ADD 2 TO LINE-COUNT.
       PRINT-INSTRUMENT-TOTAL-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * PRINT-HEADINGS STARTS A NEW PAGE - TITLE LINE WITH THE RUN
      * DATE AND PAGE NUMBER, THE REPORT AND SELECTION IN FORCE,
      * COLUMN HEADINGS, AND A RULE LINE.
      *-----------------------------------------------------------
       PRINT-HEADINGS.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO H1-PAGE
           IF PAGE-COUNT = 1
               WRITE REPORT-RECORD FROM HEAD-LINE-1
           ELSE
               WRITE REPORT-RECORD FROM HEAD-LINE-1
                   AFTER ADVANCING PAGE
           END-IF
           WRITE REPORT-RECORD FROM HEAD-LINE-2
           WRITE REPORT-RECORD FROM BLANK-LINE
           WRITE REPORT-RECORD FROM HEAD-LINE-3
           WRITE REPORT-RECORD FROM HEAD-LINE-4
           MOVE 5 TO LINE-COUNT.
       PRINT-HEADINGS-EXIT.
           EXIT.

       PROGRAM-STOP.
           STOP RUN.
