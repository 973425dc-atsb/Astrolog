      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRLONM.COB
      *
      *  DESCRIPTIVE
      *         NAME: CHECKOUT AND RETURN OF LOANER INSTRUMENTS
      *
      *  FUNCTION:
      *  THIS MODULE MAINTAINS ASTRLON.DAT, THE LOAN FILE OF THE
      *  CLUB'S LOANER INSTRUMENTS (SEE ASTRLON.CPY).  THE
      *  OPERATOR CAN CHECK AN INSTRUMENT OUT TO A MEMBER, BOOK
      *  IT BACK IN, OR LIST WHAT IS OUT NOW.  THE INSTRUMENT MUST
      *  BE IN THE EQUIPMENT REGISTRY (ASTREQP.DAT) AND THE
      *  BORROWER MUST BE AN ACTIVE MEMBER (ASTRMBR.DAT) - A LOAN
      *  TO AN INACTIVE MEMBER, OR OF AN INSTRUMENT ALREADY OUT,
      *  IS REFUSED, AS IS A BACK-DATED CHECKOUT THAT WOULD
      *  OVERLAP A LOAN ALREADY RETURNED.  SO THAT EVERY LOAN CAN
      *  BE CHECKED, BOTH MASTERS MUST BE AVAILABLE FOR THE
      *  PROGRAM TO RUN.  THE LOGGING PROGRAMS (ASTROLOG20 AND
      *  ASTRBAT) READ THE LOANS TO FLAG A SIGHTING MADE WITH A
      *  LOANER THAT WAS OUT TO SOMEONE ELSE THAT NIGHT, AND
      *  ASTRLONR.COB REPORTS OVERDUE LOANS AND EACH
      *  INSTRUMENT'S LOAN HISTORY.  LOANS ARE NEVER DELETED.
      *
      *  LOGIC:
      *     (1) OPEN LOANFILE I-O (CREATE IT IF MISSING), AND
      *         EQUIPFILE AND MEMBERFILE FOR INPUT
      *     (2) DISPLAY THE MENU AND ACCEPT A CHOICE
      *     (3) CHECK OUT/RETURN/LIST AS CHOSEN, JOURNALLING
      *         EVERY CHANGE TO ASTRJNL.DAT
      *     (4) REPEAT UNTIL THE OPERATOR QUITS
      *     (5) END-PROGRAM
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
       PROGRAM-ID.     ASTRLONM.
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

           SELECT JOURNALFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JNLFILESTATUS.
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

       FD JOURNALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRJNL.DAT".
       01 JOURNAL-RECORD PIC X(708).
       WORKING-STORAGE SECTION.
           01 LONFILESTATUS    PIC 9(2).
           01 EQPFILESTATUS    PIC 9(2).
           01 MBRFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
               88 END-OF-FILE  VALUE "Y".
               88 NOT-END-OF-FILE VALUE "N".
           01 EQPOBJ-SWITCH    PIC A(1).
               88 EQUIP-FOUND       VALUE "Y".
               88 EQUIP-NOT-FOUND   VALUE "N".
           01 OPEN-LOAN-SWITCH PIC A(1).
               88 LOAN-IS-OPEN      VALUE "Y".
               88 LOAN-NOT-OPEN     VALUE "N".

           01 MENU-CHOICE      PIC A(1).
               88 CHOICE-CHECKOUT   VALUE "C".
               88 CHOICE-RETURN     VALUE "R".
               88 CHOICE-LIST       VALUE "L".
               88 CHOICE-QUIT       VALUE "Q".

           01 EQUIPVAL         PIC X(50).
           01 IDVAL            PIC X(6).
           01 CHECKOUTVAL      PIC 9(8).
           01 DUEVAL           PIC 9(8).
           01 RETURNVAL        PIC 9(8).
           01 CONFIRMVAL       PIC A(1).
           01 LIST-COUNT       PIC 9(5).
           01 RUN-DATE         PIC 9(8).

           01 LOAN-EQP-CODE    PIC X(20).
           01 LAST-RETURN-DATE PIC 9(8).
           01 OPEN-LOAN-KEY    PIC X(28).
           01 OPEN-LOAN-MBR-ID PIC X(6).
           01 OPEN-LOAN-OUT    PIC 9(8).
           01 OPEN-LOAN-DUE    PIC 9(8).

           01 DATEVAL          PIC 9(8).
           01 DATEVAL-BRKDN REDEFINES DATEVAL.
               05 DTY-YEAR     PIC 9(4).
               05 DTY-MONTH    PIC 9(2).
               05 DTY-DAY      PIC 9(2).
           01 MONTH-DAYS-TABLE VALUE '312831303130313130313031'.
               05 MONTH-DAYS   PIC 9(2) OCCURS 12 TIMES.
           01 MAX-DAY-VAL       PIC 9(2).
           01 DT-QUOTIENT        PIC 9(4).
           01 DT-REM4            PIC 9(4).
           01 DT-REM100          PIC 9(4).
           01 DT-REM400          PIC 9(4).
           01 DATE-SWITCH       PIC A(1).
               88 DATE-IS-VALID     VALUE "Y".
               88 DATE-NOT-VALID    VALUE "N".

           01 JNLFILESTATUS    PIC 9(2).
           01 JOURNAL-OPERATOR PIC X(20).
           01 JOURNAL-ACTION   PIC X(10).
           01 JOURNAL-KEY      PIC X(42).
           01 BEFORE-IMAGE     PIC X(300).
           01 AFTER-IMAGE      PIC X(300).
       COPY ASTRJNL.
      **********************************************************
      * PROCEDURE DIVISION
      **********************************************************
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY '-----------------------------------'
           DISPLAY '   LOANER INSTRUMENT CHECKOUT       '
           DISPLAY '-----------------------------------'
           ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USER"
           IF JOURNAL-OPERATOR = SPACES
               ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USERNAME"
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT EQUIPFILE
           IF EQPFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTREQP.DAT - STATUS: '
                   EQPFILESTATUS
               GO TO PROGRAM-STOP
           END-IF
           OPEN INPUT MEMBERFILE
           IF MBRFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRMBR.DAT - STATUS: '
                   MBRFILESTATUS
               CLOSE EQUIPFILE
               GO TO PROGRAM-STOP
           END-IF
           OPEN I-O LOANFILE
           IF LONFILESTATUS = "35"
               OPEN OUTPUT LOANFILE
               IF LONFILESTATUS IS NOT EQUAL ZERO
                   DISPLAY 'UNABLE TO CREATE ASTRLON.DAT - STATUS: '
                       LONFILESTATUS
                   CLOSE EQUIPFILE
                   CLOSE MEMBERFILE
                   GO TO PROGRAM-STOP
               END-IF
               CLOSE LOANFILE
               OPEN I-O LOANFILE
           END-IF
           IF LONFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRLON.DAT - STATUS: '
                   LONFILESTATUS
               CLOSE EQUIPFILE
               CLOSE MEMBERFILE
               GO TO PROGRAM-STOP
           END-IF
           GO TO MENU-LOOP.

       MENU-LOOP.
           DISPLAY ' '
           DISPLAY 'C) CHECK OUT  R) RETURN  L) LIST LOANS OUT  Q) QUIT'
           DISPLAY 'ENTER CHOICE:'
           ACCEPT MENU-CHOICE
           IF CHOICE-CHECKOUT
               PERFORM CHECKOUT-LOAN THRU CHECKOUT-LOAN-EXIT
           ELSE
               IF CHOICE-RETURN
                   PERFORM RETURN-LOAN THRU RETURN-LOAN-EXIT
               ELSE
                   IF CHOICE-LIST
                       PERFORM LIST-LOANS THRU LIST-LOANS-EXIT
                   ELSE
                       IF CHOICE-QUIT
                           CLOSE LOANFILE
                           CLOSE EQUIPFILE
                           CLOSE MEMBERFILE
                           GO TO PROGRAM-STOP
                       ELSE
                           DISPLAY 'INVALID CHOICE'
                       END-IF
                   END-IF
               END-IF
           END-IF
           GO TO MENU-LOOP.

      *-----------------------------------------------------------
      * CHECKOUT-LOAN LENDS A REGISTERED INSTRUMENT TO AN ACTIVE
      * MEMBER.  IT IS REFUSED IF THE INSTRUMENT IS ALREADY OUT,
      * IF THE MEMBER IS UNKNOWN OR INACTIVE, OR IF THE CHECKOUT
      * DATE FALLS BEFORE THE RETURN OF THE INSTRUMENT'S LAST
      * LOAN.  THE CHECKOUT DATE DEFAULTS TO TODAY; THE DUE DATE
      * MUST BE GIVEN AND MAY NOT BE BEFORE IT.
      *-----------------------------------------------------------
       CHECKOUT-LOAN.
           DISPLAY 'ENTER THE INSTRUMENT (CODE OR DESCRIPTION):'
           ACCEPT EQUIPVAL
           PERFORM LOOKUP-EQUIPMENT THRU LOOKUP-EQUIPMENT-EXIT
           IF EQUIP-NOT-FOUND
               DISPLAY 'NOT IN EQUIPMENT REGISTRY: ' EQUIPVAL
               GO TO CHECKOUT-LOAN-EXIT
           END-IF
           PERFORM FIND-OPEN-LOAN THRU FIND-OPEN-LOAN-EXIT
           IF LOAN-IS-OPEN
               DISPLAY 'ALREADY OUT TO ' OPEN-LOAN-MBR-ID
                   ' SINCE ' OPEN-LOAN-OUT ' - DUE BACK '
                   OPEN-LOAN-DUE
               DISPLAY 'LOAN REFUSED'
               GO TO CHECKOUT-LOAN-EXIT
           END-IF

           DISPLAY 'ENTER THE BORROWER MEMBER ID:'
           ACCEPT IDVAL
           MOVE IDVAL TO MBR-ID
           READ MEMBERFILE
               INVALID KEY
                   DISPLAY 'MEMBER ID NOT ON FILE: ' IDVAL
                   DISPLAY 'LOAN REFUSED'
                   GO TO CHECKOUT-LOAN-EXIT
           END-READ
           IF NOT MBR-ACTIVE
               DISPLAY 'NOT AN ACTIVE MEMBER: ' MBR-ID ' - ' MBR-NAME
               DISPLAY 'LOAN REFUSED'
               GO TO CHECKOUT-LOAN-EXIT
           END-IF
           DISPLAY 'BORROWER: ' MBR-ID ' - ' MBR-NAME

           DISPLAY 'ENTER THE CHECKOUT DATE (YYYYMMDD, 0 = TODAY):'
           ACCEPT CHECKOUTVAL
           IF CHECKOUTVAL = ZERO
               MOVE RUN-DATE TO CHECKOUTVAL
           END-IF
           MOVE CHECKOUTVAL TO DATEVAL
           PERFORM VALIDATE-DATE THRU VALIDATE-DATE-EXIT
           IF DATE-NOT-VALID
               DISPLAY 'INVALID DATE: ' CHECKOUTVAL
               GO TO CHECKOUT-LOAN-EXIT
           END-IF
           IF CHECKOUTVAL < LAST-RETURN-DATE
               DISPLAY 'LAST LOAN OF THIS INSTRUMENT WAS RETURNED '
                   LAST-RETURN-DATE
               DISPLAY 'LOAN REFUSED'
               GO TO CHECKOUT-LOAN-EXIT
           END-IF
           DISPLAY 'ENTER THE DUE DATE (YYYYMMDD):'
           ACCEPT DUEVAL
           MOVE DUEVAL TO DATEVAL
           PERFORM VALIDATE-DATE THRU VALIDATE-DATE-EXIT
           IF DATE-NOT-VALID
               DISPLAY 'INVALID DATE: ' DUEVAL
               GO TO CHECKOUT-LOAN-EXIT
           END-IF
           IF DUEVAL < CHECKOUTVAL
               DISPLAY 'DUE DATE IS BEFORE THE CHECKOUT DATE'
               GO TO CHECKOUT-LOAN-EXIT
           END-IF

           MOVE LOAN-EQP-CODE TO LON-EQP-CODE
           MOVE CHECKOUTVAL   TO LON-CHECKOUT-DATE
           MOVE MBR-ID        TO LON-MBR-ID
           MOVE DUEVAL        TO LON-DUE-DATE
           MOVE ZERO          TO LON-RETURN-DATE
           MOVE LON-KEY       TO JOURNAL-KEY
           MOVE SPACES        TO BEFORE-IMAGE
           WRITE LON-RECORD
               INVALID KEY
                   DISPLAY 'A LOAN OF THIS INSTRUMENT ALREADY STARTS '
                       CHECKOUTVAL
               NOT INVALID KEY
                   DISPLAY 'CHECKED OUT TO ' LON-MBR-ID
                       ' - DUE BACK ' LON-DUE-DATE
                   MOVE "CHECKOUT" TO JOURNAL-ACTION
                   MOVE LON-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-WRITE.
       CHECKOUT-LOAN-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * RETURN-LOAN BOOKS A LOANER BACK IN.  THE INSTRUMENT'S
      * OPEN LOAN IS FOUND, SHOWN, AND REWRITTEN WITH THE RETURN
      * DATE (DEFAULT TODAY, NOT BEFORE THE CHECKOUT DATE).  A
      * LATE RETURN IS POINTED OUT BUT ACCEPTED.
      *-----------------------------------------------------------
       RETURN-LOAN.
           DISPLAY 'ENTER THE INSTRUMENT (CODE OR DESCRIPTION):'
           ACCEPT EQUIPVAL
           PERFORM LOOKUP-EQUIPMENT THRU LOOKUP-EQUIPMENT-EXIT
           IF EQUIP-NOT-FOUND
               DISPLAY 'NOT IN EQUIPMENT REGISTRY: ' EQUIPVAL
               GO TO RETURN-LOAN-EXIT
           END-IF
           PERFORM FIND-OPEN-LOAN THRU FIND-OPEN-LOAN-EXIT
           IF LOAN-NOT-OPEN
               DISPLAY 'NOT OUT ON LOAN: ' LOAN-EQP-CODE
               GO TO RETURN-LOAN-EXIT
           END-IF
           DISPLAY 'OUT TO ' OPEN-LOAN-MBR-ID ' SINCE ' OPEN-LOAN-OUT
               ' - DUE BACK ' OPEN-LOAN-DUE

           DISPLAY 'ENTER THE RETURN DATE (YYYYMMDD, 0 = TODAY):'
           ACCEPT RETURNVAL
           IF RETURNVAL = ZERO
               MOVE RUN-DATE TO RETURNVAL
           END-IF
           MOVE RETURNVAL TO DATEVAL
           PERFORM VALIDATE-DATE THRU VALIDATE-DATE-EXIT
           IF DATE-NOT-VALID
               DISPLAY 'INVALID DATE: ' RETURNVAL
               GO TO RETURN-LOAN-EXIT
           END-IF
           IF RETURNVAL < OPEN-LOAN-OUT
               DISPLAY 'RETURN DATE IS BEFORE THE CHECKOUT DATE'
               GO TO RETURN-LOAN-EXIT
           END-IF

           MOVE OPEN-LOAN-KEY TO LON-KEY
           READ LOANFILE
               INVALID KEY
                   DISPLAY 'LOAN NO LONGER ON FILE - STATUS: '
                       LONFILESTATUS
                   GO TO RETURN-LOAN-EXIT
           END-READ
           MOVE LON-KEY    TO JOURNAL-KEY
           MOVE LON-RECORD TO BEFORE-IMAGE
           MOVE RETURNVAL  TO LON-RETURN-DATE
           REWRITE LON-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS: ' LONFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'RETURNED ' LON-RETURN-DATE
                   IF LON-RETURN-DATE > LON-DUE-DATE
                       DISPLAY 'RETURNED LATE - WAS DUE BACK '
                           LON-DUE-DATE
                   END-IF
                   MOVE "RETURN"   TO JOURNAL-ACTION
                   MOVE LON-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-REWRITE.
       RETURN-LOAN-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LIST-LOANS READS THE WHOLE LOAN FILE IN INSTRUMENT ORDER
      * AND DISPLAYS ONE LINE FOR EACH LOAN STILL OUT, MARKING
      * THOSE PAST THEIR DUE DATE.
      *-----------------------------------------------------------
       LIST-LOANS.
           MOVE ZERO TO LIST-COUNT
           SET NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO LON-KEY
           START LOANFILE KEY IS NOT LESS THAN LON-KEY
               INVALID KEY
                   DISPLAY 'NO LOANS ON FILE'
                   GO TO LIST-LOANS-EXIT
           END-START
           PERFORM LIST-LOAN-LINE THRU LIST-LOAN-LINE-EXIT
               UNTIL END-OF-FILE
           DISPLAY 'INSTRUMENTS OUT ON LOAN: ' LIST-COUNT.
       LIST-LOANS-EXIT.
           EXIT.

       LIST-LOAN-LINE.
           READ LOANFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO LIST-LOAN-LINE-EXIT
           END-READ
           IF NOT LON-STILL-OUT
               GO TO LIST-LOAN-LINE-EXIT
           END-IF
           ADD 1 TO LIST-COUNT
           IF LON-DUE-DATE < RUN-DATE
               DISPLAY LON-EQP-CODE ' OUT TO ' LON-MBR-ID
                   ' SINCE ' LON-CHECKOUT-DATE ' DUE ' LON-DUE-DATE
                   ' OVERDUE'
           ELSE
               DISPLAY LON-EQP-CODE ' OUT TO ' LON-MBR-ID
                   ' SINCE ' LON-CHECKOUT-DATE ' DUE ' LON-DUE-DATE
           END-IF.
       LIST-LOAN-LINE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LOOKUP-EQUIPMENT LOOKS THE INSTRUMENT IN EQUIPVAL UP IN
      * ASTREQP.DAT, FIRST BY CODE (THE PRIMARY KEY), THEN BY
      * DESCRIPTION (THE ALTERNATE KEY), AND ON A HIT LEAVES THE
      * REGISTERED CODE IN LOAN-EQP-CODE.
      *-----------------------------------------------------------
       LOOKUP-EQUIPMENT.
           SET EQUIP-NOT-FOUND TO TRUE
           MOVE EQUIPVAL TO EQP-CODE
           READ EQUIPFILE
               INVALID KEY
                   SET EQUIP-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET EQUIP-FOUND TO TRUE
           END-READ
           IF EQUIP-FOUND
               GO TO LOOKUP-EQUIPMENT-FOUND
           END-IF
           MOVE EQUIPVAL TO EQP-DESC
           READ EQUIPFILE KEY IS EQP-DESC
               INVALID KEY
                   SET EQUIP-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET EQUIP-FOUND TO TRUE
           END-READ
           IF EQUIP-NOT-FOUND
               GO TO LOOKUP-EQUIPMENT-EXIT
           END-IF.
       LOOKUP-EQUIPMENT-FOUND.
           DISPLAY 'INSTRUMENT: ' EQP-CODE ' - ' EQP-DESC
           MOVE EQP-CODE TO LOAN-EQP-CODE.
       LOOKUP-EQUIPMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * FIND-OPEN-LOAN READS EVERY LOAN OF THE INSTRUMENT IN
      * LOAN-EQP-CODE.  IF ONE IS STILL OUT, LOAN-IS-OPEN IS SET
      * AND ITS KEY, BORROWER, CHECKOUT AND DUE DATES ARE KEPT.
      * LAST-RETURN-DATE IS LEFT AT THE LATEST RETURN DATE OF THE
      * LOANS ALREADY BACK (ZERO IF THERE ARE NONE).
      *-----------------------------------------------------------
       FIND-OPEN-LOAN.
           SET LOAN-NOT-OPEN TO TRUE
           MOVE ZERO TO LAST-RETURN-DATE
           MOVE LOAN-EQP-CODE TO LON-EQP-CODE
           MOVE ZERO TO LON-CHECKOUT-DATE
           START LOANFILE KEY IS NOT LESS THAN LON-KEY
               INVALID KEY
                   GO TO FIND-OPEN-LOAN-EXIT
           END-START
           SET NOT-END-OF-FILE TO TRUE
           PERFORM SCAN-INSTRUMENT-LOAN THRU SCAN-INSTRUMENT-LOAN-EXIT
               UNTIL END-OF-FILE.
       FIND-OPEN-LOAN-EXIT.
           EXIT.

       SCAN-INSTRUMENT-LOAN.
           READ LOANFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO SCAN-INSTRUMENT-LOAN-EXIT
           END-READ
           IF LON-EQP-CODE NOT = LOAN-EQP-CODE
               SET END-OF-FILE TO TRUE
               GO TO SCAN-INSTRUMENT-LOAN-EXIT
           END-IF
           IF LON-STILL-OUT
               SET LOAN-IS-OPEN TO TRUE
               MOVE LON-KEY           TO OPEN-LOAN-KEY
               MOVE LON-MBR-ID        TO OPEN-LOAN-MBR-ID
               MOVE LON-CHECKOUT-DATE TO OPEN-LOAN-OUT
               MOVE LON-DUE-DATE      TO OPEN-LOAN-DUE
           ELSE
               IF LON-RETURN-DATE > LAST-RETURN-DATE
                   MOVE LON-RETURN-DATE TO LAST-RETURN-DATE
               END-IF
           END-IF.
       SCAN-INSTRUMENT-LOAN-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * VALIDATE-DATE CHECKS THAT DTY-MONTH IS 01-12 AND THAT
      * DTY-DAY IS A VALID DAY FOR THAT MONTH, ALLOWING FOR
      * 29 FEBRUARY IN LEAP YEARS.
      *-----------------------------------------------------------
       VALIDATE-DATE.
           SET DATE-IS-VALID TO TRUE
           IF DTY-MONTH < 1 OR DTY-MONTH > 12
               SET DATE-NOT-VALID TO TRUE
               GO TO VALIDATE-DATE-EXIT
           END-IF
           MOVE MONTH-DAYS(DTY-MONTH) TO MAX-DAY-VAL
           IF DTY-MONTH = 2
               PERFORM CHECK-LEAP-YEAR THRU CHECK-LEAP-YEAR-EXIT
           END-IF
           IF DTY-DAY < 1 OR DTY-DAY > MAX-DAY-VAL
               SET DATE-NOT-VALID TO TRUE
           END-IF.
       VALIDATE-DATE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * CHECK-LEAP-YEAR RAISES MAX-DAY-VAL TO 29 WHEN DTY-YEAR IS A
      * LEAP YEAR (DIVISIBLE BY 4, EXCEPT CENTURY YEARS NOT ALSO
      * DIVISIBLE BY 400).
      *-----------------------------------------------------------
       CHECK-LEAP-YEAR.
           DIVIDE DTY-YEAR BY 4   GIVING DT-QUOTIENT REMAINDER DT-REM4
           DIVIDE DTY-YEAR BY 100 GIVING DT-QUOTIENT REMAINDER DT-REM100
           DIVIDE DTY-YEAR BY 400 GIVING DT-QUOTIENT REMAINDER DT-REM400
           IF DT-REM4 = 0 AND (DT-REM100 NOT = 0 OR DT-REM400 = 0)
               MOVE 29 TO MAX-DAY-VAL
           END-IF.
       CHECK-LEAP-YEAR-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * WRITE-JOURNAL APPENDS ONE ENTRY TO ASTRJNL.DAT, THE SHARED
      * CHANGE JOURNAL (SEE ASTRJNL.CPY), FOR THE CHANGE JUST
      * MADE.  THE CALLER HAS SET JOURNAL-ACTION, JOURNAL-KEY,
      * BEFORE-IMAGE AND AFTER-IMAGE.  THE JOURNAL IS OPENED AND
      * CLOSED FOR EACH ENTRY THE SAME WAY ASTROLOG.AUD IS, AND
      * CREATED IF IT IS MISSING.  THE CHANGE ITSELF IS ALREADY
      * ON FILE BY NOW, SO A JOURNAL FAILURE IS REPORTED TO THE
      * OPERATOR BUT DOES NOT UNDO IT.
      *-----------------------------------------------------------
       WRITE-JOURNAL.
           MOVE SPACES           TO JNL-RECORD
           ACCEPT JNL-DATE FROM DATE YYYYMMDD
           ACCEPT JNL-TIME FROM TIME
           MOVE "ASTRLONM"       TO JNL-PROGRAM
           MOVE JOURNAL-OPERATOR TO JNL-OPERATOR
           MOVE "ASTRLON.DAT"    TO JNL-FILE
           MOVE JOURNAL-ACTION   TO JNL-ACTION
           MOVE JOURNAL-KEY      TO JNL-KEY
           MOVE BEFORE-IMAGE     TO JNL-BEFORE
           MOVE AFTER-IMAGE      TO JNL-AFTER
           OPEN EXTEND JOURNALFILE
           IF JNLFILESTATUS = "35"
               OPEN OUTPUT JOURNALFILE
           END-IF
           IF JNLFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'CHANGE NOT JOURNALLED - ASTRJNL.DAT STATUS: '
                   JNLFILESTATUS
               GO TO WRITE-JOURNAL-EXIT
           END-IF
           WRITE JOURNAL-RECORD FROM JNL-RECORD
           IF JNLFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'CHANGE NOT JOURNALLED - ASTRJNL.DAT STATUS: '
                   JNLFILESTATUS
           END-IF
           CLOSE JOURNALFILE.
       WRITE-JOURNAL-EXIT.
           EXIT.

       PROGRAM-STOP.
           STOP RUN.
