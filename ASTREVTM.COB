      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTREVTM.COB
      *
      *  DESCRIPTIVE
      *         NAME: OUTREACH EVENT ENTRY AND MAINTENANCE
      *
      *  FUNCTION:
      *  THIS MODULE MAINTAINS ASTREVT.DAT, THE CLUB'S OUTREACH
      *  EVENT LOG (SEE ASTREVT.CPY).  THE OPERATOR CAN ADD AN
      *  EVENT, UPDATE OR DELETE ONE, OR LIST A YEAR'S EVENTS.
      *  EVERY VOLUNTEER MUST BE ON THE MEMBER MASTER
      *  (ASTRMBR.DAT) AND EVERY INSTRUMENT IN THE EQUIPMENT
      *  REGISTRY (ASTREQP.DAT), SO BOTH MUST BE AVAILABLE FOR THE
      *  PROGRAM TO RUN.  THE VENUE IS LOOKED UP IN THE SITE
      *  REGISTRY (ASTRSIT.DAT) AND FILED UNDER ITS SIT-CODE WHEN
      *  FOUND; A VENUE NOT REGISTERED IS RECORDED AS TYPED ONCE
      *  THE OPERATOR CONFIRMS IT.  EVENTS ARE NOT SIGHTINGS AND
      *  NOTHING HERE TOUCHES ASTROLOG.LOG.  ASTREVTR.COB GIVES
      *  THE ANNUAL OUTREACH REPORT.
      *
      *  LOGIC:
      *     (1) OPEN EVENTFILE I-O (CREATE IT IF MISSING),
      *         MEMBERFILE AND EQUIPFILE FOR INPUT, AND SITEFILE
      *         FOR INPUT IF IT IS THERE
      *     (2) DISPLAY THE MENU AND ACCEPT A CHOICE
      *     (3) ADD/UPDATE/DELETE/LIST AS CHOSEN, JOURNALLING
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
       PROGRAM-ID.     ASTREVTM.
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
           SELECT EVENTFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EVT-KEY
           FILE STATUS IS EVTFILESTATUS.

           SELECT MEMBERFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MBR-ID
           FILE STATUS IS MBRFILESTATUS.

           SELECT EQUIPFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EQP-CODE
           ALTERNATE RECORD KEY IS EQP-DESC WITH DUPLICATES
           FILE STATUS IS EQPFILESTATUS.

           SELECT SITEFILE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIT-CODE
           ALTERNATE RECORD KEY IS SIT-NAME WITH DUPLICATES
           FILE STATUS IS SITFILESTATUS.

           SELECT JOURNALFILE ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS JNLFILESTATUS.
      **********************************************************
      * DATA DIVISION
      **********************************************************
       DATA DIVISION.
       FILE SECTION.
       FD EVENTFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTREVT.DAT".
       COPY ASTREVT.

       FD MEMBERFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRMBR.DAT".
       COPY ASTRMBR.

       FD EQUIPFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTREQP.DAT".
       COPY ASTREQP.

       FD SITEFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRSIT.DAT".
       COPY ASTRSIT.

       FD JOURNALFILE
           LABEL RECORDS ARE STANDARD
           VALUE OF FILE-ID IS "ASTRJNL.DAT".
       01 JOURNAL-RECORD PIC X(708).
       WORKING-STORAGE SECTION.
           01 EVTFILESTATUS    PIC 9(2).
           01 MBRFILESTATUS    PIC 9(2).
           01 EQPFILESTATUS    PIC 9(2).
           01 SITFILESTATUS    PIC 9(2).
           01 EOF-SWITCH       PIC A(1).
               88 END-OF-FILE  VALUE "Y".
               88 NOT-END-OF-FILE VALUE "N".
           01 VALID-SWITCH     PIC A(1).
               88 VALUE-VALID     VALUE "Y".
               88 VALUE-INVALID   VALUE "N".
           01 SITE-SWITCH      PIC A(1).
               88 SITE-AVAILABLE    VALUE "Y".
               88 SITE-UNAVAILABLE  VALUE "N".
           01 SITOBJ-SWITCH    PIC A(1).
               88 SITE-FOUND        VALUE "Y".
               88 SITE-NOT-FOUND    VALUE "N".
           01 EQPOBJ-SWITCH    PIC A(1).
               88 EQUIP-FOUND       VALUE "Y".
               88 EQUIP-NOT-FOUND   VALUE "N".
           01 ENTRY-LIST-SWITCH PIC A(1).
               88 ENTRY-LIST-DONE   VALUE "Y".
               88 ENTRY-LIST-MORE   VALUE "N".
           01 LISTED-SWITCH    PIC A(1).
               88 ALREADY-LISTED    VALUE "Y".
               88 NOT-LISTED        VALUE "N".

           01 MENU-CHOICE      PIC A(1).
               88 CHOICE-ADD      VALUE "A".
               88 CHOICE-UPDATE   VALUE "U".
               88 CHOICE-DELETE   VALUE "D".
               88 CHOICE-LIST     VALUE "L".
               88 CHOICE-QUIT     VALUE "Q".

           01 EVENTDATEVAL     PIC 9(8).
           01 SITEVAL          PIC X(30).
           01 EVENT-SITE       PIC X(30).
           01 SIT-ANSWER       PIC A(1).
           01 TYPEVAL          PIC X(1).
               88 TYPE-VALID      VALUE "S" "P" "L".
           01 TYPE-NAME        PIC X(12).
           01 VISITTEXT        PIC X(12).
           01 VISITVAL         PIC 9(5).
           01 HOURSTEXT        PIC X(12).
           01 HOURSVAL         PIC 9(2)V9(1).
           01 HOURS-EDIT       PIC Z9.9.
           01 IDVAL            PIC X(6).
           01 EQUIPVAL         PIC X(50).
           01 NUMERIC-WORK     PIC S9(6)V9(6).
           01 CONFIRMVAL       PIC A(1).
           01 YEARVAL          PIC 9(4).
           01 LIST-COUNT       PIC 9(5).
           01 RUN-DATE         PIC 9(8).
           01 VOL-SUB          PIC 9(2).
           01 EQP-SUB          PIC 9(2).

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
           DISPLAY '   OUTREACH EVENT LOG               '
           DISPLAY '-----------------------------------'
           ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USER"
           IF JOURNAL-OPERATOR = SPACES
               ACCEPT JOURNAL-OPERATOR FROM ENVIRONMENT "USERNAME"
           END-IF
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT MEMBERFILE
           IF MBRFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTRMBR.DAT - STATUS: '
                   MBRFILESTATUS
               GO TO PROGRAM-STOP
           END-IF
           OPEN INPUT EQUIPFILE
           IF EQPFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTREQP.DAT - STATUS: '
                   EQPFILESTATUS
               CLOSE MEMBERFILE
               GO TO PROGRAM-STOP
           END-IF
           OPEN I-O EVENTFILE
           IF EVTFILESTATUS = "35"
               OPEN OUTPUT EVENTFILE
               IF EVTFILESTATUS IS NOT EQUAL ZERO
                   DISPLAY 'UNABLE TO CREATE ASTREVT.DAT - STATUS: '
                       EVTFILESTATUS
                   CLOSE MEMBERFILE
                   CLOSE EQUIPFILE
                   GO TO PROGRAM-STOP
               END-IF
               CLOSE EVENTFILE
               OPEN I-O EVENTFILE
           END-IF
           IF EVTFILESTATUS IS NOT EQUAL ZERO
               DISPLAY 'UNABLE TO OPEN ASTREVT.DAT - STATUS: '
                   EVTFILESTATUS
               CLOSE MEMBERFILE
               CLOSE EQUIPFILE
               GO TO PROGRAM-STOP
           END-IF
           SET SITE-AVAILABLE TO TRUE
           OPEN INPUT SITEFILE
           IF SITFILESTATUS IS NOT EQUAL ZERO
               SET SITE-UNAVAILABLE TO TRUE
               DISPLAY 'SITE REGISTRY NOT AVAILABLE - STATUS: '
                   SITFILESTATUS ' - VENUES NOT VALIDATED'
           END-IF
           GO TO MENU-LOOP.

       MENU-LOOP.
           DISPLAY ' '
           DISPLAY 'A) ADD  U) UPDATE  D) DELETE  L) LIST  Q) QUIT'
           DISPLAY 'ENTER CHOICE:'
           ACCEPT MENU-CHOICE
           IF CHOICE-ADD
               PERFORM ADD-EVENT THRU ADD-EVENT-EXIT
           ELSE
               IF CHOICE-UPDATE
                   PERFORM UPDATE-EVENT THRU UPDATE-EVENT-EXIT
               ELSE
                   IF CHOICE-DELETE
                       PERFORM DELETE-EVENT THRU DELETE-EVENT-EXIT
                   ELSE
                       IF CHOICE-LIST
                           PERFORM LIST-EVENTS THRU LIST-EVENTS-EXIT
                       ELSE
                           IF CHOICE-QUIT
                               CLOSE EVENTFILE
                               CLOSE MEMBERFILE
                               CLOSE EQUIPFILE
                               IF SITE-AVAILABLE
                                   CLOSE SITEFILE
                               END-IF
                               GO TO PROGRAM-STOP
                           ELSE
                               DISPLAY 'INVALID CHOICE'
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           GO TO MENU-LOOP.

      *-----------------------------------------------------------
      * ADD-EVENT ACCEPTS A NEW EVENT: DATE (DEFAULT TODAY), VENUE,
      * TYPE, VISITORS, LENGTH, THEN THE VOLUNTEERS AND THE
      * INSTRUMENTS ONE AT A TIME UNTIL A BLANK ENTRY.  AT LEAST
      * ONE VOLUNTEER IS REQUIRED; A TALK NEED NOT TAKE A
      * TELESCOPE.  A VALUE THAT FAILS ITS EDIT ABANDONS THE ADD
      * WITHOUT WRITING ANYTHING.  DATE AND VENUE ARE THE KEY, SO
      * A SECOND EVENT AT ONE VENUE ON ONE DATE IS REFUSED.
      *-----------------------------------------------------------
       ADD-EVENT.
           DISPLAY 'ENTER THE EVENT DATE (YYYYMMDD, 0 = TODAY):'
           ACCEPT EVENTDATEVAL
           IF EVENTDATEVAL = ZERO
               MOVE RUN-DATE TO EVENTDATEVAL
           END-IF
           MOVE EVENTDATEVAL TO DATEVAL
           PERFORM VALIDATE-DATE THRU VALIDATE-DATE-EXIT
           IF DATE-NOT-VALID
               DISPLAY 'INVALID DATE: ' EVENTDATEVAL
               GO TO ADD-EVENT-EXIT
           END-IF
           DISPLAY 'ENTER THE VENUE (SITE CODE, SITE NAME, OR THE '
               'SCHOOL/LIBRARY):'
           ACCEPT SITEVAL
           IF SITEVAL = SPACES
               DISPLAY 'VENUE MAY NOT BE BLANK'
               GO TO ADD-EVENT-EXIT
           END-IF
           PERFORM LOOKUP-SITE THRU LOOKUP-SITE-EXIT
           IF SITE-AVAILABLE AND SITE-NOT-FOUND
               DISPLAY 'NOT IN SITE REGISTRY: ' SITEVAL
               DISPLAY 'RECORD THE VENUE AS TYPED? (Y/N)'
               ACCEPT SIT-ANSWER
               IF SIT-ANSWER NOT = "Y"
                   DISPLAY 'EVENT NOT RECORDED'
                   GO TO ADD-EVENT-EXIT
               END-IF
           END-IF

           MOVE SPACES       TO EVT-RECORD
           MOVE EVENTDATEVAL TO EVT-DATE
           MOVE EVENT-SITE   TO EVT-SITE
           DISPLAY 'ENTER EVENT TYPE (S = SCHOOL, P = PUBLIC NIGHT, '
               'L = LIBRARY):'
           ACCEPT TYPEVAL
           IF NOT TYPE-VALID
               DISPLAY 'EVENT TYPE MUST BE S, P OR L: ' TYPEVAL
               GO TO ADD-EVENT-EXIT
           END-IF
           MOVE TYPEVAL TO EVT-TYPE
           DISPLAY 'ENTER THE ESTIMATED NUMBER OF VISITORS:'
           ACCEPT VISITTEXT
           PERFORM EDIT-VISITORS THRU EDIT-VISITORS-EXIT
           IF VALUE-INVALID
               GO TO ADD-EVENT-EXIT
           END-IF
           MOVE VISITVAL TO EVT-VISITORS
           DISPLAY 'ENTER THE LENGTH OF THE EVENT IN HOURS (E.G. 2.5):'
           ACCEPT HOURSTEXT
           PERFORM EDIT-HOURS THRU EDIT-HOURS-EXIT
           IF VALUE-INVALID
               GO TO ADD-EVENT-EXIT
           END-IF
           MOVE HOURSVAL TO EVT-HOURS

           PERFORM ACCEPT-VOLUNTEER-LIST
               THRU ACCEPT-VOLUNTEER-LIST-EXIT
           IF EVT-VOLUNTEER-COUNT = ZERO
               DISPLAY 'AT LEAST ONE VOLUNTEER IS REQUIRED'
               DISPLAY 'EVENT NOT RECORDED'
               GO TO ADD-EVENT-EXIT
           END-IF
           PERFORM ACCEPT-EQUIP-LIST THRU ACCEPT-EQUIP-LIST-EXIT

           MOVE EVT-KEY      TO JOURNAL-KEY
           MOVE SPACES       TO BEFORE-IMAGE
           WRITE EVT-RECORD
               INVALID KEY
                   DISPLAY 'AN EVENT IS ALREADY RECORDED AT '
                       EVT-SITE ' ON ' EVT-DATE
               NOT INVALID KEY
                   DISPLAY 'EVENT RECORDED'
                   MOVE "ADD"      TO JOURNAL-ACTION
                   MOVE EVT-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-WRITE.
       ADD-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * UPDATE-EVENT RE-READS AN EXISTING EVENT BY DATE AND VENUE,
      * ACCEPTS REPLACEMENT VALUES (SPACES LEAVES THE FIELD
      * UNCHANGED), OPTIONALLY RE-ENTERS THE VOLUNTEER AND
      * INSTRUMENT LISTS, AND REWRITES THE RECORD.  A VALUE THAT
      * FAILS ITS EDIT ABANDONS THE UPDATE WITHOUT REWRITING.
      *-----------------------------------------------------------
       UPDATE-EVENT.
           PERFORM READ-EVENT THRU READ-EVENT-EXIT
           IF VALUE-INVALID
               GO TO UPDATE-EVENT-EXIT
           END-IF
           MOVE EVT-KEY    TO JOURNAL-KEY
           MOVE EVT-RECORD TO BEFORE-IMAGE
           PERFORM SHOW-EVENT THRU SHOW-EVENT-EXIT

           DISPLAY 'ENTER NEW TYPE S/P/L (BLANK = NO CHANGE):'
           ACCEPT TYPEVAL
           IF TYPEVAL NOT = SPACES
               IF NOT TYPE-VALID
                   DISPLAY 'EVENT TYPE MUST BE S, P OR L: ' TYPEVAL
                   GO TO UPDATE-EVENT-EXIT
               END-IF
               MOVE TYPEVAL TO EVT-TYPE
           END-IF
           DISPLAY 'ENTER NEW VISITOR COUNT (BLANK = NO CHANGE):'
           ACCEPT VISITTEXT
           IF VISITTEXT NOT = SPACES
               PERFORM EDIT-VISITORS THRU EDIT-VISITORS-EXIT
               IF VALUE-INVALID
                   GO TO UPDATE-EVENT-EXIT
               END-IF
               MOVE VISITVAL TO EVT-VISITORS
           END-IF
           DISPLAY 'ENTER NEW LENGTH IN HOURS (BLANK = NO CHANGE):'
           ACCEPT HOURSTEXT
           IF HOURSTEXT NOT = SPACES
               PERFORM EDIT-HOURS THRU EDIT-HOURS-EXIT
               IF VALUE-INVALID
                   GO TO UPDATE-EVENT-EXIT
               END-IF
               MOVE HOURSVAL TO EVT-HOURS
           END-IF
           DISPLAY 'RE-ENTER THE VOLUNTEER LIST? (Y/N)'
           ACCEPT CONFIRMVAL
           IF CONFIRMVAL = "Y"
               PERFORM ACCEPT-VOLUNTEER-LIST
                   THRU ACCEPT-VOLUNTEER-LIST-EXIT
               IF EVT-VOLUNTEER-COUNT = ZERO
                   DISPLAY 'AT LEAST ONE VOLUNTEER IS REQUIRED'
                   DISPLAY 'EVENT NOT UPDATED'
                   GO TO UPDATE-EVENT-EXIT
               END-IF
           END-IF
           DISPLAY 'RE-ENTER THE INSTRUMENT LIST? (Y/N)'
           ACCEPT CONFIRMVAL
           IF CONFIRMVAL = "Y"
               PERFORM ACCEPT-EQUIP-LIST THRU ACCEPT-EQUIP-LIST-EXIT
           END-IF

           REWRITE EVT-RECORD
               INVALID KEY
                   DISPLAY 'REWRITE FAILED - STATUS: ' EVTFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'EVENT UPDATED'
                   MOVE "UPDATE"   TO JOURNAL-ACTION
                   MOVE EVT-RECORD TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-REWRITE.
       UPDATE-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * DELETE-EVENT RE-READS AN EXISTING EVENT BY DATE AND VENUE,
      * SHOWS IT, ASKS FOR CONFIRMATION, AND DELETES IT.
      *-----------------------------------------------------------
       DELETE-EVENT.
           PERFORM READ-EVENT THRU READ-EVENT-EXIT
           IF VALUE-INVALID
               GO TO DELETE-EVENT-EXIT
           END-IF
           MOVE EVT-KEY    TO JOURNAL-KEY
           MOVE EVT-RECORD TO BEFORE-IMAGE
           PERFORM SHOW-EVENT THRU SHOW-EVENT-EXIT
           DISPLAY 'ARE YOU SURE? (Y/N)'
           ACCEPT CONFIRMVAL
           IF CONFIRMVAL NOT = "Y"
               DISPLAY 'DELETE CANCELLED'
               GO TO DELETE-EVENT-EXIT
           END-IF
           DELETE EVENTFILE RECORD
               INVALID KEY
                   DISPLAY 'DELETE FAILED - STATUS: ' EVTFILESTATUS
               NOT INVALID KEY
                   DISPLAY 'EVENT DELETED'
                   MOVE "DELETE" TO JOURNAL-ACTION
                   MOVE SPACES   TO AFTER-IMAGE
                   PERFORM WRITE-JOURNAL THRU WRITE-JOURNAL-EXIT
           END-DELETE.
       DELETE-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * READ-EVENT ACCEPTS THE DATE AND VENUE OF AN EXISTING EVENT
      * AND READS IT, LOOKING THE VENUE UP THE SAME WAY ADD-EVENT
      * DID SO A SITE NAME FINDS THE EVENT FILED UNDER ITS CODE.
      * VALUE-INVALID IS SET IF THERE IS NO SUCH EVENT.
      *-----------------------------------------------------------
       READ-EVENT.
           SET VALUE-INVALID TO TRUE
           DISPLAY 'ENTER THE EVENT DATE (YYYYMMDD):'
           ACCEPT EVENTDATEVAL
           DISPLAY 'ENTER THE VENUE:'
           ACCEPT SITEVAL
           PERFORM LOOKUP-SITE THRU LOOKUP-SITE-EXIT
           MOVE EVENTDATEVAL TO EVT-DATE
           MOVE EVENT-SITE   TO EVT-SITE
           READ EVENTFILE
               INVALID KEY
                   DISPLAY 'NO EVENT AT ' EVENT-SITE ' ON '
                       EVENTDATEVAL
                   GO TO READ-EVENT-EXIT
           END-READ
           SET VALUE-VALID TO TRUE.
       READ-EVENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * SHOW-EVENT DISPLAYS THE EVENT IN THE RECORD AREA WITH ONE
      * LINE PER VOLUNTEER AND PER INSTRUMENT.
      *-----------------------------------------------------------
       SHOW-EVENT.
           PERFORM SET-TYPE-NAME THRU SET-TYPE-NAME-EXIT
           MOVE EVT-HOURS TO HOURS-EDIT
           DISPLAY 'EVENT: ' EVT-DATE ' ' EVT-SITE ' ' TYPE-NAME
           DISPLAY 'VISITORS: ' EVT-VISITORS '  HOURS: ' HOURS-EDIT
           PERFORM SHOW-VOLUNTEER THRU SHOW-VOLUNTEER-EXIT
               VARYING VOL-SUB FROM 1 BY 1
               UNTIL VOL-SUB > EVT-VOLUNTEER-COUNT
           PERFORM SHOW-INSTRUMENT THRU SHOW-INSTRUMENT-EXIT
               VARYING EQP-SUB FROM 1 BY 1
               UNTIL EQP-SUB > EVT-EQUIP-COUNT.
       SHOW-EVENT-EXIT.
           EXIT.

       SHOW-VOLUNTEER.
           DISPLAY '   VOLUNTEER:  ' EVT-VOLUNTEER(VOL-SUB).
       SHOW-VOLUNTEER-EXIT.
           EXIT.

       SHOW-INSTRUMENT.
           DISPLAY '   INSTRUMENT: ' EVT-EQUIP(EQP-SUB).
       SHOW-INSTRUMENT-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ACCEPT-VOLUNTEER-LIST CLEARS THE VOLUNTEER LIST AND TAKES
      * MEMBER IDS UNTIL A BLANK ONE OR THE LIST IS FULL.  AN ID
      * NOT ON THE MEMBER MASTER IS REFUSED AND ASKED FOR AGAIN;
      * AN INACTIVE MEMBER IS POINTED OUT BUT TAKEN, SINCE AN
      * EVENT MAY BE ENTERED AFTER A MEMBERSHIP HAS LAPSED.  THE
      * SAME MEMBER IS NOT TAKEN TWICE.
      *-----------------------------------------------------------
       ACCEPT-VOLUNTEER-LIST.
           MOVE ZERO   TO EVT-VOLUNTEER-COUNT
           MOVE SPACES TO EVT-VOLUNTEER-LIST
           SET ENTRY-LIST-MORE TO TRUE
           PERFORM ACCEPT-VOLUNTEER THRU ACCEPT-VOLUNTEER-EXIT
               UNTIL ENTRY-LIST-DONE.
       ACCEPT-VOLUNTEER-LIST-EXIT.
           EXIT.

       ACCEPT-VOLUNTEER.
           DISPLAY 'ENTER VOLUNTEER MEMBER ID (BLANK = END OF LIST):'
           ACCEPT IDVAL
           IF IDVAL = SPACES
               SET ENTRY-LIST-DONE TO TRUE
               GO TO ACCEPT-VOLUNTEER-EXIT
           END-IF
           MOVE IDVAL TO MBR-ID
           READ MEMBERFILE
               INVALID KEY
                   DISPLAY 'MEMBER ID NOT ON FILE: ' IDVAL
                   GO TO ACCEPT-VOLUNTEER-EXIT
           END-READ
           SET NOT-LISTED TO TRUE
           PERFORM CHECK-VOLUNTEER THRU CHECK-VOLUNTEER-EXIT
               VARYING VOL-SUB FROM 1 BY 1
               UNTIL VOL-SUB > EVT-VOLUNTEER-COUNT
                  OR ALREADY-LISTED
           IF ALREADY-LISTED
               DISPLAY 'ALREADY LISTED: ' MBR-ID
               GO TO ACCEPT-VOLUNTEER-EXIT
           END-IF
           IF NOT MBR-ACTIVE
               DISPLAY 'NOTE - NOT AN ACTIVE MEMBER: ' MBR-ID
           END-IF
           ADD 1 TO EVT-VOLUNTEER-COUNT
           MOVE MBR-ID TO EVT-VOLUNTEER(EVT-VOLUNTEER-COUNT)
           DISPLAY 'VOLUNTEER: ' MBR-ID ' - ' MBR-NAME
           IF EVT-VOLUNTEER-COUNT = 12
               DISPLAY 'VOLUNTEER LIST IS FULL (12)'
               SET ENTRY-LIST-DONE TO TRUE
           END-IF.
       ACCEPT-VOLUNTEER-EXIT.
           EXIT.

       CHECK-VOLUNTEER.
           IF EVT-VOLUNTEER(VOL-SUB) = MBR-ID
               SET ALREADY-LISTED TO TRUE
           END-IF.
       CHECK-VOLUNTEER-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * ACCEPT-EQUIP-LIST CLEARS THE INSTRUMENT LIST AND TAKES
      * INSTRUMENTS (CODE OR DESCRIPTION) UNTIL A BLANK ENTRY OR
      * THE LIST IS FULL.  ONE NOT IN THE EQUIPMENT REGISTRY IS
      * REFUSED AND ASKED FOR AGAIN; THE REGISTERED CODE IS KEPT.
      *-----------------------------------------------------------
       ACCEPT-EQUIP-LIST.
           MOVE ZERO   TO EVT-EQUIP-COUNT
           MOVE SPACES TO EVT-EQUIP-LIST
           SET ENTRY-LIST-MORE TO TRUE
           PERFORM ACCEPT-EQUIP THRU ACCEPT-EQUIP-EXIT
               UNTIL ENTRY-LIST-DONE.
       ACCEPT-EQUIP-LIST-EXIT.
           EXIT.

       ACCEPT-EQUIP.
           DISPLAY 'ENTER CLUB INSTRUMENT USED (CODE OR DESCRIPTION, '
               'BLANK = END OF LIST):'
           ACCEPT EQUIPVAL
           IF EQUIPVAL = SPACES
               SET ENTRY-LIST-DONE TO TRUE
               GO TO ACCEPT-EQUIP-EXIT
           END-IF
           PERFORM LOOKUP-EQUIPMENT THRU LOOKUP-EQUIPMENT-EXIT
           IF EQUIP-NOT-FOUND
               DISPLAY 'NOT IN EQUIPMENT REGISTRY: ' EQUIPVAL
               GO TO ACCEPT-EQUIP-EXIT
           END-IF
           SET NOT-LISTED TO TRUE
           PERFORM CHECK-EQUIP THRU CHECK-EQUIP-EXIT
               VARYING EQP-SUB FROM 1 BY 1
               UNTIL EQP-SUB > EVT-EQUIP-COUNT
                  OR ALREADY-LISTED
           IF ALREADY-LISTED
               DISPLAY 'ALREADY LISTED: ' EQP-CODE
               GO TO ACCEPT-EQUIP-EXIT
           END-IF
           ADD 1 TO EVT-EQUIP-COUNT
           MOVE EQP-CODE TO EVT-EQUIP(EVT-EQUIP-COUNT)
           DISPLAY 'INSTRUMENT: ' EQP-CODE ' - ' EQP-DESC
           IF EVT-EQUIP-COUNT = 8
               DISPLAY 'INSTRUMENT LIST IS FULL (8)'
               SET ENTRY-LIST-DONE TO TRUE
           END-IF.
       ACCEPT-EQUIP-EXIT.
           EXIT.

       CHECK-EQUIP.
           IF EVT-EQUIP(EQP-SUB) = EQP-CODE
               SET ALREADY-LISTED TO TRUE
           END-IF.
       CHECK-EQUIP-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LIST-EVENTS DISPLAYS ONE LINE PER EVENT IN DATE ORDER FOR
      * THE YEAR ASKED FOR (0 = EVERY YEAR ON FILE).
      *-----------------------------------------------------------
       LIST-EVENTS.
           DISPLAY 'ENTER THE YEAR TO LIST (YYYY, 0 = ALL):'
           ACCEPT YEARVAL
           MOVE ZERO TO LIST-COUNT
           SET NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO EVT-KEY
           COMPUTE EVT-DATE = YEARVAL * 10000
           START EVENTFILE KEY IS NOT LESS THAN EVT-KEY
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           PERFORM LIST-EVENT-LINE THRU LIST-EVENT-LINE-EXIT
               UNTIL END-OF-FILE
           DISPLAY 'EVENTS LISTED: ' LIST-COUNT.
       LIST-EVENTS-EXIT.
           EXIT.

       LIST-EVENT-LINE.
           READ EVENTFILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
                   GO TO LIST-EVENT-LINE-EXIT
           END-READ
           MOVE EVT-DATE TO DATEVAL
           IF YEARVAL NOT = ZERO AND DTY-YEAR NOT = YEARVAL
               SET END-OF-FILE TO TRUE
               GO TO LIST-EVENT-LINE-EXIT
           END-IF
           ADD 1 TO LIST-COUNT
           PERFORM SET-TYPE-NAME THRU SET-TYPE-NAME-EXIT
           MOVE EVT-HOURS TO HOURS-EDIT
           DISPLAY EVT-DATE ' ' EVT-SITE ' ' TYPE-NAME
               ' VISITORS ' EVT-VISITORS ' HOURS ' HOURS-EDIT
               ' VOLUNTEERS ' EVT-VOLUNTEER-COUNT
               ' INSTRUMENTS ' EVT-EQUIP-COUNT.
       LIST-EVENT-LINE-EXIT.
           EXIT.

       SET-TYPE-NAME.
           IF EVT-SCHOOL
               MOVE 'SCHOOL'       TO TYPE-NAME
           ELSE
               IF EVT-PUBLIC-NIGHT
                   MOVE 'PUBLIC NIGHT' TO TYPE-NAME
               ELSE
                   IF EVT-LIBRARY
                       MOVE 'LIBRARY'      TO TYPE-NAME
                   ELSE
                       MOVE 'UNKNOWN'      TO TYPE-NAME
                   END-IF
               END-IF
           END-IF.
       SET-TYPE-NAME-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * EDIT-VISITORS AND EDIT-HOURS CHECK ONE TYPED VALUE, SET
      * VALID-SWITCH, AND ON SUCCESS LEAVE THE CONVERTED VALUE IN
      * VISITVAL OR HOURSVAL.  THE FAILURE IS DISPLAYED HERE SO
      * THE CALLERS ONLY HAVE TO TEST THE SWITCH.
      *-----------------------------------------------------------
       EDIT-VISITORS.
           SET VALUE-INVALID TO TRUE
           IF FUNCTION TEST-NUMVAL(VISITTEXT) NOT = ZERO
               DISPLAY 'VISITOR COUNT IS NOT A NUMBER: ' VISITTEXT
               GO TO EDIT-VISITORS-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(VISITTEXT) TO NUMERIC-WORK
           IF NUMERIC-WORK < 0 OR NUMERIC-WORK > 99999
               DISPLAY 'VISITOR COUNT MUST BE 0 TO 99999: ' VISITTEXT
               GO TO EDIT-VISITORS-EXIT
           END-IF
           MOVE NUMERIC-WORK TO VISITVAL
           SET VALUE-VALID TO TRUE.
       EDIT-VISITORS-EXIT.
           EXIT.

       EDIT-HOURS.
           SET VALUE-INVALID TO TRUE
           IF FUNCTION TEST-NUMVAL(HOURSTEXT) NOT = ZERO
               DISPLAY 'LENGTH IS NOT A NUMBER: ' HOURSTEXT
               GO TO EDIT-HOURS-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(HOURSTEXT) TO NUMERIC-WORK
           IF NUMERIC-WORK NOT > 0 OR NUMERIC-WORK > 24
               DISPLAY 'LENGTH MUST BE OVER 0 AND AT MOST 24 HOURS: '
                   HOURSTEXT
               GO TO EDIT-HOURS-EXIT
           END-IF
           COMPUTE HOURSVAL ROUNDED = NUMERIC-WORK
           SET VALUE-VALID TO TRUE.
       EDIT-HOURS-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LOOKUP-SITE LOOKS THE VENUE IN SITEVAL UP IN THE SITE
      * REGISTRY, FIRST BY CODE, THEN BY NAME, AND LEAVES THE
      * VENUE TO FILE IN EVENT-SITE - THE SIT-CODE ON A HIT,
      * OTHERWISE THE VENUE AS TYPED.
      *-----------------------------------------------------------
       LOOKUP-SITE.
           SET SITE-NOT-FOUND TO TRUE
           MOVE SITEVAL TO EVENT-SITE
           IF SITE-UNAVAILABLE
               GO TO LOOKUP-SITE-EXIT
           END-IF
           MOVE SITEVAL TO SIT-CODE
           READ SITEFILE
               INVALID KEY
                   SET SITE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET SITE-FOUND TO TRUE
           END-READ
           IF SITE-NOT-FOUND
               MOVE SITEVAL TO SIT-NAME
               READ SITEFILE KEY IS SIT-NAME
                   INVALID KEY
                       SET SITE-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET SITE-FOUND TO TRUE
               END-READ
           END-IF
           IF SITE-FOUND
               MOVE SIT-CODE TO EVENT-SITE
               DISPLAY 'VENUE: ' SIT-CODE ' - ' SIT-NAME
           END-IF.
       LOOKUP-SITE-EXIT.
           EXIT.

      *-----------------------------------------------------------
      * LOOKUP-EQUIPMENT LOOKS THE INSTRUMENT IN EQUIPVAL UP IN
      * ASTREQP.DAT, FIRST BY CODE (THE PRIMARY KEY), THEN BY
      * DESCRIPTION (THE ALTERNATE KEY), LEAVING THE REGISTERED
      * RECORD IN EQP-RECORD ON A HIT.
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
               GO TO LOOKUP-EQUIPMENT-EXIT
           END-IF
           MOVE EQUIPVAL TO EQP-DESC
           READ EQUIPFILE KEY IS EQP-DESC
               INVALID KEY
                   SET EQUIP-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET EQUIP-FOUND TO TRUE
           END-READ.
       LOOKUP-EQUIPMENT-EXIT.
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
           MOVE "ASTREVTM"       TO JNL-PROGRAM
           MOVE JOURNAL-OPERATOR TO JNL-OPERATOR
           MOVE "ASTREVT.DAT"    TO JNL-FILE
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
