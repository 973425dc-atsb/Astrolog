      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTREVT.CPY
      *
      *  DESCRIPTIVE
      *         NAME: SHARED RECORD LAYOUT FOR EVENTFILE
      *
      *  FUNCTION:
      *  THIS COPYBOOK DEFINES ONE RECORD OF ASTREVT.DAT, THE
      *  CLUB'S OUTREACH EVENT LOG - SCHOOL VISITS, PUBLIC STAR
      *  NIGHTS AND LIBRARY TALKS.  EACH RECORD IS ONE EVENT,
      *  KEYED BY ITS DATE AND VENUE.  THE VENUE IS THE SIT-CODE
      *  WHEN IT IS A REGISTERED SITE (SEE ASTRSIT.CPY), OTHERWISE
      *  THE NAME AS TYPED - A SCHOOL HALL OR LIBRARY IS RARELY
      *  AN OBSERVING SITE.  THE RECORD CARRIES THE ESTIMATED
      *  VISITOR COUNT, THE LENGTH OF THE EVENT IN HOURS (EACH
      *  VOLUNTEER IS CREDITED WITH THE WHOLE EVENT), THE MBR-IDS
      *  OF THE VOLUNTEERS (SEE ASTRMBR.CPY) AND THE EQP-CODES OF
      *  THE CLUB INSTRUMENTS TAKEN (SEE ASTREQP.CPY).  EVENTS
      *  ARE NOT SIGHTINGS AND ARE NEVER WRITTEN TO ASTROLOG.LOG.
      *  ASTREVTM.COB MAINTAINS THE FILE AND ASTREVTR.COB
      *  REPORTS IT BY YEAR.
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 15-OCT-2026 CREATION OF SOFTWARE - OUTREACH EVENT LOG
      **********************************************************
       01  EVT-RECORD.
           05  EVT-KEY.
               10  EVT-DATE            PIC 9(8).
               10  EVT-SITE            PIC X(30).
           05  EVT-TYPE            PIC X(1).
               88  EVT-SCHOOL          VALUE "S".
               88  EVT-PUBLIC-NIGHT    VALUE "P".
               88  EVT-LIBRARY         VALUE "L".
               88  EVT-TYPE-VALID      VALUE "S" "P" "L".
           05  EVT-VISITORS        PIC 9(5).
           05  EVT-HOURS           PIC 9(2)V9(1).
           05  EVT-VOLUNTEER-COUNT PIC 9(2).
           05  EVT-VOLUNTEER-LIST.
               10  EVT-VOLUNTEER       PIC X(6)
                                       OCCURS 12 TIMES.
           05  EVT-EQUIP-COUNT     PIC 9(2).
           05  EVT-EQUIP-LIST.
               10  EVT-EQUIP           PIC X(20)
                                       OCCURS 8 TIMES.
