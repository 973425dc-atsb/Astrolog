      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRVAR.CPY
      *
      *  DESCRIPTIVE
      *         NAME: SHARED RECORD LAYOUT FOR VARSTARFILE
      *
      *  FUNCTION:
      *  THIS COPYBOOK DEFINES ONE RECORD OF ASTRVAR.DAT, THE
      *  VARIABLE-STAR MAGNITUDE ESTIMATES.  AN ESTIMATE IS A
      *  COMPANION TO ONE SIGHTING OF A CATALOG OBJECT OF TYPE
      *  VARIABLE STAR AND IS FILED UNDER THE SIGHTING'S OWN KEY
      *  (THE SAME DATE/TIME/OBJECT AS AL-KEY), THE WAY THE
      *  NOTES ARE IN ASTRNOT.DAT.  IT HOLDS THE STAR AS THE AAVSO
      *  KNOWS IT, THE ESTIMATED MAGNITUDE (VAR-FAINTER-THAN FOR A
      *  "<" FAINTER-THAN ESTIMATE), THE COMPARISON-STAR LABELS
      *  AND CHART USED, AND THE AAVSO COMMENT CODES.  THE
      *  OBSERVER IS CARRIED AS AN ALTERNATE KEY SO ONE MEMBER'S
      *  ESTIMATES CAN BE READ TOGETHER.  ASTRAAV.COB EXPORTS THE
      *  ESTIMATES NOT YET SUBMITTED TO THE AAVSO AND MARKS EACH
      *  ONE SUBMITTED, WITH THE DATE, AS IT GOES, SO NONE IS EVER
      *  SENT TWICE.
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 15-OCT-2026 CREATION OF SOFTWARE - VARIABLE-STAR ESTIMATES
      **********************************************************
       01  VAR-RECORD.
           05  VAR-KEY.
               10  VAR-DATETIMEYR  PIC 9(8).
               10  VAR-TIME        PIC 9(4).
               10  VAR-OBJECT      PIC X(30).
           05  VAR-OBSERVER        PIC X(6).
           05  VAR-STAR            PIC X(30).
           05  VAR-FAINTER-FLAG    PIC X(1).
               88  VAR-FAINTER-THAN    VALUE "<".
           05  VAR-MAGNITUDE       PIC S9(2)V9(1)
                                   SIGN IS LEADING SEPARATE.
           05  VAR-COMP1           PIC X(10).
           05  VAR-COMP2           PIC X(10).
           05  VAR-CHART           PIC X(12).
           05  VAR-COMMENT-CODES   PIC X(10).
           05  VAR-SUBMIT-FLAG     PIC X(1).
               88  VAR-SUBMITTED       VALUE "Y".
               88  VAR-NOT-SUBMITTED   VALUE "N" " ".
           05  VAR-SUBMIT-DATE     PIC 9(8).
