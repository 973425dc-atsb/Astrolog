      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRIMG.CPY
      *
      *  DESCRIPTIVE
      *         NAME: SHARED RECORD LAYOUT FOR IMAGINGFILE
      *
      *  FUNCTION:
      *  THIS COPYBOOK DEFINES ONE RECORD OF ASTRIMG.DAT, THE
      *  ASTROPHOTOGRAPHY IMAGING LOG.  AN IMAGING RECORD IS A
      *  COMPANION TO ONE SIGHTING AND IS FILED UNDER THE
      *  SIGHTING'S OWN KEY (THE SAME DATE/TIME/OBJECT AS AL-KEY),
      *  THE WAY THE NOTES ARE IN ASTRNOT.DAT.  IT HOLDS ONE RUN OF
      *  SUBFRAMES THROUGH ONE FILTER - A NIGHT SHOT THROUGH
      *  SEVERAL FILTERS IS LOGGED AS ONE SIGHTING PER FILTER RUN,
      *  AT THE TIME THE RUN STARTED.  THE CAMERA IS THE EQP-CODE
      *  OF A REGISTERED INSTRUMENT (SEE ASTREQP.CPY).  THE
      *  SUB-EXPOSURE IS IN SECONDS; SUBS TIMES SUB-EXPOSURE IS THE
      *  RUN'S INTEGRATION TIME.  IMG-TEMP-FLAG IS "N" WHEN THE
      *  CAMERA REPORTED NO SENSOR TEMPERATURE.  THE OBJECT IS
      *  CARRIED AS AN ALTERNATE KEY SO ALL THE RUNS ON ONE TARGET
      *  CAN BE READ TOGETHER - ASTRIMGR.COB TOTALS THEM BY FILTER.
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 15-OCT-2026 CREATION OF SOFTWARE - IMAGING LOG
      **********************************************************
       01  IMG-RECORD.
           05  IMG-KEY.
               10  IMG-DATETIMEYR  PIC 9(8).
               10  IMG-TIME        PIC 9(4).
               10  IMG-OBJECT      PIC X(30).
           05  IMG-OBSERVER        PIC X(6).
           05  IMG-CAMERA          PIC X(20).
           05  IMG-FILTER          PIC X(10).
           05  IMG-SUB-EXPOSURE    PIC 9(4)V9(2).
           05  IMG-SUB-COUNT       PIC 9(5).
           05  IMG-GAIN            PIC 9(5).
           05  IMG-TEMP-FLAG       PIC X(1).
               88  IMG-TEMP-RECORDED     VALUE "Y".
               88  IMG-TEMP-NOT-RECORDED VALUE "N" " ".
           05  IMG-SENSOR-TEMP     PIC S9(2)V9(1)
                                   SIGN IS LEADING SEPARATE.
           05  IMG-STATUS          PIC X(1).
               88  IMG-RAW             VALUE "R".
               88  IMG-CALIBRATED      VALUE "C".
               88  IMG-STACKED         VALUE "S".
               88  IMG-PROCESSED       VALUE "P".
               88  IMG-STATUS-VALID    VALUE "R" "C" "S" "P".
