      **********************************************************
      *
      *  ASTRONOMY LOGGING SOFTWARE
      *
      *  MODULE NAME: ASTRSIT.CPY
      *
      *  DESCRIPTIVE
      *         NAME: SHARED RECORD LAYOUT FOR SITEFILE
      *
      *  FUNCTION:
      *  THIS COPYBOOK DEFINES THE ONE-RECORD-PER-SITE LAYOUT OF
      *  ASTRSIT.DAT, THE OBSERVING SITE REGISTRY.  EVERY PLACE
      *  THE CLUB OBSERVES FROM IS REGISTERED HERE ONCE, UNDER A
      *  SHORT SITE CODE (THE PRIMARY KEY) AND ITS NAME (AN
      *  ALTERNATE KEY), WITH ITS POSITION, ELEVATION AND BORTLE
      *  DARK-SKY CLASS, SO THE LOGGING PROGRAMS CAN VALIDATE AND
      *  NORMALIZE THE SITE OF EVERY SESSION AND SIGHTING THE SAME
      *  WAY EQUIPMENT IS NORMALIZED AGAINST ASTREQP.DAT - "DARK
      *  FIELD", "DARKFIELD" AND "THE DARK FIELD" STOP BEING THREE
      *  DIFFERENT SITES.  LATITUDE IS DECIMAL DEGREES, NORTH
      *  POSITIVE; LONGITUDE IS DECIMAL DEGREES, EAST POSITIVE;
      *  ELEVATION IS METRES ABOVE SEA LEVEL.  SIT-UTC-OFFSET IS
      *  THE HOURS EAST OF GREENWICH OF THE CLOCK THE SITE'S
      *  SIGHTINGS ARE LOGGED IN (+10.00 FOR AEST, -5.00 FOR EST),
      *  SO TIMES COMPUTED FOR THE SITE CAN BE COMPARED WITH
      *  AL-TIME.  IT IS COPIED INTO THE FD OF EVERY PROGRAM THAT
      *  OPENS SITEFILE SO THE RECORD LAYOUT ONLY HAS TO BE
      *  MAINTAINED IN ONE PLACE.
      *
      *  DATE
      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 15-OCT-2026 CREATION OF SOFTWARE - OBSERVING SITE REGISTRY
      * 15-OCT-2026 ADDED SIT-UTC-OFFSET SO THE MOON PHASE AND THE
      *             ASTRONOMICAL TWILIGHT TIMES OF A SESSION CAN BE
      *             COMPUTED IN THE SITE'S LOCAL CLOCK TIME.
      **********************************************************
       01  SIT-RECORD.
           05  SIT-CODE            PIC X(10).
           05  SIT-NAME            PIC X(50).
           05  SIT-LATITUDE        PIC S9(2)V9(4)
                                   SIGN IS LEADING SEPARATE.
           05  SIT-LONGITUDE       PIC S9(3)V9(4)
                                   SIGN IS LEADING SEPARATE.
           05  SIT-ELEVATION       PIC S9(5)
                                   SIGN IS LEADING SEPARATE.
           05  SIT-BORTLE          PIC 9(1).
           05  SIT-UTC-OFFSET      PIC S9(2)V9(2)
                                   SIGN IS LEADING SEPARATE.
