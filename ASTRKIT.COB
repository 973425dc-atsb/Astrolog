      * DD-MMM-YYYY MODIFICATION DESCRIPTION
      * ----------- ------------------------
      * 02-SEP-2026 CREATION OF SOFTWARE
      * 15-OCT-2026 KCAT-RECORD EXTENDED WITH THE OBJECT POSITION
      *             FIELDS ADDED TO ASTRCAT.CPY, SO ASTRCAT.KIT
      *             STAYS A FULL COPY OF THE CATALOG.
      * 15-OCT-2026 KMBR-RECORD EXTENDED WITH THE AAVSO OBSERVER CODE
      *             ADDED TO ASTRMBR.CPY, SO ASTRMBR.KIT STAYS A
      *             FULL COPY OF THE MEMBER MASTER.
      **********************************************************
      **********************************************************
      * IDENTIFICATION DIVISION
           05  KCAT-TYPE           PIC X(20).
           05  KCAT-CONST          PIC X(50).
           05  KCAT-MAGNITUDE      PIC X(5).
           05  KCAT-RA-HOURS       PIC 9(2)V9(4).
           05  KCAT-DECLINATION    PIC S9(2)V9(4)
                                   SIGN IS LEADING SEPARATE.
           05  KCAT-POSITION-FLAG  PIC X(1).

       FD TARGETFILE
           LABEL RECORDS ARE STANDARD
           05  KMBR-NAME           PIC X(30).
           05  KMBR-JOINED         PIC 9(8).
           05  KMBR-STATUS         PIC X(1).
           05  KMBR-AAVSO-CODE     PIC X(6).

       FD ASTROLOGFILE
           LABEL RECORDS ARE STANDARD
