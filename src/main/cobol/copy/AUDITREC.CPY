      **********************************************************************
      * COPYBOOK:  AUDITREC
      * PURPOSE:   500-BYTE AUDIT LOG RECORD WRITTEN FOR EVERY
      *            CICSDEMO CALL - BY CICSMNT AND CICSAPPR THROUGH THE
      *            AUDT TRANSIENT DATA QUEUE ONLINE (CICSAPPR ALSO FOR
      *            A DECLINE), AND BY THE CICSDRIV TEST DRIVER - AND
      *            READ BACK BY MOCKAUD FOR THE DAILY MAINTENANCE-
      *            ACTIVITY REPORT.  THE BEFORE AND AFTER IMAGES ARE
      *            FULL 208-BYTE COMMAREA SNAPSHOTS IN THE CICSCOMM
      *            LAYOUT.  THE TAG FILLERS CARRY THEIR LITERAL TEXT SO
      *            THE RAW FILE STAYS EYEBALL-READABLE; INCLUDE THIS
      *            COPYBOOK IN WORKING-STORAGE SO THE VALUES TAKE
      *            EFFECT.
      **********************************************************************
           05  AU-AUDIT-DATE               PIC 9(08).
           05  FILLER                      PIC X(01)  VALUE SPACE.
