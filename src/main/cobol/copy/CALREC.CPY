      **********************************************************************
      * COPYBOOK:  CALREC
      * PURPOSE:   BUSINESS-DAY CALENDAR RECORD - ONE 80-BYTE RECORD
      *            OF THE BUSCAL KSDS PER CALENDAR EXCEPTION, KEYED ON
      *            THE DATE.  MONDAY THROUGH FRIDAY ARE BUSINESS DAYS
      *            AND SATURDAY AND SUNDAY ARE NOT, UNLESS THE DATE IS
      *            ON FILE: A HOLIDAY RECORD TAKES A WEEKDAY OUT OF
      *            BUSINESS (BANK HOLIDAYS) AND A WORKING-DAY RECORD
      *            PUTS A WEEKEND DATE INTO BUSINESS.  MAINTAINED BY
      *            CALMNT FROM CONTROL CARDS THE WAY CLASMNT MAINTAINS
      *            CLASREF.  READ BY MOCKCTL (WHICH DATES MAY START A
      *            CYCLE), MOCKPEND (AGING IN BUSINESS DAYS) AND
      *            MOCKTRND (MONTH END IS THE LAST BUSINESS DAY).
      *            INCLUDED UNDER AN 01-LEVEL DECLARED BY THE CALLING
      *            PROGRAM.
      **********************************************************************
           05  DY-CAL-DATE                 PIC 9(08).
           05  DY-DAY-TYPE                 PIC X(01).
               88  DY-HOLIDAY                      VALUE 'H'.
               88  DY-WORKING-DAY                  VALUE 'W'.
               88  DY-TYPE-VALID                   VALUE 'H' 'W'.
           05  DY-DESCRIPTION              PIC X(30).
           05  FILLER                      PIC X(41).
