      **********************************************************************
      * COPYBOOK:  APPRMAPS
      * PURPOSE:   SYMBOLIC MAP FOR THE APPRM1 MAP OF MAPSET APPRMAP
      *            (SEE bms/APPRMAP.bms), NORMALLY GENERATED BY THE BMS
      *            ASSEMBLE STEP.
      **********************************************************************
       01  APPRM1I.
           05  FILLER                  PIC X(12).
           05  ASELFL                  COMP PIC S9(04).
           05  ASELFF                  PIC X.
           05  FILLER REDEFINES ASELFF.
               10  ASELFA              PIC X.
           05  ASELFI                  PIC X(02).
           05  AROW01FL                COMP PIC S9(04).
           05  AROW01FF                PIC X.
           05  FILLER REDEFINES AROW01FF.
               10  AROW01FA            PIC X.
           05  AROW01FI                PIC X(64).
           05  AROW02FL                COMP PIC S9(04).
           05  AROW02FF                PIC X.
           05  FILLER REDEFINES AROW02FF.
               10  AROW02FA            PIC X.
           05  AROW02FI                PIC X(64).
           05  AROW03FL                COMP PIC S9(04).
           05  AROW03FF                PIC X.
           05  FILLER REDEFINES AROW03FF.
               10  AROW03FA            PIC X.
           05  AROW03FI                PIC X(64).
           05  AROW04FL                COMP PIC S9(04).
           05  AROW04FF                PIC X.
           05  FILLER REDEFINES AROW04FF.
               10  AROW04FA            PIC X.
           05  AROW04FI                PIC X(64).
           05  AROW05FL                COMP PIC S9(04).
           05  AROW05FF                PIC X.
           05  FILLER REDEFINES AROW05FF.
               10  AROW05FA            PIC X.
           05  AROW05FI                PIC X(64).
           05  AROW06FL                COMP PIC S9(04).
           05  AROW06FF                PIC X.
           05  FILLER REDEFINES AROW06FF.
               10  AROW06FA            PIC X.
           05  AROW06FI                PIC X(64).
           05  AROW07FL                COMP PIC S9(04).
           05  AROW07FF                PIC X.
           05  FILLER REDEFINES AROW07FF.
               10  AROW07FA            PIC X.
           05  AROW07FI                PIC X(64).
           05  AROW08FL                COMP PIC S9(04).
           05  AROW08FF                PIC X.
           05  FILLER REDEFINES AROW08FF.
               10  AROW08FA            PIC X.
           05  AROW08FI                PIC X(64).
           05  AROW09FL                COMP PIC S9(04).
           05  AROW09FF                PIC X.
           05  FILLER REDEFINES AROW09FF.
               10  AROW09FA            PIC X.
           05  AROW09FI                PIC X(64).
           05  AROW10FL                COMP PIC S9(04).
           05  AROW10FF                PIC X.
           05  FILLER REDEFINES AROW10FF.
               10  AROW10FA            PIC X.
           05  AROW10FI                PIC X(64).
           05  ACURFL                  COMP PIC S9(04).
           05  ACURFF                  PIC X.
           05  FILLER REDEFINES ACURFF.
               10  ACURFA              PIC X.
           05  ACURFI                  PIC X(62).
           05  AREQFL                  COMP PIC S9(04).
           05  AREQFF                  PIC X.
           05  FILLER REDEFINES AREQFF.
               10  AREQFA              PIC X.
           05  AREQFI                  PIC X(60).
           05  AMSTFL                  COMP PIC S9(04).
           05  AMSTFF                  PIC X.
           05  FILLER REDEFINES AMSTFF.
               10  AMSTFA              PIC X.
           05  AMSTFI                  PIC X(60).
           05  AACTFL                  COMP PIC S9(04).
           05  AACTFF                  PIC X.
           05  FILLER REDEFINES AACTFF.
               10  AACTFA              PIC X.
           05  AACTFI                  PIC X(01).
           05  AMSGFL                  COMP PIC S9(04).
           05  AMSGFF                  PIC X.
           05  FILLER REDEFINES AMSGFF.
               10  AMSGFA              PIC X.
           05  AMSGFI                  PIC X(79).

       01  APPRM1O REDEFINES APPRM1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  ASELFO                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  AROW01FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  AROW02FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  AROW03FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  AROW04FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  AROW05FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  AROW06FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  AROW07FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  AROW08FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  AROW09FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  AROW10FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  ACURFO                  PIC X(62).
           05  FILLER                  PIC X(03).
           05  AREQFO                  PIC X(60).
           05  FILLER                  PIC X(03).
           05  AMSTFO                  PIC X(60).
           05  FILLER                  PIC X(03).
           05  AACTFO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  AMSGFO                  PIC X(79).
