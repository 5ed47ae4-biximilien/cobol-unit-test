      **********************************************************************
      * COPYBOOK:  HISTMAPS
      * PURPOSE:   SYMBOLIC MAP FOR THE HISTM1 MAP OF MAPSET HISTMAP
      *            (SEE bms/HISTMAP.bms), NORMALLY GENERATED BY THE BMS
      *            ASSEMBLE STEP.
      **********************************************************************
       01  HISTM1I.
           05  FILLER                  PIC X(12).
           05  HACCTFL                 COMP PIC S9(04).
           05  HACCTFF                 PIC X.
           05  FILLER REDEFINES HACCTFF.
               10  HACCTFA             PIC X.
           05  HACCTFI                 PIC X(10).
           05  HSTATFL                 COMP PIC S9(04).
           05  HSTATFF                 PIC X.
           05  FILLER REDEFINES HSTATFF.
               10  HSTATFA             PIC X.
           05  HSTATFI                 PIC X(40).
           05  HL01FL                  COMP PIC S9(04).
           05  HL01FF                  PIC X.
           05  FILLER REDEFINES HL01FF.
               10  HL01FA              PIC X.
           05  HL01FI                  PIC X(79).
           05  HL02FL                  COMP PIC S9(04).
           05  HL02FF                  PIC X.
           05  FILLER REDEFINES HL02FF.
               10  HL02FA              PIC X.
           05  HL02FI                  PIC X(79).
           05  HL03FL                  COMP PIC S9(04).
           05  HL03FF                  PIC X.
           05  FILLER REDEFINES HL03FF.
               10  HL03FA              PIC X.
           05  HL03FI                  PIC X(79).
           05  HL04FL                  COMP PIC S9(04).
           05  HL04FF                  PIC X.
           05  FILLER REDEFINES HL04FF.
               10  HL04FA              PIC X.
           05  HL04FI                  PIC X(79).
           05  HL05FL                  COMP PIC S9(04).
           05  HL05FF                  PIC X.
           05  FILLER REDEFINES HL05FF.
               10  HL05FA              PIC X.
           05  HL05FI                  PIC X(79).
           05  HL06FL                  COMP PIC S9(04).
           05  HL06FF                  PIC X.
           05  FILLER REDEFINES HL06FF.
               10  HL06FA              PIC X.
           05  HL06FI                  PIC X(79).
           05  HL07FL                  COMP PIC S9(04).
           05  HL07FF                  PIC X.
           05  FILLER REDEFINES HL07FF.
               10  HL07FA              PIC X.
           05  HL07FI                  PIC X(79).
           05  HL08FL                  COMP PIC S9(04).
           05  HL08FF                  PIC X.
           05  FILLER REDEFINES HL08FF.
               10  HL08FA              PIC X.
           05  HL08FI                  PIC X(79).
           05  HL09FL                  COMP PIC S9(04).
           05  HL09FF                  PIC X.
           05  FILLER REDEFINES HL09FF.
               10  HL09FA              PIC X.
           05  HL09FI                  PIC X(79).
           05  HL10FL                  COMP PIC S9(04).
           05  HL10FF                  PIC X.
           05  FILLER REDEFINES HL10FF.
               10  HL10FA              PIC X.
           05  HL10FI                  PIC X(79).
           05  HL11FL                  COMP PIC S9(04).
           05  HL11FF                  PIC X.
           05  FILLER REDEFINES HL11FF.
               10  HL11FA              PIC X.
           05  HL11FI                  PIC X(79).
           05  HL12FL                  COMP PIC S9(04).
           05  HL12FF                  PIC X.
           05  FILLER REDEFINES HL12FF.
               10  HL12FA              PIC X.
           05  HL12FI                  PIC X(79).
           05  HL13FL                  COMP PIC S9(04).
           05  HL13FF                  PIC X.
           05  FILLER REDEFINES HL13FF.
               10  HL13FA              PIC X.
           05  HL13FI                  PIC X(79).
           05  HL14FL                  COMP PIC S9(04).
           05  HL14FF                  PIC X.
           05  FILLER REDEFINES HL14FF.
               10  HL14FA              PIC X.
           05  HL14FI                  PIC X(79).
           05  HMSGFL                  COMP PIC S9(04).
           05  HMSGFF                  PIC X.
           05  FILLER REDEFINES HMSGFF.
               10  HMSGFA              PIC X.
           05  HMSGFI                  PIC X(79).

       01  HISTM1O REDEFINES HISTM1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  HACCTFO                 PIC X(10).
           05  FILLER                  PIC X(03).
           05  HSTATFO                 PIC X(40).
           05  FILLER                  PIC X(03).
           05  HL01FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL02FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL03FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL04FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL05FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL06FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL07FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL08FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL09FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL10FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL11FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL12FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL13FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HL14FO                  PIC X(79).
           05  FILLER                  PIC X(03).
           05  HMSGFO                  PIC X(79).
