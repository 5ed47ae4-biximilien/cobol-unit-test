      **********************************************************************
      * COPYBOOK:  SUSPMAPS
      * PURPOSE:   SYMBOLIC MAP FOR THE SUSPM1 MAP OF MAPSET SUSPMAP
      *            (SEE bms/SUSPMAP.bms), NORMALLY GENERATED BY THE BMS
      *            ASSEMBLE STEP.
      **********************************************************************
       01  SUSPM1I.
           05  FILLER                  PIC X(12).
           05  SRSNFL                  COMP PIC S9(04).
           05  SRSNFF                  PIC X.
           05  FILLER REDEFINES SRSNFF.
               10  SRSNFA              PIC X.
           05  SRSNFI                  PIC X(03).
           05  SSRCFL                  COMP PIC S9(04).
           05  SSRCFF                  PIC X.
           05  FILLER REDEFINES SSRCFF.
               10  SSRCFA              PIC X.
           05  SSRCFI                  PIC X(08).
           05  SSELFL                  COMP PIC S9(04).
           05  SSELFF                  PIC X.
           05  FILLER REDEFINES SSELFF.
               10  SSELFA              PIC X.
           05  SSELFI                  PIC X(02).
           05  SROW01FL                COMP PIC S9(04).
           05  SROW01FF                PIC X.
           05  FILLER REDEFINES SROW01FF.
               10  SROW01FA            PIC X.
           05  SROW01FI                PIC X(64).
           05  SROW02FL                COMP PIC S9(04).
           05  SROW02FF                PIC X.
           05  FILLER REDEFINES SROW02FF.
               10  SROW02FA            PIC X.
           05  SROW02FI                PIC X(64).
           05  SROW03FL                COMP PIC S9(04).
           05  SROW03FF                PIC X.
           05  FILLER REDEFINES SROW03FF.
               10  SROW03FA            PIC X.
           05  SROW03FI                PIC X(64).
           05  SROW04FL                COMP PIC S9(04).
           05  SROW04FF                PIC X.
           05  FILLER REDEFINES SROW04FF.
               10  SROW04FA            PIC X.
           05  SROW04FI                PIC X(64).
           05  SROW05FL                COMP PIC S9(04).
           05  SROW05FF                PIC X.
           05  FILLER REDEFINES SROW05FF.
               10  SROW05FA            PIC X.
           05  SROW05FI                PIC X(64).
           05  SROW06FL                COMP PIC S9(04).
           05  SROW06FF                PIC X.
           05  FILLER REDEFINES SROW06FF.
               10  SROW06FA            PIC X.
           05  SROW06FI                PIC X(64).
           05  SROW07FL                COMP PIC S9(04).
           05  SROW07FF                PIC X.
           05  FILLER REDEFINES SROW07FF.
               10  SROW07FA            PIC X.
           05  SROW07FI                PIC X(64).
           05  SROW08FL                COMP PIC S9(04).
           05  SROW08FF                PIC X.
           05  FILLER REDEFINES SROW08FF.
               10  SROW08FA            PIC X.
           05  SROW08FI                PIC X(64).
           05  SROW09FL                COMP PIC S9(04).
           05  SROW09FF                PIC X.
           05  FILLER REDEFINES SROW09FF.
               10  SROW09FA            PIC X.
           05  SROW09FI                PIC X(64).
           05  SROW10FL                COMP PIC S9(04).
           05  SROW10FF                PIC X.
           05  FILLER REDEFINES SROW10FF.
               10  SROW10FA            PIC X.
           05  SROW10FI                PIC X(64).
           05  SCURFL                  COMP PIC S9(04).
           05  SCURFF                  PIC X.
           05  FILLER REDEFINES SCURFF.
               10  SCURFA              PIC X.
           05  SCURFI                  PIC X(62).
           05  SCLSFL                  COMP PIC S9(04).
           05  SCLSFF                  PIC X.
           05  FILLER REDEFINES SCLSFF.
               10  SCLSFA              PIC X.
           05  SCLSFI                  PIC X(02).
           05  SAMTFL                  COMP PIC S9(04).
           05  SAMTFF                  PIC X.
           05  FILLER REDEFINES SAMTFF.
               10  SAMTFA              PIC X.
           05  SAMTFI                  PIC X(11).
           05  SEFDFL                  COMP PIC S9(04).
           05  SEFDFF                  PIC X.
           05  FILLER REDEFINES SEFDFF.
               10  SEFDFA              PIC X.
           05  SEFDFI                  PIC X(08).
           05  SACTFL                  COMP PIC S9(04).
           05  SACTFF                  PIC X.
           05  FILLER REDEFINES SACTFF.
               10  SACTFA              PIC X.
           05  SACTFI                  PIC X(01).
           05  SMSGFL                  COMP PIC S9(04).
           05  SMSGFF                  PIC X.
           05  FILLER REDEFINES SMSGFF.
               10  SMSGFA              PIC X.
           05  SMSGFI                  PIC X(79).

       01  SUSPM1O REDEFINES SUSPM1I.
           05  FILLER                  PIC X(12).
           05  FILLER                  PIC X(03).
           05  SRSNFO                  PIC X(03).
           05  FILLER                  PIC X(03).
           05  SSRCFO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  SSELFO                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  SROW01FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  SROW02FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  SROW03FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  SROW04FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  SROW05FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  SROW06FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  SROW07FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  SROW08FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  SROW09FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  SROW10FO                PIC X(64).
           05  FILLER                  PIC X(03).
           05  SCURFO                  PIC X(62).
           05  FILLER                  PIC X(03).
           05  SCLSFO                  PIC X(02).
           05  FILLER                  PIC X(03).
           05  SAMTFO                  PIC X(11).
           05  FILLER                  PIC X(03).
           05  SEFDFO                  PIC X(08).
           05  FILLER                  PIC X(03).
           05  SACTFO                  PIC X(01).
           05  FILLER                  PIC X(03).
           05  SMSGFO                  PIC X(79).
