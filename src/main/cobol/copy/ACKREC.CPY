      **********************************************************************
      * COPYBOOK:  ACKREC
      * PURPOSE:   FEED ACKNOWLEDGEMENT / REJECT RETURN RECORD SENT
      *            BACK TO EACH UPSTREAM SOURCE SYSTEM AFTER THE
      *            NIGHTLY EDIT PASS.  EVERY RECORD CARRIES THE SOURCE
      *            SYSTEM IN COLUMNS 1-8 SO THE COMBINED FILE CAN BE
      *            SPLIT INTO ONE RETURN FILE PER SOURCE.  EACH FEED
      *            SEGMENT (HDR/TRL PAIR) GETS ONE ACK HEADER RECORD -
      *            WRITTEN BY MOCKDEMO AT END OF RUN FROM ITS SEGMENT
      *            TABLE - FOLLOWED BY ONE REJ DETAIL RECORD PER DETAIL
      *            OF THAT SEGMENT THE EDIT REJECTED, ADDED BY MOCKACK
      *            FROM THE NIGHT'S SUSPENSE GENERATION.  A SEGMENT
      *            THAT FAILED TO BALANCE AGAINST ITS OWN TRAILER WAS
      *            BYPASSED WHOLE, SO ITS HEADER IS MARKED REJECTED
      *            WITH THE REASON AND NO DETAILS FOLLOW - THE SOURCE
      *            MUST RETRANSMIT THE SEGMENT.  THE TRAILER AND
      *            RECEIVED TOTALS ARE AS THE SOURCE SENT THEM:
      *            MOCKRCYC'S RECYCLED DETAILS, FOLDED INTO THE FIRST
      *            SEGMENT, ARE BACKED OUT AND ARE NOT COUNTED AMONG
      *            THE ACCEPTED, PENDED OR REJECTED.  INCLUDED UNDER AN
      *            01-LEVEL DECLARED BY THE CALLING PROGRAM.
      **********************************************************************
           05  AK-SOURCE-SYSTEM            PIC X(08).
           05  AK-RECORD-TYPE              PIC X(03).
               88  AK-ACK-HEADER                   VALUE 'ACK'.
               88  AK-REJECT-DETAIL                VALUE 'REJ'.
           05  AK-RECORD-DATA              PIC X(89).
           05  AK-HEADER-DATA REDEFINES AK-RECORD-DATA.
      *        RN-BUSINESS-DATE OF THE CYCLE THAT PROCESSED THE
      *        SEGMENT, AND CT-RUN-DATE FROM THE SOURCE'S OWN SEGMENT
      *        HEADER.
               10  AK-PROCESS-DATE         PIC 9(08).
               10  AK-FEED-RUN-DATE        PIC 9(08).
               10  AK-SEGMENT-STATUS       PIC X(01).
                   88  AK-SEGMENT-ACCEPTED         VALUE 'A'.
                   88  AK-SEGMENT-REJECTED         VALUE 'R'.
      *        SPACES ON AN ACCEPTED SEGMENT.  RUN MEANS THE SEGMENT
      *        BALANCED BUT THE FEED FILE AS A WHOLE DID NOT PROVE, SO
      *        NOTHING WENT FORWARD THAT NIGHT.
               10  AK-SEGMENT-REASON       PIC X(03).
                   88  AK-OUT-OF-BALANCE           VALUE 'OOB'.
                   88  AK-MISSING-TRAILER          VALUE 'TRL'.
                   88  AK-MISSING-HEADER           VALUE 'HDR'.
                   88  AK-FEED-UNPROVEN            VALUE 'RUN'.
               10  AK-TRAILER-COUNT        PIC 9(07).
               10  AK-TRAILER-HASH         PIC 9(13)V99.
               10  AK-RECEIVED-COUNT       PIC 9(07).
               10  AK-RECEIVED-HASH        PIC 9(13)V99.
               10  AK-ACCEPTED-COUNT       PIC 9(07).
               10  AK-PENDED-COUNT         PIC 9(07).
               10  AK-REJECTED-COUNT       PIC 9(07).
               10  FILLER                  PIC X(04).
           05  AK-REJECT-DATA REDEFINES AK-RECORD-DATA.
               10  AK-ACCOUNT-KEY          PIC X(10).
      *        THE AMOUNT EXACTLY AS SENT - NOT NECESSARILY NUMERIC ON
      *        AN AMT REJECT.
               10  AK-AMOUNT               PIC X(11).
               10  AK-EFFECTIVE-DATE       PIC X(08).
               10  AK-REJECT-REASON        PIC X(03).
                   88  AK-REASON-AMOUNT            VALUE 'AMT'.
                   88  AK-REASON-DATE              VALUE 'DTE'.
                   88  AK-REASON-CLASS             VALUE 'CLS'.
                   88  AK-REASON-DUPLICATE         VALUE 'DUP'.
                   88  AK-REASON-CLOSURE           VALUE 'CLO'.
               10  FILLER                  PIC X(57).
