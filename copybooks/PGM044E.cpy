      *****************************************************************
      * RATE-CHANGE EVENT - ONE MESSAGE PER INTRADAY POSTING
      * Put on the FX.RATE.EVENTS queue in the same unit of work as
      * the posting it describes, so treasury sees a rate the moment
      * it goes live instead of at the next PGM032 fixing or the
      * next night's FILEEXT:
      *   PGM018 (DL16)  an operator's correction posted directly
      *   PGM028 (DL18)  a queued correction approved by a checker
      *   PGM023         a forward-dated rate activated on its date
      * PGM044 drains the queue at end of day to the sequenced
      * FILEEVS file and reconciles every event against the
      * TBDEVISEH row its posting wrote.
      *
      *   EVT-CDEV1      the currency - or the base leg of a pair
      *   EVT-CDEV2      spaces for a single currency, else the
      *                  quote leg of the pair
      *   EVT-OLD-*      the rate the posting replaced and its own
      *                  effective stamp - the key of the history
      *                  row the posting wrote
      *   EVT-NEW-*      the rate now live
      *   EVT-CORIGINE   as stamped on the row ('O' online, 'P'
      *                  promoted forward-dated rate)
      *   EVT-CUSER      the operator (or program) that posted it
      *   EVT-DDMAJ /    the new rate's effective stamp - also the
      *   EVT-HDMAJ      DDSAISIE/HDSAISIE of the history row
      *   EVT-CPGM       the program that posted it
      * All display, rates signed leading separate, so the message
      * travels as plain character data (MQFMT-STRING).
      *****************************************************************
       01  EVT-MESSAGE.
           10 EVT-CDEV1         PIC X(03).
           10 EVT-CDEV2         PIC X(03).
           10 EVT-OLD-MTACHAT   PIC S9(06)V9(05)
                                SIGN IS LEADING SEPARATE.
           10 EVT-OLD-MTVENTE   PIC S9(06)V9(05)
                                SIGN IS LEADING SEPARATE.
           10 EVT-NEW-MTACHAT   PIC S9(06)V9(05)
                                SIGN IS LEADING SEPARATE.
           10 EVT-NEW-MTVENTE   PIC S9(06)V9(05)
                                SIGN IS LEADING SEPARATE.
           10 EVT-CORIGINE      PIC X(01).
           10 EVT-CUSER         PIC X(08).
           10 EVT-DDMAJ         PIC X(10).
           10 EVT-HDMAJ         PIC X(08).
           10 EVT-OLD-DDMAJ     PIC X(10).
           10 EVT-OLD-HDMAJ     PIC X(08).
           10 EVT-CPGM          PIC X(08).
           10 FILLER            PIC X(13).
