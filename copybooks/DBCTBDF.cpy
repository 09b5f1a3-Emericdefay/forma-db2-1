      *****************************************************************
      * DCLGEN TABLE(TBDEVFWD)
      * Forward points by tenor - one row per CDEV + tenor, the
      * provider's swap points standing today for that currency at
      * that standard maturity: CTENOR '1W ', '1M ', '3M ', '6M ' or
      * '12M'. PTACHAT/PTVENTE are in rate units (0.00250 = 25
      * points on a four-decimal quote) and are added to the spot
      * MTACHAT/MTVENTE of TBDEVISE to give the outright forward -
      * negative points are a forward discount. DDMAJ/HDMAJ is the
      * effective-from of the points, same semantics as TBDEVISE.
      * Loaded by PGM037 from the provider's FILEFWD; PGM030 reads
      * it (and TBDEVFWDH for a past moment) to answer a forward.
      *****************************************************************
           EXEC SQL DECLARE TBDEVFWD TABLE
           ( CDEV                           CHAR(3) NOT NULL,
             CTENOR                         CHAR(3) NOT NULL,
             PTACHAT                        DECIMAL(11, 5) NOT NULL,
             PTVENTE                        DECIMAL(11, 5) NOT NULL,
             DDMAJ                          DATE NOT NULL,
             HDMAJ                          TIME NOT NULL,
             CORIGINE                       CHAR(1) NOT NULL,
             CUSER                          CHAR(8) NOT NULL
           ) END-EXEC.
       01  DCLTBDEVFWD.
      *    CDEV
           10 CDEV-F               PIC X(3).
      *    CTENOR - '1W ', '1M ', '3M ', '6M ', '12M'
           10 CTENOR-F             PIC X(3).
      *    PTACHAT - forward points added to the spot MTACHAT
           10 PTACHAT-F            PIC S9(6)V9(5) USAGE COMP-3.
      *    PTVENTE - forward points added to the spot MTVENTE
           10 PTVENTE-F            PIC S9(6)V9(5) USAGE COMP-3.
      *    DDMAJ
           10 DDMAJ-F              PIC X(10).
      *    HDMAJ
           10 HDMAJ-F              PIC X(8).
      *    CORIGINE - 'B' batch load
           10 CORIGINE-F           PIC X(1).
      *    CUSER - batch job/program name
           10 CUSER-F              PIC X(8).
