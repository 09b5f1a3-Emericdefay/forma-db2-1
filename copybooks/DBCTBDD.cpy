      *****************************************************************
      * DCLGEN TABLE(TBDEVDER)
      * Derived cross pairs - the crosses the provider does not send
      * on PGM017's FILEINX that the desk still wants carried as a
      * real TBDEVISEX row (history, fixing line, DL17 page) instead
      * of being triangulated on the fly by PGM030 at every call.
      * One row per pair CDEV1/CDEV2 (CDEV2 per one CDEV1, as on
      * TBDEVISEX), naming the two TBDEVISE legs it is computed
      * from: CDEVL1 prices the pair's base, CDEVL2 its quote - the
      * pair's own two codes unless the desk names a proxy leg.
      * Maintained by PGM042 from the desk's FILEDER action cards;
      * PGM043 derives every listed pair each night after the
      * PGM016/PGM017 loads and posts it to TBDEVISEX with CORIGINE
      * 'D', so a derived rate is told apart from a delivered one.
      *****************************************************************
           EXEC SQL DECLARE TBDEVDER TABLE
           ( CDEV1                          CHAR(3) NOT NULL,
             CDEV2                          CHAR(3) NOT NULL,
             CDEVL1                         CHAR(3) NOT NULL,
             CDEVL2                         CHAR(3) NOT NULL,
             DDMAJ                          DATE NOT NULL,
             HDMAJ                          TIME NOT NULL
           ) END-EXEC.
       01  DCLTBDEVDER.
      *    CDEV1 - base leg of the derived pair
           10 CDEV1-D              PIC X(3).
      *    CDEV2 - quote leg of the derived pair
           10 CDEV2-D              PIC X(3).
      *    CDEVL1 - TBDEVISE row the pair's base is priced from
           10 CDEVL1-D             PIC X(3).
      *    CDEVL2 - TBDEVISE row the pair's quote is priced from
           10 CDEVL2-D             PIC X(3).
      *    DDMAJ - last maintained
           10 DDMAJ-D              PIC X(10).
      *    HDMAJ
           10 HDMAJ-D              PIC X(8).
