      * DCLGEN TABLE(TBDEVISEX)
      * Direct cross-currency pairs (e.g. GBP/JPY) - keyed on the pair
      * itself rather than a single CDEV against an implicit base.
      * Delivered pairs are loaded by PGM017 ('X'); the pairs on the
      * desk's TBDEVDER list are derived from their two TBDEVISE
      * legs and posted by PGM043 ('D').
      *****************************************************************
           EXEC SQL DECLARE TBDEVISEX TABLE
           ( CDEV1                          CHAR(3) NOT NULL,
           10 DDMAJ-X              PIC X(10).
      *    HDMAJ
           10 HDMAJ-X              PIC X(8).
      *    CORIGINE - 'X' cross load, 'D' derived cross
           10 CORIGINE-X           PIC X(1).
      *    CUSER - batch job/program name
           10 CUSER-X              PIC X(8).
