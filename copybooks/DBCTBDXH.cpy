      * on CDEV1 + CDEV2 + DDMAJ + HDMAJ (the timestamp that archived
      * pair rate itself became effective, same effective-from
      * semantics as TBDEVISEH - see DBCTBDH.cpy).
      * Populated by PGM017 just ahead of each TBDEVISEX UPDATE, and
      * by PGM043/PGM042 when a derived cross is replaced or
      * withdrawn.
      *****************************************************************
           EXEC SQL DECLARE TBDEVISEXH TABLE
           ( CDEV1                          CHAR(3) NOT NULL,
           10 DDMAJ-XH             PIC X(10).
      *    HDMAJ
           10 HDMAJ-XH             PIC X(8).
      *    CORIGINE - 'X' cross load, 'D' derived cross
           10 CORIGINE-XH          PIC X(1).
      *    CUSER - batch job/program name
           10 CUSER-XH             PIC X(8).
