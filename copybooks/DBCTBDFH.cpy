      *****************************************************************
      * DCLGEN TABLE(TBDEVFWDH)
      * Forward-points history - one row per prior TBDEVFWD value,
      * keyed on CDEV + CTENOR + DDMAJ + HDMAJ (the timestamp that
      * archived points value itself became effective, same
      * effective-from semantics as TBDEVISEH - see DBCTBDH.cpy).
      * Populated by PGM037 just ahead of each TBDEVFWD UPDATE;
      * CORIGINE/CUSER/DDSAISIE/HDSAISIE describe the load that
      * superseded the row and when.
      *****************************************************************
           EXEC SQL DECLARE TBDEVFWDH TABLE
           ( CDEV                           CHAR(3) NOT NULL,
             CTENOR                         CHAR(3) NOT NULL,
             PTACHAT                        DECIMAL(11, 5) NOT NULL,
             PTVENTE                        DECIMAL(11, 5) NOT NULL,
             DDMAJ                          DATE NOT NULL,
             HDMAJ                          TIME NOT NULL,
             CORIGINE                       CHAR(1) NOT NULL,
             CUSER                          CHAR(8) NOT NULL,
             DDSAISIE                       DATE NOT NULL,
             HDSAISIE                       TIME NOT NULL
           ) END-EXEC.
       01  DCLTBDEVFWDH.
      *    CDEV
           10 CDEV-FH              PIC X(3).
      *    CTENOR
           10 CTENOR-FH            PIC X(3).
      *    PTACHAT
           10 PTACHAT-FH           PIC S9(6)V9(5) USAGE COMP-3.
      *    PTVENTE
           10 PTVENTE-FH           PIC S9(6)V9(5) USAGE COMP-3.
      *    DDMAJ
           10 DDMAJ-FH             PIC X(10).
      *    HDMAJ
           10 HDMAJ-FH             PIC X(8).
      *    CORIGINE - 'B' batch load
           10 CORIGINE-FH          PIC X(1).
      *    CUSER - batch job/program name
           10 CUSER-FH             PIC X(8).
      *    DDSAISIE - date the superseding change was captured
           10 DDSAISIE-FH          PIC X(10).
      *    HDSAISIE - time the superseding change was captured
           10 HDSAISIE-FH          PIC X(8).
