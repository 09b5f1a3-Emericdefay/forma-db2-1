      *****************************************************************
      * DCLGEN TABLE(TBDEVISEHR)
      * Restored rate history - rows PGM024 purged to the FILEARCH/
      * FILEARCX archive generations and PGM041 has since reloaded,
      * so an as-of question for a purged period gets a real answer
      * again. One table for both histories: CDEV2 is spaces for a
      * single currency's TBDEVISEH row, the quote leg for a pair's
      * TBDEVISEXH row. Keyed on CDEV1 + CDEV2 + DDMAJ + HDMAJ with
      * the same effective-from semantics as TBDEVISEH (see
      * DBCTBDH.cpy); every archived column comes back verbatim.
      * PGM030 and DL17 (PGM026) search it after the live history,
      * which is always the more recent. DDRESTAU is the day the
      * row was reloaded and CREFDEM the reference on the retrieval
      * card (audit request, dispute number) it was reloaded for.
      *****************************************************************
           EXEC SQL DECLARE TBDEVISEHR TABLE
           ( CDEV1                          CHAR(3) NOT NULL,
             CDEV2                          CHAR(3) NOT NULL,
             MTACHAT                        DECIMAL(11, 5) NOT NULL,
             MTVENTE                        DECIMAL(11, 5) NOT NULL,
             DDMAJ                          DATE NOT NULL,
             HDMAJ                          TIME NOT NULL,
             CORIGINE                       CHAR(1) NOT NULL,
             CUSER                          CHAR(8) NOT NULL,
             DDSAISIE                       DATE NOT NULL,
             HDSAISIE                       TIME NOT NULL,
             DDRESTAU                       DATE NOT NULL,
             CREFDEM                        CHAR(8) NOT NULL
           ) END-EXEC.
       01  DCLTBDEVISEHR.
      *    CDEV1 - the currency, or the base leg of a pair
           10 CDEV1-HR             PIC X(3).
      *    CDEV2 - spaces for a single currency, else the quote leg
           10 CDEV2-HR             PIC X(3).
      *    MTACHAT
           10 MTACHAT-HR           PIC S9(6)V9(5) USAGE COMP-3.
      *    MTVENTE
           10 MTVENTE-HR           PIC S9(6)V9(5) USAGE COMP-3.
      *    DDMAJ
           10 DDMAJ-HR             PIC X(10).
      *    HDMAJ
           10 HDMAJ-HR             PIC X(8).
      *    CORIGINE - as archived
           10 CORIGINE-HR          PIC X(1).
      *    CUSER - as archived
           10 CUSER-HR             PIC X(8).
      *    DDSAISIE - as archived
           10 DDSAISIE-HR          PIC X(10).
      *    HDSAISIE - as archived
           10 HDSAISIE-HR          PIC X(8).
      *    DDRESTAU - date PGM041 reloaded the row
           10 DDRESTAU-HR          PIC X(10).
      *    CREFDEM - retrieval card reference
           10 CREFDEM-HR           PIC X(8).
