      *****************************************************************
      * DCLGEN TABLE(TBDEVHAB)
      * Operator entitlements for the online rate transactions - one
      * row per signed-on USERID, transaction and scope. A user with
      * no row for a transaction cannot run it at all; a row says
      * which currencies it covers:
      *   TPERIM 'D' - the one currency in CPERIM (a CDEV),
      *          'G' - every currency the master files under the
      *                group in CPERIM (TBDEVMAST.CGROUPE),
      *          'T' - every currency (CPERIM spaces).
      * Where several rows cover the same currency the most
      * specific one governs - currency before group before all.
      * CTRANS 'DL16' corrects (PGM018), 'DL17' browses history
      * (PGM026), 'DL18' approves or refuses a queued correction
      * (PGM028). PCTMAX is the largest move, as a percentage of
      * the rate on screen, a DL16 user may post without a
      * checker (5.00000 = 5 percent; zero = every correction of
      * theirs goes to DL18) - the currency's own tolerance bands
      * still apply on top. PCTMAX is always zero on DL17/DL18
      * rows. Maintained by PGM038 from FILEHAB action cards;
      * PGM039 lists it with each operator's last use for the
      * quarterly recertification.
      *****************************************************************
           EXEC SQL DECLARE TBDEVHAB TABLE
           ( CUSER                          CHAR(8) NOT NULL,
             CTRANS                         CHAR(4) NOT NULL,
             TPERIM                         CHAR(1) NOT NULL,
             CPERIM                         CHAR(4) NOT NULL,
             PCTMAX                         DECIMAL(11, 5) NOT NULL,
             DDMAJ                          DATE NOT NULL,
             HDMAJ                          TIME NOT NULL
           ) END-EXEC.
       01  DCLTBDEVHAB.
      *    CUSER - the signed-on CICS USERID
           10 CUSER-U              PIC X(8).
      *    CTRANS - 'DL16', 'DL17' or 'DL18'
           10 CTRANS-U             PIC X(4).
      *    TPERIM - 'D' one currency, 'G' group, 'T' all
           10 TPERIM-U             PIC X(1).
      *    CPERIM - the CDEV or CGROUPE, spaces when TPERIM 'T'
           10 CPERIM-U             PIC X(4).
      *    PCTMAX - largest percent move posted without approval
           10 PCTMAX-U             PIC S9(6)V9(5) USAGE COMP-3.
      *    DDMAJ
           10 DDMAJ-U              PIC X(10).
      *    HDMAJ
           10 HDMAJ-U              PIC X(8).
