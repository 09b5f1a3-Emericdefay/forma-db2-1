      *****************************************************************
      * DCLGEN TABLE(TBDEVMRG)
      * Client margin schedule - one row per CDEV + client segment
      * ('R' retail, 'P' private banking, 'C' corporate, 'I'
      * interbank). The margin is the spread the bank applies on
      * top of the daily fixing when it quotes a client: MRGACHAT
      * comes off the fixing's MTACHAT (the bank buys lower),
      * MRGVENTE goes onto its MTVENTE (the bank sells higher).
      * CTYPMRG says how the two figures read - 'P' points, an
      * absolute amount in rate units (0.02500 = 250 points on a
      * four-decimal quote), or '%' a percentage of the fixing
      * rate (0.15000 = 0.15 percent). A currency/segment with no
      * row has no client rate - the rate sheet reports it rather
      * than quoting the raw fixing to a client.
      * Maintained by PGM034 from the desk's FILEMRG action cards;
      * PGM035 applies it to PGM032's FILEFIX to publish the client
      * rate sheet.
      *****************************************************************
           EXEC SQL DECLARE TBDEVMRG TABLE
           ( CDEV                           CHAR(3) NOT NULL,
             CSEGMENT                       CHAR(1) NOT NULL,
             CTYPMRG                        CHAR(1) NOT NULL,
             MRGACHAT                       DECIMAL(11, 5) NOT NULL,
             MRGVENTE                       DECIMAL(11, 5) NOT NULL,
             DDMAJ                          DATE NOT NULL,
             HDMAJ                          TIME NOT NULL
           ) END-EXEC.
       01  DCLTBDEVMRG.
      *    CDEV
           10 CDEV-G               PIC X(3).
      *    CSEGMENT - 'R' retail, 'P' private, 'C' corporate,
      *    'I' interbank
           10 CSEGMENT-G           PIC X(1).
      *    CTYPMRG - 'P' points (rate units), '%' percent
           10 CTYPMRG-G            PIC X(1).
      *    MRGACHAT - spread taken off the fixing's MTACHAT
           10 MRGACHAT-G           PIC S9(6)V9(5) USAGE COMP-3.
      *    MRGVENTE - spread added onto the fixing's MTVENTE
           10 MRGVENTE-G           PIC S9(6)V9(5) USAGE COMP-3.
      *    DDMAJ
           10 DDMAJ-G              PIC X(10).
      *    HDMAJ
           10 HDMAJ-G              PIC X(8).
