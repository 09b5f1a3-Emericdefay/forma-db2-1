      * set": warn falls back to the old compiled 0.050 default and
      * hold is not applied, so behavior is unchanged until ops
      * sets the bands per currency.
      * UNITQUOT/SENSQUOT say how the provider and the desk quote
      * the currency, and TBDEVISE carries it exactly as quoted:
      * SENSQUOT 'D' direct - base currency per UNITQUOT units of
      * the currency (JPY per 100, HUF/IDR per 1000); 'I' indirect
      * - units of the currency per UNITQUOT units of base (GBP,
      * AUD). Everything that combines or publishes a rate turns
      * it into base currency per ONE unit first - direct divides
      * by the unit, indirect inverts it (the sides swap so the
      * bank's margin stays on the right side) - so a consumer
      * never needs to know a currency's convention. UNITQUOT 1
      * with SENSQUOT 'D' is the plain per-one direct quote.
      * CGROUPE files the currency under a desk group ('MAJR',
      * 'EXOT', ...) so an operator entitlement on TBDEVHAB can
      * grant a whole group in one row; spaces = in no group.
      * Maintained by PGM021 from the ops FILEMNT transaction file.
      *****************************************************************
           EXEC SQL DECLARE TBDEVMAST TABLE
             FMAJQUOT                       CHAR(1) NOT NULL,
             SEUILALR                       DECIMAL(11, 5) NOT NULL,
             SEUILBLO                       DECIMAL(11, 5) NOT NULL,
             UNITQUOT                       INTEGER NOT NULL,
             SENSQUOT                       CHAR(1) NOT NULL,
             CGROUPE                        CHAR(4) NOT NULL,
             DDMAJ                          DATE NOT NULL,
             HDMAJ                          TIME NOT NULL
           ) END-EXEC.
           10 SEUILALR-M           PIC S9(6)V9(5) USAGE COMP-3.
      *    SEUILBLO - hold band: swing past this rejects the rate
           10 SEUILBLO-M           PIC S9(6)V9(5) USAGE COMP-3.
      *    UNITQUOT - units of the currency (direct) or of base
      *    (indirect) the quoted figure is for: 1, 100, 1000
           10 UNITQUOT-M           PIC S9(9) USAGE COMP.
      *    SENSQUOT - 'D' direct, 'I' indirect
           10 SENSQUOT-M           PIC X(1).
      *    CGROUPE - desk currency group, spaces = none
           10 CGROUPE-M            PIC X(4).
      *    DDMAJ
           10 DDMAJ-M              PIC X(10).
      *    HDMAJ
