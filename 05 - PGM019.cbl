      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      The implied cross was off by the
      *                         quotation unit whenever a leg is not
      *                         a per-one direct quote - a hundred-
      *                         fold through JPY, inverted through
      *                         GBP. 535 now brings each leg's
      *                         UNITQUOT/SENSQUOT off TBDEVMAST with
      *                         its rate (no master row reads as the
      *                         plain per-one direct quote) and 155
      *                         turns both legs into base currency
      *                         per one unit before 150 divides - an
      *                         indirect leg inverted with its sides
      *                         swapped, so the buy still runs
      *                         through the conservative sides. A leg
      *                         that cannot be inverted, or an
      *                         implied cross too wide to print, is
      *                         an anomaly line.
      * 09/02/26  DEFAY E.      Records its run in the new TBDEVRUN
      *                         control table (440/460) - program,
      *                         run date, start/end, its counters
           10 WS-L2-MTACHAT  PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-L2-MTVENTE  PIC S9(06)V9(05) USAGE COMP-3.

      / EACH LEG'S QUOTE CONVENTION OFF THE MASTER, AND THE LEG
      / TURNED INTO BASE CURRENCY PER ONE UNIT BY 155 - eleven
      / decimals so a per-1000 leg keeps its significant digits
       01 FILLER.
           10 WS-L1-UNITQUOT PIC S9(09) USAGE COMP.
           10 WS-L1-SENSQUOT PIC X(01).
           10 WS-L2-UNITQUOT PIC S9(09) USAGE COMP.
           10 WS-L2-SENSQUOT PIC X(01).
           10 WS-NQ-ACHAT    PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-NQ-VENTE    PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-NQ-UNITQUOT PIC S9(09) USAGE COMP.
           10 WS-NQ-SENSQUOT PIC X(01).
           10 WS-NQ-U-ACHAT  PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-NQ-U-VENTE  PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-N1-ACHAT    PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-N1-VENTE    PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-N2-ACHAT    PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-N2-VENTE    PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-NQ-SW       PIC X(01).
              88 NQ-OK          VALUE 'O'.
              88 NQ-KO          VALUE 'N'.

      / IMPLIED CROSS AND GAP - wider than the table rates because a
      / big-figure leg divided by a sub-unit leg can run to six
      / integer digits
      *  selling CDEV2, so the implied buy goes through the legs'
      *  conservative sides (achat leg1 / vente leg2) and the
      *  implied sell through the opposite pair (vente leg1 /
      *  achat leg2) - both legs first turned into base currency
      *  per one unit (155), whatever the convention they are
      *  quoted in. A zero divisor cannot be triangulated and
      *  is reported as an anomaly instead of dividing through.
           MOVE WS-L1-MTACHAT  TO WS-NQ-ACHAT
           MOVE WS-L1-MTVENTE  TO WS-NQ-VENTE
           MOVE WS-L1-UNITQUOT TO WS-NQ-UNITQUOT
           MOVE WS-L1-SENSQUOT TO WS-NQ-SENSQUOT
           PERFORM 155-Normalize-Leg-Rtn
           MOVE WS-NQ-U-ACHAT  TO WS-N1-ACHAT
           MOVE WS-NQ-U-VENTE  TO WS-N1-VENTE
           IF NQ-OK
               MOVE WS-L2-MTACHAT  TO WS-NQ-ACHAT
               MOVE WS-L2-MTVENTE  TO WS-NQ-VENTE
               MOVE WS-L2-UNITQUOT TO WS-NQ-UNITQUOT
               MOVE WS-L2-SENSQUOT TO WS-NQ-SENSQUOT
               PERFORM 155-Normalize-Leg-Rtn
               MOVE WS-NQ-U-ACHAT  TO WS-N2-ACHAT
               MOVE WS-NQ-U-VENTE  TO WS-N2-VENTE
           END-IF

           IF NQ-KO OR WS-N2-VENTE = ZERO OR WS-N2-ACHAT = ZERO
               MOVE 'LEG RATE IS ZERO - CANNOT TRIANGULATE' TO
                    WS-ANOMALIE
           ELSE
               COMPUTE WS-IMPL-ACHAT ROUNDED =
                       WS-N1-ACHAT / WS-N2-VENTE
                  ON SIZE ERROR
                       MOVE 'IMPLIED CROSS TOO WIDE TO TRIANGULATE'
                         TO WS-ANOMALIE
               END-COMPUTE
               COMPUTE WS-IMPL-VENTE ROUNDED =
                       WS-N1-VENTE / WS-N2-ACHAT
                  ON SIZE ERROR
                       MOVE 'IMPLIED CROSS TOO WIDE TO TRIANGULATE'
                         TO WS-ANOMALIE
               END-COMPUTE
           END-IF

           IF WS-ANOMALIE NOT = SPACES
               PERFORM 830-Print-Anomaly-Rtn
               ADD 1 TO WS-CPT-ANOMAL
           ELSE
               COMPUTE WS-ECART-ACHAT =
                       WS-IMPL-ACHAT - WS-X-MTACHAT
               COMPUTE WS-ECART-VENTE =
           END-IF
           .

       155-Normalize-Leg-Rtn.
      **********************************************************
      *  One leg into base currency per one unit: a direct quote
      *  divides by its unit; an indirect quote is inverted, the
      *  sides swapping (the bank's buy is the inverse of the
      *  quoted sell) so the spread stays on the bank's side. A
      *  zero indirect rate cannot be inverted - NQ-KO.
           SET NQ-OK TO TRUE
           IF WS-NQ-UNITQUOT NOT > ZERO
               MOVE 1 TO WS-NQ-UNITQUOT
           END-IF
           IF WS-NQ-SENSQUOT = 'I'
               IF WS-NQ-ACHAT = ZERO OR WS-NQ-VENTE = ZERO
                   SET NQ-KO TO TRUE
               ELSE
                   COMPUTE WS-NQ-U-ACHAT ROUNDED =
                           WS-NQ-UNITQUOT / WS-NQ-VENTE
                      ON SIZE ERROR
                           SET NQ-KO TO TRUE
                   END-COMPUTE
                   COMPUTE WS-NQ-U-VENTE ROUNDED =
                           WS-NQ-UNITQUOT / WS-NQ-ACHAT
                      ON SIZE ERROR
                           SET NQ-KO TO TRUE
                   END-COMPUTE
               END-IF
           ELSE
               COMPUTE WS-NQ-U-ACHAT ROUNDED =
                       WS-NQ-ACHAT / WS-NQ-UNITQUOT
               COMPUTE WS-NQ-U-VENTE ROUNDED =
                       WS-NQ-VENTE / WS-NQ-UNITQUOT
           END-IF
           .

       535-Select-Legs-Rtn.
      **********************************************************
      *  Singleton SELECT of each leg's rate-of-the-day row. A
           IF SQLCODE = +100
               MOVE 'LEG CDEV1 NOT IN TBDEVISE' TO WS-ANOMALIE
               SET LEG-ABSENT TO TRUE
           ELSE
               MOVE WS-CDEV1 TO CDEV-M
               PERFORM 556-Select-Quote-Rtn
               MOVE UNITQUOT-M TO WS-L1-UNITQUOT
               MOVE SENSQUOT-M TO WS-L1-SENSQUOT
           END-IF

           IF LEGS-OK
               IF SQLCODE = +100
                   MOVE 'LEG CDEV2 NOT IN TBDEVISE' TO WS-ANOMALIE
                   SET LEG-ABSENT TO TRUE
               ELSE
                   MOVE WS-CDEV2 TO CDEV-M
                   PERFORM 556-Select-Quote-Rtn
                   MOVE UNITQUOT-M TO WS-L2-UNITQUOT
                   MOVE SENSQUOT-M TO WS-L2-SENSQUOT
               END-IF
           END-IF
           .
           END-IF
           .

       556-Select-Quote-Rtn.
      **********************************************************
      *  The quote convention of the leg in CDEV-M off the
      *  currency master. A leg the master does not know reads
      *  as the plain per-one direct quote.
           EXEC SQL
              SELECT UNITQUOT, SENSQUOT
                INTO :UNITQUOT-M, :SENSQUOT-M
                FROM TBDEVMAST
               WHERE CDEV = :CDEV-M
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               MOVE 1   TO UNITQUOT-M
               MOVE 'D' TO SENSQUOT-M
           END-IF
           .

       500-Cursor-Open-Rtn.
      **********************************************************
      *  Open CSR-PAIRES over the whole of TBDEVISEX.
