      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      FILEFIX publishes each rate per one
      *                         unit as well, in two new eleven-
      *                         decimal fields cut from the filler
      *                         (FIX-MTACHAT-U/FIX-MTVENTE-U): the
      *                         master cursor brings UNITQUOT/
      *                         SENSQUOT along and 355 turns the
      *                         standing quote - JPY per 100, GBP
      *                         indirect - into base currency per
      *                         one unit (an indirect quote inverted,
      *                         sides swapped) before 350 rounds the
      *                         quoted figure, so the consumers stop
      *                         keeping their own table of
      *                         conventions. A pair is already per
      *                         one CDEV1 and publishes its rate in
      *                         both. A quote that cannot be
      *                         inverted is an anomaly line.
      * 09/02/26  DEFAY E.      Records its run in the new TBDEVRUN
      *                         control table (440/460) - program,
      *                         run date, start/end, its counters
       FILE SECTION.
      / DAILY FIXING PUBLICATION - HDR with the fixing date, one
      / record per active currency and per direct pair (FIX-CDEV2
      / spaces for a single currency), TRL with the record count.
      / FIX-MTACHAT/FIX-MTVENTE carry the quote as the currency is
      / quoted; FIX-MTACHAT-U/FIX-MTVENTE-U the same rate as base
      / currency per one unit (a pair: CDEV2 per one CDEV1)
       FD  FILEFIX RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-FIXING.
           10 FIX-DDMAJ      PIC X(10).
           10 FIX-HDMAJ      PIC X(08).
           10 FIX-CORIGINE   PIC X(01).
           10 FIX-MTACHAT-U  PIC S9(07)V9(11) USAGE COMP-3.
           10 FIX-MTVENTE-U  PIC S9(07)V9(11) USAGE COMP-3.
           10 FILLER         PIC X(23).
       01  ENREG-FIX-ENTETE.
           10 FXH-TYPE       PIC X(03).
           10 FXH-DDFIX      PIC X(10).
           10 WS-NBDEC       PIC S9(04) USAGE COMP.
           10 WS-PUIS-DEC    PIC S9(09) USAGE COMP.
           10 WS-ENTIER      PIC S9(13) USAGE COMP-3.
           10 WS-UNITQUOT    PIC S9(09) USAGE COMP.
           10 WS-SENSQUOT    PIC X(01).

      / THE STANDING RATE PER ONE UNIT - set by 355 (eleven
      / decimals so a per-1000 quote keeps its significant digits)
       01 FILLER.
           10 WS-U-ACHAT     PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-U-VENTE     PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-NQ-SW       PIC X(01).
              88 NQ-OK          VALUE 'O'.
              88 NQ-KO          VALUE 'N'.

      / THE RATE STANDING FOR IT IN TBDEVISE
       01 FILLER.
       01 WS-LIGNE-ANOMALIE.
           10 WS-LA-CDEV        PIC X(03).
           10 FILLER            PIC X(03) VALUE SPACES.
           10 WS-LA-TEXTE       PIC X(45).
           10 FILLER            PIC X(81) VALUE SPACES.
       01 WS-LIGNE-TOTAL.
           10 FILLER      PIC X(18) VALUE 'CURRENCIES FIXED: '.
      / touched still publishes.
           EXEC SQL
              DECLARE CSR-ACTIFS CURSOR FOR
              SELECT CDEV, NBDEC, UNITQUOT, SENSQUOT
                FROM TBDEVMAST
               WHERE CETAT = 'A'
               ORDER BY CDEV
           PERFORM UNTIL (FIN-FIXING)
               PERFORM 535-Select-Devise-Rtn
               IF ROW-PRESENTE
                   PERFORM 355-Normalize-Quote-Rtn
                   PERFORM 350-Round-Nbdec-Rtn
                   MOVE WS-CDEV TO FIX-CDEV
                   MOVE SPACES  TO FIX-CDEV2
                   PERFORM 325-Write-Fix-Detail-Rtn
                   ADD 1 TO WS-CPT-DEVISES
                   IF NQ-KO
                       MOVE WS-CDEV TO WS-LA-CDEV
                       MOVE 'ZERO INDIRECT QUOTE - NO PER-UNIT RATE'
                         TO WS-LA-TEXTE
                       WRITE ENREG-RAPPORT FROM WS-LIGNE-ANOMALIE
                       ADD 1 TO WS-CPT-ANOMAL
                   END-IF
               ELSE
                   MOVE WS-CDEV TO WS-LA-CDEV
                   MOVE 'ACTIVE ON THE MASTER BUT NO TBDEVISE RATE ROW'
                     TO WS-LA-TEXTE
                   WRITE ENREG-RAPPORT FROM WS-LIGNE-ANOMALIE
                   ADD 1 TO WS-CPT-ANOMAL
               END-IF
           PERFORM 505-Paires-Open-Rtn
           PERFORM 515-Paires-Fetch-Rtn
           PERFORM UNTIL (FIN-FIXING)
               MOVE WS-MTACHAT TO WS-U-ACHAT
               MOVE WS-MTVENTE TO WS-U-VENTE
               MOVE WS-CDEV1 TO FIX-CDEV
               MOVE WS-CDEV2 TO FIX-CDEV2
               PERFORM 325-Write-Fix-Detail-Rtn
           MOVE WS-DDMAJ    TO FIX-DDMAJ
           MOVE WS-HDMAJ    TO FIX-HDMAJ
           MOVE WS-CORIGINE TO FIX-CORIGINE
           MOVE WS-U-ACHAT  TO FIX-MTACHAT-U
           MOVE WS-U-VENTE  TO FIX-MTVENTE-U
           WRITE ENREG-FIXING
           ADD 1 TO WS-CPT-ENR
           .
           COMPUTE WS-MTVENTE        = WS-ENTIER / WS-PUIS-DEC
           .

       355-Normalize-Quote-Rtn.
      **********************************************************
      *  The standing quote into base currency per one unit,
      *  through the currency's UNITQUOT/SENSQUOT: a direct quote
      *  divides by its unit; an indirect quote is inverted, the
      *  sides swapping (the bank's buy is the inverse of the
      *  quoted sell) so the spread stays on the bank's side. A
      *  zero indirect quote cannot be inverted - per-unit zero,
      *  NQ-KO for the anomaly line.
           SET NQ-OK TO TRUE
           MOVE ZERO TO WS-U-ACHAT
           MOVE ZERO TO WS-U-VENTE
           IF WS-UNITQUOT NOT > ZERO
               MOVE 1 TO WS-UNITQUOT
           END-IF
           IF WS-SENSQUOT = 'I'
               IF WS-MTACHAT = ZERO OR WS-MTVENTE = ZERO
                   SET NQ-KO TO TRUE
               ELSE
                   COMPUTE WS-U-ACHAT ROUNDED =
                           WS-UNITQUOT / WS-MTVENTE
                      ON SIZE ERROR
                           SET NQ-KO TO TRUE
                   END-COMPUTE
                   COMPUTE WS-U-VENTE ROUNDED =
                           WS-UNITQUOT / WS-MTACHAT
                      ON SIZE ERROR
                           SET NQ-KO TO TRUE
                   END-COMPUTE
               END-IF
           ELSE
               COMPUTE WS-U-ACHAT ROUNDED = WS-MTACHAT / WS-UNITQUOT
               COMPUTE WS-U-VENTE ROUNDED = WS-MTVENTE / WS-UNITQUOT
           END-IF
           IF NQ-KO
               MOVE ZERO TO WS-U-ACHAT
               MOVE ZERO TO WS-U-VENTE
           END-IF
           .

       330-Write-Fix-Trailer-Rtn.
      **********************************************************
      *  The publication closes with its record count, so a
      *  Fetch the next active currency.
           EXEC SQL
              FETCH CSR-ACTIFS
               INTO :WS-CDEV, :WS-NBDEC, :WS-UNITQUOT,
                    :WS-SENSQUOT
           END-EXEC
           PERFORM D550-CHECKSQL

