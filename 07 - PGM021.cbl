      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      Currency group on the master - a new
      *                         four-character card field, cut from
      *                         the filler, files the currency under
      *                         the group the operator entitlements
      *                         (TBDEVHAB, PGM038) can grant in one
      *                         row ('MAJR', 'EXOT', ...). Blank on
      *                         an add leaves it ungrouped, blank on
      *                         a modify keeps the current group,
      *                         'NONE' takes it out of its group.
      * 10/14/26  DEFAY E.      Quotation convention on the master.
      *                         Two new card fields, cut from the
      *                         filler: UNITQUOT, five digits - the
      *                         number of units the quoted figure is
      *                         for (00100 for JPY, 01000 for HUF/
      *                         IDR) - and SENSQUOT, 'D' direct (base
      *                         per unit(s) of the currency) or 'I'
      *                         indirect (currency per unit(s) of
      *                         base, GBP/AUD). Blank on an add
      *                         stores the plain per-one direct
      *                         quote (00001/'D'), so every currency
      *                         already carried reads as before;
      *                         blank on a modify keeps the current
      *                         value. A zero unit is rejected - the
      *                         triangulations divide through it.
      * 09/02/26  DEFAY E.      Closed a hole in the band-nesting
      *                         edit: a hold keyed with the warn
      *                         left blank (or zero) was only ever
           10 MNT-SEUILBLO   PIC X(11).
           10 MNT-SEUILBLO-N REDEFINES MNT-SEUILBLO
                             PIC 9(06)V9(05).
           10 MNT-UNITQUOT   PIC X(05).
           10 MNT-UNITQUOT-N REDEFINES MNT-UNITQUOT
                             PIC 9(05).
           10 MNT-SENSQUOT   PIC X(01).
              88 SENS-CONNU        VALUE 'D' 'I'.
           10 MNT-CGROUPE    PIC X(04).
              88 GROUPE-RETIRE     VALUE 'NONE'.
           10 FILLER         PIC X(12).

      / MAINTENANCE CONTROL REPORT - one line per action card
       FD  FILERPT RECORDING MODE F
           AND MNT-FMAJQUOT = SPACE
           AND MNT-SEUILALR = SPACES
           AND MNT-SEUILBLO = SPACES
           AND MNT-UNITQUOT = SPACES
           AND MNT-SENSQUOT = SPACE
           AND MNT-CGROUPE = SPACES
               MOVE 'MODIFY CARD CHANGES NOTHING' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND MNT-UNITQUOT NOT = SPACES
           AND MNT-UNITQUOT NOT NUMERIC
               MOVE 'UNITQUOT NOT NUMERIC' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND MNT-UNITQUOT NOT = SPACES
           AND MNT-UNITQUOT-N = ZERO
               MOVE 'UNITQUOT MUST BE AT LEAST 1' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND MNT-SENSQUOT NOT = SPACE
           AND NOT SENS-CONNU
               MOVE 'SENSQUOT MUST BE D OR I' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

      *  The hold must sit at or above the warn that will
      *  actually apply - the card's own warn when set, else the
      *  loaders' compiled default - or swings land on FILEREJ
      **********************************************************
      *  Add a currency to the master, active from the moment
      *  the card applies. Blank tolerance fields store zero -
      *  band not set, the shop default applies. A blank quote
      *  convention stores the plain per-one direct quote.
           MOVE MNT-LIBDEV   TO LIBDEV-M
           MOVE MNT-NBDEC-N  TO NBDEC-M
           MOVE MNT-FMAJQUOT TO FMAJQUOT-M
           ELSE
               MOVE MNT-SEUILBLO-N TO SEUILBLO-M
           END-IF
           IF MNT-UNITQUOT = SPACES
               MOVE 1 TO UNITQUOT-M
           ELSE
               MOVE MNT-UNITQUOT-N TO UNITQUOT-M
           END-IF
           IF MNT-SENSQUOT = SPACE
               MOVE 'D' TO SENSQUOT-M
           ELSE
               MOVE MNT-SENSQUOT TO SENSQUOT-M
           END-IF
           IF GROUPE-RETIRE
               MOVE SPACES TO CGROUPE-M
           ELSE
               MOVE MNT-CGROUPE TO CGROUPE-M
           END-IF
           EXEC SQL
              INSERT INTO TBDEVMAST
                 (CDEV, LIBDEV, CETAT, NBDEC, FMAJQUOT,
                  SEUILALR, SEUILBLO, UNITQUOT, SENSQUOT,
                  CGROUPE, DDMAJ, HDMAJ)
              VALUES
                 (:CDEV-M, :LIBDEV-M, 'A', :NBDEC-M, :FMAJQUOT-M,
                  :SEUILALR-M, :SEUILBLO-M, :UNITQUOT-M,
                  :SENSQUOT-M, :CGROUPE-M,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC
           PERFORM D550-CHECKSQL
       575-Update-Detail-Rtn.
      **********************************************************
      *  Modify name/decimals/must-update-daily flag/tolerance
      *  bands/quote convention/group. The card's blank fields
      *  keep the master's current value - read the row, overlay
      *  what the card supplies, verify the hold still sits at or
      *  above the effective warn (the row's own, or the compiled
      *  default when the warn is unset), write it all back.
           EXEC SQL
              SELECT LIBDEV, NBDEC, FMAJQUOT, SEUILALR, SEUILBLO,
                     UNITQUOT, SENSQUOT, CGROUPE
                INTO :LIBDEV-M, :NBDEC-M, :FMAJQUOT-M,
                     :SEUILALR-M, :SEUILBLO-M,
                     :UNITQUOT-M, :SENSQUOT-M, :CGROUPE-M
                FROM TBDEVMAST
               WHERE CDEV = :CDEV-M
           END-EXEC
           IF MNT-SEUILBLO NOT = SPACES
               MOVE MNT-SEUILBLO-N TO SEUILBLO-M
           END-IF
           IF MNT-UNITQUOT NOT = SPACES
               MOVE MNT-UNITQUOT-N TO UNITQUOT-M
           END-IF
           IF MNT-SENSQUOT NOT = SPACE
               MOVE MNT-SENSQUOT TO SENSQUOT-M
           END-IF
           IF GROUPE-RETIRE
               MOVE SPACES TO CGROUPE-M
           ELSE
               IF MNT-CGROUPE NOT = SPACES
                   MOVE MNT-CGROUPE TO CGROUPE-M
               END-IF
           END-IF

           MOVE WS-SEUIL-ECART TO WS-SEUIL-EFFECTIF
           IF SEUILALR-M > ZERO
                      FMAJQUOT=:FMAJQUOT-M,
                      SEUILALR=:SEUILALR-M,
                      SEUILBLO=:SEUILBLO-M,
                      UNITQUOT=:UNITQUOT-M,
                      SENSQUOT=:SENSQUOT-M,
                      CGROUPE=:CGROUPE-M,
                      DDMAJ=CURRENT DATE,
                      HDMAJ=CURRENT TIME
                  WHERE CDEV=:CDEV-M
