      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  DEFAY E.      VALIDATE rehearsal mode - a VALIDATE
      *                         card on FILEPRM (PGM016V job, run as
      *                         soon as the feed lands) takes FILEIN
      *                         through the whole 200/230/245/270/
      *                         275 path against the live tables and
      *                         writes the usual FILERPT, FILEREJ and
      *                         parked/restated lines, but changes
      *                         nothing: no TBDEVISE update, no
      *                         TBDEVISEH history or restatement, no
      *                         TBDEVISP park, no extract (FILEEXT is
      *                         not opened) and no FILERST checkpoint
      *                         read or written, so tonight's load
      *                         and its restart are untouched. A
      *                         header or balance failure is reported
      *                         and the rehearsal carries on to the
      *                         end of the file, so every bad record
      *                         is found in one pass. The run is
      *                         recorded in TBDEVRUN as 'PGM016V'
      *                         and ends RC=0020 on a control
      *                         failure, RC=0004 on any reject.
      * 10/14/26  DEFAY E.      Quote conventions off the master.
      *                         FILEIN quotes each currency the way
      *                         the market does - JPY per 100, HUF/
      *                         IDR per 1000, GBP/AUD indirect - and
      *                         TBDEVISE keeps it that way, but the
      *                         extract now also publishes the rate
      *                         as base currency per one unit in two
      *                         new eleven-decimal fields cut from
      *                         the filler (EXT-MTACHAT-U/-U): 550
      *                         brings UNITQUOT/SENSQUOT with the
      *                         bands and 355 normalizes (an
      *                         indirect quote inverted, sides
      *                         swapped). 230 rejects a zero rate on
      *                         an indirect currency - it cannot be
      *                         inverted, so it cannot be a real
      *                         quote.
      * 09/02/26  DEFAY E.      Records its run in the new TBDEVRUN
      *                         control table (440/460) - program,
      *                         run date, start/end, its counters
      / actually updated, for treasury/settlement to pick up.
      / EXT-DDMAJ/EXT-HDMAJ carry the exact CURRENT DATE/CURRENT
      / TIME host variables 570-Update-Table wrote to TBDEVISE.
      / EXT-MTACHAT-U/EXT-MTVENTE-U carry the same rate as base
      / currency per one unit, whatever the currency is quoted per.
       FD  FILEEXT RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-EXTRACT.
           10 EXT-MTVENTE    PIC S9(06)V9(05) USAGE COMP-3.
           10 EXT-DDMAJ      PIC X(10).
           10 EXT-HDMAJ      PIC X(08).
           10 EXT-MTACHAT-U  PIC S9(07)V9(11) USAGE COMP-3.
           10 EXT-MTVENTE-U  PIC S9(07)V9(11) USAGE COMP-3.
           10 FILLER         PIC X(27).

      / OPTIONAL RUN-MODE PARAMETER - one card; RECYCLE means
      / FILEIN is a corrected copy of a reject file, not the
      / provider feed; VALIDATE means a rehearsal that checks the
      / feed and applies nothing. No DD or a blank card is the
      / normal load.
       FD  FILEPRM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-FMPRM.
           10 WS-MODE-SW      PIC X(01).
              88 MODE-NORMAL     VALUE 'N'.
              88 MODE-RECYCLAGE  VALUE 'R'.
              88 MODE-VALIDATION VALUE 'V'.

      / NEW-RATE TIMESTAMP HOST VARIABLES - SELECTed once from DB2 in
      / 570-Update-Table and reused for both the UPDATE and the
           10 WS-ARRONDI-ACHAT  PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-ARRONDI-VENTE  PIC S9(06)V9(05) USAGE COMP-3.

      / QUOTE-CONVENTION WORK AREAS - the CDEV's UNITQUOT/SENSQUOT
      / off the master (550), and the per-one-unit rate 355 turns
      / the applied quote into for the extract (eleven decimals so
      / a per-1000 quote keeps its significant digits)
       01 FILLER.
           10 WS-UNITQUOT       PIC S9(09) USAGE COMP.
           10 WS-SENSQUOT       PIC X(01).
           10 WS-U-ACHAT        PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-U-VENTE        PIC S9(07)V9(11) USAGE COMP-3.

      / FORWARD-DATED RATE WORK AREAS - FM-DDEFFET held numeric for
      / the against-run-date compare, recut to ISO for the TBDEVISP
      / park. The recut is assembled in the WS-EFFET-EDIT group and
      / CONTROL-REPORT PRINT LINES
       01 WS-LIGNE-ENTETE1   PIC X(132) VALUE
           'PGM016 - DAILY EXCHANGE RATE CONTROL REPORT'.
       01 WS-LIGNE-ENTETE1V  PIC X(132) VALUE
           'PGM016 - DAILY EXCHANGE RATE CONTROL REPORT - VALIDATE REHEA
      -    'RSAL, NOTHING APPLIED'.
       01 WS-LIGNE-ENTETE2   PIC X(132) VALUE
           'CDEV      OLD-ACHAT      NEW-ACHAT        ECART-A
      -    '  OLD-VENTE      NEW-VENTE        ECART-V  ALERT'.
           10 FILLER            PIC X(91) VALUE SPACES.

      / RUN-STATISTICS WORK AREAS - start-of-run stamp captured by
      / 440, the TBDEVRUN row written by 460 at end of run (a
      / rehearsal records itself as PGM016V, not as the load)
       01 FILLER.
           10 WS-HDDEBUT     PIC X(08).
           10 WS-CRETOUR     PIC S9(04) USAGE COMP.
           10 WS-CPGM        PIC X(08).

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA 

       000-OFILES.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE ZERO TO WS-CRETOUR
           PERFORM 440-Stamp-Start-Rtn
           PERFORM 020-Read-Mode-Rtn
           PERFORM 410-Read-Checkpoint-Rtn
           OPEN INPUT FILEIN
           PERFORM 010-Reposition-Rtn
           EVALUATE TRUE
              WHEN MODE-VALIDATION
                 OPEN OUTPUT FILEREJ
                 OPEN OUTPUT FILERPT
                 PERFORM 810-Print-Header-Rtn
              WHEN RESTART-OUI
                 OPEN EXTEND FILEREJ
                 OPEN EXTEND FILERPT
                 OPEN EXTEND FILEEXT
              WHEN OTHER
                 OPEN OUTPUT FILEREJ
                 OPEN OUTPUT FILERPT
                 OPEN OUTPUT FILEEXT
                 PERFORM 810-Print-Header-Rtn
           END-EVALUATE
           IF NOT MODE-VALIDATION
               OPEN OUTPUT FILERST
           END-IF
           .

       020-Read-Mode-Rtn.
      *  RECYCLE - then FILEIN is a corrected reject file and
      *  the bytes FM-DDEFFET sits on are the old reject reason,
      *  so every record is taken as effective immediately.
      *  VALIDATE is a rehearsal against the provider feed: every
      *  check runs, nothing is applied.
           SET MODE-NORMAL TO TRUE
           MOVE 'PGM016' TO WS-CPGM
           OPEN INPUT FILEPRM
           IF FS-FILEPRM = '00'
               READ FILEPRM
                   DISPLAY 'PGM016 - RECYCLE RUN AGAINST A'
                           ' CORRECTED REJECT FILE'
               END-IF
               IF FS-FILEPRM = '00' AND PRM-MODE = 'VALIDATE'
                   SET MODE-VALIDATION TO TRUE
                   MOVE 'PGM016V' TO WS-CPGM
                   DISPLAY 'PGM016 - VALIDATE REHEARSAL - NOTHING'
                           ' WILL BE APPLIED'
               END-IF
               CLOSE FILEPRM
           END-IF
           .
      *  past the TRL record, and a same-day restart would skip
      *  it and fail a complete, balanced file as header-without-
      *  trailer. Skipping the checkpoint here means a restart
      *  always re-reads the trailer. A rehearsal applies nothing,
      *  so it has nothing to commit or restart from.
               IF NOT FM-TYPE-FIN AND NOT MODE-VALIDATION
                   PERFORM 420-Checkpoint-Rtn
               END-IF
               PERFORM 210-Read-File
                           ' IS NEITHER THE RUN DATE ' WS-TODAY
                           ' NOR THE LAST TRADING DAY '
                           WS-VEILLE-NUM
                   PERFORM 247-Control-Failure-Rtn
               END-IF
           END-IF
           .
                             ' TRAILER CLAIMS ' WS-TRL-HASH-ACHAT
                     DISPLAY 'HASH VENTE '     WS-HASH-VENTE
                             ' TRAILER CLAIMS ' WS-TRL-HASH-VENTE
                     PERFORM 247-Control-Failure-Rtn
                 END-IF
              WHEN ENTETE-VUE
                 DISPLAY 'PGM016 - FILEIN HEADER WITHOUT TRAILER'
                         ' - TRANSMISSION TRUNCATED'
                 PERFORM 247-Control-Failure-Rtn
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       247-Control-Failure-Rtn.
      **********************************************************
      *  A failed file control stops the load RC=0020 on the
      *  spot. A rehearsal has nothing to protect - it notes the
      *  RC=0020 and carries on, so one pass finds every bad
      *  record the provider has to resend.
           IF MODE-VALIDATION
               MOVE 0020 TO WS-CRETOUR
           ELSE
               MOVE 0020 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       200-Verify-Record.
      **********************************************************
      *  Reject a record before it ever reaches the UPDATE: blank
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND (NOT MODE-RECYCLAGE)
           AND (NOT FM-EFFET-IMMEDIAT)
           AND (FM-DDEFFET NOT NUMERIC)
               MOVE 'DDEFFET NOT NUMERIC YYYYMMDD' TO WS-REJ-RAISON
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND (NOT MODE-RECYCLAGE)
           AND (NOT FM-EFFET-IMMEDIAT)
               PERFORM 250-Verify-Effet-Date-Rtn
           END-IF
      *  every as-of reader now answers the restated figure for
      *  that date), or a row is inserted at the date when none
      *  exists. TBDEVISE is never touched - the current value
      *  was not restated. A rehearsal reads the row it would
      *  repair, for the RESTATED line, and writes nothing.
           MOVE FM-MTACHAT TO WS-MTACHAT
           MOVE FM-MTVENTE TO WS-MTVENTE
           EXEC SQL
           END-EXEC
           PERFORM D550-CHECKSQL

           EVALUATE TRUE
              WHEN MODE-VALIDATION
                 IF RETRO-ROW-ABSENTE
                     MOVE ZERO TO WS-OLD-MTACHAT
                     MOVE ZERO TO WS-OLD-MTVENTE
                 END-IF
              WHEN RETRO-ROW-TROUVEE
                 EXEC SQL
                    UPDATE TBDEVISEH
                    SET MTACHAT=:WS-MTACHAT,
                        MTVENTE=:WS-MTVENTE,
                        CORIGINE='R',
                        CUSER='PGM016',
                        DDSAISIE=:WS-NEW-DDMAJ,
                        HDSAISIE=:WS-NEW-HDMAJ
                    WHERE CDEV  = :WS-CDEV
                      AND DDMAJ = :WS-EFFET-ISO
                      AND HDMAJ = :WS-RETRO-HDMAJ
                 END-EXEC
                 PERFORM D550-CHECKSQL
              WHEN OTHER
      *  No rate event that day - the restated figure becomes the
      *  day's own event, effective from its start.
                 MOVE ZERO TO WS-OLD-MTACHAT
                 MOVE ZERO TO WS-OLD-MTVENTE
                 EXEC SQL
                    INSERT INTO TBDEVISEH
                       (CDEV, MTACHAT, MTVENTE, DDMAJ, HDMAJ,
                        CORIGINE, CUSER, DDSAISIE, HDSAISIE)
                    VALUES
                       (:WS-CDEV, :WS-MTACHAT, :WS-MTVENTE,
                        :WS-EFFET-ISO, '00.00.00',
                        'R', 'PGM016', :WS-NEW-DDMAJ, :WS-NEW-HDMAJ)
                 END-EXEC
                 PERFORM D550-CHECKSQL
           END-EVALUATE

           ADD 1 TO WS-CPT-RETRO
           PERFORM 827-Print-Restated-Rtn
                 MOVE 'CDEV SUSPENDED IN CURRENCY MASTER' TO
                      WS-REJ-RAISON
                 SET RECORD-INVALIDE TO TRUE
              WHEN WS-SENSQUOT = 'I'
               AND (FM-MTACHAT = ZERO OR FM-MTVENTE = ZERO)
                 MOVE 'ZERO RATE ON AN INDIRECT QUOTE' TO
                      WS-REJ-RAISON
                 SET RECORD-INVALIDE TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
       570-Update-Table.
      **********************************************************
      *  Update mtachat/mtvente of the row CSR-DEVISE is
      *  positioned on. A rehearsal counts and reports the rate
      *  it would have applied and stops there - no history, no
      *  update, no extract.
           DISPLAY FM-CDEV    ' - '
                   FM-MTACHAT ' - '
                   FM-MTVENTE
      * DON'T FORGET TO MOVE FILE VALUES TO WS VALUES
           MOVE FM-MTACHAT TO WS-MTACHAT
           MOVE FM-MTVENTE TO WS-MTVENTE
           IF MODE-VALIDATION
               ADD 1 TO WS-CPT-MAJ
               PERFORM 820-Print-Detail-Rtn
           ELSE
               PERFORM 575-Apply-Rate-Rtn
           END-IF
           .

       575-Apply-Rate-Rtn.
      **********************************************************
      *  History first, then the update, then the extract - one
      *  clock reading for all three.
           EXEC SQL
              SELECT CURRENT DATE, CURRENT TIME
                INTO :WS-NEW-DDMAJ, :WS-NEW-HDMAJ
           MOVE WS-ARRONDI-VENTE TO EXT-MTVENTE
           MOVE WS-NEW-DDMAJ TO EXT-DDMAJ
           MOVE WS-NEW-HDMAJ TO EXT-HDMAJ
           PERFORM 355-Normalize-Quote-Rtn
           MOVE WS-U-ACHAT   TO EXT-MTACHAT-U
           MOVE WS-U-VENTE   TO EXT-MTVENTE-U
           WRITE ENREG-EXTRACT
           .

       355-Normalize-Quote-Rtn.
      **********************************************************
      *  The applied quote into base currency per one unit,
      *  through the currency's UNITQUOT/SENSQUOT: a direct quote
      *  divides by its unit; an indirect quote is inverted, the
      *  sides swapping (the bank's buy is the inverse of the
      *  quoted sell) so the spread stays on the bank's side. A
      *  zero indirect quote never gets this far - it is
      *  rejected on the way in.
           IF WS-UNITQUOT NOT > ZERO
               MOVE 1 TO WS-UNITQUOT
           END-IF
           IF WS-SENSQUOT = 'I'
               COMPUTE WS-U-ACHAT ROUNDED = WS-UNITQUOT / WS-MTVENTE
                  ON SIZE ERROR
                       MOVE ZERO TO WS-U-ACHAT
               END-COMPUTE
               COMPUTE WS-U-VENTE ROUNDED = WS-UNITQUOT / WS-MTACHAT
                  ON SIZE ERROR
                       MOVE ZERO TO WS-U-VENTE
               END-COMPUTE
           ELSE
               COMPUTE WS-U-ACHAT ROUNDED = WS-MTACHAT / WS-UNITQUOT
               COMPUTE WS-U-VENTE ROUNDED = WS-MTVENTE / WS-UNITQUOT
           END-IF
           .

       350-Round-Nbdec-Rtn.
      **********************************************************
      *  Round the applied rate to the currency's NBDEC decimal
      *  master and classify it: active, suspended, or unknown.
      *  The currency's tolerance bands come back with the state
      *  - an unset warn band (zero) falls back to the compiled
      *  default, an unset hold band applies no hold - and so
      *  does its quote convention, for the extract.
           EXEC SQL
              SELECT CETAT, SEUILALR, SEUILBLO, NBDEC,
                     UNITQUOT, SENSQUOT
                INTO :CETAT-M, :SEUILALR-M, :SEUILBLO-M, :NBDEC-M,
                     :UNITQUOT-M, :SENSQUOT-M
                FROM TBDEVMAST
               WHERE CDEV = :CDEV-M
           END-EXEC
           MOVE WS-SEUIL-ECART TO WS-SEUIL-ALERTE
           MOVE ZERO           TO WS-SEUIL-BLOCAGE
           MOVE 5              TO WS-NBDEC
           MOVE 1              TO WS-UNITQUOT
           MOVE 'D'            TO WS-SENSQUOT
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 SET MAST-INCONNU TO TRUE
                 END-IF
                 MOVE SEUILBLO-M TO WS-SEUIL-BLOCAGE
                 MOVE NBDEC-M    TO WS-NBDEC
                 MOVE UNITQUOT-M TO WS-UNITQUOT
                 MOVE SENSQUOT-M TO WS-SENSQUOT
           END-EVALUATE
           .

      *  The record's value date is still ahead - park it in
      *  TBDEVISP for the nightly activation step (PGM023) to
      *  promote when the date arrives. A resent CDEV + DDEFFET
      *  replaces the earlier park: latest transmission wins. A
      *  rehearsal shows the PARKED line and parks nothing.
           MOVE FM-CDEV       TO WS-CDEV
           MOVE FM-MTACHAT    TO WS-MTACHAT
           MOVE FM-MTVENTE    TO WS-MTVENTE
           MOVE WS-EFFET-MM   TO WS-EISO-MM
           MOVE WS-EFFET-JJ   TO WS-EISO-JJ
           MOVE WS-EFFET-EDIT TO WS-EFFET-ISO
           IF NOT MODE-VALIDATION
               PERFORM 566-Insert-Pending-Rtn
           END-IF

           ADD 1 TO WS-CPT-PARK
           PERFORM 825-Print-Pending-Rtn
           .

       566-Insert-Pending-Rtn.
      **********************************************************
      *  Replace any earlier park of this CDEV + DDEFFET with
      *  this one.
           EXEC SQL
              DELETE FROM TBDEVISP
               WHERE CDEV    = :WS-CDEV
                  :WS-EFFET-ISO, CURRENT DATE, CURRENT TIME)
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       320-Write-Reject-Rtn.
           SET TRAILER-ABSENT TO TRUE
           SET CKPT-WAS-COMPLETE TO TRUE
           SET RESTART-NON TO TRUE
      *  A rehearsal never resumes anything - tonight's load owns
      *  FILERST, so it is not even opened.
           IF NOT MODE-VALIDATION
               OPEN INPUT FILERST
               IF FS-FILERST = '00'
                   PERFORM UNTIL END-FILERST
                       PERFORM 415-Read-One-Checkpoint-Rtn
                   END-PERFORM
                   CLOSE FILERST
               END-IF
           END-IF

           IF (WS-CKPT-RUN-DATE = WS-TODAY) AND (CKPT-WAS-INCOMPLETE)

       810-Print-Header-Rtn.
      **********************************************************
      *  Column headers for the daily control report - a
      *  rehearsal's title says nothing was applied.
           IF MODE-VALIDATION
               WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE1V
           ELSE
               WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE1
           END-IF
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE2
           .


       999-CFILES.
      **********************************************************
      *  This routine should close file(s). A rehearsal writes no
      *  checkpoint and has no FILERST/FILEEXT open; it ends
      *  RC=0020 on a failed file control (247), else RC=0004
      *  when any record would have been rejected.
           IF MODE-VALIDATION
               IF WS-CRETOUR = ZERO AND WS-CPT-REJ > ZERO
                   MOVE 0004 TO WS-CRETOUR
               END-IF
               PERFORM 460-Record-Run-Rtn
               EXEC SQL COMMIT END-EXEC
               PERFORM D550-CHECKSQL
               PERFORM 890-Print-Summary-Rtn
               CLOSE FILEIN
               CLOSE FILEREJ
               CLOSE FILERPT
               MOVE WS-CRETOUR TO RETURN-CODE
           ELSE
               PERFORM 995-Close-Load-Rtn
           END-IF
           .

       995-Close-Load-Rtn.
      **********************************************************
      *  End of a load: run row, commit, then the complete
      *  checkpoint so tomorrow starts fresh.
           PERFORM 460-Record-Run-Rtn
           EXEC SQL COMMIT END-EXEC
           PERFORM D550-CHECKSQL
      **********************************************************
      *  One TBDEVRUN row per run, for PGM033's weekly trend
      *  report and for ops to see the chain ran at all.
      *  lus/maj/rej as counted; CPTPARK = parked rates. A
      *  rehearsal's row is PGM016V, so it never passes for the
      *  load itself.
           EXEC SQL
              INSERT INTO TBDEVRUN
                 (CPGM, DDRUN, HDDEBUT, HDFIN,
                  CPTLUS, CPTMAJ, CPTREJ, CPTPARK, CRETOUR)
              VALUES
                 (:WS-CPGM, CURRENT DATE, :WS-HDDEBUT, CURRENT TIME,
                  :WS-CPT-LUS, :WS-CPT-MAJ,
                  :WS-CPT-REJ, :WS-CPT-PARK, :WS-CRETOUR)
           END-EXEC
