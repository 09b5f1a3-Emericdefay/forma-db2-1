      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  DEFAY E.      Treasury hears of an activated rate
      *                         when it goes live instead of at the
      *                         next fixing: 325 puts a rate-change
      *                         event (PGM044E - CDEV, old and new
      *                         rates, origin 'P', effective stamp)
      *                         on FX.RATE.EVENTS for every
      *                         promotion, under MQ syncpoint; 999
      *                         commits the queue (990) right after
      *                         the DB2 COMMIT and D520 backs it out,
      *                         so an event never outlives its
      *                         promotion. The queue manager is the
      *                         batch default (050). A failed
      *                         connect or put does not stop the
      *                         activation - it is DISPLAYed and
      *                         counted on the report, and PGM044's
      *                         end-of-day reconciliation reports
      *                         each change that went out without
      *                         its event.
      * 10/14/26  DEFAY E.      The extract follows PGM016's: two new
      *                         eleven-decimal fields cut from the
      *                         filler carry the promoted rate as
      *                         base currency per one unit (550
      *                         brings UNITQUOT/SENSQUOT, 355
      *                         normalizes), and a zero rate parked
      *                         for an indirect currency is rejected
      *                         instead of promoted.
      * 09/02/26  DEFAY E.      Records its run in the new TBDEVRUN
      *                         control table (440/460) - program,
      *                         run date, start/end, its counters
           10 EXT-MTVENTE    PIC S9(06)V9(05) USAGE COMP-3.
           10 EXT-DDMAJ      PIC X(10).
           10 EXT-HDMAJ      PIC X(08).
           10 EXT-MTACHAT-U  PIC S9(07)V9(11) USAGE COMP-3.
           10 EXT-MTVENTE-U  PIC S9(07)V9(11) USAGE COMP-3.
           10 FILLER         PIC X(27).

      *****************************************************************
       WORKING-STORAGE SECTION.
           10 WS-ARRONDI-ACHAT  PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-ARRONDI-VENTE  PIC S9(06)V9(05) USAGE COMP-3.

      / QUOTE-CONVENTION WORK AREAS - the CDEV's UNITQUOT/SENSQUOT
      / off the master (550), and the per-one-unit rate 355 turns
      / the promoted quote into for the extract (eleven decimals so
      / a per-1000 quote keeps its significant digits)
       01 FILLER.
           10 WS-UNITQUOT       PIC S9(09) USAGE COMP.
           10 WS-SENSQUOT       PIC X(01).
           10 WS-U-ACHAT        PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-U-VENTE        PIC S9(07)V9(11) USAGE COMP-3.

      / ACTIVATION REPORT PRINT LINES
       01 WS-LIGNE-ENTETE1   PIC X(132) VALUE
           'PGM023 - PENDING RATE ACTIVATION REPORT'.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'RATES DEFERRED  : '.
           10 WS-LT-DIFF  PIC ZZZ,ZZ9.
       01 WS-LIGNE-TOTAL2.
           10 FILLER      PIC X(18) VALUE 'EVENTS NOT SENT : '.
           10 WS-LT-EVT-KO PIC ZZZ,ZZ9.

      / DEFERRED-RATE REPORT LINE - a rate due on a closed day
      / takes no variance line (nothing changed); it shows as
           10 WS-HDDEBUT     PIC X(08).
           10 WS-CRETOUR     PIC S9(04) USAGE COMP.

      / RATE-CHANGE EVENT PUBLICATION - the connection 050 makes
      / to the batch default queue manager, the queue 325 puts
      / each promotion's event to, the call outcome, and the
      / events that could not be put
       01 FILLER.
           10 WS-MQ-QMGR       PIC X(48) VALUE SPACES.
           10 WS-MQ-HCONN      PIC S9(09) USAGE COMP.
           10 WS-MQ-QUEUE      PIC X(48) VALUE 'FX.RATE.EVENTS'.
           10 WS-MQ-LONG       PIC S9(09) USAGE COMP.
           10 WS-MQ-COMPCODE   PIC S9(09) USAGE COMP.
           10 WS-MQ-REASON     PIC S9(09) USAGE COMP.
           10 WS-MQ-SW         PIC X(01) VALUE 'N'.
              88 MQ-CONNECTE     VALUE 'O'.
              88 MQ-DECONNECTE   VALUE 'N'.
           10 WS-CPT-EVT-KO    PIC 9(07) USAGE COMP.

      / THE EVENT MESSAGE ITSELF
           COPY PGM044E.

      / MQSERIES API CONSTANTS AND STRUCTURES
       01 MQM-CONSTANTS.
           COPY CMQV.
       01 MQM-OBJECT-DESCRIPTOR.
           COPY CMQODV.
       01 MQM-MESSAGE-DESCRIPTOR.
           COPY CMQMDV.
       01 MQM-PUT-MESSAGE-OPTIONS.
           COPY CMQPMOV.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 3xx : Reject/Extract/Event output handling
      *    - 5xx : SQL Handling
      *    - 8xx : Control report
      *    - 9xx : Close files
           MOVE ZERO TO WS-CPT-MAJ
           MOVE ZERO TO WS-CPT-REJ
           MOVE ZERO TO WS-CPT-DIFF
           MOVE ZERO TO WS-CPT-EVT-KO
           OPEN OUTPUT FILEREJ
           OPEN OUTPUT FILERPT
           OPEN OUTPUT FILEEXT
           PERFORM 050-Connect-Queue-Rtn
           PERFORM 810-Print-Header-Rtn
           .

       050-Connect-Queue-Rtn.
      **********************************************************
      *  Connect to the batch default queue manager for the
      *  promotions' events. No connection is no reason to hold
      *  the activation back - 325 counts every event it then
      *  cannot put.
           CALL 'MQCONN' USING WS-MQ-QMGR, WS-MQ-HCONN,
                               WS-MQ-COMPCODE, WS-MQ-REASON
           IF WS-MQ-COMPCODE = MQCC-FAILED
               SET MQ-DECONNECTE TO TRUE
               DISPLAY 'PGM023 - MQCONN FAILED, REASON '
                       WS-MQ-REASON
                       ' - PROMOTIONS POST WITHOUT EVENTS'
           ELSE
               SET MQ-CONNECTE TO TRUE
           END-IF
           .

       100-Main.
      **********************************************************
      *  Walk every pending rate that has fallen due and promote
                      WS-REJ-RAISON
                 PERFORM 320-Write-Reject-Rtn
                 ADD 1 TO WS-CPT-REJ
              WHEN WS-SENSQUOT = 'I'
               AND (WS-MTACHAT = ZERO OR WS-MTVENTE = ZERO)
                 MOVE 'ZERO RATE ON AN INDIRECT QUOTE' TO
                      WS-REJ-RAISON
                 PERFORM 320-Write-Reject-Rtn
                 ADD 1 TO WS-CPT-REJ
              WHEN OTHER
                 PERFORM 520-Cursor-Open-Rtn
                 PERFORM 530-Cursor-Fetch-Rtn
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

           ADD 1 TO WS-CPT-MAJ
           PERFORM 820-Print-Detail-Rtn
           PERFORM 322-Write-Extract-Rtn
           PERFORM 325-Put-Event-Rtn
           .

       580-Delete-Pending-Rtn.
           MOVE WS-ARRONDI-VENTE TO EXT-MTVENTE
           MOVE WS-NEW-DDMAJ TO EXT-DDMAJ
           MOVE WS-NEW-HDMAJ TO EXT-HDMAJ
           PERFORM 355-Normalize-Quote-Rtn
           MOVE WS-U-ACHAT   TO EXT-MTACHAT-U
           MOVE WS-U-VENTE   TO EXT-MTVENTE-U
           WRITE ENREG-EXTRACT
           .

       325-Put-Event-Rtn.
      **********************************************************
      *  Tell treasury the promoted rate is live - one
      *  FX.RATE.EVENTS message under MQ syncpoint, released by
      *  990 once the DB2 COMMIT has made the promotion stick.
      *  The rate replaced is the row 530 fetched - the key of
      *  the history row 560 wrote.
           IF MQ-DECONNECTE
               ADD 1 TO WS-CPT-EVT-KO
           ELSE
               MOVE WS-CDEV          TO EVT-CDEV1
               MOVE SPACES           TO EVT-CDEV2
               MOVE WS-OLD-MTACHAT   TO EVT-OLD-MTACHAT
               MOVE WS-OLD-MTVENTE   TO EVT-OLD-MTVENTE
               MOVE WS-MTACHAT       TO EVT-NEW-MTACHAT
               MOVE WS-MTVENTE       TO EVT-NEW-MTVENTE
               MOVE 'P'              TO EVT-CORIGINE
               MOVE 'PGM023'         TO EVT-CUSER
               MOVE WS-NEW-DDMAJ     TO EVT-DDMAJ
               MOVE WS-NEW-HDMAJ     TO EVT-HDMAJ
               MOVE WS-OLD-DDMAJ     TO EVT-OLD-DDMAJ
               MOVE WS-OLD-HDMAJ     TO EVT-OLD-HDMAJ
               MOVE 'PGM023'         TO EVT-CPGM

               MOVE MQOT-Q           TO MQOD-OBJECTTYPE
               MOVE WS-MQ-QUEUE      TO MQOD-OBJECTNAME
               MOVE MQMT-DATAGRAM    TO MQMD-MSGTYPE
               MOVE MQPER-PERSISTENT TO MQMD-PERSISTENCE
               MOVE MQFMT-STRING     TO MQMD-FORMAT
               MOVE MQMI-NONE        TO MQMD-MSGID
               MOVE MQCI-NONE        TO MQMD-CORRELID
               COMPUTE MQPMO-OPTIONS = MQPMO-SYNCPOINT
                                     + MQPMO-NEW-MSG-ID
                                     + MQPMO-FAIL-IF-QUIESCING
               MOVE LENGTH OF EVT-MESSAGE TO WS-MQ-LONG
               CALL 'MQPUT1' USING WS-MQ-HCONN, MQOD, MQMD, MQPMO,
                                   WS-MQ-LONG, EVT-MESSAGE,
                                   WS-MQ-COMPCODE, WS-MQ-REASON
               IF WS-MQ-COMPCODE NOT = MQCC-OK
                   ADD 1 TO WS-CPT-EVT-KO
                   DISPLAY 'PGM023 - EVENT NOT PUT FOR ' WS-CDEV
                           ', REASON ' WS-MQ-REASON
               END-IF
           END-IF
           .

       355-Normalize-Quote-Rtn.
      **********************************************************
      *  The promoted quote into base currency per one unit,
      *  through the currency's UNITQUOT/SENSQUOT: a direct quote
      *  divides by its unit; an indirect quote is inverted, the
      *  sides swapping (the bank's buy is the inverse of the
      *  quoted sell) so the spread stays on the bank's side. A
      *  zero indirect quote never gets this far - it is
      *  rejected before promotion.
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
      *  Round the promoted rate to the currency's NBDEC decimal
           MOVE WS-CPT-REJ     TO WS-LT-REJ
           MOVE WS-CPT-DIFF    TO WS-LT-DIFF
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL
           MOVE WS-CPT-EVT-KO  TO WS-LT-EVT-KO
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL2
           .

       999-CFILES.
           PERFORM 460-Record-Run-Rtn
           EXEC SQL COMMIT END-EXEC
           PERFORM D550-CHECKSQL
           PERFORM 990-Commit-Queue-Rtn
           PERFORM 890-Print-Summary-Rtn
           CLOSE FILEREJ
           CLOSE FILERPT
           CLOSE FILEEXT
           .

       990-Commit-Queue-Rtn.
      **********************************************************
      *  The promotions are committed - release their events and
      *  let go of the queue manager. A failed MQCMIT loses the
      *  run's events, never a rate; PGM044 reports the changes.
           IF MQ-CONNECTE
               CALL 'MQCMIT' USING WS-MQ-HCONN,
                                   WS-MQ-COMPCODE, WS-MQ-REASON
               IF WS-MQ-COMPCODE NOT = MQCC-OK
                   DISPLAY 'PGM023 - MQCMIT FAILED, REASON '
                           WS-MQ-REASON
                           ' - EVENTS OF THIS RUN NOT RELEASED'
               END-IF
               CALL 'MQDISC' USING WS-MQ-HCONN,
                                   WS-MQ-COMPCODE, WS-MQ-REASON
               SET MQ-DECONNECTE TO TRUE
           END-IF
           .

       440-Stamp-Start-Rtn.
      **********************************************************
      *  One clock reading at start of run - the TBDEVRUN row 460
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           IF MQ-CONNECTE
               CALL 'MQBACK' USING WS-MQ-HCONN,
                                   WS-MQ-COMPCODE, WS-MQ-REASON
           END-IF
           MOVE 0016 TO RETURN-CODE
           STOP RUN
           .
