      *****************************************************************
      * Program name:    PGM044
      * Original author: DEFAY E.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  DEFAY E.      Written - the end-of-day half of the
      *                         intraday rate-change events. DL16
      *                         (PGM018), DL18 (PGM028) and PGM023
      *                         each put an event (PGM044E) on the
      *                         FX.RATE.EVENTS queue in the unit of
      *                         work of the posting it describes, so
      *                         treasury and settlement see a rate
      *                         the moment it goes live. This run
      *                         drains the queue to the sequenced
      *                         FILEEVS file (HDR, one EVT record
      *                         per event numbered from 1, TRL with
      *                         the count) and reconciles both ways
      *                         against TBDEVISEH: an event whose
      *                         history row is not there (or was
      *                         written by another posting) is an
      *                         EVENT WITHOUT POSTED CHANGE; an 'O'
      *                         or 'P' history row written since the
      *                         last run with no event drained for
      *                         it is a CHANGE POSTED WITHOUT EVENT.
      *                         The window runs from the start of
      *                         the last recorded PGM044 run to the
      *                         start of this one; an event posted
      *                         after this run started is put back
      *                         for tomorrow's file, where its
      *                         history row will be reconciled. The
      *                         gets commit only once the file is
      *                         written and the run recorded - an
      *                         abend leaves every event on the
      *                         queue. Any exception ends RC=0004.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM044.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/15/26.
       DATE-COMPILED. 10/15/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEEVS ASSIGN TO FILEEVS
           FILE STATUS IS FS-FILEEVS.

           SELECT FILERPT ASSIGN TO FILERPT
           FILE STATUS IS FS-FILERPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      / SEQUENCED EVENT FILE - the day's events as drained, framed by
      / a header carrying the reconciliation window and a trailer
      / carrying the event count
       FD  FILEEVS RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-EVS.
           10 EVS-TYPE       PIC X(03).
           10 EVS-NOSEQ      PIC 9(09).
           10 EVS-EVENEMENT  PIC X(120).
       01  ENREG-EVS-ENTETE.
           10 EVH-TYPE       PIC X(03).
           10 EVH-NOSEQ      PIC 9(09).
           10 EVH-DEPUIS-DD  PIC X(10).
           10 EVH-DEPUIS-HD  PIC X(08).
           10 EVH-JUSQUA-DD  PIC X(10).
           10 EVH-JUSQUA-HD  PIC X(08).
           10 FILLER         PIC X(84).
       01  ENREG-EVS-FIN.
           10 EVF-TYPE       PIC X(03).
           10 EVF-NOSEQ      PIC 9(09).
           10 EVF-NBEVT      PIC 9(09).
           10 FILLER         PIC X(111).

      / RECONCILIATION REPORT
       FD  FILERPT RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-RAPPORT     PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEEVS PIC X(2).

       01 FS-FILERPT PIC X(2).

      / RECONCILIATION WINDOW - from the start of the last recorded
      / PGM044 run (545) to the start of this one (440)
       01 FILLER.
           10 WS-DEPUIS-DD   PIC X(10).
           10 WS-DEPUIS-HD   PIC X(08).
           10 WS-JUSQUA-DD   PIC X(10).
           10 WS-JUSQUA-HD   PIC X(08).

      / QUEUE ACCESS - the batch default queue manager, the event
      / queue opened for exclusive input, the call outcome
       01 FILLER.
           10 WS-MQ-QMGR       PIC X(48) VALUE SPACES.
           10 WS-MQ-HCONN      PIC S9(09) USAGE COMP.
           10 WS-MQ-HOBJ       PIC S9(09) USAGE COMP.
           10 WS-MQ-QUEUE      PIC X(48) VALUE 'FX.RATE.EVENTS'.
           10 WS-MQ-OPTIONS    PIC S9(09) USAGE COMP.
           10 WS-MQ-LONG       PIC S9(09) USAGE COMP.
           10 WS-MQ-DATALEN    PIC S9(09) USAGE COMP.
           10 WS-MQ-COMPCODE   PIC S9(09) USAGE COMP.
           10 WS-MQ-REASON     PIC S9(09) USAGE COMP.
           10 WS-MQ-APPEL      PIC X(08).
           10 WS-MQ-SW         PIC X(01) VALUE 'N'.
              88 MQ-CONNECTE     VALUE 'O'.
              88 MQ-DECONNECTE   VALUE 'N'.

      / THE EVENT MESSAGE CURRENTLY DRAINED
           COPY PGM044E.

      / MQSERIES API CONSTANTS AND STRUCTURES
       01 MQM-CONSTANTS.
           COPY CMQV.
       01 MQM-OBJECT-DESCRIPTOR.
           COPY CMQODV.
       01 MQM-MESSAGE-DESCRIPTOR.
           COPY CMQMDV.
       01 MQM-GET-MESSAGE-OPTIONS.
           COPY CMQGMOV.
       01 MQM-PUT-MESSAGE-OPTIONS.
           COPY CMQPMOV.

      / END-OF-QUEUE SWITCH - set by 015-Get-Event-Rtn, with the
      / shape of the message it got
       01 FILLER.
           10 WS-FIN-SW      PIC X(01).
              88 FIN-EVENEMENTS    VALUE 'O'.
              88 ENCORE-EVENEMENTS VALUE 'N'.
           10 WS-FORME-SW    PIC X(01).
              88 EVT-BIEN-FORME    VALUE 'O'.
              88 EVT-MAL-FORME     VALUE 'N'.

      / EVENT-TO-CHANGE OUTCOME - set by 555/556
       01 FILLER.
           10 WS-CHG-SW      PIC X(01).
              88 CHANGE-TROUVEE    VALUE 'O'.
              88 CHANGE-ABSENTE    VALUE 'N'.

      / END-OF-CURSOR SWITCH - set by 530-Histo-Fetch-Rtn
       01 FILLER.
           10 WS-FINH-SW     PIC X(01).
              88 FIN-HISTO         VALUE 'O'.
              88 ENCORE-HISTO      VALUE 'N'.

      / DRAINED EVENTS HELD IN STORAGE - every single-currency event
      / drained is kept by its history-row key so 160 can tell, for
      / each history row of the window, whether an event came for
      / it; a day's intraday postings stay well inside the bound.
       01 FILLER.
           10 WS-TB-MAX      PIC 9(04) USAGE COMP VALUE 2000.
           10 WS-TB-NB       PIC 9(04) USAGE COMP VALUE ZERO.
           10 WS-TB-IDX      PIC 9(04) USAGE COMP.
           10 WS-TB-TABLE.
              15 WS-TB-ENT OCCURS 2000.
                 20 WS-TB-CDEV     PIC X(03).
                 20 WS-TB-DDMAJ    PIC X(10).
                 20 WS-TB-HDMAJ    PIC X(08).
                 20 WS-TB-VU       PIC X(01).
                    88 TB-APPARIE     VALUE 'O'.
                    88 TB-NON-APPARIE VALUE 'N'.

      / MATCH OUTCOME FOR THE HISTORY ROW IN HAND - set by 160
       01 FILLER.
           10 WS-MATCH-SW    PIC X(01).
              88 MATCH-TROUVE      VALUE 'O'.
              88 MATCH-ABSENT      VALUE 'N'.

      / CONTROL COUNTERS
       01 FILLER.
           10 WS-NOSEQ       PIC 9(09).
           10 WS-CPT-EVT     PIC 9(07) USAGE COMP.
           10 WS-CPT-APPARIE PIC 9(07) USAGE COMP.
           10 WS-CPT-SANS-MAJ PIC 9(07) USAGE COMP.
           10 WS-CPT-MALFORME PIC 9(07) USAGE COMP.
           10 WS-CPT-HISTO   PIC 9(07) USAGE COMP.
           10 WS-CPT-SANS-EVT PIC 9(07) USAGE COMP.
           10 WS-CPT-REPORTE PIC 9(07) USAGE COMP.
           10 WS-CPT-ANOMALIE PIC 9(07) USAGE COMP.

      / RECONCILIATION REPORT PRINT LINES
       01 WS-LIGNE-ENTETE1   PIC X(132) VALUE
           'PGM044 - RATE-CHANGE EVENT RECONCILIATION'.
       01 WS-LIGNE-FENETRE.
           10 FILLER         PIC X(21) VALUE
              'CHANGES POSTED FROM '.
           10 WS-LW-DEPUIS-DD PIC X(10).
           10 FILLER         PIC X(01) VALUE SPACES.
           10 WS-LW-DEPUIS-HD PIC X(08).
           10 FILLER         PIC X(04) VALUE ' TO '.
           10 WS-LW-JUSQUA-DD PIC X(10).
           10 FILLER         PIC X(01) VALUE SPACES.
           10 WS-LW-JUSQUA-HD PIC X(08).
           10 FILLER         PIC X(69) VALUE SPACES.
       01 WS-LIGNE-ENTETE2.
           10 FILLER         PIC X(11) VALUE '   EVENT NO'.
           10 FILLER         PIC X(09) VALUE '  PAIR'.
           10 FILLER         PIC X(03) VALUE 'O'.
           10 FILLER         PIC X(10) VALUE 'USER'.
           10 FILLER         PIC X(21) VALUE 'REPLACED RATE FROM'.
           10 FILLER         PIC X(21) VALUE 'POSTED AT'.
           10 FILLER         PIC X(15) VALUE '  PRIOR-ACHAT'.
           10 FILLER         PIC X(15) VALUE '  PRIOR-VENTE'.
           10 FILLER         PIC X(27) VALUE 'EXCEPTION'.
       01 WS-LIGNE-ANOMALIE.
           10 WS-LA-NOSEQ       PIC Z(08)9.
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LA-CDEV1       PIC X(03).
           10 WS-LA-SEP         PIC X(01).
           10 WS-LA-CDEV2       PIC X(03).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LA-ORIGINE     PIC X(01).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LA-CUSER       PIC X(08).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LA-OLD-DD      PIC X(10).
           10 FILLER            PIC X(01) VALUE SPACES.
           10 WS-LA-OLD-HD      PIC X(08).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LA-NEW-DD      PIC X(10).
           10 FILLER            PIC X(01) VALUE SPACES.
           10 WS-LA-NEW-HD      PIC X(08).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LA-OLD-A       PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LA-OLD-V       PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LA-TEXTE       PIC X(27).
       01 WS-LIGNE-TOTAL1.
           10 FILLER      PIC X(18) VALUE 'EVENTS DRAINED  : '.
           10 WS-LT-EVT   PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'MATCHED         : '.
           10 WS-LT-APPARIE PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'WITHOUT CHANGE  : '.
           10 WS-LT-SANS-MAJ PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'MALFORMED       : '.
           10 WS-LT-MALFORME PIC ZZZ,ZZ9.
       01 WS-LIGNE-TOTAL2.
           10 FILLER      PIC X(18) VALUE 'CHANGES POSTED  : '.
           10 WS-LT-HISTO PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'WITHOUT EVENT   : '.
           10 WS-LT-SANS-EVT PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'CARRIED FORWARD : '.
           10 WS-LT-REPORTE PIC ZZZ,ZZ9.

      / RUN-STATISTICS WORK AREAS - start-of-run stamp captured by
      / 440, the TBDEVRUN row written by 460 at end of run
       01 FILLER.
           10 WS-HDDEBUT     PIC X(08).
           10 WS-CRETOUR     PIC S9(04) USAGE COMP.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM033) - RUN STATISTICS
           EXEC SQL INCLUDE DBCTBDR
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM016) - RATE HISTORY
           EXEC SQL INCLUDE DBCTBDH
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM017) - CROSS-RATE HISTORY
           EXEC SQL INCLUDE DBCTBDXH
           END-EXEC.

      / CURSOR - every history row an intraday posting wrote inside
      / the window ('O' DL16/DL18, 'P' PGM023), in posting order.
      / Read-only.
           EXEC SQL
              DECLARE CSR-HISTO CURSOR FOR
              SELECT CDEV, MTACHAT, MTVENTE, DDMAJ, HDMAJ,
                     CORIGINE, CUSER, DDSAISIE, HDSAISIE
                FROM TBDEVISEH
               WHERE CORIGINE IN ('O', 'P')
                 AND TIMESTAMP(DDSAISIE, HDSAISIE) >=
                     TIMESTAMP(:WS-DEPUIS-DD, :WS-DEPUIS-HD)
                 AND TIMESTAMP(DDSAISIE, HDSAISIE) <
                     TIMESTAMP(:WS-JUSQUA-DD, :WS-JUSQUA-HD)
               ORDER BY DDSAISIE, HDSAISIE, CDEV
           END-EXEC.

      /
      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 3xx : Event output handling
      *    - 5xx : SQL Handling
      *    - 8xx : Control report
      *    - 9xx : Close files
      *
      *    Input/Output managment
      *    - x1x : Perform a READ
      *    - x2x : Perform a WRITE
      *    - x3x : Perform a FETCH
      *    - x5x : Perform Comparisons
      *    - x9x : Perform a CLOSE
      *
      *    Specials
      *    -  xxx : OTHERS
      *    - Dxxx : Displays
      *****************************************************************

       PROCEDURE DIVISION.
           PERFORM 000-OFILES.
           PERFORM 100-Main.
           PERFORM 999-CFILES.
           GOBACK.

       000-OFILES.
           PERFORM 440-Stamp-Start-Rtn
           PERFORM 545-Select-Last-Run-Rtn
           MOVE ZERO TO WS-NOSEQ
           MOVE ZERO TO WS-CPT-EVT
           MOVE ZERO TO WS-CPT-APPARIE
           MOVE ZERO TO WS-CPT-SANS-MAJ
           MOVE ZERO TO WS-CPT-MALFORME
           MOVE ZERO TO WS-CPT-HISTO
           MOVE ZERO TO WS-CPT-SANS-EVT
           MOVE ZERO TO WS-CPT-REPORTE
           OPEN OUTPUT FILEEVS
           OPEN OUTPUT FILERPT
           PERFORM 050-Connect-Queue-Rtn
           PERFORM 810-Print-Header-Rtn
           PERFORM 020-Write-Header-Rtn
           .

       050-Connect-Queue-Rtn.
      **********************************************************
      *  Connect to the batch default queue manager and open the
      *  event queue for exclusive input - one drain at a time.
      *  Without the queue there is nothing to reconcile.
           MOVE 'MQCONN' TO WS-MQ-APPEL
           CALL 'MQCONN' USING WS-MQ-QMGR, WS-MQ-HCONN,
                               WS-MQ-COMPCODE, WS-MQ-REASON
           IF WS-MQ-COMPCODE = MQCC-FAILED
               PERFORM D530-MQERROR
           END-IF
           SET MQ-CONNECTE TO TRUE

           MOVE 'MQOPEN' TO WS-MQ-APPEL
           MOVE MQOT-Q       TO MQOD-OBJECTTYPE
           MOVE WS-MQ-QUEUE  TO MQOD-OBJECTNAME
           COMPUTE WS-MQ-OPTIONS = MQOO-INPUT-EXCLUSIVE
                                 + MQOO-FAIL-IF-QUIESCING
           CALL 'MQOPEN' USING WS-MQ-HCONN, MQOD, WS-MQ-OPTIONS,
                               WS-MQ-HOBJ,
                               WS-MQ-COMPCODE, WS-MQ-REASON
           IF WS-MQ-COMPCODE NOT = MQCC-OK
               PERFORM D530-MQERROR
           END-IF
           .

       100-Main.
      **********************************************************
      *  Drain the queue, reconciling each event against the
      *  change it announces, then walk the window's history
      *  rows for changes no event announced.
           PERFORM 015-Get-Event-Rtn
           PERFORM UNTIL (FIN-EVENEMENTS)
               PERFORM 120-Process-Event-Rtn
               PERFORM 015-Get-Event-Rtn
           END-PERFORM
           PERFORM 025-Write-Trailer-Rtn

           PERFORM 500-Histo-Open-Rtn
           PERFORM 530-Histo-Fetch-Rtn
           PERFORM UNTIL (FIN-HISTO)
               ADD 1 TO WS-CPT-HISTO
               PERFORM 160-Check-Change-Rtn
               PERFORM 530-Histo-Fetch-Rtn
           END-PERFORM
           PERFORM 590-Histo-Close-Rtn
           .

       120-Process-Event-Rtn.
      **********************************************************
      *  One drained message. A posting made after this run
      *  started belongs to tomorrow's window - put back, not
      *  filed. Anything else is numbered onto FILEEVS and
      *  reconciled; a message not of the event's shape is filed
      *  as received and reported.
           IF EVT-BIEN-FORME
           AND (EVT-DDMAJ > WS-JUSQUA-DD
             OR (EVT-DDMAJ = WS-JUSQUA-DD
                 AND EVT-HDMAJ NOT < WS-JUSQUA-HD))
               PERFORM 325-Requeue-Event-Rtn
               ADD 1 TO WS-CPT-REPORTE
           ELSE
               ADD 1 TO WS-CPT-EVT
               PERFORM 022-Write-Event-Rtn
               IF EVT-MAL-FORME
                   ADD 1 TO WS-CPT-MALFORME
                   MOVE 'MALFORMED EVENT MESSAGE' TO WS-LA-TEXTE
                   PERFORM 820-Print-Event-Rtn
               ELSE
                   PERFORM 150-Reconcile-Event-Rtn
               END-IF
           END-IF
           .

       150-Reconcile-Event-Rtn.
      **********************************************************
      *  Is the change the event announces on the history - the
      *  row keyed by the replaced rate's stamp, written by this
      *  same posting (origin and posting stamp agree)? A row
      *  PGM016 has since restated in place counts as found.
           IF EVT-CDEV2 = SPACES
               PERFORM 555-Select-Histo-Rtn
               PERFORM 155-Store-Event-Rtn
           ELSE
               PERFORM 556-Select-Histo-Cross-Rtn
           END-IF
           IF CHANGE-TROUVEE
               ADD 1 TO WS-CPT-APPARIE
           ELSE
               ADD 1 TO WS-CPT-SANS-MAJ
               MOVE 'EVENT WITHOUT POSTED CHANGE' TO WS-LA-TEXTE
               PERFORM 820-Print-Event-Rtn
           END-IF
           .

       155-Store-Event-Rtn.
      **********************************************************
      *  Keep the event's history-row key for 160. Past the
      *  table bound nothing has been committed - stop, and the
      *  events stay on the queue for a rerun.
           IF WS-TB-NB >= WS-TB-MAX
               DISPLAY 'PGM044 - MORE THAN ' WS-TB-MAX
                       ' EVENTS ON THE QUEUE - TABLE BOUND'
               CALL 'MQBACK' USING WS-MQ-HCONN,
                                   WS-MQ-COMPCODE, WS-MQ-REASON
               MOVE 0016 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TB-NB
           MOVE EVT-CDEV1     TO WS-TB-CDEV  (WS-TB-NB)
           MOVE EVT-OLD-DDMAJ TO WS-TB-DDMAJ (WS-TB-NB)
           MOVE EVT-OLD-HDMAJ TO WS-TB-HDMAJ (WS-TB-NB)
           SET TB-NON-APPARIE (WS-TB-NB) TO TRUE
           .

       160-Check-Change-Rtn.
      **********************************************************
      *  One history row of the window - serial search of the
      *  drained events on its key; none is a change that went
      *  out without its event.
           SET MATCH-ABSENT TO TRUE
           MOVE 1 TO WS-TB-IDX
           PERFORM 165-Test-Entry-Rtn
               UNTIL (MATCH-TROUVE) OR (WS-TB-IDX > WS-TB-NB)
           IF MATCH-ABSENT
               ADD 1 TO WS-CPT-SANS-EVT
               PERFORM 825-Print-Change-Rtn
           END-IF
           .

       165-Test-Entry-Rtn.
      **********************************************************
      *  Test one table entry against the history row in hand.
           IF  WS-TB-CDEV  (WS-TB-IDX) = CDEV-H
           AND WS-TB-DDMAJ (WS-TB-IDX) = DDMAJ-H
           AND WS-TB-HDMAJ (WS-TB-IDX) = HDMAJ-H
               SET MATCH-TROUVE TO TRUE
               SET TB-APPARIE (WS-TB-IDX) TO TRUE
           END-IF
           ADD 1 TO WS-TB-IDX
           .

       015-Get-Event-Rtn.
      **********************************************************
      *  Next event off the queue, under syncpoint - nothing
      *  leaves the queue until 990 commits. An empty queue ends
      *  the drain; a message of another length is taken as
      *  received (truncated if longer) for 120 to report.
           MOVE 'MQGET' TO WS-MQ-APPEL
           MOVE SPACES    TO EVT-MESSAGE
           MOVE MQMI-NONE TO MQMD-MSGID
           MOVE MQCI-NONE TO MQMD-CORRELID
           COMPUTE MQGMO-OPTIONS = MQGMO-SYNCPOINT
                                 + MQGMO-NO-WAIT
                                 + MQGMO-ACCEPT-TRUNCATED-MSG
                                 + MQGMO-FAIL-IF-QUIESCING
           MOVE LENGTH OF EVT-MESSAGE TO WS-MQ-LONG
           CALL 'MQGET' USING WS-MQ-HCONN, WS-MQ-HOBJ, MQMD, MQGMO,
                              WS-MQ-LONG, EVT-MESSAGE,
                              WS-MQ-DATALEN,
                              WS-MQ-COMPCODE, WS-MQ-REASON

           EVALUATE TRUE
              WHEN WS-MQ-REASON = MQRC-NO-MSG-AVAILABLE
                 SET FIN-EVENEMENTS TO TRUE
              WHEN WS-MQ-COMPCODE = MQCC-FAILED
                 PERFORM D530-MQERROR
              WHEN WS-MQ-DATALEN NOT = WS-MQ-LONG
                 SET ENCORE-EVENEMENTS TO TRUE
                 SET EVT-MAL-FORME TO TRUE
              WHEN OTHER
                 SET ENCORE-EVENEMENTS TO TRUE
                 SET EVT-BIEN-FORME TO TRUE
           END-EVALUATE
           .

       020-Write-Header-Rtn.
      **********************************************************
      *  FILEEVS opens with the window this file reconciles.
           MOVE SPACES       TO ENREG-EVS-ENTETE
           MOVE 'HDR'        TO EVH-TYPE
           MOVE ZERO         TO EVH-NOSEQ
           MOVE WS-DEPUIS-DD TO EVH-DEPUIS-DD
           MOVE WS-DEPUIS-HD TO EVH-DEPUIS-HD
           MOVE WS-JUSQUA-DD TO EVH-JUSQUA-DD
           MOVE WS-JUSQUA-HD TO EVH-JUSQUA-HD
           WRITE ENREG-EVS-ENTETE
           .

       022-Write-Event-Rtn.
      **********************************************************
      *  One event, numbered in drain order from 1.
           ADD 1 TO WS-NOSEQ
           MOVE 'EVT'       TO EVS-TYPE
           MOVE WS-NOSEQ    TO EVS-NOSEQ
           MOVE EVT-MESSAGE TO EVS-EVENEMENT
           WRITE ENREG-EVS
           .

       025-Write-Trailer-Rtn.
      **********************************************************
      *  FILEEVS closes with the count of events it carries.
           MOVE SPACES      TO ENREG-EVS-FIN
           MOVE 'TRL'       TO EVF-TYPE
           ADD 1 TO WS-NOSEQ
           MOVE WS-NOSEQ    TO EVF-NOSEQ
           MOVE WS-CPT-EVT  TO EVF-NBEVT
           WRITE ENREG-EVS-FIN
           .

       325-Requeue-Event-Rtn.
      **********************************************************
      *  Put an event of tomorrow's window back on the queue, in
      *  this run's unit of work - it becomes visible again only
      *  when 990 commits the drain, so it is never got twice.
           MOVE 'MQPUT1' TO WS-MQ-APPEL
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
               PERFORM D530-MQERROR
           END-IF
           .

       500-Histo-Open-Rtn.
      **********************************************************
      *  Open CSR-HISTO over the window's intraday postings.
           EXEC SQL
              OPEN CSR-HISTO
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       530-Histo-Fetch-Rtn.
      **********************************************************
      *  Fetch the next history row of the window.
           EXEC SQL
              FETCH CSR-HISTO
               INTO :CDEV-H, :MTACHAT-H, :MTVENTE-H,
                    :DDMAJ-H, :HDMAJ-H,
                    :CORIGINE-H, :CUSER-H, :DDSAISIE-H, :HDSAISIE-H
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET FIN-HISTO TO TRUE
           ELSE
               SET ENCORE-HISTO TO TRUE
           END-IF
           .

       545-Select-Last-Run-Rtn.
      **********************************************************
      *  The window opens where the last recorded PGM044 run's
      *  closed - its start. A run that died wrote no TBDEVRUN
      *  row, so the next one reaches back over its window too.
      *  The first run ever opens at the start of its own day.
           EXEC SQL
              SELECT DDRUN, HDDEBUT
                INTO :WS-DEPUIS-DD, :WS-DEPUIS-HD
                FROM TBDEVRUN
               WHERE CPGM = 'PGM044'
               ORDER BY DDRUN DESC, HDDEBUT DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               MOVE WS-JUSQUA-DD TO WS-DEPUIS-DD
               MOVE '00.00.00'   TO WS-DEPUIS-HD
           END-IF
           .

       555-Select-Histo-Rtn.
      **********************************************************
      *  The TBDEVISEH row keyed by the rate the event says was
      *  replaced - found when this posting wrote it, or when
      *  PGM016 has restated it since.
           EXEC SQL
              SELECT CORIGINE, DDSAISIE, HDSAISIE
                INTO :CORIGINE-H, :DDSAISIE-H, :HDSAISIE-H
                FROM TBDEVISEH
               WHERE CDEV  = :EVT-CDEV1
                 AND DDMAJ = :EVT-OLD-DDMAJ
                 AND HDMAJ = :EVT-OLD-HDMAJ
           END-EXEC
           PERFORM D550-CHECKSQL

           SET CHANGE-ABSENTE TO TRUE
           IF SQLCODE = ZERO
               IF CORIGINE-H = 'R'
               OR (CORIGINE-H = EVT-CORIGINE
                   AND DDSAISIE-H = EVT-DDMAJ
                   AND HDSAISIE-H = EVT-HDMAJ)
                   SET CHANGE-TROUVEE TO TRUE
               END-IF
           END-IF
           .

       556-Select-Histo-Cross-Rtn.
      **********************************************************
      *  Same question for an event on a pair, against the
      *  TBDEVISEXH row keyed by the replaced cross's stamp.
           EXEC SQL
              SELECT CORIGINE, DDSAISIE, HDSAISIE
                INTO :CORIGINE-XH, :DDSAISIE-XH, :HDSAISIE-XH
                FROM TBDEVISEXH
               WHERE CDEV1 = :EVT-CDEV1
                 AND CDEV2 = :EVT-CDEV2
                 AND DDMAJ = :EVT-OLD-DDMAJ
                 AND HDMAJ = :EVT-OLD-HDMAJ
           END-EXEC
           PERFORM D550-CHECKSQL

           SET CHANGE-ABSENTE TO TRUE
           IF SQLCODE = ZERO
               IF  CORIGINE-XH = EVT-CORIGINE
               AND DDSAISIE-XH = EVT-DDMAJ
               AND HDSAISIE-XH = EVT-HDMAJ
                   SET CHANGE-TROUVEE TO TRUE
               END-IF
           END-IF
           .

       590-Histo-Close-Rtn.
      **********************************************************
      *  Close CSR-HISTO once the window has been walked.
           EXEC SQL
              CLOSE CSR-HISTO
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       810-Print-Header-Rtn.
      **********************************************************
      *  Report title, the window reconciled, column headers.
           MOVE WS-DEPUIS-DD TO WS-LW-DEPUIS-DD
           MOVE WS-DEPUIS-HD TO WS-LW-DEPUIS-HD
           MOVE WS-JUSQUA-DD TO WS-LW-JUSQUA-DD
           MOVE WS-JUSQUA-HD TO WS-LW-JUSQUA-HD
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE1
           WRITE ENREG-RAPPORT FROM WS-LIGNE-FENETRE
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE2
           .

       820-Print-Event-Rtn.
      **********************************************************
      *  One exception line for the event in hand, reason in
      *  WS-LA-TEXTE. A malformed message's rates are not
      *  trusted to be numeric and print as zero.
           MOVE WS-NOSEQ        TO WS-LA-NOSEQ
           MOVE EVT-CDEV1       TO WS-LA-CDEV1
           MOVE EVT-CDEV2       TO WS-LA-CDEV2
           MOVE SPACES          TO WS-LA-SEP
           IF EVT-CDEV2 NOT = SPACES
               MOVE '/'         TO WS-LA-SEP
           END-IF
           MOVE EVT-CORIGINE    TO WS-LA-ORIGINE
           MOVE EVT-CUSER       TO WS-LA-CUSER
           MOVE EVT-OLD-DDMAJ   TO WS-LA-OLD-DD
           MOVE EVT-OLD-HDMAJ   TO WS-LA-OLD-HD
           MOVE EVT-DDMAJ       TO WS-LA-NEW-DD
           MOVE EVT-HDMAJ       TO WS-LA-NEW-HD
           IF EVT-BIEN-FORME
               MOVE EVT-OLD-MTACHAT TO WS-LA-OLD-A
               MOVE EVT-OLD-MTVENTE TO WS-LA-OLD-V
           ELSE
               MOVE ZERO            TO WS-LA-OLD-A
               MOVE ZERO            TO WS-LA-OLD-V
           END-IF
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ANOMALIE
           .

       825-Print-Change-Rtn.
      **********************************************************
      *  One exception line for a history row no event came for.
           MOVE ZERO            TO WS-LA-NOSEQ
           MOVE CDEV-H          TO WS-LA-CDEV1
           MOVE SPACES          TO WS-LA-SEP
           MOVE SPACES          TO WS-LA-CDEV2
           MOVE CORIGINE-H      TO WS-LA-ORIGINE
           MOVE CUSER-H         TO WS-LA-CUSER
           MOVE DDMAJ-H         TO WS-LA-OLD-DD
           MOVE HDMAJ-H         TO WS-LA-OLD-HD
           MOVE DDSAISIE-H      TO WS-LA-NEW-DD
           MOVE HDSAISIE-H      TO WS-LA-NEW-HD
           MOVE MTACHAT-H       TO WS-LA-OLD-A
           MOVE MTVENTE-H       TO WS-LA-OLD-V
           MOVE 'CHANGE POSTED WITHOUT EVENT' TO WS-LA-TEXTE
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ANOMALIE
           .

       890-Print-Summary-Rtn.
      **********************************************************
      *  End-of-run counts for the FX desk and treasury.
           MOVE WS-CPT-EVT      TO WS-LT-EVT
           MOVE WS-CPT-APPARIE  TO WS-LT-APPARIE
           MOVE WS-CPT-SANS-MAJ TO WS-LT-SANS-MAJ
           MOVE WS-CPT-MALFORME TO WS-LT-MALFORME
           MOVE WS-CPT-HISTO    TO WS-LT-HISTO
           MOVE WS-CPT-SANS-EVT TO WS-LT-SANS-EVT
           MOVE WS-CPT-REPORTE  TO WS-LT-REPORTE
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL1
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL2
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s). Any exception comes
      *  back RC=0004. The gets are committed (990) only after
      *  FILEEVS is closed and the run recorded, so a failure
      *  anywhere before leaves every event on the queue.
           PERFORM 890-Print-Summary-Rtn
           CLOSE FILEEVS
           CLOSE FILERPT
           COMPUTE WS-CPT-ANOMALIE = WS-CPT-SANS-MAJ
                                   + WS-CPT-MALFORME
                                   + WS-CPT-SANS-EVT
           MOVE ZERO TO WS-CRETOUR
           IF WS-CPT-ANOMALIE > ZERO
               MOVE 0004 TO WS-CRETOUR
           END-IF
           PERFORM 460-Record-Run-Rtn
           EXEC SQL COMMIT END-EXEC
           PERFORM D550-CHECKSQL
           PERFORM 990-Release-Queue-Rtn
           MOVE WS-CRETOUR TO RETURN-CODE
           .

       990-Release-Queue-Rtn.
      **********************************************************
      *  Commit the drain - the filed events leave the queue and
      *  the put-back ones become visible - then close the queue
      *  and disconnect.
           MOVE 'MQCMIT' TO WS-MQ-APPEL
           CALL 'MQCMIT' USING WS-MQ-HCONN,
                               WS-MQ-COMPCODE, WS-MQ-REASON
           IF WS-MQ-COMPCODE NOT = MQCC-OK
               PERFORM D530-MQERROR
           END-IF
           MOVE MQCO-NONE TO WS-MQ-OPTIONS
           CALL 'MQCLOSE' USING WS-MQ-HCONN, WS-MQ-HOBJ,
                                WS-MQ-OPTIONS,
                                WS-MQ-COMPCODE, WS-MQ-REASON
           CALL 'MQDISC' USING WS-MQ-HCONN,
                               WS-MQ-COMPCODE, WS-MQ-REASON
           SET MQ-DECONNECTE TO TRUE
           .

       440-Stamp-Start-Rtn.
      **********************************************************
      *  One clock reading at start of run - the TBDEVRUN row 460
      *  writes carries it as DDRUN/HDDEBUT, and it closes this
      *  run's window (and opens the next one's).
           EXEC SQL
              SELECT CURRENT DATE, CURRENT TIME
                INTO :WS-JUSQUA-DD, :WS-JUSQUA-HD
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM D550-CHECKSQL
           MOVE WS-JUSQUA-HD TO WS-HDDEBUT
           .

       460-Record-Run-Rtn.
      **********************************************************
      *  One TBDEVRUN row per run, for PGM033's weekly trend
      *  report and for ops to see the chain ran at all - and
      *  for 545 to open the next run's window. CPTLUS = events
      *  filed, CPTMAJ = matched to their change, CPTREJ =
      *  exceptions of all three kinds, CPTPARK = put back for
      *  tomorrow.
           EXEC SQL
              INSERT INTO TBDEVRUN
                 (CPGM, DDRUN, HDDEBUT, HDFIN,
                  CPTLUS, CPTMAJ, CPTREJ, CPTPARK, CRETOUR)
              VALUES
                 ('PGM044', :WS-JUSQUA-DD, :WS-HDDEBUT, CURRENT TIME,
                  :WS-CPT-EVT, :WS-CPT-APPARIE,
                  :WS-CPT-ANOMALIE, :WS-CPT-REPORTE, :WS-CRETOUR)
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       D550-CHECKSQL.
      **********************************************************
      *  Check SQLCODE
           EVALUATE SQLCODE
              WHEN ZERO
                 CONTINUE
              WHEN +100
                 DISPLAY 'END QUERY'
              WHEN OTHER
                 PERFORM D520-DBERROR
           END-EVALUATE
           .

       D520-DBERROR.
      **********************************************************
      *  DB2 Error Handling Routine - the gets are backed out so
      *  the events wait on the queue for the rerun.
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S               ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: ' SQLERRML
           DISPLAY '* Problem-msg: ' SQLERRMC
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

       D530-MQERROR.
      **********************************************************
      *  MQ Error Handling Routine - same visible failure as
      *  D520, the gets backed out so no event is lost.
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S               ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in call: ' WS-MQ-APPEL
           DISPLAY '* Queue: ' WS-MQ-QUEUE
           DISPLAY '*'
           DISPLAY '* COMPCODE: ' WS-MQ-COMPCODE
           DISPLAY '* REASON  : ' WS-MQ-REASON
           DISPLAY '*************************************************'
           IF MQ-CONNECTE
               CALL 'MQBACK' USING WS-MQ-HCONN,
                                   WS-MQ-COMPCODE, WS-MQ-REASON
           END-IF
           MOVE 0016 TO RETURN-CODE
           STOP RUN
           .
