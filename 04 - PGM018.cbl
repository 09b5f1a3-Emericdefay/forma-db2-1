      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  DEFAY E.      Treasury sees a DL16 correction the
      *                         moment it posts: 325 puts a rate-
      *                         change event (PGM044E - CDEV, old
      *                         and new rates, origin, operator,
      *                         effective stamp) on FX.RATE.EVENTS
      *                         under syncpoint, so the SYNCPOINT
      *                         that commits the correction releases
      *                         it and a backout never leaves one
      *                         behind. A failed put does not hold
      *                         the correction back - the operator
      *                         is told, and PGM044's end-of-day
      *                         reconciliation reports the change
      *                         that went out without its event.
      * 10/14/26  DEFAY E.      Operator entitlements - audit found
      *                         any signed-on user could correct any
      *                         currency. The USERID must now hold a
      *                         DL16 row on the new TBDEVHAB table
      *                         (maintained by PGM038) to run the
      *                         transaction at all (050, refused
      *                         before any screen), and a row that
      *                         covers the currency - by code, by
      *                         its master group or all currencies,
      *                         most specific first - to look it up
      *                         (200) or post to it (210, checked
      *                         again on the PF5 turn). The row's
      *                         PCTMAX caps the move, as a percent
      *                         of the rate on screen, the operator
      *                         may post without a checker: inside
      *                         the currency's bands but past that
      *                         cap, 250 queues the correction for
      *                         DL18 exactly like a large one.
      * 09/02/26  DEFAY E.      Rate precision widened to
      *                         DECIMAL(11,5) with the tables, and
      *                         the master's NBDEC finally governs
           10 WS-VARIANCE-SW     PIC X(01).
              88 VARIANCE-BLOQUEE  VALUE 'B'.
              88 VARIANCE-GRANDE   VALUE 'G'.
              88 VARIANCE-HORS-LIMITE VALUE 'L'.
              88 VARIANCE-PETITE   VALUE 'P'.

      / OPERATOR ENTITLEMENT - TBDEVHAB: how many DL16 rows the
      / signed-on USERID holds (555), whether one covers this CDEV
      / and the largest percent move it may post without a
      / checker (557), and 250's percent moves judged against it
       01 FILLER.
           10 WS-NB-HAB          PIC S9(09) USAGE COMP.
           10 WS-HAB-SW          PIC X(01).
              88 HAB-ACCORDEE      VALUE 'O'.
              88 HAB-REFUSEE       VALUE 'N'.
           10 WS-PCT-MAX         PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-PCT-ACHAT       PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-PCT-VENTE       PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-PCT-EDIT        PIC ZZ9.99.

      / EDITED SQLCODE FOR D520-DBERROR'S OPERATOR MESSAGE - SQLCODE
      / IS SIGNED BINARY, SO MOVING IT STRAIGHT TO AN ALPHANUMERIC
      / FIELD DROPS THE SIGN
       01 FILLER.
           10 WS-SQLCODE-EDIT    PIC -(9).

      / RATE-CHANGE EVENT PUBLICATION - the queue 325 puts to on
      / the CICS adapter's default connection, the put's outcome,
      / and its reason code edited for the operator message
       01 FILLER.
           10 WS-MQ-HCONN        PIC S9(09) USAGE COMP.
           10 WS-MQ-QUEUE        PIC X(48) VALUE 'FX.RATE.EVENTS'.
           10 WS-MQ-LONG         PIC S9(09) USAGE COMP.
           10 WS-MQ-COMPCODE     PIC S9(09) USAGE COMP.
           10 WS-MQ-REASON       PIC S9(09) USAGE COMP.
           10 WS-MQ-REASON-EDIT  PIC 9(04).
           10 WS-EVT-SW          PIC X(01).
              88 EVT-PUBLIE        VALUE 'O'.
              88 EVT-NON-PUBLIE    VALUE 'N'.

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

      / PSEUDO-CONVERSATIONAL STATE - carried across DL16 invocations
      / while the cursor CSR-DEVISE stays open WITH HOLD between the
      / lookup (ENTER) and the post (PF5). CA-CURSOR-SW tracks whether
           EXEC SQL INCLUDE DBCTBDA
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM038) - OPERATOR ENTITLEMENTS
           EXEC SQL INCLUDE DBCTBDU
           END-EXEC.

      / CURSOR - OPENED WITH HOLD ON ENTER, STAYS OPEN ACROSS THE
      / PSEUDO-CONVERSATIONAL TURN UNTIL 590 CLOSES IT ON PF5 OR PF3.
           EXEC SQL
      *    - 0xx : Initialize / dispatch
      *    - 1xx : Main element / screen I/O
      *    - 2xx : Verifications
      *    - 3xx : Rate-change event publication
      *    - 5xx : SQL Handling
      *    - 9xx : Terminate
      *
           EXEC CICS ASSIGN USERID(WS-OPERATEUR)
           END-EXEC

           PERFORM 050-Verify-Transaction-Rtn

      *  Settlement precision defaults to the tables' full width
      *  until 550 reads the CDEV's own NBDEC off the master.
           MOVE 5 TO WS-NBDEC
           END-IF
           .

       050-Verify-Transaction-Rtn.
      **********************************************************
      *  An operator with no DL16 row on TBDEVHAB may not run the
      *  transaction at all - refuse and end the conversation,
      *  first closing a cursor an earlier turn left held (the
      *  entitlement may have been withdrawn mid-conversation).
           PERFORM 555-Count-Habilitation-Rtn
           IF WS-NB-HAB = ZERO
               IF EIBCALEN NOT = 0
                   MOVE DFHCOMMAREA TO WS-COMMAREA
                   IF CA-CURSOR-IS-OPEN
                       PERFORM 590-Cursor-Close-Rtn
                   END-IF
               END-IF
               MOVE SPACES TO WS-MSG-TEXTE
               STRING 'USER '          DELIMITED BY SIZE
                      WS-OPERATEUR     DELIMITED BY SPACE
                      ' IS NOT ENTITLED TO DL16 - SEE FX ENTITLEMENTS'
                                       DELIMITED BY SIZE
                 INTO WS-MSG-TEXTE
               PERFORM 910-End-Session-Rtn
           END-IF
           .

       100-Main.
      **********************************************************
      *  Dispatch on the key the operator pressed.
                         MOVE 'EXCEEDS HOLD TOLERANCE - CORRECTION REFUS
      -                       'ED' TO WS-MSG-TEXTE
                      WHEN VARIANCE-GRANDE
                      WHEN VARIANCE-HORS-LIMITE
                         PERFORM 540-Select-Now-Rtn
                         PERFORM 565-Queue-Approval-Rtn
                         PERFORM 590-Cursor-Close-Rtn
                         SET CA-CURSOR-IS-CLOSED TO TRUE
                         EXEC CICS SYNCPOINT END-EXEC
                         IF VARIANCE-HORS-LIMITE
                             MOVE WS-PCT-MAX TO WS-PCT-EDIT
                             MOVE SPACES TO WS-MSG-TEXTE
                             STRING 'MOVE PAST YOUR ' DELIMITED BY SIZE
                                    WS-PCT-EDIT       DELIMITED BY SIZE
                                    '% LIMIT - QUEUED FOR '
                                                      DELIMITED BY SIZE
                                    'APPROVAL - DL18' DELIMITED BY SIZE
                               INTO WS-MSG-TEXTE
                         ELSE
                             MOVE 'LARGE CORRECTION QUEUED FOR SUPERVISO
      -                           'R APPROVAL - DL18' TO WS-MSG-TEXTE
                         END-IF
                      WHEN OTHER
                         PERFORM 540-Select-Now-Rtn
                         PERFORM 560-Insert-History-Rtn
                         PERFORM 325-Put-Event-Rtn
                         PERFORM 570-Update-Table
                         PERFORM 590-Cursor-Close-Rtn
                         SET CA-CURSOR-IS-CLOSED TO TRUE
                         EXEC CICS SYNCPOINT END-EXEC
                         IF EVT-PUBLIE
                             MOVE 'RATE UPDATED AND HISTORY RECORDED'
                                  TO WS-MSG-TEXTE
                         ELSE
                             MOVE SPACES TO WS-MSG-TEXTE
                             STRING 'RATE UPDATED AND HISTORY '
                                    'RECORDED - EVENT NOT SENT, '
                                    'MQ REASON ' WS-MQ-REASON-EDIT
                                    DELIMITED BY SIZE
                               INTO WS-MSG-TEXTE
                         END-IF
                     END-EVALUATE
                 END-IF
                 PERFORM 800-Send-Map-Rtn
                          WS-MSG-TEXTE
                     SET RECORD-INVALIDE TO TRUE
                  WHEN OTHER
                     PERFORM 557-Select-Habilitation-Rtn
                     IF HAB-REFUSEE
                         PERFORM 260-Refuse-Cdev-Rtn
                         SET RECORD-INVALIDE TO TRUE
                     END-IF
               END-EVALUATE
           END-IF
           .
           MOVE CA-CDEV TO CDEV-M
           PERFORM 550-Select-Master-Rtn
           PERFORM 255-Set-Puissance-Rtn

      *  The entitlement is read again on the posting turn - it
      *  may have been withdrawn since the lookup - and brings
      *  the operator's percent cap for 250.
           IF RECORD-VALIDE
               MOVE CA-CDEV TO WS-CDEV
               PERFORM 557-Select-Habilitation-Rtn
               IF HAB-REFUSEE
                   PERFORM 260-Refuse-Cdev-Rtn
                   SET RECORD-INVALIDE TO TRUE
               END-IF
           END-IF
      *  The map takes 12 keyed digits but the tables hold six
      *  integer digits - an entry too big to scale is refused
      *  outright, never silently truncated into the variance
             OR WS-ECART-VENTE < (0 - WS-SEUIL-BLOCAGE))
               SET VARIANCE-BLOQUEE TO TRUE
           END-IF

      *  Inside the bands the operator's own entitlement still
      *  caps what posts without a checker: a move past PCTMAX
      *  percent of the rate on screen queues like a large one
      *  (a zero cap queues every correction; a move off a zero
      *  rate has no percentage and always queues).
           IF VARIANCE-PETITE
               MOVE ZERO TO WS-PCT-ACHAT
               MOVE ZERO TO WS-PCT-VENTE
               IF CA-OLD-MTACHAT > ZERO
                   COMPUTE WS-PCT-ACHAT ROUNDED =
                           WS-ECART-ACHAT * 100 / CA-OLD-MTACHAT
                      ON SIZE ERROR
                           MOVE 999999 TO WS-PCT-ACHAT
                   END-COMPUTE
               ELSE
                   IF WS-ECART-ACHAT NOT = ZERO
                       MOVE 999999 TO WS-PCT-ACHAT
                   END-IF
               END-IF
               IF CA-OLD-MTVENTE > ZERO
                   COMPUTE WS-PCT-VENTE ROUNDED =
                           WS-ECART-VENTE * 100 / CA-OLD-MTVENTE
                      ON SIZE ERROR
                           MOVE 999999 TO WS-PCT-VENTE
                   END-COMPUTE
               ELSE
                   IF WS-ECART-VENTE NOT = ZERO
                       MOVE 999999 TO WS-PCT-VENTE
                   END-IF
               END-IF
               IF WS-PCT-ACHAT < ZERO
                   COMPUTE WS-PCT-ACHAT = 0 - WS-PCT-ACHAT
               END-IF
               IF WS-PCT-VENTE < ZERO
                   COMPUTE WS-PCT-VENTE = 0 - WS-PCT-VENTE
               END-IF
               IF WS-PCT-MAX = ZERO
               OR WS-PCT-ACHAT > WS-PCT-MAX
               OR WS-PCT-VENTE > WS-PCT-MAX
                   SET VARIANCE-HORS-LIMITE TO TRUE
               END-IF
           END-IF
           .

       260-Refuse-Cdev-Rtn.
      **********************************************************
      *  The operator's refusal for a currency no DL16 row of
      *  theirs covers.
           MOVE SPACES TO WS-MSG-TEXTE
           STRING 'USER '          DELIMITED BY SIZE
                  WS-OPERATEUR     DELIMITED BY SPACE
                  ' IS NOT ENTITLED TO CORRECT ' DELIMITED BY SIZE
                  WS-CDEV          DELIMITED BY SIZE
                  ' - SEE FX ENTITLEMENTS' DELIMITED BY SIZE
             INTO WS-MSG-TEXTE
           .

       325-Put-Event-Rtn.
      **********************************************************
      *  Tell treasury the rate is live - one FX.RATE.EVENTS
      *  message put under syncpoint, so it leaves with the
      *  SYNCPOINT that commits the correction and goes with a
      *  backout. Runs ahead of 570, while CA-OLD-* still holds
      *  the rate being replaced (the history row's key).
           MOVE CA-CDEV          TO EVT-CDEV1
           MOVE SPACES           TO EVT-CDEV2
           MOVE CA-OLD-MTACHAT   TO EVT-OLD-MTACHAT
           MOVE CA-OLD-MTVENTE   TO EVT-OLD-MTVENTE
           MOVE WS-MTACHAT       TO EVT-NEW-MTACHAT
           MOVE WS-MTVENTE       TO EVT-NEW-MTVENTE
           MOVE 'O'              TO EVT-CORIGINE
           MOVE WS-OPERATEUR     TO EVT-CUSER
           MOVE WS-NEW-DDMAJ     TO EVT-DDMAJ
           MOVE WS-NEW-HDMAJ     TO EVT-HDMAJ
           MOVE CA-OLD-DDMAJ     TO EVT-OLD-DDMAJ
           MOVE CA-OLD-HDMAJ     TO EVT-OLD-HDMAJ
           MOVE 'PGM018'         TO EVT-CPGM

           MOVE MQHC-DEF-HCONN   TO WS-MQ-HCONN
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

           IF WS-MQ-COMPCODE = MQCC-OK
               SET EVT-PUBLIE TO TRUE
           ELSE
               SET EVT-NON-PUBLIE TO TRUE
               MOVE WS-MQ-REASON TO WS-MQ-REASON-EDIT
           END-IF
           .

       565-Queue-Approval-Rtn.
           END-EVALUATE
           .

       555-Count-Habilitation-Rtn.
      **********************************************************
      *  How many TBDEVHAB rows give the signed-on USERID this
      *  transaction - zero means no access at all.
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-NB-HAB
                FROM TBDEVHAB
               WHERE CUSER  = :WS-OPERATEUR
                 AND CTRANS = :WS-TRANID
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       557-Select-Habilitation-Rtn.
      **********************************************************
      *  The TBDEVHAB row that lets the signed-on USERID correct
      *  WS-CDEV - by the code itself, by the currency's master
      *  group, or all currencies; ordering on TPERIM ('D' before
      *  'G' before 'T') makes the most specific row govern. Its
      *  PCTMAX is the percent cap 250 applies.
           EXEC SQL
              SELECT H.PCTMAX
                INTO :PCTMAX-U
                FROM TBDEVHAB H
               WHERE H.CUSER  = :WS-OPERATEUR
                 AND H.CTRANS = :WS-TRANID
                 AND (H.TPERIM = 'T'
                      OR (H.TPERIM = 'D' AND H.CPERIM = :WS-CDEV)
                      OR (H.TPERIM = 'G' AND H.CPERIM <> ' '
                          AND H.CPERIM =
                              (SELECT M.CGROUPE
                                 FROM TBDEVMAST M
                                WHERE M.CDEV = :WS-CDEV)))
               ORDER BY H.TPERIM
               FETCH FIRST 1 ROW ONLY
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET HAB-REFUSEE TO TRUE
               MOVE ZERO TO WS-PCT-MAX
           ELSE
               SET HAB-ACCORDEE TO TRUE
               MOVE PCTMAX-U TO WS-PCT-MAX
           END-IF
           .

       255-Set-Puissance-Rtn.
      **********************************************************
      *  The scale factor the keyed whole number is divided by -
