      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  DEFAY E.      Treasury sees an approved correction
      *                         the moment it goes live: 325 puts a
      *                         rate-change event (PGM044E - CDEV,
      *                         old and new rates, origin, approver,
      *                         effective stamp) on FX.RATE.EVENTS
      *                         under syncpoint, same as DL16, so it
      *                         leaves with the approval's SYNCPOINT
      *                         or not at all. A failed put does not
      *                         hold the approval back - the checker
      *                         is told, and PGM044's end-of-day
      *                         reconciliation reports the change.
      * 10/14/26  DEFAY E.      Operator entitlements - audit found a
      *                         junior desk member could approve an
      *                         exotic-currency correction. The
      *                         USERID must now hold a DL18 row on
      *                         the new TBDEVHAB table to run the
      *                         transaction at all (050, refused
      *                         before any screen); CSR-ATTENTE only
      *                         brings up corrections on currencies
      *                         one of those rows covers - by code,
      *                         by master group or all currencies -
      *                         so a checker is never parked on a
      *                         row they may not decide; and 140
      *                         checks the row again at the decision
      *                         (557), refusing by name when the
      *                         entitlement went in the meantime.
      * 09/02/26  DEFAY E.      Rate precision widened to
      *                         DECIMAL(11,5) with the tables - the
      *                         queue/work fields and the four rate
       01 FILLER.
           10 WS-MSG-TEXTE     PIC X(79).

      / OPERATOR ENTITLEMENT - how many DL18 rows the USERID holds
      / (555) and whether one covers the CDEV on screen (557)
       01 FILLER.
           10 WS-NB-HAB        PIC S9(09) USAGE COMP.
           10 WS-HAB-SW        PIC X(01).
              88 HAB-ACCORDEE     VALUE 'O'.
              88 HAB-REFUSEE      VALUE 'N'.

      / EDITED SQLCODE FOR D520-DBERROR'S OPERATOR MESSAGE
       01 FILLER.
           10 WS-SQLCODE-EDIT  PIC -(9).

      / RATE-CHANGE EVENT PUBLICATION - the queue 325 puts to on
      / the CICS adapter's default connection, the put's outcome,
      / and its reason code edited for the checker's message
       01 FILLER.
           10 WS-MQ-HCONN      PIC S9(09) USAGE COMP.
           10 WS-MQ-QUEUE      PIC X(48) VALUE 'FX.RATE.EVENTS'.
           10 WS-MQ-LONG       PIC S9(09) USAGE COMP.
           10 WS-MQ-COMPCODE   PIC S9(09) USAGE COMP.
           10 WS-MQ-REASON     PIC S9(09) USAGE COMP.
           10 WS-MQ-REASON-EDIT PIC 9(04).
           10 WS-EVT-SW        PIC X(01).
              88 EVT-PUBLIE      VALUE 'O'.
              88 EVT-NON-PUBLIE  VALUE 'N'.

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

      / PSEUDO-CONVERSATIONAL STATE - the key of the pending row
      / on screen; PF5/PF6 decide exactly that row, never whatever
      / became oldest since.
           EXEC SQL INCLUDE DBCTBDA
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM038) - OPERATOR ENTITLEMENTS
           EXEC SQL INCLUDE DBCTBDU
           END-EXEC.

      / CURSOR - the pending corrections oldest-first, on the
      / currencies one of the checker's DL18 entitlement rows
      / covers; each press opens it, fetches the first row,
      / closes it - nothing is held across the pseudo-
      / conversational turn.
           EXEC SQL
              DECLARE CSR-ATTENTE CURSOR FOR
              SELECT A.CDEV, A.MTACHAT, A.MTVENTE,
                     A.MTACHATC, A.MTVENTEC,
                     A.CUSERDEM, A.DDDEM, A.HDDEM
                FROM TBDEVISA A
               WHERE A.FSTATUT = 'A'
                 AND EXISTS
                     (SELECT 1
                        FROM TBDEVHAB H
                       WHERE H.CUSER  = :WS-OPERATEUR
                         AND H.CTRANS = :WS-TRANID
                         AND (H.TPERIM = 'T'
                              OR (H.TPERIM = 'D'
                                  AND H.CPERIM = A.CDEV)
                              OR (H.TPERIM = 'G' AND H.CPERIM <> ' '
                                  AND H.CPERIM =
                                      (SELECT M.CGROUPE
                                         FROM TBDEVMAST M
                                        WHERE M.CDEV = A.CDEV))))
               ORDER BY A.DDDEM, A.HDDEM, A.CDEV
           END-EXEC.

      / CURSOR - positioned on the TBDEVISE row an approval posts
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

           IF EIBCALEN = 0
               PERFORM 110-Send-Initial-Map-Rtn
           ELSE
           END-IF
           .

       050-Verify-Transaction-Rtn.
      **********************************************************
      *  An operator with no DL18 row on TBDEVHAB may not run the
      *  transaction at all - refuse and end the conversation.
           PERFORM 555-Count-Habilitation-Rtn
           IF WS-NB-HAB = ZERO
               MOVE SPACES TO WS-MSG-TEXTE
               STRING 'USER '          DELIMITED BY SIZE
                      WS-OPERATEUR     DELIMITED BY SPACE
                      ' IS NOT ENTITLED TO DL18 - SEE FX ENTITLEMENTS'
                                       DELIMITED BY SIZE
                 INTO WS-MSG-TEXTE
               EXEC CICS SEND TEXT FROM(WS-MSG-TEXTE)
                    ERASE FREEKB
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF
           .

       100-Main.
      **********************************************************
      *  Dispatch on the key the checker pressed.
           ELSE
               INITIALIZE WS-COMMAREA
               SET CA-ROW-AUCUNE TO TRUE
               MOVE 'NO CORRECTIONS AWAITING YOUR APPROVAL' TO
                    WS-MSG-TEXTE
           END-IF
           .
      **********************************************************
      *  Decide the row on screen - approve (PF5) or refuse
      *  (PF6). The row is re-read by key first: a colleague may
      *  have decided it during this checker's think time, or the
      *  checker's entitlement to its currency gone. Either
      *  outcome stamps the decision and brings up the next
      *  pending correction.
           IF CA-ROW-AUCUNE
                    WS-MSG-TEXTE
           ELSE
               PERFORM 535-Select-Row-Rtn
               IF ROW-ENCORE-LA
                   PERFORM 557-Select-Habilitation-Rtn
               END-IF
               EVALUATE TRUE
                  WHEN ROW-DISPARUE
                     MOVE 'ALREADY DECIDED BY ANOTHER OPERATOR' TO
                  WHEN WS-MAKER = WS-OPERATEUR
                     MOVE 'MAKER CANNOT DECIDE OWN CORRECTION - ANOTHER 
      -                       'OPERATOR MUST' TO WS-MSG-TEXTE
                  WHEN HAB-REFUSEE
                     MOVE SPACES TO WS-MSG-TEXTE
                     STRING 'USER '          DELIMITED BY SIZE
                            WS-OPERATEUR     DELIMITED BY SPACE
                            ' IS NOT ENTITLED TO APPROVE '
                                             DELIMITED BY SIZE
                            WS-CDEV          DELIMITED BY SIZE
                            ' - SEE FX ENTITLEMENTS'
                                             DELIMITED BY SIZE
                       INTO WS-MSG-TEXTE
                  WHEN EIBAID = DFHPF5
                     PERFORM 150-Approve-Rtn
                  WHEN OTHER
           IF MAJ-OK
               PERFORM 540-Select-Now-Rtn
               PERFORM 560-Insert-History-Rtn
               PERFORM 325-Put-Event-Rtn
               PERFORM 570-Update-Table
               PERFORM 595-Cursor-Close-Rtn
               MOVE 'V' TO FSTATUT-A
               MOVE 'CORRECTION APPROVED AND APPLIED' TO
                    WS-MSG-TEXTE
               PERFORM 130-Show-Oldest-Rtn
      *  A missing event outranks the next row's prompt.
               IF EVT-NON-PUBLIE
                   MOVE SPACES TO WS-MSG-TEXTE
                   STRING 'CORRECTION APPROVED AND APPLIED - '
                          'EVENT NOT SENT, MQ REASON '
                          WS-MQ-REASON-EDIT
                          DELIMITED BY SIZE
                     INTO WS-MSG-TEXTE
               END-IF
           ELSE
               PERFORM 595-Cursor-Close-Rtn
               MOVE 'CDEV NO LONGER IN TBDEVISE - REFUSE THE ROW'
           PERFORM 130-Show-Oldest-Rtn
           .

       325-Put-Event-Rtn.
      **********************************************************
      *  Tell treasury the approved rate is live - one
      *  FX.RATE.EVENTS message put under syncpoint, so it
      *  leaves with the SYNCPOINT that commits the approval and
      *  goes with a backout. The rate replaced is the row 530
      *  fetched - the history row's key.
           MOVE WS-CDEV          TO EVT-CDEV1
           MOVE SPACES           TO EVT-CDEV2
           MOVE WS-OLD-MTACHAT   TO EVT-OLD-MTACHAT
           MOVE WS-OLD-MTVENTE   TO EVT-OLD-MTVENTE
           MOVE WS-MTACHAT       TO EVT-NEW-MTACHAT
           MOVE WS-MTVENTE       TO EVT-NEW-MTVENTE
           MOVE 'O'              TO EVT-CORIGINE
           MOVE WS-OPERATEUR     TO EVT-CUSER
           MOVE WS-NEW-DDMAJ     TO EVT-DDMAJ
           MOVE WS-NEW-HDMAJ     TO EVT-HDMAJ
           MOVE WS-OLD-DDMAJ     TO EVT-OLD-DDMAJ
           MOVE WS-OLD-HDMAJ     TO EVT-OLD-HDMAJ
           MOVE 'PGM028'         TO EVT-CPGM

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

       500-Attente-Open-Rtn.
      **********************************************************
      *  Open CSR-ATTENTE over the rows awaiting decision.
           END-IF
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
      *  Is there a DL18 row for the signed-on USERID covering
      *  WS-CDEV - by the code itself, by the currency's master
      *  group, or all currencies - the same test CSR-ATTENTE
      *  applies, made again at the moment of decision.
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
           ELSE
               SET HAB-ACCORDEE TO TRUE
           END-IF
           .

       500-Cursor-Open-Rtn.
      **********************************************************
      *  Open CSR-DEVISE positioned on the CDEV being approved.
