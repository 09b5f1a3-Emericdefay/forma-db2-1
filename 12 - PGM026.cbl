      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      Restored history. Each of the six
      *                         cursors now also reads the TBDEVISEHR
      *                         holding table PGM041 reloads purged
      *                         archive rows into (UNION ALL, a
      *                         source column telling the two apart),
      *                         so paging past the retention line
      *                         carries on into any restored period;
      *                         a page holding restored rows says so
      *                         on the message line.
      * 10/14/26  DEFAY E.      Operator entitlements - the USERID
      *                         (EXEC CICS ASSIGN USERID, new in
      *                         000) must hold a DL17 row on the
      *                         new TBDEVHAB table to run the
      *                         transaction at all (050, refused
      *                         before any screen), and each leg
      *                         keyed must be covered by one of
      *                         those rows - by code, by its master
      *                         group or all currencies (200/557) -
      *                         or the browse is refused by name.
      * 09/02/26  DEFAY E.      Rate precision widened to
      *                         DECIMAL(11,5) with the tables - the
      *                         fetch and page-table fields grew
           10 WS-MAPNAME       PIC X(08) VALUE 'PGM026A'.
           10 WS-TRANID        PIC X(04) VALUE 'DL17'.

      / SIGNED-ON OPERATOR - EXEC CICS ASSIGN USERID in
      / 000-Initialize; its TBDEVHAB rows say what it may browse
       01 FILLER.
           10 WS-OPERATEUR     PIC X(08).
           10 WS-CDEV          PIC X(03).

      / OPERATOR ENTITLEMENT - how many DL17 rows the USERID holds
      / (555) and whether one covers the leg in WS-CDEV (557)
       01 FILLER.
           10 WS-NB-HAB        PIC S9(09) USAGE COMP.
           10 WS-HAB-SW        PIC X(01).
              88 HAB-ACCORDEE     VALUE 'O'.
              88 HAB-REFUSEE      VALUE 'N'.

      / FETCH HOST VARIABLES - one archived rate event
       01 FILLER.
           10 WS-F-ACHAT       PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-F-VENTE       PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-F-DDMAJ       PIC X(10).
           10 WS-F-HDMAJ       PIC X(08).
           10 WS-F-SOURCE      PIC X(01).
              88 SOURCE-RESTAUREE VALUE 'R'.

      / KEYSET POSITION THE CURSORS PAGE FROM - the maximum DB2
      / date/time for a first page, else the page edge out of the
              88 RECORD-INVALIDE  VALUE 'N'.
           10 WS-MSG-TEXTE     PIC X(79).

      / FETCH-LOOP END SWITCH, AND WHETHER THE PAGE BUILT HOLDS A
      / ROW RESTORED FROM THE ARCHIVE
       01 FILLER.
           10 WS-FIN-SW        PIC X(01).
              88 FIN-FETCH        VALUE 'O'.
              88 ENCORE-FETCH     VALUE 'N'.
           10 WS-RESTAU-SW     PIC X(01).
              88 PAGE-RESTAUREE   VALUE 'O'.
              88 PAGE-EN-LIGNE    VALUE 'N'.

      / EDITED SQLCODE FOR D520-DBERROR'S OPERATOR MESSAGE
       01 FILLER.
           EXEC SQL INCLUDE DBCTBDXH
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM041) - RESTORED HISTORY
           EXEC SQL INCLUDE DBCTBDHR
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM038) - OPERATOR ENTITLEMENTS
           EXEC SQL INCLUDE DBCTBDU
           END-EXEC.

      / SIX SHORT CURSORS - {single, cross} x {descending from
      / the position inclusive (first page / redisplay),
      / descending exclusive (PF8 older), ascending exclusive
      / (PF7 newer)}. Each press opens one, fetches a page,
      / closes it - nothing is held across the turn. Each reads
      / the live history and, behind it, the rows PGM041 restored
      / from the archive (CDEV2 spaces for a single currency);
      / the last column says which ('H' live, 'R' restored).
           EXEC SQL
              DECLARE CSR-S-DI CURSOR FOR
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'H' AS CSOURCE
                FROM TBDEVISEH
               WHERE CDEV = :CA-CDEV1
                 AND (DDMAJ < :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ <= :WS-POS-HD))
              UNION ALL
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'R' AS CSOURCE
                FROM TBDEVISEHR
               WHERE CDEV1 = :CA-CDEV1
                 AND CDEV2 = ' '
                 AND (DDMAJ < :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ <= :WS-POS-HD))
               ORDER BY DDMAJ DESC, HDMAJ DESC
           END-EXEC.

           EXEC SQL
              DECLARE CSR-S-DE CURSOR FOR
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'H' AS CSOURCE
                FROM TBDEVISEH
               WHERE CDEV = :CA-CDEV1
                 AND (DDMAJ < :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ < :WS-POS-HD))
              UNION ALL
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'R' AS CSOURCE
                FROM TBDEVISEHR
               WHERE CDEV1 = :CA-CDEV1
                 AND CDEV2 = ' '
                 AND (DDMAJ < :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ < :WS-POS-HD))
               ORDER BY DDMAJ DESC, HDMAJ DESC
           END-EXEC.

           EXEC SQL
              DECLARE CSR-S-AE CURSOR FOR
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'H' AS CSOURCE
                FROM TBDEVISEH
               WHERE CDEV = :CA-CDEV1
                 AND (DDMAJ > :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ > :WS-POS-HD))
              UNION ALL
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'R' AS CSOURCE
                FROM TBDEVISEHR
               WHERE CDEV1 = :CA-CDEV1
                 AND CDEV2 = ' '
                 AND (DDMAJ > :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ > :WS-POS-HD))
               ORDER BY DDMAJ ASC, HDMAJ ASC
           END-EXEC.

           EXEC SQL
              DECLARE CSR-X-DI CURSOR FOR
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'H' AS CSOURCE
                FROM TBDEVISEXH
               WHERE CDEV1 = :CA-CDEV1
                 AND CDEV2 = :CA-CDEV2
                 AND (DDMAJ < :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ <= :WS-POS-HD))
              UNION ALL
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'R' AS CSOURCE
                FROM TBDEVISEHR
               WHERE CDEV1 = :CA-CDEV1
                 AND CDEV2 = :CA-CDEV2
                 AND (DDMAJ < :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ <= :WS-POS-HD))
               ORDER BY DDMAJ DESC, HDMAJ DESC
           END-EXEC.

           EXEC SQL
              DECLARE CSR-X-DE CURSOR FOR
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'H' AS CSOURCE
                FROM TBDEVISEXH
               WHERE CDEV1 = :CA-CDEV1
                 AND CDEV2 = :CA-CDEV2
                 AND (DDMAJ < :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ < :WS-POS-HD))
              UNION ALL
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'R' AS CSOURCE
                FROM TBDEVISEHR
               WHERE CDEV1 = :CA-CDEV1
                 AND CDEV2 = :CA-CDEV2
                 AND (DDMAJ < :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ < :WS-POS-HD))
               ORDER BY DDMAJ DESC, HDMAJ DESC
           END-EXEC.

           EXEC SQL
              DECLARE CSR-X-AE CURSOR FOR
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'H' AS CSOURCE
                FROM TBDEVISEXH
               WHERE CDEV1 = :CA-CDEV1
                 AND CDEV2 = :CA-CDEV2
                 AND (DDMAJ > :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ > :WS-POS-HD))
              UNION ALL
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, 'R' AS CSOURCE
                FROM TBDEVISEHR
               WHERE CDEV1 = :CA-CDEV1
                 AND CDEV2 = :CA-CDEV2
                 AND (DDMAJ > :WS-POS-DD
                      OR (DDMAJ = :WS-POS-DD
                          AND HDMAJ > :WS-POS-HD))
               ORDER BY DDMAJ ASC, HDMAJ ASC
           END-EXEC.

                ERROR   (D520-DBERROR)
           END-EXEC

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
      *  An operator with no DL17 row on TBDEVHAB may not run the
      *  transaction at all - refuse and end the conversation.
           PERFORM 555-Count-Habilitation-Rtn
           IF WS-NB-HAB = ZERO
               MOVE SPACES TO WS-MSG-TEXTE
               STRING 'USER '          DELIMITED BY SIZE
                      WS-OPERATEUR     DELIMITED BY SPACE
                      ' IS NOT ENTITLED TO DL17 - SEE FX ENTITLEMENTS'
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
      *  Dispatch on the key the operator pressed. The browse
                    WS-MSG-TEXTE
               SET RECORD-INVALIDE TO TRUE
           END-IF

      *  Every leg keyed must be covered by one of the operator's
      *  DL17 entitlement rows.
           IF RECORD-VALIDE
               MOVE CA-CDEV1 TO WS-CDEV
               PERFORM 557-Select-Habilitation-Rtn
               IF HAB-REFUSEE
                   PERFORM 260-Refuse-Cdev-Rtn
                   SET RECORD-INVALIDE TO TRUE
               END-IF
           END-IF

           IF RECORD-VALIDE AND MODE-CROISE
               MOVE CA-CDEV2 TO WS-CDEV
               PERFORM 557-Select-Habilitation-Rtn
               IF HAB-REFUSEE
                   PERFORM 260-Refuse-Cdev-Rtn
                   SET RECORD-INVALIDE TO TRUE
               END-IF
           END-IF
           .

       260-Refuse-Cdev-Rtn.
      **********************************************************
      *  The operator's refusal for a currency no DL17 row of
      *  theirs covers.
           MOVE SPACES TO WS-MSG-TEXTE
           STRING 'USER '          DELIMITED BY SIZE
                  WS-OPERATEUR     DELIMITED BY SPACE
                  ' IS NOT ENTITLED TO BROWSE ' DELIMITED BY SIZE
                  WS-CDEV          DELIMITED BY SIZE
                  ' - SEE FX ENTITLEMENTS' DELIMITED BY SIZE
             INTO WS-MSG-TEXTE
           .

       300-Build-Page-Rtn.
      **********************************************************
      *  Open the cursor the direction/bound/mode switches pick,
      *  collect up to ten events, close - noting whether any of
      *  them came back from the archive. An ascending build is
      *  reversed so the page edges and the screen stay
      *  newest-first, then the COMMAREA remembers the new
      *  edges.
           MOVE ZERO TO WS-PAGE-NB
           SET PAGE-EN-LIGNE TO TRUE
           PERFORM 500-Cursor-Open-Rtn
           PERFORM 530-Cursor-Fetch-Rtn
           PERFORM UNTIL (FIN-FETCH) OR (WS-PAGE-NB >= 10)
               MOVE WS-F-VENTE TO WS-PG-VENTE (PG-IDX)
               MOVE WS-F-DDMAJ TO WS-PG-DDMAJ (PG-IDX)
               MOVE WS-F-HDMAJ TO WS-PG-HDMAJ (PG-IDX)
               IF SOURCE-RESTAUREE
                   SET PAGE-RESTAUREE TO TRUE
               END-IF
               PERFORM 530-Cursor-Fetch-Rtn
           END-PERFORM
           PERFORM 590-Cursor-Close-Rtn
               MOVE WS-PG-HDMAJ (PG-IDX) TO CA-BOT-HDMAJ
               MOVE WS-PAGE-NB TO CA-NB-AFFICHE
           END-IF

           IF PAGE-RESTAUREE AND WS-MSG-TEXTE = SPACES
               MOVE 'PAGE INCLUDES PURGED HISTORY RESTORED FROM ARCHIVE'
                 TO WS-MSG-TEXTE
           END-IF
           .

       340-Reverse-Page-Rtn.
           SUBTRACT 1 FROM WS-J
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
      *  Is there a DL17 row for the signed-on USERID covering
      *  WS-CDEV - by the code itself, by the currency's master
      *  group, or all currencies.
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
      *  Open whichever of the six cursors the switches pick.
              WHEN MODE-SIMPLE AND SENS-DESC AND BORNE-INCLUSE
                 EXEC SQL FETCH CSR-S-DI
                    INTO :WS-F-ACHAT, :WS-F-VENTE,
                         :WS-F-DDMAJ, :WS-F-HDMAJ,
                         :WS-F-SOURCE
                 END-EXEC
              WHEN MODE-SIMPLE AND SENS-DESC AND BORNE-EXCLUE
                 EXEC SQL FETCH CSR-S-DE
                    INTO :WS-F-ACHAT, :WS-F-VENTE,
                         :WS-F-DDMAJ, :WS-F-HDMAJ,
                         :WS-F-SOURCE
                 END-EXEC
              WHEN MODE-SIMPLE AND SENS-ASC
                 EXEC SQL FETCH CSR-S-AE
                    INTO :WS-F-ACHAT, :WS-F-VENTE,
                         :WS-F-DDMAJ, :WS-F-HDMAJ,
                         :WS-F-SOURCE
                 END-EXEC
              WHEN MODE-CROISE AND SENS-DESC AND BORNE-INCLUSE
                 EXEC SQL FETCH CSR-X-DI
                    INTO :WS-F-ACHAT, :WS-F-VENTE,
                         :WS-F-DDMAJ, :WS-F-HDMAJ,
                         :WS-F-SOURCE
                 END-EXEC
              WHEN MODE-CROISE AND SENS-DESC AND BORNE-EXCLUE
                 EXEC SQL FETCH CSR-X-DE
                    INTO :WS-F-ACHAT, :WS-F-VENTE,
                         :WS-F-DDMAJ, :WS-F-HDMAJ,
                         :WS-F-SOURCE
                 END-EXEC
              WHEN OTHER
                 EXEC SQL FETCH CSR-X-AE
                    INTO :WS-F-ACHAT, :WS-F-VENTE,
                         :WS-F-DDMAJ, :WS-F-HDMAJ,
                         :WS-F-SOURCE
                 END-EXEC
           END-EVALUATE
           PERFORM D550-CHECKSQL
