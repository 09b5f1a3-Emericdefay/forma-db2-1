      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  DEFAY E.      PGM030L's shared 44-byte area is
      *                         back to its original layout. The
      *                         tenor, value date and per-unit rates
      *                         had been added on the end of it, so
      *                         a consumer not recompiled (loans,
      *                         trade finance, statements) would
      *                         have had the storage after its area
      *                         read as a forward request and
      *                         overwritten with per-unit rates.
      *                         Those fields now live in a second
      *                         area, TAUX-PARAMETRES-X, reached
      *                         only through the new PGM030X entry
      *                         point. A CALL 'PGM030' is answered
      *                         as before, spot only, and nothing
      *                         past TAUX-CDEV-ERR is touched. The
      *                         request is copied into work fields,
      *                         and the per-unit answer is built
      *                         there and copied back out on a
      *                         PGM030X call only.
      * 10/14/26  DEFAY E.      Restored history. A past moment the
      *                         live history no longer reaches (PGM024
      *                         purged it) is now also looked for in
      *                         the TBDEVISEHR holding table PGM041
      *                         reloads archived rows into - single
      *                         currency (532) and direct pair (537)
      *                         alike, only after the live history
      *                         found nothing, since a restored row
      *                         is always older than a live one. Such
      *                         an answer comes back with the new
      *                         origin 'A'.
      * 10/14/26  DEFAY E.      Quote conventions. TBDEVISE carries
      *                         each currency as quoted - JPY per
      *                         100, HUF/IDR per 1000, GBP/AUD
      *                         indirect - and 175 divided the legs
      *                         as if every one were a per-one
      *                         direct quote, so a cross through JPY
      *                         came back a hundredfold out. 550 now
      *                         brings UNITQUOT/SENSQUOT with the
      *                         state, 230/235 keep them per leg,
      *                         and 176 turns each leg into base
      *                         currency per one unit before the
      *                         division (an indirect leg inverted,
      *                         sides swapped). Every answer also
      *                         comes back per one unit in the new
      *                         PGM030L TAUX-MTACHAT-U/TAUX-MTVENTE-U
      *                         (177) at eleven decimals, so a
      *                         consumer multiplies an amount by it
      *                         without knowing the convention; the
      *                         quoted-convention fields are
      *                         unchanged for existing callers.
      * 10/14/26  DEFAY E.      Outright forwards. PGM030L grows a
      *                         tenor (1W/1M/3M/6M/12M) and a value
      *                         date; either one turns a single-
      *                         currency request into a forward: the
      *                         spot answer as before, plus the
      *                         TBDEVFWD points effective at the same
      *                         moment (TBDEVFWDH for a past one),
      *                         interpolated straight-line on the day
      *                         count between the two tenors that
      *                         bracket the value date - from spot's
      *                         zero points below 1W. Answered with
      *                         origin 'F'. Both given, an unknown
      *                         tenor, a value date not after the
      *                         moment or a forward on a pair answer
      *                         '20'; beyond 12M or a bracketing
      *                         tenor never quoted answers '16'.
      * 09/02/26  DEFAY E.      Rate precision widened to
      *                         DECIMAL(11,5) with the tables - the
      *                         PGM030L parameter rates and every
           10 WS-L2-MTACHAT  PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-L2-MTVENTE  PIC S9(06)V9(05) USAGE COMP-3.

      / HOW THE SERVICE WAS CALLED - 'PGM030' passes only the
      / original parameter area, and nothing past it is touched;
      / 'PGM030X' also passes the second area. The forward request
      / is copied in from it, and the per-one-unit answer built
      / here and copied back out, only on a PGM030X call.
       01 FILLER.
           10 WS-APPEL-SW    PIC X(01).
              88 APPEL-PGM030   VALUE 'S'.
              88 APPEL-PGM030X  VALUE 'X'.
           10 WS-TENOR       PIC X(03).
           10 WS-DDVALEUR    PIC X(10).
           10 WS-REP-ACHAT-U PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-REP-VENTE-U PIC S9(07)V9(11) USAGE COMP-3.

      / FORWARD REQUEST - set by 010-Verify-Term-Rtn: a tenor or a
      / value date asks for the outright, WS-JOURS-CIBLE carries
      / its day count from the moment's date
       01 FILLER.
           10 WS-TERME-SW    PIC X(01).
              88 TERME-DEMANDE  VALUE 'O'.
              88 TERME-SANS     VALUE 'N'.
           10 WS-JOURS-CIBLE PIC S9(09) USAGE COMP.

      / STANDARD TENOR CURVE - code and day count, shortest first;
      / the bracketing search in 180 relies on that order
       01 WS-TN-TABLE-INIT.
           10 FILLER         PIC X(30)
              VALUE '1W 0071M 0303M 0916M 18212M365'.
       01 WS-TN-TABLE REDEFINES WS-TN-TABLE-INIT.
           10 WS-TN-ENTRY    OCCURS 5.
              15 WS-TN-CODE  PIC X(03).
              15 WS-TN-JOURS PIC 9(03).
       01 FILLER.
           10 WS-TN-MAX      PIC 9(07) USAGE COMP VALUE 5.
           10 WS-TN-IDX      PIC 9(07) USAGE COMP.

      / FORWARD-POINTS WORK AREAS - the bracketing tenors' points
      / (P1 below, P2 above) and day counts, and the points one
      / 190 lookup answers for WS-FWD-TENOR
       01 FILLER.
           10 WS-FWD-TENOR   PIC X(03).
           10 WS-PT-ACHAT    PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-PT-VENTE    PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-P1-ACHAT    PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-P1-VENTE    PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-P2-ACHAT    PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-P2-VENTE    PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-D1-JOURS    PIC S9(05) USAGE COMP-3.
           10 WS-D2-JOURS    PIC S9(05) USAGE COMP-3.

      / EACH LEG'S QUOTE CONVENTION - kept by 230/235 off the
      / master, and 176's per-one-unit work areas (eleven
      / decimals so a per-1000 leg keeps its significant digits)
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
           10 WS-NQ-SW       PIC X(01).
              88 NQ-OK          VALUE 'O'.
              88 NQ-KO          VALUE 'N'.

      / CURRENCY-MASTER OUTCOME - set by 550-Select-Master-Rtn
       01 FILLER.
           10 WS-MAST-SW     PIC X(01).
              88 MAST-SUSPENDU  VALUE 'S'.
              88 MAST-INCONNU   VALUE 'U'.

      / PAIR-PATH OUTCOME - set by 160-Lookup-Pair-Rtn's fetches,
      / and by 015's tenor search
       01 FILLER.
           10 WS-TROUVE-SW   PIC X(01).
              88 TAUX-TROUVE    VALUE 'O'.
           EXEC SQL INCLUDE DBCTBDXH
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM041) - RESTORED HISTORY
           EXEC SQL INCLUDE DBCTBDHR
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM021) - CURRENCY MASTER
           EXEC SQL INCLUDE DBCTBDM
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM037) - FORWARD POINTS
           EXEC SQL INCLUDE DBCTBDF
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM037) - FORWARD-POINTS HISTORY
           EXEC SQL INCLUDE DBCTBDFH
           END-EXEC.

      / CURSOR - the single-currency history row effective at the
      / moment asked for: the greatest effective-from on or before
      / it; one fetch answers.
               ORDER BY DDMAJ DESC, HDMAJ DESC
           END-EXEC.

      / CURSOR - same as-of positioning over the restored history
      / PGM041 reloaded from the archive, one currency (CDEV2
      / spaces).
           EXEC SQL
              DECLARE CSR-ASOFR CURSOR FOR
              SELECT MTACHAT, MTVENTE
                FROM TBDEVISEHR
               WHERE CDEV1 = :WS-CDEV
                 AND CDEV2 = ' '
                 AND (DDMAJ < :WS-DDEMANDE
                      OR (DDMAJ = :WS-DDEMANDE
                          AND HDMAJ <= :WS-HDEMANDE))
               ORDER BY DDMAJ DESC, HDMAJ DESC
           END-EXEC.

      / CURSOR - same over the restored history of a direct pair.
           EXEC SQL
              DECLARE CSR-ASOFXR CURSOR FOR
              SELECT MTACHAT, MTVENTE
                FROM TBDEVISEHR
               WHERE CDEV1 = :TAUX-CDEV1
                 AND CDEV2 = :TAUX-CDEV2
                 AND (DDMAJ < :WS-DDEMANDE
                      OR (DDMAJ = :WS-DDEMANDE
                          AND HDMAJ <= :WS-HDEMANDE))
               ORDER BY DDMAJ DESC, HDMAJ DESC
           END-EXEC.

      / CURSOR - same as-of positioning over the forward-points
      / history, one currency and tenor.
           EXEC SQL
              DECLARE CSR-ASOFF CURSOR FOR
              SELECT PTACHAT, PTVENTE
                FROM TBDEVFWDH
               WHERE CDEV   = :WS-CDEV
                 AND CTENOR = :WS-FWD-TENOR
                 AND (DDMAJ < :WS-DDEMANDE
                      OR (DDMAJ = :WS-DDEMANDE
                          AND HDMAJ <= :WS-HDEMANDE))
               ORDER BY DDMAJ DESC, HDMAJ DESC
           END-EXEC.

      /
      *****************************************************************
       LINKAGE SECTION.
      *****************************************************************
      / THE PARAMETER AREAS EVERY CONSUMER PRICES THROUGH - the
      / second one is addressable on a PGM030X call only
           COPY PGM030L.

      /
      *****************************************************************

       PROCEDURE DIVISION USING TAUX-PARAMETRES.
           SET APPEL-PGM030 TO TRUE
           PERFORM 050-Answer-Rtn
           GOBACK.

      *  Second way in - the caller passes PGM030L's second area
      *  for a forward request and the per-one-unit answer.
      *  Zeroed first, so an answer cut short by D520 still comes
      *  back zero.
           ENTRY 'PGM030X' USING TAUX-PARAMETRES TAUX-PARAMETRES-X.
           SET APPEL-PGM030X TO TRUE
           MOVE ZERO TO TAUX-MTACHAT-U
           MOVE ZERO TO TAUX-MTVENTE-U
           PERFORM 050-Answer-Rtn
           MOVE WS-REP-ACHAT-U TO TAUX-MTACHAT-U
           MOVE WS-REP-VENTE-U TO TAUX-MTVENTE-U
           GOBACK.

       050-Answer-Rtn.
      **********************************************************
      *  Normalize the request, then answer it.
           PERFORM 000-Initialize
           IF TAUX-OK
               PERFORM 100-Main
           END-IF
           .

       000-Initialize.
      **********************************************************
      *  the requests no table can answer.
           MOVE ZERO TO TAUX-MTACHAT
           MOVE ZERO TO TAUX-MTVENTE
           MOVE ZERO TO WS-REP-ACHAT-U
           MOVE ZERO TO WS-REP-VENTE-U
           IF APPEL-PGM030X
               MOVE TAUX-TENOR    TO WS-TENOR
               MOVE TAUX-DDVALEUR TO WS-DDVALEUR
           ELSE
               MOVE SPACES        TO WS-TENOR
               MOVE SPACES        TO WS-DDVALEUR
           END-IF
           MOVE SPACES TO TAUX-ORIGINE
           MOVE SPACES TO TAUX-CDEV-ERR
           MOVE '00' TO TAUX-CODE-RET
                   END-IF
               END-IF
           END-IF

           SET TERME-SANS TO TRUE
           IF TAUX-OK
               PERFORM 010-Verify-Term-Rtn
           END-IF
           .

       010-Verify-Term-Rtn.
      **********************************************************
      *  A tenor or a value date asks for the outright forward.
      *  Turn either into a day count from the moment's date and
      *  refuse what the points curve cannot answer.
           IF WS-TENOR = LOW-VALUES
               MOVE SPACES TO WS-TENOR
           END-IF
           IF WS-DDVALEUR = LOW-VALUES
               MOVE SPACES TO WS-DDVALEUR
           END-IF

           IF WS-TENOR NOT = SPACES OR WS-DDVALEUR NOT = SPACES
               SET TERME-DEMANDE TO TRUE
               EVALUATE TRUE
                  WHEN TAUX-CDEV2 NOT = SPACES
                   AND TAUX-CDEV2 NOT = LOW-VALUES
                     MOVE '20' TO TAUX-CODE-RET
                  WHEN WS-TENOR NOT = SPACES
                   AND WS-DDVALEUR NOT = SPACES
                     MOVE '20' TO TAUX-CODE-RET
                  WHEN WS-TENOR NOT = SPACES
                     MOVE 1 TO WS-TN-IDX
                     SET TAUX-ABSENT TO TRUE
                     PERFORM 015-Next-Code-Rtn
                        UNTIL WS-TN-IDX > WS-TN-MAX OR TAUX-TROUVE
                     IF TAUX-ABSENT
                         MOVE '20' TO TAUX-CODE-RET
                     END-IF
                  WHEN OTHER
                     PERFORM 545-Select-Days-Rtn
                     IF TAUX-OK AND WS-JOURS-CIBLE NOT > ZERO
                         MOVE '20' TO TAUX-CODE-RET
                     END-IF
                     IF TAUX-OK
                     AND WS-JOURS-CIBLE > WS-TN-JOURS(WS-TN-MAX)
                         MOVE '16' TO TAUX-CODE-RET
                         MOVE TAUX-CDEV1 TO TAUX-CDEV-ERR
                     END-IF
               END-EVALUATE
           END-IF
           .

       015-Next-Code-Rtn.
      **********************************************************
      *  One entry of the tenor search - a match carries its day
      *  count out as the value date's.
           IF WS-TN-CODE(WS-TN-IDX) = WS-TENOR
               MOVE WS-TN-JOURS(WS-TN-IDX) TO WS-JOURS-CIBLE
               SET TAUX-TROUVE TO TRUE
           END-IF
           ADD 1 TO WS-TN-IDX
           .

       100-Main.
                   MOVE TAUX-CDEV1 TO WS-CDEV
                   PERFORM 150-Lookup-Single-Rtn
                   IF WS-LEG-RET = '00'
                       IF TERME-DEMANDE
                           PERFORM 180-Forward-Outright-Rtn
                       ELSE
                           MOVE WS-MTACHAT TO TAUX-MTACHAT
                           MOVE WS-MTVENTE TO TAUX-MTVENTE
                           MOVE WS-ORIGINE TO TAUX-ORIGINE
                       END-IF
                       IF TAUX-OK
                           PERFORM 177-Answer-Per-Unit-Rtn
                       END-IF
                   ELSE
                       MOVE WS-LEG-RET TO TAUX-CODE-RET
                       MOVE TAUX-CDEV1 TO TAUX-CDEV-ERR

           IF TAUX-ABSENT
               PERFORM 170-Triangulate-Rtn
           ELSE
               MOVE TAUX-MTACHAT TO WS-REP-ACHAT-U
               MOVE TAUX-MTVENTE TO WS-REP-VENTE-U
           END-IF
           .

      *  from the two TBDEVISE legs as of the same moment,
      *  through the legs' conservative sides (buy = achat leg1 /
      *  vente leg2, sell = vente leg1 / achat leg2), exactly as
      *  PGM019 recomputes the loaded pairs - each leg per one
      *  unit first (176), whatever its quote convention.
           MOVE TAUX-CDEV1 TO WS-CDEV
           PERFORM 150-Lookup-Single-Rtn
           IF WS-LEG-RET NOT = '00'

       175-Divide-Legs-Rtn.
      **********************************************************
      *  The division itself, over the per-one-unit legs - a
      *  zero divisor (or a zero indirect leg, which cannot be
      *  inverted) cannot be triangulated and answers
      *  no-quotation; a result too wide for the caller's field
      *  answers overflow rather than a silently clipped rate.
      *  The cross is computed at full width into the per-unit
      *  answer, then rounded into the quoted one.
           MOVE WS-L1-MTACHAT  TO WS-NQ-ACHAT
           MOVE WS-L1-MTVENTE  TO WS-NQ-VENTE
           MOVE WS-L1-UNITQUOT TO WS-NQ-UNITQUOT
           MOVE WS-L1-SENSQUOT TO WS-NQ-SENSQUOT
           PERFORM 176-Normalize-Leg-Rtn
           IF NQ-KO
               MOVE '16' TO TAUX-CODE-RET
               MOVE TAUX-CDEV1 TO TAUX-CDEV-ERR
           ELSE
               MOVE WS-NQ-U-ACHAT  TO WS-N1-ACHAT
               MOVE WS-NQ-U-VENTE  TO WS-N1-VENTE
               MOVE WS-L2-MTACHAT  TO WS-NQ-ACHAT
               MOVE WS-L2-MTVENTE  TO WS-NQ-VENTE
               MOVE WS-L2-UNITQUOT TO WS-NQ-UNITQUOT
               MOVE WS-L2-SENSQUOT TO WS-NQ-SENSQUOT
               PERFORM 176-Normalize-Leg-Rtn
               IF NQ-KO
               OR WS-NQ-U-VENTE = ZERO OR WS-NQ-U-ACHAT = ZERO
                   MOVE '16' TO TAUX-CODE-RET
                   MOVE TAUX-CDEV2 TO TAUX-CDEV-ERR
               END-IF
           END-IF

           IF TAUX-OK
               MOVE 'T' TO TAUX-ORIGINE
               COMPUTE WS-REP-ACHAT-U ROUNDED =
                       WS-N1-ACHAT / WS-NQ-U-VENTE
                  ON SIZE ERROR
                       MOVE '24' TO TAUX-CODE-RET
               END-COMPUTE
               COMPUTE WS-REP-VENTE-U ROUNDED =
                       WS-N1-VENTE / WS-NQ-U-ACHAT
                  ON SIZE ERROR
                       MOVE '24' TO TAUX-CODE-RET
               END-COMPUTE
               COMPUTE TAUX-MTACHAT ROUNDED = WS-REP-ACHAT-U
                  ON SIZE ERROR
                       MOVE '24' TO TAUX-CODE-RET
               END-COMPUTE
               COMPUTE TAUX-MTVENTE ROUNDED = WS-REP-VENTE-U
                  ON SIZE ERROR
                       MOVE '24' TO TAUX-CODE-RET
               END-COMPUTE
      *  the rates at zero and no origin, so a consumer checking
      *  the rate instead of the code never prices off the one
      *  side that happened to fit.
               IF TAUX-DEBORDEMENT
                   MOVE ZERO TO TAUX-MTACHAT
                   MOVE ZERO TO TAUX-MTVENTE
                   MOVE ZERO TO WS-REP-ACHAT-U
                   MOVE ZERO TO WS-REP-VENTE-U
                   MOVE SPACES TO TAUX-ORIGINE
               END-IF
           END-IF
           .

       176-Normalize-Leg-Rtn.
      **********************************************************
      *  One quoted rate into base currency per one unit: a
      *  direct quote divides by its unit; an indirect quote is
      *  inverted, the sides swapping (the bank's buy is the
      *  inverse of the quoted sell) so the spread stays on the
      *  bank's side. A zero indirect rate cannot be inverted -
      *  NQ-KO.
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

       177-Answer-Per-Unit-Rtn.
      **********************************************************
      *  A single-currency answer (spot or outright) per one
      *  unit, through the currency's own convention. A quote
      *  that cannot be inverted is no usable quotation - all or
      *  nothing, as everywhere else.
           MOVE TAUX-MTACHAT   TO WS-NQ-ACHAT
           MOVE TAUX-MTVENTE   TO WS-NQ-VENTE
           MOVE WS-L1-UNITQUOT TO WS-NQ-UNITQUOT
           MOVE WS-L1-SENSQUOT TO WS-NQ-SENSQUOT
           PERFORM 176-Normalize-Leg-Rtn
           IF NQ-OK
               MOVE WS-NQ-U-ACHAT TO WS-REP-ACHAT-U
               MOVE WS-NQ-U-VENTE TO WS-REP-VENTE-U
           ELSE
               MOVE '16' TO TAUX-CODE-RET
               MOVE TAUX-CDEV1 TO TAUX-CDEV-ERR
               MOVE ZERO TO TAUX-MTACHAT
               MOVE ZERO TO TAUX-MTVENTE
               MOVE SPACES TO TAUX-ORIGINE
           END-IF
           .

       180-Forward-Outright-Rtn.
      **********************************************************
      *  Spot is in WS-MTACHAT/WS-MTVENTE. Find the first tenor at
      *  or beyond the value date's day count (010 has already
      *  refused anything past 12M), take its points, and
      *  interpolate down towards the tenor below it - or towards
      *  spot's zero points below 1W. Outright = spot + points.
           MOVE 1 TO WS-TN-IDX
           PERFORM 185-Next-Tenor-Rtn
              UNTIL WS-TN-JOURS(WS-TN-IDX) >= WS-JOURS-CIBLE

           MOVE WS-TN-CODE(WS-TN-IDX)  TO WS-FWD-TENOR
           MOVE WS-TN-JOURS(WS-TN-IDX) TO WS-D2-JOURS
           PERFORM 190-Lookup-Points-Rtn
           MOVE WS-PT-ACHAT TO WS-P2-ACHAT
           MOVE WS-PT-VENTE TO WS-P2-VENTE

           IF WS-LEG-RET = '00'
           AND WS-D2-JOURS NOT = WS-JOURS-CIBLE
               IF WS-TN-IDX = 1
                   MOVE ZERO TO WS-D1-JOURS
                   MOVE ZERO TO WS-P1-ACHAT
                   MOVE ZERO TO WS-P1-VENTE
               ELSE
                   SUBTRACT 1 FROM WS-TN-IDX
                   MOVE WS-TN-CODE(WS-TN-IDX)  TO WS-FWD-TENOR
                   MOVE WS-TN-JOURS(WS-TN-IDX) TO WS-D1-JOURS
                   PERFORM 190-Lookup-Points-Rtn
                   MOVE WS-PT-ACHAT TO WS-P1-ACHAT
                   MOVE WS-PT-VENTE TO WS-P1-VENTE
               END-IF
               IF WS-LEG-RET = '00'
                   PERFORM 195-Interpolate-Rtn
               END-IF
           END-IF

           IF WS-LEG-RET NOT = '00'
               MOVE WS-LEG-RET TO TAUX-CODE-RET
               MOVE TAUX-CDEV1 TO TAUX-CDEV-ERR
           ELSE
               MOVE 'F' TO TAUX-ORIGINE
               COMPUTE TAUX-MTACHAT = WS-MTACHAT + WS-PT-ACHAT
                  ON SIZE ERROR
                       MOVE '24' TO TAUX-CODE-RET
               END-COMPUTE
               COMPUTE TAUX-MTVENTE = WS-MTVENTE + WS-PT-VENTE
                  ON SIZE ERROR
                       MOVE '24' TO TAUX-CODE-RET
               END-COMPUTE
      *  All or nothing, as for a triangulated cross.
               IF TAUX-DEBORDEMENT
                   MOVE ZERO TO TAUX-MTACHAT
                   MOVE ZERO TO TAUX-MTVENTE
           END-IF
           .

       185-Next-Tenor-Rtn.
      **********************************************************
      *  Step the bracketing search one tenor along the curve.
           ADD 1 TO WS-TN-IDX
           .

       190-Lookup-Points-Rtn.
      **********************************************************
      *  The points effective at the moment for WS-CDEV and
      *  WS-FWD-TENOR: the current TBDEVFWD row when the moment is
      *  on or after its effective-from, else the history row the
      *  as-of cursor positions on - the same rule 150 applies to
      *  spot. Answers into WS-PT-ACHAT/WS-PT-VENTE.
           MOVE '00' TO WS-LEG-RET
           EXEC SQL
              SELECT PTACHAT, PTVENTE, DDMAJ, HDMAJ
                INTO :WS-CUR-ACHAT, :WS-CUR-VENTE,
                     :WS-CUR-DDMAJ, :WS-CUR-HDMAJ
                FROM TBDEVFWD
               WHERE CDEV   = :WS-CDEV
                 AND CTENOR = :WS-FWD-TENOR
           END-EXEC
           PERFORM D550-CHECKSQL

           EVALUATE TRUE
              WHEN SQLCODE = +100
                 PERFORM 538-Fetch-AsofF-Rtn
              WHEN WS-CUR-DDMAJ < WS-DDEMANDE
                 MOVE WS-CUR-ACHAT TO WS-PT-ACHAT
                 MOVE WS-CUR-VENTE TO WS-PT-VENTE
              WHEN WS-CUR-DDMAJ = WS-DDEMANDE
               AND WS-CUR-HDMAJ <= WS-HDEMANDE
                 MOVE WS-CUR-ACHAT TO WS-PT-ACHAT
                 MOVE WS-CUR-VENTE TO WS-PT-VENTE
              WHEN OTHER
                 PERFORM 538-Fetch-AsofF-Rtn
           END-EVALUATE
           .

       195-Interpolate-Rtn.
      **********************************************************
      *  Straight line between the bracketing tenors on the day
      *  count: P = P1 + (P2 - P1) * (N - D1) / (D2 - D1).
           COMPUTE WS-PT-ACHAT ROUNDED =
                   WS-P1-ACHAT + (WS-P2-ACHAT - WS-P1-ACHAT)
                 * (WS-JOURS-CIBLE - WS-D1-JOURS)
                 / (WS-D2-JOURS - WS-D1-JOURS)
           COMPUTE WS-PT-VENTE ROUNDED =
                   WS-P1-VENTE + (WS-P2-VENTE - WS-P1-VENTE)
                 * (WS-JOURS-CIBLE - WS-D1-JOURS)
                 / (WS-D2-JOURS - WS-D1-JOURS)
           .

       230-Verify-Leg-Rtn.
      **********************************************************
      *  First (or only) leg through the currency master - the
      *  never prices off a suspended or unknown code.
           MOVE TAUX-CDEV1 TO CDEV-M
           PERFORM 550-Select-Master-Rtn
           MOVE UNITQUOT-M TO WS-L1-UNITQUOT
           MOVE SENSQUOT-M TO WS-L1-SENSQUOT
           EVALUATE TRUE
              WHEN MAST-INCONNU
                 MOVE '08' TO TAUX-CODE-RET
      *  Second leg through the same gate.
           MOVE TAUX-CDEV2 TO CDEV-M
           PERFORM 550-Select-Master-Rtn
           MOVE UNITQUOT-M TO WS-L2-UNITQUOT
           MOVE SENSQUOT-M TO WS-L2-SENSQUOT
           EVALUATE TRUE
              WHEN MAST-INCONNU
                 MOVE '08' TO TAUX-CODE-RET
              CLOSE CSR-ASOF
           END-EXEC
           PERFORM D550-CHECKSQL

           IF WS-LEG-RET = '16'
               PERFORM 532-Fetch-AsofR-Rtn
           END-IF
           .

       532-Fetch-AsofR-Rtn.
      **********************************************************
      *  Nothing live that old - the moment may lie in a purged
      *  period PGM041 has restored. Found there, the leg
      *  answers with origin 'A'.
           EXEC SQL
              OPEN CSR-ASOFR
           END-EXEC
           PERFORM D550-CHECKSQL
           EXEC SQL
              FETCH CSR-ASOFR
               INTO :WS-MTACHAT, :WS-MTVENTE
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE NOT = +100
               MOVE '00' TO WS-LEG-RET
               MOVE 'A' TO WS-ORIGINE
           END-IF
           EXEC SQL
              CLOSE CSR-ASOFR
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       535-Fetch-AsofX-Rtn.
              CLOSE CSR-ASOFX
           END-EXEC
           PERFORM D550-CHECKSQL

           IF TAUX-ABSENT
               PERFORM 537-Fetch-AsofXR-Rtn
           END-IF
           .

       537-Fetch-AsofXR-Rtn.
      **********************************************************
      *  Same fallback to the restored history for a direct
      *  pair; still nothing leaves the pair to triangulate.
           EXEC SQL
              OPEN CSR-ASOFXR
           END-EXEC
           PERFORM D550-CHECKSQL
           EXEC SQL
              FETCH CSR-ASOFXR
               INTO :WS-CUR-ACHAT, :WS-CUR-VENTE
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE NOT = +100
               MOVE WS-CUR-ACHAT TO TAUX-MTACHAT
               MOVE WS-CUR-VENTE TO TAUX-MTVENTE
               MOVE 'A' TO TAUX-ORIGINE
               SET TAUX-TROUVE TO TRUE
           END-IF
           EXEC SQL
              CLOSE CSR-ASOFXR
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       538-Fetch-AsofF-Rtn.
      **********************************************************
      *  Same one-fetch answer over the forward-points history -
      *  or says the tenor carried no points then.
           EXEC SQL
              OPEN CSR-ASOFF
           END-EXEC
           PERFORM D550-CHECKSQL
           EXEC SQL
              FETCH CSR-ASOFF
               INTO :WS-PT-ACHAT, :WS-PT-VENTE
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               MOVE '16' TO WS-LEG-RET
           END-IF
           EXEC SQL
              CLOSE CSR-ASOFF
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       540-Select-Now-Rtn.
           PERFORM D550-CHECKSQL
           .

       545-Select-Days-Rtn.
      **********************************************************
      *  Day count from the moment's date to the value date, by
      *  DB2's own calendar. A value date DB2 cannot read is a bad
      *  request, not a DB2 failure.
           EXEC SQL
              SELECT DAYS(:WS-DDVALEUR) - DAYS(:WS-DDEMANDE)
                INTO :WS-JOURS-CIBLE
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           IF SQLCODE = -180 OR SQLCODE = -181
               MOVE '20' TO TAUX-CODE-RET
           ELSE
               PERFORM D550-CHECKSQL
           END-IF
           .

       550-Select-Master-Rtn.
      **********************************************************
      *  Look the code in CDEV-M up on the TBDEVMAST currency
      *  master and classify it: active, suspended, or unknown -
      *  its quote convention comes back with the state.
           EXEC SQL
              SELECT CETAT, UNITQUOT, SENSQUOT
                INTO :CETAT-M, :UNITQUOT-M, :SENSQUOT-M
                FROM TBDEVMAST
               WHERE CDEV = :CDEV-M
           END-EXEC

           EVALUATE TRUE
              WHEN SQLCODE = +100
                 MOVE 1   TO UNITQUOT-M
                 MOVE 'D' TO SENSQUOT-M
                 SET MAST-INCONNU TO TRUE
              WHEN CETAT-M = 'S'
                 SET MAST-SUSPENDU TO TRUE
