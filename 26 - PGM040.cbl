      *****************************************************************
      * Program name:    PGM040
      * Original author: DEFAY E.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      PGM043 now posts the desk's derived
      *                         crosses to TBDEVISEX through the
      *                         same history path, stamping 'D' -
      *                         a known TBDEVISEXH origin alongside
      *                         the cross load's 'X'.
      * 10/14/26  DEFAY E.      Written - the weekly integrity audit
      *                         of the rate-history timelines. PGM016
      *                         ('B', restatements 'R'), PGM017
      *                         ('X'), PGM018/PGM028 ('O') and PGM023
      *                         ('P') all write history and PGM024
      *                         purges it, while PGM025's averages,
      *                         DL17 and PGM030's as-of lookup all
      *                         take each CDEV's (and each pair's)
      *                         effective-from stamps as one clean
      *                         rising chain ending just before the
      *                         current row - and nothing checked.
      *                         PGM040 walks every TBDEVISEH and
      *                         TBDEVISEXH row in key order and
      *                         prints one line per break: duplicate
      *                         stamp, a row superseded before it
      *                         took effect or out of capture order,
      *                         a row stamped at or after the current
      *                         TBDEVISE/TBDEVISEX row, a crossed
      *                         rate, more decimals than the master's
      *                         NBDEC, an unknown CORIGINE, history
      *                         for a code not on TBDEVMAST. Read-
      *                         only; any break ends the run RC=0004.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM040.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILERPT ASSIGN TO FILERPT
           FILE STATUS IS FS-FILERPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      / TIMELINE AUDIT REPORT - one line per break found
       FD  FILERPT RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-RAPPORT     PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILERPT PIC X(2).

      / HISTORY ROW CURRENTLY FETCHED - WS-CDEV2 stays spaces on
      / the single-currency pass. The known origins differ per
      / table: TBDEVISEH is written by the loads ('B'), the
      / restatements ('R'), the promotions ('P') and the online
      / corrections ('O'); TBDEVISEXH by the cross load ('X') and
      / the derived-cross run ('D').
       01 FILLER.
           10 WS-CDEV        PIC X(03).
           10 WS-CDEV2       PIC X(03).
           10 WS-MTACHAT     PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-MTVENTE     PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-STAMP-EFFET.
              15 WS-DDMAJ    PIC X(10).
              15 WS-HDMAJ    PIC X(08).
           10 WS-CORIGINE    PIC X(01).
              88 ORIGINE-HISTO-CONNUE  VALUE 'B' 'R' 'P' 'O'.
              88 ORIGINE-CROSS-CONNUE  VALUE 'X' 'D'.
           10 WS-CUSER       PIC X(08).
           10 WS-STAMP-SAISIE.
              15 WS-DDSAISIE PIC X(10).
              15 WS-HDSAISIE PIC X(08).

      / TIMELINE STATE PER CDEV / PAIR - reset on each break.
      / The previous row's effective stamp catches a duplicate;
      / the last capture stamp of a row that was not restated
      / catches a chain out of order (a restatement re-stamps its
      / row with the day of the repair, so it is left out of that
      / comparison by design). The current row's stamp is the one
      / every history row must precede.
       01 FILLER.
           10 WS-BREAK-CDEV       PIC X(03).
           10 WS-BREAK-CDEV2      PIC X(03).
           10 WS-STAMP-PREC       PIC X(18).
           10 WS-STAMP-PREC-SAISIE PIC X(18).
           10 WS-STAMP-COURANT.
              15 WS-DDMAJ-COURANT PIC X(10).
              15 WS-HDMAJ-COURANT PIC X(08).
           10 WS-COURANT-SW       PIC X(01).
              88 COURANT-TROUVE      VALUE 'O'.
              88 COURANT-ABSENT      VALUE 'N'.

      / MASTER STATE PER CDEV / PAIR - a pair is on the master
      / only when both its legs are; a pair's rate is quoted in
      / CDEV2, so CDEV2's NBDEC is the one its decimals answer to.
       01 FILLER.
           10 WS-MAST-SW          PIC X(01).
              88 MAST-CONNU          VALUE 'O'.
              88 MAST-INCONNU        VALUE 'N'.
           10 WS-CODE-INCONNU     PIC X(03).

      / SETTLEMENT-PRECISION WORK AREAS - the rate scaled up by
      / ten to the NBDEC and truncated to a whole number, then
      / scaled back: anything lost was a decimal NBDEC does not
      / allow (the same scaling PGM016's 350 rounds through).
       01 FILLER.
           10 WS-NBDEC          PIC S9(04) USAGE COMP.
           10 WS-PUIS-DEC       PIC S9(09) USAGE COMP.
           10 WS-ENTIER         PIC S9(13) USAGE COMP-3.
           10 WS-TRONQUE-ACHAT  PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-TRONQUE-VENTE  PIC S9(06)V9(05) USAGE COMP-3.

      / END-OF-CURSOR SWITCH - shared by both passes
       01 FILLER.
           10 WS-FIN-SW      PIC X(01).
              88 FIN-HISTO      VALUE 'O'.
              88 ENCORE-HISTO   VALUE 'N'.

      / COUNTERS - rows read per table, breaks per kind, and the
      / run total the return code is decided on
       01 FILLER.
           10 WS-CPT-LUS-H   PIC 9(09) USAGE COMP.
           10 WS-CPT-LUS-XH  PIC 9(09) USAGE COMP.
           10 WS-CPT-DOUBLON PIC 9(09) USAGE COMP.
           10 WS-CPT-ORDRE   PIC 9(09) USAGE COMP.
           10 WS-CPT-APRES   PIC 9(09) USAGE COMP.
           10 WS-CPT-CROISE  PIC 9(09) USAGE COMP.
           10 WS-CPT-DECIM   PIC 9(09) USAGE COMP.
           10 WS-CPT-ORIG    PIC 9(09) USAGE COMP.
           10 WS-CPT-MAST    PIC 9(09) USAGE COMP.
           10 WS-CPT-ANOMAL  PIC 9(09) USAGE COMP.

      / AUDIT REPORT PRINT LINES
       01 WS-LIGNE-ENTETE1   PIC X(132) VALUE
           'PGM040 - RATE HISTORY TIMELINE INTEGRITY AUDIT'.
       01 WS-LIGNE-ENTETE2.
           10 FILLER         PIC X(41) VALUE
              'KEY      DDMAJ      HDMAJ    O USERID    '.
           10 FILLER         PIC X(91) VALUE
              '      MTACHAT        MTVENTE  BREAK'.
       01 WS-LIGNE-SECT1     PIC X(132) VALUE
           'TBDEVISEH - SINGLE CURRENCY HISTORY'.
       01 WS-LIGNE-SECT2     PIC X(132) VALUE
           'TBDEVISEXH - CROSS PAIR HISTORY'.
       01 WS-LIGNE-DETAIL.
           10 WS-LD-CLE         PIC X(07).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-DDMAJ       PIC X(10).
           10 FILLER            PIC X(01) VALUE SPACES.
           10 WS-LD-HDMAJ       PIC X(08).
           10 FILLER            PIC X(01) VALUE SPACES.
           10 WS-LD-ORIGINE     PIC X(01).
           10 FILLER            PIC X(01) VALUE SPACES.
           10 WS-LD-CUSER       PIC X(08).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-ACHAT       PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-VENTE       PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-MOTIF       PIC X(50).
       01 WS-LIGNE-AUCUNE    PIC X(132) VALUE
           'NO BREAK FOUND'.
       01 WS-LIGNE-TOTAL1.
           10 FILLER      PIC X(18) VALUE 'ROWS READ H     : '.
           10 WS-LT-LUSH  PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'ROWS READ XH    : '.
           10 WS-LT-LUSXH PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'BREAKS FOUND    : '.
           10 WS-LT-ANOM  PIC ZZZ,ZZ9.
       01 WS-LIGNE-TOTAL2.
           10 FILLER      PIC X(18) VALUE 'DUPLICATE STAMP : '.
           10 WS-LT-DOUB  PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'OUT OF ORDER    : '.
           10 WS-LT-ORDR  PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'AFTER CURRENT   : '.
           10 WS-LT-APRE  PIC ZZZ,ZZ9.
       01 WS-LIGNE-TOTAL3.
           10 FILLER      PIC X(18) VALUE 'CROSSED RATE    : '.
           10 WS-LT-CROI  PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'PAST NBDEC      : '.
           10 WS-LT-DECI  PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'UNKNOWN ORIGIN  : '.
           10 WS-LT-ORIG  PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'NOT ON MASTER   : '.
           10 WS-LT-MAST  PIC ZZZ,ZZ9.

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

      / DECLARATIONS DCLGEN(PGM016)
           EXEC SQL INCLUDE DBCTBD
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM016) - RATE HISTORY
           EXEC SQL INCLUDE DBCTBDH
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM017) - CROSS PAIRS
           EXEC SQL INCLUDE DBCTBDX
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM017) - CROSS-RATE HISTORY
           EXEC SQL INCLUDE DBCTBDXH
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM021) - CURRENCY MASTER
           EXEC SQL INCLUDE DBCTBDM
           END-EXEC.

      / CURSOR - every TBDEVISEH row, in timeline order per CDEV
           EXEC SQL
              DECLARE CSR-HISTO CURSOR FOR
              SELECT CDEV, MTACHAT, MTVENTE, DDMAJ, HDMAJ,
                     CORIGINE, CUSER, DDSAISIE, HDSAISIE
                FROM TBDEVISEH
               ORDER BY CDEV, DDMAJ, HDMAJ
           END-EXEC.

      / CURSOR - every TBDEVISEXH row, in timeline order per pair
           EXEC SQL
              DECLARE CSR-HISTOX CURSOR FOR
              SELECT CDEV1, CDEV2, MTACHAT, MTVENTE, DDMAJ, HDMAJ,
                     CORIGINE, CUSER, DDSAISIE, HDSAISIE
                FROM TBDEVISEXH
               ORDER BY CDEV1, CDEV2, DDMAJ, HDMAJ
           END-EXEC.

      /
      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 2xx : Timeline checks
      *    - 3xx : Rate checks
      *    - 4xx : Run statistics
      *    - 5xx : SQL Handling
      *    - 8xx : Audit report
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
           MOVE ZERO TO WS-CPT-LUS-H
           MOVE ZERO TO WS-CPT-LUS-XH
           MOVE ZERO TO WS-CPT-DOUBLON
           MOVE ZERO TO WS-CPT-ORDRE
           MOVE ZERO TO WS-CPT-APRES
           MOVE ZERO TO WS-CPT-CROISE
           MOVE ZERO TO WS-CPT-DECIM
           MOVE ZERO TO WS-CPT-ORIG
           MOVE ZERO TO WS-CPT-MAST
           MOVE ZERO TO WS-CPT-ANOMAL
           OPEN OUTPUT FILERPT
           PERFORM 810-Print-Header-Rtn
           .

       100-Main.
      **********************************************************
      *  Two passes: the single-currency history, then the
      *  cross-pair history.
           WRITE ENREG-RAPPORT FROM WS-LIGNE-SECT1
           PERFORM 130-Audit-Histo-Rtn
           WRITE ENREG-RAPPORT FROM WS-LIGNE-SECT2
           PERFORM 160-Audit-Cross-Rtn
           IF WS-CPT-ANOMAL = ZERO
               WRITE ENREG-RAPPORT FROM WS-LIGNE-AUCUNE
           END-IF
           .

       130-Audit-Histo-Rtn.
      **********************************************************
      *  Walk every TBDEVISEH row; a new CDEV reloads the
      *  timeline state before its first row is judged.
           MOVE LOW-VALUES TO WS-BREAK-CDEV
           MOVE SPACES     TO WS-CDEV2
           PERFORM 500-Histo-Open-Rtn
           PERFORM 510-Histo-Fetch-Rtn
           PERFORM UNTIL (FIN-HISTO)
               ADD 1 TO WS-CPT-LUS-H
               IF WS-CDEV NOT = WS-BREAK-CDEV
                   PERFORM 140-New-Cdev-Rtn
               END-IF
               PERFORM 200-Check-Timeline-Rtn
               PERFORM 300-Check-Rate-Rtn
               IF NOT ORIGINE-HISTO-CONNUE
                   MOVE 'UNKNOWN CORIGINE' TO WS-LD-MOTIF
                   ADD 1 TO WS-CPT-ORIG
                   PERFORM 820-Print-Break-Rtn
               END-IF
               PERFORM 510-Histo-Fetch-Rtn
           END-PERFORM
           PERFORM 590-Histo-Close-Rtn
           .

       140-New-Cdev-Rtn.
      **********************************************************
      *  First row of a CDEV: reset the chain, read its current
      *  TBDEVISE stamp and its master row. History for a code
      *  the master does not know is reported once, on that
      *  code's first row.
           MOVE WS-CDEV    TO WS-BREAK-CDEV
           MOVE LOW-VALUES TO WS-STAMP-PREC
           MOVE LOW-VALUES TO WS-STAMP-PREC-SAISIE
           PERFORM 560-Select-Current-Rtn
           MOVE WS-CDEV TO WS-CODE-INCONNU
           SET MAST-CONNU TO TRUE
           PERFORM 550-Select-Master-Rtn
           IF MAST-INCONNU
               PERFORM 150-Report-Unknown-Rtn
           END-IF
           .

       150-Report-Unknown-Rtn.
      **********************************************************
      *  The code (or a pair leg) has history but no TBDEVMAST
      *  row - nothing the loads or the desk maintain.
           MOVE SPACES TO WS-LD-MOTIF
           STRING WS-CODE-INCONNU         DELIMITED BY SIZE
                  ' IS NOT ON TBDEVMAST'  DELIMITED BY SIZE
             INTO WS-LD-MOTIF
           ADD 1 TO WS-CPT-MAST
           PERFORM 820-Print-Break-Rtn
           .

       160-Audit-Cross-Rtn.
      **********************************************************
      *  Same walk over TBDEVISEXH, breaking per pair.
           MOVE LOW-VALUES TO WS-BREAK-CDEV
           MOVE LOW-VALUES TO WS-BREAK-CDEV2
           PERFORM 505-Cross-Open-Rtn
           PERFORM 515-Cross-Fetch-Rtn
           PERFORM UNTIL (FIN-HISTO)
               ADD 1 TO WS-CPT-LUS-XH
               IF WS-CDEV  NOT = WS-BREAK-CDEV
               OR WS-CDEV2 NOT = WS-BREAK-CDEV2
                   PERFORM 170-New-Pair-Rtn
               END-IF
               PERFORM 200-Check-Timeline-Rtn
               PERFORM 300-Check-Rate-Rtn
               IF NOT ORIGINE-CROSS-CONNUE
                   MOVE 'UNKNOWN CORIGINE' TO WS-LD-MOTIF
                   ADD 1 TO WS-CPT-ORIG
                   PERFORM 820-Print-Break-Rtn
               END-IF
               PERFORM 515-Cross-Fetch-Rtn
           END-PERFORM
           PERFORM 595-Cross-Close-Rtn
           .

       170-New-Pair-Rtn.
      **********************************************************
      *  First row of a pair: reset the chain, read its current
      *  TBDEVISEX stamp, then both legs off the master - the
      *  quote leg last, so its NBDEC is the one kept.
           MOVE WS-CDEV    TO WS-BREAK-CDEV
           MOVE WS-CDEV2   TO WS-BREAK-CDEV2
           MOVE LOW-VALUES TO WS-STAMP-PREC
           MOVE LOW-VALUES TO WS-STAMP-PREC-SAISIE
           PERFORM 565-Select-Current-Cross-Rtn
           MOVE WS-CDEV TO WS-CODE-INCONNU
           SET MAST-CONNU TO TRUE
           PERFORM 550-Select-Master-Rtn
           IF MAST-INCONNU
               PERFORM 150-Report-Unknown-Rtn
           END-IF
           MOVE WS-CDEV2 TO WS-CODE-INCONNU
           PERFORM 550-Select-Master-Rtn
           IF MAST-INCONNU
               PERFORM 150-Report-Unknown-Rtn
           END-IF
           .

       200-Check-Timeline-Rtn.
      **********************************************************
      *  The row's place in its chain. Effective stamps must
      *  strictly rise; the change that superseded a row cannot
      *  have been captured before the row took effect, nor
      *  before the change that superseded the row ahead of it;
      *  and every history row must precede the current row.
      *  Stamps are ISO date + time text, so they compare as
      *  plain characters.
           IF WS-STAMP-EFFET = WS-STAMP-PREC
               MOVE 'DUPLICATE DDMAJ/HDMAJ STAMP' TO WS-LD-MOTIF
               ADD 1 TO WS-CPT-DOUBLON
               PERFORM 820-Print-Break-Rtn
           END-IF
           EVALUATE TRUE
              WHEN WS-STAMP-SAISIE < WS-STAMP-EFFET
                 MOVE 'SUPERSEDED BEFORE IT TOOK EFFECT'
                   TO WS-LD-MOTIF
                 ADD 1 TO WS-CPT-ORDRE
                 PERFORM 820-Print-Break-Rtn
              WHEN WS-CORIGINE = 'R'
                 CONTINUE
              WHEN WS-STAMP-SAISIE < WS-STAMP-PREC-SAISIE
                 MOVE 'OUT OF ORDER - SUPERSEDED BEFORE PRIOR ROW'
                   TO WS-LD-MOTIF
                 ADD 1 TO WS-CPT-ORDRE
                 PERFORM 820-Print-Break-Rtn
           END-EVALUATE
           IF COURANT-TROUVE
           AND WS-STAMP-EFFET NOT < WS-STAMP-COURANT
               MOVE SPACES TO WS-LD-MOTIF
               STRING 'STAMPED AFTER CURRENT ROW '  DELIMITED BY SIZE
                      WS-DDMAJ-COURANT              DELIMITED BY SIZE
                      ' '                           DELIMITED BY SIZE
                      WS-HDMAJ-COURANT              DELIMITED BY SIZE
                 INTO WS-LD-MOTIF
               ADD 1 TO WS-CPT-APRES
               PERFORM 820-Print-Break-Rtn
           END-IF
           MOVE WS-STAMP-EFFET TO WS-STAMP-PREC
           IF WS-CORIGINE NOT = 'R'
               MOVE WS-STAMP-SAISIE TO WS-STAMP-PREC-SAISIE
           END-IF
           .

       300-Check-Rate-Rtn.
      **********************************************************
      *  The rate itself: buy never above sell, and no more
      *  decimals than the currency settles in. Unknown to the
      *  master means no NBDEC to judge by - already reported.
           IF WS-MTACHAT > WS-MTVENTE
               MOVE 'CROSSED RATE - MTACHAT ABOVE MTVENTE'
                 TO WS-LD-MOTIF
               ADD 1 TO WS-CPT-CROISE
               PERFORM 820-Print-Break-Rtn
           END-IF
           IF MAST-CONNU
               PERFORM 350-Truncate-Nbdec-Rtn
               IF WS-TRONQUE-ACHAT NOT = WS-MTACHAT
               OR WS-TRONQUE-VENTE NOT = WS-MTVENTE
                   MOVE 'MORE DECIMALS THAN NBDEC ALLOWS'
                     TO WS-LD-MOTIF
                   ADD 1 TO WS-CPT-DECIM
                   PERFORM 820-Print-Break-Rtn
               END-IF
           END-IF
           .

       350-Truncate-Nbdec-Rtn.
      **********************************************************
      *  Cut the rate back to NBDEC decimal places - scale up,
      *  truncate to a whole number, scale back. Five or more
      *  decimals is the table's own width: nothing to cut.
           EVALUATE WS-NBDEC
              WHEN 0
                 MOVE 1      TO WS-PUIS-DEC
              WHEN 1
                 MOVE 10     TO WS-PUIS-DEC
              WHEN 2
                 MOVE 100    TO WS-PUIS-DEC
              WHEN 3
                 MOVE 1000   TO WS-PUIS-DEC
              WHEN 4
                 MOVE 10000  TO WS-PUIS-DEC
              WHEN OTHER
                 MOVE 100000 TO WS-PUIS-DEC
           END-EVALUATE
           COMPUTE WS-ENTIER         = WS-MTACHAT * WS-PUIS-DEC
           COMPUTE WS-TRONQUE-ACHAT  = WS-ENTIER / WS-PUIS-DEC
           COMPUTE WS-ENTIER         = WS-MTVENTE * WS-PUIS-DEC
           COMPUTE WS-TRONQUE-VENTE  = WS-ENTIER / WS-PUIS-DEC
           .

       440-Stamp-Start-Rtn.
      **********************************************************
      *  One clock reading at start of run - the TBDEVRUN row 460
      *  writes carries it as HDDEBUT.
           EXEC SQL
              SELECT CURRENT TIME
                INTO :WS-HDDEBUT
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       460-Record-Run-Rtn.
      **********************************************************
      *  One TBDEVRUN row per run, for PGM033's weekly trend
      *  report and for ops to see the chain ran at all.
      *  CPTLUS = TBDEVISEH rows read, CPTMAJ = TBDEVISEXH rows
      *  read, CPTREJ = breaks found.
           EXEC SQL
              INSERT INTO TBDEVRUN
                 (CPGM, DDRUN, HDDEBUT, HDFIN,
                  CPTLUS, CPTMAJ, CPTREJ, CPTPARK, CRETOUR)
              VALUES
                 ('PGM040', CURRENT DATE, :WS-HDDEBUT, CURRENT TIME,
                  :WS-CPT-LUS-H, :WS-CPT-LUS-XH,
                  :WS-CPT-ANOMAL, 0, :WS-CRETOUR)
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       500-Histo-Open-Rtn.
      **********************************************************
      *  Open CSR-HISTO over the whole single-currency history.
           EXEC SQL
              OPEN CSR-HISTO
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       505-Cross-Open-Rtn.
      **********************************************************
      *  Open CSR-HISTOX over the whole cross-pair history.
           EXEC SQL
              OPEN CSR-HISTOX
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       510-Histo-Fetch-Rtn.
      **********************************************************
      *  Fetch the next TBDEVISEH row to judge.
           EXEC SQL
              FETCH CSR-HISTO
               INTO :WS-CDEV, :WS-MTACHAT, :WS-MTVENTE,
                    :WS-DDMAJ, :WS-HDMAJ, :WS-CORIGINE,
                    :WS-CUSER, :WS-DDSAISIE, :WS-HDSAISIE
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET FIN-HISTO TO TRUE
           ELSE
               SET ENCORE-HISTO TO TRUE
           END-IF
           .

       515-Cross-Fetch-Rtn.
      **********************************************************
      *  Fetch the next TBDEVISEXH row to judge.
           EXEC SQL
              FETCH CSR-HISTOX
               INTO :WS-CDEV, :WS-CDEV2, :WS-MTACHAT,
                    :WS-MTVENTE, :WS-DDMAJ, :WS-HDMAJ,
                    :WS-CORIGINE, :WS-CUSER, :WS-DDSAISIE,
                    :WS-HDSAISIE
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET FIN-HISTO TO TRUE
           ELSE
               SET ENCORE-HISTO TO TRUE
           END-IF
           .

       550-Select-Master-Rtn.
      **********************************************************
      *  Look WS-CODE-INCONNU up on the currency master and keep
      *  its NBDEC; not found marks the CDEV or pair unknown.
           MOVE WS-CODE-INCONNU TO CDEV-M
           EXEC SQL
              SELECT NBDEC
                INTO :NBDEC-M
                FROM TBDEVMAST
               WHERE CDEV = :CDEV-M
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET MAST-INCONNU TO TRUE
           ELSE
               MOVE NBDEC-M TO WS-NBDEC
           END-IF
           .

       560-Select-Current-Rtn.
      **********************************************************
      *  The CDEV's current TBDEVISE stamp - the end every one of
      *  its history rows must come before. No current row, no
      *  such check.
           EXEC SQL
              SELECT DDMAJ, HDMAJ
                INTO :DDMAJ, :HDMAJ
                FROM TBDEVISE
               WHERE CDEV = :WS-CDEV
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET COURANT-ABSENT TO TRUE
           ELSE
               SET COURANT-TROUVE TO TRUE
               MOVE DDMAJ TO WS-DDMAJ-COURANT
               MOVE HDMAJ TO WS-HDMAJ-COURANT
           END-IF
           .

       565-Select-Current-Cross-Rtn.
      **********************************************************
      *  Same for the pair's current TBDEVISEX stamp.
           EXEC SQL
              SELECT DDMAJ, HDMAJ
                INTO :DDMAJ-X, :HDMAJ-X
                FROM TBDEVISEX
               WHERE CDEV1 = :WS-CDEV
                 AND CDEV2 = :WS-CDEV2
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET COURANT-ABSENT TO TRUE
           ELSE
               SET COURANT-TROUVE TO TRUE
               MOVE DDMAJ-X TO WS-DDMAJ-COURANT
               MOVE HDMAJ-X TO WS-HDMAJ-COURANT
           END-IF
           .

       590-Histo-Close-Rtn.
      **********************************************************
      *  Close CSR-HISTO once the pass is done.
           EXEC SQL
              CLOSE CSR-HISTO
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       595-Cross-Close-Rtn.
      **********************************************************
      *  Close CSR-HISTOX once the pass is done.
           EXEC SQL
              CLOSE CSR-HISTOX
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       810-Print-Header-Rtn.
      **********************************************************
      *  Column headers for the audit report.
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE1
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE2
           .

       820-Print-Break-Rtn.
      **********************************************************
      *  One line per break: the row as fetched and what is
      *  wrong with it (WS-LD-MOTIF, set by the caller). A row
      *  with several breaks prints once for each.
           MOVE SPACES        TO WS-LD-CLE
           IF WS-CDEV2 = SPACES
               MOVE WS-CDEV   TO WS-LD-CLE
           ELSE
               STRING WS-CDEV  DELIMITED BY SIZE
                      '/'      DELIMITED BY SIZE
                      WS-CDEV2 DELIMITED BY SIZE
                 INTO WS-LD-CLE
           END-IF
           MOVE WS-DDMAJ      TO WS-LD-DDMAJ
           MOVE WS-HDMAJ      TO WS-LD-HDMAJ
           MOVE WS-CORIGINE   TO WS-LD-ORIGINE
           MOVE WS-CUSER      TO WS-LD-CUSER
           MOVE WS-MTACHAT    TO WS-LD-ACHAT
           MOVE WS-MTVENTE    TO WS-LD-VENTE
           WRITE ENREG-RAPPORT FROM WS-LIGNE-DETAIL
           ADD 1 TO WS-CPT-ANOMAL
           .

       890-Print-Summary-Rtn.
      **********************************************************
      *  Run totals, then the count of each kind of break.
           MOVE WS-CPT-LUS-H   TO WS-LT-LUSH
           MOVE WS-CPT-LUS-XH  TO WS-LT-LUSXH
           MOVE WS-CPT-ANOMAL  TO WS-LT-ANOM
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL1
           MOVE WS-CPT-DOUBLON TO WS-LT-DOUB
           MOVE WS-CPT-ORDRE   TO WS-LT-ORDR
           MOVE WS-CPT-APRES   TO WS-LT-APRE
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL2
           MOVE WS-CPT-CROISE  TO WS-LT-CROI
           MOVE WS-CPT-DECIM   TO WS-LT-DECI
           MOVE WS-CPT-ORIG    TO WS-LT-ORIG
           MOVE WS-CPT-MAST    TO WS-LT-MAST
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL3
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s). Any break comes back
      *  RC=0004, so a damaged timeline is chased before month-
      *  end averages or an as-of lookup quietly use it.
           MOVE ZERO TO WS-CRETOUR
           IF WS-CPT-ANOMAL > ZERO
               MOVE 0004 TO WS-CRETOUR
           END-IF
           PERFORM 460-Record-Run-Rtn
           EXEC SQL COMMIT END-EXEC
           PERFORM D550-CHECKSQL
           PERFORM 890-Print-Summary-Rtn
           CLOSE FILERPT
           MOVE WS-CRETOUR TO RETURN-CODE
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
      *  DB2 Error Handling Routine
           DISPLAY '*************************************************'
           DISPLAY '**** E R R O R M E S S A G E S               ****'
           DISPLAY '*************************************************'
           DISPLAY '* Problem in paragraph: ' SQLERRML
           DISPLAY '* Problem-msg: ' SQLERRMC
           DISPLAY '*'
           DISPLAY '* SQLCODE: ' SQLCODE
           DISPLAY '*************************************************'
           MOVE 0016 TO RETURN-CODE
           STOP RUN
           .
