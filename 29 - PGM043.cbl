      *****************************************************************
      * Program name:    PGM043
      * Original author: DEFAY E.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      Written - the nightly derivation of
      *                         the crosses the provider does not
      *                         send. Runs after the PGM016/PGM017
      *                         loads and walks the desk's TBDEVDER
      *                         list (PGM042 maintains it): each
      *                         pair is computed from its two
      *                         TBDEVISE legs with PGM019's
      *                         conservative-side arithmetic (buy =
      *                         achat leg1 / vente leg2, sell =
      *                         vente leg1 / achat leg2, both legs
      *                         first turned into base currency per
      *                         one unit), cut to the quote
      *                         currency's NBDEC with the buy
      *                         rounded down and the sell up, and
      *                         posted to TBDEVISEX through the same
      *                         cursor/history path as PGM017 -
      *                         the prior rate into TBDEVISEXH, the
      *                         row updated WHERE CURRENT OF, or
      *                         inserted the first night - with
      *                         CORIGINE 'D' so a derived rate is
      *                         told apart from a delivered ('X')
      *                         one. A pair with a leg unknown or
      *                         suspended on the master, missing
      *                         from TBDEVISE or that cannot be
      *                         divided through goes to the FILEREJD
      *                         reject report, and its derived row
      *                         is withdrawn into TBDEVISEXH rather
      *                         than left quoting a stale cross. A
      *                         pair the cross feed has since taken
      *                         over is rejected and left alone. An
      *                         unchanged cross is not re-posted.
      *                         Any reject ends the run RC=0004.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM043.
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

           SELECT FILEREJD ASSIGN TO FILEREJD
           FILE STATUS IS FS-FILEREJD.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      / DERIVATION REPORT - one line per pair derived
       FD  FILERPT RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-RAPPORT     PIC X(132).

      / REJECT REPORT - one line per pair that could not be derived
       FD  FILEREJD RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-REJET       PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILERPT PIC X(2).

       01 FS-FILEREJD PIC X(2).

      / DERIVED PAIR CURRENTLY FETCHED FROM TBDEVDER
       01 FILLER.
           10 WS-CDEV1       PIC X(03).
           10 WS-CDEV2       PIC X(03).
           10 WS-CDEVL1      PIC X(03).
           10 WS-CDEVL2      PIC X(03).

      / THE PAIR'S TWO TBDEVISE LEGS
       01 FILLER.
           10 WS-L1-MTACHAT  PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-L1-MTVENTE  PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-L2-MTACHAT  PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-L2-MTVENTE  PIC S9(06)V9(05) USAGE COMP-3.

      / EACH LEG'S QUOTE CONVENTION OFF THE MASTER, AND THE LEG
      / TURNED INTO BASE CURRENCY PER ONE UNIT BY 155 - eleven
      / decimals so a per-1000 leg keeps its significant digits
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
           10 WS-N2-ACHAT    PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-N2-VENTE    PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-NQ-SW       PIC X(01).
              88 NQ-OK          VALUE 'O'.
              88 NQ-KO          VALUE 'N'.

      / IMPLIED CROSS AT FULL PRECISION, THEN CUT BY 350 TO THE
      / QUOTE CURRENCY'S NBDEC - the buy rounded down and the sell
      / up, so the cut never narrows the bank's spread
       01 FILLER.
           10 WS-IMPL-ACHAT  PIC S9(06)V9(11) USAGE COMP-3.
           10 WS-IMPL-VENTE  PIC S9(06)V9(11) USAGE COMP-3.
           10 WS-NBDEC       PIC S9(04) USAGE COMP.
           10 WS-PUIS-DEC    PIC S9(09) USAGE COMP.
           10 WS-ECHELLE     PIC S9(13)V9(11) USAGE COMP-3.
           10 WS-ENTIER      PIC S9(13) USAGE COMP-3.
           10 WS-MTACHAT     PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-MTVENTE     PIC S9(06)V9(05) USAGE COMP-3.

      / NEW-RATE TIMESTAMP HOST VARIABLES - SELECTed once from DB2
      / per posting and shared by the history stamp and the
      / UPDATE/INSERT, so both carry the same clock reading.
       01 FILLER.
           10 WS-NEW-DDMAJ   PIC X(10).
           10 WS-NEW-HDMAJ   PIC X(08).

      / PRIOR-RATE WORK AREA - fetched by 530 ahead of the overwrite,
      / carried into 560's TBDEVISEXH insert
       01 FILLER.
           10 WS-CROSS-SW     PIC X(01).
              88 CROSS-PRESENTE   VALUE 'O'.
              88 CROSS-ABSENTE    VALUE 'N'.
           10 WS-OLD-MTACHAT  PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-OLD-MTVENTE  PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-OLD-DDMAJ    PIC X(10).
           10 WS-OLD-HDMAJ    PIC X(08).
           10 WS-OLD-CORIGINE PIC X(01).
              88 CROSS-LIVREE     VALUE 'X'.

      / PAIR VALIDATION SWITCH - set by 230/535/150, and the code a
      / master check failed on
       01 FILLER.
           10 WS-VALID-SW      PIC X(01).
              88 RECORD-VALIDE   VALUE 'O'.
              88 RECORD-INVALIDE VALUE 'N'.
           10 WS-REJ-RAISON    PIC X(40).
           10 WS-REJ-SUITE     PIC X(20).
           10 WS-CODE-CTL      PIC X(03).
           10 WS-STATUT        PIC X(10).

      / CURRENCY-MASTER OUTCOME - set by 550-Select-Master-Rtn
       01 FILLER.
           10 WS-MAST-SW     PIC X(01).
              88 MAST-ACTIF     VALUE 'A'.
              88 MAST-SUSPENDU  VALUE 'S'.
              88 MAST-INCONNU   VALUE 'U'.

      / END-OF-CURSOR SWITCH - set by 510-Derivee-Fetch-Rtn
       01 FILLER.
           10 WS-FIN-SW      PIC X(01).
              88 FIN-PAIRES     VALUE 'O'.
              88 ENCORE-PAIRES  VALUE 'N'.

      / CONTROL COUNTERS
       01 FILLER.
           10 WS-CPT-PAIRES  PIC 9(07) USAGE COMP.
           10 WS-CPT-MAJ     PIC 9(07) USAGE COMP.
           10 WS-CPT-CREE    PIC 9(07) USAGE COMP.
           10 WS-CPT-INCH    PIC 9(07) USAGE COMP.
           10 WS-CPT-REJ     PIC 9(07) USAGE COMP.
           10 WS-CPT-RETIRE  PIC 9(07) USAGE COMP.
           10 WS-CPT-POSTES  PIC 9(07) USAGE COMP.

      / DERIVATION REPORT PRINT LINES
       01 WS-LIGNE-ENTETE1   PIC X(132) VALUE
           'PGM043 - DERIVED CROSS RATES POSTED TO TBDEVISEX'.
       01 WS-LIGNE-ENTETE2.
           10 FILLER         PIC X(18) VALUE 'PAIR     LEGS'.
           10 FILLER         PIC X(15) VALUE '      PRIOR-A'.
           10 FILLER         PIC X(15) VALUE '      PRIOR-V'.
           10 FILLER         PIC X(15) VALUE '    DERIVED-A'.
           10 FILLER         PIC X(15) VALUE '    DERIVED-V'.
           10 FILLER         PIC X(54) VALUE 'STATUS'.
       01 WS-LIGNE-DETAIL.
           10 WS-LD-CDEV1       PIC X(03).
           10 FILLER            PIC X(01) VALUE '/'.
           10 WS-LD-CDEV2       PIC X(03).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-CDEVL1      PIC X(03).
           10 FILLER            PIC X(01) VALUE SPACES.
           10 WS-LD-CDEVL2      PIC X(03).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-OLD-A       PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-OLD-V       PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-NEW-A       PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-NEW-V       PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-STATUT      PIC X(10).
       01 WS-LIGNE-TOTAL1.
           10 FILLER      PIC X(18) VALUE 'PAIRS LISTED    : '.
           10 WS-LT-PAIRES PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'UPDATED         : '.
           10 WS-LT-MAJ   PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'CREATED         : '.
           10 WS-LT-CREE  PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'UNCHANGED       : '.
           10 WS-LT-INCH  PIC ZZZ,ZZ9.
       01 WS-LIGNE-TOTAL2.
           10 FILLER      PIC X(18) VALUE 'REJECTED        : '.
           10 WS-LT-REJ   PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'WITHDRAWN       : '.
           10 WS-LT-RETIRE PIC ZZZ,ZZ9.

      / REJECT REPORT PRINT LINES
       01 WS-LIGNE-REJ-ENTETE1 PIC X(132) VALUE
           'PGM043 - DERIVED CROSS PAIRS REJECTED'.
       01 WS-LIGNE-REJ-ENTETE2.
           10 FILLER         PIC X(60) VALUE
              'PAIR     LEGS     REASON'.
           10 FILLER         PIC X(72) VALUE 'CROSS'.
       01 WS-LIGNE-REJET.
           10 WS-LR-CDEV1       PIC X(03).
           10 FILLER            PIC X(01) VALUE '/'.
           10 WS-LR-CDEV2       PIC X(03).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LR-CDEVL1      PIC X(03).
           10 FILLER            PIC X(01) VALUE SPACES.
           10 WS-LR-CDEVL2      PIC X(03).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LR-RAISON      PIC X(40).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LR-SUITE       PIC X(20).

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

      / DECLARATIONS DCLGEN(PGM017)
           EXEC SQL INCLUDE DBCTBDX
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM017) - CROSS-RATE HISTORY
           EXEC SQL INCLUDE DBCTBDXH
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM021) - CURRENCY MASTER
           EXEC SQL INCLUDE DBCTBDM
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM042) - DERIVED CROSS PAIRS
           EXEC SQL INCLUDE DBCTBDD
           END-EXEC.

      / CURSOR - every pair on the desk's derived list, in report
      / order. Read-only.
           EXEC SQL
              DECLARE CSR-DERIVEES CURSOR FOR
              SELECT CDEV1, CDEV2, CDEVL1, CDEVL2
                FROM TBDEVDER
               ORDER BY CDEV1, CDEV2
           END-EXEC.

      / CURSOR - positioned on the pair currently being derived,
      / FOR UPDATE so 570 can replace it (or 585 withdraw it)
      / WHERE CURRENT OF
           EXEC SQL
              DECLARE CSR-DEVISEX CURSOR FOR
              SELECT MTACHAT, MTVENTE, DDMAJ, HDMAJ, CORIGINE
                FROM TBDEVISEX
               WHERE CDEV1 = :WS-CDEV1
                 AND CDEV2 = :WS-CDEV2
                 FOR UPDATE OF MTACHAT, MTVENTE, DDMAJ, HDMAJ,
                               CORIGINE, CUSER
           END-EXEC.

      /
      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 2xx : Verifications
      *    - 3xx : Reject output handling
      *    - 5xx : SQL Handling
      *    - 8xx : Control report
      *    - 9xx : Close files
      *
      *    Input/Output managment
      *    - x2x : Perform a WRITE
      *    - x3x : Perform a FETCH
      *    - x5x : Perform Comparisons
      *    - x6x : Perform an INSERT
      *    - x7x : Perform a UPDATE
      *    - x8x : Perform a DELETE
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
           MOVE ZERO TO WS-CPT-PAIRES
           MOVE ZERO TO WS-CPT-MAJ
           MOVE ZERO TO WS-CPT-CREE
           MOVE ZERO TO WS-CPT-INCH
           MOVE ZERO TO WS-CPT-REJ
           MOVE ZERO TO WS-CPT-RETIRE
           OPEN OUTPUT FILERPT
           OPEN OUTPUT FILEREJD
           PERFORM 810-Print-Header-Rtn
           .

       100-Main.
      **********************************************************
      *  Walk the derived list, verify and price each pair off
      *  its two legs, then post it or reject it.
           PERFORM 505-Derivee-Open-Rtn
           PERFORM 510-Derivee-Fetch-Rtn
           PERFORM UNTIL (FIN-PAIRES)
               ADD 1 TO WS-CPT-PAIRES
               PERFORM 120-Process-Pair-Rtn
               PERFORM 510-Derivee-Fetch-Rtn
           END-PERFORM
           PERFORM 595-Derivee-Close-Rtn
           .

       120-Process-Pair-Rtn.
      **********************************************************
      *  One listed pair: master gate, leg rates, arithmetic -
      *  the first failure names the reject reason. Then the
      *  pair's current cross row decides what happens: none is
      *  created, a derived one is replaced through history, a
      *  delivered one is the cross feed's and is not touched.
      *  A rejected pair's derived row is withdrawn.
           SET RECORD-VALIDE TO TRUE
           MOVE SPACES TO WS-REJ-RAISON
           MOVE SPACES TO WS-REJ-SUITE

           PERFORM 230-Verify-Master-Rtn
           IF RECORD-VALIDE
               PERFORM 535-Select-Legs-Rtn
           END-IF
           IF RECORD-VALIDE
               PERFORM 150-Derive-Pair-Rtn
           END-IF

           PERFORM 500-Cursor-Open-Rtn
           PERFORM 530-Cursor-Fetch-Rtn
           IF RECORD-VALIDE AND CROSS-PRESENTE AND CROSS-LIVREE
               MOVE 'PAIR IS DELIVERED ON THE CROSS FEED' TO
                    WS-REJ-RAISON
               SET RECORD-INVALIDE TO TRUE
           END-IF

           EVALUATE TRUE
              WHEN RECORD-INVALIDE
                 EVALUATE TRUE
                    WHEN CROSS-ABSENTE
                       MOVE 'NO CROSS ON FILE' TO WS-REJ-SUITE
                    WHEN CROSS-LIVREE
                       MOVE 'LEFT AS DELIVERED' TO WS-REJ-SUITE
                    WHEN OTHER
                       PERFORM 585-Retire-Cross-Rtn
                       MOVE 'CROSS WITHDRAWN' TO WS-REJ-SUITE
                 END-EVALUATE
                 PERFORM 320-Write-Reject-Rtn
              WHEN CROSS-ABSENTE
                 PERFORM 565-Insert-Cross-Rtn
                 MOVE 'CREATED' TO WS-STATUT
                 PERFORM 820-Print-Detail-Rtn
              WHEN WS-MTACHAT = WS-OLD-MTACHAT
               AND WS-MTVENTE = WS-OLD-MTVENTE
                 ADD 1 TO WS-CPT-INCH
                 MOVE 'UNCHANGED' TO WS-STATUT
                 PERFORM 820-Print-Detail-Rtn
              WHEN OTHER
                 PERFORM 570-Update-Table
                 MOVE 'UPDATED' TO WS-STATUT
                 PERFORM 820-Print-Detail-Rtn
           END-EVALUATE
           PERFORM 590-Cursor-Close-Rtn
           .

       150-Derive-Pair-Rtn.
      **********************************************************
      *  Implied cross from the two legs, exactly as PGM019
      *  checks it: the bank buys CDEV1 selling CDEV2, so the
      *  buy goes through the legs' conservative sides (achat
      *  leg1 / vente leg2) and the sell through the opposite
      *  pair (vente leg1 / achat leg2) - both legs first turned
      *  into base currency per one unit (155). A zero divisor
      *  or a cross too wide for the table is a reject; so is a
      *  rate 350 cuts to nothing.
           MOVE WS-L1-MTACHAT  TO WS-NQ-ACHAT
           MOVE WS-L1-MTVENTE  TO WS-NQ-VENTE
           MOVE WS-L1-UNITQUOT TO WS-NQ-UNITQUOT
           MOVE WS-L1-SENSQUOT TO WS-NQ-SENSQUOT
           PERFORM 155-Normalize-Leg-Rtn
           MOVE WS-NQ-U-ACHAT  TO WS-N1-ACHAT
           MOVE WS-NQ-U-VENTE  TO WS-N1-VENTE
           IF NQ-OK
               MOVE WS-L2-MTACHAT  TO WS-NQ-ACHAT
               MOVE WS-L2-MTVENTE  TO WS-NQ-VENTE
               MOVE WS-L2-UNITQUOT TO WS-NQ-UNITQUOT
               MOVE WS-L2-SENSQUOT TO WS-NQ-SENSQUOT
               PERFORM 155-Normalize-Leg-Rtn
               MOVE WS-NQ-U-ACHAT  TO WS-N2-ACHAT
               MOVE WS-NQ-U-VENTE  TO WS-N2-VENTE
           END-IF

           IF NQ-KO OR WS-N2-VENTE = ZERO OR WS-N2-ACHAT = ZERO
               MOVE 'LEG RATE IS ZERO - CANNOT TRIANGULATE' TO
                    WS-REJ-RAISON
               SET RECORD-INVALIDE TO TRUE
           ELSE
               COMPUTE WS-IMPL-ACHAT =
                       WS-N1-ACHAT / WS-N2-VENTE
                  ON SIZE ERROR
                       MOVE 'IMPLIED CROSS TOO WIDE TO TRIANGULATE'
                         TO WS-REJ-RAISON
                       SET RECORD-INVALIDE TO TRUE
               END-COMPUTE
               COMPUTE WS-IMPL-VENTE =
                       WS-N1-VENTE / WS-N2-ACHAT
                  ON SIZE ERROR
                       MOVE 'IMPLIED CROSS TOO WIDE TO TRIANGULATE'
                         TO WS-REJ-RAISON
                       SET RECORD-INVALIDE TO TRUE
               END-COMPUTE
           END-IF

           IF RECORD-VALIDE
               PERFORM 350-Round-Nbdec-Rtn
           END-IF
           IF RECORD-VALIDE AND WS-MTACHAT = ZERO
               MOVE 'DERIVED BUY RATE ROUNDS TO ZERO' TO
                    WS-REJ-RAISON
               SET RECORD-INVALIDE TO TRUE
           END-IF
           .

       155-Normalize-Leg-Rtn.
      **********************************************************
      *  One leg into base currency per one unit: a direct quote
      *  divides by its unit; an indirect quote is inverted, the
      *  sides swapping (the bank's buy is the inverse of the
      *  quoted sell) so the spread stays on the bank's side. A
      *  zero indirect rate cannot be inverted - NQ-KO.
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

       230-Verify-Master-Rtn.
      **********************************************************
      *  Every code the pair names must be active on the master
      *  - the pair's own two (the quote's NBDEC is kept for
      *  350) and the two legs it is priced from (their quote
      *  conventions kept for 155). A proxy leg is checked in
      *  its own right.
           MOVE WS-CDEV1 TO WS-CODE-CTL
           PERFORM 235-Verify-One-Code-Rtn

           IF RECORD-VALIDE
               MOVE WS-CDEV2 TO WS-CODE-CTL
               PERFORM 235-Verify-One-Code-Rtn
               MOVE 5 TO WS-NBDEC
               IF NBDEC-M NOT < ZERO
                   MOVE NBDEC-M TO WS-NBDEC
               END-IF
           END-IF

           IF RECORD-VALIDE
               MOVE WS-CDEVL1 TO WS-CODE-CTL
               PERFORM 235-Verify-One-Code-Rtn
               MOVE UNITQUOT-M TO WS-L1-UNITQUOT
               MOVE SENSQUOT-M TO WS-L1-SENSQUOT
           END-IF

           IF RECORD-VALIDE
               MOVE WS-CDEVL2 TO WS-CODE-CTL
               PERFORM 235-Verify-One-Code-Rtn
               MOVE UNITQUOT-M TO WS-L2-UNITQUOT
               MOVE SENSQUOT-M TO WS-L2-SENSQUOT
           END-IF
           .

       235-Verify-One-Code-Rtn.
      **********************************************************
      *  One code in WS-CODE-CTL against the master - named in
      *  the reject reason when it is unknown or suspended.
           MOVE WS-CODE-CTL TO CDEV-M
           PERFORM 550-Select-Master-Rtn
           EVALUATE TRUE
              WHEN MAST-INCONNU
                 STRING WS-CODE-CTL DELIMITED BY SIZE
                        ' UNKNOWN TO CURRENCY MASTER'
                        DELIMITED BY SIZE
                   INTO WS-REJ-RAISON
                 SET RECORD-INVALIDE TO TRUE
              WHEN MAST-SUSPENDU
                 STRING WS-CODE-CTL DELIMITED BY SIZE
                        ' SUSPENDED IN CURRENCY MASTER'
                        DELIMITED BY SIZE
                   INTO WS-REJ-RAISON
                 SET RECORD-INVALIDE TO TRUE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       350-Round-Nbdec-Rtn.
      **********************************************************
      *  Cut the implied cross to the quote currency's NBDEC
      *  decimal places - scale up, take the whole number, scale
      *  back. The buy is truncated and the sell taken up to the
      *  next step, so the posted spread is never narrower than
      *  the legs allow.
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
           COMPUTE WS-ENTIER  = WS-IMPL-ACHAT * WS-PUIS-DEC
           COMPUTE WS-MTACHAT = WS-ENTIER / WS-PUIS-DEC

           COMPUTE WS-ECHELLE = WS-IMPL-VENTE * WS-PUIS-DEC
           MOVE WS-ECHELLE TO WS-ENTIER
           IF WS-ECHELLE > WS-ENTIER
               ADD 1 TO WS-ENTIER
           END-IF
           COMPUTE WS-MTVENTE = WS-ENTIER / WS-PUIS-DEC
              ON SIZE ERROR
                   MOVE 'IMPLIED CROSS TOO WIDE TO TRIANGULATE'
                     TO WS-REJ-RAISON
                   SET RECORD-INVALIDE TO TRUE
           END-COMPUTE
           .

       505-Derivee-Open-Rtn.
      **********************************************************
      *  Open CSR-DERIVEES over the whole of TBDEVDER.
           EXEC SQL
              OPEN CSR-DERIVEES
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       510-Derivee-Fetch-Rtn.
      **********************************************************
      *  Fetch the next pair to derive.
           EXEC SQL
              FETCH CSR-DERIVEES
               INTO :WS-CDEV1, :WS-CDEV2,
                    :WS-CDEVL1, :WS-CDEVL2
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET FIN-PAIRES TO TRUE
           ELSE
               SET ENCORE-PAIRES TO TRUE
           END-IF
           .

       500-Cursor-Open-Rtn.
      **********************************************************
      *  Open CSR-DEVISEX positioned on the pair currently being
      *  derived (WS-CDEV1/WS-CDEV2).
           EXEC SQL
              OPEN CSR-DEVISEX
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       530-Cursor-Fetch-Rtn.
      **********************************************************
      *  Fetch the pair's current row before it is overwritten -
      *  feeds 560's history insert; none yet means the first
      *  night and an INSERT.
           EXEC SQL
              FETCH CSR-DEVISEX
               INTO :WS-OLD-MTACHAT, :WS-OLD-MTVENTE,
                    :WS-OLD-DDMAJ, :WS-OLD-HDMAJ,
                    :WS-OLD-CORIGINE
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET CROSS-ABSENTE TO TRUE
               MOVE ZERO TO WS-OLD-MTACHAT
               MOVE ZERO TO WS-OLD-MTVENTE
           ELSE
               SET CROSS-PRESENTE TO TRUE
           END-IF
           .

       535-Select-Legs-Rtn.
      **********************************************************
      *  Singleton SELECT of each leg's rate-of-the-day row. A
      *  leg missing from TBDEVISE leaves nothing to derive from.
           EXEC SQL
              SELECT MTACHAT, MTVENTE
                INTO :WS-L1-MTACHAT, :WS-L1-MTVENTE
                FROM TBDEVISE
               WHERE CDEV = :WS-CDEVL1
           END-EXEC
           PERFORM D550-CHECKSQL
           IF SQLCODE = +100
               STRING 'LEG ' WS-CDEVL1 ' NOT IN TBDEVISE'
                      DELIMITED BY SIZE
                 INTO WS-REJ-RAISON
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE
               EXEC SQL
                  SELECT MTACHAT, MTVENTE
                    INTO :WS-L2-MTACHAT, :WS-L2-MTVENTE
                    FROM TBDEVISE
                   WHERE CDEV = :WS-CDEVL2
               END-EXEC
               PERFORM D550-CHECKSQL
               IF SQLCODE = +100
                   STRING 'LEG ' WS-CDEVL2 ' NOT IN TBDEVISE'
                          DELIMITED BY SIZE
                     INTO WS-REJ-RAISON
                   SET RECORD-INVALIDE TO TRUE
               END-IF
           END-IF
           .

       550-Select-Master-Rtn.
      **********************************************************
      *  Look the code in CDEV-M up on the TBDEVMAST currency
      *  master and classify it: active, suspended, or unknown -
      *  its decimals and quote convention ride back in the host
      *  variables for whoever asked. No master row reads as the
      *  plain per-one direct quote.
           EXEC SQL
              SELECT CETAT, NBDEC, UNITQUOT, SENSQUOT
                INTO :CETAT-M, :NBDEC-M, :UNITQUOT-M, :SENSQUOT-M
                FROM TBDEVMAST
               WHERE CDEV = :CDEV-M
           END-EXEC
           PERFORM D550-CHECKSQL

           EVALUATE TRUE
              WHEN SQLCODE = +100
                 SET MAST-INCONNU TO TRUE
                 MOVE 5   TO NBDEC-M
                 MOVE 1   TO UNITQUOT-M
                 MOVE 'D' TO SENSQUOT-M
              WHEN CETAT-M = 'S'
                 SET MAST-SUSPENDU TO TRUE
              WHEN OTHER
                 SET MAST-ACTIF TO TRUE
           END-EVALUATE
           .

       560-Insert-History-Rtn.
      **********************************************************
      *  Preserve the rate 530-Cursor-Fetch-Rtn just read, keyed by
      *  its own DDMAJ/HDMAJ, before it is overwritten or withdrawn
      *  - stamped with who superseded it (this derivation) and
      *  when (the same clock reading 570 writes to TBDEVISEX).
           EXEC SQL
              INSERT INTO TBDEVISEXH
                 (CDEV1, CDEV2, MTACHAT, MTVENTE, DDMAJ, HDMAJ,
                  CORIGINE, CUSER, DDSAISIE, HDSAISIE)
              VALUES
                 (:WS-CDEV1, :WS-CDEV2, :WS-OLD-MTACHAT,
                  :WS-OLD-MTVENTE, :WS-OLD-DDMAJ, :WS-OLD-HDMAJ,
                  'D', 'PGM043', :WS-NEW-DDMAJ, :WS-NEW-HDMAJ)
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       562-Stamp-New-Rtn.
      **********************************************************
      *  One clock reading for the posting - shared by the history
      *  row and the TBDEVISEX row.
           EXEC SQL
              SELECT CURRENT DATE, CURRENT TIME
                INTO :WS-NEW-DDMAJ, :WS-NEW-HDMAJ
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       565-Insert-Cross-Rtn.
      **********************************************************
      *  First night for a listed pair - nothing superseded, so
      *  no history; the row is created with the derived rate.
           PERFORM 562-Stamp-New-Rtn
           EXEC SQL
              INSERT INTO TBDEVISEX
                 (CDEV1, CDEV2, MTACHAT, MTVENTE, DDMAJ, HDMAJ,
                  CORIGINE, CUSER)
              VALUES
                 (:WS-CDEV1, :WS-CDEV2, :WS-MTACHAT, :WS-MTVENTE,
                  :WS-NEW-DDMAJ, :WS-NEW-HDMAJ, 'D', 'PGM043')
           END-EXEC
           PERFORM D550-CHECKSQL
           ADD 1 TO WS-CPT-CREE
           .

       570-Update-Table.
      **********************************************************
      *  Update mtachat/mtvente of the pair CSR-DEVISEX is
      *  positioned on, the prior rate into history first.
           DISPLAY WS-CDEV1   '/'
                   WS-CDEV2   ' - '
                   WS-MTACHAT ' - '
                   WS-MTVENTE
           PERFORM 562-Stamp-New-Rtn
           PERFORM 560-Insert-History-Rtn

           EXEC SQL
              UPDATE TBDEVISEX
              SET MTACHAT=:WS-MTACHAT,
                  MTVENTE=:WS-MTVENTE,
                  DDMAJ=:WS-NEW-DDMAJ,
                  HDMAJ=:WS-NEW-HDMAJ,
                  CORIGINE='D',
                  CUSER='PGM043'
              WHERE CURRENT OF CSR-DEVISEX
           END-EXEC
           PERFORM D550-CHECKSQL
           ADD 1 TO WS-CPT-MAJ
           .

       585-Retire-Cross-Rtn.
      **********************************************************
      *  A derived pair that could not be derived tonight: its
      *  last rate goes to history and the TBDEVISEX row the
      *  cursor is positioned on is deleted, so nothing quotes
      *  it stale. The next clean night creates it afresh.
           PERFORM 562-Stamp-New-Rtn
           PERFORM 560-Insert-History-Rtn

           EXEC SQL
              DELETE FROM TBDEVISEX
              WHERE CURRENT OF CSR-DEVISEX
           END-EXEC
           PERFORM D550-CHECKSQL
           ADD 1 TO WS-CPT-RETIRE
           .

       590-Cursor-Close-Rtn.
      **********************************************************
      *  Close CSR-DEVISEX once this pair has been handled.
           EXEC SQL
              CLOSE CSR-DEVISEX
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       595-Derivee-Close-Rtn.
      **********************************************************
      *  Close CSR-DERIVEES once every pair has been derived.
           EXEC SQL
              CLOSE CSR-DERIVEES
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       320-Write-Reject-Rtn.
      **********************************************************
      *  One reject-report line per pair that could not be
      *  derived, with what became of its cross row.
           MOVE WS-CDEV1      TO WS-LR-CDEV1
           MOVE WS-CDEV2      TO WS-LR-CDEV2
           MOVE WS-CDEVL1     TO WS-LR-CDEVL1
           MOVE WS-CDEVL2     TO WS-LR-CDEVL2
           MOVE WS-REJ-RAISON TO WS-LR-RAISON
           MOVE WS-REJ-SUITE  TO WS-LR-SUITE
           WRITE ENREG-REJET FROM WS-LIGNE-REJET
           ADD 1 TO WS-CPT-REJ
           .

       810-Print-Header-Rtn.
      **********************************************************
      *  Column headers for both reports.
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE1
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE2
           WRITE ENREG-REJET FROM WS-LIGNE-REJ-ENTETE1
           WRITE ENREG-REJET FROM WS-LIGNE-REJ-ENTETE2
           .

       820-Print-Detail-Rtn.
      **********************************************************
      *  One line per derived pair - the rate it replaced (zero
      *  on the first night) and the rate derived tonight.
           MOVE WS-CDEV1        TO WS-LD-CDEV1
           MOVE WS-CDEV2        TO WS-LD-CDEV2
           MOVE WS-CDEVL1       TO WS-LD-CDEVL1
           MOVE WS-CDEVL2       TO WS-LD-CDEVL2
           MOVE WS-OLD-MTACHAT  TO WS-LD-OLD-A
           MOVE WS-OLD-MTVENTE  TO WS-LD-OLD-V
           MOVE WS-MTACHAT      TO WS-LD-NEW-A
           MOVE WS-MTVENTE      TO WS-LD-NEW-V
           MOVE WS-STATUT       TO WS-LD-STATUT
           WRITE ENREG-RAPPORT FROM WS-LIGNE-DETAIL
           .

       890-Print-Summary-Rtn.
      **********************************************************
      *  End-of-run counts for the FX desk.
           MOVE WS-CPT-PAIRES TO WS-LT-PAIRES
           MOVE WS-CPT-MAJ    TO WS-LT-MAJ
           MOVE WS-CPT-CREE   TO WS-LT-CREE
           MOVE WS-CPT-INCH   TO WS-LT-INCH
           MOVE WS-CPT-REJ    TO WS-LT-REJ
           MOVE WS-CPT-RETIRE TO WS-LT-RETIRE
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL1
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL2
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s). Any reject comes back
      *  RC=0004 so the scheduler can flag the run for the desk
      *  without holding downstream work.
           PERFORM 890-Print-Summary-Rtn
           CLOSE FILERPT
           CLOSE FILEREJD
           MOVE ZERO TO WS-CRETOUR
           IF WS-CPT-REJ > ZERO
               MOVE 0004 TO WS-CRETOUR
           END-IF
           COMPUTE WS-CPT-POSTES = WS-CPT-MAJ + WS-CPT-CREE
           PERFORM 460-Record-Run-Rtn
           EXEC SQL COMMIT END-EXEC
           PERFORM D550-CHECKSQL
           MOVE WS-CRETOUR TO RETURN-CODE
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
      *  CPTLUS = pairs listed, CPTMAJ = posted (updated or
      *  created), CPTREJ = rejected, no parks.
           EXEC SQL
              INSERT INTO TBDEVRUN
                 (CPGM, DDRUN, HDDEBUT, HDFIN,
                  CPTLUS, CPTMAJ, CPTREJ, CPTPARK, CRETOUR)
              VALUES
                 ('PGM043', CURRENT DATE, :WS-HDDEBUT, CURRENT TIME,
                  :WS-CPT-PAIRES, :WS-CPT-POSTES,
                  :WS-CPT-REJ, 0, :WS-CRETOUR)
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
