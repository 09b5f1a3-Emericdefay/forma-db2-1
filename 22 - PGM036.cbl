      *****************************************************************
      * Program name:    PGM036
      * Original author: DEFAY E.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  DEFAY E.      230 calls PGM030's PGM030X entry
      *                         point with both PGM030L areas. The
      *                         tenor, value date and per-unit rates
      *                         moved to the second area, so the
      *                         shared first area keeps its
      *                         original layout.
      * 10/14/26  DEFAY E.      250 revalues at PGM030's per-one-unit
      *                         answer (TAUX-MTACHAT-U/-MTVENTE-U)
      *                         instead of the quoted rate - a JPY
      *                         balance was valued at the per-100
      *                         figure, a GBP one at the inverse.
      * 10/14/26  DEFAY E.      PGM030L now carries a tenor and a
      *                         value date for outright forwards -
      *                         230 blanks both so the closing rate
      *                         stays a spot answer.
      * 10/14/26  DEFAY E.      Written - accounting took PGM025's
      *                         closing rates and revalued every
      *                         foreign-currency balance in a
      *                         separate manual exercise. PGM036
      *                         reads the positions file (account,
      *                         CDEV, balance in currency, book value
      *                         in base currency), sorted by account
      *                         in the step before, and values each
      *                         balance at the closing rate of the
      *                         month - the rate effective at the end
      *                         of its last day, asked of PGM030 like
      *                         every other consumer so an unknown,
      *                         suspended or unquoted currency comes
      *                         back with a reason code instead of a
      *                         zero rate. A long balance is valued
      *                         at MTACHAT, a short one at MTVENTE -
      *                         the conservative side, as everywhere
      *                         else in this system. One general-
      *                         ledger posting per account carries
      *                         the unrealized gain or loss against
      *                         book value; an account with any
      *                         position that cannot be valued is
      *                         held back whole rather than posted
      *                         short. The control report lists the
      *                         positions not valued with their
      *                         reason and totals every CDEV; any
      *                         position not valued ends RC=0004.
      *                         The month comes from an optional
      *                         FILEPRM card (AAAAMM), else the month
      *                         before the run date, as in PGM025.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM036.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEPRM ASSIGN TO FILEPRM
           FILE STATUS IS FS-FILEPRM.

           SELECT FILEPOS ASSIGN TO FILEPOS
           FILE STATUS IS FS-FILEPOS.

           SELECT FILEGL ASSIGN TO FILEGL
           FILE STATUS IS FS-FILEGL.

           SELECT FILERPT ASSIGN TO FILERPT
           FILE STATUS IS FS-FILERPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      / OPTIONAL REVALUATION-MONTH PARAMETER - one AAAAMM card;
      / absent or blank means the month before the run date
       FD  FILEPRM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-FMPRM.
           10 PRM-MOIS       PIC X(06).
           10 FILLER         PIC X(74).

      / FOREIGN-CURRENCY POSITIONS FROM ACCOUNTING - one record per
      / account and currency, in account sequence; the book value
      / is the balance's carrying amount in base currency
       FD  FILEPOS RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-POSITION.
           10 POS-COMPTE     PIC X(12).
           10 POS-CDEV       PIC X(03).
           10 POS-SOLDE      PIC S9(13)V9(02) USAGE COMP-3.
           10 POS-VALCPT     PIC S9(13)V9(02) USAGE COMP-3.
           10 FILLER         PIC X(49).

      / GENERAL-LEDGER REVALUATION POSTINGS - one record per
      / account: book value, revalued value and the unrealized
      / gain ('G') or loss ('P') between them, in base currency
       FD  FILEGL RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-ECRITURE.
           10 GL-COMPTE      PIC X(12).
           10 GL-DDREVAL     PIC X(10).
           10 GL-VALCPT      PIC S9(13)V9(02) USAGE COMP-3.
           10 GL-VALREV      PIC S9(13)V9(02) USAGE COMP-3.
           10 GL-ECART       PIC S9(13)V9(02) USAGE COMP-3.
           10 GL-SENS        PIC X(01).
              88 GL-GAIN        VALUE 'G'.
              88 GL-PERTE       VALUE 'P'.
           10 FILLER         PIC X(33).

      / REVALUATION CONTROL REPORT
       FD  FILERPT RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-RAPPORT     PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEPRM PIC X(2).

       01 FS-FILEPOS PIC X(2).
           88 END-FILEPOS VALUE '10'.

       01 FS-FILEGL  PIC X(2).

       01 FS-FILERPT PIC X(2).

      / RUN DATE AND REVALUATION MONTH - the card wins when
      / present, otherwise the month before the run date
       01 FILLER.
           10 WS-TODAY            PIC 9(08).
           10 WS-TODAY-X REDEFINES WS-TODAY.
              15 WS-TODAY-AAAA    PIC 9(04).
              15 WS-TODAY-MM      PIC 9(02).
              15 WS-TODAY-JJ      PIC 9(02).
           10 WS-MOIS             PIC 9(06).
           10 WS-MOIS-X REDEFINES WS-MOIS.
              15 WS-MOIS-AAAA     PIC 9(04).
              15 WS-MOIS-MM       PIC 9(02).
      / MONTH-START RECUT - assembled in the group, moved to the
      / elementary ISO field the SQL sees (see PGM025)
           10 WS-MOIS-DEBUT-EDIT.
              15 WS-MDI-AAAA      PIC 9(04).
              15 FILLER           PIC X(01) VALUE '-'.
              15 WS-MDI-MM        PIC 9(02).
              15 FILLER           PIC X(03) VALUE '-01'.
           10 WS-MOIS-DEBUT-ISO   PIC X(10).
      / LAST DAY OF THE MONTH - the closing moment asked of PGM030
           10 WS-DDREVAL          PIC X(10).

      / ACCOUNT IN HAND - the postings are one per account, so the
      / positions are accumulated until the account changes
       01 FILLER.
           10 WS-COMPTE      PIC X(12).
           10 WS-CPT-VALCPT  PIC S9(13)V9(02) USAGE COMP-3.
           10 WS-CPT-VALREV  PIC S9(13)V9(02) USAGE COMP-3.
           10 WS-CPT-ECART   PIC S9(13)V9(02) USAGE COMP-3.
           10 WS-COMPTE-SW   PIC X(01).
              88 COMPTE-VALORISE   VALUE 'O'.
              88 COMPTE-INCOMPLET  VALUE 'N'.

      / POSITION IN HAND - the side used and its valuation
       01 FILLER.
           10 WS-TAUX        PIC S9(07)V9(11) USAGE COMP-3.
           10 WS-VALREV      PIC S9(13)V9(02) USAGE COMP-3.
           10 WS-ECART       PIC S9(13)V9(02) USAGE COMP-3.
           10 WS-VALID-SW    PIC X(01).
              88 POSITION-VALIDE   VALUE 'O'.
              88 POSITION-INVALIDE VALUE 'N'.

      / PER-CURRENCY TOTALS - built up as the positions arrive in
      / account order; 180 prints them in the order first seen
       01 FILLER.
           10 WS-TB-MAX      PIC 9(04) USAGE COMP VALUE 500.
           10 WS-TB-NB       PIC 9(04) USAGE COMP VALUE ZERO.
           10 WS-TB-IDX      PIC 9(04) USAGE COMP.
           10 WS-TB-TABLE.
              15 WS-TB-ENT OCCURS 500.
                 20 WS-TB-CDEV    PIC X(03).
                 20 WS-TB-NB-VAL  PIC 9(07) USAGE COMP.
                 20 WS-TB-NB-REJ  PIC 9(07) USAGE COMP.
                 20 WS-TB-SOLDE   PIC S9(15)V9(02) USAGE COMP-3.
                 20 WS-TB-VALCPT  PIC S9(15)V9(02) USAGE COMP-3.
                 20 WS-TB-VALREV  PIC S9(15)V9(02) USAGE COMP-3.
                 20 WS-TB-ECART   PIC S9(15)V9(02) USAGE COMP-3.

      / CURRENCY-TABLE SEARCH OUTCOME - set by 150
       01 FILLER.
           10 WS-MATCH-SW    PIC X(01).
              88 MATCH-TROUVE   VALUE 'O'.
              88 MATCH-ABSENT   VALUE 'N'.
           10 WS-MATCH-IDX   PIC 9(04) USAGE COMP.

      / CONTROL COUNTERS
       01 FILLER.
           10 WS-CPT-LUS     PIC 9(07) USAGE COMP.
           10 WS-CPT-VAL     PIC 9(07) USAGE COMP.
           10 WS-CPT-REJ     PIC 9(07) USAGE COMP.
           10 WS-CPT-ECR     PIC 9(07) USAGE COMP.
           10 WS-CPT-RETENU  PIC 9(07) USAGE COMP.

      / REVALUATION REPORT PRINT LINES
       01 WS-LIGNE-ENTETE1.
           10 FILLER            PIC X(42) VALUE
              'PGM036 - MONTH-END REVALUATION AT CLOSE OF'.
           10 FILLER            PIC X(01) VALUE SPACE.
           10 WS-E1-DDREVAL     PIC X(10).
           10 FILLER            PIC X(79) VALUE SPACES.
       01 WS-LIGNE-ENTETE2   PIC X(132) VALUE
           'POSITIONS NOT VALUED / ACCOUNTS NOT POSTED'.
       01 WS-LIGNE-ENTETE3   PIC X(132) VALUE
           'ACCOUNT       CDEV             BALANCE  REASON'.
       01 WS-LIGNE-ENTETE4   PIC X(132) VALUE
           'TOTALS BY CURRENCY'.
       01 WS-LIGNE-ENTETE5   PIC X(132) VALUE
           'CDEV   VALUED  NOT-VAL      BALANCE IN CCY       BOOK VAL
      -    'UE (BASE)   REVALUED (BASE)    UNREALIZED G/L'.
       01 WS-LIGNE-REJET.
           10 WS-LR-COMPTE      PIC X(12).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LR-CDEV        PIC X(03).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LR-SOLDE       PIC -(14)9.9(2).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LR-TEXTE       PIC X(45).
           10 FILLER            PIC X(48) VALUE SPACES.
       01 WS-LIGNE-DEVISE.
           10 WS-LV-CDEV        PIC X(03).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LV-NB-VAL      PIC ZZZ,ZZ9.
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LV-NB-REJ      PIC ZZZ,ZZ9.
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LV-SOLDE       PIC -(16)9.9(2).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LV-VALCPT      PIC -(16)9.9(2).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LV-VALREV      PIC -(16)9.9(2).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LV-ECART       PIC -(16)9.9(2).
       01 WS-LIGNE-TOTAL.
           10 FILLER      PIC X(18) VALUE 'POSITIONS READ  : '.
           10 WS-LT-LUS   PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'POSITIONS VALUED: '.
           10 WS-LT-VAL   PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'NOT VALUED      : '.
           10 WS-LT-REJ   PIC ZZZ,ZZ9.
       01 WS-LIGNE-TOTAL2.
           10 FILLER      PIC X(18) VALUE 'POSTINGS WRITTEN: '.
           10 WS-LT-ECR   PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'ACCOUNTS HELD   : '.
           10 WS-LT-RET   PIC ZZZ,ZZ9.

      / RUN-STATISTICS WORK AREAS - start-of-run stamp captured by
      / 440, the TBDEVRUN row written by 460 at end of run
       01 FILLER.
           10 WS-HDDEBUT     PIC X(08).
           10 WS-CRETOUR     PIC S9(04) USAGE COMP.

      / RATE-AS-OF LOOKUP PARAMETER AREAS - CALL 'PGM030X', the
      / per-one-unit answer comes back in the second one
           COPY PGM030L.

      / IMPORT SQLCA
           EXEC SQL INCLUDE SQLCA
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM033) - RUN STATISTICS
           EXEC SQL INCLUDE DBCTBDR
           END-EXEC.

      /
      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 2xx : Verifications
      *    - 3xx : Posting output handling
      *    - 5xx : SQL Handling
      *    - 8xx : Control report
      *    - 9xx : Close files
      *
      *    Input/Output managment
      *    - x1x : Perform a READ
      *    - x2x : Perform a WRITE
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           PERFORM 440-Stamp-Start-Rtn
           PERFORM 020-Read-Month-Rtn
           PERFORM 540-Select-Fin-Mois-Rtn
           MOVE ZERO TO WS-CPT-LUS
           MOVE ZERO TO WS-CPT-VAL
           MOVE ZERO TO WS-CPT-REJ
           MOVE ZERO TO WS-CPT-ECR
           MOVE ZERO TO WS-CPT-RETENU
           MOVE SPACES TO WS-COMPTE
           OPEN INPUT FILEPOS
           OPEN OUTPUT FILEGL
           OPEN OUTPUT FILERPT
           PERFORM 810-Print-Header-Rtn
           .

       020-Read-Month-Rtn.
      **********************************************************
      *  Revaluation month: the FILEPRM card when present and
      *  numeric, else the month before the run date (the
      *  schedule runs this in the new month's first days).
           MOVE ZERO TO WS-MOIS
           OPEN INPUT FILEPRM
           IF FS-FILEPRM = '00'
               READ FILEPRM
               IF FS-FILEPRM = '00' AND PRM-MOIS IS NUMERIC
                   MOVE PRM-MOIS TO WS-MOIS
               END-IF
               CLOSE FILEPRM
           END-IF

           IF WS-MOIS = ZERO
               MOVE WS-TODAY-AAAA TO WS-MOIS-AAAA
               MOVE WS-TODAY-MM   TO WS-MOIS-MM
               IF WS-MOIS-MM = 01
                   MOVE 12 TO WS-MOIS-MM
                   SUBTRACT 1 FROM WS-MOIS-AAAA
               ELSE
                   SUBTRACT 1 FROM WS-MOIS-MM
               END-IF
           END-IF

           MOVE WS-MOIS-AAAA TO WS-MDI-AAAA
           MOVE WS-MOIS-MM   TO WS-MDI-MM
           MOVE WS-MOIS-DEBUT-EDIT TO WS-MOIS-DEBUT-ISO
           .

       100-Main.
      **********************************************************
      *  One pass over the positions in account order: every
      *  change of account closes the previous one's posting.
           PERFORM 210-Read-File
           PERFORM UNTIL (END-FILEPOS)
               IF POS-COMPTE NOT = WS-COMPTE
                   IF WS-COMPTE NOT = SPACES
                       PERFORM 170-Close-Account-Rtn
                   END-IF
                   PERFORM 160-Open-Account-Rtn
               END-IF
               PERFORM 120-Value-Position-Rtn
               PERFORM 210-Read-File
           END-PERFORM
           IF WS-COMPTE NOT = SPACES
               PERFORM 170-Close-Account-Rtn
           END-IF
           PERFORM 180-Print-Cdev-Totals-Rtn
           .

       120-Value-Position-Rtn.
      **********************************************************
      *  One position - checked, priced at the month's close
      *  through PGM030, valued on the conservative side, and
      *  added to its account and its currency.
           ADD 1 TO WS-CPT-LUS
           PERFORM 200-Verify-Position-Rtn
           IF POSITION-VALIDE
               PERFORM 230-Lookup-Rate-Rtn
           END-IF
           IF POSITION-VALIDE
               PERFORM 250-Compute-Value-Rtn
           END-IF
           PERFORM 150-Find-Cdev-Rtn
           IF POSITION-VALIDE
               ADD 1 TO WS-CPT-VAL
               ADD WS-VALREV       TO WS-CPT-VALREV
               ADD POS-VALCPT      TO WS-CPT-VALCPT
               ADD WS-ECART        TO WS-CPT-ECART
               ADD 1               TO WS-TB-NB-VAL  (WS-MATCH-IDX)
               ADD POS-SOLDE       TO WS-TB-SOLDE   (WS-MATCH-IDX)
               ADD POS-VALCPT      TO WS-TB-VALCPT  (WS-MATCH-IDX)
               ADD WS-VALREV       TO WS-TB-VALREV  (WS-MATCH-IDX)
               ADD WS-ECART        TO WS-TB-ECART   (WS-MATCH-IDX)
           ELSE
               ADD 1 TO WS-CPT-REJ
               ADD 1 TO WS-TB-NB-REJ (WS-MATCH-IDX)
               SET COMPTE-INCOMPLET TO TRUE
               PERFORM 820-Print-Rejet-Rtn
           END-IF
           .

       150-Find-Cdev-Rtn.
      **********************************************************
      *  Serial search of the currency totals on the position's
      *  CDEV; a currency not seen yet takes the next entry.
           SET MATCH-ABSENT TO TRUE
           MOVE 1 TO WS-TB-IDX
           PERFORM 155-Test-Entry-Rtn
               UNTIL (MATCH-TROUVE) OR (WS-TB-IDX > WS-TB-NB)
           IF MATCH-ABSENT
               IF WS-TB-NB >= WS-TB-MAX
                   DISPLAY 'PGM036 - POSITIONS CARRY MORE THAN '
                           WS-TB-MAX ' CURRENCIES - TABLE BOUND'
                   MOVE 0016 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-TB-NB
               MOVE WS-TB-NB TO WS-MATCH-IDX
               MOVE POS-CDEV TO WS-TB-CDEV   (WS-MATCH-IDX)
               MOVE ZERO     TO WS-TB-NB-VAL (WS-MATCH-IDX)
               MOVE ZERO     TO WS-TB-NB-REJ (WS-MATCH-IDX)
               MOVE ZERO     TO WS-TB-SOLDE  (WS-MATCH-IDX)
               MOVE ZERO     TO WS-TB-VALCPT (WS-MATCH-IDX)
               MOVE ZERO     TO WS-TB-VALREV (WS-MATCH-IDX)
               MOVE ZERO     TO WS-TB-ECART  (WS-MATCH-IDX)
           END-IF
           .

       155-Test-Entry-Rtn.
      **********************************************************
      *  Test one table entry against the position's CDEV.
           IF WS-TB-CDEV (WS-TB-IDX) = POS-CDEV
               SET MATCH-TROUVE TO TRUE
               MOVE WS-TB-IDX TO WS-MATCH-IDX
           END-IF
           ADD 1 TO WS-TB-IDX
           .

       160-Open-Account-Rtn.
      **********************************************************
      *  A new account starts - the file must arrive in account
      *  order, or one account would post twice.
           IF POS-COMPTE < WS-COMPTE
               DISPLAY 'PGM036 - FILEPOS NOT IN ACCOUNT SEQUENCE AT '
                       POS-COMPTE
               MOVE 0020 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE POS-COMPTE TO WS-COMPTE
           MOVE ZERO TO WS-CPT-VALCPT
           MOVE ZERO TO WS-CPT-VALREV
           MOVE ZERO TO WS-CPT-ECART
           SET COMPTE-VALORISE TO TRUE
           .

       170-Close-Account-Rtn.
      **********************************************************
      *  The account is complete - post it, or hold it back
      *  whole when any of its positions could not be valued.
           IF COMPTE-VALORISE
               PERFORM 320-Write-Posting-Rtn
           ELSE
               ADD 1 TO WS-CPT-RETENU
               MOVE WS-COMPTE TO WS-LR-COMPTE
               MOVE SPACES    TO WS-LR-CDEV
               MOVE ZERO      TO WS-LR-SOLDE
               MOVE 'ACCOUNT NOT POSTED - A POSITION IS NOT VALUED'
                    TO WS-LR-TEXTE
               WRITE ENREG-RAPPORT FROM WS-LIGNE-REJET
           END-IF
           .

       180-Print-Cdev-Totals-Rtn.
      **********************************************************
      *  The per-currency section of the control report.
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE4
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE5
           MOVE 1 TO WS-TB-IDX
           PERFORM 830-Print-Cdev-Rtn
               UNTIL WS-TB-IDX > WS-TB-NB
           .

       200-Verify-Position-Rtn.
      **********************************************************
      *  A position needs a currency and numeric amounts before
      *  anything can be priced off it.
           SET POSITION-VALIDE TO TRUE
           IF POS-CDEV = SPACES
           OR POS-SOLDE  IS NOT NUMERIC
           OR POS-VALCPT IS NOT NUMERIC
               SET POSITION-INVALIDE TO TRUE
               MOVE 'INVALID POSITION RECORD' TO WS-LR-TEXTE
           END-IF
           .

       210-Read-File.
      **********************************************************
      *  This routine should read file line by line
           READ FILEPOS
           .

       230-Lookup-Rate-Rtn.
      **********************************************************
      *  The rate effective at the end of the month's last day,
      *  through the one lookup service. Anything but '00' is a
      *  position not valued, with the service's own reason.
           MOVE POS-CDEV   TO TAUX-CDEV1
           MOVE SPACES     TO TAUX-CDEV2
           MOVE WS-DDREVAL TO TAUX-DDEMANDE
           MOVE SPACES     TO TAUX-HDEMANDE
           MOVE SPACES     TO TAUX-TENOR
           MOVE SPACES     TO TAUX-DDVALEUR
           CALL 'PGM030X' USING TAUX-PARAMETRES TAUX-PARAMETRES-X
           EVALUATE TRUE
              WHEN TAUX-OK
                 CONTINUE
              WHEN TAUX-CDEV-INCONNU
                 SET POSITION-INVALIDE TO TRUE
                 MOVE 'CURRENCY UNKNOWN TO CURRENCY MASTER' TO
                      WS-LR-TEXTE
              WHEN TAUX-CDEV-SUSPENDU
                 SET POSITION-INVALIDE TO TRUE
                 MOVE 'CURRENCY SUSPENDED ON CURRENCY MASTER' TO
                      WS-LR-TEXTE
              WHEN TAUX-SANS-COTATION
                 SET POSITION-INVALIDE TO TRUE
                 MOVE 'NO RATE IN FORCE AT MONTH END' TO
                      WS-LR-TEXTE
              WHEN TAUX-DEBORDEMENT
                 SET POSITION-INVALIDE TO TRUE
                 MOVE 'RATE TOO WIDE FOR THE LOOKUP' TO
                      WS-LR-TEXTE
              WHEN TAUX-ERREUR-DB2
                 DISPLAY 'PGM036 - PGM030 DB2 ERROR PRICING '
                         POS-CDEV
                 MOVE 0016 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 SET POSITION-INVALIDE TO TRUE
                 MOVE 'RATE LOOKUP REFUSED THE REQUEST' TO
                      WS-LR-TEXTE
           END-EVALUATE
           .

       250-Compute-Value-Rtn.
      **********************************************************
      *  A long balance at the rate the bank would buy it for,
      *  a short one at the rate it would have to pay to cover -
      *  then the gain or loss against book value. The rate is
      *  PGM030's per-one-unit answer: a balance is in units of
      *  the currency, whatever the currency is quoted per.
           IF POS-SOLDE < ZERO
               MOVE TAUX-MTVENTE-U TO WS-TAUX
           ELSE
               MOVE TAUX-MTACHAT-U TO WS-TAUX
           END-IF
           COMPUTE WS-VALREV ROUNDED = POS-SOLDE * WS-TAUX
              ON SIZE ERROR
                 SET POSITION-INVALIDE TO TRUE
                 MOVE 'REVALUED AMOUNT TOO WIDE FOR THE POSTING' TO
                      WS-LR-TEXTE
           END-COMPUTE
           IF POSITION-VALIDE
               COMPUTE WS-ECART = WS-VALREV - POS-VALCPT
           END-IF
           .

       320-Write-Posting-Rtn.
      **********************************************************
      *  One general-ledger posting for the account in hand.
           MOVE SPACES        TO ENREG-ECRITURE
           MOVE WS-COMPTE     TO GL-COMPTE
           MOVE WS-DDREVAL    TO GL-DDREVAL
           MOVE WS-CPT-VALCPT TO GL-VALCPT
           MOVE WS-CPT-VALREV TO GL-VALREV
           MOVE WS-CPT-ECART  TO GL-ECART
           IF WS-CPT-ECART < ZERO
               SET GL-PERTE TO TRUE
           ELSE
               SET GL-GAIN TO TRUE
           END-IF
           WRITE ENREG-ECRITURE
           ADD 1 TO WS-CPT-ECR
           .

       540-Select-Fin-Mois-Rtn.
      **********************************************************
      *  Last day of the revaluation month off DB2's own
      *  calendar - PGM030 reads a blank time with it as the end
      *  of that day, the month's close.
           EXEC SQL
              SELECT DATE(:WS-MOIS-DEBUT-ISO) + 1 MONTH - 1 DAY
                INTO :WS-DDREVAL
                FROM SYSIBM.SYSDUMMY1
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       810-Print-Header-Rtn.
      **********************************************************
      *  Closing date in the title, then the exception section's
      *  headers - the exceptions print as the positions pass.
           MOVE WS-DDREVAL TO WS-E1-DDREVAL
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE1
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE2
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE3
           .

       820-Print-Rejet-Rtn.
      **********************************************************
      *  One position not valued - the reason is already in
      *  WS-LR-TEXTE.
           MOVE POS-COMPTE TO WS-LR-COMPTE
           MOVE POS-CDEV   TO WS-LR-CDEV
           IF POS-SOLDE IS NUMERIC
               MOVE POS-SOLDE TO WS-LR-SOLDE
           ELSE
               MOVE ZERO TO WS-LR-SOLDE
           END-IF
           WRITE ENREG-RAPPORT FROM WS-LIGNE-REJET
           .

       830-Print-Cdev-Rtn.
      **********************************************************
      *  One currency's totals.
           MOVE WS-TB-CDEV   (WS-TB-IDX) TO WS-LV-CDEV
           MOVE WS-TB-NB-VAL (WS-TB-IDX) TO WS-LV-NB-VAL
           MOVE WS-TB-NB-REJ (WS-TB-IDX) TO WS-LV-NB-REJ
           MOVE WS-TB-SOLDE  (WS-TB-IDX) TO WS-LV-SOLDE
           MOVE WS-TB-VALCPT (WS-TB-IDX) TO WS-LV-VALCPT
           MOVE WS-TB-VALREV (WS-TB-IDX) TO WS-LV-VALREV
           MOVE WS-TB-ECART  (WS-TB-IDX) TO WS-LV-ECART
           WRITE ENREG-RAPPORT FROM WS-LIGNE-DEVISE
           ADD 1 TO WS-TB-IDX
           .

       890-Print-Summary-Rtn.
      **********************************************************
      *  End-of-run counts for accounting.
           MOVE WS-CPT-LUS    TO WS-LT-LUS
           MOVE WS-CPT-VAL    TO WS-LT-VAL
           MOVE WS-CPT-REJ    TO WS-LT-REJ
           MOVE WS-CPT-ECR    TO WS-LT-ECR
           MOVE WS-CPT-RETENU TO WS-LT-RET
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL2
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s). A position not
      *  valued comes back RC=0004 - the postings that went out
      *  are right, but accounting still has balances to book.
           PERFORM 890-Print-Summary-Rtn
           CLOSE FILEPOS
           CLOSE FILEGL
           CLOSE FILERPT
           MOVE ZERO TO WS-CRETOUR
           IF WS-CPT-REJ > ZERO
               MOVE 0004 TO WS-CRETOUR
           END-IF
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
      *  CPTLUS = positions read, CPTMAJ = postings written,
      *  CPTREJ = positions not valued.
           EXEC SQL
              INSERT INTO TBDEVRUN
                 (CPGM, DDRUN, HDDEBUT, HDFIN,
                  CPTLUS, CPTMAJ, CPTREJ, CPTPARK, CRETOUR)
              VALUES
                 ('PGM036', CURRENT DATE, :WS-HDDEBUT, CURRENT TIME,
                  :WS-CPT-LUS, :WS-CPT-ECR,
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
