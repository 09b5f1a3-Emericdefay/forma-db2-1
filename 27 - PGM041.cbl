      *****************************************************************
      * Program name:    PGM041
      * Original author: DEFAY E.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/15/26  DEFAY E.      020 copies the card into the WS
      *                         request fields, the reload switch
      *                         included, straight after a good READ
      *                         and before FILEPRM closes - the FD
      *                         area was being cleared before the
      *                         OPEN and read after the CLOSE. No
      *                         card leaves the request blank, which
      *                         030 rejects as before.
      * 10/14/26  DEFAY E.      Written - once PGM024 has moved a
      *                         period to the FILEARCH/FILEARCX
      *                         archive generations, DL17 shows
      *                         nothing and PGM030 answers 'no rate
      *                         at that moment', and an auditor's or
      *                         a client dispute's two-year-old rate
      *                         meant finding the right generation
      *                         and reading packed fields by hand.
      *                         PGM041 takes one FILEPRM card - a
      *                         CDEV or a pair, a date range, a
      *                         reload switch and a reference - and
      *                         reads every archive generation (the
      *                         JCL sorts them key then newest
      *                         first), printing the timeline in
      *                         DL17's own columns: every rate in
      *                         force during the range, which is the
      *                         rows effective within it plus the
      *                         one already in force when it opens.
      *                         A row archived twice (a purge rerun
      *                         after an abend between commits)
      *                         prints once. With the reload switch
      *                         on, each row goes back into the new
      *                         TBDEVISEHR holding table, which
      *                         PGM030 and DL17 search behind the
      *                         live history - unless it is still
      *                         online or already restored.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM041.
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

           SELECT FILEARCH ASSIGN TO FILEARCH
           FILE STATUS IS FS-FILEARCH.

           SELECT FILEARCX ASSIGN TO FILEARCX
           FILE STATUS IS FS-FILEARCX.

           SELECT FILERPT ASSIGN TO FILERPT
           FILE STATUS IS FS-FILERPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      / RETRIEVAL CARD - one per run. CDEV2 spaces asks for a single
      / currency's history (FILEARCH), else the pair's (FILEARCX).
      / Dates are ISO (AAAA-MM-JJ) effective dates; a blank start
      / means from the oldest archive, a blank end up to the
      / newest. RELOAD 'O' puts the rows back into TBDEVISEHR;
      / blank or 'N' only prints them. The reference (audit
      / request, dispute number) is kept on every reloaded row.
       FD  FILEPRM RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-FMPRM.
           10 PRM-CDEV1      PIC X(03).
           10 FILLER         PIC X(01).
           10 PRM-CDEV2      PIC X(03).
           10 FILLER         PIC X(01).
           10 PRM-DDEBUT     PIC X(10).
           10 FILLER         PIC X(01).
           10 PRM-DFIN       PIC X(10).
           10 FILLER         PIC X(01).
           10 PRM-RECHARGE   PIC X(01).
           10 FILLER         PIC X(01).
           10 PRM-REFDEM     PIC X(08).
           10 FILLER         PIC X(40).

      / TBDEVISEH ARCHIVE - PGM024's record, every generation
      / concatenated and sorted on CDEV then DDMAJ/HDMAJ descending
       FD  FILEARCH RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-ARCHIVE.
           10 ARC-CDEV       PIC X(03).
           10 ARC-MTACHAT    PIC S9(06)V9(05) USAGE COMP-3.
           10 ARC-MTVENTE    PIC S9(06)V9(05) USAGE COMP-3.
           10 ARC-DDMAJ      PIC X(10).
           10 ARC-HDMAJ      PIC X(08).
           10 ARC-CORIGINE   PIC X(01).
           10 ARC-CUSER      PIC X(08).
           10 ARC-DDSAISIE   PIC X(10).
           10 ARC-HDSAISIE   PIC X(08).
           10 FILLER         PIC X(20).

      / TBDEVISEXH ARCHIVE - same for the cross-pair history,
      / sorted on CDEV1/CDEV2 then DDMAJ/HDMAJ descending
       FD  FILEARCX RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-ARCHIVEX.
           10 ARX-CDEV1      PIC X(03).
           10 ARX-CDEV2      PIC X(03).
           10 ARX-MTACHAT    PIC S9(06)V9(05) USAGE COMP-3.
           10 ARX-MTVENTE    PIC S9(06)V9(05) USAGE COMP-3.
           10 ARX-DDMAJ      PIC X(10).
           10 ARX-HDMAJ      PIC X(08).
           10 ARX-CORIGINE   PIC X(01).
           10 ARX-CUSER      PIC X(08).
           10 ARX-DDSAISIE   PIC X(10).
           10 ARX-HDSAISIE   PIC X(08).
           10 FILLER         PIC X(17).

      / RETRIEVAL REPORT - the timeline in DL17's columns
       FD  FILERPT RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-RAPPORT     PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEPRM PIC X(2).

       01 FS-FILEARCH PIC X(2).
           88 END-FILEARCH VALUE '10'.

       01 FS-FILEARCX PIC X(2).
           88 END-FILEARCX VALUE '10'.

       01 FS-FILERPT PIC X(2).

      / THE REQUEST - copied off the card by 020 while it is still
      / readable (the FD area is gone once FILEPRM closes), a blank
      / bound opened wide
       01 FILLER.
           10 WS-CDEV1       PIC X(03).
           10 WS-CDEV2       PIC X(03).
           10 WS-DDEBUT      PIC X(10).
           10 WS-DFIN        PIC X(10).
           10 WS-REFDEM      PIC X(08).
           10 WS-RECHARGE    PIC X(01).
              88 RECHARGE-OUI   VALUE 'O'.
              88 RECHARGE-NON   VALUE 'N' ' '.
           10 WS-MODE-SW     PIC X(01).
              88 MODE-SIMPLE    VALUE 'S'.
              88 MODE-CROISE    VALUE 'X'.
           10 WS-RECHARGE-SW PIC X(01).
              88 RECHARGER      VALUE 'O'.
              88 IMPRIMER       VALUE 'N'.

      / CARD VALIDATION - a card date is checked piece by piece
      / through WS-DATE-CTL
       01 FILLER.
           10 WS-VALID-SW    PIC X(01).
              88 CARTE-VALIDE   VALUE 'O'.
              88 CARTE-INVALIDE VALUE 'N'.
           10 WS-MOTIF       PIC X(50).
           10 WS-DATE-CTL.
              15 WS-DC-AAAA  PIC X(04).
              15 WS-DC-T1    PIC X(01).
              15 WS-DC-MM    PIC X(02).
              15 WS-DC-T2    PIC X(01).
              15 WS-DC-JJ    PIC X(02).

      / ARCHIVED ROW CURRENTLY READ - either archive lands here
       01 FILLER.
           10 WS-A-CDEV1     PIC X(03).
           10 WS-A-CDEV2     PIC X(03).
           10 WS-MTACHAT     PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-MTVENTE     PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-STAMP.
              15 WS-DDMAJ    PIC X(10).
              15 WS-HDMAJ    PIC X(08).
           10 WS-CORIGINE    PIC X(01).
           10 WS-CUSER       PIC X(08).
           10 WS-DDSAISIE    PIC X(10).
           10 WS-HDSAISIE    PIC X(08).

      / TIMELINE STATE - the stamp last printed (a second archive
      / copy of it is skipped), and whether the row in force when
      / the range opens has been taken yet
       01 FILLER.
           10 WS-STAMP-PREC  PIC X(18).
           10 WS-DEBUT-SW    PIC X(01).
              88 DEBUT-PRIS     VALUE 'O'.
              88 DEBUT-A-PRENDRE VALUE 'N'.
           10 WS-FIN-SW      PIC X(01).
              88 FIN-ARCHIVE    VALUE 'O'.
              88 ENCORE-ARCHIVE VALUE 'N'.
           10 WS-NB-LIGNES   PIC S9(09) USAGE COMP.

      / BOUNDED UNITS OF WORK - commit every WS-FREQ-COMMIT
      / reloaded rows, as PGM024 bounds its purge
       01 FILLER.
           10 WS-FREQ-COMMIT      PIC 9(09) USAGE COMP VALUE 1000.
           10 WS-CPT-DEPUIS-CMT   PIC 9(09) USAGE COMP VALUE ZERO.

      / COUNTERS
       01 FILLER.
           10 WS-CPT-LUS     PIC 9(09) USAGE COMP.
           10 WS-CPT-TROUVE  PIC 9(09) USAGE COMP.
           10 WS-CPT-DOUBLE  PIC 9(09) USAGE COMP.
           10 WS-CPT-RESTAU  PIC 9(09) USAGE COMP.
           10 WS-CPT-PRESENT PIC 9(09) USAGE COMP.

      / RETRIEVAL REPORT PRINT LINES - the detail line's first
      / columns are DL17's list line, byte for byte
       01 WS-LIGNE-ENTETE1   PIC X(132) VALUE
           'PGM041 - PURGED RATE HISTORY RETRIEVAL'.
       01 WS-LIGNE-PARAM.
           10 FILLER         PIC X(04) VALUE 'KEY '.
           10 WS-LP-CLE      PIC X(07).
           10 FILLER         PIC X(07) VALUE '  FROM '.
           10 WS-LP-DEBUT    PIC X(10).
           10 FILLER         PIC X(04) VALUE ' TO '.
           10 WS-LP-FIN      PIC X(10).
           10 FILLER         PIC X(09) VALUE '  RELOAD '.
           10 WS-LP-RECHARGE PIC X(03).
           10 FILLER         PIC X(06) VALUE '  REF '.
           10 WS-LP-REF      PIC X(08).
       01 WS-LIGNE-ENTETE2.
           10 FILLER         PIC X(54) VALUE
              '       ACHAT          VENTE    EFFECTIVE     TIME'.
           10 FILLER         PIC X(78) VALUE
              'O USERID     RELOAD'.
       01 WS-LIGNE-DETAIL.
           10 WS-LD-ACHAT      PIC ZZZZZ9.9(5).
           10 FILLER           PIC X(03) VALUE SPACES.
           10 WS-LD-VENTE      PIC ZZZZZ9.9(5).
           10 FILLER           PIC X(03) VALUE SPACES.
           10 WS-LD-DDMAJ      PIC X(10).
           10 FILLER           PIC X(03) VALUE SPACES.
           10 WS-LD-HDMAJ      PIC X(08).
           10 FILLER           PIC X(03) VALUE SPACES.
           10 WS-LD-ORIGINE    PIC X(01).
           10 FILLER           PIC X(01) VALUE SPACES.
           10 WS-LD-CUSER      PIC X(08).
           10 FILLER           PIC X(03) VALUE SPACES.
           10 WS-LD-STATUT     PIC X(30).
       01 WS-LIGNE-REFUS.
           10 FILLER         PIC X(20) VALUE 'CARD REJECTED     : '.
           10 WS-LR-MOTIF    PIC X(50).
       01 WS-LIGNE-AUCUNE    PIC X(132) VALUE
           'NO ARCHIVED HISTORY FOR THIS KEY AND DATE RANGE'.
       01 WS-LIGNE-TOTAL1.
           10 FILLER      PIC X(18) VALUE 'ARCHIVE READ    : '.
           10 WS-LT-LUS   PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'ROWS FOUND      : '.
           10 WS-LT-TROU  PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'SECOND COPIES   : '.
           10 WS-LT-DOUB  PIC ZZZ,ZZ9.
       01 WS-LIGNE-TOTAL2.
           10 FILLER      PIC X(18) VALUE 'ROWS RESTORED   : '.
           10 WS-LT-REST  PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'ALREADY PRESENT : '.
           10 WS-LT-PRES  PIC ZZZ,ZZ9.

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

      / DECLARATIONS DCLGEN(PGM041) - RESTORED HISTORY
           EXEC SQL INCLUDE DBCTBDHR
           END-EXEC.

      /
      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 2xx : Archive input handling
      *    - 3xx : Reload handling
      *    - 4xx : Commit handling / run statistics
      *    - 5xx : SQL Handling
      *    - 8xx : Retrieval report
      *    - 9xx : Close files
      *
      *    Input/Output managment
      *    - x1x : Perform a READ
      *    - x2x : Perform a WRITE
      *    - x5x : Perform Comparisons
      *    - x6x : Perform an INSERT
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
           MOVE ZERO TO WS-CPT-LUS
           MOVE ZERO TO WS-CPT-TROUVE
           MOVE ZERO TO WS-CPT-DOUBLE
           MOVE ZERO TO WS-CPT-RESTAU
           MOVE ZERO TO WS-CPT-PRESENT
           OPEN OUTPUT FILERPT
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE1
           PERFORM 020-Read-Card-Rtn
           PERFORM 030-Verify-Card-Rtn
           PERFORM 810-Print-Header-Rtn
           IF CARTE-INVALIDE
               MOVE WS-MOTIF TO WS-LR-MOTIF
               WRITE ENREG-RAPPORT FROM WS-LIGNE-REFUS
               CLOSE FILERPT
               DISPLAY 'PGM041 - RETRIEVAL CARD REJECTED: ' WS-MOTIF
               MOVE 0020 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MODE-SIMPLE
               OPEN INPUT FILEARCH
           ELSE
               OPEN INPUT FILEARCX
           END-IF
           .

       020-Read-Card-Rtn.
      **********************************************************
      *  The one retrieval card. No card at all is a rejected
      *  request, not an empty answer.
           SET CARTE-VALIDE TO TRUE
           MOVE SPACES TO WS-CDEV1
           MOVE SPACES TO WS-CDEV2
           MOVE SPACES TO WS-DDEBUT
           MOVE SPACES TO WS-DFIN
           MOVE SPACES TO WS-REFDEM
           MOVE SPACES TO WS-RECHARGE
           OPEN INPUT FILEPRM
           IF FS-FILEPRM = '00'
               READ FILEPRM
               IF FS-FILEPRM = '00'
                   MOVE PRM-CDEV1    TO WS-CDEV1
                   MOVE PRM-CDEV2    TO WS-CDEV2
                   MOVE PRM-DDEBUT   TO WS-DDEBUT
                   MOVE PRM-DFIN     TO WS-DFIN
                   MOVE PRM-REFDEM   TO WS-REFDEM
                   MOVE PRM-RECHARGE TO WS-RECHARGE
               END-IF
               CLOSE FILEPRM
           END-IF
           IF WS-DDEBUT = SPACES
               MOVE '0001-01-01' TO WS-DDEBUT
           END-IF
           IF WS-DFIN = SPACES
               MOVE '9999-12-31' TO WS-DFIN
           END-IF
           IF WS-CDEV2 = SPACES
               SET MODE-SIMPLE TO TRUE
           ELSE
               SET MODE-CROISE TO TRUE
           END-IF
           IF RECHARGE-OUI
               SET RECHARGER TO TRUE
           ELSE
               SET IMPRIMER TO TRUE
           END-IF
           .

       030-Verify-Card-Rtn.
      **********************************************************
      *  A currency is required, a pair needs two different
      *  legs, both dates must be real ISO dates in order, and
      *  the reload switch is 'O', 'N' or blank. A reload must
      *  say who asked for it.
           EVALUATE TRUE
              WHEN WS-CDEV1 = SPACES
                 MOVE 'NO CURRENCY ON THE CARD' TO WS-MOTIF
                 SET CARTE-INVALIDE TO TRUE
              WHEN WS-CDEV1 = WS-CDEV2
                 MOVE 'CURRENCY 1 AND 2 ARE THE SAME - NO PAIR'
                   TO WS-MOTIF
                 SET CARTE-INVALIDE TO TRUE
              WHEN NOT RECHARGE-OUI AND NOT RECHARGE-NON
                 MOVE 'RELOAD SWITCH MUST BE O, N OR BLANK'
                   TO WS-MOTIF
                 SET CARTE-INVALIDE TO TRUE
              WHEN RECHARGE-OUI AND WS-REFDEM = SPACES
                 MOVE 'A RELOAD NEEDS A REQUEST REFERENCE'
                   TO WS-MOTIF
                 SET CARTE-INVALIDE TO TRUE
           END-EVALUATE

           IF CARTE-VALIDE
               MOVE WS-DDEBUT TO WS-DATE-CTL
               PERFORM 035-Verify-Date-Rtn
           END-IF
           IF CARTE-VALIDE
               MOVE WS-DFIN TO WS-DATE-CTL
               PERFORM 035-Verify-Date-Rtn
           END-IF
           IF CARTE-VALIDE AND WS-DDEBUT > WS-DFIN
               MOVE 'START DATE IS AFTER END DATE' TO WS-MOTIF
               SET CARTE-INVALIDE TO TRUE
           END-IF
           .

       035-Verify-Date-Rtn.
      **********************************************************
      *  One card date, AAAA-MM-JJ, checked piece by piece.
           IF WS-DC-AAAA IS NOT NUMERIC
           OR WS-DC-MM   IS NOT NUMERIC
           OR WS-DC-JJ   IS NOT NUMERIC
           OR WS-DC-T1   NOT = '-'
           OR WS-DC-T2   NOT = '-'
           OR WS-DC-MM   < '01' OR WS-DC-MM > '12'
           OR WS-DC-JJ   < '01' OR WS-DC-JJ > '31'
               MOVE SPACES TO WS-MOTIF
               STRING 'DATE '        DELIMITED BY SIZE
                      WS-DATE-CTL    DELIMITED BY SIZE
                      ' IS NOT AAAA-MM-JJ' DELIMITED BY SIZE
                 INTO WS-MOTIF
               SET CARTE-INVALIDE TO TRUE
           END-IF
           .

       100-Main.
      **********************************************************
      *  One pass over the sorted archive. Rows of the key come
      *  newest first: those effective inside the range, then
      *  the first one older than the range - the rate already
      *  in force when it opens - and nothing past that.
           MOVE LOW-VALUES TO WS-STAMP-PREC
           SET DEBUT-A-PRENDRE TO TRUE
           PERFORM 210-Read-Archive-Rtn
           PERFORM UNTIL (FIN-ARCHIVE)
               IF WS-A-CDEV1 = WS-CDEV1
               AND WS-A-CDEV2 = WS-CDEV2
               AND WS-DDMAJ NOT > WS-DFIN
                   PERFORM 150-Select-Row-Rtn
               END-IF
               PERFORM 210-Read-Archive-Rtn
           END-PERFORM
           IF WS-CPT-TROUVE = ZERO
               WRITE ENREG-RAPPORT FROM WS-LIGNE-AUCUNE
           END-IF
           .

       150-Select-Row-Rtn.
      **********************************************************
      *  A row of the key not past the range's end. A second
      *  archive copy of the stamp just printed is skipped; a row
      *  before the range is taken once, as the opening rate.
           EVALUATE TRUE
              WHEN WS-STAMP = WS-STAMP-PREC
                 ADD 1 TO WS-CPT-DOUBLE
              WHEN WS-DDMAJ NOT < WS-DDEBUT
                 PERFORM 160-Take-Row-Rtn
              WHEN DEBUT-A-PRENDRE
                 SET DEBUT-PRIS TO TRUE
                 PERFORM 160-Take-Row-Rtn
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       160-Take-Row-Rtn.
      **********************************************************
      *  Print the row and, when asked, put it back.
           ADD 1 TO WS-CPT-TROUVE
           MOVE WS-STAMP TO WS-STAMP-PREC
           MOVE SPACES TO WS-LD-STATUT
           IF RECHARGER
               PERFORM 300-Reload-Row-Rtn
           END-IF
           PERFORM 820-Print-Row-Rtn
           .

       210-Read-Archive-Rtn.
      **********************************************************
      *  Next record off whichever archive the card's key needs,
      *  into the common row fields.
           IF MODE-SIMPLE
               PERFORM 215-Read-Archh-Rtn
           ELSE
               PERFORM 216-Read-Archx-Rtn
           END-IF
           .

       215-Read-Archh-Rtn.
      **********************************************************
      *  One single-currency archive record.
           READ FILEARCH
           IF END-FILEARCH
               SET FIN-ARCHIVE TO TRUE
           ELSE
               IF FS-FILEARCH NOT = '00'
                   DISPLAY 'PGM041 - FILEARCH READ FAILED, STATUS '
                           FS-FILEARCH
                   MOVE 0012 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET ENCORE-ARCHIVE TO TRUE
               ADD 1 TO WS-CPT-LUS
               MOVE ARC-CDEV     TO WS-A-CDEV1
               MOVE SPACES       TO WS-A-CDEV2
               MOVE ARC-MTACHAT  TO WS-MTACHAT
               MOVE ARC-MTVENTE  TO WS-MTVENTE
               MOVE ARC-DDMAJ    TO WS-DDMAJ
               MOVE ARC-HDMAJ    TO WS-HDMAJ
               MOVE ARC-CORIGINE TO WS-CORIGINE
               MOVE ARC-CUSER    TO WS-CUSER
               MOVE ARC-DDSAISIE TO WS-DDSAISIE
               MOVE ARC-HDSAISIE TO WS-HDSAISIE
           END-IF
           .

       216-Read-Archx-Rtn.
      **********************************************************
      *  One cross-pair archive record.
           READ FILEARCX
           IF END-FILEARCX
               SET FIN-ARCHIVE TO TRUE
           ELSE
               IF FS-FILEARCX NOT = '00'
                   DISPLAY 'PGM041 - FILEARCX READ FAILED, STATUS '
                           FS-FILEARCX
                   MOVE 0012 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET ENCORE-ARCHIVE TO TRUE
               ADD 1 TO WS-CPT-LUS
               MOVE ARX-CDEV1    TO WS-A-CDEV1
               MOVE ARX-CDEV2    TO WS-A-CDEV2
               MOVE ARX-MTACHAT  TO WS-MTACHAT
               MOVE ARX-MTVENTE  TO WS-MTVENTE
               MOVE ARX-DDMAJ    TO WS-DDMAJ
               MOVE ARX-HDMAJ    TO WS-HDMAJ
               MOVE ARX-CORIGINE TO WS-CORIGINE
               MOVE ARX-CUSER    TO WS-CUSER
               MOVE ARX-DDSAISIE TO WS-DDSAISIE
               MOVE ARX-HDSAISIE TO WS-HDSAISIE
           END-IF
           .

       300-Reload-Row-Rtn.
      **********************************************************
      *  Back into TBDEVISEHR - unless the live history still
      *  holds the stamp (nothing was purged) or an earlier
      *  retrieval already restored it.
           PERFORM 555-Count-Online-Rtn
           IF WS-NB-LIGNES > ZERO
               MOVE 'STILL ONLINE - NOT RELOADED' TO WS-LD-STATUT
               ADD 1 TO WS-CPT-PRESENT
           ELSE
               PERFORM 556-Count-Restored-Rtn
               IF WS-NB-LIGNES > ZERO
                   MOVE 'ALREADY RESTORED' TO WS-LD-STATUT
                   ADD 1 TO WS-CPT-PRESENT
               ELSE
                   PERFORM 560-Insert-Restored-Rtn
                   MOVE 'RESTORED' TO WS-LD-STATUT
                   ADD 1 TO WS-CPT-RESTAU
                   PERFORM 430-Commit-Rtn
               END-IF
           END-IF
           .

       430-Commit-Rtn.
      **********************************************************
      *  Commit every WS-FREQ-COMMIT reloaded rows.
           ADD 1 TO WS-CPT-DEPUIS-CMT
           IF WS-CPT-DEPUIS-CMT >= WS-FREQ-COMMIT
               EXEC SQL COMMIT END-EXEC
               PERFORM D550-CHECKSQL
               MOVE ZERO TO WS-CPT-DEPUIS-CMT
           END-IF
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
      *  CPTLUS = archive records read, CPTMAJ = rows restored,
      *  CPTPARK = rows found already present.
           EXEC SQL
              INSERT INTO TBDEVRUN
                 (CPGM, DDRUN, HDDEBUT, HDFIN,
                  CPTLUS, CPTMAJ, CPTREJ, CPTPARK, CRETOUR)
              VALUES
                 ('PGM041', CURRENT DATE, :WS-HDDEBUT, CURRENT TIME,
                  :WS-CPT-LUS, :WS-CPT-RESTAU, 0,
                  :WS-CPT-PRESENT, :WS-CRETOUR)
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       555-Count-Online-Rtn.
      **********************************************************
      *  Is the stamp still in the live history?
           IF MODE-SIMPLE
               EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-NB-LIGNES
                    FROM TBDEVISEH
                   WHERE CDEV  = :WS-A-CDEV1
                     AND DDMAJ = :WS-DDMAJ
                     AND HDMAJ = :WS-HDMAJ
               END-EXEC
           ELSE
               EXEC SQL
                  SELECT COUNT(*)
                    INTO :WS-NB-LIGNES
                    FROM TBDEVISEXH
                   WHERE CDEV1 = :WS-A-CDEV1
                     AND CDEV2 = :WS-A-CDEV2
                     AND DDMAJ = :WS-DDMAJ
                     AND HDMAJ = :WS-HDMAJ
               END-EXEC
           END-IF
           PERFORM D550-CHECKSQL
           .

       556-Count-Restored-Rtn.
      **********************************************************
      *  Has an earlier retrieval already restored it?
           EXEC SQL
              SELECT COUNT(*)
                INTO :WS-NB-LIGNES
                FROM TBDEVISEHR
               WHERE CDEV1 = :WS-A-CDEV1
                 AND CDEV2 = :WS-A-CDEV2
                 AND DDMAJ = :WS-DDMAJ
                 AND HDMAJ = :WS-HDMAJ
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       560-Insert-Restored-Rtn.
      **********************************************************
      *  The archived row, verbatim, stamped with the day it came
      *  back and the request it came back for.
           MOVE WS-A-CDEV1  TO CDEV1-HR
           MOVE WS-A-CDEV2  TO CDEV2-HR
           MOVE WS-MTACHAT  TO MTACHAT-HR
           MOVE WS-MTVENTE  TO MTVENTE-HR
           MOVE WS-DDMAJ    TO DDMAJ-HR
           MOVE WS-HDMAJ    TO HDMAJ-HR
           MOVE WS-CORIGINE TO CORIGINE-HR
           MOVE WS-CUSER    TO CUSER-HR
           MOVE WS-DDSAISIE TO DDSAISIE-HR
           MOVE WS-HDSAISIE TO HDSAISIE-HR
           MOVE WS-REFDEM   TO CREFDEM-HR
           EXEC SQL
              INSERT INTO TBDEVISEHR
                 (CDEV1, CDEV2, MTACHAT, MTVENTE, DDMAJ, HDMAJ,
                  CORIGINE, CUSER, DDSAISIE, HDSAISIE,
                  DDRESTAU, CREFDEM)
              VALUES
                 (:CDEV1-HR, :CDEV2-HR, :MTACHAT-HR, :MTVENTE-HR,
                  :DDMAJ-HR, :HDMAJ-HR, :CORIGINE-HR, :CUSER-HR,
                  :DDSAISIE-HR, :HDSAISIE-HR,
                  CURRENT DATE, :CREFDEM-HR)
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       810-Print-Header-Rtn.
      **********************************************************
      *  The request as understood, then the column headers.
           MOVE SPACES TO WS-LP-CLE
           IF WS-CDEV2 = SPACES
               MOVE WS-CDEV1 TO WS-LP-CLE
           ELSE
               STRING WS-CDEV1 DELIMITED BY SIZE
                      '/'      DELIMITED BY SIZE
                      WS-CDEV2 DELIMITED BY SIZE
                 INTO WS-LP-CLE
           END-IF
           MOVE WS-DDEBUT  TO WS-LP-DEBUT
           MOVE WS-DFIN    TO WS-LP-FIN
           IF RECHARGER
               MOVE 'YES' TO WS-LP-RECHARGE
           ELSE
               MOVE 'NO'  TO WS-LP-RECHARGE
           END-IF
           MOVE WS-REFDEM  TO WS-LP-REF
           WRITE ENREG-RAPPORT FROM WS-LIGNE-PARAM
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE2
           .

       820-Print-Row-Rtn.
      **********************************************************
      *  One archived rate event, DL17's columns first.
           MOVE WS-MTACHAT  TO WS-LD-ACHAT
           MOVE WS-MTVENTE  TO WS-LD-VENTE
           MOVE WS-DDMAJ    TO WS-LD-DDMAJ
           MOVE WS-HDMAJ    TO WS-LD-HDMAJ
           MOVE WS-CORIGINE TO WS-LD-ORIGINE
           MOVE WS-CUSER    TO WS-LD-CUSER
           WRITE ENREG-RAPPORT FROM WS-LIGNE-DETAIL
           .

       890-Print-Summary-Rtn.
      **********************************************************
      *  Run totals.
           MOVE WS-CPT-LUS     TO WS-LT-LUS
           MOVE WS-CPT-TROUVE  TO WS-LT-TROU
           MOVE WS-CPT-DOUBLE  TO WS-LT-DOUB
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL1
           MOVE WS-CPT-RESTAU  TO WS-LT-REST
           MOVE WS-CPT-PRESENT TO WS-LT-PRES
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL2
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s). Nothing archived for
      *  the key and range comes back RC=0004 - the period may
      *  never have been purged, or the card may be wrong.
           MOVE ZERO TO WS-CRETOUR
           IF WS-CPT-TROUVE = ZERO
               MOVE 0004 TO WS-CRETOUR
           END-IF
           PERFORM 460-Record-Run-Rtn
           EXEC SQL COMMIT END-EXEC
           PERFORM D550-CHECKSQL
           PERFORM 890-Print-Summary-Rtn
           IF MODE-SIMPLE
               CLOSE FILEARCH
           ELSE
               CLOSE FILEARCX
           END-IF
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
