      *****************************************************************
      * Program name:    PGM035
      * Original author: DEFAY E.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      FILEFIX layout follows PGM032's new
      *                         per-one-unit fields. The sheet still
      *                         quotes clients in each currency's
      *                         market convention - the margin
      *                         schedule is keyed in it.
      * 10/14/26  DEFAY E.      Written - the client rate sheet. Every
      *                         branch used to take the fixing and
      *                         put its own margin on by hand, so a
      *                         retail client was quoted one rate in
      *                         one branch and another down the road.
      *                         PGM035 runs straight after PGM032 in
      *                         the fixing job and reads the FILEFIX
      *                         generation it just cut (HDR/TRL
      *                         balanced the way PGM016's 220/240/245
      *                         balance FILEIN - a short file stops
      *                         the run RC=0020), so the sheet is
      *                         built on exactly the rates published
      *                         to accounting. For each currency on
      *                         the fixing and each client segment
      *                         (retail, private, corporate,
      *                         interbank) it applies the TBDEVMRG
      *                         margin PGM034 maintains - points or
      *                         percent, taken off the buy side and
      *                         added onto the sell side - rounds the
      *                         result to the currency's NBDEC (350,
      *                         same scaling as the loaders), writes
      *                         one FILETAR record between an HDR
      *                         carrying the fixing date and a TRL
      *                         carrying the count, and prints the
      *                         sheet line. A currency/segment with a
      *                         fixing but no margin is never quoted
      *                         at the raw fixing: it prints a NO
      *                         MARGIN line and the run ends RC=0004.
      *                         Cross pairs on the fixing are not
      *                         client-quoted and are passed over.
      *                         Read-only against the tables.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM035.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEFIX ASSIGN TO FILEFIX
           FILE STATUS IS FS-FILEFIX.

           SELECT FILETAR ASSIGN TO FILETAR
           FILE STATUS IS FS-FILETAR.

           SELECT FILERPT ASSIGN TO FILERPT
           FILE STATUS IS FS-FILERPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      / DAILY FIXING PUBLICATION - PGM032's layout: HDR with the
      / fixing date, one record per active currency and per direct
      / pair (FIX-CDEV2 spaces for a single currency), TRL with the
      / record count
       FD  FILEFIX RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-FIXING.
           10 FIX-CDEV       PIC X(03).
              88 FIX-TYPE-ENTETE VALUE 'HDR'.
              88 FIX-TYPE-FIN    VALUE 'TRL'.
           10 FIX-CDEV2      PIC X(03).
           10 FIX-MTACHAT    PIC S9(06)V9(05) USAGE COMP-3.
           10 FIX-MTVENTE    PIC S9(06)V9(05) USAGE COMP-3.
           10 FIX-DDMAJ      PIC X(10).
           10 FIX-HDMAJ      PIC X(08).
           10 FIX-CORIGINE   PIC X(01).
           10 FIX-MTACHAT-U  PIC S9(07)V9(11) USAGE COMP-3.
           10 FIX-MTVENTE-U  PIC S9(07)V9(11) USAGE COMP-3.
           10 FILLER         PIC X(23).
       01  ENREG-FIX-ENTETE.
           10 FXH-TYPE       PIC X(03).
           10 FXH-DDFIX      PIC X(10).
           10 FILLER         PIC X(67).
       01  ENREG-FIX-FIN.
           10 FXT-TYPE       PIC X(03).
           10 FXT-NBENR      PIC 9(09).
           10 FILLER         PIC X(68).

      / CLIENT RATE SHEET FILE - HDR with the fixing date, one
      / record per currency per client segment, TRL with the
      / record count; the fixing and the margin applied ride along
      / so a branch can show its working
       FD  FILETAR RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-TARIF.
           10 TAR-CDEV       PIC X(03).
           10 TAR-SEGMENT    PIC X(01).
           10 TAR-MTACHAT    PIC S9(06)V9(05) USAGE COMP-3.
           10 TAR-MTVENTE    PIC S9(06)V9(05) USAGE COMP-3.
           10 TAR-FIX-ACHAT  PIC S9(06)V9(05) USAGE COMP-3.
           10 TAR-FIX-VENTE  PIC S9(06)V9(05) USAGE COMP-3.
           10 TAR-DDFIX      PIC X(10).
           10 TAR-TYPMRG     PIC X(01).
           10 TAR-MRGACHAT   PIC S9(06)V9(05) USAGE COMP-3.
           10 TAR-MRGVENTE   PIC S9(06)V9(05) USAGE COMP-3.
           10 FILLER         PIC X(29).
       01  ENREG-TAR-ENTETE.
           10 TAH-TYPE       PIC X(03).
           10 TAH-DDFIX      PIC X(10).
           10 FILLER         PIC X(67).
       01  ENREG-TAR-FIN.
           10 TAT-TYPE       PIC X(03).
           10 TAT-NBENR      PIC 9(09).
           10 FILLER         PIC X(68).

      / PRINTED CLIENT RATE SHEET - one line per currency per
      / segment, NO MARGIN lines for the gaps
       FD  FILERPT RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-RAPPORT     PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEFIX PIC X(2).
           88 END-FILEFIX VALUE '10'.

       01 FS-FILETAR PIC X(2).

       01 FS-FILERPT PIC X(2).

      / CLIENT SEGMENTS - the four codes TBDEVMRG is keyed on, in
      / the order the sheet prints them, with their print names
       01 FILLER.
           10 WS-SEG-CODES      PIC X(04) VALUE 'RPCI'.
           10 WS-SEG-CODES-T REDEFINES WS-SEG-CODES.
              15 WS-SEG-CODE    PIC X(01) OCCURS 4.
           10 WS-SEG-NOMS       PIC X(40) VALUE
              'RETAIL    PRIVATE   CORPORATE INTERBANK '.
           10 WS-SEG-NOMS-T REDEFINES WS-SEG-NOMS.
              15 WS-SEG-NOM     PIC X(10) OCCURS 4.
           10 WS-SEG-I          PIC 9(04) USAGE COMP.

      / FIXING DATE OFF THE FILEFIX HEADER - stamps the sheet
       01 FILLER.
           10 WS-DDFIX       PIC X(10).

      / CURRENCY IN HAND WITH ITS NBDEC SETTLEMENT PRECISION AND
      / THE ROUNDING WORK AREAS 350 USES
       01 FILLER.
           10 WS-CDEV        PIC X(03).
           10 WS-NBDEC       PIC S9(04) USAGE COMP.
           10 WS-PUIS-DEC    PIC S9(09) USAGE COMP.
           10 WS-ENTIER      PIC S9(13) USAGE COMP-3.

      / CLIENT RATE BEING BUILT FOR ONE SEGMENT
       01 FILLER.
           10 WS-MTACHAT     PIC S9(06)V9(05) USAGE COMP-3.
           10 WS-MTVENTE     PIC S9(06)V9(05) USAGE COMP-3.

      / SCHEDULE-ROW OUTCOME - set by 555-Select-Marge-Rtn
       01 FILLER.
           10 WS-MRG-SW      PIC X(01).
              88 MARGE-PRESENTE VALUE 'O'.
              88 MARGE-ABSENTE  VALUE 'N'.

      / FILE CONTROL-RECORD WORK AREAS - the detail count balanced
      / in 245 against what PGM032's trailer says it wrote
       01 FILLER.
           10 WS-CPT-DETAIL     PIC 9(09).
           10 WS-TRL-NBENR      PIC 9(09).
           10 WS-ENTETE-SW      PIC X(01).
              88 ENTETE-VUE        VALUE 'O'.
              88 ENTETE-ABSENTE    VALUE 'N'.
           10 WS-TRAILER-SW     PIC X(01).
              88 TRAILER-VU        VALUE 'O'.
              88 TRAILER-ABSENT    VALUE 'N'.

      / CONTROL COUNTERS
       01 FILLER.
           10 WS-CPT-DEVISES PIC 9(07) USAGE COMP.
           10 WS-CPT-TARIF   PIC 9(09) USAGE COMP.
           10 WS-CPT-SANS    PIC 9(07) USAGE COMP.

      / RATE SHEET PRINT LINES
       01 WS-LIGNE-ENTETE1.
           10 FILLER            PIC X(42) VALUE
              'PGM035 - CLIENT RATE SHEET, FIXING DATE  '.
           10 WS-E1-DDFIX       PIC X(10).
           10 FILLER            PIC X(80) VALUE SPACES.
       01 WS-LIGNE-ENTETE2   PIC X(132) VALUE
           'CDEV  SEGMENT        FIX-ACHAT   CLIENT-ACHAT      FIX-VEN
      -    'TE   CLIENT-VENTE  T     MRG-ACHAT      MRG-VENTE'.
       01 WS-LIGNE-DETAIL.
           10 WS-LD-CDEV        PIC X(03).
           10 FILLER            PIC X(03) VALUE SPACES.
           10 WS-LD-SEGMENT     PIC X(10).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-FIX-ACHAT   PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-ACHAT       PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-FIX-VENTE   PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-VENTE       PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-TYPMRG      PIC X(01).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-MRGACHAT    PIC -(6)9.9(5).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LD-MRGVENTE    PIC -(6)9.9(5).
       01 WS-LIGNE-ANOMALIE.
           10 WS-LA-CDEV        PIC X(03).
           10 FILLER            PIC X(03) VALUE SPACES.
           10 WS-LA-SEGMENT     PIC X(10).
           10 FILLER            PIC X(02) VALUE SPACES.
           10 WS-LA-TEXTE       PIC X(45).
           10 FILLER            PIC X(69) VALUE SPACES.
       01 WS-LIGNE-TOTAL.
           10 FILLER      PIC X(18) VALUE 'CURRENCIES READ : '.
           10 WS-LT-DEV   PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'SHEET LINES     : '.
           10 WS-LT-TARIF PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'NO MARGIN       : '.
           10 WS-LT-SANS  PIC ZZZ,ZZ9.

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

      / DECLARATIONS DCLGEN(PGM021) - CURRENCY MASTER
           EXEC SQL INCLUDE DBCTBDM
           END-EXEC.

      / DECLARATIONS DCLGEN(PGM034) - CLIENT MARGIN SCHEDULE
           EXEC SQL INCLUDE DBCTBDG
           END-EXEC.

      /
      *****************************************************************
      *  Program : Setup, run main routine and exit.
      *
      *    Main purpose
      *    - 0xx : Input/Output section
      *    - 1xx : Main element
      *    - 2xx : Verifications
      *    - 3xx : Rate sheet output handling
      *    - 5xx : SQL Handling
      *    - 8xx : Printed rate sheet
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
           PERFORM 440-Stamp-Start-Rtn
           MOVE ZERO TO WS-CPT-DEVISES
           MOVE ZERO TO WS-CPT-TARIF
           MOVE ZERO TO WS-CPT-SANS
           MOVE ZERO TO WS-CPT-DETAIL
           SET ENTETE-ABSENTE TO TRUE
           SET TRAILER-ABSENT TO TRUE
           OPEN INPUT FILEFIX
           OPEN OUTPUT FILETAR
           OPEN OUTPUT FILERPT
           .

       100-Main.
      **********************************************************
      *  One pass over the fixing: the header opens the sheet,
      *  each single-currency record prices every segment, the
      *  trailer is held for the balance at end of file.
           PERFORM 210-Read-File
           PERFORM UNTIL (END-FILEFIX)
               EVALUATE TRUE
                  WHEN FIX-TYPE-ENTETE
                     PERFORM 220-Verify-Header-Rtn
                  WHEN FIX-TYPE-FIN
                     PERFORM 240-Capture-Trailer-Rtn
                  WHEN OTHER
                     PERFORM 120-Process-Fixing-Rtn
               END-EVALUATE
               PERFORM 210-Read-File
           END-PERFORM
           PERFORM 245-Verify-Balance-Rtn
           .

       120-Process-Fixing-Rtn.
      **********************************************************
      *  One fixing record - every one counts toward the balance;
      *  a single currency is priced for each client segment, a
      *  cross pair is not client-quoted.
           ADD 1 TO WS-CPT-DETAIL
           IF ENTETE-ABSENTE
               DISPLAY 'PGM035 - FILEFIX DETAIL BEFORE ITS HEADER'
                       ' - NOT A PGM032 PUBLICATION'
               MOVE 0020 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FIX-CDEV2 = SPACES
               ADD 1 TO WS-CPT-DEVISES
               MOVE FIX-CDEV TO WS-CDEV
               PERFORM 550-Select-Nbdec-Rtn
               MOVE 1 TO WS-SEG-I
               PERFORM 150-Price-Segment-Rtn UNTIL WS-SEG-I > 4
           END-IF
           .

       150-Price-Segment-Rtn.
      **********************************************************
      *  The client rate for segment WS-SEG-I: the fixing less
      *  the buy spread, plus the sell spread - points as they
      *  stand, percent as a share of the fixing rate - rounded
      *  to the currency's NBDEC. No margin, no client rate.
           MOVE WS-SEG-CODE (WS-SEG-I) TO CSEGMENT-G
           PERFORM 555-Select-Marge-Rtn
           IF MARGE-ABSENTE
               MOVE 'FIXING BUT NO MARGIN ON THE SCHEDULE' TO
                    WS-LA-TEXTE
               PERFORM 825-Print-Anomaly-Rtn
           ELSE
               IF CTYPMRG-G = '%'
                   COMPUTE WS-MTACHAT ROUNDED = FIX-MTACHAT
                         - (FIX-MTACHAT * MRGACHAT-G / 100)
                   COMPUTE WS-MTVENTE ROUNDED = FIX-MTVENTE
                         + (FIX-MTVENTE * MRGVENTE-G / 100)
               ELSE
                   COMPUTE WS-MTACHAT = FIX-MTACHAT - MRGACHAT-G
                   COMPUTE WS-MTVENTE = FIX-MTVENTE + MRGVENTE-G
               END-IF
               PERFORM 350-Round-Nbdec-Rtn
               IF WS-MTACHAT NOT > ZERO
                   MOVE 'MARGIN TAKES THE CLIENT BUY RATE TO ZERO' TO
                        WS-LA-TEXTE
                   PERFORM 825-Print-Anomaly-Rtn
               ELSE
                   PERFORM 325-Write-Tarif-Rtn
                   PERFORM 820-Print-Detail-Rtn
               END-IF
           END-IF
           ADD 1 TO WS-SEG-I
           .

       210-Read-File.
      **********************************************************
      *  This routine should read file line by line
           READ FILEFIX
           .

       220-Verify-Header-Rtn.
      **********************************************************
      *  The fixing's header dates the sheet - both the sheet
      *  file's own header and the printed title carry it.
           SET ENTETE-VUE TO TRUE
           MOVE FXH-DDFIX TO WS-DDFIX
           PERFORM 320-Write-Tar-Header-Rtn
           PERFORM 810-Print-Header-Rtn
           .

       240-Capture-Trailer-Rtn.
      **********************************************************
      *  Hold the trailer's claimed count - the balance runs at
      *  end of file (245), after the last record is counted.
           SET TRAILER-VU TO TRUE
           MOVE FXT-NBENR TO WS-TRL-NBENR
           .

       245-Verify-Balance-Rtn.
      **********************************************************
      *  Balance what arrived against what PGM032 says it wrote.
      *  A missing header or trailer, or a count that disagrees,
      *  stops the run RC=0020 - a sheet built on part of a
      *  fixing must never go out to the branches.
           EVALUATE TRUE
              WHEN ENTETE-ABSENTE
                 DISPLAY 'PGM035 - FILEFIX HAS NO HEADER'
                 MOVE 0020 TO RETURN-CODE
                 STOP RUN
              WHEN TRAILER-ABSENT
                 DISPLAY 'PGM035 - FILEFIX HEADER WITHOUT TRAILER'
                         ' - PUBLICATION TRUNCATED'
                 MOVE 0020 TO RETURN-CODE
                 STOP RUN
              WHEN WS-CPT-DETAIL NOT = WS-TRL-NBENR
                 DISPLAY 'PGM035 - FILEFIX OUT OF BALANCE'
                 DISPLAY 'RECORDS COUNTED ' WS-CPT-DETAIL
                         ' TRAILER CLAIMS ' WS-TRL-NBENR
                 MOVE 0020 TO RETURN-CODE
                 STOP RUN
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       320-Write-Tar-Header-Rtn.
      **********************************************************
      *  The sheet file opens with the fixing date it is built
      *  on.
           MOVE SPACES   TO ENREG-TARIF
           MOVE 'HDR'    TO TAH-TYPE
           MOVE WS-DDFIX TO TAH-DDFIX
           WRITE ENREG-TAR-ENTETE
           .

       325-Write-Tarif-Rtn.
      **********************************************************
      *  One client rate - currency, segment, the rounded client
      *  rates, and the fixing and margin they came from.
           MOVE SPACES                 TO ENREG-TARIF
           MOVE WS-CDEV                TO TAR-CDEV
           MOVE WS-SEG-CODE (WS-SEG-I) TO TAR-SEGMENT
           MOVE WS-MTACHAT             TO TAR-MTACHAT
           MOVE WS-MTVENTE             TO TAR-MTVENTE
           MOVE FIX-MTACHAT            TO TAR-FIX-ACHAT
           MOVE FIX-MTVENTE            TO TAR-FIX-VENTE
           MOVE WS-DDFIX               TO TAR-DDFIX
           MOVE CTYPMRG-G              TO TAR-TYPMRG
           MOVE MRGACHAT-G             TO TAR-MRGACHAT
           MOVE MRGVENTE-G             TO TAR-MRGVENTE
           WRITE ENREG-TARIF
           ADD 1 TO WS-CPT-TARIF
           .

       330-Write-Tar-Trailer-Rtn.
      **********************************************************
      *  The sheet file closes with its record count, so a
      *  partial pickup is detectable at the branches.
           MOVE SPACES       TO ENREG-TARIF
           MOVE 'TRL'        TO TAT-TYPE
           MOVE WS-CPT-TARIF TO TAT-NBENR
           WRITE ENREG-TAR-FIN
           .

       350-Round-Nbdec-Rtn.
      **********************************************************
      *  Round the client rate to the currency's NBDEC decimal
      *  places - scale up, round to a whole number, scale back.
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
           COMPUTE WS-ENTIER ROUNDED = WS-MTACHAT * WS-PUIS-DEC
           COMPUTE WS-MTACHAT        = WS-ENTIER / WS-PUIS-DEC
           COMPUTE WS-ENTIER ROUNDED = WS-MTVENTE * WS-PUIS-DEC
           COMPUTE WS-MTVENTE        = WS-ENTIER / WS-PUIS-DEC
           .

       550-Select-Nbdec-Rtn.
      **********************************************************
      *  The currency's settlement precision off the master. The
      *  fixing only carries active currencies, so a miss means
      *  the master changed since the cut - price at full width.
           MOVE WS-CDEV TO CDEV-M
           EXEC SQL
              SELECT NBDEC
                INTO :NBDEC-M
                FROM TBDEVMAST
               WHERE CDEV = :CDEV-M
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               MOVE 5 TO WS-NBDEC
           ELSE
               MOVE NBDEC-M TO WS-NBDEC
           END-IF
           .

       555-Select-Marge-Rtn.
      **********************************************************
      *  The schedule row for the currency in hand and the
      *  segment in CSEGMENT-G.
           MOVE WS-CDEV TO CDEV-G
           EXEC SQL
              SELECT CTYPMRG, MRGACHAT, MRGVENTE
                INTO :CTYPMRG-G, :MRGACHAT-G, :MRGVENTE-G
                FROM TBDEVMRG
               WHERE CDEV     = :CDEV-G
                 AND CSEGMENT = :CSEGMENT-G
           END-EXEC
           PERFORM D550-CHECKSQL

           IF SQLCODE = +100
               SET MARGE-ABSENTE TO TRUE
           ELSE
               SET MARGE-PRESENTE TO TRUE
           END-IF
           .

       810-Print-Header-Rtn.
      **********************************************************
      *  Fixing date in the title, then the column headers.
           MOVE WS-DDFIX TO WS-E1-DDFIX
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE1
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE2
           .

       820-Print-Detail-Rtn.
      **********************************************************
      *  One sheet line per currency per segment.
           MOVE WS-CDEV                TO WS-LD-CDEV
           MOVE WS-SEG-NOM (WS-SEG-I)  TO WS-LD-SEGMENT
           MOVE FIX-MTACHAT            TO WS-LD-FIX-ACHAT
           MOVE WS-MTACHAT             TO WS-LD-ACHAT
           MOVE FIX-MTVENTE            TO WS-LD-FIX-VENTE
           MOVE WS-MTVENTE             TO WS-LD-VENTE
           MOVE CTYPMRG-G              TO WS-LD-TYPMRG
           MOVE MRGACHAT-G             TO WS-LD-MRGACHAT
           MOVE MRGVENTE-G             TO WS-LD-MRGVENTE
           WRITE ENREG-RAPPORT FROM WS-LIGNE-DETAIL
           .

       825-Print-Anomaly-Rtn.
      **********************************************************
      *  A currency/segment the sheet cannot quote - the reason
      *  is already in WS-LA-TEXTE.
           MOVE WS-CDEV               TO WS-LA-CDEV
           MOVE WS-SEG-NOM (WS-SEG-I) TO WS-LA-SEGMENT
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ANOMALIE
           ADD 1 TO WS-CPT-SANS
           .

       890-Print-Summary-Rtn.
      **********************************************************
      *  End-of-run counts for the desk.
           MOVE WS-CPT-DEVISES TO WS-LT-DEV
           MOVE WS-CPT-TARIF   TO WS-LT-TARIF
           MOVE WS-CPT-SANS    TO WS-LT-SANS
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s). A fixed currency the
      *  sheet could not quote comes back RC=0004 - the sheet is
      *  published, the schedule gap still needs an owner.
           PERFORM 330-Write-Tar-Trailer-Rtn
           PERFORM 890-Print-Summary-Rtn
           CLOSE FILEFIX
           CLOSE FILETAR
           CLOSE FILERPT
           MOVE ZERO TO WS-CRETOUR
           IF WS-CPT-SANS > ZERO
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
      *  CPTLUS = currencies read off the fixing, CPTMAJ = sheet
      *  lines written, CPTREJ = currency/segments not quoted.
           EXEC SQL
              INSERT INTO TBDEVRUN
                 (CPGM, DDRUN, HDDEBUT, HDFIN,
                  CPTLUS, CPTMAJ, CPTREJ, CPTPARK, CRETOUR)
              VALUES
                 ('PGM035', CURRENT DATE, :WS-HDDEBUT, CURRENT TIME,
                  :WS-CPT-DEVISES, :WS-CPT-TARIF,
                  :WS-CPT-SANS, 0, :WS-CRETOUR)
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
