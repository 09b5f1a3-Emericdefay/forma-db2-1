      *****************************************************************
      * Program name:    PGM034
      * Original author: DEFAY E.
      *
      * Maintenence Log
      * Date      Author        Maintenance Requirement
      * --------- ------------  ---------------------------------------
      * 10/14/26  DEFAY E.      Written - the branches and the
      *                         corporate desk each put their own
      *                         margin on the fixing by hand every
      *                         morning, and no two spreadsheets
      *                         agreed. The margins now live in the
      *                         new TBDEVMRG schedule, one row per
      *                         CDEV and client segment (retail,
      *                         private, corporate, interbank) as a
      *                         spread in points or percent, and
      *                         this is its maintenance path, built
      *                         the way PGM021 maintains the
      *                         currency master: FILEMRG action
      *                         cards (A add, M modify, D delete),
      *                         one FILERPT line per card - APPLIED
      *                         or the reject reason. Spreads are
      *                         keyed as whole hundred-thousandths
      *                         like the tolerance bands (00000002500
      *                         = 0.02500). PGM035 applies the
      *                         schedule to the daily fixing.
      *
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PGM034.
       AUTHOR.        DEFAY E.
       INSTALLATION.  COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN.  10/14/26.
       DATE-COMPILED. 10/14/26.
       SECURITY.      NON-CONFIDENTIAL.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILEMRG ASSIGN TO FILEMRG
           FILE STATUS IS FS-FILEMRG.

           SELECT FILERPT ASSIGN TO FILERPT
           FILE STATUS IS FS-FILERPT.
      *****************************************************************
       DATA DIVISION.
      *****************************************************************
       FILE SECTION.
      / DESK ACTION CARDS - one margin-schedule action per record
       FD  FILEMRG RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  ENREG-FMMRG.
           10 MRG-ACTION     PIC X(01).
              88 ACTION-AJOUT      VALUE 'A'.
              88 ACTION-MODIF      VALUE 'M'.
              88 ACTION-SUPPR      VALUE 'D'.
              88 ACTION-CONNUE     VALUE 'A' 'M' 'D'.
           10 MRG-CDEV       PIC X(03).
           10 MRG-SEGMENT    PIC X(01).
              88 SEGMENT-CONNU     VALUE 'R' 'P' 'C' 'I'.
           10 MRG-TYPMRG     PIC X(01).
              88 TYPMRG-CONNU      VALUE 'P' '%'.
           10 MRG-MRGACHAT   PIC X(11).
           10 MRG-MRGACHAT-N REDEFINES MRG-MRGACHAT
                             PIC 9(06)V9(05).
           10 MRG-MRGVENTE   PIC X(11).
           10 MRG-MRGVENTE-N REDEFINES MRG-MRGVENTE
                             PIC 9(06)V9(05).
           10 FILLER         PIC X(52).

      / MAINTENANCE CONTROL REPORT - one line per action card
       FD  FILERPT RECORDING MODE F
           RECORD CONTAINS 132 CHARACTERS.
       01  ENREG-RAPPORT     PIC X(132).

      *****************************************************************
       WORKING-STORAGE SECTION.
      / FILES STATUS
       01 FS-FILEMRG PIC X(2).
           88 END-FILEMRG VALUE '10'.

       01 FS-FILERPT PIC X(2).

      / RECORD VALIDATION SWITCH - set by 200-Verify-Record
       01 FILLER.
           10 WS-VALID-SW     PIC X(01).
              88 RECORD-VALIDE   VALUE 'O'.
              88 RECORD-INVALIDE VALUE 'N'.
           10 WS-STATUT       PIC X(40).

      / CURRENCY-MASTER OUTCOME - set by 550-Select-Master-Rtn
       01 FILLER.
           10 WS-MAST-SW      PIC X(01).
              88 MAST-ACTIF      VALUE 'A'.
              88 MAST-SUSPENDU   VALUE 'S'.
              88 MAST-INCONNU    VALUE 'U'.

      / SCHEDULE-ROW OUTCOME - set by 555-Select-Marge-Rtn
       01 FILLER.
           10 WS-MRG-SW       PIC X(01).
              88 MARGE-PRESENTE  VALUE 'O'.
              88 MARGE-ABSENTE   VALUE 'N'.

      / PERCENT CEILING - a percentage spread of 100 or more
      / would take the client buy rate to zero or below
       01 FILLER.
           10 WS-POURCENT-MAX PIC S9(06)V9(05) VALUE +100.

      / CONTROL COUNTERS
       01 FILLER.
           10 WS-CPT-LUS      PIC 9(07) USAGE COMP.
           10 WS-CPT-APPL     PIC 9(07) USAGE COMP.
           10 WS-CPT-REJ      PIC 9(07) USAGE COMP.

      / MAINTENANCE REPORT PRINT LINES
       01 WS-LIGNE-ENTETE1   PIC X(132) VALUE
           'PGM034 - CLIENT MARGIN SCHEDULE MAINTENANCE REPORT'.
       01 WS-LIGNE-ENTETE2   PIC X(132) VALUE
           'ACT  CDEV  SEG  STATUS'.
       01 WS-LIGNE-DETAIL.
           10 WS-LD-ACTION      PIC X(01).
           10 FILLER            PIC X(04) VALUE SPACES.
           10 WS-LD-CDEV        PIC X(03).
           10 FILLER            PIC X(03) VALUE SPACES.
           10 WS-LD-SEGMENT     PIC X(01).
           10 FILLER            PIC X(04) VALUE SPACES.
           10 WS-LD-STATUT      PIC X(40).
       01 WS-LIGNE-TOTAL.
           10 FILLER      PIC X(18) VALUE 'CARDS READ      : '.
           10 WS-LT-LUS   PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'CARDS APPLIED   : '.
           10 WS-LT-APPL  PIC ZZZ,ZZ9.
           10 FILLER      PIC X(04) VALUE SPACES.
           10 FILLER      PIC X(18) VALUE 'CARDS REJECTED  : '.
           10 WS-LT-REJ   PIC ZZZ,ZZ9.

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
      *    - 5xx : SQL Handling
      *    - 8xx : Control report
      *    - 9xx : Close files
      *
      *    Input/Output managment
      *    - x1x : Perform a READ
      *    - x2x : Perform a WRITE
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
           MOVE ZERO TO WS-CPT-LUS
           MOVE ZERO TO WS-CPT-APPL
           MOVE ZERO TO WS-CPT-REJ
           OPEN INPUT FILEMRG
           OPEN OUTPUT FILERPT
           PERFORM 810-Print-Header-Rtn
           .

       100-Main.
      **********************************************************
      *  One pass over the desk's action cards - verify, apply,
      *  report.
           PERFORM 210-Read-File
           PERFORM UNTIL (END-FILEMRG)
               PERFORM 200-Verify-Record
               IF RECORD-VALIDE
                   PERFORM 130-Apply-Action-Rtn
               ELSE
                   ADD 1 TO WS-CPT-REJ
                   PERFORM 820-Print-Line-Rtn
               END-IF
               PERFORM 210-Read-File
           END-PERFORM
           .

       130-Apply-Action-Rtn.
      **********************************************************
      *  Dispatch a verified card against the schedule's current
      *  state. A margin can only be added for a currency the
      *  master knows; every branch leaves WS-STATUT saying what
      *  happened for the report line.
           MOVE MRG-CDEV    TO CDEV-M
           MOVE MRG-CDEV    TO CDEV-G
           MOVE MRG-SEGMENT TO CSEGMENT-G
           PERFORM 550-Select-Master-Rtn
           PERFORM 555-Select-Marge-Rtn
           EVALUATE TRUE
              WHEN ACTION-AJOUT AND MAST-INCONNU
                 MOVE 'CDEV UNKNOWN TO CURRENCY MASTER' TO WS-STATUT
                 SET RECORD-INVALIDE TO TRUE
              WHEN ACTION-AJOUT AND MARGE-PRESENTE
                 MOVE 'MARGIN ALREADY ON SCHEDULE' TO WS-STATUT
                 SET RECORD-INVALIDE TO TRUE
              WHEN ACTION-AJOUT
                 PERFORM 560-Insert-Marge-Rtn
              WHEN MARGE-ABSENTE
                 MOVE 'NO MARGIN FOR THIS CDEV/SEGMENT' TO WS-STATUT
                 SET RECORD-INVALIDE TO TRUE
              WHEN ACTION-MODIF
                 PERFORM 575-Update-Marge-Rtn
              WHEN ACTION-SUPPR
                 PERFORM 580-Delete-Marge-Rtn
           END-EVALUATE

           IF RECORD-VALIDE
               MOVE 'APPLIED' TO WS-STATUT
               ADD 1 TO WS-CPT-APPL
           ELSE
               ADD 1 TO WS-CPT-REJ
           END-IF
           PERFORM 820-Print-Line-Rtn
           .

       200-Verify-Record.
      **********************************************************
      *  Reject a card before it ever reaches the schedule: bad
      *  action code, blank CDEV, unknown segment, or fields an
      *  add needs that are missing/non-numeric. A modify card
      *  may leave any field blank to keep the current value; a
      *  delete card needs only the key.
           SET RECORD-VALIDE TO TRUE

           IF NOT ACTION-CONNUE
               MOVE 'ACTION NOT A, M OR D' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE
           AND (MRG-CDEV = SPACES OR MRG-CDEV = LOW-VALUES)
               MOVE 'CDEV IS SPACES OR LOW-VALUES' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND NOT SEGMENT-CONNU
               MOVE 'SEGMENT NOT R, P, C OR I' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND ACTION-AJOUT
           AND NOT TYPMRG-CONNU
               MOVE 'MARGIN TYPE MUST BE P OR % ON AN ADD' TO
                    WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND ACTION-AJOUT
           AND (MRG-MRGACHAT NOT NUMERIC
             OR MRG-MRGVENTE NOT NUMERIC)
               MOVE 'BOTH SPREADS REQUIRED NUMERIC ON AN ADD' TO
                    WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND ACTION-MODIF
           AND MRG-TYPMRG = SPACE
           AND MRG-MRGACHAT = SPACES
           AND MRG-MRGVENTE = SPACES
               MOVE 'MODIFY CARD CHANGES NOTHING' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND ACTION-MODIF
           AND MRG-TYPMRG NOT = SPACE
           AND NOT TYPMRG-CONNU
               MOVE 'MARGIN TYPE MUST BE P OR %' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND ACTION-MODIF
           AND MRG-MRGACHAT NOT = SPACES
           AND MRG-MRGACHAT NOT NUMERIC
               MOVE 'MRGACHAT NOT NUMERIC' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

           IF RECORD-VALIDE AND ACTION-MODIF
           AND MRG-MRGVENTE NOT = SPACES
           AND MRG-MRGVENTE NOT NUMERIC
               MOVE 'MRGVENTE NOT NUMERIC' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF

      *  A percentage buy spread of 100 or more leaves the
      *  client nothing - caught here on an add, after the
      *  overlay on a modify (575).
           IF RECORD-VALIDE AND ACTION-AJOUT
           AND MRG-TYPMRG = '%'
           AND MRG-MRGACHAT-N NOT < WS-POURCENT-MAX
               MOVE 'PERCENT SPREAD MUST BE BELOW 100' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           END-IF
           .

       210-Read-File.
      **********************************************************
      *  This routine should read file line by line
           READ FILEMRG
           IF NOT END-FILEMRG
               ADD 1 TO WS-CPT-LUS
           END-IF
           .

       550-Select-Master-Rtn.
      **********************************************************
      *  Look the code in CDEV-M up on the master and classify
      *  it: active, suspended, or unknown. A suspended currency
      *  may still carry margins - the rate sheet only publishes
      *  what the fixing carries, so they wait unused until it
      *  is reactivated.
           EXEC SQL
              SELECT CETAT
                INTO :CETAT-M
                FROM TBDEVMAST
               WHERE CDEV = :CDEV-M
           END-EXEC
           PERFORM D550-CHECKSQL

           EVALUATE TRUE
              WHEN SQLCODE = +100
                 SET MAST-INCONNU TO TRUE
              WHEN CETAT-M = 'S'
                 SET MAST-SUSPENDU TO TRUE
              WHEN OTHER
                 SET MAST-ACTIF TO TRUE
           END-EVALUATE
           .

       555-Select-Marge-Rtn.
      **********************************************************
      *  The schedule row for CDEV-G/CSEGMENT-G, if there is one
      *  - its current values are what a modify card overlays.
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

       560-Insert-Marge-Rtn.
      **********************************************************
      *  Add a currency/segment margin to the schedule, live
      *  from the next rate sheet.
           MOVE MRG-TYPMRG     TO CTYPMRG-G
           MOVE MRG-MRGACHAT-N TO MRGACHAT-G
           MOVE MRG-MRGVENTE-N TO MRGVENTE-G
           EXEC SQL
              INSERT INTO TBDEVMRG
                 (CDEV, CSEGMENT, CTYPMRG, MRGACHAT, MRGVENTE,
                  DDMAJ, HDMAJ)
              VALUES
                 (:CDEV-G, :CSEGMENT-G, :CTYPMRG-G,
                  :MRGACHAT-G, :MRGVENTE-G,
                  CURRENT DATE, CURRENT TIME)
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       575-Update-Marge-Rtn.
      **********************************************************
      *  Modify type/spreads. 555 already read the row; overlay
      *  what the card supplies, verify a percentage buy spread
      *  still leaves the client a rate, write it all back.
           IF MRG-TYPMRG NOT = SPACE
               MOVE MRG-TYPMRG TO CTYPMRG-G
           END-IF
           IF MRG-MRGACHAT NOT = SPACES
               MOVE MRG-MRGACHAT-N TO MRGACHAT-G
           END-IF
           IF MRG-MRGVENTE NOT = SPACES
               MOVE MRG-MRGVENTE-N TO MRGVENTE-G
           END-IF

           IF CTYPMRG-G = '%'
           AND MRGACHAT-G NOT < WS-POURCENT-MAX
               MOVE 'PERCENT SPREAD MUST BE BELOW 100' TO WS-STATUT
               SET RECORD-INVALIDE TO TRUE
           ELSE
               EXEC SQL
                  UPDATE TBDEVMRG
                  SET CTYPMRG=:CTYPMRG-G,
                      MRGACHAT=:MRGACHAT-G,
                      MRGVENTE=:MRGVENTE-G,
                      DDMAJ=CURRENT DATE,
                      HDMAJ=CURRENT TIME
                  WHERE CDEV=:CDEV-G
                    AND CSEGMENT=:CSEGMENT-G
               END-EXEC
               PERFORM D550-CHECKSQL
           END-IF
           .

       580-Delete-Marge-Rtn.
      **********************************************************
      *  Take a currency/segment off the schedule - from the
      *  next rate sheet it reports as fixed with no margin.
           EXEC SQL
              DELETE FROM TBDEVMRG
               WHERE CDEV     = :CDEV-G
                 AND CSEGMENT = :CSEGMENT-G
           END-EXEC
           PERFORM D550-CHECKSQL
           .

       810-Print-Header-Rtn.
      **********************************************************
      *  Column headers for the maintenance report.
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE1
           WRITE ENREG-RAPPORT FROM WS-LIGNE-ENTETE2
           .

       820-Print-Line-Rtn.
      **********************************************************
      *  One line per action card - APPLIED or the reason it was
      *  not.
           MOVE MRG-ACTION  TO WS-LD-ACTION
           MOVE MRG-CDEV    TO WS-LD-CDEV
           MOVE MRG-SEGMENT TO WS-LD-SEGMENT
           MOVE WS-STATUT   TO WS-LD-STATUT
           WRITE ENREG-RAPPORT FROM WS-LIGNE-DETAIL
           .

       890-Print-Summary-Rtn.
      **********************************************************
      *  End-of-run counts for the desk.
           MOVE WS-CPT-LUS  TO WS-LT-LUS
           MOVE WS-CPT-APPL TO WS-LT-APPL
           MOVE WS-CPT-REJ  TO WS-LT-REJ
           WRITE ENREG-RAPPORT FROM WS-LIGNE-TOTAL
           .

       999-CFILES.
      **********************************************************
      *  This routine should close file(s)
           MOVE ZERO TO WS-CRETOUR
           PERFORM 460-Record-Run-Rtn
           EXEC SQL COMMIT END-EXEC
           PERFORM D550-CHECKSQL
           PERFORM 890-Print-Summary-Rtn
           CLOSE FILEMRG
           CLOSE FILERPT
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
      *  CPTLUS = cards read, CPTMAJ = applied, CPTREJ =
      *  rejected.
           EXEC SQL
              INSERT INTO TBDEVRUN
                 (CPGM, DDRUN, HDDEBUT, HDFIN,
                  CPTLUS, CPTMAJ, CPTREJ, CPTPARK, CRETOUR)
              VALUES
                 ('PGM034', CURRENT DATE, :WS-HDDEBUT, CURRENT TIME,
                  :WS-CPT-LUS, :WS-CPT-APPL,
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
